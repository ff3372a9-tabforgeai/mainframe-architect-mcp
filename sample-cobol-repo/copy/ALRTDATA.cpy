           05  ALP-BAL-THRESHOLD      PIC S9(11)V99 COMP-3.
           05  ALP-DEBIT-THRESHOLD    PIC S9(11)V99 COMP-3.
           05  FILLER                 PIC X(16).

      *    Promotional messages marketing sets up on the ALRTPROM
      *    file, sent by ALERTGEN down the same channels to every
      *    enrolled customer in the target segment ('AL' = every
      *    segment) between the start and end dates - except a
      *    customer who has opted out of solicitation (see PRIVDATA).
       01  ALERT-PROMO-RECORD.
           05  APR-SEGMENT            PIC X(02).
           05  APR-START-DATE         PIC X(08).
           05  APR-END-DATE           PIC X(08).
           05  APR-TEXT               PIC X(100).
           05  FILLER                 PIC X(02).
