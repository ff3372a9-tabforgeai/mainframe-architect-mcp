      * from the PAYAPPR screen before it can reach a posting cycle. *
      * APPREXP expires anything still pending at end of day with a   *
      * report, and the queue is reset for the next day.              *
      * A CASH-channel entry carries the keying teller's USERID: the  *
      * cash moves through that teller's drawer (see TLRDATA) only    *
      * when the entry is released.                                   *
      *----------------------------------------------------------------*
       01  PENDING-APPROVAL-RECORD.
           05  APV-REF                PIC X(16).
               88  APV-RELEASED           VALUE 'R'.
               88  APV-EXPIRED            VALUE 'X'.
           05  APV-PAYMENT-DATA       PIC X(200).
           05  APV-TELLER-ID          PIC X(08).
           05  FILLER                 PIC X(04).
