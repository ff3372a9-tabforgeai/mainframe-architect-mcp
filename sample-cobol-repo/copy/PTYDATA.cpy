      *----------------------------------------------------------------*
      * PTYDATA.CPY - Payment Counterparty Archive Record              *
      * Used by: ACHINTAK, ACHORIG, WIRINTAK, WIROUTGO, F314SRCH       *
      * The posted transaction history (TRANHIST) keeps only the       *
      * ACCOUNT-RECORD image, which names nobody but our own customer, *
      * so the wire and ACH steps also append one of these per wire or *
      * ACH entry they accept to the cumulative PTYHIST archive: both  *
      * names exactly as the message carried them, our customer, the   *
      * network reference and the amount. F314SRCH searches it for     *
      * 314(a) subjects and rewrites it to its twelve-month window.    *
      * The originator is the party sending the money (wire originator,*
      * ACH company), the receiver the party it goes to (wire          *
      * beneficiary, ACH individual name).                             *
      *----------------------------------------------------------------*
       01  PAYMENT-PARTY-RECORD.
           05  PTY-POST-DATE          PIC X(08).
           05  PTY-RAIL               PIC X(01).
               88  PTY-WIRE               VALUE 'W'.
               88  PTY-ACH                VALUE 'A'.
           05  PTY-DIRECTION          PIC X(01).
               88  PTY-INBOUND            VALUE 'I'.
               88  PTY-OUTBOUND           VALUE 'O'.
           05  PTY-CUSTOMER-ID        PIC X(10).
      *        IMAD, OMAD or ACH trace number.
           05  PTY-REFERENCE          PIC X(16).
           05  PTY-AMOUNT             PIC S9(11)V99 COMP-3.
           05  PTY-ORIGINATOR-NAME    PIC X(40).
           05  PTY-RECEIVER-NAME      PIC X(40).
           05  PTY-SOURCE             PIC X(08).
           05  FILLER                 PIC X(19).
