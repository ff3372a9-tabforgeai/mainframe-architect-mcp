      *----------------------------------------------------------------*
      * CHBKDATA.CPY - ATM/Debit Card Chargeback Register and Network  *
      *                Chargeback Submission Records                   *
      * Used by: ATMCHBK, ATMRECON, CHBKMRPT                           *
      * One CHARGEBACK-RECORD per disputed ATM-channel item claimed    *
      * back from the network, on the CHBKMAST KSDS keyed by the       *
      * network trace number ATMINTAK carried into TRANSACTION-REF.    *
      * ATMCHBK opens the entry when the dispute is resolved in the    *
      * customer's favor (refunded by DISPREFD or already made whole   *
      * by the DISPAGE provisional credit) and submits it; ATMRECON    *
      * applies what the network sends back on the settlement file -   *
      * the chargeback credit, a representment by the acquirer that   *
      * takes it back, and the arbitration ruling; ATMCHBK files       *
      * arbitration when the disputes team asks for it and closes the  *
      * entry lost when a deadline passes; CHBKMRPT sets what was      *
      * recovered against what was refunded each month.               *
      *----------------------------------------------------------------*
       01  CHARGEBACK-RECORD.
           05  CB-TRACE-NUMBER        PIC X(15).
           05  CB-ACCOUNT-NUMBER      PIC X(12).
           05  CB-CUSTOMER-ID         PIC X(10).
      *        DISPFILE reason the case was opened under, and the
      *        network reason code it was charged back under.
           05  CB-DISP-REASON         PIC X(04).
           05  CB-NETWORK-REASON      PIC X(04).
               88  CB-REASON-NO-AUTH      VALUE '4837'.
               88  CB-REASON-ATM-DISPUTE  VALUE '4859'.
      *        CCYYMMDD the original item was settled.
           05  CB-TXN-DATE            PIC X(08).
      *        What the customer got back - the disputed item's amount.
           05  CB-AMOUNT              PIC S9(11)V99 COMP-3.
           05  CB-STATUS              PIC X(01).
               88  CB-SUBMITTED           VALUE 'S'.
               88  CB-REPRESENTED         VALUE 'P'.
               88  CB-IN-ARBITRATION      VALUE 'A'.
               88  CB-RECOVERED           VALUE 'W'.
               88  CB-LOST                VALUE 'L'.
               88  CB-OUTSTANDING         VALUE 'S' 'P' 'A'.
           05  CB-SUBMIT-DATE         PIC X(08).
      *        Date the current stage must be acted on by: the
      *        network's answer while submitted, the arbitration
      *        filing deadline once represented, the ruling while in
      *        arbitration. Spaces once the entry is closed.
           05  CB-DEADLINE-DATE       PIC X(08).
           05  CB-REPRESENT-DATE      PIC X(08).
           05  CB-ARB-DATE            PIC X(08).
      *        Net of what the network has credited and taken back.
           05  CB-RECOVERED-AMOUNT    PIC S9(11)V99 COMP-3.
           05  CB-RECOVERED-DATE      PIC X(08).
           05  CB-CLOSED-DATE         PIC X(08).
           05  FILLER                 PIC X(26).

      *    The chargeback submission file in the network's layout -
      *    'C' first chargeback or 'A' arbitration filing, carrying
      *    the original settlement details, then a 'T' trailer with
      *    the count and amount the network proves the file against.
       01  CHARGEBACK-SUBMIT-RECORD.
           05  CBS-RECORD-TYPE        PIC X(01).
               88  CBS-CHARGEBACK         VALUE 'C'.
               88  CBS-ARBITRATION        VALUE 'A'.
               88  CBS-TRAILER            VALUE 'T'.
           05  CBS-TRACE-NUMBER       PIC X(15).
           05  CBS-REASON-CODE        PIC X(04).
           05  CBS-AMOUNT             PIC 9(10)V99.
           05  CBS-TXN-DATE           PIC X(08).
           05  CBS-ACCOUNT            PIC X(12).
           05  CBS-SUBMIT-DATE        PIC X(08).
           05  FILLER                 PIC X(20).
       01  CHARGEBACK-SUBMIT-TRAILER REDEFINES CHARGEBACK-SUBMIT-RECORD.
           05  FILLER                 PIC X(01).
           05  CBS-TRL-COUNT          PIC 9(08).
           05  CBS-TRL-AMOUNT         PIC 9(12)V99.
           05  CBS-TRL-FILE-DATE      PIC X(08).
           05  FILLER                 PIC X(49).
