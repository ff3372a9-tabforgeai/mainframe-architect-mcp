      *----------------------------------------------------------------*
      * KITEDATA.CPY - Check-Kiting Activity History and Suspect       *
      *                Records                                         *
      * Used by: KITESCAN, PYMT001                                     *
      * KITESCAN keeps a rolling window of every customer's paper      *
      * float on the KITEHIST generation: one KITE-ACTIVITY-RECORD per *
      * check deposited (branch capture's DEPITEMS, drawn on another   *
      * bank) and per check of ours paid in clearing (CHKINTAK's       *
      * CHKPYMT), so each night's scan sees the days before it.        *
      * A customer, or a RELDATA household taken as a whole, showing   *
      * the kiting signature goes on the KITESUSP suspect list until   *
      * KS-EXPIRY-DATE; PYMT001 puts every deposit a listed customer   *
      * makes on the extended hold for the kiting-suspect number of    *
      * days (PYMTPARM) instead of the ordinary schedule.              *
      *----------------------------------------------------------------*
       01  KITE-ACTIVITY-RECORD.
           05  KA-CUSTOMER-ID         PIC X(10).
           05  KA-DATE                PIC X(08).
           05  KA-KIND                PIC X(01).
               88  KA-DEPOSIT             VALUE 'D'.
               88  KA-CHECK-PAID          VALUE 'P'.
           05  KA-AMOUNT              PIC S9(11)V99 COMP-3.
      *        Deposit: the capture sequence; check paid: the serial.
           05  KA-REFERENCE           PIC X(16).
           05  FILLER                 PIC X(08).

      *    One record per suspect customer. A household pattern lists
      *    every member of the household, each with its own record
      *    naming the household; the counts and the float figures are
      *    the ones that fired, over the whole window.
       01  KITE-SUSPECT-RECORD.
           05  KS-CUSTOMER-ID         PIC X(10).
           05  KS-HOUSEHOLD-ID        PIC X(10).
           05  KS-SCOPE               PIC X(01).
               88  KS-CUSTOMER-PATTERN    VALUE 'C'.
               88  KS-HOUSEHOLD-PATTERN   VALUE 'H'.
           05  KS-FLAG-DATE           PIC X(08).
           05  KS-EXPIRY-DATE         PIC X(08).
           05  KS-SCORE               PIC 9(03).
           05  KS-DEPOSIT-COUNT       PIC 9(03).
           05  KS-CHECK-COUNT         PIC 9(03).
      *        Deposits matched by a paid check of similar amount
      *        within two days either side.
           05  KS-PAIRED-COUNT        PIC 9(03).
      *        Days the ledger balance would have been negative with
      *        the still-uncollected deposits taken out, and the worst
      *        such position.
           05  KS-FLOAT-DAYS          PIC 9(03).
           05  KS-FLOAT-SHORTFALL     PIC S9(11)V99 COMP-3.
           05  FILLER                 PIC X(21).
