      *----------------------------------------------------------------*
      * BNSDATA.CPY - Deposit Bonus-Rate Promotion Records             *
      * Used by: PARMMNT, BNSENRL, INTCALC, BNSRPT, AUDINQ, ACCTRNUM   *
      * Marketing's bonus-rate campaigns. Each campaign is one         *
      * BONUS-PROMOTION-RECORD on PARMS.BONUSRT, maintained through    *
      * PARMMNT's dual-approval flow like every other rate parameter   *
      * (pending key = BNP-PROMO-CODE): the bonus rate, the one        *
      * product and (optionally) the one segment it is offered to,     *
      * the window in which accounts may enroll, and how many months   *
      * the bonus runs. BNSENRL enrolls accounts off the branch/       *
      * marketing request file onto the BONUSENR KSDS - one            *
      * enrollment per account, numbered CUSTOMER-ID plus product      *
      * code as ACCTMST numbers them - locking the bonus rate and      *
      * fixing BNE-END-DATE; it sends the expiry notice 30 days ahead  *
      * and marks the enrollment expired once the end date has         *
      * passed. INTCALC adds BNE-BONUS-RATE on top of the account's    *
      * segment rate only while the business date is within            *
      * BNE-START-DATE through BNE-END-DATE, so the bonus drops away   *
      * on its own, and keeps the bonus interest paid on the           *
      * enrollment for BNSRPT's monthly campaign-cost report.          *
      *----------------------------------------------------------------*
       01  BONUS-PROMOTION-RECORD.
           05  BNP-PROMO-CODE         PIC X(03).
           05  BNP-BONUS-RATE         PIC 9(01)V9(04).
           05  BNP-PRODUCT            PIC X(02).
      *    Spaces offers the campaign to every segment.
           05  BNP-SEGMENT            PIC X(02).
           05  BNP-ENROLL-FROM        PIC X(08).
           05  BNP-ENROLL-TO          PIC X(08).
           05  BNP-DURATION-MONTHS    PIC 9(02).
           05  FILLER                 PIC X(10).

      *    One per enrolled account on the BONUSENR KSDS, keyed by
      *    the account number. The bonus interest INTCALC pays is
      *    kept for the current and the previous calendar month, so
      *    the month-end cost report still finds last month's figure
      *    after the first nightly run of the new month.
       01  BONUS-ENROLLMENT-RECORD.
           05  BNE-ACCOUNT-NUMBER     PIC X(12).
           05  BNE-CUSTOMER-ID        PIC X(10).
           05  BNE-PROMO-CODE         PIC X(03).
           05  BNE-BONUS-RATE         PIC S9(03)V9(4) COMP-3.
           05  BNE-START-DATE         PIC X(08).
           05  BNE-END-DATE           PIC X(08).
           05  BNE-STATUS             PIC X(01).
               88  BNE-ACTIVE             VALUE 'A'.
               88  BNE-EXPIRED            VALUE 'E'.
               88  BNE-CANCELLED          VALUE 'C'.
           05  BNE-NOTICE-FLAG        PIC X(01).
               88  BNE-NOTICE-SENT        VALUE 'Y'.
           05  BNE-CURR-MONTH         PIC X(06).
           05  BNE-BONUS-CURR         PIC S9(09)V99 COMP-3.
           05  BNE-PRIOR-MONTH        PIC X(06).
           05  BNE-BONUS-PRIOR        PIC S9(09)V99 COMP-3.
           05  BNE-BONUS-TOTAL        PIC S9(09)V99 COMP-3.
           05  BNE-ENROLLED-BY        PIC X(08).
           05  FILLER                 PIC X(15).

      *    Enrollment request keyed by the branch or by marketing -
      *    one 40-byte record per account on the day's BONUSREQ file.
       01  BONUS-REQUEST-RECORD.
           05  BNQ-ACCOUNT-NUMBER     PIC X(12).
           05  BNQ-PROMO-CODE         PIC X(03).
           05  BNQ-ACTION             PIC X(01).
               88  BNQ-ENROLL             VALUE 'E'.
               88  BNQ-CANCEL             VALUE 'C'.
           05  BNQ-ENTERED-BY         PIC X(08).
           05  FILLER                 PIC X(16).
