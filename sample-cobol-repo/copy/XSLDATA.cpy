      *----------------------------------------------------------------*
      * XSLDATA.CPY - Cross-Sell Prospect Rule and History Records     *
      * Used by: XSELL                                                 *
      * Marketing keeps the product-gap rules on PARMS.XSELL, one      *
      * 80-byte CROSS-SELL-RULE card per rule ('*' in column 1 is a    *
      * comment). Product codes are the ACCTMAST account types CH, SA, *
      * TD, IR and the LOANFILE loan types PERS, MORT, VEHI, HELC;     *
      * LOAN stands for any loan. A customer is listed for a rule when *
      * every test the rule fills in holds:                            *
      *   XSR-OFFER       the product offered - not already held       *
      *   XSR-HOLDS       a product the customer must hold             *
      *   XSR-HOLDS-ONLY  'Y' - and nothing else (no other product)    *
      *   XSR-LACKS       up to three products the customer must not   *
      *                   hold                                         *
      *   XSR-MIN-AVG-BAL the month's average daily balance (BALHIST)  *
      *                   at least this, whole dollars                 *
      *   XSR-MIN-SCORE   CUSTOMER-CREDIT-SCORE at least this          *
      *   XSR-MIN-INCOME  CUSTOMER-INCOME at least this, whole dollars *
      *   XSR-MATURE-DAYS the held product (a certificate, or a loan   *
      *                   at its end date) matures within this many    *
      *                   days of the business date                    *
      * Numeric tests are zero-filled or left blank; a blank or zero   *
      * test is not applied. The rules marketing started with:         *
      *   CHSV SA   CH    SA  TD       000025000                       *
      *     checking only with a large balance, no savings or CD       *
      *   TDMT CH   TD  Y                                   030        *
      *     a CD maturing within 30 days and no other relationship     *
      *   MTCH CH   MORT  CH                                           *
      *     a mortgage borrower without checking                       *
      *   PLQL PERS       LOAN                  700000060000           *
      *     score 700 and income 60,000 qualify, and no loan at all    *
      * The first rule that lists a customer for a product wins, and a *
      * customer still inside the follow-up window for a product is    *
      * not listed for it again.                                       *
      *----------------------------------------------------------------*
       01  CROSS-SELL-RULE.
           05  XSR-RULE-ID            PIC X(04).
           05  FILLER                 PIC X(01).
           05  XSR-OFFER              PIC X(04).
           05  FILLER                 PIC X(01).
           05  XSR-HOLDS              PIC X(04).
           05  XSR-HOLDS-ONLY-FLAG    PIC X(01).
               88  XSR-HOLDS-ONLY         VALUE 'Y'.
           05  FILLER                 PIC X(01).
           05  XSR-LACKS              PIC X(04) OCCURS 3 TIMES.
           05  FILLER                 PIC X(01).
           05  XSR-MIN-AVG-BAL        PIC 9(09).
           05  XSR-MIN-SCORE          PIC 9(03).
           05  XSR-MIN-INCOME         PIC 9(09).
           05  XSR-MATURE-DAYS        PIC 9(03).
           05  FILLER                 PIC X(01).
           05  XSR-DESCRIPTION        PIC X(26).

      *    One PROSPECT-HISTORY-RECORD per customer listed, carried
      *    on the PROSPHST generations from month to month until the
      *    follow-up date (90 days after listing) has passed. XSELL
      *    marks the prospect opened as soon as the offered product
      *    shows up opened on or after the listing date, and reports
      *    every prospect whose window has closed on the follow-up
      *    report before dropping it.
       01  PROSPECT-HISTORY-RECORD.
           05  XSH-CUSTOMER-ID        PIC X(10).
           05  XSH-RULE-ID            PIC X(04).
           05  XSH-OFFER              PIC X(04).
           05  XSH-LISTED-DATE        PIC X(08).
           05  XSH-FOLLOW-UP-DATE     PIC X(08).
      *        Home branch and officer when listed (see ASGNDATA).
           05  XSH-BRANCH             PIC X(04).
           05  XSH-OFFICER-ID         PIC X(08).
           05  XSH-STATUS             PIC X(01).
               88  XSH-NOT-OPENED         VALUE 'O'.
               88  XSH-OPENED             VALUE 'C'.
           05  XSH-OPENED-DATE        PIC X(08).
           05  XSH-CUSTOMER-NAME      PIC X(30).
           05  FILLER                 PIC X(15).
