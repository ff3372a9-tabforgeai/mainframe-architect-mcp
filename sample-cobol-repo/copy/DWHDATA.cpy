      *----------------------------------------------------------------*
      * DWHDATA.CPY - Data Warehouse Feed Records                      *
      * Used by: DWFEED                                                *
      * The nightly warehouse feed replaces the warehouse team pulling *
      * whatever files they could find: every business event of the   *
      * night arrives in one uniform 'E' record on the DWEVENT file,   *
      * whatever program caused it, keyed the same way - customer,     *
      * account (or loan), business date, amount and currency - and    *
      * the customer, account and loan dimension files (full nightly   *
      * snapshots) go with it. Each file opens with an 'H' header      *
      * naming the file and business date and closes with a 'Z'       *
      * trailer carrying its record count and amount total, the same   *
      * file-proof discipline as the vendor feed (see VENDDATA). All   *
      * records are 150 bytes; amounts are display with a leading     *
      * separate sign so the warehouse loader needs no packed-decimal  *
      * handling.                                                      *
      *                                                                *
      * DWE-EVENT-TYPE / DWE-EVENT-SUBTYPE:                            *
      *   PAYPOST  payment posted         subtype = channel code       *
      *   PAYREJ   payment rejected       subtype = reject reason      *
      *   FEEASSD  fee assessed           MAINT or OVERDRAFT           *
      *   INTCRED  interest credited      CAPITALIZE                   *
      *   INTCHRG  interest charged       DEBIT                        *
      *   LNPAYMT  loan payment split     PAYMENT - detail amount 1 is *
      *            the interest portion, detail amount 2 principal     *
      *   HOLDPLC  hold placed            STANDARD or EXTENDED         *
      *   HOLDREL  hold released          STANDARD or EXTENDED         *
      *   DISPSTAT dispute status change  OPEN, INVESTIGATE, RESOLVED, *
      *            DENIED                                              *
      *   CUSTMNT  customer maintenance   the DBAUDIT action, or for   *
      *            an ordinary update the field group that changed     *
      * DWE-ACCOUNT-NUMBER is the loan ID on loan payments and spaces  *
      * where the source carries only the customer (maintenance fee,  *
      * interest, holds). DWE-DR-CR is D or C as the event posts to    *
      * the customer's account (a loan payment credits the loan), T    *
      * for an internal transfer (the debit leg's account, the credit  *
      * side's customer in DWE-REFERENCE), and space where nothing     *
      * posts - rejects, holds, disputes and maintenance.              *
      *                                                                *
      * DWFEED-STATE-RECORD is DWFEED's own high-water marks, carried  *
      * generation to generation on DWSTATE - the cumulative trails    *
      * (DBAUDIT, NOTEFILE, INTPAID) are fed only past the point the   *
      * last released feed reached.                                    *
      *----------------------------------------------------------------*
       01  DW-HEADER-RECORD.
           05  DWH-RECORD-TYPE        PIC X(01).
               88  DWH-HEADER             VALUE 'H'.
           05  DWH-FILE-ID            PIC X(08).
               88  DWH-EVENT-FILE         VALUE 'EVENTS'.
               88  DWH-CUSTOMER-FILE      VALUE 'CUSTOMER'.
               88  DWH-ACCOUNT-FILE       VALUE 'ACCOUNT'.
               88  DWH-LOAN-FILE          VALUE 'LOAN'.
           05  DWH-BUSINESS-DATE      PIC X(08).
           05  DWH-CREATED-DATE       PIC X(08).
           05  DWH-CREATED-TIME       PIC X(08).
           05  FILLER                 PIC X(117).

       01  DW-EVENT-RECORD.
           05  DWE-RECORD-TYPE        PIC X(01).
               88  DWE-EVENT              VALUE 'E'.
           05  DWE-EVENT-TYPE         PIC X(08).
               88  DWE-PAYMENT-POSTED     VALUE 'PAYPOST'.
               88  DWE-PAYMENT-REJECTED   VALUE 'PAYREJ'.
               88  DWE-FEE-ASSESSED       VALUE 'FEEASSD'.
               88  DWE-INTEREST-CREDITED  VALUE 'INTCRED'.
               88  DWE-INTEREST-CHARGED   VALUE 'INTCHRG'.
               88  DWE-LOAN-PAYMENT       VALUE 'LNPAYMT'.
               88  DWE-HOLD-PLACED        VALUE 'HOLDPLC'.
               88  DWE-HOLD-RELEASED      VALUE 'HOLDREL'.
               88  DWE-DISPUTE-STATUS     VALUE 'DISPSTAT'.
               88  DWE-CUSTOMER-MAINT     VALUE 'CUSTMNT'.
           05  DWE-EVENT-SUBTYPE      PIC X(10).
           05  DWE-CUSTOMER-ID        PIC X(10).
           05  DWE-ACCOUNT-NUMBER     PIC X(12).
           05  DWE-BUSINESS-DATE      PIC X(08).
           05  DWE-EVENT-DATE         PIC X(08).
           05  DWE-EVENT-TIME         PIC X(08).
           05  DWE-AMOUNT             PIC S9(13)V99 SIGN LEADING
                                       SEPARATE.
           05  DWE-CURRENCY           PIC X(03).
           05  DWE-DR-CR              PIC X(01).
               88  DWE-DEBIT              VALUE 'D'.
               88  DWE-CREDIT             VALUE 'C'.
               88  DWE-TRANSFER           VALUE 'T'.
           05  DWE-DETAIL-AMOUNT-1    PIC S9(11)V99 SIGN LEADING
                                       SEPARATE.
           05  DWE-DETAIL-AMOUNT-2    PIC S9(11)V99 SIGN LEADING
                                       SEPARATE.
           05  DWE-REFERENCE          PIC X(16).
      *        Program or file the event came from.
           05  DWE-SOURCE             PIC X(08).
           05  DWE-SEQUENCE           PIC 9(09).
           05  FILLER                 PIC X(04).

       01  DW-CUSTOMER-RECORD.
           05  DWC-RECORD-TYPE        PIC X(01).
               88  DWC-CUSTOMER           VALUE 'C'.
           05  DWC-CUSTOMER-ID        PIC X(10).
           05  DWC-NAME               PIC X(40).
           05  DWC-STATUS             PIC X(01).
           05  DWC-SEGMENT            PIC X(02).
           05  DWC-CURRENCY           PIC X(03).
           05  DWC-DELIVERY-PREF      PIC X(01).
           05  DWC-CREDIT-SCORE       PIC 9(03).
           05  DWC-INCOME             PIC S9(09)V99 SIGN LEADING
                                       SEPARATE.
           05  DWC-BALANCE            PIC S9(13)V99 SIGN LEADING
                                       SEPARATE.
           05  DWC-CREDIT-LIMIT       PIC S9(11)V99 SIGN LEADING
                                       SEPARATE.
           05  DWC-YTD-INTEREST       PIC S9(11)V99 SIGN LEADING
                                       SEPARATE.
           05  DWC-LAST-UPDATE-DATE   PIC X(10).
           05  FILLER                 PIC X(23).

       01  DW-ACCOUNT-RECORD.
           05  DWA-RECORD-TYPE        PIC X(01).
               88  DWA-ACCOUNT            VALUE 'A'.
           05  DWA-ACCOUNT-NUMBER     PIC X(12).
           05  DWA-CUSTOMER-ID        PIC X(10).
           05  DWA-ACCOUNT-TYPE       PIC X(02).
           05  DWA-STATUS             PIC X(01).
           05  DWA-BALANCE            PIC S9(13)V99 SIGN LEADING
                                       SEPARATE.
           05  DWA-OPENED-DATE        PIC X(08).
           05  DWA-LAST-UPDATE-DATE   PIC X(08).
           05  DWA-YTD-INTEREST       PIC S9(11)V99 SIGN LEADING
                                       SEPARATE.
           05  FILLER                 PIC X(78).

       01  DW-LOAN-RECORD.
           05  DWL-RECORD-TYPE        PIC X(01).
               88  DWL-LOAN               VALUE 'L'.
           05  DWL-LOAN-ID            PIC X(12).
           05  DWL-CUSTOMER-ID        PIC X(10).
           05  DWL-LOAN-TYPE          PIC X(04).
           05  DWL-STATUS             PIC X(02).
           05  DWL-AMOUNT             PIC S9(11)V99 SIGN LEADING
                                       SEPARATE.
           05  DWL-BALANCE            PIC S9(11)V99 SIGN LEADING
                                       SEPARATE.
      *        Decimal fraction, as LOAN-INTEREST-RATE.
           05  DWL-INTEREST-RATE      PIC S9(03)V9(4) SIGN LEADING
                                       SEPARATE.
           05  DWL-RATE-TYPE          PIC X(01).
           05  DWL-START-DATE         PIC X(08).
           05  DWL-END-DATE           PIC X(08).
           05  DWL-NEXT-DUE-DATE      PIC X(08).
           05  DWL-MONTHLY-PAYMENT    PIC S9(09)V99 SIGN LEADING
                                       SEPARATE.
           05  DWL-ACCRUAL-STATUS     PIC X(01).
           05  FILLER                 PIC X(47).

       01  DW-TRAILER-RECORD.
           05  DWZ-RECORD-TYPE        PIC X(01).
               88  DWZ-TRAILER            VALUE 'Z'.
           05  DWZ-FILE-ID            PIC X(08).
           05  DWZ-BUSINESS-DATE      PIC X(08).
           05  DWZ-RECORD-COUNT       PIC 9(09).
      *        Events: sum of DWE-AMOUNT. Customers and accounts: sum
      *        of balances. Loans: sum of DWL-BALANCE.
           05  DWZ-AMOUNT-TOTAL       PIC S9(15)V99 SIGN LEADING
                                       SEPARATE.
           05  FILLER                 PIC X(106).

       01  DWFEED-STATE-RECORD.
      *        Business date of the last feed released.
           05  DWS-BUSINESS-DATE      PIC X(08).
      *        CCYYMMDDHHMMSSHH - DBAUDIT and NOTEFILE records stamped
      *        after these have not yet been fed.
           05  DWS-AUDIT-STAMP        PIC X(16).
           05  DWS-NOTE-STAMP         PIC X(16).
      *        INTPAID records already fed (the trail only grows).
           05  DWS-INTPAID-COUNT      PIC 9(09).
           05  DWS-RELEASED-STAMP     PIC X(16).
           05  FILLER                 PIC X(15).
