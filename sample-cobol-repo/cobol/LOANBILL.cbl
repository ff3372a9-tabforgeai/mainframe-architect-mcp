      *----------------------------------------------------------------*
      * PROGRAM:  LOANBILL                                            *
      * PURPOSE:  Monthly loan billing statements - one statement per *
      *           active loan whose next installment falls due within *
      *           the billing window: amount due split into           *
      *           principal, interest, escrow and mortgage insurance, *
      *           any past-due amount, the escrow balance, last       *
      *           month's payments off LOANPAY's INTPAID trail, and a *
      *           tear-off remittance coupon with a scan line for the *
      *           lockbox. Statements follow the borrower's           *
      *           DELIVERY-PREF (paper print file or the electronic   *
      *           feed), paper statements to an undeliverable address *
      *           are held, and every statement produced is archived  *
      *           to LTRARCH/LTRARIX for LTRRPRT. Every label comes   *
      *           from the LBL lines of the letter text library in    *
      *           the borrower's language.                            *
      * AUTHOR:   TABFORGE-AI                                         *
      * CALLS:    FMTAMT, LTXLKUP                                     *
      * COPYBOOKS: LBILDATA, LOANDATA, APPLDATA, CUSTMAST, LTRDATA,   *
      *            BUSDATE, ERRDATA, PRIVDATA, LTXDATA                *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LOANBILL.
       AUTHOR.         TABFORGE-AI.
       DATE-WRITTEN.   2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOANFILE ASSIGN TO UT-S-LOANFILE
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS SEQUENTIAL
                           RECORD KEY   IS LOANFILE-LOAN-ID.
           SELECT APPLFILE ASSIGN TO UT-S-APPLFILE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT INTPAID  ASSIGN TO UT-S-INTPAID
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT DBFILE   ASSIGN TO UT-S-DBFILE
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS RANDOM
                           RECORD KEY   IS DBFILE-CUSTOMER-ID
                           ALTERNATE RECORD KEY IS DBFILE-ACCOUNT-NUMBER
                               WITH DUPLICATES.
           SELECT ADDRFILE ASSIGN TO UT-S-ADDRFILE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT BILLWRK  ASSIGN TO UT-S-BILLWRK
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT SORTWK1  ASSIGN TO UT-S-SORTWK.
           SELECT BILLSRT  ASSIGN TO UT-S-BILLSRT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT BILLPRT  ASSIGN TO UT-S-BILLPRT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT BILLEST  ASSIGN TO UT-S-BILLEST
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT BILLHOLD ASSIGN TO UT-S-BILLHOLD
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT LTRARCH  ASSIGN TO UT-S-LTRARCH
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT LTRARIX  ASSIGN TO UT-S-LTRARIX
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT BUSDATEF ASSIGN TO UT-S-BUSDATE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
      *    Privacy elections (see PRIVDATA) - read for the language
      *    a billing statement is printed in.
           SELECT PRIVOPT  ASSIGN TO UT-S-PRIVOPT
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS RANDOM
                           RECORD KEY   IS PRIVOPT-CUSTOMER-ID.

       DATA DIVISION.
       FILE SECTION.
       FD  LOANFILE
           RECORDING MODE IS F
           RECORD CONTAINS 300 CHARACTERS.
       01  LOANFILE-REC.
           05  LOANFILE-LOAN-ID       PIC X(12).
           05  FILLER                 PIC X(288).

       FD  APPLFILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  APPLFILE-REC               PIC X(100).

      *    LOANPAY's cumulative interest-paid trail - same layout as
      *    its FD, kept in step by hand.
       FD  INTPAID
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  INTPAID-REC.
           05  IPD-LOAN-ID            PIC X(12).
           05  IPD-PAY-DATE           PIC X(08).
           05  IPD-INTEREST           PIC 9(09)V99.
           05  IPD-PRINCIPAL          PIC 9(09)V99.
           05  FILLER                 PIC X(18).

       FD  DBFILE
           RECORDING MODE IS F
           RECORD CONTAINS 400 CHARACTERS.
       01  DBFILE-REC.
      *    Same layout as DBREAD01/DBUPD01's FD - kept in step by
      *    hand.
           05  DBFILE-CUSTOMER-ID     PIC X(10).
           05  FILLER                 PIC X(378).
           05  DBFILE-ACCOUNT-NUMBER  PIC X(12).

      *    Same presorted-by-CUSTOMER-ID address extract TAXFORM
      *    reads - independently redeclared here as the other
      *    readers do.
       FD  ADDRFILE
           RECORDING MODE IS F
           RECORD CONTAINS 114 CHARACTERS.
       01  ADDRFILE-REC.
           05  ADDRFILE-CUSTOMER-ID   PIC X(10).
           05  ADDRFILE-LINE-1        PIC X(30).
           05  ADDRFILE-LINE-2        PIC X(30).
           05  ADDRFILE-CITY          PIC X(20).
           05  ADDRFILE-STATE         PIC X(02).
           05  ADDRFILE-ZIP           PIC X(10).
           05  ADDRFILE-COUNTRY       PIC X(03).
           05  ADDRFILE-VALID-FLAG    PIC X(01).
               88  ADDRFILE-ADDR-VALID    VALUE 'Y'.
           05  ADDRFILE-LAST-UPDATE   PIC X(08).

      *    Bills staged in loan order (see LBILDATA), then sorted by
      *    borrower and loan for the address match-merge.
       FD  BILLWRK
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01  BILLWRK-REC                PIC X(200).

       SD  SORTWK1
           RECORD CONTAINS 200 CHARACTERS.
       01  SORTWK1-REC.
           05  SORTWK1-KEY            PIC X(22).
           05  FILLER                 PIC X(178).

       FD  BILLSRT
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01  BILLSRT-REC                PIC X(200).

       FD  BILLPRT
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  BILLPRT-REC                PIC X(133).

      *    Statements for borrowers who chose electronic delivery -
      *    the same print image STMTPRT's ESTFILE carries.
       FD  BILLEST
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  BILLEST-REC                PIC X(133).

       FD  BILLHOLD
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01  BILLHOLD-REC               PIC X(200).

      *    Cumulative correspondence archive and its index, appended
      *    alongside the print files so LTRRPRT can reproduce any
      *    billing statement later (see LTRDATA copybook).
       FD  LTRARCH
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  LTRARCH-REC                PIC X(133).

       FD  LTRARIX
           RECORDING MODE IS F
           RECORD CONTAINS 50 CHARACTERS.
       01  LTRARIX-REC                PIC X(50).

      *    Business-date control record set by BDATESET at the start
      *    of the cycle (see BUSDATE copybook).
       FD  BUSDATEF
           RECORDING MODE IS F
           RECORD CONTAINS 30 CHARACTERS.
       01  BUSDATEF-REC               PIC X(30).

       FD  PRIVOPT
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  PRIVOPT-REC.
           05  PRIVOPT-CUSTOMER-ID    PIC X(10).
           05  FILLER                 PIC X(50).

       WORKING-STORAGE SECTION.
       01  WS-LOANBILL-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'LOANBILL'.
           05  WS-EOF-INPUT           PIC X(1)  VALUE 'N'.
               88  EOF-INPUT              VALUE 'Y'.
           05  WS-EOF-LOANFILE        PIC X(1)  VALUE 'N'.
               88  EOF-LOANFILE           VALUE 'Y'.
           05  WS-EOF-BILLSRT         PIC X(1)  VALUE 'N'.
               88  EOF-BILLSRT            VALUE 'Y'.
           05  WS-EOF-ADDRFILE        PIC X(1)  VALUE 'N'.
               88  EOF-ADDRFILE           VALUE 'Y'.
           05  WS-EOF-LTRARIX         PIC X(1)  VALUE 'N'.
               88  EOF-LTRARIX            VALUE 'Y'.
           05  WS-WINDOW-X            PIC X(3)  VALUE SPACES.
           05  WS-WINDOW-DAYS         PIC 9(3)  VALUE 31.
           05  WS-BUS-DATE-8          PIC 9(8)  VALUE ZERO.
           05  WS-BUS-INT             PIC S9(9) COMP VALUE ZERO.
           05  WS-WINDOW-END-8        PIC 9(8)  VALUE ZERO.
           05  WS-WINDOW-END          PIC X(8)  VALUE SPACES.
           05  WS-LAST-MONTH          PIC X(6)  VALUE SPACES.
           05  WS-LAST-YYYY           PIC 9(4)  VALUE ZERO.
           05  WS-LAST-MM             PIC 9(2)  VALUE ZERO.
           05  WS-APPL-COUNT          PIC 9(4)  COMP VALUE ZERO.
           05  WS-APPL-IX             PIC 9(4)  COMP VALUE ZERO.
           05  WS-LINK-CUSTOMER       PIC X(10) VALUE SPACES.
           05  WS-PD-LOADED           PIC 9(4)  COMP VALUE ZERO.
           05  WS-PD-MAX              PIC 9(4)  COMP VALUE 5000.
           05  WS-PD-IX               PIC 9(4)  COMP VALUE ZERO.
           05  WS-PD-FOUND-IX         PIC 9(4)  COMP VALUE ZERO.
           05  WS-PD-KEY              PIC X(12) VALUE SPACES.
           05  WS-ANCHOR-DD           PIC 9(2)  VALUE ZERO.
           05  WS-STEP-COUNT          PIC 9(3)  COMP VALUE ZERO.
           05  WS-EFF-RATE            PIC S9(03)V9(4) COMP-3
                                       VALUE ZERO.
           05  WS-INSTALLMENT         PIC S9(09)V99 COMP-3 VALUE ZERO.
           05  WS-ESCROW-PMT          PIC S9(09)V99 COMP-3 VALUE ZERO.
           05  WS-ADDR-CUST-NO        PIC X(10) VALUE LOW-VALUES.
           05  WS-ADDR-FOUND          PIC X(1)  VALUE 'N'.
               88  ADDRESS-ON-FILE        VALUE 'Y'.
           05  WS-ARCH-NEXT-RECNO     PIC 9(9)  COMP VALUE 1.
           05  WS-ARCH-LINE-COUNT     PIC 9(5)  COMP VALUE ZERO.
           05  WS-LOAN-COUNT          PIC 9(7)  COMP VALUE ZERO.
           05  WS-STAGED-COUNT        PIC 9(7)  COMP VALUE ZERO.
           05  WS-NOT-DUE-COUNT       PIC 9(7)  COMP VALUE ZERO.
           05  WS-SKIPPED-COUNT       PIC 9(7)  COMP VALUE ZERO.
           05  WS-PAPER-COUNT         PIC 9(7)  COMP VALUE ZERO.
           05  WS-ESTMT-COUNT         PIC 9(7)  COMP VALUE ZERO.
           05  WS-HOLD-COUNT          PIC 9(7)  COMP VALUE ZERO.
           05  WS-BILLED-TOTAL        PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-FMT-AMOUNT          PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-FORMATTED-AMT       PIC X(18) VALUE SPACES.
           05  WS-FORMATTED-AMT-2     PIC X(18) VALUE SPACES.
           05  WS-FMT-RC              PIC S9(04) COMP VALUE ZERO.
           05  WS-RATE-PCT            PIC ZZ9.999.
           05  WS-COUNT-DISP          PIC ZZ9.
           05  WS-DISP-DATE           PIC X(10) VALUE SPACES.
           05  WS-DISP-DATE-2         PIC X(10) VALUE SPACES.
           05  WS-RPT-LINE            PIC X(133) VALUE SPACES.

      *    Due-date stepping for a loan that is behind: one month at a
      *    time from LOAN-NEXT-DUE-DATE, keeping the loan's own due day
      *    (clamped to short months) the way LOANPAY advances it.
       01  WS-STEP-DATE-8             PIC 9(8)  VALUE ZERO.
       01  WS-STEP-DATE-PARTS REDEFINES WS-STEP-DATE-8.
           05  WS-STEP-YYYY           PIC 9(4).
           05  WS-STEP-MM             PIC 9(2).
           05  WS-STEP-DD             PIC 9(2).

      *    Coupon scan line: amount due and due date as one digit
      *    string, carrying a weighted mod-10 check digit so the
      *    lockbox can reject a misread line.
       01  WS-SCAN-FIELDS.
           05  WS-SCAN-DIGITS.
               10  WS-SCAN-AMOUNT     PIC 9(09)V99 VALUE ZERO.
               10  WS-SCAN-DATE       PIC X(08) VALUE ZEROS.
           05  WS-SCAN-DIGIT-TBL REDEFINES WS-SCAN-DIGITS.
               10  WS-SCAN-DIGIT      PIC 9(01) OCCURS 19 TIMES.
           05  WS-SCAN-IX             PIC 9(2)  COMP VALUE ZERO.
           05  WS-SCAN-WEIGHT         PIC 9(1)  COMP VALUE ZERO.
           05  WS-SCAN-PRODUCT        PIC 9(2)  COMP VALUE ZERO.
           05  WS-SCAN-SUM            PIC 9(4)  COMP VALUE ZERO.
           05  WS-SCAN-CHECK          PIC 9(1)  VALUE ZERO.

      *    Application links loaded once - APP-ID doubles as LOAN-ID
      *    at funding, so this is the loan book's only customer tie.
       01  WS-LINK-TABLE.
           05  WS-LINK-ENTRY OCCURS 2000 TIMES.
               10  WS-LNK-LOAN        PIC X(12).
               10  WS-LNK-CUST        PIC X(10).

      *    Last calendar month's INTPAID entries, summed by loan.
       01  WS-PD-TABLE.
           05  WS-PD-ENTRY OCCURS 5000 TIMES.
               10  WS-PD-LOAN         PIC X(12).
               10  WS-PD-COUNT        PIC 9(3)  COMP.
               10  WS-PD-PRIN         PIC S9(11)V99 COMP-3.
               10  WS-PD-INT          PIC S9(11)V99 COMP-3.

       COPY LBILDATA.
       COPY LOANDATA.
       COPY APPLDATA.
       COPY CUSTMAST.
       COPY LTRDATA.
       COPY BUSDATE.
       COPY ERRDATA.
       COPY PRIVDATA.
       COPY LTXDATA.

       PROCEDURE DIVISION.

       1000-INIT.
           PERFORM 1010-READ-BUSINESS-DATE
           PERFORM 1020-SET-BILLING-WINDOW
           PERFORM 1100-LOAD-CUSTOMER-LINKS
           PERFORM 1200-LOAD-LAST-MONTH-PAYMENTS
           PERFORM 1090-FIND-ARCHIVE-POSITION
           PERFORM 2000-STAGE-BILLS
           SORT SORTWK1
               ON ASCENDING KEY SORTWK1-KEY
               USING BILLWRK
               GIVING BILLSRT
           PERFORM 3000-PRODUCE-STATEMENTS
           PERFORM 9000-END.

       1010-READ-BUSINESS-DATE.
      *    Falls back to the machine date if the control file is
      *    empty (first cycle before BDATESET ever ran).
           OPEN INPUT BUSDATEF
           READ BUSDATEF INTO BUSINESS-DATE-RECORD
               AT END
                   MOVE FUNCTION CURRENT-DATE(1:8) TO BUS-DATE
           END-READ
           CLOSE BUSDATEF.

       1020-SET-BILLING-WINDOW.
      *    SYSIN: the billing window in days (blank keeps 31) - a
      *    loan is billed when its next unpaid installment falls due
      *    inside the window, so a loan paid ahead gets no statement
      *    until an installment is actually coming due.
           ACCEPT WS-WINDOW-X FROM SYSIN
           IF WS-WINDOW-X NUMERIC AND WS-WINDOW-X NOT = '000'
               MOVE WS-WINDOW-X TO WS-WINDOW-DAYS
           END-IF
           MOVE BUS-DATE TO WS-BUS-DATE-8
           COMPUTE WS-BUS-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUS-DATE-8)
           COMPUTE WS-WINDOW-END-8 =
               FUNCTION DATE-OF-INTEGER(WS-BUS-INT + WS-WINDOW-DAYS)
           MOVE WS-WINDOW-END-8 TO WS-WINDOW-END
      *    The month before the business date, for the payments-
      *    received section.
           MOVE BUS-DATE(1:4) TO WS-LAST-YYYY
           MOVE BUS-DATE(5:2) TO WS-LAST-MM
           IF WS-LAST-MM = 1
               MOVE 12 TO WS-LAST-MM
               SUBTRACT 1 FROM WS-LAST-YYYY
           ELSE
               SUBTRACT 1 FROM WS-LAST-MM
           END-IF
           STRING WS-LAST-YYYY WS-LAST-MM
               DELIMITED SIZE INTO WS-LAST-MONTH.

       1090-FIND-ARCHIVE-POSITION.
      *    Tonight's statements append behind everything already
      *    archived - the last index entry says where the archive
      *    ends, the same scan STMTPRT's 1090 does on STMTARIX.
           OPEN INPUT LTRARIX
           MOVE 'N' TO WS-EOF-LTRARIX
           PERFORM UNTIL EOF-LTRARIX
               READ LTRARIX INTO LETTER-INDEX-RECORD
                   AT END MOVE 'Y' TO WS-EOF-LTRARIX
               END-READ
               IF NOT EOF-LTRARIX
                   COMPUTE WS-ARCH-NEXT-RECNO =
                       LIX-START-RECNO + LIX-LINE-COUNT
               END-IF
           END-PERFORM
           CLOSE LTRARIX.

       1100-LOAD-CUSTOMER-LINKS.
           OPEN INPUT APPLFILE
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ APPLFILE INTO LOAN-APPLICATION-RECORD
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT AND APP-FUNDED
                   IF WS-APPL-COUNT < 2000
                       ADD 1 TO WS-APPL-COUNT
                       MOVE APP-ID
                           TO WS-LNK-LOAN(WS-APPL-COUNT)
                       MOVE APP-CUSTOMER-ID
                           TO WS-LNK-CUST(WS-APPL-COUNT)
                   ELSE
                       DISPLAY 'LOANBILL LINK TABLE FULL - LOAN '
                               APP-ID ' UNLINKED'
                   END-IF
               END-IF
           END-PERFORM
           CLOSE APPLFILE.

       1200-LOAD-LAST-MONTH-PAYMENTS.
      *    A full table only costs a statement its payments-received
      *    lines, never the amount due - it is reported, not fatal.
           OPEN INPUT INTPAID
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ INTPAID
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT
                       AND IPD-PAY-DATE(1:6) = WS-LAST-MONTH
                   PERFORM 1210-ADD-LAST-MONTH-PAYMENT
               END-IF
           END-PERFORM
           CLOSE INTPAID.

       1210-ADD-LAST-MONTH-PAYMENT.
           MOVE IPD-LOAN-ID TO WS-PD-KEY
           PERFORM 2450-FIND-PAYMENT-ENTRY
           IF WS-PD-FOUND-IX = ZERO
               IF WS-PD-LOADED < WS-PD-MAX
                   ADD 1 TO WS-PD-LOADED
                   MOVE WS-PD-LOADED TO WS-PD-FOUND-IX
                   MOVE IPD-LOAN-ID  TO WS-PD-LOAN(WS-PD-FOUND-IX)
                   MOVE ZERO TO WS-PD-COUNT(WS-PD-FOUND-IX)
                                WS-PD-PRIN(WS-PD-FOUND-IX)
                                WS-PD-INT(WS-PD-FOUND-IX)
               ELSE
                   DISPLAY 'LOANBILL PAYMENT TABLE FULL - LOAN '
                           IPD-LOAN-ID ' PAYMENTS NOT SHOWN'
               END-IF
           END-IF
           IF WS-PD-FOUND-IX > ZERO
               ADD 1             TO WS-PD-COUNT(WS-PD-FOUND-IX)
               ADD IPD-PRINCIPAL TO WS-PD-PRIN(WS-PD-FOUND-IX)
               ADD IPD-INTEREST  TO WS-PD-INT(WS-PD-FOUND-IX)
           END-IF.

       2000-STAGE-BILLS.
           OPEN INPUT  LOANFILE
           OPEN OUTPUT BILLWRK
           PERFORM 2100-STAGE-ONE-LOAN UNTIL EOF-LOANFILE
           CLOSE LOANFILE
                 BILLWRK.

       2100-STAGE-ONE-LOAN.
           READ LOANFILE INTO LOAN-RECORD
               AT END MOVE 'Y' TO WS-EOF-LOANFILE
           END-READ
           IF NOT EOF-LOANFILE
               ADD 1 TO WS-LOAN-COUNT
               IF LOAN-ACTIVE AND LOAN-BALANCE > ZERO
                   PERFORM 2200-FIND-BILLED-INSTALLMENT
                   IF LBL-DUE-DATE > WS-WINDOW-END
                       ADD 1 TO WS-NOT-DUE-COUNT
                   ELSE
      *                An unlinked loan (no funded application on
      *                file) has nobody to bill - counted for research
      *                the way F1098 counts it.
                       PERFORM 2300-FIND-CUSTOMER-LINK
                       IF WS-LINK-CUSTOMER = SPACES
                           ADD 1 TO WS-SKIPPED-COUNT
                       ELSE
                           PERFORM 2400-BUILD-BILL
                           WRITE BILLWRK-REC FROM LOAN-BILL-RECORD
                           ADD 1 TO WS-STAGED-COUNT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2200-FIND-BILLED-INSTALLMENT.
      *    Every installment dated before the business date and still
      *    unpaid is past due; the statement bills the first one not
      *    yet reached.
           MOVE SPACES TO LOAN-BILL-RECORD
           MOVE ZERO   TO LBL-PAST-DUE-COUNT
           MOVE LOAN-NEXT-DUE-DATE TO LBL-DUE-DATE
           IF LOAN-NEXT-DUE-DATE < BUS-DATE
               MOVE LOAN-NEXT-DUE-DATE TO LBL-PAST-DUE-SINCE
               MOVE LOAN-NEXT-DUE-DATE TO WS-STEP-DATE-8
               MOVE WS-STEP-DD         TO WS-ANCHOR-DD
               MOVE ZERO               TO WS-STEP-COUNT
               PERFORM 2210-STEP-ONE-MONTH
                   UNTIL LBL-DUE-DATE NOT < BUS-DATE
                   OR WS-STEP-COUNT = 999
               MOVE WS-STEP-COUNT TO LBL-PAST-DUE-COUNT
           END-IF.

       2210-STEP-ONE-MONTH.
           IF WS-STEP-MM = 12
               MOVE 1 TO WS-STEP-MM
               ADD 1 TO WS-STEP-YYYY
           ELSE
               ADD 1 TO WS-STEP-MM
           END-IF
           MOVE WS-ANCHOR-DD TO WS-STEP-DD
           PERFORM 2220-CLAMP-DUE-DAY
           MOVE WS-STEP-DATE-8 TO LBL-DUE-DATE
           ADD 1 TO WS-STEP-COUNT.

       2220-CLAMP-DUE-DAY.
      *    Same clamp as LOANPAY's 5120 - a due day of 29-31 does not
      *    exist in every month.
           EVALUATE WS-STEP-MM
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   IF WS-STEP-DD > 30
                       MOVE 30 TO WS-STEP-DD
                   END-IF
               WHEN 2
                   IF FUNCTION MOD(WS-STEP-YYYY 4) = ZERO
                           AND (FUNCTION MOD(WS-STEP-YYYY 100)
                               NOT = ZERO
                           OR FUNCTION MOD(WS-STEP-YYYY 400) = ZERO)
                       IF WS-STEP-DD > 29
                           MOVE 29 TO WS-STEP-DD
                       END-IF
                   ELSE
                       IF WS-STEP-DD > 28
                           MOVE 28 TO WS-STEP-DD
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2300-FIND-CUSTOMER-LINK.
           MOVE SPACES TO WS-LINK-CUSTOMER
           PERFORM VARYING WS-APPL-IX FROM 1 BY 1
                   UNTIL WS-APPL-IX > WS-APPL-COUNT
                   OR WS-LINK-CUSTOMER NOT = SPACES
               IF WS-LNK-LOAN(WS-APPL-IX) = LOAN-ID
                   MOVE WS-LNK-CUST(WS-APPL-IX)
                       TO WS-LINK-CUSTOMER
               END-IF
           END-PERFORM.

       2400-BUILD-BILL.
      *    The installment is split on the current balance the way
      *    LOANPAY's 4000-SPLIT-PAYMENT will split it when it posts -
      *    simple interest at a twelfth of the rate, capped at the
      *    statutory 6 percent while servicemember protection covers
      *    the due date. On a mortgage the escrow portion and the PMI
      *    premium riding inside it are shown on their own lines.
           MOVE WS-LINK-CUSTOMER   TO LBL-CUSTOMER-ID
           MOVE LOAN-ID            TO LBL-LOAN-ID
           MOVE LOAN-TYPE          TO LBL-LOAN-TYPE
           MOVE LOAN-BALANCE       TO LBL-BALANCE
           MOVE LOAN-INTEREST-RATE TO LBL-RATE
           MOVE LOAN-INTEREST-RATE TO WS-EFF-RATE
           IF LOAN-SCRA-PROTECTED
                   AND LBL-DUE-DATE NOT < LOAN-SCRA-START
                   AND (LOAN-SCRA-END = SPACES
                   OR LBL-DUE-DATE NOT > LOAN-SCRA-END)
               IF WS-EFF-RATE > 0.06
                   MOVE 0.06 TO WS-EFF-RATE
               END-IF
           END-IF
           COMPUTE LBL-INTEREST-DUE ROUNDED =
               LOAN-BALANCE * WS-EFF-RATE / 12
           COMPUTE LBL-PRINCIPAL-DUE =
               LOAN-MONTHLY-PAYMENT - LBL-INTEREST-DUE
      *    The final installment is only what is left on the loan.
           IF LBL-PRINCIPAL-DUE > LOAN-BALANCE
               MOVE LOAN-BALANCE TO LBL-PRINCIPAL-DUE
           END-IF
           IF LBL-PRINCIPAL-DUE < ZERO
               MOVE ZERO TO LBL-PRINCIPAL-DUE
           END-IF
           MOVE ZERO TO LBL-ESCROW-DUE
                        LBL-PMI-DUE
                        LBL-ESCROW-BALANCE
                        WS-ESCROW-PMT
           IF LOAN-MORTGAGE AND LOAN-ESCROW-PAYMENT NUMERIC
                   AND LOAN-ESCROW-PAYMENT > ZERO
               MOVE LOAN-ESCROW-PAYMENT TO WS-ESCROW-PMT
               MOVE LOAN-ESCROW-PAYMENT TO LBL-ESCROW-DUE
               IF LOAN-PMI-ACTIVE AND LOAN-PMI-MONTHLY NUMERIC
                   MOVE LOAN-PMI-MONTHLY TO LBL-PMI-DUE
                   SUBTRACT LOAN-PMI-MONTHLY FROM LBL-ESCROW-DUE
                   IF LBL-ESCROW-DUE < ZERO
                       MOVE ZERO TO LBL-ESCROW-DUE
                   END-IF
               END-IF
           END-IF
           IF LOAN-MORTGAGE AND LOAN-ESCROW-BALANCE NUMERIC
               MOVE LOAN-ESCROW-BALANCE TO LBL-ESCROW-BALANCE
           END-IF
      *    Each missed installment is owed in full, escrow included.
           COMPUTE WS-INSTALLMENT =
               LOAN-MONTHLY-PAYMENT + WS-ESCROW-PMT
           COMPUTE LBL-PAST-DUE-AMT =
               WS-INSTALLMENT * LBL-PAST-DUE-COUNT
           MOVE ZERO TO LBL-LATE-CHG-DUE
           IF LOAN-LATE-CHG-BALANCE NUMERIC
               MOVE LOAN-LATE-CHG-BALANCE TO LBL-LATE-CHG-DUE
           END-IF
           COMPUTE LBL-TOTAL-DUE =
               LBL-PRINCIPAL-DUE + LBL-INTEREST-DUE
               + LBL-ESCROW-DUE + LBL-PMI-DUE + LBL-PAST-DUE-AMT
               + LBL-LATE-CHG-DUE
           MOVE ZERO TO LBL-LAST-PAY-COUNT
                        LBL-LAST-PAY-PRIN
                        LBL-LAST-PAY-INT
           MOVE LOAN-ID TO WS-PD-KEY
           PERFORM 2450-FIND-PAYMENT-ENTRY
           IF WS-PD-FOUND-IX > ZERO
               MOVE WS-PD-COUNT(WS-PD-FOUND-IX) TO LBL-LAST-PAY-COUNT
               MOVE WS-PD-PRIN(WS-PD-FOUND-IX)  TO LBL-LAST-PAY-PRIN
               MOVE WS-PD-INT(WS-PD-FOUND-IX)   TO LBL-LAST-PAY-INT
           END-IF.

       2450-FIND-PAYMENT-ENTRY.
           MOVE ZERO TO WS-PD-FOUND-IX
           PERFORM VARYING WS-PD-IX FROM 1 BY 1
                   UNTIL WS-PD-IX > WS-PD-LOADED
                   OR WS-PD-FOUND-IX > ZERO
               IF WS-PD-LOAN(WS-PD-IX) = WS-PD-KEY
                   MOVE WS-PD-IX TO WS-PD-FOUND-IX
               END-IF
           END-PERFORM.

       3000-PRODUCE-STATEMENTS.
           OPEN INPUT  BILLSRT
           OPEN INPUT  ADDRFILE
           OPEN INPUT  DBFILE
           OPEN INPUT  PRIVOPT
           OPEN OUTPUT BILLPRT
           OPEN OUTPUT BILLEST
           OPEN OUTPUT BILLHOLD
           OPEN EXTEND LTRARCH
           OPEN EXTEND LTRARIX
           PERFORM 3050-READ-NEXT-ADDR
           PERFORM 3100-PRODUCE-ONE-STATEMENT UNTIL EOF-BILLSRT
           CLOSE BILLSRT
                 ADDRFILE
                 DBFILE
                 PRIVOPT
                 BILLPRT
                 BILLEST
                 BILLHOLD
                 LTRARCH
                 LTRARIX.

       3050-READ-NEXT-ADDR.
           READ ADDRFILE
               AT END MOVE 'Y' TO WS-EOF-ADDRFILE
           END-READ
           IF EOF-ADDRFILE
               MOVE HIGH-VALUES TO WS-ADDR-CUST-NO
           ELSE
               MOVE ADDRFILE-CUSTOMER-ID TO WS-ADDR-CUST-NO
           END-IF.

       3100-PRODUCE-ONE-STATEMENT.
           READ BILLSRT INTO LOAN-BILL-RECORD
               AT END MOVE 'Y' TO WS-EOF-BILLSRT
           END-READ
           IF NOT EOF-BILLSRT
               PERFORM 3200-MATCH-ADDRESS
               PERFORM 3300-GET-BORROWER
      *        A paper statement to an address flagged undeliverable
      *        is held, as STMTPRT holds one; the electronic feed
      *        needs no postal address.
               IF NOT DELIV-ESTMT AND ADDRESS-ON-FILE
                       AND NOT ADDRFILE-ADDR-VALID
                   WRITE BILLHOLD-REC FROM LOAN-BILL-RECORD
                   ADD 1 TO WS-HOLD-COUNT
               ELSE
                   MOVE ZERO TO WS-ARCH-LINE-COUNT
                   PERFORM 4000-PRINT-STATEMENT
                   PERFORM 4500-PRINT-COUPON
                   PERFORM 8950-WRITE-ARCHIVE-INDEX
                   ADD LBL-TOTAL-DUE TO WS-BILLED-TOTAL
                   IF DELIV-ESTMT
                       ADD 1 TO WS-ESTMT-COUNT
                   ELSE
                       ADD 1 TO WS-PAPER-COUNT
                   END-IF
               END-IF
           END-IF.

       3200-MATCH-ADDRESS.
           MOVE 'N' TO WS-ADDR-FOUND
           PERFORM UNTIL EOF-ADDRFILE
                   OR WS-ADDR-CUST-NO NOT < LBL-CUSTOMER-ID
               PERFORM 3050-READ-NEXT-ADDR
           END-PERFORM
           IF WS-ADDR-CUST-NO = LBL-CUSTOMER-ID
               MOVE 'Y' TO WS-ADDR-FOUND
           END-IF.

       3300-GET-BORROWER.
      *    A borrower missing from DBFILE still gets a paper
      *    statement, addressed by customer number.
           MOVE SPACES TO CUSTOMER-RECORD
           MOVE 'P'    TO DELIVERY-PREF
           MOVE LBL-CUSTOMER-ID TO DBFILE-CUSTOMER-ID
           READ DBFILE INTO CUSTOMER-RECORD
               INVALID KEY
                   MOVE LBL-CUSTOMER-ID TO CUSTOMER-NAME
                   MOVE 'P' TO DELIVERY-PREF
           END-READ
      *    The statement's language - no privacy record, or no
      *    language on it, is English.
           MOVE SPACES TO LETTER-TEXT-REQUEST
           MOVE 'E'    TO LTQ-LANGUAGE
           MOVE LBL-CUSTOMER-ID TO PRIVOPT-CUSTOMER-ID
           READ PRIVOPT INTO PRIVACY-ELECTION-RECORD
               KEY IS PRIVOPT-CUSTOMER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PRV-LANG-VALID
                       MOVE PRV-LANGUAGE TO LTQ-LANGUAGE
                   END-IF
           END-READ
           MOVE 'LBL'  TO LTQ-LETTER-TYPE.

       4000-PRINT-STATEMENT.
           MOVE SPACES TO WS-DISP-DATE
           STRING BUS-DATE(5:2) '/' BUS-DATE(7:2) '/' BUS-DATE(1:4)
               DELIMITED SIZE INTO WS-DISP-DATE
           MOVE WS-DISP-DATE TO LTQ-VALUE(1)
           MOVE 1 TO LTQ-LINE-NO
           PERFORM 4800-WRITE-BILL-TEXT
           MOVE SPACES TO WS-RPT-LINE
           PERFORM 8900-WRITE-BILL-LINE
           MOVE CUSTOMER-NAME TO WS-RPT-LINE
           PERFORM 8900-WRITE-BILL-LINE
           IF ADDRESS-ON-FILE
               MOVE ADDRFILE-LINE-1 TO WS-RPT-LINE
               PERFORM 8900-WRITE-BILL-LINE
               IF ADDRFILE-LINE-2 NOT = SPACES
                   MOVE ADDRFILE-LINE-2 TO WS-RPT-LINE
                   PERFORM 8900-WRITE-BILL-LINE
               END-IF
               MOVE SPACES TO WS-RPT-LINE
               STRING ADDRFILE-CITY ' ' ADDRFILE-STATE ' '
                      ADDRFILE-ZIP
                   DELIMITED SIZE INTO WS-RPT-LINE
               PERFORM 8900-WRITE-BILL-LINE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           PERFORM 8900-WRITE-BILL-LINE
           MOVE SPACES TO WS-DISP-DATE
           STRING LBL-DUE-DATE(5:2) '/' LBL-DUE-DATE(7:2) '/'
                  LBL-DUE-DATE(1:4)
               DELIMITED SIZE INTO WS-DISP-DATE
           MOVE LBL-LOAN-ID  TO LTQ-VALUE(1)
           MOVE WS-DISP-DATE TO LTQ-VALUE(2)
           MOVE 2 TO LTQ-LINE-NO
           PERFORM 4800-WRITE-BILL-TEXT
           MOVE LBL-BALANCE TO WS-FMT-AMOUNT
           PERFORM 8800-FORMAT-AMOUNT
           COMPUTE WS-RATE-PCT = LBL-RATE * 100
           MOVE WS-FORMATTED-AMT TO LTQ-VALUE(1)
           MOVE WS-RATE-PCT      TO LTQ-VALUE(2)
           MOVE 3 TO LTQ-LINE-NO
           PERFORM 4800-WRITE-BILL-TEXT
           MOVE SPACES TO WS-RPT-LINE
           PERFORM 8900-WRITE-BILL-LINE
           MOVE 4 TO LTQ-LINE-NO
           PERFORM 4800-WRITE-BILL-TEXT
           MOVE LBL-PRINCIPAL-DUE TO WS-FMT-AMOUNT
           MOVE 5 TO LTQ-LINE-NO
           PERFORM 4810-WRITE-BILL-AMOUNT
           MOVE LBL-INTEREST-DUE TO WS-FMT-AMOUNT
           MOVE 6 TO LTQ-LINE-NO
           PERFORM 4810-WRITE-BILL-AMOUNT
           IF LBL-ESCROW-DUE > ZERO
               MOVE LBL-ESCROW-DUE TO WS-FMT-AMOUNT
               MOVE 7 TO LTQ-LINE-NO
               PERFORM 4810-WRITE-BILL-AMOUNT
           END-IF
           IF LBL-PMI-DUE > ZERO
               MOVE LBL-PMI-DUE TO WS-FMT-AMOUNT
               MOVE 8 TO LTQ-LINE-NO
               PERFORM 4810-WRITE-BILL-AMOUNT
           END-IF
           IF LBL-PAST-DUE-COUNT > ZERO
               MOVE LBL-PAST-DUE-COUNT TO WS-COUNT-DISP
               MOVE SPACES TO WS-DISP-DATE-2
               STRING LBL-PAST-DUE-SINCE(5:2) '/'
                      LBL-PAST-DUE-SINCE(7:2) '/'
                      LBL-PAST-DUE-SINCE(1:4)
                   DELIMITED SIZE INTO WS-DISP-DATE-2
               MOVE LBL-PAST-DUE-AMT TO WS-FMT-AMOUNT
               PERFORM 8800-FORMAT-AMOUNT
               MOVE WS-FORMATTED-AMT TO LTQ-VALUE(1)
               MOVE WS-COUNT-DISP    TO LTQ-VALUE(2)
               MOVE WS-DISP-DATE-2   TO LTQ-VALUE(3)
               MOVE 9 TO LTQ-LINE-NO
               PERFORM 4800-WRITE-BILL-TEXT
           END-IF
           IF LBL-LATE-CHG-DUE > ZERO
               MOVE LBL-LATE-CHG-DUE TO WS-FMT-AMOUNT
               MOVE 10 TO LTQ-LINE-NO
               PERFORM 4810-WRITE-BILL-AMOUNT
           END-IF
           MOVE LBL-TOTAL-DUE TO WS-FMT-AMOUNT
           MOVE 11 TO LTQ-LINE-NO
           PERFORM 4810-WRITE-BILL-AMOUNT
           IF LBL-LOAN-TYPE = 'MORT'
               MOVE LBL-ESCROW-BALANCE TO WS-FMT-AMOUNT
               MOVE 12 TO LTQ-LINE-NO
               PERFORM 4810-WRITE-BILL-AMOUNT
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           PERFORM 8900-WRITE-BILL-LINE
           IF LBL-LAST-PAY-COUNT = ZERO
               MOVE 13 TO LTQ-LINE-NO
               PERFORM 4800-WRITE-BILL-TEXT
           ELSE
               MOVE LBL-LAST-PAY-COUNT TO WS-COUNT-DISP
               MOVE WS-COUNT-DISP TO LTQ-VALUE(1)
               MOVE 14 TO LTQ-LINE-NO
               PERFORM 4800-WRITE-BILL-TEXT
               MOVE LBL-LAST-PAY-PRIN TO WS-FMT-AMOUNT
               MOVE 15 TO LTQ-LINE-NO
               PERFORM 4810-WRITE-BILL-AMOUNT
               MOVE LBL-LAST-PAY-INT TO WS-FMT-AMOUNT
               MOVE 16 TO LTQ-LINE-NO
               PERFORM 4810-WRITE-BILL-AMOUNT
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           PERFORM 8900-WRITE-BILL-LINE.

       4500-PRINT-COUPON.
      *    Tear-off remittance coupon. The scan line is the loan
      *    number, the total due as eleven digits (cents implied),
      *    the due date and the check digit over amount and date.
           MOVE ALL '- ' TO WS-RPT-LINE(1:80)
           PERFORM 8900-WRITE-BILL-LINE
           MOVE 17 TO LTQ-LINE-NO
           PERFORM 4800-WRITE-BILL-TEXT
           MOVE LBL-LOAN-ID   TO LTQ-VALUE(1)
           MOVE CUSTOMER-NAME TO LTQ-VALUE(2)
           MOVE 18 TO LTQ-LINE-NO
           PERFORM 4800-WRITE-BILL-TEXT
           MOVE LBL-TOTAL-DUE TO WS-FMT-AMOUNT
           PERFORM 8800-FORMAT-AMOUNT
           MOVE WS-FORMATTED-AMT TO LTQ-VALUE(1)
           MOVE WS-DISP-DATE     TO LTQ-VALUE(2)
           MOVE 19 TO LTQ-LINE-NO
           PERFORM 4800-WRITE-BILL-TEXT
           MOVE SPACES TO WS-RPT-LINE
           PERFORM 8900-WRITE-BILL-LINE
           PERFORM 4600-BUILD-SCAN-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING LBL-LOAN-ID ' ' WS-SCAN-DIGITS(1:11)
                  ' ' WS-SCAN-DIGITS(12:8) ' ' WS-SCAN-CHECK
               DELIMITED SIZE INTO WS-RPT-LINE
           PERFORM 8900-WRITE-BILL-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM 8900-WRITE-BILL-LINE.

       4600-BUILD-SCAN-LINE.
      *    Weights alternate 2,1 from the rightmost digit; a doubled
      *    digit over 9 contributes its digit sum.
           MOVE LBL-TOTAL-DUE  TO WS-SCAN-AMOUNT
           MOVE LBL-DUE-DATE   TO WS-SCAN-DATE
           MOVE ZERO TO WS-SCAN-SUM
           MOVE 2    TO WS-SCAN-WEIGHT
           PERFORM 4610-ADD-SCAN-DIGIT
               VARYING WS-SCAN-IX FROM 19 BY -1
               UNTIL WS-SCAN-IX < 1
           COMPUTE WS-SCAN-CHECK =
               FUNCTION MOD(10 - FUNCTION MOD(WS-SCAN-SUM 10) 10).

       4610-ADD-SCAN-DIGIT.
           COMPUTE WS-SCAN-PRODUCT =
               WS-SCAN-DIGIT(WS-SCAN-IX) * WS-SCAN-WEIGHT
           IF WS-SCAN-PRODUCT > 9
               SUBTRACT 9 FROM WS-SCAN-PRODUCT
           END-IF
           ADD WS-SCAN-PRODUCT TO WS-SCAN-SUM
           IF WS-SCAN-WEIGHT = 2
               MOVE 1 TO WS-SCAN-WEIGHT
           ELSE
               MOVE 2 TO WS-SCAN-WEIGHT
           END-IF.

       4800-WRITE-BILL-TEXT.
      *    One statement line from the LBL lines of the text library
      *    in the borrower's language (set up by 3300); the values
      *    the caller loaded are cleared for the next line.
           CALL 'LTXLKUP' USING LETTER-TEXT-REQUEST
           MOVE LTQ-TEXT TO WS-RPT-LINE
           MOVE SPACES TO LTQ-VALUES
           PERFORM 8900-WRITE-BILL-LINE.

       4810-WRITE-BILL-AMOUNT.
           PERFORM 8800-FORMAT-AMOUNT
           MOVE WS-FORMATTED-AMT TO LTQ-VALUE(1)
           PERFORM 4800-WRITE-BILL-TEXT.

       8800-FORMAT-AMOUNT.
           CALL 'FMTAMT' USING WS-FMT-AMOUNT
                               WS-FORMATTED-AMT
                               SPACES
                               WS-FMT-RC.

       8900-WRITE-BILL-LINE.
      *    Opted-in borrowers (DELIV-ESTMT) go to the electronic feed
      *    instead of the print file, as STMTPRT's 3900 routes them;
      *    every line also lands on the archive exactly as rendered.
           IF DELIV-ESTMT
               WRITE BILLEST-REC FROM WS-RPT-LINE
           ELSE
               WRITE BILLPRT-REC FROM WS-RPT-LINE
           END-IF
           WRITE LTRARCH-REC FROM WS-RPT-LINE
           ADD 1 TO WS-ARCH-LINE-COUNT
           MOVE SPACES TO WS-RPT-LINE.

       8950-WRITE-ARCHIVE-INDEX.
           MOVE SPACES              TO LETTER-INDEX-RECORD
           MOVE LBL-LOAN-ID         TO LIX-ENTITY-ID
           SET LIX-TYPE-LOAN-BILL   TO TRUE
           MOVE BUS-DATE            TO LIX-LETTER-DATE
           MOVE WS-ARCH-NEXT-RECNO  TO LIX-START-RECNO
           MOVE WS-ARCH-LINE-COUNT  TO LIX-LINE-COUNT
           MOVE LTQ-LANGUAGE-USED   TO LIX-LANGUAGE
           WRITE LTRARIX-REC FROM LETTER-INDEX-RECORD
           ADD WS-ARCH-LINE-COUNT   TO WS-ARCH-NEXT-RECNO.

       9000-END.
           DISPLAY 'LOANBILL LOANS READ: '         WS-LOAN-COUNT
           DISPLAY 'LOANBILL NOT DUE IN WINDOW: '  WS-NOT-DUE-COUNT
           DISPLAY 'LOANBILL SKIPPED (NO LINK): '  WS-SKIPPED-COUNT
           DISPLAY 'LOANBILL PAPER STATEMENTS: '   WS-PAPER-COUNT
           DISPLAY 'LOANBILL E-STATEMENTS: '       WS-ESTMT-COUNT
           DISPLAY 'LOANBILL HELD (ADDRESS): '     WS-HOLD-COUNT
           DISPLAY 'LOANBILL TOTAL BILLED: '       WS-BILLED-TOTAL
           IF WS-SKIPPED-COUNT > ZERO OR WS-HOLD-COUNT > ZERO
               MOVE RC-WARNING TO WS-RETURN-CODE
           ELSE
               MOVE RC-SUCCESS TO WS-RETURN-CODE
           END-IF
           STOP RUN.
