      *----------------------------------------------------------------*
      * PROGRAM:  LOANMATR                                            *
      * PURPOSE:  Nightly loan maturity processing - runs in BANKNITE *
      *           ahead of LOANACCR. For every active loan coming up  *
      *           on LOAN-END-DATE it projects the balance left at    *
      *           maturity (the remaining installments run forward at *
      *           LOAN-MONTHLY-PAYMENT) and, when that balloon is     *
      *           material, sends the borrower a balloon-due notice   *
      *           60 and again 30 days out - once each, archived to   *
      *           LTRARCH for LTRRPRT like every other letter.         *
      *           Once the end date has passed with money still       *
      *           owed the loan moves to matured-unpaid (MU), unless  *
      *           what is left is a residual under the write-off      *
      *           tolerance - that is written off, together with its  *
      *           accrued interest, and the loan closed. Two control  *
      *           totals feed GLPOST: LNMATWOP (residual principal    *
      *           written off) and LNMATWOI (accrued interest written *
      *           off).                                               *
      *           SYSIN: cols 1-7 write-off tolerance 9(5)V99,        *
      *           cols 9-17 notice materiality 9(7)V99; either left   *
      *           blank takes the default (5.00 / 100.00). The notice *
      *           is worded from the letter text library (type BLN)   *
      *           in the borrower's language.                         *
      * AUTHOR:   TABFORGE-AI                                         *
      * CALLS:    FMTAMT, ERRHANDR, LTXLKUP                           *
      * COPYBOOKS: LOANDATA, LTRDATA, CTLDATA, BUSDATE, ERRDATA,      *
      *            PRIVDATA, LTXDATA                                  *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LOANMATR.
       AUTHOR.         TABFORGE-AI.
       DATE-WRITTEN.   2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOANFILE   ASSIGN TO UT-S-LOANFILE
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS SEQUENTIAL
                             RECORD KEY   IS LOANFILE-LOAN-ID.
           SELECT BALNTCS    ASSIGN TO UT-S-BALNTCS
                             ORGANIZATION IS SEQUENTIAL
                             ACCESS MODE  IS SEQUENTIAL.
           SELECT LTRARCH    ASSIGN TO UT-S-LTRARCH
                             ORGANIZATION IS SEQUENTIAL
                             ACCESS MODE  IS SEQUENTIAL.
           SELECT LTRARIX    ASSIGN TO UT-S-LTRARIX
                             ORGANIZATION IS SEQUENTIAL
                             ACCESS MODE  IS SEQUENTIAL.
           SELECT MATRPT     ASSIGN TO UT-S-MATRPT
                             ORGANIZATION IS SEQUENTIAL
                             ACCESS MODE  IS SEQUENTIAL.
           SELECT CTLTOTFILE ASSIGN TO UT-S-CTLTOTAL
                             ORGANIZATION IS SEQUENTIAL
                             ACCESS MODE  IS SEQUENTIAL.
           SELECT BUSDATEF   ASSIGN TO UT-S-BUSDATE
                             ORGANIZATION IS SEQUENTIAL
                             ACCESS MODE  IS SEQUENTIAL.
      *    Privacy elections (see PRIVDATA) - read for the language
      *    a balloon-due notice is sent in.
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

       FD  BALNTCS
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  BALNTCS-REC                PIC X(133).

      *    Cumulative correspondence archive and its index, appended
      *    alongside the print file so LTRRPRT can reproduce any
      *    notice later (see LTRDATA copybook).
       FD  LTRARCH
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  LTRARCH-REC                PIC X(133).

       FD  LTRARIX
           RECORDING MODE IS F
           RECORD CONTAINS 50 CHARACTERS.
       01  LTRARIX-REC                PIC X(50).

       FD  MATRPT
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  MATRPT-REC                 PIC X(133).

      *    Appended to the cycle's control totals for GLPOST (see
      *    CTLDATA copybook).
       FD  CTLTOTFILE
           RECORDING MODE IS F
           RECORD CONTAINS 54 CHARACTERS.
       01  CTLTOTFILE-REC             PIC X(54).

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
       01  WS-LOANMATR-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'LOANMATR'.
           05  WS-EOF-LOANFILE        PIC X(1)  VALUE 'N'.
               88  EOF-LOANFILE           VALUE 'Y'.
           05  WS-EOF-LTRARIX         PIC X(1)  VALUE 'N'.
               88  EOF-LTRARIX            VALUE 'Y'.
           05  WS-LOAN-CHANGED        PIC X(1)  VALUE 'N'.
               88  LOAN-CHANGED           VALUE 'Y'.
           05  WS-WRITEOFF-TOL        PIC S9(05)V99 COMP-3 VALUE 5.00.
           05  WS-MATERIAL-AMT        PIC S9(07)V99 COMP-3
                                      VALUE 100.00.
           05  WS-BUS-INT             PIC S9(9) COMP VALUE ZERO.
           05  WS-DATE-8              PIC 9(08) VALUE ZERO.
           05  WS-DAYS-TO-MATURITY    PIC S9(9) COMP VALUE ZERO.
           05  WS-NOTICE-DAYS         PIC 9(03) VALUE ZERO.
           05  WS-REMAINING-PMTS      PIC S9(5) COMP VALUE ZERO.
           05  WS-SIM-PMTS            PIC S9(5) COMP VALUE ZERO.
           05  WS-SIM-PAYMENT         PIC S9(09)V99 COMP-3 VALUE ZERO.
           05  WS-SIM-INTEREST        PIC S9(09)V99 COMP-3 VALUE ZERO.
           05  WS-SIM-BALANCE         PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-PROJECTED-BAL       PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-WO-PRINCIPAL        PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-WO-INTEREST         PIC S9(09)V99 COMP-3 VALUE ZERO.
           05  WS-ACTION              PIC X(10) VALUE SPACES.
           05  WS-ARCH-NEXT-RECNO     PIC 9(9)  COMP VALUE 1.
           05  WS-ARCH-LINE-COUNT     PIC 9(5)  COMP VALUE ZERO.
           05  WS-LOAN-COUNT          PIC 9(7)  COMP VALUE ZERO.
           05  WS-NOTICE-COUNT        PIC 9(7)  COMP VALUE ZERO.
           05  WS-MATURED-COUNT       PIC 9(7)  COMP VALUE ZERO.
           05  WS-WRITEOFF-COUNT      PIC 9(7)  COMP VALUE ZERO.
           05  WS-MU-BOOK-COUNT       PIC 9(7)  COMP VALUE ZERO.
           05  WS-WO-PRIN-TOTAL       PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-WO-INT-TOTAL        PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-MU-BOOK-TOTAL       PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-FMT-AMOUNT          PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-FORMATTED-AMT       PIC X(18) VALUE SPACES.
           05  WS-FMT-RC              PIC S9(04) COMP VALUE ZERO.
           05  WS-COUNT-DISP          PIC ZZZZZZ9.
           05  WS-DAYS-DISP           PIC ZZ9.
           05  WS-RPT-LINE            PIC X(133) VALUE SPACES.

      *    Month arithmetic for the installments left to maturity.
       01  WS-END-YYYY                PIC 9(4)  VALUE ZERO.
       01  WS-END-MM                  PIC 9(2)  VALUE ZERO.
       01  WS-DUE-YYYY                PIC 9(4)  VALUE ZERO.
       01  WS-DUE-MM                  PIC 9(2)  VALUE ZERO.

      *    SYSIN control card - amounts in implied-decimal digits.
       01  WS-CONTROL-CARD.
           05  WS-CC-WRITEOFF-TOL     PIC 9(05)V99.
           05  FILLER                 PIC X(01).
           05  WS-CC-MATERIAL-AMT     PIC 9(07)V99.
           05  FILLER                 PIC X(63).

       COPY LOANDATA.
       COPY LTRDATA.
       COPY CTLDATA.
       COPY BUSDATE.
       COPY ERRDATA.
       COPY PRIVDATA.
       COPY LTXDATA.

       PROCEDURE DIVISION.

       1000-INIT.
           PERFORM 1010-READ-BUSINESS-DATE
           PERFORM 1020-READ-CONTROL-CARD
           PERFORM 1090-FIND-ARCHIVE-POSITION
           OPEN I-O    LOANFILE
           OPEN OUTPUT BALNTCS
                       MATRPT
           OPEN INPUT  PRIVOPT
           OPEN EXTEND LTRARCH
                       LTRARIX
           MOVE SPACES TO WS-RPT-LINE
           STRING 'LOAN MATURITY PROCESSING  ' BUS-DATE
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE MATRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE 'LOAN ID       TYPE  END DATE  ACTION' TO WS-RPT-LINE
           MOVE '           BALANCE             AMOUNT'
               TO WS-RPT-LINE(41:37)
           WRITE MATRPT-REC FROM WS-RPT-LINE
           PERFORM 2000-PROCESS-LOAN UNTIL EOF-LOANFILE
           PERFORM 9000-END.

       1010-READ-BUSINESS-DATE.
      *    Falls back to the machine date if the control file is
      *    empty (first cycle before BDATESET ever ran).
           OPEN INPUT BUSDATEF
           READ BUSDATEF INTO BUSINESS-DATE-RECORD
               AT END
                   MOVE FUNCTION CURRENT-DATE(1:8) TO BUS-DATE
           END-READ
           CLOSE BUSDATEF
           MOVE BUS-DATE TO WS-DATE-8
           COMPUTE WS-BUS-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-8).

       1020-READ-CONTROL-CARD.
           MOVE SPACES TO WS-CONTROL-CARD
           ACCEPT WS-CONTROL-CARD FROM SYSIN
           IF WS-CC-WRITEOFF-TOL NUMERIC
               MOVE WS-CC-WRITEOFF-TOL TO WS-WRITEOFF-TOL
           END-IF
           IF WS-CC-MATERIAL-AMT NUMERIC
               MOVE WS-CC-MATERIAL-AMT TO WS-MATERIAL-AMT
           END-IF.

       1090-FIND-ARCHIVE-POSITION.
      *    Tonight's notices append behind everything already
      *    archived - the last index entry says where the archive
      *    ends, the same scan COLLECT's 1090 does.
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

       2000-PROCESS-LOAN.
           READ LOANFILE INTO LOAN-RECORD
               AT END MOVE 'Y' TO WS-EOF-LOANFILE
           END-READ
           IF NOT EOF-LOANFILE
               ADD 1 TO WS-LOAN-COUNT
               MOVE 'N' TO WS-LOAN-CHANGED
               IF (LOAN-ACTIVE OR LOAN-MATURED-UNPAID)
                       AND LOAN-END-DATE NUMERIC
                   MOVE LOAN-END-DATE TO WS-DATE-8
                   COMPUTE WS-DAYS-TO-MATURITY =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-8)
                       - WS-BUS-INT
                   EVALUATE TRUE
                       WHEN LOAN-MATURED-UNPAID
                           PERFORM 2300-CHECK-MATURED-BALANCE
                       WHEN WS-DAYS-TO-MATURITY < ZERO
                           PERFORM 2200-MATURE-LOAN
                       WHEN WS-DAYS-TO-MATURITY NOT > 60
                           PERFORM 2100-CHECK-BALLOON-NOTICE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
               IF LOAN-MATURED-UNPAID
                   ADD 1 TO WS-MU-BOOK-COUNT
                   ADD LOAN-BALANCE TO WS-MU-BOOK-TOTAL
               END-IF
               IF LOAN-CHANGED
                   REWRITE LOANFILE-REC FROM LOAN-RECORD
                       INVALID KEY
                           MOVE WS-PROGRAM-NAME TO ERR-PROGRAM-NAME
                           MOVE '2000-PROCESS-LOAN' TO ERR-PARAGRAPH
                           SET ERRC-FILE-REWRITE-FAILED TO TRUE
                           MOVE 'LOANFILE REWRITE FAILED'
                               TO ERR-MESSAGE
                           CALL 'ERRHANDR' USING ERROR-RECORD
                   END-REWRITE
               END-IF
           END-IF.

       2100-CHECK-BALLOON-NOTICE.
      *    Inside 60 days the 60-day notice is owed; inside 30 the
      *    30-day one. A loan that enters the window already inside
      *    30 days (booked short, or a missed cycle) gets only the
      *    30-day notice - never two on the same night.
           IF NOT LOAN-MAT-NOTICE-60 AND NOT LOAN-MAT-NOTICE-30
               MOVE SPACE TO LOAN-MAT-NOTICE
           END-IF
           IF (WS-DAYS-TO-MATURITY NOT > 30
                   AND NOT LOAN-MAT-NOTICE-30)
               OR (WS-DAYS-TO-MATURITY > 30
                   AND LOAN-MAT-NOTICE-NONE)
               PERFORM 2150-PROJECT-MATURITY-BALANCE
               IF WS-PROJECTED-BAL NOT < WS-MATERIAL-AMT
                   IF WS-DAYS-TO-MATURITY NOT > 30
                       SET LOAN-MAT-NOTICE-30 TO TRUE
                       MOVE 30 TO WS-NOTICE-DAYS
                       MOVE 'NOTICE 30' TO WS-ACTION
                   ELSE
                       SET LOAN-MAT-NOTICE-60 TO TRUE
                       MOVE 60 TO WS-NOTICE-DAYS
                       MOVE 'NOTICE 60' TO WS-ACTION
                   END-IF
                   PERFORM 3000-PRINT-BALLOON-NOTICE
                   MOVE WS-PROJECTED-BAL TO WS-FMT-AMOUNT
                   PERFORM 4000-WRITE-DETAIL-LINE
                   MOVE 'Y' TO WS-LOAN-CHANGED
               END-IF
           END-IF.

       2150-PROJECT-MATURITY-BALANCE.
      *    Installments left are the due dates from LOAN-NEXT-DUE-
      *    DATE through LOAN-END-DATE, assumed paid as scheduled -
      *    the same declining-balance run LOANPAY's curtailment
      *    recount makes. A loan carrying no payment amount is taken
      *    as fully amortizing over what is left, so it projects to
      *    nothing.
           MOVE LOAN-END-DATE(1:4) TO WS-END-YYYY
           MOVE LOAN-END-DATE(5:2) TO WS-END-MM
           IF LOAN-NEXT-DUE-DATE NUMERIC
               MOVE LOAN-NEXT-DUE-DATE(1:4) TO WS-DUE-YYYY
               MOVE LOAN-NEXT-DUE-DATE(5:2) TO WS-DUE-MM
               COMPUTE WS-REMAINING-PMTS =
                   (WS-END-YYYY * 12 + WS-END-MM)
                   - (WS-DUE-YYYY * 12 + WS-DUE-MM) + 1
           ELSE
               COMPUTE WS-REMAINING-PMTS =
                   LOAN-PAYMENTS-DUE - LOAN-PAYMENTS-MADE
           END-IF
           IF WS-REMAINING-PMTS < ZERO
               MOVE ZERO TO WS-REMAINING-PMTS
           END-IF
           MOVE LOAN-BALANCE TO WS-SIM-BALANCE
           IF LOAN-MONTHLY-PAYMENT NUMERIC
                   AND LOAN-MONTHLY-PAYMENT > ZERO
               MOVE LOAN-MONTHLY-PAYMENT TO WS-SIM-PAYMENT
           ELSE
               MOVE ZERO TO WS-SIM-PAYMENT
               IF WS-REMAINING-PMTS > ZERO
                   MOVE ZERO TO WS-SIM-BALANCE
               END-IF
           END-IF
           MOVE ZERO TO WS-SIM-PMTS
           PERFORM UNTIL WS-SIM-BALANCE <= ZERO
                   OR WS-SIM-PMTS >= WS-REMAINING-PMTS
               ADD 1 TO WS-SIM-PMTS
               COMPUTE WS-SIM-INTEREST ROUNDED =
                   WS-SIM-BALANCE * LOAN-INTEREST-RATE / 12
               COMPUTE WS-SIM-BALANCE =
                   WS-SIM-BALANCE
                   - (WS-SIM-PAYMENT - WS-SIM-INTEREST)
           END-PERFORM
           IF WS-SIM-BALANCE > ZERO
               MOVE WS-SIM-BALANCE TO WS-PROJECTED-BAL
           ELSE
               MOVE ZERO TO WS-PROJECTED-BAL
           END-IF.

       2200-MATURE-LOAN.
      *    Past LOAN-END-DATE with money owed: a residual under the
      *    tolerance is written off; anything more is matured unpaid
      *    and the whole balance is due.
           IF LOAN-BALANCE <= ZERO
               CONTINUE
           ELSE
               IF LOAN-BALANCE NOT > WS-WRITEOFF-TOL
                       AND (LOAN-LATE-CHG-BALANCE NOT NUMERIC
                       OR LOAN-LATE-CHG-BALANCE NOT > ZERO)
                   PERFORM 2400-WRITE-OFF-RESIDUAL
               ELSE
                   SET LOAN-MATURED-UNPAID TO TRUE
                   ADD 1 TO WS-MATURED-COUNT
                   MOVE 'MATURED' TO WS-ACTION
                   MOVE LOAN-BALANCE TO WS-FMT-AMOUNT
                   PERFORM 4000-WRITE-DETAIL-LINE
                   MOVE 'Y' TO WS-LOAN-CHANGED
               END-IF
           END-IF.

       2300-CHECK-MATURED-BALANCE.
      *    Payments keep landing on a matured loan - once they bring
      *    it under the tolerance the residual goes the same way.
           IF LOAN-BALANCE > ZERO
                   AND LOAN-BALANCE NOT > WS-WRITEOFF-TOL
                   AND (LOAN-LATE-CHG-BALANCE NOT NUMERIC
                   OR LOAN-LATE-CHG-BALANCE NOT > ZERO)
               PERFORM 2400-WRITE-OFF-RESIDUAL
           END-IF.

       2400-WRITE-OFF-RESIDUAL.
      *    A loan still owing late charges is never a residual - it
      *    goes through matured-unpaid and collections instead.
           MOVE LOAN-BALANCE TO WS-WO-PRINCIPAL
           MOVE ZERO TO WS-WO-INTEREST
           IF LOAN-AIR-BALANCE NUMERIC
                   AND LOAN-AIR-BALANCE > ZERO
               MOVE LOAN-AIR-BALANCE TO WS-WO-INTEREST
               MOVE ZERO TO LOAN-AIR-BALANCE
           END-IF
           MOVE ZERO TO LOAN-BALANCE
           SET LOAN-CLOSED TO TRUE
           ADD 1 TO WS-WRITEOFF-COUNT
           ADD WS-WO-PRINCIPAL TO WS-WO-PRIN-TOTAL
           ADD WS-WO-INTEREST  TO WS-WO-INT-TOTAL
           MOVE 'WRITE-OFF' TO WS-ACTION
           COMPUTE WS-FMT-AMOUNT = WS-WO-PRINCIPAL + WS-WO-INTEREST
           PERFORM 4000-WRITE-DETAIL-LINE
           MOVE 'Y' TO WS-LOAN-CHANGED.

       3000-PRINT-BALLOON-NOTICE.
           ADD 1 TO WS-NOTICE-COUNT
           MOVE ZERO TO WS-ARCH-LINE-COUNT
           MOVE WS-PROJECTED-BAL TO WS-FMT-AMOUNT
           CALL 'FMTAMT' USING WS-FMT-AMOUNT
                               WS-FORMATTED-AMT
                               SPACES
                               WS-FMT-RC
           MOVE WS-NOTICE-DAYS TO WS-DAYS-DISP
           MOVE SPACES TO LETTER-TEXT-REQUEST
           MOVE 'E'    TO LTQ-LANGUAGE
           MOVE LOAN-CUSTOMER-ID TO PRIVOPT-CUSTOMER-ID
           READ PRIVOPT INTO PRIVACY-ELECTION-RECORD
               KEY IS PRIVOPT-CUSTOMER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PRV-LANG-VALID
                       MOVE PRV-LANGUAGE TO LTQ-LANGUAGE
                   END-IF
           END-READ
           MOVE 'BLN'            TO LTQ-LETTER-TYPE
           MOVE WS-DAYS-DISP     TO LTQ-VALUE(1)
           MOVE LOAN-ID          TO LTQ-VALUE(2)
           MOVE LOAN-END-DATE    TO LTQ-VALUE(3)
           MOVE WS-FORMATTED-AMT TO LTQ-VALUE(4)
           PERFORM 8800-WRITE-LETTER-TEXT
           PERFORM 8950-WRITE-ARCHIVE-INDEX.

       4000-WRITE-DETAIL-LINE.
           MOVE SPACES TO WS-RPT-LINE
           MOVE LOAN-ID       TO WS-RPT-LINE(1:12)
           MOVE LOAN-TYPE     TO WS-RPT-LINE(15:4)
           MOVE LOAN-END-DATE TO WS-RPT-LINE(21:8)
           MOVE WS-ACTION     TO WS-RPT-LINE(31:10)
           CALL 'FMTAMT' USING WS-FMT-AMOUNT
                               WS-FORMATTED-AMT
                               SPACES
                               WS-FMT-RC
           MOVE WS-FORMATTED-AMT TO WS-RPT-LINE(60:18)
           MOVE LOAN-BALANCE TO WS-FMT-AMOUNT
           CALL 'FMTAMT' USING WS-FMT-AMOUNT
                               WS-FORMATTED-AMT
                               SPACES
                               WS-FMT-RC
           MOVE WS-FORMATTED-AMT TO WS-RPT-LINE(41:18)
           WRITE MATRPT-REC FROM WS-RPT-LINE.

       8100-WRITE-CONTROL-TOTALS.
      *    GLMAP pairs: LNMATWOP DR loan losses / CR loans;
      *    LNMATWOI DR loan interest income / CR accrued interest
      *    receivable.
           OPEN EXTEND CTLTOTFILE
           MOVE SPACES TO CONTROL-TOTAL-REC
           MOVE 'LNMATWOP'         TO CTL-JOB-STEP
           MOVE WS-WRITEOFF-COUNT  TO CTL-TOTAL-COUNT
           MOVE WS-WRITEOFF-COUNT  TO CTL-SUCCESS-COUNT
           MOVE ZERO               TO CTL-REJECT-COUNT
           MOVE WS-WO-PRIN-TOTAL   TO CTL-TOTAL-AMOUNT
           MOVE FUNCTION CURRENT-DATE TO CTL-TIMESTAMP
           WRITE CTLTOTFILE-REC FROM CONTROL-TOTAL-REC
           MOVE SPACES TO CONTROL-TOTAL-REC
           MOVE 'LNMATWOI'         TO CTL-JOB-STEP
           MOVE WS-WRITEOFF-COUNT  TO CTL-TOTAL-COUNT
           MOVE WS-WRITEOFF-COUNT  TO CTL-SUCCESS-COUNT
           MOVE ZERO               TO CTL-REJECT-COUNT
           MOVE WS-WO-INT-TOTAL    TO CTL-TOTAL-AMOUNT
           MOVE FUNCTION CURRENT-DATE TO CTL-TIMESTAMP
           WRITE CTLTOTFILE-REC FROM CONTROL-TOTAL-REC
           CLOSE CTLTOTFILE.

       8200-WRITE-TOTAL-LINE.
           CALL 'FMTAMT' USING WS-FMT-AMOUNT
                               WS-FORMATTED-AMT
                               SPACES
                               WS-FMT-RC
           MOVE WS-FORMATTED-AMT TO WS-RPT-LINE(60:18)
           WRITE MATRPT-REC FROM WS-RPT-LINE.

       8800-WRITE-LETTER-TEXT.
      *    Every line of the requested letter, from 001 until the
      *    library has no more.
           MOVE 1 TO LTQ-LINE-NO
           CALL 'LTXLKUP' USING LETTER-TEXT-REQUEST
           PERFORM UNTIL LTQ-RC = 8
               MOVE LTQ-TEXT TO WS-RPT-LINE
               PERFORM 8900-WRITE-LETTER-LINE
               ADD 1 TO LTQ-LINE-NO
               CALL 'LTXLKUP' USING LETTER-TEXT-REQUEST
           END-PERFORM.

       8900-WRITE-LETTER-LINE.
           WRITE BALNTCS-REC FROM WS-RPT-LINE
           WRITE LTRARCH-REC FROM WS-RPT-LINE
           ADD 1 TO WS-ARCH-LINE-COUNT.

       8950-WRITE-ARCHIVE-INDEX.
           MOVE SPACES             TO LETTER-INDEX-RECORD
           MOVE LOAN-ID            TO LIX-ENTITY-ID
           SET LIX-TYPE-BALLOON    TO TRUE
           MOVE BUS-DATE           TO LIX-LETTER-DATE
           MOVE WS-ARCH-NEXT-RECNO TO LIX-START-RECNO
           MOVE WS-ARCH-LINE-COUNT TO LIX-LINE-COUNT
           MOVE LTQ-LANGUAGE-USED  TO LIX-LANGUAGE
           WRITE LTRARIX-REC FROM LETTER-INDEX-RECORD
           ADD WS-ARCH-LINE-COUNT  TO WS-ARCH-NEXT-RECNO.

       9000-END.
           MOVE SPACES TO WS-RPT-LINE
           WRITE MATRPT-REC FROM WS-RPT-LINE
           MOVE WS-NOTICE-COUNT TO WS-COUNT-DISP
           STRING 'BALLOON NOTICES SENT ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE MATRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-MATURED-COUNT TO WS-COUNT-DISP
           STRING 'MATURED UNPAID TONIGHT ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE MATRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-WRITEOFF-COUNT TO WS-COUNT-DISP
           STRING 'RESIDUALS WRITTEN OFF - PRINCIPAL ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           MOVE WS-WO-PRIN-TOTAL TO WS-FMT-AMOUNT
           PERFORM 8200-WRITE-TOTAL-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE 'RESIDUALS WRITTEN OFF - INTEREST' TO WS-RPT-LINE
           MOVE WS-WO-INT-TOTAL TO WS-FMT-AMOUNT
           PERFORM 8200-WRITE-TOTAL-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-MU-BOOK-COUNT TO WS-COUNT-DISP
           STRING 'MATURED UNPAID ON BOOK ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           MOVE WS-MU-BOOK-TOTAL TO WS-FMT-AMOUNT
           PERFORM 8200-WRITE-TOTAL-LINE
           PERFORM 8100-WRITE-CONTROL-TOTALS
           CLOSE LOANFILE
                 BALNTCS
                 PRIVOPT
                 LTRARCH
                 LTRARIX
                 MATRPT
           DISPLAY 'LOANMATR LOANS READ: '     WS-LOAN-COUNT
           DISPLAY 'LOANMATR NOTICES SENT: '   WS-NOTICE-COUNT
           DISPLAY 'LOANMATR MATURED UNPAID: ' WS-MATURED-COUNT
           DISPLAY 'LOANMATR WRITTEN OFF: '    WS-WRITEOFF-COUNT
           MOVE RC-SUCCESS TO WS-RETURN-CODE
           STOP RUN.
