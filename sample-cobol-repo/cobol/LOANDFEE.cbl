      *----------------------------------------------------------------*
      * PROGRAM:  LOANDFEE                                            *
      * PURPOSE:  Deferred origination fee recognition - runs nightly *
      *           in BANKNITE ahead of GLPOST. LOANPROC parks each    *
      *           loan's net deferred fee (fees and points less       *
      *           direct costs) on the loan with its level yield; on  *
      *           the month-end business date this step recognizes    *
      *           one period per installment elapsed since funding:   *
      *           the yield on the carrying amount (schedule balance  *
      *           less unamortized fee) less the note rate on the     *
      *           schedule balance, the final period taking whatever *
      *           remains. Any night a loan is found paid off (CL),   *
      *           charged off (CO) or transferred out (TR), its       *
      *           unamortized balance is recognized at once. A loan   *
      *           in default is left where it is - no amortization    *
      *           while it is not performing. The month-end run's     *
      *           report is the monthly amortization report. Two      *
      *           control totals feed GLPOST: LNDFEFEE (net fees      *
      *           recognized) and LNDFECST (net costs recognized).    *
      * AUTHOR:   TABFORGE-AI                                         *
      * CALLS:    FMTAMT, ERRHANDR                                    *
      * COPYBOOKS: LOANDATA, CTLDATA, BUSDATE, ERRDATA                *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LOANDFEE.
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
           SELECT DFEERPT    ASSIGN TO UT-S-DFEERPT
                             ORGANIZATION IS SEQUENTIAL
                             ACCESS MODE  IS SEQUENTIAL.
           SELECT CTLTOTFILE ASSIGN TO UT-S-CTLTOTAL
                             ORGANIZATION IS SEQUENTIAL
                             ACCESS MODE  IS SEQUENTIAL.
           SELECT BUSDATEF   ASSIGN TO UT-S-BUSDATE
                             ORGANIZATION IS SEQUENTIAL
                             ACCESS MODE  IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LOANFILE
           RECORDING MODE IS F
           RECORD CONTAINS 300 CHARACTERS.
       01  LOANFILE-REC.
           05  LOANFILE-LOAN-ID       PIC X(12).
           05  FILLER                 PIC X(288).

       FD  DFEERPT
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  DFEERPT-REC                PIC X(133).

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

       WORKING-STORAGE SECTION.
       01  WS-LOANDFEE-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'LOANDFEE'.
           05  WS-EOF-LOANFILE        PIC X(1)  VALUE 'N'.
               88  EOF-LOANFILE           VALUE 'Y'.
           05  WS-LOAN-CHANGED        PIC X(1)  VALUE 'N'.
               88  LOAN-CHANGED           VALUE 'Y'.
           05  WS-PERIODS-DUE         PIC S9(5) COMP VALUE ZERO.
           05  WS-PERIODS-BEFORE      PIC 9(4)  COMP VALUE ZERO.
           05  WS-CONTRACT-INT        PIC S9(09)V99 COMP-3 VALUE ZERO.
           05  WS-EFFECTIVE-INT       PIC S9(09)V99 COMP-3 VALUE ZERO.
           05  WS-PERIOD-AMT          PIC S9(09)V99 COMP-3 VALUE ZERO.
           05  WS-RECOGNIZED          PIC S9(09)V99 COMP-3 VALUE ZERO.
           05  WS-REASON              PIC X(8)  VALUE SPACES.
           05  WS-LOAN-COUNT          PIC 9(7)  COMP VALUE ZERO.
           05  WS-AMORT-COUNT         PIC 9(7)  COMP VALUE ZERO.
           05  WS-ACCEL-COUNT         PIC 9(7)  COMP VALUE ZERO.
           05  WS-FEE-TOTAL           PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-COST-TOTAL          PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-AMORT-TOTAL         PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-ACCEL-TOTAL         PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-UNAMORT-BOOK        PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-FMT-AMOUNT          PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-FORMATTED-AMT       PIC X(18) VALUE SPACES.
           05  WS-FMT-RC              PIC S9(04) COMP VALUE ZERO.
           05  WS-COUNT-DISP          PIC ZZZZZZ9.
           05  WS-PERIOD-DISP         PIC ZZZ9.
           05  WS-RPT-LINE            PIC X(133) VALUE SPACES.

      *    Month arithmetic for the periods elapsed since funding.
       01  WS-BUS-YYYY                PIC 9(4)  VALUE ZERO.
       01  WS-BUS-MM                  PIC 9(2)  VALUE ZERO.
       01  WS-START-YYYY              PIC 9(4)  VALUE ZERO.
       01  WS-START-MM                PIC 9(2)  VALUE ZERO.

       COPY LOANDATA.
       COPY CTLDATA.
       COPY BUSDATE.
       COPY ERRDATA.

       PROCEDURE DIVISION.

       1000-INIT.
           PERFORM 1010-READ-BUSINESS-DATE
           OPEN I-O    LOANFILE
           OPEN OUTPUT DFEERPT
           MOVE SPACES TO WS-RPT-LINE
           IF BUS-MONTH-END
               STRING 'DEFERRED LOAN FEE AMORTIZATION - MONTH END  '
                      BUS-DATE
                   DELIMITED SIZE INTO WS-RPT-LINE
           ELSE
               STRING 'DEFERRED LOAN FEE RECOGNITION - PAYOFF/CHARGE-'
                      'OFF/TRANSFER ONLY  ' BUS-DATE
                   DELIMITED SIZE INTO WS-RPT-LINE
           END-IF
           WRITE DFEERPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE 'LOAN ID       TYPE  REASON   PERIODS'
               TO WS-RPT-LINE
           MOVE '        RECOGNIZED        UNAMORTIZED'
               TO WS-RPT-LINE(37:37)
           WRITE DFEERPT-REC FROM WS-RPT-LINE
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
           MOVE BUS-DATE(1:4) TO WS-BUS-YYYY
           MOVE BUS-DATE(5:2) TO WS-BUS-MM.

       2000-PROCESS-LOAN.
           READ LOANFILE INTO LOAN-RECORD
               AT END MOVE 'Y' TO WS-EOF-LOANFILE
           END-READ
           IF NOT EOF-LOANFILE
               ADD 1 TO WS-LOAN-COUNT
               MOVE 'N' TO WS-LOAN-CHANGED
               IF LOAN-DFE-AMORTIZING
                   EVALUATE TRUE
                       WHEN LOAN-CLOSED
                           MOVE 'PAYOFF'   TO WS-REASON
                           PERFORM 2200-RECOGNIZE-REMAINDER
                       WHEN LOAN-CHARGED-OFF
                           MOVE 'CHGOFF'   TO WS-REASON
                           PERFORM 2200-RECOGNIZE-REMAINDER
                       WHEN LOAN-TRANSFERRED
                           MOVE 'TRANSFER' TO WS-REASON
                           PERFORM 2200-RECOGNIZE-REMAINDER
                       WHEN LOAN-ACTIVE
                           IF BUS-MONTH-END
                               PERFORM 2100-AMORTIZE-LOAN
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   IF LOAN-DFE-AMORTIZING
                       ADD LOAN-DFE-UNAMORT TO WS-UNAMORT-BOOK
                   END-IF
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

       2100-AMORTIZE-LOAN.
      *    One period per installment month since funding, capped at
      *    the schedule's term - a missed month-end catches up and a
      *    rerun of the same month finds nothing left to do.
           MOVE LOAN-START-DATE(1:4) TO WS-START-YYYY
           MOVE LOAN-START-DATE(5:2) TO WS-START-MM
           COMPUTE WS-PERIODS-DUE =
               (WS-BUS-YYYY * 12 + WS-BUS-MM)
               - (WS-START-YYYY * 12 + WS-START-MM)
           IF WS-PERIODS-DUE > LOAN-PAYMENTS-DUE
               MOVE LOAN-PAYMENTS-DUE TO WS-PERIODS-DUE
           END-IF
           MOVE LOAN-DFE-PERIODS TO WS-PERIODS-BEFORE
           MOVE ZERO TO WS-RECOGNIZED
           PERFORM 2110-AMORTIZE-PERIOD
               UNTIL LOAN-DFE-PERIODS >= WS-PERIODS-DUE
               OR NOT LOAN-DFE-AMORTIZING
           IF LOAN-DFE-PERIODS > WS-PERIODS-BEFORE
               ADD 1 TO WS-AMORT-COUNT
               ADD WS-RECOGNIZED TO WS-AMORT-TOTAL
               PERFORM 2300-ADD-TO-GL-TOTALS
               MOVE 'AMORT' TO WS-REASON
               PERFORM 3000-WRITE-DETAIL-LINE
               MOVE 'Y' TO WS-LOAN-CHANGED
           END-IF.

       2110-AMORTIZE-PERIOD.
      *    Level yield: income at the effective rate on the carrying
      *    amount, less the contractual interest the schedule charges
      *    on its own balance - the difference is this period's share
      *    of the fee (negative share for a net cost).
           COMPUTE WS-CONTRACT-INT ROUNDED =
               LOAN-DFE-SCHED-BAL * LOAN-DFE-NOTE-RATE / 12
           COMPUTE WS-EFFECTIVE-INT ROUNDED =
               (LOAN-DFE-SCHED-BAL - LOAN-DFE-UNAMORT)
               * LOAN-DFE-YIELD
           COMPUTE WS-PERIOD-AMT =
               WS-EFFECTIVE-INT - WS-CONTRACT-INT
           ADD 1 TO LOAN-DFE-PERIODS
           COMPUTE LOAN-DFE-SCHED-BAL =
               LOAN-DFE-SCHED-BAL
               - (LOAN-DFE-SCHED-PMT - WS-CONTRACT-INT)
      *    The last period, or one that would overshoot, takes
      *    exactly what is left so the fee comes in to the penny.
           IF LOAN-DFE-PERIODS >= LOAN-PAYMENTS-DUE
               MOVE LOAN-DFE-UNAMORT TO WS-PERIOD-AMT
           END-IF
           IF (LOAN-DFE-UNAMORT > ZERO
                   AND WS-PERIOD-AMT > LOAN-DFE-UNAMORT)
                   OR (LOAN-DFE-UNAMORT < ZERO
                   AND WS-PERIOD-AMT < LOAN-DFE-UNAMORT)
               MOVE LOAN-DFE-UNAMORT TO WS-PERIOD-AMT
           END-IF
           SUBTRACT WS-PERIOD-AMT FROM LOAN-DFE-UNAMORT
           ADD WS-PERIOD-AMT TO WS-RECOGNIZED
           IF LOAN-DFE-UNAMORT = ZERO
               SET LOAN-DFE-RECOGNIZED TO TRUE
           END-IF.

       2200-RECOGNIZE-REMAINDER.
      *    Paid off, charged off or sold - nothing left to earn the
      *    fee over, so whatever is unamortized is income now.
           MOVE LOAN-DFE-UNAMORT TO WS-RECOGNIZED
           MOVE ZERO TO LOAN-DFE-UNAMORT
           SET LOAN-DFE-RECOGNIZED TO TRUE
           ADD 1 TO WS-ACCEL-COUNT
           ADD WS-RECOGNIZED TO WS-ACCEL-TOTAL
           PERFORM 2300-ADD-TO-GL-TOTALS
           PERFORM 3000-WRITE-DETAIL-LINE
           MOVE 'Y' TO WS-LOAN-CHANGED.

       2300-ADD-TO-GL-TOTALS.
      *    Net fees and net costs book to different GL accounts, so
      *    they travel to GLPOST as separate (unsigned) totals.
           IF WS-RECOGNIZED > ZERO
               ADD WS-RECOGNIZED TO WS-FEE-TOTAL
           ELSE
               SUBTRACT WS-RECOGNIZED FROM WS-COST-TOTAL
           END-IF.

       3000-WRITE-DETAIL-LINE.
           MOVE SPACES TO WS-RPT-LINE
           MOVE LOAN-ID   TO WS-RPT-LINE(1:12)
           MOVE LOAN-TYPE TO WS-RPT-LINE(15:4)
           MOVE WS-REASON TO WS-RPT-LINE(21:8)
           MOVE LOAN-DFE-PERIODS TO WS-PERIOD-DISP
           MOVE WS-PERIOD-DISP TO WS-RPT-LINE(32:4)
           MOVE WS-RECOGNIZED TO WS-FMT-AMOUNT
           CALL 'FMTAMT' USING WS-FMT-AMOUNT
                               WS-FORMATTED-AMT
                               SPACES
                               WS-FMT-RC
           MOVE WS-FORMATTED-AMT TO WS-RPT-LINE(37:18)
           MOVE LOAN-DFE-UNAMORT TO WS-FMT-AMOUNT
           CALL 'FMTAMT' USING WS-FMT-AMOUNT
                               WS-FORMATTED-AMT
                               SPACES
                               WS-FMT-RC
           MOVE WS-FORMATTED-AMT TO WS-RPT-LINE(56:18)
           WRITE DFEERPT-REC FROM WS-RPT-LINE.

       8100-WRITE-CONTROL-TOTALS.
      *    GLMAP pairs: LNDFEFEE DR deferred loan fees / CR loan
      *    interest income; LNDFECST DR loan interest income / CR
      *    deferred loan costs.
           OPEN EXTEND CTLTOTFILE
           MOVE SPACES TO CONTROL-TOTAL-REC
           MOVE 'LNDFEFEE'         TO CTL-JOB-STEP
           COMPUTE CTL-TOTAL-COUNT = WS-AMORT-COUNT + WS-ACCEL-COUNT
           MOVE CTL-TOTAL-COUNT    TO CTL-SUCCESS-COUNT
           MOVE ZERO               TO CTL-REJECT-COUNT
           MOVE WS-FEE-TOTAL       TO CTL-TOTAL-AMOUNT
           MOVE FUNCTION CURRENT-DATE TO CTL-TIMESTAMP
           WRITE CTLTOTFILE-REC FROM CONTROL-TOTAL-REC
           MOVE SPACES TO CONTROL-TOTAL-REC
           MOVE 'LNDFECST'         TO CTL-JOB-STEP
           COMPUTE CTL-TOTAL-COUNT = WS-AMORT-COUNT + WS-ACCEL-COUNT
           MOVE CTL-TOTAL-COUNT    TO CTL-SUCCESS-COUNT
           MOVE ZERO               TO CTL-REJECT-COUNT
           MOVE WS-COST-TOTAL      TO CTL-TOTAL-AMOUNT
           MOVE FUNCTION CURRENT-DATE TO CTL-TIMESTAMP
           WRITE CTLTOTFILE-REC FROM CONTROL-TOTAL-REC
           CLOSE CTLTOTFILE.

       8200-WRITE-TOTAL-LINE.
           CALL 'FMTAMT' USING WS-FMT-AMOUNT
                               WS-FORMATTED-AMT
                               SPACES
                               WS-FMT-RC
           MOVE WS-FORMATTED-AMT TO WS-RPT-LINE(37:18)
           WRITE DFEERPT-REC FROM WS-RPT-LINE.

       9000-END.
           MOVE SPACES TO WS-RPT-LINE
           WRITE DFEERPT-REC FROM WS-RPT-LINE
           MOVE WS-AMORT-COUNT TO WS-COUNT-DISP
           STRING 'AMORTIZED       ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           MOVE WS-AMORT-TOTAL TO WS-FMT-AMOUNT
           PERFORM 8200-WRITE-TOTAL-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-ACCEL-COUNT TO WS-COUNT-DISP
           STRING 'RECOGNIZED EARLY' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           MOVE WS-ACCEL-TOTAL TO WS-FMT-AMOUNT
           PERFORM 8200-WRITE-TOTAL-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE 'NET FEES TO INCOME' TO WS-RPT-LINE
           MOVE WS-FEE-TOTAL TO WS-FMT-AMOUNT
           PERFORM 8200-WRITE-TOTAL-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE 'NET COSTS TO INCOME' TO WS-RPT-LINE
           MOVE WS-COST-TOTAL TO WS-FMT-AMOUNT
           PERFORM 8200-WRITE-TOTAL-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE 'UNAMORTIZED ON BOOK' TO WS-RPT-LINE
           MOVE WS-UNAMORT-BOOK TO WS-FMT-AMOUNT
           PERFORM 8200-WRITE-TOTAL-LINE
           PERFORM 8100-WRITE-CONTROL-TOTALS
           CLOSE LOANFILE
                 DFEERPT
           DISPLAY 'LOANDFEE LOANS READ: '      WS-LOAN-COUNT
           DISPLAY 'LOANDFEE AMORTIZED: '       WS-AMORT-TOTAL
           DISPLAY 'LOANDFEE RECOGNIZED EARLY: ' WS-ACCEL-TOTAL
           MOVE RC-SUCCESS TO WS-RETURN-CODE
           STOP RUN.
