      *----------------------------------------------------------------*
      * PROGRAM:  CALLRPT                                              *
      * PURPOSE:  Quarter-end regulatory call report schedules for     *
      *           deposits and loans, taken straight from the master   *
      *           files instead of re-keyed from a dozen reports.      *
      *           Deposit schedule: transaction accounts (CH) and      *
      *           non-transaction savings (SA) and IRA (IR) balances   *
      *           from ACCTMAST, time deposits from TDFILE by size     *
      *           (250,000 or less / more than 250,000) and remaining  *
      *           maturity, and the insured/uninsured split from the   *
      *           FDICDEP generation FDICCOV writes. An overdrawn      *
      *           deposit account is not a deposit - it is shown on    *
      *           the loan schedule.                                   *
      *           Loan schedule: on-book balances (AC, MU, DF) by loan *
      *           category, 30-89 and 90+ days past due still          *
      *           accruing, non-accrual, and the quarter's charge-offs *
      *           (RECOVPORT charge-off date inside the quarter) and   *
      *           recoveries (recovered to date less what had been     *
      *           recovered at the prior quarter end, carried on the   *
      *           CALLSTATE generation).                               *
      *           Tie-out page: total deposits against the deposit GL  *
      *           position and loan interest receivable against the    *
      *           AIR GL position on GLPROOF's latest proof state, and *
      *           total loans against the loan control balance finance *
      *           enters on PARMS.CALLRPT. RC=4 when any schedule does *
      *           not tie or a GL figure is missing, RC=0 otherwise.   *
      *           Run on any other night the report is labelled        *
      *           quarter-to-date and the state is carried through.    *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    FMTAMT                                               *
      * COPYBOOKS: ACCTMST, TDDATA, LOANDATA, FDICDATA, ERRDATA,       *
      *            BUSDATE                                             *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CALLRPT.
       AUTHOR.         TABFORGE-AI.
       DATE-WRITTEN.   2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTMAST ASSIGN TO UT-S-ACCTMAST
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS SEQUENTIAL
                           RECORD KEY   IS AMF-ACCOUNT-NUMBER.
           SELECT TDFILE   ASSIGN TO UT-S-TDFILE
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS SEQUENTIAL
                           RECORD KEY   IS TDFILE-TD-ID.
           SELECT LOANFILE ASSIGN TO UT-S-LOANFILE
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS SEQUENTIAL
                           RECORD KEY   IS LOANFILE-LOAN-ID.
           SELECT FDICDEP  ASSIGN TO UT-S-FDICDEP
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT RECOVIN  ASSIGN TO UT-S-RECOVIN
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT PROOFIN  ASSIGN TO UT-S-PROOFIN
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT PARMFILE ASSIGN TO UT-S-PARMFILE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT STATEIN  ASSIGN TO UT-S-STATEIN
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT STATEOUT ASSIGN TO UT-S-STATEOUT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT BUSDATEF ASSIGN TO UT-S-BUSDATE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT CALLRPTF ASSIGN TO UT-S-CALLRPT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCTMAST
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  ACCTMAST-REC.
           05  AMF-ACCOUNT-NUMBER     PIC X(12).
           05  FILLER                 PIC X(88).

       FD  TDFILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  TDFILE-REC.
           05  TDFILE-TD-ID           PIC X(12).
           05  FILLER                 PIC X(68).

       FD  LOANFILE
           RECORDING MODE IS F
           RECORD CONTAINS 300 CHARACTERS.
       01  LOANFILE-REC.
           05  LOANFILE-LOAN-ID       PIC X(12).
           05  FILLER                 PIC X(288).

      *    FDICCOV's per-depositor coverage file (see FDICDATA).
       FD  FDICDEP
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  FDICDEP-REC                PIC X(100).

      *    The recovery portfolio CHGOFF writes and RECOVPAY keeps
      *    current - same layout as their RECOVERY-RECORD, kept in
      *    step by hand.
       FD  RECOVIN
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  RECOVIN-REC.
           05  RCV-LOAN-ID            PIC X(12).
           05  RCV-CHARGED-AMOUNT     PIC S9(11)V99 COMP-3.
           05  RCV-OUTSTANDING        PIC S9(11)V99 COMP-3.
           05  RCV-RECOVERED          PIC S9(11)V99 COMP-3.
           05  RCV-CHARGEOFF-DATE     PIC X(08).
           05  RCV-OFFICER-ID         PIC X(08).
           05  FILLER                 PIC X(11).

      *    GLPROOF's latest proof state - same layout as its
      *    WS-PROOF-RECORD, kept in step by hand. The GL side of each
      *    proof is the system position less the open break.
       FD  PROOFIN
           RECORDING MODE IS F
           RECORD CONTAINS 50 CHARACTERS.
       01  PROOFIN-REC.
           05  PRF-RECORD-TYPE        PIC X(01).
               88  PRF-TOTAL              VALUE 'T'.
               88  PRF-BREAK              VALUE 'B'.
               88  PRF-AIR-TOTAL          VALUE 'A'.
               88  PRF-AIR-BREAK          VALUE 'X'.
           05  PRF-SEGMENT            PIC X(02).
           05  PRF-CURRENCY           PIC X(03).
           05  PRF-AMOUNT             PIC S9(13)V99 COMP-3.
           05  PRF-FIRST-DATE         PIC X(08).
           05  FILLER                 PIC X(28).

      *    PARMS.CALLRPT - the loan principal control balance off the
      *    general ledger at the quarter end, keyed by finance: one
      *    'L' record. GLPROOF does not prove loan principal, so this
      *    is the one figure still entered by hand.
       FD  PARMFILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PARMFILE-REC.
           05  CPM-RECORD-TYPE        PIC X(01).
               88  CPM-LOAN-CONTROL       VALUE 'L'.
           05  CPM-GL-AMOUNT          PIC 9(13)V99.
           05  CPM-AS-OF-DATE         PIC X(08).
           05  FILLER                 PIC X(56).

      *    Recovered-to-date by loan category at the last quarter
      *    end, generation in/out.
       FD  STATEIN
           RECORDING MODE IS F
           RECORD CONTAINS 50 CHARACTERS.
       01  STATEIN-REC                PIC X(50).

       FD  STATEOUT
           RECORDING MODE IS F
           RECORD CONTAINS 50 CHARACTERS.
       01  STATEOUT-REC               PIC X(50).

      *    Business-date control record set by BDATESET at the start
      *    of the cycle (see BUSDATE copybook).
       FD  BUSDATEF
           RECORDING MODE IS F
           RECORD CONTAINS 30 CHARACTERS.
       01  BUSDATEF-REC               PIC X(30).

       FD  CALLRPTF
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  CALLRPTF-REC               PIC X(133).

       WORKING-STORAGE SECTION.
       01  WS-CALLRPT-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'CALLRPT'.
           05  WS-EOF-INPUT           PIC X(1)  VALUE 'N'.
               88  EOF-INPUT              VALUE 'Y'.
           05  WS-QUARTER-END-FLAG    PIC X(1)  VALUE 'N'.
               88  QUARTER-END-RUN        VALUE 'Y'.
           05  WS-PRIOR-STATE-FLAG    PIC X(1)  VALUE 'N'.
               88  PRIOR-STATE-LOADED     VALUE 'Y'.
           05  WS-GL-DEP-FLAG         PIC X(1)  VALUE 'N'.
               88  GL-DEPOSIT-LOADED      VALUE 'Y'.
           05  WS-GL-AIR-FLAG         PIC X(1)  VALUE 'N'.
               88  GL-AIR-LOADED          VALUE 'Y'.
           05  WS-GL-LOAN-FLAG        PIC X(1)  VALUE 'N'.
               88  GL-LOAN-LOADED         VALUE 'Y'.
           05  WS-BUS-YYYY            PIC 9(4)  VALUE ZERO.
           05  WS-BUS-MM              PIC 9(2)  VALUE ZERO.
           05  WS-BUS-DD              PIC X(2)  VALUE SPACES.
           05  WS-QTR-NO              PIC 9(1)  VALUE ZERO.
           05  WS-MONTH-SERIAL        PIC 9(6)  COMP VALUE ZERO.
           05  WS-MONTHS-AHEAD        PIC 9(3)  COMP VALUE ZERO.
           05  WS-WORK-YYYY           PIC 9(4)  VALUE ZERO.
           05  WS-WORK-MM0            PIC 9(2)  VALUE ZERO.
           05  WS-WORK-MM             PIC 9(2)  VALUE ZERO.
           05  WS-WORK-DATE           PIC X(8)  VALUE SPACES.
           05  WS-QTR-START           PIC X(8)  VALUE SPACES.
      *    Remaining-maturity boundaries: 3, 12 and 36 months out.
           05  WS-MAT-3M              PIC X(8)  VALUE SPACES.
           05  WS-MAT-12M             PIC X(8)  VALUE SPACES.
           05  WS-MAT-36M             PIC X(8)  VALUE SPACES.
           05  WS-BUS-DATE-8          PIC 9(8)  VALUE ZERO.
           05  WS-DUE-DATE-8          PIC 9(8)  VALUE ZERO.
           05  WS-DAYS-PAST-DUE       PIC S9(5) COMP VALUE ZERO.
           05  WS-SIZE-IX             PIC 9(1)  COMP VALUE ZERO.
           05  WS-MAT-IX              PIC 9(1)  COMP VALUE ZERO.
           05  WS-CAT-IX              PIC 9(1)  COMP VALUE ZERO.
           05  WS-CAT-FOUND-IX        PIC 9(1)  COMP VALUE ZERO.
           05  WS-CO-COUNT            PIC 9(4)  COMP VALUE ZERO.
           05  WS-CO-MAX              PIC 9(4)  COMP VALUE 1000.
           05  WS-CO-IX               PIC 9(4)  COMP VALUE ZERO.
      *    Deposit schedule.
           05  WS-DEP-TRANS-AMT       PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-DEP-TRANS-CNT       PIC 9(7)  COMP VALUE ZERO.
           05  WS-DEP-SAV-AMT         PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-DEP-SAV-CNT         PIC 9(7)  COMP VALUE ZERO.
           05  WS-DEP-IRA-AMT         PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-DEP-IRA-CNT         PIC 9(7)  COMP VALUE ZERO.
           05  WS-DEP-TIME-AMT        PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-DEP-TIME-CNT        PIC 9(7)  COMP VALUE ZERO.
           05  WS-DEP-TOTAL           PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-OVERDRAWN-AMT       PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-OVERDRAWN-CNT       PIC 9(7)  COMP VALUE ZERO.
           05  WS-TD-SIZE-LIMIT       PIC S9(13)V99 COMP-3
                                       VALUE 250000.00.
           05  WS-INSURED-TOT         PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-UNINSURED-TOT       PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-UNINS-DEPOSITORS    PIC 9(7)  COMP VALUE ZERO.
           05  WS-FDIC-AS-OF          PIC X(8)  VALUE SPACES.
      *    Loan schedule totals.
           05  WS-LOAN-TOTAL          PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-LOAN-AIR-TOTAL      PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-CO-QTR-TOTAL        PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-REC-QTR-TOTAL       PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-REC-QTR             PIC S9(13)V99 COMP-3 VALUE ZERO.
      *    Tie-out.
           05  WS-PRF-DEP-TOTAL       PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-PRF-DEP-BREAK       PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-PRF-AIR-TOTAL       PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-PRF-AIR-BREAK       PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-GL-DEPOSIT          PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-GL-AIR              PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-GL-LOAN             PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-GL-LOAN-DATE        PIC X(8)  VALUE SPACES.
           05  WS-TIE-SCHEDULE        PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-TIE-GL              PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-TIE-DIFF            PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-TIE-LABEL           PIC X(30) VALUE SPACES.
           05  WS-OUT-OF-TIE          PIC 9(1)  COMP VALUE ZERO.
           05  WS-LINE-LABEL          PIC X(32) VALUE SPACES.
           05  WS-LINE-COUNT          PIC 9(7)  COMP VALUE ZERO.
           05  WS-FMT-AMOUNT          PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-FORMATTED-AMT       PIC X(18) VALUE SPACES.
           05  WS-PROCESS-RC          PIC S9(04) COMP VALUE ZERO.
           05  WS-COUNT-DISP          PIC ZZZZZZ9.
           05  WS-RPT-LINE            PIC X(133) VALUE SPACES.

      *    Time deposits: size (1 = 250,000 or less, 2 = more) by
      *    remaining maturity (1 = 3 months or less, 2 = over 3
      *    through 12 months, 3 = over 1 through 3 years, 4 = over 3
      *    years).
       01  WS-TD-GRID.
           05  WS-TD-SIZE OCCURS 2 TIMES.
               10  WS-TD-CELL OCCURS 4 TIMES.
                   15  WS-TD-AMT      PIC S9(13)V99 COMP-3.
                   15  WS-TD-CNT      PIC 9(7)  COMP.
       01  WS-MAT-LABEL-VALUES.
           05  FILLER                 PIC X(24)
                                       VALUE '  3 MONTHS OR LESS'.
           05  FILLER                 PIC X(24)
                                       VALUE '  OVER 3 THRU 12 MONTHS'.
           05  FILLER                 PIC X(24)
                                       VALUE '  OVER 1 THRU 3 YEARS'.
           05  FILLER                 PIC X(24)
                                       VALUE '  OVER 3 YEARS'.
       01  WS-MAT-LABEL-TABLE REDEFINES WS-MAT-LABEL-VALUES.
           05  WS-MAT-LABEL           PIC X(24) OCCURS 4 TIMES.

      *    Loan categories - LOAN-TYPE code and schedule caption; a
      *    type not listed falls in the last (all other) row.
       01  WS-CAT-VALUES.
           05  FILLER                 PIC X(04) VALUE 'MORT'.
           05  FILLER                 PIC X(24)
                                       VALUE '  1-4 FAMILY FIRST LIENS'.
           05  FILLER                 PIC X(04) VALUE 'HELC'.
           05  FILLER                 PIC X(24)
                                       VALUE '  HOME EQUITY LINES'.
           05  FILLER                 PIC X(04) VALUE 'VEHI'.
           05  FILLER                 PIC X(24)
                                       VALUE '  AUTOMOBILE LOANS'.
           05  FILLER                 PIC X(04) VALUE 'PERS'.
           05  FILLER                 PIC X(24)
                                       VALUE '  OTHER CONSUMER LOANS'.
           05  FILLER                 PIC X(04) VALUE 'OTHR'.
           05  FILLER                 PIC X(24)
                                       VALUE '  ALL OTHER LOANS'.
       01  WS-CAT-TABLE REDEFINES WS-CAT-VALUES.
           05  WS-CAT-ENTRY OCCURS 5 TIMES.
               10  WS-CAT-CODE        PIC X(04).
               10  WS-CAT-LABEL       PIC X(24).
       01  WS-CAT-TOTALS.
           05  WS-CAT-TOT OCCURS 5 TIMES.
               10  WS-CAT-CNT         PIC 9(7)  COMP.
               10  WS-CAT-BAL         PIC S9(13)V99 COMP-3.
               10  WS-CAT-PD30        PIC S9(13)V99 COMP-3.
               10  WS-CAT-PD90        PIC S9(13)V99 COMP-3.
               10  WS-CAT-NONACC      PIC S9(13)V99 COMP-3.
               10  WS-CAT-CO-QTR      PIC S9(13)V99 COMP-3.
               10  WS-CAT-REC-TODATE  PIC S9(13)V99 COMP-3.
               10  WS-CAT-REC-PRIOR   PIC S9(13)V99 COMP-3.
       01  WS-LOAN-SUMS.
           05  WS-SUM-CNT             PIC 9(7)  COMP.
           05  WS-SUM-BAL             PIC S9(13)V99 COMP-3.
           05  WS-SUM-PD30            PIC S9(13)V99 COMP-3.
           05  WS-SUM-PD90            PIC S9(13)V99 COMP-3.
           05  WS-SUM-NONACC          PIC S9(13)V99 COMP-3.

      *    Charged-off loans seen on LOANFILE, so a recovery
      *    portfolio entry can be put in its loan category.
       01  WS-CO-TABLE.
           05  WS-CO-ENTRY OCCURS 1000 TIMES.
               10  WS-CO-LOAN-ID      PIC X(12).
               10  WS-CO-CAT-IX       PIC 9(1)  COMP.

       01  WS-STATE-RECORD.
           05  CST-RECORD-TYPE        PIC X(01).
               88  CST-RECOVERED          VALUE 'R'.
           05  CST-CATEGORY           PIC X(04).
           05  CST-AMOUNT             PIC S9(13)V99 COMP-3.
           05  CST-AS-OF-DATE         PIC X(08).
           05  FILLER                 PIC X(29).

       COPY ACCTMST.
       COPY TDDATA.
       COPY LOANDATA.
       COPY FDICDATA.
       COPY ERRDATA.
       COPY BUSDATE.

       PROCEDURE DIVISION.

       1000-INIT.
           PERFORM 1010-READ-BUSINESS-DATE
           PERFORM 1050-SET-PERIOD-DATES
           INITIALIZE WS-TD-GRID
                      WS-CAT-TOTALS
           OPEN OUTPUT CALLRPTF
           PERFORM 2000-PROCESS-DEPOSIT-ACCOUNTS
           PERFORM 2200-PROCESS-TERM-DEPOSITS
           PERFORM 2400-PROCESS-COVERAGE
           PERFORM 3000-PROCESS-LOANS
           PERFORM 3300-PROCESS-RECOVERIES
           PERFORM 3500-LOAD-PRIOR-STATE
           PERFORM 3600-LOAD-GL-POSITIONS
           PERFORM 4000-WRITE-DEPOSIT-SCHEDULE
           PERFORM 5000-WRITE-LOAN-SCHEDULE
           PERFORM 6000-WRITE-TIE-OUT
           PERFORM 7000-WRITE-STATE
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
           MOVE BUS-DATE(5:2) TO WS-BUS-MM
           MOVE BUS-DATE(7:2) TO WS-BUS-DD
           MOVE BUS-DATE      TO WS-BUS-DATE-8.

       1050-SET-PERIOD-DATES.
      *    The quarter runs from the first of its first month to the
      *    business date; the schedules are final only on the
      *    month-end of March, June, September or December.
           IF BUS-MONTH-END
                   AND (WS-BUS-MM = 3 OR 6 OR 9 OR 12)
               MOVE 'Y' TO WS-QUARTER-END-FLAG
           END-IF
           COMPUTE WS-MONTH-SERIAL = WS-BUS-MM - 1
           DIVIDE 3 INTO WS-MONTH-SERIAL GIVING WS-QTR-NO
           COMPUTE WS-WORK-MM = WS-QTR-NO * 3 + 1
           MOVE SPACES TO WS-QTR-START
           STRING WS-BUS-YYYY WS-WORK-MM '01'
               DELIMITED SIZE INTO WS-QTR-START
           MOVE 3 TO WS-MONTHS-AHEAD
           PERFORM 1060-ADD-MONTHS
           MOVE WS-WORK-DATE TO WS-MAT-3M
           MOVE 12 TO WS-MONTHS-AHEAD
           PERFORM 1060-ADD-MONTHS
           MOVE WS-WORK-DATE TO WS-MAT-12M
           MOVE 36 TO WS-MONTHS-AHEAD
           PERFORM 1060-ADD-MONTHS
           MOVE WS-WORK-DATE TO WS-MAT-36M.

       1060-ADD-MONTHS.
      *    Same day of the month, WS-MONTHS-AHEAD later - used only
      *    as a comparison boundary, so a day past the month's end
      *    still orders correctly.
           COMPUTE WS-MONTH-SERIAL =
               WS-BUS-YYYY * 12 + WS-BUS-MM - 1 + WS-MONTHS-AHEAD
           DIVIDE 12 INTO WS-MONTH-SERIAL GIVING WS-WORK-YYYY
               REMAINDER WS-WORK-MM0
           COMPUTE WS-WORK-MM = WS-WORK-MM0 + 1
           MOVE SPACES TO WS-WORK-DATE
           STRING WS-WORK-YYYY WS-WORK-MM WS-BUS-DD
               DELIMITED SIZE INTO WS-WORK-DATE.

       2000-PROCESS-DEPOSIT-ACCOUNTS.
      *    Term deposits come from TDFILE (with their maturity) and
      *    loans from LOANFILE, so only CH, SA and IR are taken here.
           OPEN INPUT ACCTMAST
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ ACCTMAST INTO ACCOUNT-MASTER-RECORD
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT
                   IF NOT AM-STATUS-CLOSED
                       PERFORM 2100-CLASSIFY-DEPOSIT
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ACCTMAST.

       2100-CLASSIFY-DEPOSIT.
           IF AM-BALANCE < ZERO
               IF AM-TYPE-CHECKING OR AM-TYPE-SAVINGS
                       OR AM-TYPE-IRA
                   ADD 1 TO WS-OVERDRAWN-CNT
                   SUBTRACT AM-BALANCE FROM WS-OVERDRAWN-AMT
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN AM-TYPE-CHECKING
                       ADD 1 TO WS-DEP-TRANS-CNT
                       ADD AM-BALANCE TO WS-DEP-TRANS-AMT
                   WHEN AM-TYPE-SAVINGS
                       ADD 1 TO WS-DEP-SAV-CNT
                       ADD AM-BALANCE TO WS-DEP-SAV-AMT
                   WHEN AM-TYPE-IRA
                       ADD 1 TO WS-DEP-IRA-CNT
                       ADD AM-BALANCE TO WS-DEP-IRA-AMT
               END-EVALUATE
           END-IF.

       2200-PROCESS-TERM-DEPOSITS.
           OPEN INPUT TDFILE
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ TDFILE INTO TERM-DEPOSIT-RECORD
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT
                   IF TD-ACTIVE
                       PERFORM 2300-CLASSIFY-TERM-DEPOSIT
                   END-IF
               END-IF
           END-PERFORM
           CLOSE TDFILE.

       2300-CLASSIFY-TERM-DEPOSIT.
           IF TD-PRINCIPAL > WS-TD-SIZE-LIMIT
               MOVE 2 TO WS-SIZE-IX
           ELSE
               MOVE 1 TO WS-SIZE-IX
           END-IF
           EVALUATE TRUE
               WHEN TD-MATURITY-DATE <= WS-MAT-3M
                   MOVE 1 TO WS-MAT-IX
               WHEN TD-MATURITY-DATE <= WS-MAT-12M
                   MOVE 2 TO WS-MAT-IX
               WHEN TD-MATURITY-DATE <= WS-MAT-36M
                   MOVE 3 TO WS-MAT-IX
               WHEN OTHER
                   MOVE 4 TO WS-MAT-IX
           END-EVALUATE
           ADD 1 TO WS-TD-CNT(WS-SIZE-IX WS-MAT-IX)
           ADD TD-PRINCIPAL TO WS-TD-AMT(WS-SIZE-IX WS-MAT-IX)
           ADD 1 TO WS-DEP-TIME-CNT
           ADD TD-PRINCIPAL TO WS-DEP-TIME-AMT.

       2400-PROCESS-COVERAGE.
      *    FDICCOV's latest run - its as-of date prints with the
      *    split so a stale coverage file is plain to see.
           OPEN INPUT FDICDEP
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ FDICDEP INTO FDIC-COVERAGE-RECORD
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT
                   ADD FDC-INSURED   TO WS-INSURED-TOT
                   ADD FDC-UNINSURED TO WS-UNINSURED-TOT
                   IF FDC-UNINSURED > ZERO
                       ADD 1 TO WS-UNINS-DEPOSITORS
                   END-IF
                   MOVE FDC-AS-OF-DATE TO WS-FDIC-AS-OF
               END-IF
           END-PERFORM
           CLOSE FDICDEP.

       3000-PROCESS-LOANS.
           OPEN INPUT LOANFILE
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ LOANFILE INTO LOAN-RECORD
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT
                   PERFORM 3050-FIND-CATEGORY
                   IF LOAN-AIR-BALANCE NUMERIC
                       ADD LOAN-AIR-BALANCE TO WS-LOAN-AIR-TOTAL
                   END-IF
                   EVALUATE TRUE
                       WHEN LOAN-ACTIVE
                       WHEN LOAN-MATURED-UNPAID
                       WHEN LOAN-DEFAULTED
                           PERFORM 3100-CLASSIFY-LOAN
                       WHEN LOAN-CHARGED-OFF
                           PERFORM 3200-REMEMBER-CHARGE-OFF
                   END-EVALUATE
               END-IF
           END-PERFORM
           CLOSE LOANFILE.

       3050-FIND-CATEGORY.
           MOVE 5 TO WS-CAT-FOUND-IX
           PERFORM VARYING WS-CAT-IX FROM 1 BY 1
                   UNTIL WS-CAT-IX > 4
               IF WS-CAT-CODE(WS-CAT-IX) = LOAN-TYPE
                   MOVE WS-CAT-IX TO WS-CAT-FOUND-IX
               END-IF
           END-PERFORM.

       3100-CLASSIFY-LOAN.
      *    Days past due the way LOANDELQ ages the book - a matured
      *    loan is due from its maturity if that came first. Non-
      *    accrual loans are reported only as non-accrual, whatever
      *    their age.
           ADD 1 TO WS-CAT-CNT(WS-CAT-FOUND-IX)
           ADD LOAN-BALANCE TO WS-CAT-BAL(WS-CAT-FOUND-IX)
           IF LOAN-NONACCRUAL
               ADD LOAN-BALANCE TO WS-CAT-NONACC(WS-CAT-FOUND-IX)
           ELSE
               MOVE ZERO TO WS-DAYS-PAST-DUE
               IF LOAN-NEXT-DUE-DATE NUMERIC
                   MOVE LOAN-NEXT-DUE-DATE TO WS-DUE-DATE-8
                   IF LOAN-MATURED-UNPAID
                           AND LOAN-END-DATE NUMERIC
                           AND LOAN-END-DATE < LOAN-NEXT-DUE-DATE
                       MOVE LOAN-END-DATE TO WS-DUE-DATE-8
                   END-IF
                   COMPUTE WS-DAYS-PAST-DUE =
                       FUNCTION INTEGER-OF-DATE(WS-BUS-DATE-8)
                       - FUNCTION INTEGER-OF-DATE(WS-DUE-DATE-8)
               END-IF
               EVALUATE TRUE
                   WHEN WS-DAYS-PAST-DUE >= 90
                       ADD LOAN-BALANCE
                           TO WS-CAT-PD90(WS-CAT-FOUND-IX)
                   WHEN WS-DAYS-PAST-DUE >= 30
                       ADD LOAN-BALANCE
                           TO WS-CAT-PD30(WS-CAT-FOUND-IX)
               END-EVALUATE
           END-IF.

       3200-REMEMBER-CHARGE-OFF.
           IF WS-CO-COUNT < WS-CO-MAX
               ADD 1 TO WS-CO-COUNT
               MOVE LOAN-ID          TO WS-CO-LOAN-ID(WS-CO-COUNT)
               MOVE WS-CAT-FOUND-IX  TO WS-CO-CAT-IX(WS-CO-COUNT)
           END-IF.

       3300-PROCESS-RECOVERIES.
           OPEN INPUT RECOVIN
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ RECOVIN
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT
                   MOVE 5 TO WS-CAT-FOUND-IX
                   PERFORM VARYING WS-CO-IX FROM 1 BY 1
                           UNTIL WS-CO-IX > WS-CO-COUNT
                       IF WS-CO-LOAN-ID(WS-CO-IX) = RCV-LOAN-ID
                           MOVE WS-CO-CAT-IX(WS-CO-IX)
                               TO WS-CAT-FOUND-IX
                       END-IF
                   END-PERFORM
                   IF RCV-CHARGEOFF-DATE >= WS-QTR-START
                           AND RCV-CHARGEOFF-DATE <= BUS-DATE
                       ADD RCV-CHARGED-AMOUNT
                           TO WS-CAT-CO-QTR(WS-CAT-FOUND-IX)
                   END-IF
                   ADD RCV-RECOVERED
                       TO WS-CAT-REC-TODATE(WS-CAT-FOUND-IX)
               END-IF
           END-PERFORM
           CLOSE RECOVIN.

       3500-LOAD-PRIOR-STATE.
           OPEN INPUT STATEIN
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ STATEIN INTO WS-STATE-RECORD
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT AND CST-RECOVERED
                   MOVE 'Y' TO WS-PRIOR-STATE-FLAG
                   PERFORM VARYING WS-CAT-IX FROM 1 BY 1
                           UNTIL WS-CAT-IX > 5
                       IF WS-CAT-CODE(WS-CAT-IX) = CST-CATEGORY
                           MOVE CST-AMOUNT
                               TO WS-CAT-REC-PRIOR(WS-CAT-IX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           CLOSE STATEIN.

       3600-LOAD-GL-POSITIONS.
           OPEN INPUT PROOFIN
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ PROOFIN
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT
                   EVALUATE TRUE
                       WHEN PRF-TOTAL
                           MOVE PRF-AMOUNT TO WS-PRF-DEP-TOTAL
                           MOVE 'Y' TO WS-GL-DEP-FLAG
                       WHEN PRF-BREAK
                           MOVE PRF-AMOUNT TO WS-PRF-DEP-BREAK
                       WHEN PRF-AIR-TOTAL
                           MOVE PRF-AMOUNT TO WS-PRF-AIR-TOTAL
                           MOVE 'Y' TO WS-GL-AIR-FLAG
                       WHEN PRF-AIR-BREAK
                           MOVE PRF-AMOUNT TO WS-PRF-AIR-BREAK
                   END-EVALUATE
               END-IF
           END-PERFORM
           CLOSE PROOFIN
           COMPUTE WS-GL-DEPOSIT = WS-PRF-DEP-TOTAL - WS-PRF-DEP-BREAK
           COMPUTE WS-GL-AIR = WS-PRF-AIR-TOTAL - WS-PRF-AIR-BREAK
           OPEN INPUT PARMFILE
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ PARMFILE
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT
                   IF CPM-LOAN-CONTROL AND CPM-GL-AMOUNT NUMERIC
                       MOVE CPM-GL-AMOUNT  TO WS-GL-LOAN
                       MOVE CPM-AS-OF-DATE TO WS-GL-LOAN-DATE
                       MOVE 'Y' TO WS-GL-LOAN-FLAG
                   END-IF
               END-IF
           END-PERFORM
           CLOSE PARMFILE.

       4000-WRITE-DEPOSIT-SCHEDULE.
           MOVE SPACES TO WS-RPT-LINE
           IF QUARTER-END-RUN
               STRING 'CALL REPORT SCHEDULES - QUARTER ENDED '
                      BUS-DATE
                   DELIMITED SIZE INTO WS-RPT-LINE
           ELSE
               STRING 'CALL REPORT SCHEDULES - QUARTER-TO-DATE '
                      WS-QTR-START ' THRU ' BUS-DATE
                      '  (NOT A QUARTER END - NOT FOR FILING)'
                   DELIMITED SIZE INTO WS-RPT-LINE
           END-IF
           WRITE CALLRPTF-REC FROM WS-RPT-LINE
           MOVE ALL '=' TO WS-RPT-LINE
           WRITE CALLRPTF-REC FROM WS-RPT-LINE
           MOVE 'DEPOSIT SCHEDULE' TO WS-RPT-LINE
           WRITE CALLRPTF-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE '                                  ACCOUNTS'
               TO WS-RPT-LINE
           MOVE 'AMOUNT' TO WS-RPT-LINE(56:6)
           WRITE CALLRPTF-REC FROM WS-RPT-LINE
           MOVE 'TRANSACTION ACCOUNTS (CHECKING)' TO WS-LINE-LABEL
           MOVE WS-DEP-TRANS-CNT TO WS-LINE-COUNT
           MOVE WS-DEP-TRANS-AMT TO WS-FMT-AMOUNT
           PERFORM 8810-WRITE-COUNT-AMOUNT-LINE
           MOVE 'NON-TRANSACTION - SAVINGS' TO WS-LINE-LABEL
           MOVE WS-DEP-SAV-CNT TO WS-LINE-COUNT
           MOVE WS-DEP-SAV-AMT TO WS-FMT-AMOUNT
           PERFORM 8810-WRITE-COUNT-AMOUNT-LINE
           MOVE 'NON-TRANSACTION - IRA' TO WS-LINE-LABEL
           MOVE WS-DEP-IRA-CNT TO WS-LINE-COUNT
           MOVE WS-DEP-IRA-AMT TO WS-FMT-AMOUNT
           PERFORM 8810-WRITE-COUNT-AMOUNT-LINE
           MOVE 'NON-TRANSACTION - TIME DEPOSITS' TO WS-LINE-LABEL
           MOVE WS-DEP-TIME-CNT TO WS-LINE-COUNT
           MOVE WS-DEP-TIME-AMT TO WS-FMT-AMOUNT
           PERFORM 8810-WRITE-COUNT-AMOUNT-LINE
           COMPUTE WS-DEP-TOTAL = WS-DEP-TRANS-AMT + WS-DEP-SAV-AMT
               + WS-DEP-IRA-AMT + WS-DEP-TIME-AMT
           COMPUTE WS-LINE-COUNT = WS-DEP-TRANS-CNT + WS-DEP-SAV-CNT
               + WS-DEP-IRA-CNT + WS-DEP-TIME-CNT
           MOVE 'TOTAL DEPOSITS' TO WS-LINE-LABEL
           MOVE WS-DEP-TOTAL TO WS-FMT-AMOUNT
           PERFORM 8810-WRITE-COUNT-AMOUNT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE CALLRPTF-REC FROM WS-RPT-LINE
           MOVE 'TIME DEPOSITS BY SIZE AND REMAINING MATURITY'
               TO WS-RPT-LINE
           WRITE CALLRPTF-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING '                           250,000 OR LESS  COUNT'
                  '  MORE THAN 250,000  COUNT'
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE CALLRPTF-REC FROM WS-RPT-LINE
           PERFORM 4100-WRITE-TD-ROW
               VARYING WS-MAT-IX FROM 1 BY 1 UNTIL WS-MAT-IX > 4
           MOVE SPACES TO WS-RPT-LINE
           WRITE CALLRPTF-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'INSURED / UNINSURED (COVERAGE FILE AS OF '
                  WS-FDIC-AS-OF ')'
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE CALLRPTF-REC FROM WS-RPT-LINE
           MOVE 'ESTIMATED INSURED DEPOSITS' TO WS-LINE-LABEL
           MOVE WS-INSURED-TOT TO WS-FMT-AMOUNT
           PERFORM 8800-WRITE-AMOUNT-LINE
           MOVE 'ESTIMATED UNINSURED DEPOSITS' TO WS-LINE-LABEL
           MOVE WS-UNINS-DEPOSITORS TO WS-LINE-COUNT
           MOVE WS-UNINSURED-TOT TO WS-FMT-AMOUNT
           PERFORM 8810-WRITE-COUNT-AMOUNT-LINE.

       4100-WRITE-TD-ROW.
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-MAT-LABEL(WS-MAT-IX) TO WS-RPT-LINE(1:24)
           MOVE WS-TD-AMT(1 WS-MAT-IX) TO WS-FMT-AMOUNT
           PERFORM 8900-FORMAT-AMOUNT
           MOVE WS-FORMATTED-AMT TO WS-RPT-LINE(26:18)
           MOVE WS-TD-CNT(1 WS-MAT-IX) TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP TO WS-RPT-LINE(44:7)
           MOVE WS-TD-AMT(2 WS-MAT-IX) TO WS-FMT-AMOUNT
           PERFORM 8900-FORMAT-AMOUNT
           MOVE WS-FORMATTED-AMT TO WS-RPT-LINE(52:18)
           MOVE WS-TD-CNT(2 WS-MAT-IX) TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP TO WS-RPT-LINE(70:7)
           WRITE CALLRPTF-REC FROM WS-RPT-LINE.

       5000-WRITE-LOAN-SCHEDULE.
           MOVE SPACES TO WS-RPT-LINE
           WRITE CALLRPTF-REC FROM WS-RPT-LINE
           MOVE ALL '=' TO WS-RPT-LINE
           WRITE CALLRPTF-REC FROM WS-RPT-LINE
           MOVE 'LOAN SCHEDULE' TO WS-RPT-LINE
           WRITE CALLRPTF-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'CATEGORY                   LOANS           BALANCE'
                  '     30-89 DAYS P/D    90+ DAYS ACCRUING'
                  '       NON-ACCRUAL'
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE CALLRPTF-REC FROM WS-RPT-LINE
           INITIALIZE WS-LOAN-SUMS
           PERFORM 5100-WRITE-CATEGORY-ROW
               VARYING WS-CAT-IX FROM 1 BY 1 UNTIL WS-CAT-IX > 5
           MOVE SPACES TO WS-RPT-LINE
           MOVE 'TOTAL LOANS' TO WS-RPT-LINE(1:24)
           MOVE WS-SUM-CNT TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP TO WS-RPT-LINE(26:7)
           MOVE WS-SUM-BAL TO WS-FMT-AMOUNT
           PERFORM 8900-FORMAT-AMOUNT
           MOVE WS-FORMATTED-AMT TO WS-RPT-LINE(34:18)
           MOVE WS-SUM-PD30 TO WS-FMT-AMOUNT
           PERFORM 8900-FORMAT-AMOUNT
           MOVE WS-FORMATTED-AMT TO WS-RPT-LINE(53:18)
           MOVE WS-SUM-PD90 TO WS-FMT-AMOUNT
           PERFORM 8900-FORMAT-AMOUNT
           MOVE WS-FORMATTED-AMT TO WS-RPT-LINE(72:18)
           MOVE WS-SUM-NONACC TO WS-FMT-AMOUNT
           PERFORM 8900-FORMAT-AMOUNT
           MOVE WS-FORMATTED-AMT TO WS-RPT-LINE(91:18)
           WRITE CALLRPTF-REC FROM WS-RPT-LINE
           MOVE WS-SUM-BAL TO WS-LOAN-TOTAL
           MOVE 'OVERDRAWN DEPOSIT ACCOUNTS' TO WS-LINE-LABEL
           MOVE WS-OVERDRAWN-CNT TO WS-LINE-COUNT
           MOVE WS-OVERDRAWN-AMT TO WS-FMT-AMOUNT
           PERFORM 8810-WRITE-COUNT-AMOUNT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE CALLRPTF-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           IF PRIOR-STATE-LOADED
               MOVE 'CHARGE-OFFS AND RECOVERIES FOR THE QUARTER'
                   TO WS-RPT-LINE
           ELSE
               STRING 'CHARGE-OFFS FOR THE QUARTER - NO PRIOR QUARTER'
                      ' STATE, RECOVERIES SHOWN ARE LIFE-TO-DATE'
                   DELIMITED SIZE INTO WS-RPT-LINE
           END-IF
           WRITE CALLRPTF-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'CATEGORY                         CHARGE-OFFS'
                  '         RECOVERIES     NET CHARGE-OFFS'
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE CALLRPTF-REC FROM WS-RPT-LINE
           PERFORM 5200-WRITE-CHARGE-OFF-ROW
               VARYING WS-CAT-IX FROM 1 BY 1 UNTIL WS-CAT-IX > 5
           MOVE SPACES TO WS-RPT-LINE
           MOVE 'TOTAL' TO WS-RPT-LINE(1:24)
           MOVE WS-CO-QTR-TOTAL TO WS-FMT-AMOUNT
           PERFORM 8900-FORMAT-AMOUNT
           MOVE WS-FORMATTED-AMT TO WS-RPT-LINE(26:18)
           MOVE WS-REC-QTR-TOTAL TO WS-FMT-AMOUNT
           PERFORM 8900-FORMAT-AMOUNT
           MOVE WS-FORMATTED-AMT TO WS-RPT-LINE(45:18)
           COMPUTE WS-FMT-AMOUNT = WS-CO-QTR-TOTAL - WS-REC-QTR-TOTAL
           PERFORM 8900-FORMAT-AMOUNT
           MOVE WS-FORMATTED-AMT TO WS-RPT-LINE(64:18)
           WRITE CALLRPTF-REC FROM WS-RPT-LINE.

       5100-WRITE-CATEGORY-ROW.
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-CAT-LABEL(WS-CAT-IX) TO WS-RPT-LINE(1:24)
           MOVE WS-CAT-CNT(WS-CAT-IX) TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP TO WS-RPT-LINE(26:7)
           MOVE WS-CAT-BAL(WS-CAT-IX) TO WS-FMT-AMOUNT
           PERFORM 8900-FORMAT-AMOUNT
           MOVE WS-FORMATTED-AMT TO WS-RPT-LINE(34:18)
           MOVE WS-CAT-PD30(WS-CAT-IX) TO WS-FMT-AMOUNT
           PERFORM 8900-FORMAT-AMOUNT
           MOVE WS-FORMATTED-AMT TO WS-RPT-LINE(53:18)
           MOVE WS-CAT-PD90(WS-CAT-IX) TO WS-FMT-AMOUNT
           PERFORM 8900-FORMAT-AMOUNT
           MOVE WS-FORMATTED-AMT TO WS-RPT-LINE(72:18)
           MOVE WS-CAT-NONACC(WS-CAT-IX) TO WS-FMT-AMOUNT
           PERFORM 8900-FORMAT-AMOUNT
           MOVE WS-FORMATTED-AMT TO WS-RPT-LINE(91:18)
           WRITE CALLRPTF-REC FROM WS-RPT-LINE
           ADD WS-CAT-CNT(WS-CAT-IX)    TO WS-SUM-CNT
           ADD WS-CAT-BAL(WS-CAT-IX)    TO WS-SUM-BAL
           ADD WS-CAT-PD30(WS-CAT-IX)   TO WS-SUM-PD30
           ADD WS-CAT-PD90(WS-CAT-IX)   TO WS-SUM-PD90
           ADD WS-CAT-NONACC(WS-CAT-IX) TO WS-SUM-NONACC.

       5200-WRITE-CHARGE-OFF-ROW.
      *    Recoveries for the quarter are recovered-to-date less what
      *    had been recovered at the last quarter end.
           COMPUTE WS-REC-QTR = WS-CAT-REC-TODATE(WS-CAT-IX)
               - WS-CAT-REC-PRIOR(WS-CAT-IX)
           ADD WS-CAT-CO-QTR(WS-CAT-IX) TO WS-CO-QTR-TOTAL
           ADD WS-REC-QTR TO WS-REC-QTR-TOTAL
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-CAT-LABEL(WS-CAT-IX) TO WS-RPT-LINE(1:24)
           MOVE WS-CAT-CO-QTR(WS-CAT-IX) TO WS-FMT-AMOUNT
           PERFORM 8900-FORMAT-AMOUNT
           MOVE WS-FORMATTED-AMT TO WS-RPT-LINE(26:18)
           MOVE WS-REC-QTR TO WS-FMT-AMOUNT
           PERFORM 8900-FORMAT-AMOUNT
           MOVE WS-FORMATTED-AMT TO WS-RPT-LINE(45:18)
           COMPUTE WS-FMT-AMOUNT = WS-CAT-CO-QTR(WS-CAT-IX) - WS-REC-QTR
           PERFORM 8900-FORMAT-AMOUNT
           MOVE WS-FORMATTED-AMT TO WS-RPT-LINE(64:18)
           WRITE CALLRPTF-REC FROM WS-RPT-LINE.

       6000-WRITE-TIE-OUT.
           MOVE SPACES TO WS-RPT-LINE
           WRITE CALLRPTF-REC FROM WS-RPT-LINE
           MOVE ALL '=' TO WS-RPT-LINE
           WRITE CALLRPTF-REC FROM WS-RPT-LINE
           MOVE 'TIE-OUT TO GENERAL LEDGER' TO WS-RPT-LINE
           WRITE CALLRPTF-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING '                                  SCHEDULE'
                  '          GENERAL LEDGER        DIFFERENCE'
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE CALLRPTF-REC FROM WS-RPT-LINE
           MOVE 'TOTAL DEPOSITS' TO WS-TIE-LABEL
           MOVE WS-DEP-TOTAL     TO WS-TIE-SCHEDULE
           MOVE WS-GL-DEPOSIT    TO WS-TIE-GL
           IF GL-DEPOSIT-LOADED
               PERFORM 6100-WRITE-TIE-LINE
           ELSE
               PERFORM 6200-WRITE-NO-GL-LINE
           END-IF
           MOVE 'TOTAL LOANS' TO WS-TIE-LABEL
           MOVE WS-LOAN-TOTAL TO WS-TIE-SCHEDULE
           MOVE WS-GL-LOAN    TO WS-TIE-GL
           IF GL-LOAN-LOADED
               PERFORM 6100-WRITE-TIE-LINE
               IF WS-GL-LOAN-DATE NOT = BUS-DATE
                   MOVE SPACES TO WS-RPT-LINE
                   STRING '  *** LOAN CONTROL BALANCE ON PARMS.CALLRPT'
                          ' IS AS OF ' WS-GL-LOAN-DATE ' ***'
                       DELIMITED SIZE INTO WS-RPT-LINE
                   WRITE CALLRPTF-REC FROM WS-RPT-LINE
                   MOVE 1 TO WS-OUT-OF-TIE
               END-IF
           ELSE
               PERFORM 6200-WRITE-NO-GL-LINE
           END-IF
           MOVE 'LOAN INTEREST RECEIVABLE' TO WS-TIE-LABEL
           MOVE WS-LOAN-AIR-TOTAL TO WS-TIE-SCHEDULE
           MOVE WS-GL-AIR         TO WS-TIE-GL
           IF GL-AIR-LOADED
               PERFORM 6100-WRITE-TIE-LINE
           ELSE
               PERFORM 6200-WRITE-NO-GL-LINE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           WRITE CALLRPTF-REC FROM WS-RPT-LINE
           IF WS-OUT-OF-TIE = ZERO
               MOVE 'ALL SCHEDULES TIE TO THE GENERAL LEDGER'
                   TO WS-RPT-LINE
           ELSE
               MOVE '*** SCHEDULES DO NOT TIE - RESOLVE BEFORE FILING'
                   TO WS-RPT-LINE
           END-IF
           WRITE CALLRPTF-REC FROM WS-RPT-LINE.

       6100-WRITE-TIE-LINE.
           COMPUTE WS-TIE-DIFF = WS-TIE-SCHEDULE - WS-TIE-GL
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-TIE-LABEL TO WS-RPT-LINE(1:30)
           MOVE WS-TIE-SCHEDULE TO WS-FMT-AMOUNT
           PERFORM 8900-FORMAT-AMOUNT
           MOVE WS-FORMATTED-AMT TO WS-RPT-LINE(26:18)
           MOVE WS-TIE-GL TO WS-FMT-AMOUNT
           PERFORM 8900-FORMAT-AMOUNT
           MOVE WS-FORMATTED-AMT TO WS-RPT-LINE(45:18)
           MOVE WS-TIE-DIFF TO WS-FMT-AMOUNT
           PERFORM 8900-FORMAT-AMOUNT
           MOVE WS-FORMATTED-AMT TO WS-RPT-LINE(64:18)
           IF WS-TIE-DIFF NOT = ZERO
               MOVE '*** OUT OF TIE' TO WS-RPT-LINE(84:14)
               MOVE 1 TO WS-OUT-OF-TIE
           END-IF
           WRITE CALLRPTF-REC FROM WS-RPT-LINE.

       6200-WRITE-NO-GL-LINE.
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-TIE-LABEL TO WS-RPT-LINE(1:30)
           MOVE WS-TIE-SCHEDULE TO WS-FMT-AMOUNT
           PERFORM 8900-FORMAT-AMOUNT
           MOVE WS-FORMATTED-AMT TO WS-RPT-LINE(26:18)
           MOVE '*** NO GL FIGURE - NOT PROVEN' TO WS-RPT-LINE(45:29)
           WRITE CALLRPTF-REC FROM WS-RPT-LINE
           MOVE 1 TO WS-OUT-OF-TIE.

       7000-WRITE-STATE.
      *    Only a quarter-end run moves the recoveries baseline on;
      *    any other night carries the prior quarter's figures
      *    through untouched.
           OPEN OUTPUT STATEOUT
           PERFORM VARYING WS-CAT-IX FROM 1 BY 1 UNTIL WS-CAT-IX > 5
               MOVE SPACES TO WS-STATE-RECORD
               SET CST-RECOVERED TO TRUE
               MOVE WS-CAT-CODE(WS-CAT-IX) TO CST-CATEGORY
               IF QUARTER-END-RUN OR NOT PRIOR-STATE-LOADED
                   MOVE WS-CAT-REC-TODATE(WS-CAT-IX) TO CST-AMOUNT
                   MOVE BUS-DATE TO CST-AS-OF-DATE
               ELSE
                   MOVE WS-CAT-REC-PRIOR(WS-CAT-IX) TO CST-AMOUNT
                   MOVE WS-QTR-START TO CST-AS-OF-DATE
               END-IF
               WRITE STATEOUT-REC FROM WS-STATE-RECORD
           END-PERFORM
           CLOSE STATEOUT.

       8800-WRITE-AMOUNT-LINE.
           PERFORM 8900-FORMAT-AMOUNT
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-LINE-LABEL TO WS-RPT-LINE(1:32)
           MOVE WS-FORMATTED-AMT TO WS-RPT-LINE(44:18)
           WRITE CALLRPTF-REC FROM WS-RPT-LINE.

       8810-WRITE-COUNT-AMOUNT-LINE.
           PERFORM 8900-FORMAT-AMOUNT
           MOVE WS-LINE-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-LINE-LABEL TO WS-RPT-LINE(1:32)
           MOVE WS-COUNT-DISP TO WS-RPT-LINE(35:7)
           MOVE WS-FORMATTED-AMT TO WS-RPT-LINE(44:18)
           WRITE CALLRPTF-REC FROM WS-RPT-LINE.

       8900-FORMAT-AMOUNT.
           CALL 'FMTAMT' USING WS-FMT-AMOUNT
                               WS-FORMATTED-AMT
                               SPACES
                               WS-PROCESS-RC.

       9000-END.
           CLOSE CALLRPTF
           DISPLAY 'CALLRPT DEPOSITS:  ' WS-DEP-TOTAL
           DISPLAY 'CALLRPT LOANS:     ' WS-LOAN-TOTAL
           IF WS-OUT-OF-TIE > ZERO
               DISPLAY 'CALLRPT *** SCHEDULES DO NOT TIE TO GL ***'
               MOVE RC-WARNING TO WS-RETURN-CODE
           ELSE
               MOVE RC-SUCCESS TO WS-RETURN-CODE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.
