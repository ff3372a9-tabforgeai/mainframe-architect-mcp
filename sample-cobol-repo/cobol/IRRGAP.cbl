      *----------------------------------------------------------------*
      * PROGRAM:  IRRGAP                                               *
      * PURPOSE:  Month-end interest rate risk repricing gap report    *
      *           for ALCO. Every rate-sensitive dollar is placed in   *
      *           the time bucket in which it reprices - 0-3 months,   *
      *           3-6 months, 6-12 months, 1-5 years, over 5 years:    *
      *             variable loans - the balance at LOAN-NEXT-RESET-   *
      *               DATE (or maturity, if sooner);                   *
      *             fixed loans - the scheduled amortization runoff,   *
      *               month by month off LOAN-MONTHLY-PAYMENT, with    *
      *               the balance left at LOAN-END-DATE;               *
      *             term deposits - principal at TD-MATURITY-DATE;     *
      *             non-maturity deposits (ACCTMAST CH, SA, IR) - the  *
      *               balance spread by the annual decay rate on the   *
      *               PARMS.IRRGAP assumption file.                    *
      *           Periodic and cumulative gap follow. The second page  *
      *           shows the 12-month net interest income effect of     *
      *           parallel shocks of +/-100, 200 and 300 basis points: *
      *           amounts repricing inside the year earn or pay the    *
      *           shock for the rest of the year, variable loans only  *
      *           within their periodic and lifetime caps and floor,   *
      *           non-maturity deposits at the assumed beta on the     *
      *           whole balance, and no rate paid goes below zero.     *
      *           Non-accrual loans earn nothing and are left out.     *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    (none)                                               *
      * COPYBOOKS: LOANDATA, TDDATA, ACCTMST, ERRDATA, BUSDATE         *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     IRRGAP.
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
           SELECT TDFILE   ASSIGN TO UT-S-TDFILE
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS SEQUENTIAL
                           RECORD KEY   IS TDFILE-TD-ID.
           SELECT ACCTMAST ASSIGN TO UT-S-ACCTMAST
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS SEQUENTIAL
                           RECORD KEY   IS AMF-ACCOUNT-NUMBER.
           SELECT PARMFILE ASSIGN TO UT-S-PARMFILE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT BUSDATEF ASSIGN TO UT-S-BUSDATE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT GAPRPT   ASSIGN TO UT-S-GAPRPT
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

       FD  TDFILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  TDFILE-REC.
           05  TDFILE-TD-ID           PIC X(12).
           05  FILLER                 PIC X(68).

       FD  ACCTMAST
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  ACCTMAST-REC.
           05  AMF-ACCOUNT-NUMBER     PIC X(12).
           05  FILLER                 PIC X(88).

      *    PARMS.IRRGAP - one record per non-maturity deposit type:
      *    annual decay (percent of the balance that runs off or
      *    reprices in a year), beta (share of a market rate move
      *    passed to the rate paid) and the rate paid today as a
      *    decimal rate the way DEPRATE carries it, all
      *    changeable by finance without a recompile. A type with no
      *    record keeps the WORKING-STORAGE default.
       FD  PARMFILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PARMFILE-REC.
           05  GPM-TYPE               PIC X(02).
           05  GPM-DECAY-PCT          PIC 9(03)V99.
           05  GPM-BETA               PIC 9(01)V99.
           05  GPM-RATE               PIC 9(03)V9(4).
           05  FILLER                 PIC X(63).

      *    Business-date control record set by BDATESET at the start
      *    of the cycle (see BUSDATE copybook).
       FD  BUSDATEF
           RECORDING MODE IS F
           RECORD CONTAINS 30 CHARACTERS.
       01  BUSDATEF-REC               PIC X(30).

       FD  GAPRPT
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  GAPRPT-REC                 PIC X(133).

       WORKING-STORAGE SECTION.
       01  WS-IRRGAP-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'IRRGAP'.
           05  WS-EOF-INPUT           PIC X(1)  VALUE 'N'.
               88  EOF-INPUT              VALUE 'Y'.
           05  WS-DATE-OK             PIC X(1)  VALUE 'N'.
               88  TARGET-DATE-VALID      VALUE 'Y'.
           05  WS-BUS-YYYY            PIC 9(4)  VALUE ZERO.
           05  WS-BUS-MM              PIC 9(2)  VALUE ZERO.
           05  WS-BUS-DD              PIC 9(2)  VALUE ZERO.
           05  WS-BUS-MONTHS          PIC S9(7) COMP VALUE ZERO.
           05  WS-TARGET-DATE.
               10  WS-TGT-YYYY        PIC 9(4).
               10  WS-TGT-MM          PIC 9(2).
               10  WS-TGT-DD          PIC 9(2).
           05  WS-MONTHS              PIC S9(5) COMP VALUE ZERO.
           05  WS-END-MONTHS          PIC S9(5) COMP VALUE ZERO.
           05  WS-RUN-MONTH           PIC S9(5) COMP VALUE ZERO.
           05  WS-BKT                 PIC 9(1)  COMP VALUE ZERO.
           05  WS-ROW                 PIC 9(1)  COMP VALUE ZERO.
           05  WS-ROW-IX              PIC 9(1)  COMP VALUE ZERO.
           05  WS-BKT-IX              PIC 9(1)  COMP VALUE ZERO.
           05  WS-SHK-IX              PIC 9(1)  COMP VALUE ZERO.
           05  WS-NMD-IX              PIC 9(1)  COMP VALUE ZERO.
           05  WS-FOUND-IX            PIC 9(1)  COMP VALUE ZERO.
           05  WS-RUN-BAL             PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-RUN-INT             PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-RUN-PRIN            PIC S9(13)V99 COMP-3 VALUE ZERO.
      *    Dollars repricing inside the year, each weighted by the
      *    part of the year left after it reprices.
           05  WS-WEIGHTED            PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-REMAINING           PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-PORTION             PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-NEW-RATE            PIC S9(03)V9(4) COMP-3 VALUE ZERO.
           05  WS-RATE-CHANGE         PIC S9(03)V9(4) COMP-3 VALUE ZERO.
           05  WS-BASE-INCOME         PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-BASE-EXPENSE        PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-BASE-NII            PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-NII-CHANGE          PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-TOTAL               PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-CUM-GAP             PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-LOAN-COUNT          PIC 9(7)  COMP VALUE ZERO.
           05  WS-NONACCRUAL-COUNT    PIC 9(7)  COMP VALUE ZERO.
           05  WS-TD-COUNT            PIC 9(7)  COMP VALUE ZERO.
           05  WS-NMD-COUNT           PIC 9(7)  COMP VALUE ZERO.
           05  WS-PARM-COUNT          PIC 9(3)  COMP VALUE ZERO.
           05  WS-BP-DISP             PIC +ZZ9.
           05  WS-PCT-DISP            PIC ZZ9.99.
           05  WS-BETA-DISP           PIC 9.99.
           05  WS-RATE-DISP           PIC ZZ9.9999.
           05  WS-COUNT-DISP          PIC ZZZZZZ9.
           05  WS-RPT-LINE            PIC X(133) VALUE SPACES.

      *    Gap rows by repricing bucket:
      *    1 variable loans  2 fixed loan runoff  3 term deposits
      *    4 checking        5 savings            6 IRA deposits.
       01  WS-GAP-TABLE.
           05  WS-GAP-ROW OCCURS 6 TIMES.
               10  WS-GAP-AMT         PIC S9(13)V99 COMP-3
                                       OCCURS 5 TIMES.
       01  WS-GAP-TOTALS.
           05  WS-RSA-AMT             PIC S9(13)V99 COMP-3
                                       OCCURS 5 TIMES.
           05  WS-RSL-AMT             PIC S9(13)V99 COMP-3
                                       OCCURS 5 TIMES.

       01  WS-ROW-LABEL-VALUES.
           05  FILLER                 PIC X(24)
                                       VALUE '  VARIABLE-RATE LOANS'.
           05  FILLER                 PIC X(24)
                                       VALUE '  FIXED-RATE LOAN RUNOFF'.
           05  FILLER                 PIC X(24)
                                       VALUE '  TERM DEPOSITS'.
           05  FILLER                 PIC X(24)
                                       VALUE '  CHECKING (NMD)'.
           05  FILLER                 PIC X(24)
                                       VALUE '  SAVINGS (NMD)'.
           05  FILLER                 PIC X(24)
                                       VALUE '  IRA DEPOSITS (NMD)'.
       01  WS-ROW-LABEL-TABLE REDEFINES WS-ROW-LABEL-VALUES.
           05  WS-ROW-LABEL           PIC X(24) OCCURS 6 TIMES.

      *    Non-maturity deposit assumptions - the defaults here stand
      *    until PARMS.IRRGAP says otherwise. Entry n is gap row n+3.
       01  WS-NMD-VALUES.
           05  FILLER                 PIC X(02)      VALUE 'CH'.
           05  FILLER                 PIC 9(03)V99   VALUE 15.00.
           05  FILLER                 PIC 9(01)V99   VALUE 0.25.
           05  FILLER                 PIC 9(03)V9(4) VALUE 0.0010.
           05  FILLER                 PIC X(02)      VALUE 'SA'.
           05  FILLER                 PIC 9(03)V99   VALUE 20.00.
           05  FILLER                 PIC 9(01)V99   VALUE 0.50.
           05  FILLER                 PIC 9(03)V9(4) VALUE 0.0050.
           05  FILLER                 PIC X(02)      VALUE 'IR'.
           05  FILLER                 PIC 9(03)V99   VALUE 10.00.
           05  FILLER                 PIC 9(01)V99   VALUE 0.50.
           05  FILLER                 PIC 9(03)V9(4) VALUE 0.0100.
       01  WS-NMD-TABLE REDEFINES WS-NMD-VALUES.
           05  WS-NMD-ENTRY OCCURS 3 TIMES.
               10  WS-NMD-TYPE        PIC X(02).
               10  WS-NMD-DECAY-PCT   PIC 9(03)V99.
               10  WS-NMD-BETA        PIC 9(01)V99.
               10  WS-NMD-RATE        PIC 9(03)V9(4).
       01  WS-NMD-BALANCES.
           05  WS-NMD-BALANCE         PIC S9(13)V99 COMP-3
                                       OCCURS 3 TIMES.

      *    Parallel shocks as decimal rates (like LOAN-INTEREST-RATE
      *    and TD-LOCKED-RATE), up then down.
       01  WS-SHOCK-VALUES.
           05  FILLER                 PIC S9(1)V9(4) VALUE +0.0300.
           05  FILLER                 PIC S9(1)V9(4) VALUE +0.0200.
           05  FILLER                 PIC S9(1)V9(4) VALUE +0.0100.
           05  FILLER                 PIC S9(1)V9(4) VALUE -0.0100.
           05  FILLER                 PIC S9(1)V9(4) VALUE -0.0200.
           05  FILLER                 PIC S9(1)V9(4) VALUE -0.0300.
       01  WS-SHOCK-TABLE REDEFINES WS-SHOCK-VALUES.
           05  WS-SHOCK               PIC S9(1)V9(4) OCCURS 6 TIMES.
      *    12-month change in interest income and interest expense
      *    under each shock.
       01  WS-SHOCK-EFFECTS.
           05  WS-SHK-ENTRY OCCURS 6 TIMES.
               10  WS-SHK-INCOME      PIC S9(13)V99 COMP-3.
               10  WS-SHK-EXPENSE     PIC S9(13)V99 COMP-3.

      *    One line of the gap table: label and five buckets + total.
       01  WS-GAP-LINE.
           05  GLN-LABEL              PIC X(24).
           05  GLN-COL OCCURS 6 TIMES.
               10  FILLER             PIC X(01).
               10  GLN-AMT            PIC -,---,---,---,--9.

      *    One line of the shock page.
       01  WS-NII-LINE.
           05  NLN-LABEL              PIC X(24).
           05  FILLER                 PIC X(01).
           05  NLN-INCOME             PIC -,---,---,---,--9.
           05  FILLER                 PIC X(01).
           05  NLN-EXPENSE            PIC -,---,---,---,--9.
           05  FILLER                 PIC X(01).
           05  NLN-NII                PIC -,---,---,---,--9.
           05  FILLER                 PIC X(04).
           05  NLN-PCT                PIC -ZZ9.99.
           05  FILLER                 PIC X(44).

       COPY LOANDATA.
       COPY TDDATA.
       COPY ACCTMST.
       COPY ERRDATA.
       COPY BUSDATE.

       PROCEDURE DIVISION.

       1000-INIT.
           PERFORM 1010-READ-BUSINESS-DATE
           PERFORM 1050-LOAD-ASSUMPTIONS
           INITIALIZE WS-GAP-TABLE
                      WS-GAP-TOTALS
                      WS-NMD-BALANCES
                      WS-SHOCK-EFFECTS
           PERFORM 2000-PROCESS-LOANS
           PERFORM 3000-PROCESS-TERM-DEPOSITS
           PERFORM 4000-PROCESS-NMD-ACCOUNTS
           PERFORM 4500-SPREAD-NMD-BALANCES
           OPEN OUTPUT GAPRPT
           PERFORM 8000-WRITE-GAP-REPORT
           PERFORM 8500-WRITE-SHOCK-REPORT
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
           COMPUTE WS-BUS-MONTHS = WS-BUS-YYYY * 12 + WS-BUS-MM.

       1050-LOAD-ASSUMPTIONS.
           OPEN INPUT PARMFILE
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ PARMFILE
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT
                   PERFORM 1060-APPLY-ASSUMPTION
               END-IF
           END-PERFORM
           CLOSE PARMFILE.

       1060-APPLY-ASSUMPTION.
           MOVE ZERO TO WS-FOUND-IX
           PERFORM VARYING WS-NMD-IX FROM 1 BY 1
                   UNTIL WS-NMD-IX > 3
               IF WS-NMD-TYPE(WS-NMD-IX) = GPM-TYPE
                   MOVE WS-NMD-IX TO WS-FOUND-IX
               END-IF
           END-PERFORM
           IF WS-FOUND-IX > ZERO
                   AND GPM-DECAY-PCT NUMERIC
                   AND GPM-BETA NUMERIC
                   AND GPM-RATE NUMERIC
               MOVE GPM-DECAY-PCT TO WS-NMD-DECAY-PCT(WS-FOUND-IX)
               MOVE GPM-BETA      TO WS-NMD-BETA(WS-FOUND-IX)
               MOVE GPM-RATE      TO WS-NMD-RATE(WS-FOUND-IX)
               ADD 1 TO WS-PARM-COUNT
           ELSE
               DISPLAY 'IRRGAP ASSUMPTION RECORD IGNORED: '
                       PARMFILE-REC(1:17)
           END-IF.

       2000-PROCESS-LOANS.
           OPEN INPUT LOANFILE
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ LOANFILE INTO LOAN-RECORD
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT
                   IF (LOAN-ACTIVE OR LOAN-MATURED-UNPAID)
                           AND LOAN-BALANCE > ZERO
                       IF LOAN-NONACCRUAL
                           ADD 1 TO WS-NONACCRUAL-COUNT
                       ELSE
                           ADD 1 TO WS-LOAN-COUNT
                           PERFORM 2100-PLACE-LOAN
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE LOANFILE.

       2100-PLACE-LOAN.
           COMPUTE WS-BASE-INCOME ROUNDED = WS-BASE-INCOME
               + LOAN-BALANCE * LOAN-INTEREST-RATE
           MOVE LOAN-END-DATE TO WS-TARGET-DATE
           PERFORM 2800-MONTHS-TO-TARGET
           IF TARGET-DATE-VALID
               MOVE WS-MONTHS TO WS-END-MONTHS
           ELSE
               MOVE 999 TO WS-END-MONTHS
           END-IF
           IF LOAN-MATURED-UNPAID
               MOVE ZERO TO WS-END-MONTHS
           END-IF
           MOVE LOAN-NEXT-RESET-DATE TO WS-TARGET-DATE
           PERFORM 2800-MONTHS-TO-TARGET
           IF LOAN-RATE-VARIABLE AND TARGET-DATE-VALID
               IF WS-END-MONTHS < WS-MONTHS
                   MOVE WS-END-MONTHS TO WS-MONTHS
               END-IF
               PERFORM 2900-SET-BUCKET
               ADD LOAN-BALANCE TO WS-GAP-AMT(1 WS-BKT)
               PERFORM 2150-SHOCK-VARIABLE-LOAN
                   VARYING WS-SHK-IX FROM 1 BY 1
                   UNTIL WS-SHK-IX > 6
           ELSE
               PERFORM 2200-RUNOFF-FIXED-LOAN
           END-IF.

       2150-SHOCK-VARIABLE-LOAN.
      *    The first reset inside the year is the one that counts;
      *    the new rate moves no further than the periodic cap and
      *    stays within the lifetime cap and floor (never below
      *    zero).
           COMPUTE WS-NEW-RATE =
               LOAN-INTEREST-RATE + WS-SHOCK(WS-SHK-IX)
           IF LOAN-PERIODIC-CAP NUMERIC
                   AND LOAN-PERIODIC-CAP > ZERO
               IF WS-NEW-RATE > LOAN-INTEREST-RATE + LOAN-PERIODIC-CAP
                   COMPUTE WS-NEW-RATE =
                       LOAN-INTEREST-RATE + LOAN-PERIODIC-CAP
               END-IF
               IF WS-NEW-RATE < LOAN-INTEREST-RATE - LOAN-PERIODIC-CAP
                   COMPUTE WS-NEW-RATE =
                       LOAN-INTEREST-RATE - LOAN-PERIODIC-CAP
               END-IF
           END-IF
           IF LOAN-RATE-CAP NUMERIC
                   AND LOAN-RATE-CAP > ZERO
                   AND WS-NEW-RATE > LOAN-RATE-CAP
               MOVE LOAN-RATE-CAP TO WS-NEW-RATE
           END-IF
           IF LOAN-RATE-FLOOR NUMERIC
                   AND WS-NEW-RATE < LOAN-RATE-FLOOR
               MOVE LOAN-RATE-FLOOR TO WS-NEW-RATE
           END-IF
           IF WS-NEW-RATE < ZERO
               MOVE ZERO TO WS-NEW-RATE
           END-IF
           IF WS-MONTHS < 12
               COMPUTE WS-SHK-INCOME(WS-SHK-IX) ROUNDED =
                   WS-SHK-INCOME(WS-SHK-IX)
                   + LOAN-BALANCE
                     * (WS-NEW-RATE - LOAN-INTEREST-RATE)
                     * (12 - WS-MONTHS) / 12
           END-IF.

       2200-RUNOFF-FIXED-LOAN.
      *    Scheduled principal runs off month by month at the note
      *    rate and reprices as it is reinvested; whatever is still
      *    owed at maturity reprices then, and anything past five
      *    years falls in the last bucket. A payment that does not
      *    cover the interest (an interest-only line) runs nothing
      *    off before maturity.
           MOVE LOAN-BALANCE TO WS-RUN-BAL
           MOVE ZERO         TO WS-WEIGHTED
           IF WS-END-MONTHS <= ZERO
               MOVE ZERO TO WS-MONTHS
               PERFORM 2900-SET-BUCKET
               ADD WS-RUN-BAL TO WS-GAP-AMT(2 WS-BKT)
               COMPUTE WS-WEIGHTED = WS-RUN-BAL
               MOVE ZERO TO WS-RUN-BAL
           ELSE
               PERFORM 2250-RUNOFF-ONE-MONTH
                   VARYING WS-RUN-MONTH FROM 1 BY 1
                   UNTIL WS-RUN-MONTH > WS-END-MONTHS
                   OR WS-RUN-MONTH > 60
                   OR WS-RUN-BAL NOT > ZERO
               IF WS-RUN-BAL > ZERO
                   ADD WS-RUN-BAL TO WS-GAP-AMT(2 5)
               END-IF
           END-IF
           PERFORM VARYING WS-SHK-IX FROM 1 BY 1
                   UNTIL WS-SHK-IX > 6
               COMPUTE WS-SHK-INCOME(WS-SHK-IX) ROUNDED =
                   WS-SHK-INCOME(WS-SHK-IX)
                   + WS-WEIGHTED * WS-SHOCK(WS-SHK-IX)
           END-PERFORM.

       2250-RUNOFF-ONE-MONTH.
           COMPUTE WS-RUN-INT ROUNDED =
               WS-RUN-BAL * LOAN-INTEREST-RATE / 12
           COMPUTE WS-RUN-PRIN = LOAN-MONTHLY-PAYMENT - WS-RUN-INT
           IF WS-RUN-PRIN < ZERO
               MOVE ZERO TO WS-RUN-PRIN
           END-IF
           IF WS-RUN-PRIN > WS-RUN-BAL
                   OR WS-RUN-MONTH = WS-END-MONTHS
               MOVE WS-RUN-BAL TO WS-RUN-PRIN
           END-IF
           MOVE WS-RUN-MONTH TO WS-MONTHS
           PERFORM 2900-SET-BUCKET
           ADD WS-RUN-PRIN TO WS-GAP-AMT(2 WS-BKT)
           SUBTRACT WS-RUN-PRIN FROM WS-RUN-BAL
           IF WS-RUN-MONTH < 12
               COMPUTE WS-WEIGHTED ROUNDED = WS-WEIGHTED
                   + WS-RUN-PRIN * (12 - WS-RUN-MONTH) / 12
           END-IF.

       2800-MONTHS-TO-TARGET.
      *    Whole months from the business date to the target date; a
      *    date already reached reprices now (month zero).
           MOVE 'N' TO WS-DATE-OK
           MOVE 999 TO WS-MONTHS
           IF WS-TARGET-DATE NUMERIC
                   AND WS-TGT-MM >= 1 AND WS-TGT-MM <= 12
               MOVE 'Y' TO WS-DATE-OK
               COMPUTE WS-MONTHS =
                   WS-TGT-YYYY * 12 + WS-TGT-MM - WS-BUS-MONTHS
               IF WS-TGT-DD < WS-BUS-DD
                   SUBTRACT 1 FROM WS-MONTHS
               END-IF
               IF WS-MONTHS < ZERO
                   MOVE ZERO TO WS-MONTHS
               END-IF
           END-IF.

       2900-SET-BUCKET.
           EVALUATE TRUE
               WHEN WS-MONTHS <= 3
                   MOVE 1 TO WS-BKT
               WHEN WS-MONTHS <= 6
                   MOVE 2 TO WS-BKT
               WHEN WS-MONTHS <= 12
                   MOVE 3 TO WS-BKT
               WHEN WS-MONTHS <= 60
                   MOVE 4 TO WS-BKT
               WHEN OTHER
                   MOVE 5 TO WS-BKT
           END-EVALUATE.

       3000-PROCESS-TERM-DEPOSITS.
      *    A certificate maturing inside the year pays the shocked
      *    rate for the rest of it - never less than nothing.
           OPEN INPUT TDFILE
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ TDFILE INTO TERM-DEPOSIT-RECORD
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT
                   IF TD-ACTIVE AND TD-PRINCIPAL > ZERO
                       ADD 1 TO WS-TD-COUNT
                       PERFORM 3100-PLACE-TERM-DEPOSIT
                   END-IF
               END-IF
           END-PERFORM
           CLOSE TDFILE.

       3100-PLACE-TERM-DEPOSIT.
           COMPUTE WS-BASE-EXPENSE ROUNDED = WS-BASE-EXPENSE
               + TD-PRINCIPAL * TD-LOCKED-RATE
           MOVE TD-MATURITY-DATE TO WS-TARGET-DATE
           PERFORM 2800-MONTHS-TO-TARGET
           PERFORM 2900-SET-BUCKET
           ADD TD-PRINCIPAL TO WS-GAP-AMT(3 WS-BKT)
           IF WS-MONTHS < 12
               PERFORM VARYING WS-SHK-IX FROM 1 BY 1
                       UNTIL WS-SHK-IX > 6
                   MOVE WS-SHOCK(WS-SHK-IX) TO WS-RATE-CHANGE
                   IF WS-RATE-CHANGE < ZERO - TD-LOCKED-RATE
                       COMPUTE WS-RATE-CHANGE = ZERO - TD-LOCKED-RATE
                   END-IF
                   COMPUTE WS-SHK-EXPENSE(WS-SHK-IX) ROUNDED =
                       WS-SHK-EXPENSE(WS-SHK-IX)
                       + TD-PRINCIPAL * WS-RATE-CHANGE
                         * (12 - WS-MONTHS) / 12
               END-PERFORM
           END-IF.

       4000-PROCESS-NMD-ACCOUNTS.
      *    Loan and term-deposit accounts on ACCTMAST are the same
      *    money LOANFILE and TDFILE already placed; only the
      *    non-maturity deposit products are taken here.
           OPEN INPUT ACCTMAST
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ ACCTMAST INTO ACCOUNT-MASTER-RECORD
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT
                   IF NOT AM-STATUS-CLOSED
                           AND AM-BALANCE > ZERO
                       PERFORM 4100-ADD-NMD-BALANCE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ACCTMAST.

       4100-ADD-NMD-BALANCE.
           MOVE ZERO TO WS-FOUND-IX
           PERFORM VARYING WS-NMD-IX FROM 1 BY 1
                   UNTIL WS-NMD-IX > 3
               IF WS-NMD-TYPE(WS-NMD-IX) = AM-ACCOUNT-TYPE
                   MOVE WS-NMD-IX TO WS-FOUND-IX
               END-IF
           END-PERFORM
           IF WS-FOUND-IX > ZERO
               ADD 1 TO WS-NMD-COUNT
               ADD AM-BALANCE TO WS-NMD-BALANCE(WS-FOUND-IX)
           END-IF.

       4500-SPREAD-NMD-BALANCES.
      *    The annual decay rate runs off a quarter of a year's decay
      *    in each of the first two buckets, half a year's in the
      *    third and four years' in the fourth; whatever is left is
      *    core money past five years. The rate paid moves by beta
      *    times the shock on the whole balance at once, floored at
      *    zero.
           PERFORM VARYING WS-NMD-IX FROM 1 BY 1
                   UNTIL WS-NMD-IX > 3
               COMPUTE WS-ROW = WS-NMD-IX + 3
               MOVE WS-NMD-BALANCE(WS-NMD-IX) TO WS-REMAINING
               COMPUTE WS-BASE-EXPENSE ROUNDED = WS-BASE-EXPENSE
                   + WS-REMAINING * WS-NMD-RATE(WS-NMD-IX)
               PERFORM VARYING WS-BKT FROM 1 BY 1 UNTIL WS-BKT > 4
                   EVALUATE WS-BKT
                       WHEN 1
                       WHEN 2
                           COMPUTE WS-PORTION ROUNDED =
                               WS-NMD-BALANCE(WS-NMD-IX)
                               * WS-NMD-DECAY-PCT(WS-NMD-IX) / 400
                       WHEN 3
                           COMPUTE WS-PORTION ROUNDED =
                               WS-NMD-BALANCE(WS-NMD-IX)
                               * WS-NMD-DECAY-PCT(WS-NMD-IX) / 200
                       WHEN 4
                           COMPUTE WS-PORTION ROUNDED =
                               WS-NMD-BALANCE(WS-NMD-IX)
                               * WS-NMD-DECAY-PCT(WS-NMD-IX) / 25
                   END-EVALUATE
                   IF WS-PORTION > WS-REMAINING
                       MOVE WS-REMAINING TO WS-PORTION
                   END-IF
                   ADD WS-PORTION TO WS-GAP-AMT(WS-ROW WS-BKT)
                   SUBTRACT WS-PORTION FROM WS-REMAINING
               END-PERFORM
               ADD WS-REMAINING TO WS-GAP-AMT(WS-ROW 5)
               PERFORM VARYING WS-SHK-IX FROM 1 BY 1
                       UNTIL WS-SHK-IX > 6
                   COMPUTE WS-RATE-CHANGE =
                       WS-NMD-BETA(WS-NMD-IX) * WS-SHOCK(WS-SHK-IX)
                   IF WS-RATE-CHANGE < ZERO - WS-NMD-RATE(WS-NMD-IX)
                       COMPUTE WS-RATE-CHANGE =
                           ZERO - WS-NMD-RATE(WS-NMD-IX)
                   END-IF
                   COMPUTE WS-SHK-EXPENSE(WS-SHK-IX) ROUNDED =
                       WS-SHK-EXPENSE(WS-SHK-IX)
                       + WS-NMD-BALANCE(WS-NMD-IX)
                         * WS-RATE-CHANGE
               END-PERFORM
           END-PERFORM.

       8000-WRITE-GAP-REPORT.
           MOVE SPACES TO WS-RPT-LINE
           STRING 'INTEREST RATE RISK - REPRICING GAP REPORT    AS OF '
                  BUS-DATE
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE GAPRPT-REC FROM WS-RPT-LINE
           MOVE ALL '=' TO WS-RPT-LINE
           WRITE GAPRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'REPRICING IN                   0-3 MONTHS        '
                  '3-6 MONTHS       6-12 MONTHS         1-5 YEARS    '
                  '    OVER 5 YEARS             TOTAL'
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE GAPRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE GAPRPT-REC FROM WS-RPT-LINE
           MOVE 'RATE-SENSITIVE ASSETS' TO WS-RPT-LINE
           WRITE GAPRPT-REC FROM WS-RPT-LINE
           PERFORM VARYING WS-ROW-IX FROM 1 BY 1 UNTIL WS-ROW-IX > 2
               PERFORM 8100-WRITE-GAP-ROW
               PERFORM VARYING WS-BKT-IX FROM 1 BY 1
                       UNTIL WS-BKT-IX > 5
                   ADD WS-GAP-AMT(WS-ROW-IX WS-BKT-IX)
                       TO WS-RSA-AMT(WS-BKT-IX)
               END-PERFORM
           END-PERFORM
           MOVE 'TOTAL ASSETS' TO GLN-LABEL
           MOVE ZERO TO WS-TOTAL
           PERFORM VARYING WS-BKT-IX FROM 1 BY 1 UNTIL WS-BKT-IX > 5
               MOVE WS-RSA-AMT(WS-BKT-IX) TO GLN-AMT(WS-BKT-IX)
               ADD WS-RSA-AMT(WS-BKT-IX) TO WS-TOTAL
           END-PERFORM
           MOVE WS-TOTAL TO GLN-AMT(6)
           WRITE GAPRPT-REC FROM WS-GAP-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE GAPRPT-REC FROM WS-RPT-LINE
           MOVE 'RATE-SENSITIVE LIABILITIES' TO WS-RPT-LINE
           WRITE GAPRPT-REC FROM WS-RPT-LINE
           PERFORM VARYING WS-ROW-IX FROM 3 BY 1 UNTIL WS-ROW-IX > 6
               PERFORM 8100-WRITE-GAP-ROW
               PERFORM VARYING WS-BKT-IX FROM 1 BY 1
                       UNTIL WS-BKT-IX > 5
                   ADD WS-GAP-AMT(WS-ROW-IX WS-BKT-IX)
                       TO WS-RSL-AMT(WS-BKT-IX)
               END-PERFORM
           END-PERFORM
           MOVE 'TOTAL LIABILITIES' TO GLN-LABEL
           MOVE ZERO TO WS-TOTAL
           PERFORM VARYING WS-BKT-IX FROM 1 BY 1 UNTIL WS-BKT-IX > 5
               MOVE WS-RSL-AMT(WS-BKT-IX) TO GLN-AMT(WS-BKT-IX)
               ADD WS-RSL-AMT(WS-BKT-IX) TO WS-TOTAL
           END-PERFORM
           MOVE WS-TOTAL TO GLN-AMT(6)
           WRITE GAPRPT-REC FROM WS-GAP-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE GAPRPT-REC FROM WS-RPT-LINE
      *    Periodic gap is assets less liabilities repricing in the
      *    bucket; cumulative gap runs it forward - positive means
      *    asset sensitive to that horizon.
           MOVE SPACES TO WS-GAP-LINE
           MOVE 'PERIODIC GAP' TO GLN-LABEL
           MOVE ZERO TO WS-TOTAL
           PERFORM VARYING WS-BKT-IX FROM 1 BY 1 UNTIL WS-BKT-IX > 5
               COMPUTE GLN-AMT(WS-BKT-IX) =
                   WS-RSA-AMT(WS-BKT-IX) - WS-RSL-AMT(WS-BKT-IX)
               COMPUTE WS-TOTAL = WS-TOTAL
                   + WS-RSA-AMT(WS-BKT-IX) - WS-RSL-AMT(WS-BKT-IX)
           END-PERFORM
           MOVE WS-TOTAL TO GLN-AMT(6)
           WRITE GAPRPT-REC FROM WS-GAP-LINE
           MOVE SPACES TO WS-GAP-LINE
           MOVE 'CUMULATIVE GAP' TO GLN-LABEL
           MOVE ZERO TO WS-CUM-GAP
           PERFORM VARYING WS-BKT-IX FROM 1 BY 1 UNTIL WS-BKT-IX > 5
               COMPUTE WS-CUM-GAP = WS-CUM-GAP
                   + WS-RSA-AMT(WS-BKT-IX) - WS-RSL-AMT(WS-BKT-IX)
               MOVE WS-CUM-GAP TO GLN-AMT(WS-BKT-IX)
           END-PERFORM
           WRITE GAPRPT-REC FROM WS-GAP-LINE.

       8100-WRITE-GAP-ROW.
           MOVE SPACES TO WS-GAP-LINE
           MOVE WS-ROW-LABEL(WS-ROW-IX) TO GLN-LABEL
           MOVE ZERO TO WS-TOTAL
           PERFORM VARYING WS-BKT-IX FROM 1 BY 1 UNTIL WS-BKT-IX > 5
               MOVE WS-GAP-AMT(WS-ROW-IX WS-BKT-IX)
                   TO GLN-AMT(WS-BKT-IX)
               ADD WS-GAP-AMT(WS-ROW-IX WS-BKT-IX) TO WS-TOTAL
           END-PERFORM
           MOVE WS-TOTAL TO GLN-AMT(6)
           WRITE GAPRPT-REC FROM WS-GAP-LINE.

       8500-WRITE-SHOCK-REPORT.
           COMPUTE WS-BASE-NII = WS-BASE-INCOME - WS-BASE-EXPENSE
           MOVE SPACES TO WS-RPT-LINE
           WRITE GAPRPT-REC FROM WS-RPT-LINE
           MOVE ALL '=' TO WS-RPT-LINE
           WRITE GAPRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'NET INTEREST INCOME SENSITIVITY - NEXT 12 MONTHS, '
                  'PARALLEL RATE SHOCKS'
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE GAPRPT-REC FROM WS-RPT-LINE
           MOVE ALL '=' TO WS-RPT-LINE
           WRITE GAPRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-NII-LINE
           MOVE 'BASE (ANNUALIZED)'   TO NLN-LABEL
           MOVE WS-BASE-INCOME        TO NLN-INCOME
           MOVE WS-BASE-EXPENSE       TO NLN-EXPENSE
           MOVE WS-BASE-NII           TO NLN-NII
           WRITE GAPRPT-REC FROM WS-NII-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'SHOCK                    INTEREST INCOME CHG  INTE'
                  'REST EXPENSE CHG     NII CHANGE     PCT OF BASE'
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE GAPRPT-REC FROM WS-RPT-LINE
           PERFORM VARYING WS-SHK-IX FROM 1 BY 1 UNTIL WS-SHK-IX > 6
               MOVE SPACES TO WS-NII-LINE
               COMPUTE WS-BP-DISP = WS-SHOCK(WS-SHK-IX) * 10000
               STRING WS-BP-DISP ' BP' DELIMITED SIZE INTO NLN-LABEL
               COMPUTE WS-NII-CHANGE = WS-SHK-INCOME(WS-SHK-IX)
                   - WS-SHK-EXPENSE(WS-SHK-IX)
               MOVE WS-SHK-INCOME(WS-SHK-IX)  TO NLN-INCOME
               MOVE WS-SHK-EXPENSE(WS-SHK-IX) TO NLN-EXPENSE
               MOVE WS-NII-CHANGE             TO NLN-NII
               IF WS-BASE-NII NOT = ZERO
                   COMPUTE NLN-PCT ROUNDED =
                       WS-NII-CHANGE * 100 / WS-BASE-NII
               ELSE
                   MOVE ZERO TO NLN-PCT
               END-IF
               WRITE GAPRPT-REC FROM WS-NII-LINE
           END-PERFORM
           MOVE SPACES TO WS-RPT-LINE
           WRITE GAPRPT-REC FROM WS-RPT-LINE
           MOVE 'NON-MATURITY DEPOSIT ASSUMPTIONS (PARMS.IRRGAP)'
               TO WS-RPT-LINE
           WRITE GAPRPT-REC FROM WS-RPT-LINE
           PERFORM VARYING WS-NMD-IX FROM 1 BY 1 UNTIL WS-NMD-IX > 3
               MOVE WS-NMD-DECAY-PCT(WS-NMD-IX) TO WS-PCT-DISP
               MOVE WS-NMD-BETA(WS-NMD-IX)      TO WS-BETA-DISP
               COMPUTE WS-RATE-DISP = WS-NMD-RATE(WS-NMD-IX) * 100
               MOVE SPACES TO WS-RPT-LINE
               STRING '  ' WS-NMD-TYPE(WS-NMD-IX)
                      '  ANNUAL DECAY ' WS-PCT-DISP ' PCT'
                      '  BETA ' WS-BETA-DISP
                      '  RATE PAID ' WS-RATE-DISP ' PCT'
                   DELIMITED SIZE INTO WS-RPT-LINE
               WRITE GAPRPT-REC FROM WS-RPT-LINE
           END-PERFORM.

       9000-END.
           MOVE SPACES TO WS-RPT-LINE
           WRITE GAPRPT-REC FROM WS-RPT-LINE
           MOVE WS-LOAN-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'LOANS PLACED:            ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE GAPRPT-REC FROM WS-RPT-LINE
           MOVE WS-NONACCRUAL-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'NON-ACCRUAL LOANS OMITTED:' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE GAPRPT-REC FROM WS-RPT-LINE
           MOVE WS-TD-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'TERM DEPOSITS PLACED:    ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE GAPRPT-REC FROM WS-RPT-LINE
           MOVE WS-NMD-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'DEPOSIT ACCOUNTS PLACED: ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE GAPRPT-REC FROM WS-RPT-LINE
           CLOSE GAPRPT
           DISPLAY 'IRRGAP LOANS:       ' WS-LOAN-COUNT
           DISPLAY 'IRRGAP TERM DEPS:   ' WS-TD-COUNT
           DISPLAY 'IRRGAP NMD ACCOUNTS:' WS-NMD-COUNT
           DISPLAY 'IRRGAP ASSUMPTIONS: ' WS-PARM-COUNT
           MOVE RC-SUCCESS TO WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.
