      *----------------------------------------------------------------*
      * PROGRAM:  LOANACCR                                            *
      * PURPOSE:  Nightly loan interest accrual - runs in BANKNITE    *
      *           ahead of GLPOST so the loan book earns interest     *
      *           income day by day instead of only when LOANPAY      *
      *           splits a payment. Each accruing active loan earns   *
      *           LOAN-BALANCE x LOAN-INTEREST-RATE / 365 for every   *
      *           actual day since LOAN-AIR-THRU-DATE (the basis      *
      *           LOANQOTE quotes payoffs on; SCRA cap applied as in  *
      *           LOANPAY's split) onto its accrued-interest-         *
      *           receivable balance. The same pass journals the      *
      *           receivable LOANPAY relieved since the last run,     *
      *           puts DF/CO loans on non-accrual with the receivable *
      *           reversed, and settles the receivable of a loan that *
      *           closed or was transferred out. Three control-total  *
      *           records feed GLPOST - LNACCRUE (accrual), LNACCREV  *
      *           (non-accrual reversal) and LNAIRREL (relief) - and  *
      *           GLPROOF proves the summed receivable against the    *
      *           GL's AIR control accounts.                          *
      * AUTHOR:   TABFORGE-AI                                         *
      * CALLS:    FMTAMT, ERRHANDR                                    *
      * COPYBOOKS: LOANDATA, CTLDATA, BUSDATE, ERRDATA                *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LOANACCR.
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
           SELECT ACCRRPT    ASSIGN TO UT-S-ACCRRPT
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

       FD  ACCRRPT
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  ACCRRPT-REC                PIC X(133).

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
       01  WS-LOANACCR-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'LOANACCR'.
           05  WS-EOF-LOANFILE        PIC X(1)  VALUE 'N'.
               88  EOF-LOANFILE           VALUE 'Y'.
           05  WS-LOAN-CHANGED        PIC X(1)  VALUE 'N'.
               88  LOAN-CHANGED           VALUE 'Y'.
           05  WS-BUS-DATE-8          PIC 9(8)  VALUE ZERO.
           05  WS-BUS-INT             PIC S9(9) COMP VALUE ZERO.
           05  WS-THRU-8              PIC 9(8)  VALUE ZERO.
           05  WS-ACCR-DAYS           PIC S9(5) COMP VALUE ZERO.
           05  WS-EFF-RATE            PIC S9(03)V9(4) COMP-3
                                       VALUE ZERO.
           05  WS-ACCRUAL             PIC S9(09)V99 COMP-3 VALUE ZERO.
           05  WS-EVENT-AMT           PIC S9(09)V99 COMP-3 VALUE ZERO.
           05  WS-EVENT-TEXT          PIC X(30) VALUE SPACES.
           05  WS-DUE-YYYY            PIC 9(4)  VALUE ZERO.
           05  WS-DUE-MM              PIC 9(2)  VALUE ZERO.
           05  WS-DUE-MM-W            PIC 9(6)  COMP VALUE ZERO.
           05  WS-ANNIV-YYYY          PIC 9(4)  VALUE ZERO.
           05  WS-LOAN-COUNT          PIC 9(7)  COMP VALUE ZERO.
           05  WS-ACCRUED-COUNT       PIC 9(7)  COMP VALUE ZERO.
           05  WS-REVERSED-COUNT      PIC 9(7)  COMP VALUE ZERO.
           05  WS-RELIEVED-COUNT      PIC 9(7)  COMP VALUE ZERO.
           05  WS-RESTORED-COUNT      PIC 9(7)  COMP VALUE ZERO.
           05  WS-NONACCRUAL-COUNT    PIC 9(7)  COMP VALUE ZERO.
           05  WS-ACCRUAL-TOTAL       PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-REVERSAL-TOTAL      PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-RELIEF-TOTAL        PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-AIR-BOOK-TOTAL      PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-FMT-AMOUNT          PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-FORMATTED-AMT       PIC X(18) VALUE SPACES.
           05  WS-FMT-RC              PIC S9(04) COMP VALUE ZERO.
           05  WS-COUNT-DISP          PIC ZZZZZZ9.
           05  WS-RPT-LINE            PIC X(133) VALUE SPACES.

      *    Seed date for a loan never accrued - the last installment
      *    anniversary, one month before LOAN-NEXT-DUE-DATE.
       01  WS-LAST-ANNIV-X            PIC X(8)  VALUE SPACES.
       01  WS-LAST-ANNIV-8 REDEFINES WS-LAST-ANNIV-X
                                      PIC 9(8).

       COPY LOANDATA.
       COPY CTLDATA.
       COPY BUSDATE.
       COPY ERRDATA.

       PROCEDURE DIVISION.

       1000-INIT.
           PERFORM 1010-READ-BUSINESS-DATE
           OPEN I-O    LOANFILE
           OPEN OUTPUT ACCRRPT
           MOVE SPACES TO WS-RPT-LINE
           STRING 'LOAN INTEREST ACCRUAL  ' BUS-DATE
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE ACCRRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE ACCRRPT-REC FROM WS-RPT-LINE
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
           MOVE BUS-DATE TO WS-BUS-DATE-8
           COMPUTE WS-BUS-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUS-DATE-8).

       2000-PROCESS-LOAN.
           READ LOANFILE INTO LOAN-RECORD
               AT END MOVE 'Y' TO WS-EOF-LOANFILE
           END-READ
           IF NOT EOF-LOANFILE
               ADD 1 TO WS-LOAN-COUNT
               MOVE 'N' TO WS-LOAN-CHANGED
               IF LOAN-AIR-BALANCE NOT NUMERIC
                   MOVE ZERO TO LOAN-AIR-BALANCE
                   MOVE 'Y' TO WS-LOAN-CHANGED
               END-IF
               IF LOAN-AIR-RELIEVED NOT NUMERIC
                   MOVE ZERO TO LOAN-AIR-RELIEVED
                   MOVE 'Y' TO WS-LOAN-CHANGED
               END-IF
               PERFORM 2100-POST-RELIEF
               EVALUATE TRUE
                   WHEN LOAN-DEFAULTED
                   WHEN LOAN-CHARGED-OFF
                       PERFORM 2200-PLACE-NONACCRUAL
                   WHEN LOAN-CLOSED
                   WHEN LOAN-TRANSFERRED
                       PERFORM 2300-SETTLE-RECEIVABLE
                   WHEN LOAN-ACTIVE
                   WHEN LOAN-MATURED-UNPAID
                       PERFORM 2400-ACCRUE-LOAN
               END-EVALUATE
               ADD LOAN-AIR-BALANCE TO WS-AIR-BOOK-TOTAL
               IF LOAN-NONACCRUAL
                   ADD 1 TO WS-NONACCRUAL-COUNT
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

       2100-POST-RELIEF.
      *    Interest LOANPAY took out of payments since the last run -
      *    the receivable was already reduced there; tonight it goes
      *    to the GL and the parked amount is cleared.
           IF LOAN-AIR-RELIEVED NOT = ZERO
               ADD LOAN-AIR-RELIEVED TO WS-RELIEF-TOTAL
               ADD 1 TO WS-RELIEVED-COUNT
               MOVE ZERO TO LOAN-AIR-RELIEVED
               MOVE 'Y' TO WS-LOAN-CHANGED
           END-IF.

       2200-PLACE-NONACCRUAL.
      *    A defaulted or charged-off loan stops accruing the night it
      *    is first seen in that status, and every dollar accrued but
      *    not collected comes back out of income.
           IF NOT LOAN-NONACCRUAL
               MOVE LOAN-AIR-BALANCE TO WS-EVENT-AMT
               ADD LOAN-AIR-BALANCE TO WS-REVERSAL-TOTAL
               ADD 1 TO WS-REVERSED-COUNT
               MOVE ZERO     TO LOAN-AIR-BALANCE
               SET LOAN-NONACCRUAL TO TRUE
               MOVE BUS-DATE TO LOAN-NONACCRUAL-DATE
               MOVE BUS-DATE TO LOAN-AIR-THRU-DATE
               MOVE 'Y' TO WS-LOAN-CHANGED
               MOVE 'NON-ACCRUAL - AIR REVERSED' TO WS-EVENT-TEXT
               PERFORM 3000-WRITE-EVENT-LINE
           END-IF.

       2300-SETTLE-RECEIVABLE.
      *    LOANPAY relieves the whole receivable on a payoff, so this
      *    only catches a loan closed or de-boarded some other way -
      *    the interest went with the settlement or the sale.
           IF LOAN-AIR-BALANCE NOT = ZERO
               MOVE LOAN-AIR-BALANCE TO WS-EVENT-AMT
               ADD LOAN-AIR-BALANCE TO WS-RELIEF-TOTAL
               ADD 1 TO WS-RELIEVED-COUNT
               MOVE ZERO TO LOAN-AIR-BALANCE
               MOVE 'Y' TO WS-LOAN-CHANGED
               MOVE 'CLOSED/TRANSFERRED - AIR SETTLED'
                   TO WS-EVENT-TEXT
               PERFORM 3000-WRITE-EVENT-LINE
           END-IF.

       2400-ACCRUE-LOAN.
      *    A cured loan comes back to accrual from tonight forward;
      *    the interest reversed while it was DF is income only when
      *    collected.
           IF LOAN-NONACCRUAL
               MOVE 'A'      TO LOAN-ACCRUAL-STATUS
               MOVE SPACES   TO LOAN-NONACCRUAL-DATE
               MOVE BUS-DATE TO LOAN-AIR-THRU-DATE
               MOVE 'Y' TO WS-LOAN-CHANGED
               ADD 1 TO WS-RESTORED-COUNT
               MOVE ZERO TO WS-EVENT-AMT
               MOVE 'RESTORED TO ACCRUAL' TO WS-EVENT-TEXT
               PERFORM 3000-WRITE-EVENT-LINE
           END-IF
           IF LOAN-AIR-THRU-DATE NOT NUMERIC
               PERFORM 2500-SEED-THRU-DATE
               MOVE 'Y' TO WS-LOAN-CHANGED
           END-IF
           MOVE LOAN-AIR-THRU-DATE TO WS-THRU-8
           COMPUTE WS-ACCR-DAYS =
               WS-BUS-INT - FUNCTION INTEGER-OF-DATE(WS-THRU-8)
      *    Days already accrued (a rerun of the same business date,
      *    or a seed anniversary still ahead) earn nothing tonight.
           IF WS-ACCR-DAYS > ZERO AND LOAN-BALANCE > ZERO
               MOVE LOAN-INTEREST-RATE TO WS-EFF-RATE
               IF LOAN-SCRA-PROTECTED
                       AND BUS-DATE NOT < LOAN-SCRA-START
                       AND (LOAN-SCRA-END = SPACES
                       OR BUS-DATE NOT > LOAN-SCRA-END)
                   IF WS-EFF-RATE > 0.06
                       MOVE 0.06 TO WS-EFF-RATE
                   END-IF
               END-IF
               COMPUTE WS-ACCRUAL ROUNDED =
                   LOAN-BALANCE * WS-EFF-RATE * WS-ACCR-DAYS / 365
               ADD WS-ACCRUAL TO LOAN-AIR-BALANCE
               ADD WS-ACCRUAL TO WS-ACCRUAL-TOTAL
               ADD 1 TO WS-ACCRUED-COUNT
               MOVE BUS-DATE TO LOAN-AIR-THRU-DATE
               MOVE 'Y' TO WS-LOAN-CHANGED
           END-IF.

       2500-SEED-THRU-DATE.
      *    Same anniversary LOANQOTE counts payoff interest from; a
      *    loan with no payment yet accrues from its start date.
           MOVE LOAN-NEXT-DUE-DATE(1:4) TO WS-DUE-YYYY
           MOVE LOAN-NEXT-DUE-DATE(5:2) TO WS-DUE-MM
           COMPUTE WS-DUE-MM-W =
               WS-DUE-YYYY * 12 + WS-DUE-MM - 1 - 1
           COMPUTE WS-DUE-YYYY = WS-DUE-MM-W / 12
           COMPUTE WS-DUE-MM = WS-DUE-MM-W - WS-DUE-YYYY * 12 + 1
           MOVE SPACES TO WS-LAST-ANNIV-X
           STRING WS-DUE-YYYY WS-DUE-MM LOAN-NEXT-DUE-DATE(7:2)
               DELIMITED SIZE INTO WS-LAST-ANNIV-X
           PERFORM 2510-CLAMP-ANNIV-DAY
           IF LOAN-START-DATE NUMERIC
                   AND LOAN-START-DATE > WS-LAST-ANNIV-X
               MOVE LOAN-START-DATE TO WS-LAST-ANNIV-X
           END-IF
           IF WS-LAST-ANNIV-X NOT NUMERIC
               MOVE BUS-DATE TO WS-LAST-ANNIV-X
           END-IF
           MOVE WS-LAST-ANNIV-X TO LOAN-AIR-THRU-DATE
           MOVE 'A' TO LOAN-ACCRUAL-STATUS.

       2510-CLAMP-ANNIV-DAY.
      *    Same month-length rules as LOANQOTE's 2100-CLAMP-ANNIV-DAY.
           MOVE WS-LAST-ANNIV-X(1:4) TO WS-ANNIV-YYYY
           EVALUATE WS-LAST-ANNIV-X(5:2)
               WHEN '04'
               WHEN '06'
               WHEN '09'
               WHEN '11'
                   IF WS-LAST-ANNIV-X(7:2) > '30'
                       MOVE '30' TO WS-LAST-ANNIV-X(7:2)
                   END-IF
               WHEN '02'
                   IF FUNCTION MOD(WS-ANNIV-YYYY 4) = ZERO
                           AND (FUNCTION MOD(WS-ANNIV-YYYY 100)
                               NOT = ZERO
                           OR FUNCTION MOD(WS-ANNIV-YYYY 400)
                               = ZERO)
                       IF WS-LAST-ANNIV-X(7:2) > '29'
                           MOVE '29' TO WS-LAST-ANNIV-X(7:2)
                       END-IF
                   ELSE
                       IF WS-LAST-ANNIV-X(7:2) > '28'
                           MOVE '28' TO WS-LAST-ANNIV-X(7:2)
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3000-WRITE-EVENT-LINE.
           MOVE WS-EVENT-AMT TO WS-FMT-AMOUNT
           CALL 'FMTAMT' USING WS-FMT-AMOUNT
                               WS-FORMATTED-AMT
                               SPACES
                               WS-FMT-RC
           MOVE SPACES TO WS-RPT-LINE
           STRING LOAN-ID '  ' LOAN-STATUS '  ' WS-EVENT-TEXT
                  WS-FORMATTED-AMT
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE ACCRRPT-REC FROM WS-RPT-LINE.

       8100-WRITE-CONTROL-TOTALS.
      *    GLMAP pairs: LNACCRUE DR accrued interest receivable / CR
      *    loan interest income; LNACCREV DR loan interest income /
      *    CR receivable; LNAIRREL DR loan payment clearing / CR
      *    receivable.
           OPEN EXTEND CTLTOTFILE
           MOVE SPACES TO CONTROL-TOTAL-REC
           MOVE 'LNACCRUE'         TO CTL-JOB-STEP
           MOVE WS-ACCRUED-COUNT   TO CTL-TOTAL-COUNT
           MOVE WS-ACCRUED-COUNT   TO CTL-SUCCESS-COUNT
           MOVE ZERO               TO CTL-REJECT-COUNT
           MOVE WS-ACCRUAL-TOTAL   TO CTL-TOTAL-AMOUNT
           MOVE FUNCTION CURRENT-DATE TO CTL-TIMESTAMP
           WRITE CTLTOTFILE-REC FROM CONTROL-TOTAL-REC
           MOVE SPACES TO CONTROL-TOTAL-REC
           MOVE 'LNACCREV'         TO CTL-JOB-STEP
           MOVE WS-REVERSED-COUNT  TO CTL-TOTAL-COUNT
           MOVE WS-REVERSED-COUNT  TO CTL-SUCCESS-COUNT
           MOVE ZERO               TO CTL-REJECT-COUNT
           MOVE WS-REVERSAL-TOTAL  TO CTL-TOTAL-AMOUNT
           MOVE FUNCTION CURRENT-DATE TO CTL-TIMESTAMP
           WRITE CTLTOTFILE-REC FROM CONTROL-TOTAL-REC
           MOVE SPACES TO CONTROL-TOTAL-REC
           MOVE 'LNAIRREL'         TO CTL-JOB-STEP
           MOVE WS-RELIEVED-COUNT  TO CTL-TOTAL-COUNT
           MOVE WS-RELIEVED-COUNT  TO CTL-SUCCESS-COUNT
           MOVE ZERO               TO CTL-REJECT-COUNT
           MOVE WS-RELIEF-TOTAL    TO CTL-TOTAL-AMOUNT
           MOVE FUNCTION CURRENT-DATE TO CTL-TIMESTAMP
           WRITE CTLTOTFILE-REC FROM CONTROL-TOTAL-REC
           CLOSE CTLTOTFILE.

       8200-WRITE-TOTAL-LINE.
           CALL 'FMTAMT' USING WS-FMT-AMOUNT
                               WS-FORMATTED-AMT
                               SPACES
                               WS-FMT-RC
           MOVE WS-FORMATTED-AMT TO WS-RPT-LINE(40:18)
           WRITE ACCRRPT-REC FROM WS-RPT-LINE.

       9000-END.
           MOVE SPACES TO WS-RPT-LINE
           WRITE ACCRRPT-REC FROM WS-RPT-LINE
           MOVE WS-ACCRUED-COUNT TO WS-COUNT-DISP
           STRING 'ACCRUED TONIGHT     ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           MOVE WS-ACCRUAL-TOTAL TO WS-FMT-AMOUNT
           PERFORM 8200-WRITE-TOTAL-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-REVERSED-COUNT TO WS-COUNT-DISP
           STRING 'NON-ACCRUAL REVERSED' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           MOVE WS-REVERSAL-TOTAL TO WS-FMT-AMOUNT
           PERFORM 8200-WRITE-TOTAL-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-RELIEVED-COUNT TO WS-COUNT-DISP
           STRING 'RELIEVED/SETTLED    ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           MOVE WS-RELIEF-TOTAL TO WS-FMT-AMOUNT
           PERFORM 8200-WRITE-TOTAL-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-RESTORED-COUNT TO WS-COUNT-DISP
           STRING 'RESTORED TO ACCRUAL ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE ACCRRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-NONACCRUAL-COUNT TO WS-COUNT-DISP
           STRING 'ON NON-ACCRUAL      ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE ACCRRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE 'AIR BOOK BALANCE' TO WS-RPT-LINE
           MOVE WS-AIR-BOOK-TOTAL TO WS-FMT-AMOUNT
           PERFORM 8200-WRITE-TOTAL-LINE
           PERFORM 8100-WRITE-CONTROL-TOTALS
           CLOSE LOANFILE
                 ACCRRPT
           DISPLAY 'LOANACCR LOANS READ: '     WS-LOAN-COUNT
           DISPLAY 'LOANACCR ACCRUED: '        WS-ACCRUAL-TOTAL
           DISPLAY 'LOANACCR REVERSED: '       WS-REVERSAL-TOTAL
           DISPLAY 'LOANACCR RELIEVED: '       WS-RELIEF-TOTAL
           MOVE RC-SUCCESS TO WS-RETURN-CODE
           STOP RUN.
