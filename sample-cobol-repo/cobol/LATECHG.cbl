      *----------------------------------------------------------------*
      * PROGRAM:  LATECHG                                             *
      * PURPOSE:  Nightly loan late-charge assessment - runs after    *
      *           LOANPAY has applied the day's payments. Every       *
      *           installment of an active loan that is more than the *
      *           loan type's grace period past due is charged once:  *
      *           LCP-FEE-PCT of LOAN-MONTHLY-PAYMENT, raised to the  *
      *           floor and held to the cap (PARMS.LATECHG, see       *
      *           LATEPARM). The fee is added to the loan's separate  *
      *           late-charge balance, never to LOAN-BALANCE. A loan  *
      *           under SCRA protection or an active bankruptcy stay  *
      *           has the installment waived instead. The night's     *
      *           assessed total goes to GLPOST as fee income off the *
      *           step's control-total record.                        *
      * AUTHOR:   TABFORGE-AI                                         *
      * CALLS:    FMTAMT, ERRHANDR                                    *
      * COPYBOOKS: LOANDATA, LATEPARM, CTLDATA, BUSDATE, ERRDATA      *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LATECHG.
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
           SELECT LATEPARM   ASSIGN TO UT-S-LATEPARM
                             ORGANIZATION IS SEQUENTIAL
                             ACCESS MODE  IS SEQUENTIAL.
           SELECT LATERPT    ASSIGN TO UT-S-LATERPT
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

       FD  LATEPARM
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  LATEPARM-FILE-REC          PIC X(40).

       FD  LATERPT
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  LATERPT-REC                PIC X(133).

      *    One record for the GLPOST step behind this one (see
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
       01  WS-LATECHG-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'LATECHG'.
           05  WS-EOF-LOANFILE        PIC X(1)  VALUE 'N'.
               88  EOF-LOANFILE           VALUE 'Y'.
           05  WS-EOF-LATEPARM        PIC X(1)  VALUE 'N'.
               88  EOF-LATEPARM           VALUE 'Y'.
           05  WS-LCP-LOADED          PIC 9(2)  COMP VALUE ZERO.
           05  WS-LCP-MAX             PIC 9(2)  COMP VALUE 20.
           05  WS-LCP-IX              PIC 9(2)  COMP VALUE ZERO.
           05  WS-LCP-FOUND-IX        PIC 9(2)  COMP VALUE ZERO.
           05  WS-BUS-DATE-8          PIC 9(8)  VALUE ZERO.
           05  WS-BUS-INT             PIC S9(9) COMP VALUE ZERO.
           05  WS-INST-INT            PIC S9(9) COMP VALUE ZERO.
           05  WS-INST-DATE           PIC X(8)  VALUE SPACES.
           05  WS-ANCHOR-DD           PIC 9(2)  VALUE ZERO.
           05  WS-INST-STEPS          PIC 9(3)  COMP VALUE ZERO.
           05  WS-LOAN-CHANGED        PIC X(1)  VALUE 'N'.
               88  LOAN-CHANGED           VALUE 'Y'.
           05  WS-STAY-FLAG           PIC X(1)  VALUE 'N'.
               88  CHARGES-STAYED         VALUE 'Y'.
           05  WS-STAY-REASON         PIC X(4)  VALUE SPACES.
           05  WS-FEE                 PIC S9(07)V99 COMP-3 VALUE ZERO.
           05  WS-LOAN-COUNT          PIC 9(7)  COMP VALUE ZERO.
           05  WS-ASSESSED-COUNT      PIC 9(7)  COMP VALUE ZERO.
           05  WS-WAIVED-COUNT        PIC 9(7)  COMP VALUE ZERO.
           05  WS-NO-PARM-COUNT       PIC 9(7)  COMP VALUE ZERO.
           05  WS-ASSESSED-TOTAL      PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-FMT-AMOUNT          PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-FORMATTED-AMT       PIC X(18) VALUE SPACES.
           05  WS-FMT-RC              PIC S9(04) COMP VALUE ZERO.
           05  WS-COUNT-DISP          PIC ZZZZZZ9.
           05  WS-RPT-LINE            PIC X(133) VALUE SPACES.

      *    Installment stepping - one month at a time from
      *    LOAN-NEXT-DUE-DATE on the loan's own due day, clamped to
      *    short months the way LOANPAY advances it.
       01  WS-STEP-DATE-8             PIC 9(8)  VALUE ZERO.
       01  WS-STEP-DATE-PARTS REDEFINES WS-STEP-DATE-8.
           05  WS-STEP-YYYY           PIC 9(4).
           05  WS-STEP-MM             PIC 9(2).
           05  WS-STEP-DD             PIC 9(2).

      *    PARMS.LATECHG loaded once - one entry per loan type.
       01  WS-LCP-TABLE.
           05  WS-LCP-ENTRY OCCURS 20 TIMES.
               10  WS-LCP-TYPE        PIC X(04).
               10  WS-LCP-GRACE       PIC 9(03).
               10  WS-LCP-PCT         PIC 9(01)V9(04).
               10  WS-LCP-FLOOR       PIC 9(05)V99.
               10  WS-LCP-CAP         PIC 9(05)V99.

       COPY LOANDATA.
       COPY LATEPARM.
       COPY CTLDATA.
       COPY BUSDATE.
       COPY ERRDATA.

       PROCEDURE DIVISION.

       1000-INIT.
           PERFORM 1010-READ-BUSINESS-DATE
           PERFORM 1100-LOAD-PARMS
           OPEN I-O    LOANFILE
           OPEN OUTPUT LATERPT
           MOVE 'LOAN LATE-CHARGE ASSESSMENT' TO WS-RPT-LINE
           WRITE LATERPT-REC FROM WS-RPT-LINE
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

       1100-LOAD-PARMS.
      *    A record that fails the numeric test is skipped and that
      *    loan type goes uncharged - PARMMNT validates every change,
      *    so this only guards a hand-edited file.
           OPEN INPUT LATEPARM
           PERFORM UNTIL EOF-LATEPARM
               READ LATEPARM INTO LATE-CHARGE-PARM-RECORD
                   AT END MOVE 'Y' TO WS-EOF-LATEPARM
               END-READ
               IF NOT EOF-LATEPARM
                   IF LCP-GRACE-DAYS NUMERIC AND LCP-FEE-PCT NUMERIC
                           AND LCP-FEE-FLOOR NUMERIC
                           AND LCP-FEE-CAP NUMERIC
                           AND WS-LCP-LOADED < WS-LCP-MAX
                       ADD 1 TO WS-LCP-LOADED
                       MOVE LCP-LOAN-TYPE
                           TO WS-LCP-TYPE(WS-LCP-LOADED)
                       MOVE LCP-GRACE-DAYS
                           TO WS-LCP-GRACE(WS-LCP-LOADED)
                       MOVE LCP-FEE-PCT
                           TO WS-LCP-PCT(WS-LCP-LOADED)
                       MOVE LCP-FEE-FLOOR
                           TO WS-LCP-FLOOR(WS-LCP-LOADED)
                       MOVE LCP-FEE-CAP
                           TO WS-LCP-CAP(WS-LCP-LOADED)
                   ELSE
                       DISPLAY 'LATECHG PARM RECORD IGNORED: '
                               LCP-LOAN-TYPE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE LATEPARM.

       2000-PROCESS-LOAN.
           READ LOANFILE INTO LOAN-RECORD
               AT END MOVE 'Y' TO WS-EOF-LOANFILE
           END-READ
           IF NOT EOF-LOANFILE
               ADD 1 TO WS-LOAN-COUNT
               IF LOAN-ACTIVE AND LOAN-NEXT-DUE-DATE < BUS-DATE
                   PERFORM 2100-FIND-PARM
                   IF WS-LCP-FOUND-IX = ZERO
                       ADD 1 TO WS-NO-PARM-COUNT
                   ELSE
                       PERFORM 2200-ASSESS-LOAN
                   END-IF
               END-IF
           END-IF.

       2100-FIND-PARM.
           MOVE ZERO TO WS-LCP-FOUND-IX
           PERFORM VARYING WS-LCP-IX FROM 1 BY 1
                   UNTIL WS-LCP-IX > WS-LCP-LOADED
                   OR WS-LCP-FOUND-IX > ZERO
               IF WS-LCP-TYPE(WS-LCP-IX) = LOAN-TYPE
                   MOVE WS-LCP-IX TO WS-LCP-FOUND-IX
               END-IF
           END-PERFORM.

       2200-ASSESS-LOAN.
      *    LOAN-NEXT-DUE-DATE is the oldest unpaid installment; each
      *    later monthly installment is walked in turn and every one
      *    past the grace period that has not been assessed yet is
      *    charged (or waived) now - normally one a night, but a
      *    missed cycle catches up without double-charging.
           MOVE 'N' TO WS-LOAN-CHANGED
           IF LOAN-LATE-CHG-BALANCE NOT NUMERIC
               MOVE ZERO TO LOAN-LATE-CHG-BALANCE
           END-IF
           PERFORM 2300-CHECK-STAY
           MOVE LOAN-NEXT-DUE-DATE TO WS-INST-DATE
           MOVE LOAN-NEXT-DUE-DATE TO WS-STEP-DATE-8
           MOVE WS-STEP-DD         TO WS-ANCHOR-DD
           MOVE ZERO               TO WS-INST-STEPS
           COMPUTE WS-INST-INT =
               FUNCTION INTEGER-OF-DATE(WS-STEP-DATE-8)
           PERFORM 2400-ASSESS-INSTALLMENT
               UNTIL WS-INST-INT + WS-LCP-GRACE(WS-LCP-FOUND-IX)
                   NOT < WS-BUS-INT
               OR WS-INST-STEPS = 999
           IF LOAN-CHANGED
               REWRITE LOANFILE-REC FROM LOAN-RECORD
                   INVALID KEY
                       MOVE WS-PROGRAM-NAME TO ERR-PROGRAM-NAME
                       MOVE '2200-ASSESS-LOAN' TO ERR-PARAGRAPH
                       SET ERRC-FILE-REWRITE-FAILED TO TRUE
                       MOVE 'LOANFILE REWRITE FAILED' TO ERR-MESSAGE
                       CALL 'ERRHANDR' USING ERROR-RECORD
               END-REWRITE
           END-IF.

       2300-CHECK-STAY.
      *    Active-duty protection inside its window, or a bankruptcy
      *    chapter on file, stays every charge for as long as it
      *    lasts; the installments pass unassessed for good.
           MOVE 'N'    TO WS-STAY-FLAG
           MOVE SPACES TO WS-STAY-REASON
           IF LOAN-SCRA-PROTECTED
                   AND BUS-DATE NOT < LOAN-SCRA-START
                   AND (LOAN-SCRA-END = SPACES
                   OR BUS-DATE NOT > LOAN-SCRA-END)
               MOVE 'Y'    TO WS-STAY-FLAG
               MOVE 'SCRA' TO WS-STAY-REASON
           END-IF
           IF LOAN-BK-ACTIVE
               MOVE 'Y'    TO WS-STAY-FLAG
               MOVE 'BKST' TO WS-STAY-REASON
           END-IF.

       2400-ASSESS-INSTALLMENT.
           IF LOAN-LATE-CHG-LAST-DUE = SPACES
                   OR WS-INST-DATE > LOAN-LATE-CHG-LAST-DUE
               IF CHARGES-STAYED
                   ADD 1 TO WS-WAIVED-COUNT
                   MOVE ZERO TO WS-FEE
               ELSE
                   PERFORM 2500-COMPUTE-FEE
                   ADD WS-FEE TO LOAN-LATE-CHG-BALANCE
                   ADD WS-FEE TO WS-ASSESSED-TOTAL
                   ADD 1 TO WS-ASSESSED-COUNT
               END-IF
               MOVE WS-INST-DATE TO LOAN-LATE-CHG-LAST-DUE
               MOVE 'Y' TO WS-LOAN-CHANGED
               PERFORM 3000-WRITE-REPORT-LINE
           END-IF
           PERFORM 2410-NEXT-INSTALLMENT.

       2410-NEXT-INSTALLMENT.
           IF WS-STEP-MM = 12
               MOVE 1 TO WS-STEP-MM
               ADD 1 TO WS-STEP-YYYY
           ELSE
               ADD 1 TO WS-STEP-MM
           END-IF
           MOVE WS-ANCHOR-DD TO WS-STEP-DD
           PERFORM 2420-CLAMP-DUE-DAY
           MOVE WS-STEP-DATE-8 TO WS-INST-DATE
           COMPUTE WS-INST-INT =
               FUNCTION INTEGER-OF-DATE(WS-STEP-DATE-8)
           ADD 1 TO WS-INST-STEPS.

       2420-CLAMP-DUE-DAY.
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

       2500-COMPUTE-FEE.
           COMPUTE WS-FEE ROUNDED =
               LOAN-MONTHLY-PAYMENT * WS-LCP-PCT(WS-LCP-FOUND-IX)
           IF WS-FEE < WS-LCP-FLOOR(WS-LCP-FOUND-IX)
               MOVE WS-LCP-FLOOR(WS-LCP-FOUND-IX) TO WS-FEE
           END-IF
           IF WS-LCP-CAP(WS-LCP-FOUND-IX) > ZERO
                   AND WS-FEE > WS-LCP-CAP(WS-LCP-FOUND-IX)
               MOVE WS-LCP-CAP(WS-LCP-FOUND-IX) TO WS-FEE
           END-IF.

       3000-WRITE-REPORT-LINE.
           MOVE WS-FEE TO WS-FMT-AMOUNT
           CALL 'FMTAMT' USING WS-FMT-AMOUNT
                               WS-FORMATTED-AMT
                               SPACES
                               WS-FMT-RC
           MOVE SPACES TO WS-RPT-LINE
           IF CHARGES-STAYED
               STRING LOAN-ID '  INSTALLMENT ' WS-INST-DATE
                      '  WAIVED - ' WS-STAY-REASON
                   DELIMITED SIZE INTO WS-RPT-LINE
           ELSE
               STRING LOAN-ID '  INSTALLMENT ' WS-INST-DATE
                      '  LATE CHARGE ' WS-FORMATTED-AMT
                   DELIMITED SIZE INTO WS-RPT-LINE
           END-IF
           WRITE LATERPT-REC FROM WS-RPT-LINE.

       8100-WRITE-CONTROL-TOTAL.
      *    Fee income for the GLPOST step behind this one - GLMAP
      *    maps LATECHG to late-charge receivable / late-fee income.
           OPEN OUTPUT CTLTOTFILE
           MOVE SPACES TO CONTROL-TOTAL-REC
           MOVE 'LATECHG'          TO CTL-JOB-STEP
           COMPUTE CTL-TOTAL-COUNT =
               WS-ASSESSED-COUNT + WS-WAIVED-COUNT
           MOVE WS-ASSESSED-COUNT  TO CTL-SUCCESS-COUNT
           MOVE WS-WAIVED-COUNT    TO CTL-REJECT-COUNT
           MOVE WS-ASSESSED-TOTAL  TO CTL-TOTAL-AMOUNT
           MOVE FUNCTION CURRENT-DATE TO CTL-TIMESTAMP
           WRITE CTLTOTFILE-REC FROM CONTROL-TOTAL-REC
           CLOSE CTLTOTFILE.

       9000-END.
           MOVE SPACES TO WS-RPT-LINE
           WRITE LATERPT-REC FROM WS-RPT-LINE
           MOVE WS-ASSESSED-COUNT TO WS-COUNT-DISP
           STRING 'LATE CHARGES ASSESSED:   ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE LATERPT-REC FROM WS-RPT-LINE
           MOVE WS-ASSESSED-TOTAL TO WS-FMT-AMOUNT
           CALL 'FMTAMT' USING WS-FMT-AMOUNT
                               WS-FORMATTED-AMT
                               SPACES
                               WS-FMT-RC
           MOVE SPACES TO WS-RPT-LINE
           STRING 'TOTAL ASSESSED:          ' WS-FORMATTED-AMT
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE LATERPT-REC FROM WS-RPT-LINE
           MOVE WS-WAIVED-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'WAIVED (SCRA/BANKRUPTCY):' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE LATERPT-REC FROM WS-RPT-LINE
           MOVE WS-NO-PARM-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'PAST DUE, NO PARAMETERS: ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE LATERPT-REC FROM WS-RPT-LINE
           PERFORM 8100-WRITE-CONTROL-TOTAL
           CLOSE LOANFILE
                 LATERPT
           DISPLAY 'LATECHG LOANS READ: '    WS-LOAN-COUNT
           DISPLAY 'LATECHG ASSESSED: '      WS-ASSESSED-COUNT
           DISPLAY 'LATECHG TOTAL ASSESSED: ' WS-ASSESSED-TOTAL
           DISPLAY 'LATECHG WAIVED: '        WS-WAIVED-COUNT
           IF WS-NO-PARM-COUNT > ZERO
               MOVE RC-WARNING TO WS-RETURN-CODE
           ELSE
               MOVE RC-SUCCESS TO WS-RETURN-CODE
           END-IF
           STOP RUN.
