      *----------------------------------------------------------------*
      * PROGRAM:  HELOCMNT                                            *
      * PURPOSE:  Home equity line maintenance - runs nightly in      *
      *           BANKNITE ahead of LOANMATR and LOANACCR. First it   *
      *           journals the day's advances PAYENTRY took against   *
      *           the lines (HELDRAW): each is reported and the total *
      *           goes to GLPOST as control total LNHELADV. Then it   *
      *           walks LOANFILE: a line still in its draw period has *
      *           its minimum payment reset to interest only on what  *
      *           is drawn, so tomorrow's bill reflects today's       *
      *           advances and paydowns; a line whose draw period     *
      *           ended is closed to advances and converted to a      *
      *           repayment period that fully amortizes the balance   *
      *           over the months left to LOAN-END-DATE (one with     *
      *           nothing owed simply closes). The report closes with *
      *           the book of lines - committed, drawn and available. *
      * AUTHOR:   TABFORGE-AI                                         *
      * CALLS:    FMTAMT, ERRHANDR                                    *
      * COPYBOOKS: LOANDATA, HDRWDATA, CTLDATA, BUSDATE, ERRDATA      *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     HELOCMNT.
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
           SELECT HELDRAW    ASSIGN TO UT-S-HELDRAW
                             ORGANIZATION IS SEQUENTIAL
                             ACCESS MODE  IS SEQUENTIAL.
           SELECT HELRPT     ASSIGN TO UT-S-HELRPT
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

      *    The day's advance journal appended by PAYENTRY (see
      *    HDRWDATA copybook); the cycle resets it after this step.
       FD  HELDRAW
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  HELDRAW-REC                PIC X(80).

       FD  HELRPT
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  HELRPT-REC                 PIC X(133).

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
       01  WS-HELOCMNT-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'HELOCMNT'.
           05  WS-EOF-LOANFILE        PIC X(1)  VALUE 'N'.
               88  EOF-LOANFILE           VALUE 'Y'.
           05  WS-EOF-HELDRAW         PIC X(1)  VALUE 'N'.
               88  EOF-HELDRAW            VALUE 'Y'.
           05  WS-LOAN-CHANGED        PIC X(1)  VALUE 'N'.
               88  LOAN-CHANGED           VALUE 'Y'.
           05  WS-ACTION              PIC X(10) VALUE SPACES.
           05  WS-NEW-PAYMENT         PIC S9(09)V99 COMP-3 VALUE ZERO.
           05  WS-REMAINING-PMTS      PIC S9(5) COMP VALUE ZERO.
           05  WS-AVAILABLE           PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-ADV-COUNT           PIC 9(7)  COMP VALUE ZERO.
           05  WS-ADV-TOTAL           PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-LINE-COUNT          PIC 9(7)  COMP VALUE ZERO.
           05  WS-RESET-COUNT         PIC 9(7)  COMP VALUE ZERO.
           05  WS-CONVERT-COUNT       PIC 9(7)  COMP VALUE ZERO.
           05  WS-CLOSED-COUNT        PIC 9(7)  COMP VALUE ZERO.
           05  WS-COMMIT-TOTAL        PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-DRAWN-TOTAL         PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-AVAIL-TOTAL         PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-FMT-AMOUNT          PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-FORMATTED-AMT       PIC X(18) VALUE SPACES.
           05  WS-FMT-RC              PIC S9(04) COMP VALUE ZERO.
           05  WS-COUNT-DISP          PIC ZZZZZZ9.
           05  WS-PMTS-DISP           PIC ZZZ9.
           05  WS-RPT-LINE            PIC X(133) VALUE SPACES.

      *    Month arithmetic for the months left to LOAN-END-DATE.
       01  WS-BUS-YYYY                PIC 9(4)  VALUE ZERO.
       01  WS-BUS-MM                  PIC 9(2)  VALUE ZERO.
       01  WS-END-YYYY                PIC 9(4)  VALUE ZERO.
       01  WS-END-MM                  PIC 9(2)  VALUE ZERO.

       COPY LOANDATA.
       COPY HDRWDATA.
       COPY CTLDATA.
       COPY BUSDATE.
       COPY ERRDATA.

       PROCEDURE DIVISION.

       1000-INIT.
           PERFORM 1010-READ-BUSINESS-DATE
           OPEN OUTPUT HELRPT
           MOVE SPACES TO WS-RPT-LINE
           STRING 'HOME EQUITY LINE MAINTENANCE  ' BUS-DATE
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE HELRPT-REC FROM WS-RPT-LINE
           PERFORM 1100-JOURNAL-ADVANCES
           MOVE SPACES TO WS-RPT-LINE
           WRITE HELRPT-REC FROM WS-RPT-LINE
           MOVE 'LOAN ID       ACTION     PMTS LEFT'
               TO WS-RPT-LINE
           MOVE '           BALANCE        NEW PAYMENT'
               TO WS-RPT-LINE(37:37)
           WRITE HELRPT-REC FROM WS-RPT-LINE
           OPEN I-O LOANFILE
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

       1100-JOURNAL-ADVANCES.
      *    The advances are already on the lines - PAYENTRY charged
      *    each one as it was taken - so this is the day's record
      *    of them and the GL total, nothing more.
           MOVE SPACES TO WS-RPT-LINE
           MOVE 'ADVANCES TAKEN' TO WS-RPT-LINE
           WRITE HELRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE '    DATE        LOAN ID       CUSTOMER   REF'
               TO WS-RPT-LINE
           MOVE '               OPR            AMOUNT'
               TO WS-RPT-LINE(45:36)
           MOVE '       DRAWN AFTER' TO WS-RPT-LINE(82:18)
           WRITE HELRPT-REC FROM WS-RPT-LINE
           OPEN INPUT HELDRAW
           PERFORM 1110-READ-ADVANCE UNTIL EOF-HELDRAW
           CLOSE HELDRAW
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-ADV-COUNT TO WS-COUNT-DISP
           STRING 'ADVANCES        ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           MOVE WS-ADV-TOTAL TO WS-FMT-AMOUNT
           CALL 'FMTAMT' USING WS-FMT-AMOUNT
                               WS-FORMATTED-AMT
                               SPACES
                               WS-FMT-RC
           MOVE WS-FORMATTED-AMT TO WS-RPT-LINE(63:18)
           WRITE HELRPT-REC FROM WS-RPT-LINE.

       1110-READ-ADVANCE.
           READ HELDRAW INTO HELOC-DRAW-RECORD
               AT END MOVE 'Y' TO WS-EOF-HELDRAW
           END-READ
           IF NOT EOF-HELDRAW
               ADD 1 TO WS-ADV-COUNT
               ADD HDR-AMOUNT TO WS-ADV-TOTAL
               MOVE SPACES TO WS-RPT-LINE
               MOVE HDR-DRAW-DATE   TO WS-RPT-LINE(5:8)
               MOVE HDR-LOAN-ID     TO WS-RPT-LINE(17:12)
               MOVE HDR-CUSTOMER-ID TO WS-RPT-LINE(31:10)
               MOVE HDR-REF         TO WS-RPT-LINE(42:16)
               MOVE HDR-OPERATOR    TO WS-RPT-LINE(60:3)
               MOVE HDR-AMOUNT TO WS-FMT-AMOUNT
               CALL 'FMTAMT' USING WS-FMT-AMOUNT
                                   WS-FORMATTED-AMT
                                   SPACES
                                   WS-FMT-RC
               MOVE WS-FORMATTED-AMT TO WS-RPT-LINE(63:18)
               MOVE HDR-BALANCE-AFTER TO WS-FMT-AMOUNT
               CALL 'FMTAMT' USING WS-FMT-AMOUNT
                                   WS-FORMATTED-AMT
                                   SPACES
                                   WS-FMT-RC
               MOVE WS-FORMATTED-AMT TO WS-RPT-LINE(82:18)
               WRITE HELRPT-REC FROM WS-RPT-LINE
           END-IF.

       2000-PROCESS-LOAN.
           READ LOANFILE INTO LOAN-RECORD
               AT END MOVE 'Y' TO WS-EOF-LOANFILE
           END-READ
           IF NOT EOF-LOANFILE
               IF LOAN-HELOC AND LOAN-ACTIVE
                   ADD 1 TO WS-LINE-COUNT
                   MOVE 'N' TO WS-LOAN-CHANGED
                   IF LOAN-HEL-DRAW
                       IF LOAN-HEL-DRAW-END NUMERIC
                               AND LOAN-HEL-DRAW-END <= BUS-DATE
                           PERFORM 2200-CONVERT-TO-REPAYMENT
                       ELSE
                           PERFORM 2100-RESET-INTEREST-ONLY
                       END-IF
                   END-IF
                   IF LOAN-CHANGED
                       REWRITE LOANFILE-REC FROM LOAN-RECORD
                           INVALID KEY
                               MOVE WS-PROGRAM-NAME
                                   TO ERR-PROGRAM-NAME
                               MOVE '2000-PROCESS-LOAN'
                                   TO ERR-PARAGRAPH
                               SET ERRC-FILE-REWRITE-FAILED TO TRUE
                               MOVE 'LOANFILE REWRITE FAILED'
                                   TO ERR-MESSAGE
                               CALL 'ERRHANDR' USING ERROR-RECORD
                       END-REWRITE
                   END-IF
                   PERFORM 2300-ADD-TO-LINE-BOOK
               END-IF
           END-IF.

       2100-RESET-INTEREST-ONLY.
      *    The draw-period minimum is a month's interest on whatever
      *    is drawn tonight at the line's current rate.
           COMPUTE WS-NEW-PAYMENT ROUNDED =
               LOAN-BALANCE * LOAN-INTEREST-RATE / 12
           IF WS-NEW-PAYMENT < ZERO
               MOVE ZERO TO WS-NEW-PAYMENT
           END-IF
           IF WS-NEW-PAYMENT NOT = LOAN-MONTHLY-PAYMENT
               MOVE WS-NEW-PAYMENT TO LOAN-MONTHLY-PAYMENT
               ADD 1 TO WS-RESET-COUNT
               MOVE 'Y' TO WS-LOAN-CHANGED
           END-IF.

       2200-CONVERT-TO-REPAYMENT.
      *    End of the draw window: no more advances, and the drawn
      *    balance amortizes level over the months left to the
      *    line's maturity - REPRICE keeps recomputing the payment
      *    over what remains as the rate moves. A line with nothing
      *    owed has nothing to repay and closes instead.
           SET LOAN-HEL-REPAY TO TRUE
           MOVE 'Y' TO WS-LOAN-CHANGED
           IF LOAN-AIR-BALANCE NOT NUMERIC
               MOVE ZERO TO LOAN-AIR-BALANCE
           END-IF
           IF LOAN-LATE-CHG-BALANCE NOT NUMERIC
               MOVE ZERO TO LOAN-LATE-CHG-BALANCE
           END-IF
           IF LOAN-BALANCE <= ZERO
                   AND LOAN-AIR-BALANCE = ZERO
                   AND LOAN-LATE-CHG-BALANCE = ZERO
               MOVE 'CL' TO LOAN-STATUS
               MOVE ZERO TO LOAN-MONTHLY-PAYMENT
               MOVE ZERO TO WS-REMAINING-PMTS
               ADD 1 TO WS-CLOSED-COUNT
               MOVE 'CLOSED' TO WS-ACTION
           ELSE
               MOVE LOAN-END-DATE(1:4) TO WS-END-YYYY
               MOVE LOAN-END-DATE(5:2) TO WS-END-MM
               COMPUTE WS-REMAINING-PMTS =
                   (WS-END-YYYY * 12 + WS-END-MM)
                   - (WS-BUS-YYYY * 12 + WS-BUS-MM)
               IF WS-REMAINING-PMTS < 1
                   MOVE 1 TO WS-REMAINING-PMTS
               END-IF
               COMPUTE LOAN-PAYMENTS-DUE =
                   LOAN-PAYMENTS-MADE + WS-REMAINING-PMTS
               IF LOAN-INTEREST-RATE > ZERO
                   COMPUTE LOAN-MONTHLY-PAYMENT ROUNDED =
                       LOAN-BALANCE * LOAN-INTEREST-RATE / 12
                       / (1 - (1 + LOAN-INTEREST-RATE / 12)
                       ** (- WS-REMAINING-PMTS))
               ELSE
                   COMPUTE LOAN-MONTHLY-PAYMENT ROUNDED =
                       LOAN-BALANCE / WS-REMAINING-PMTS
               END-IF
               ADD 1 TO WS-CONVERT-COUNT
               MOVE 'REPAYMENT' TO WS-ACTION
           END-IF
           PERFORM 3000-WRITE-DETAIL-LINE.

       2300-ADD-TO-LINE-BOOK.
      *    Only a line still open for advances has undrawn
      *    commitment; one in repayment is committed to what it owes.
           IF LOAN-ACTIVE
               IF LOAN-HEL-DRAW
                   COMPUTE WS-AVAILABLE = LOAN-AMOUNT - LOAN-BALANCE
                   IF WS-AVAILABLE < ZERO
                       MOVE ZERO TO WS-AVAILABLE
                   END-IF
                   ADD LOAN-AMOUNT  TO WS-COMMIT-TOTAL
                   ADD WS-AVAILABLE TO WS-AVAIL-TOTAL
               ELSE
                   ADD LOAN-BALANCE TO WS-COMMIT-TOTAL
               END-IF
               ADD LOAN-BALANCE TO WS-DRAWN-TOTAL
           END-IF.

       3000-WRITE-DETAIL-LINE.
           MOVE SPACES TO WS-RPT-LINE
           MOVE LOAN-ID   TO WS-RPT-LINE(1:12)
           MOVE WS-ACTION TO WS-RPT-LINE(15:10)
           MOVE WS-REMAINING-PMTS TO WS-PMTS-DISP
           MOVE WS-PMTS-DISP TO WS-RPT-LINE(27:4)
           MOVE LOAN-BALANCE TO WS-FMT-AMOUNT
           CALL 'FMTAMT' USING WS-FMT-AMOUNT
                               WS-FORMATTED-AMT
                               SPACES
                               WS-FMT-RC
           MOVE WS-FORMATTED-AMT TO WS-RPT-LINE(37:18)
           MOVE LOAN-MONTHLY-PAYMENT TO WS-FMT-AMOUNT
           CALL 'FMTAMT' USING WS-FMT-AMOUNT
                               WS-FORMATTED-AMT
                               SPACES
                               WS-FMT-RC
           MOVE WS-FORMATTED-AMT TO WS-RPT-LINE(56:18)
           WRITE HELRPT-REC FROM WS-RPT-LINE.

       8100-WRITE-CONTROL-TOTALS.
      *    GLMAP pair: LNHELADV DR home equity lines receivable /
      *    CR the clearing account PYMT001's credit to checking
      *    posts against.
           OPEN EXTEND CTLTOTFILE
           MOVE SPACES TO CONTROL-TOTAL-REC
           MOVE 'LNHELADV'         TO CTL-JOB-STEP
           MOVE WS-ADV-COUNT       TO CTL-TOTAL-COUNT
           MOVE WS-ADV-COUNT       TO CTL-SUCCESS-COUNT
           MOVE ZERO               TO CTL-REJECT-COUNT
           MOVE WS-ADV-TOTAL       TO CTL-TOTAL-AMOUNT
           MOVE FUNCTION CURRENT-DATE TO CTL-TIMESTAMP
           WRITE CTLTOTFILE-REC FROM CONTROL-TOTAL-REC
           CLOSE CTLTOTFILE.

       8200-WRITE-TOTAL-LINE.
           CALL 'FMTAMT' USING WS-FMT-AMOUNT
                               WS-FORMATTED-AMT
                               SPACES
                               WS-FMT-RC
           MOVE WS-FORMATTED-AMT TO WS-RPT-LINE(37:18)
           WRITE HELRPT-REC FROM WS-RPT-LINE.

       9000-END.
           MOVE SPACES TO WS-RPT-LINE
           WRITE HELRPT-REC FROM WS-RPT-LINE
           MOVE WS-LINE-COUNT TO WS-COUNT-DISP
           STRING 'LINES ON BOOK   ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE HELRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-RESET-COUNT TO WS-COUNT-DISP
           STRING 'PAYMENTS RESET  ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE HELRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-CONVERT-COUNT TO WS-COUNT-DISP
           STRING 'TO REPAYMENT    ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE HELRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-CLOSED-COUNT TO WS-COUNT-DISP
           STRING 'CLOSED UNUSED   ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE HELRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE 'COMMITTED' TO WS-RPT-LINE
           MOVE WS-COMMIT-TOTAL TO WS-FMT-AMOUNT
           PERFORM 8200-WRITE-TOTAL-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE 'DRAWN' TO WS-RPT-LINE
           MOVE WS-DRAWN-TOTAL TO WS-FMT-AMOUNT
           PERFORM 8200-WRITE-TOTAL-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE 'AVAILABLE TO DRAW' TO WS-RPT-LINE
           MOVE WS-AVAIL-TOTAL TO WS-FMT-AMOUNT
           PERFORM 8200-WRITE-TOTAL-LINE
           PERFORM 8100-WRITE-CONTROL-TOTALS
           CLOSE LOANFILE
                 HELRPT
           DISPLAY 'HELOCMNT ADVANCES JOURNALLED: ' WS-ADV-COUNT
           DISPLAY 'HELOCMNT LINES CONVERTED: '     WS-CONVERT-COUNT
           MOVE RC-SUCCESS TO WS-RETURN-CODE
           STOP RUN.
