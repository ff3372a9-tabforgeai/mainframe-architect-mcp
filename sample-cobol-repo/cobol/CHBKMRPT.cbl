      *----------------------------------------------------------------*
      * PROGRAM:  CHBKMRPT                                             *
      * PURPOSE:  Monthly chargeback recovery report for finance and   *
      *           the disputes team. Off the CHBKMAST register (see    *
      *           CHBKDATA) it sets what the network paid back against *
      *           what the bank refunded on ATM disputes: for the      *
      *           report month, the refunded items claimed (or found   *
      *           too late to claim), the credits recovered and the    *
      *           chargebacks closed lost; and for the register to     *
      *           date, refunded, recovered, still outstanding by      *
      *           stage, lost, and the recovery rate. SYSIN is the     *
      *           report month (CCYYMM); blank reports the month of    *
      *           the business date.                                   *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    FMTAMT                                               *
      * COPYBOOKS: CHBKDATA, BUSDATE                                   *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CHBKMRPT.
       AUTHOR.         TABFORGE-AI.
       DATE-WRITTEN.   2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHBKMAST ASSIGN TO UT-S-CHBKMAST
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS SEQUENTIAL
                           RECORD KEY   IS CHBKMAST-TRACE.
           SELECT CHBKMRPF ASSIGN TO UT-S-CHBKMRPT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT BUSDATEF ASSIGN TO UT-S-BUSDATE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CHBKMAST
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
       01  CHBKMAST-REC.
           05  CHBKMAST-TRACE         PIC X(15).
           05  FILLER                 PIC X(135).

       FD  CHBKMRPF
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  CHBKMRPF-REC               PIC X(133).

      *    Business-date control record set by BDATESET at the start
      *    of the cycle (see BUSDATE copybook).
       FD  BUSDATEF
           RECORDING MODE IS F
           RECORD CONTAINS 30 CHARACTERS.
       01  BUSDATEF-REC               PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-CHBKMRPT-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'CHBKMRPT'.
           05  WS-EOF-CHBKMAST        PIC X(1)  VALUE 'N'.
               88  EOF-CHBKMAST           VALUE 'Y'.
           05  WS-SYSIN-CARD          PIC X(80) VALUE SPACES.
           05  WS-REPORT-MONTH        PIC X(6)  VALUE SPACES.
           05  WS-OPENED-DATE         PIC X(8)  VALUE SPACES.
           05  WS-RATE                PIC 9(3)V9 VALUE ZERO.
           05  WS-RATE-DISP           PIC ZZ9.9.
           05  WS-FMT-AMOUNT          PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-FMT-RC              PIC S9(04) COMP VALUE ZERO.
           05  WS-FORMATTED-AMT       PIC X(18) VALUE SPACES.
           05  WS-LINE-LABEL          PIC X(36) VALUE SPACES.
           05  WS-LINE-COUNT          PIC 9(7)  COMP VALUE ZERO.
           05  WS-COUNT-DISP          PIC ZZZZZZ9.
           05  WS-RPT-LINE            PIC X(133) VALUE SPACES.

      *    Month activity.
       01  WS-MONTH-TOTALS.
           05  WS-MO-CLAIMED          PIC 9(7)  COMP VALUE ZERO.
           05  WS-MO-CLAIMED-AMT      PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-MO-TOO-LATE         PIC 9(7)  COMP VALUE ZERO.
           05  WS-MO-TOO-LATE-AMT     PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-MO-RECOVERED        PIC 9(7)  COMP VALUE ZERO.
           05  WS-MO-RECOVERED-AMT    PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-MO-LOST             PIC 9(7)  COMP VALUE ZERO.
           05  WS-MO-LOST-AMT         PIC S9(13)V99 COMP-3 VALUE ZERO.

      *    Register to date.
       01  WS-REGISTER-TOTALS.
           05  WS-TD-REFUNDED         PIC 9(7)  COMP VALUE ZERO.
           05  WS-TD-REFUNDED-AMT     PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-TD-RECOVERED        PIC 9(7)  COMP VALUE ZERO.
           05  WS-TD-RECOVERED-AMT    PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-TD-SUBMITTED        PIC 9(7)  COMP VALUE ZERO.
           05  WS-TD-SUBMITTED-AMT    PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-TD-REPRESENTED      PIC 9(7)  COMP VALUE ZERO.
           05  WS-TD-REPRESENTED-AMT  PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-TD-ARBITRATION      PIC 9(7)  COMP VALUE ZERO.
           05  WS-TD-ARBITRATION-AMT  PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-TD-LOST             PIC 9(7)  COMP VALUE ZERO.
           05  WS-TD-LOST-AMT         PIC S9(13)V99 COMP-3 VALUE ZERO.

       COPY CHBKDATA.
       COPY BUSDATE.

       PROCEDURE DIVISION.

       1000-INIT.
           PERFORM 1010-READ-BUSINESS-DATE
           ACCEPT WS-SYSIN-CARD FROM SYSIN
           IF WS-SYSIN-CARD(1:6) NUMERIC
               MOVE WS-SYSIN-CARD(1:6) TO WS-REPORT-MONTH
           ELSE
               MOVE BUS-DATE(1:6) TO WS-REPORT-MONTH
           END-IF
           OPEN INPUT  CHBKMAST
           OPEN OUTPUT CHBKMRPF
           PERFORM 2000-ACCUMULATE-CHARGEBACK UNTIL EOF-CHBKMAST
           PERFORM 3000-WRITE-REPORT
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

       2000-ACCUMULATE-CHARGEBACK.
           READ CHBKMAST INTO CHARGEBACK-RECORD
               AT END MOVE 'Y' TO WS-EOF-CHBKMAST
           END-READ
           IF NOT EOF-CHBKMAST
               PERFORM 2100-ADD-MONTH
               PERFORM 2200-ADD-TO-DATE
           END-IF.

       2100-ADD-MONTH.
      *    An entry too late to file was never submitted - ATMCHBK
      *    opened it closed, so its closing date is when it was
      *    found.
           IF CB-SUBMIT-DATE = SPACES
               MOVE CB-CLOSED-DATE TO WS-OPENED-DATE
           ELSE
               MOVE CB-SUBMIT-DATE TO WS-OPENED-DATE
           END-IF
           IF WS-OPENED-DATE(1:6) = WS-REPORT-MONTH
               IF CB-SUBMIT-DATE = SPACES
                   ADD 1         TO WS-MO-TOO-LATE
                   ADD CB-AMOUNT TO WS-MO-TOO-LATE-AMT
               ELSE
                   ADD 1         TO WS-MO-CLAIMED
                   ADD CB-AMOUNT TO WS-MO-CLAIMED-AMT
               END-IF
           END-IF
           IF CB-RECOVERED
                   AND CB-RECOVERED-DATE(1:6) = WS-REPORT-MONTH
               ADD 1                   TO WS-MO-RECOVERED
               ADD CB-RECOVERED-AMOUNT TO WS-MO-RECOVERED-AMT
           END-IF
           IF CB-LOST AND CB-SUBMIT-DATE NOT = SPACES
                   AND CB-CLOSED-DATE(1:6) = WS-REPORT-MONTH
               ADD 1         TO WS-MO-LOST
               ADD CB-AMOUNT TO WS-MO-LOST-AMT
           END-IF.

       2200-ADD-TO-DATE.
           ADD 1                   TO WS-TD-REFUNDED
           ADD CB-AMOUNT           TO WS-TD-REFUNDED-AMT
           ADD CB-RECOVERED-AMOUNT TO WS-TD-RECOVERED-AMT
           EVALUATE TRUE
               WHEN CB-RECOVERED
                   ADD 1         TO WS-TD-RECOVERED
               WHEN CB-SUBMITTED
                   ADD 1         TO WS-TD-SUBMITTED
                   ADD CB-AMOUNT TO WS-TD-SUBMITTED-AMT
               WHEN CB-REPRESENTED
                   ADD 1         TO WS-TD-REPRESENTED
                   ADD CB-AMOUNT TO WS-TD-REPRESENTED-AMT
               WHEN CB-IN-ARBITRATION
                   ADD 1         TO WS-TD-ARBITRATION
                   ADD CB-AMOUNT TO WS-TD-ARBITRATION-AMT
               WHEN CB-LOST
                   ADD 1         TO WS-TD-LOST
                   ADD CB-AMOUNT TO WS-TD-LOST-AMT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3000-WRITE-REPORT.
           MOVE SPACES TO WS-RPT-LINE
           STRING 'ATM/DEBIT CARD CHARGEBACK RECOVERY - MONTH '
                  WS-REPORT-MONTH
                  '  BUSINESS DATE ' BUS-DATE
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE CHBKMRPF-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE CHBKMRPF-REC FROM WS-RPT-LINE
           MOVE 'THIS MONTH' TO WS-RPT-LINE
           WRITE CHBKMRPF-REC FROM WS-RPT-LINE
           MOVE 'REFUNDS CLAIMED FROM THE NETWORK'  TO WS-LINE-LABEL
           MOVE WS-MO-CLAIMED                        TO WS-LINE-COUNT
           MOVE WS-MO-CLAIMED-AMT                    TO WS-FMT-AMOUNT
           PERFORM 8000-WRITE-TOTAL-LINE
           MOVE 'REFUNDS PAST THE FILING WINDOW'    TO WS-LINE-LABEL
           MOVE WS-MO-TOO-LATE                       TO WS-LINE-COUNT
           MOVE WS-MO-TOO-LATE-AMT                   TO WS-FMT-AMOUNT
           PERFORM 8000-WRITE-TOTAL-LINE
           MOVE 'CHARGEBACKS RECOVERED'             TO WS-LINE-LABEL
           MOVE WS-MO-RECOVERED                      TO WS-LINE-COUNT
           MOVE WS-MO-RECOVERED-AMT                  TO WS-FMT-AMOUNT
           PERFORM 8000-WRITE-TOTAL-LINE
           MOVE 'CHARGEBACKS CLOSED LOST'           TO WS-LINE-LABEL
           MOVE WS-MO-LOST                           TO WS-LINE-COUNT
           MOVE WS-MO-LOST-AMT                       TO WS-FMT-AMOUNT
           PERFORM 8000-WRITE-TOTAL-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE CHBKMRPF-REC FROM WS-RPT-LINE
           MOVE 'REGISTER TO DATE' TO WS-RPT-LINE
           WRITE CHBKMRPF-REC FROM WS-RPT-LINE
           MOVE 'REFUNDED ON ATM DISPUTES'          TO WS-LINE-LABEL
           MOVE WS-TD-REFUNDED                       TO WS-LINE-COUNT
           MOVE WS-TD-REFUNDED-AMT                   TO WS-FMT-AMOUNT
           PERFORM 8000-WRITE-TOTAL-LINE
           MOVE 'RECOVERED FROM THE NETWORK'        TO WS-LINE-LABEL
           MOVE WS-TD-RECOVERED                      TO WS-LINE-COUNT
           MOVE WS-TD-RECOVERED-AMT                  TO WS-FMT-AMOUNT
           PERFORM 8000-WRITE-TOTAL-LINE
           MOVE '  AWAITING NETWORK ANSWER'         TO WS-LINE-LABEL
           MOVE WS-TD-SUBMITTED                      TO WS-LINE-COUNT
           MOVE WS-TD-SUBMITTED-AMT                  TO WS-FMT-AMOUNT
           PERFORM 8000-WRITE-TOTAL-LINE
           MOVE '  REPRESENTED - ARBITRATION OPEN'  TO WS-LINE-LABEL
           MOVE WS-TD-REPRESENTED                    TO WS-LINE-COUNT
           MOVE WS-TD-REPRESENTED-AMT                TO WS-FMT-AMOUNT
           PERFORM 8000-WRITE-TOTAL-LINE
           MOVE '  IN ARBITRATION'                  TO WS-LINE-LABEL
           MOVE WS-TD-ARBITRATION                    TO WS-LINE-COUNT
           MOVE WS-TD-ARBITRATION-AMT                TO WS-FMT-AMOUNT
           PERFORM 8000-WRITE-TOTAL-LINE
           MOVE 'LOST - NOT RECOVERABLE'            TO WS-LINE-LABEL
           MOVE WS-TD-LOST                           TO WS-LINE-COUNT
           MOVE WS-TD-LOST-AMT                       TO WS-FMT-AMOUNT
           PERFORM 8000-WRITE-TOTAL-LINE
           IF WS-TD-REFUNDED-AMT > ZERO
               COMPUTE WS-RATE ROUNDED =
                   WS-TD-RECOVERED-AMT * 100 / WS-TD-REFUNDED-AMT
           END-IF
           MOVE WS-RATE TO WS-RATE-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'RECOVERY RATE (AMOUNT RECOVERED / REFUNDED): '
                  WS-RATE-DISP '%'
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE CHBKMRPF-REC FROM WS-RPT-LINE.

       8000-WRITE-TOTAL-LINE.
           CALL 'FMTAMT' USING WS-FMT-AMOUNT
                               WS-FORMATTED-AMT
                               SPACES
                               WS-FMT-RC
           MOVE WS-LINE-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-LINE-LABEL    TO WS-RPT-LINE(3:36)
           MOVE WS-COUNT-DISP    TO WS-RPT-LINE(40:7)
           MOVE WS-FORMATTED-AMT TO WS-RPT-LINE(49:18)
           WRITE CHBKMRPF-REC FROM WS-RPT-LINE.

       9000-END.
           CLOSE CHBKMAST
                 CHBKMRPF
           DISPLAY 'CHBKMRPT MONTH:     ' WS-REPORT-MONTH
           DISPLAY 'CHBKMRPT RECOVERED: ' WS-MO-RECOVERED
           STOP RUN.
