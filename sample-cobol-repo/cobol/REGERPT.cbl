      *----------------------------------------------------------------*
      * PROGRAM:  REGERPT                                              *
      * PURPOSE:  Monthly Regulation E overdraft report for compliance *
      *           and finance. Off PYMT001's ODDECISN decision log it  *
      *           counts, for ATM and one-time debit card (POS) items  *
      *           in the report month, those declined because the      *
      *           customer had not opted in and those paid into        *
      *           overdraft for opted-in customers, with the items'    *
      *           value and the overdraft fee revenue the paid items   *
      *           earned; off the ODOPTIN elections it adds how many   *
      *           customers stand opted in and out and how many        *
      *           elections were taken in the month. SYSIN is the      *
      *           report month (CCYYMM); blank reports the month of    *
      *           the business date.                                   *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    FMTAMT                                               *
      * COPYBOOKS: REGEDATA, BUSDATE                                   *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     REGERPT.
       AUTHOR.         TABFORGE-AI.
       DATE-WRITTEN.   2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ODDECISN ASSIGN TO UT-S-ODDECISN
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT ODOPTIN  ASSIGN TO UT-S-ODOPTIN
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS SEQUENTIAL
                           RECORD KEY   IS ODOPTIN-CUSTOMER-ID.
           SELECT REGERPTF ASSIGN TO UT-S-REGERPT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT BUSDATEF ASSIGN TO UT-S-BUSDATE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    Decision log and elections (see REGEDATA copybook).
       FD  ODDECISN
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  ODDECISN-REC               PIC X(60).

       FD  ODOPTIN
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  ODOPTIN-REC.
           05  ODOPTIN-CUSTOMER-ID    PIC X(10).
           05  FILLER                 PIC X(50).

       FD  REGERPTF
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  REGERPTF-REC               PIC X(133).

      *    Business-date control record set by BDATESET at the start
      *    of the cycle (see BUSDATE copybook).
       FD  BUSDATEF
           RECORDING MODE IS F
           RECORD CONTAINS 30 CHARACTERS.
       01  BUSDATEF-REC               PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-REGERPT-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'REGERPT'.
           05  WS-EOF-ODDECISN        PIC X(1)  VALUE 'N'.
               88  EOF-ODDECISN           VALUE 'Y'.
           05  WS-EOF-ODOPTIN         PIC X(1)  VALUE 'N'.
               88  EOF-ODOPTIN            VALUE 'Y'.
           05  WS-SYSIN-CARD          PIC X(80) VALUE SPACES.
           05  WS-REPORT-MONTH        PIC X(6)  VALUE SPACES.
           05  WS-CH-IX               PIC 9(1)  COMP VALUE ZERO.
           05  WS-DEC-READ            PIC 9(7)  COMP VALUE ZERO.
           05  WS-OPTED-IN            PIC 9(7)  COMP VALUE ZERO.
           05  WS-OPTED-OUT           PIC 9(7)  COMP VALUE ZERO.
           05  WS-NEW-OPT-IN          PIC 9(7)  COMP VALUE ZERO.
           05  WS-NEW-OPT-OUT         PIC 9(7)  COMP VALUE ZERO.
           05  WS-FMT-AMOUNT          PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-FMT-RC              PIC S9(04) COMP VALUE ZERO.
           05  WS-FORMATTED-AMT       PIC X(18) VALUE SPACES.
           05  WS-COUNT-DISP          PIC ZZZZZZ9.
           05  WS-RPT-LINE            PIC X(133) VALUE SPACES.

      *    One row per channel the rule covers, and a total row.
       01  WS-CHANNEL-TABLE.
           05  WS-CH-ENTRY OCCURS 3 TIMES.
               10  WS-CH-CODE         PIC X(04).
               10  WS-CH-DECLINED     PIC 9(7)  COMP.
               10  WS-CH-DECL-AMT     PIC S9(13)V99 COMP-3.
               10  WS-CH-PAID         PIC 9(7)  COMP.
               10  WS-CH-PAID-AMT     PIC S9(13)V99 COMP-3.
               10  WS-CH-FEES         PIC S9(13)V99 COMP-3.

       COPY REGEDATA.
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
           MOVE 'ATM ' TO WS-CH-CODE(1)
           MOVE 'POS ' TO WS-CH-CODE(2)
           MOVE 'TOTL' TO WS-CH-CODE(3)
           PERFORM VARYING WS-CH-IX FROM 1 BY 1 UNTIL WS-CH-IX > 3
               MOVE ZERO TO WS-CH-DECLINED(WS-CH-IX)
                            WS-CH-DECL-AMT(WS-CH-IX)
                            WS-CH-PAID(WS-CH-IX)
                            WS-CH-PAID-AMT(WS-CH-IX)
                            WS-CH-FEES(WS-CH-IX)
           END-PERFORM
           OPEN INPUT  ODDECISN
           OPEN INPUT  ODOPTIN
           OPEN OUTPUT REGERPTF
           PERFORM 2000-ACCUMULATE-DECISION UNTIL EOF-ODDECISN
           PERFORM 2500-COUNT-ELECTION UNTIL EOF-ODOPTIN
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

       2000-ACCUMULATE-DECISION.
           READ ODDECISN INTO OVERDRAFT-DECISION-RECORD
               AT END MOVE 'Y' TO WS-EOF-ODDECISN
           END-READ
           IF NOT EOF-ODDECISN
               ADD 1 TO WS-DEC-READ
               IF ODD-DATE(1:6) = WS-REPORT-MONTH
                       AND (ODD-CHANNEL = 'ATM '
                       OR ODD-CHANNEL = 'POS ')
                   IF ODD-CHANNEL = 'ATM '
                       MOVE 1 TO WS-CH-IX
                   ELSE
                       MOVE 2 TO WS-CH-IX
                   END-IF
                   PERFORM 2100-ADD-DECISION
                   MOVE 3 TO WS-CH-IX
                   PERFORM 2100-ADD-DECISION
               END-IF
           END-IF.

       2100-ADD-DECISION.
           IF ODD-DECLINED
               ADD 1          TO WS-CH-DECLINED(WS-CH-IX)
               ADD ODD-AMOUNT TO WS-CH-DECL-AMT(WS-CH-IX)
           ELSE
               ADD 1          TO WS-CH-PAID(WS-CH-IX)
               ADD ODD-AMOUNT TO WS-CH-PAID-AMT(WS-CH-IX)
               ADD ODD-FEE    TO WS-CH-FEES(WS-CH-IX)
           END-IF.

       2500-COUNT-ELECTION.
           READ ODOPTIN INTO OVERDRAFT-ELECTION-RECORD
               AT END MOVE 'Y' TO WS-EOF-ODOPTIN
           END-READ
           IF NOT EOF-ODOPTIN
               IF ODE-OPTED-IN
                   ADD 1 TO WS-OPTED-IN
                   IF ODE-ELECTION-DATE(1:6) = WS-REPORT-MONTH
                       ADD 1 TO WS-NEW-OPT-IN
                   END-IF
               ELSE
                   ADD 1 TO WS-OPTED-OUT
                   IF ODE-ELECTION-DATE(1:6) = WS-REPORT-MONTH
                       ADD 1 TO WS-NEW-OPT-OUT
                   END-IF
               END-IF
           END-IF.

       3000-WRITE-REPORT.
           MOVE SPACES TO WS-RPT-LINE
           STRING 'REGULATION E OVERDRAFT REPORT - MONTH '
                  WS-REPORT-MONTH
                  '   BUSINESS DATE ' BUS-DATE
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE REGERPTF-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE REGERPTF-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'CHANNEL  DECLINED  VALUE DECLINED       '
                  '    PAID  VALUE PAID           '
                  'FEE REVENUE'
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE REGERPTF-REC FROM WS-RPT-LINE
           PERFORM VARYING WS-CH-IX FROM 1 BY 1 UNTIL WS-CH-IX > 3
               PERFORM 3100-WRITE-CHANNEL-LINE
           END-PERFORM
           MOVE SPACES TO WS-RPT-LINE
           WRITE REGERPTF-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE 'CUSTOMERS OPTED IN:     ' TO WS-RPT-LINE(1:24)
           MOVE WS-OPTED-IN                TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP              TO WS-RPT-LINE(25:7)
           MOVE '   NEW THIS MONTH: '      TO WS-RPT-LINE(32:19)
           MOVE WS-NEW-OPT-IN              TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP              TO WS-RPT-LINE(51:7)
           WRITE REGERPTF-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE 'CUSTOMERS OPTED OUT:    ' TO WS-RPT-LINE(1:24)
           MOVE WS-OPTED-OUT               TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP              TO WS-RPT-LINE(25:7)
           MOVE '   NEW THIS MONTH: '      TO WS-RPT-LINE(32:19)
           MOVE WS-NEW-OPT-OUT             TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP              TO WS-RPT-LINE(51:7)
           WRITE REGERPTF-REC FROM WS-RPT-LINE.

       3100-WRITE-CHANNEL-LINE.
           MOVE SPACES TO WS-RPT-LINE
           IF WS-CH-IX = 3
               MOVE 'TOTAL'                 TO WS-RPT-LINE(1:5)
           ELSE
               MOVE WS-CH-CODE(WS-CH-IX)    TO WS-RPT-LINE(1:4)
           END-IF
           MOVE WS-CH-DECLINED(WS-CH-IX)    TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP               TO WS-RPT-LINE(10:7)
           MOVE WS-CH-DECL-AMT(WS-CH-IX)    TO WS-FMT-AMOUNT
           PERFORM 8000-FORMAT-AMOUNT
           MOVE WS-FORMATTED-AMT            TO WS-RPT-LINE(19:18)
           MOVE WS-CH-PAID(WS-CH-IX)        TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP               TO WS-RPT-LINE(42:7)
           MOVE WS-CH-PAID-AMT(WS-CH-IX)    TO WS-FMT-AMOUNT
           PERFORM 8000-FORMAT-AMOUNT
           MOVE WS-FORMATTED-AMT            TO WS-RPT-LINE(51:18)
           MOVE WS-CH-FEES(WS-CH-IX)        TO WS-FMT-AMOUNT
           PERFORM 8000-FORMAT-AMOUNT
           MOVE WS-FORMATTED-AMT            TO WS-RPT-LINE(71:18)
           WRITE REGERPTF-REC FROM WS-RPT-LINE.

       8000-FORMAT-AMOUNT.
           CALL 'FMTAMT' USING WS-FMT-AMOUNT
                               WS-FORMATTED-AMT
                               SPACES
                               WS-FMT-RC.

       9000-END.
           CLOSE ODDECISN
                 ODOPTIN
                 REGERPTF
           DISPLAY 'REGERPT DECISIONS READ:  ' WS-DEC-READ
           DISPLAY 'REGERPT MONTH DECLINED:  ' WS-CH-DECLINED(3)
           DISPLAY 'REGERPT MONTH PAID:      ' WS-CH-PAID(3)
           STOP RUN.
