               10  WS-ST-BUCKET       PIC 9(01).

      *    Transition counts and portfolio totals by loan type
      *    (1=PERS 2=MORT 3=VEHI 4=HELC) and bucket (1=current 2=30 3=60
      *    4=90+); bucket 5 is charge-off, the absorbing state.
       01  WS-ROLL-TABLE.
           05  WS-TYPE-ROW OCCURS 4 TIMES.
               10  WS-BKT-CELL OCCURS 4 TIMES.
                   15  WS-FROM-COUNT  PIC 9(7)  COMP.
                   15  WS-WORSE-COUNT PIC 9(7)  COMP.
                   15  WS-ROLL-RATE   PIC 9(01)V9(6) COMP-3.

       01  WS-PRIOR-RESERVE.
           05  WS-PRIOR-RSV OCCURS 4 TIMES
                                      PIC S9(13)V99 COMP-3.

       01  WS-RESERVE-NOW.
           05  WS-NOW-RSV OCCURS 4 TIMES
                                      PIC S9(13)V99 COMP-3.

      *    Expected loss by vintage (origination year) across types.

       1100-CLEAR-TABLES.
           PERFORM VARYING WS-TYPE-IX FROM 1 BY 1
                   UNTIL WS-TYPE-IX > 4
               MOVE ZERO TO WS-PRIOR-RSV(WS-TYPE-IX)
                            WS-NOW-RSV(WS-TYPE-IX)
               PERFORM VARYING WS-BKT-IX FROM 1 BY 1
               PERFORM 2100-BUCKET-THE-LOAN
               PERFORM 2200-OBSERVE-TRANSITION
               IF LOAN-ACTIVE OR LOAN-DEFAULTED
                       OR LOAN-MATURED-UNPAID
                   MOVE SPACES TO WS-STATE-RECORD
                   SET CST-LOAN-STATE TO TRUE
                   MOVE LOAN-ID       TO CST-LOAN-ID

       3000-DERIVE-ROLL-RATES.
           PERFORM VARYING WS-TYPE-IX FROM 1 BY 1
                   UNTIL WS-TYPE-IX > 4
               PERFORM VARYING WS-BKT-IX FROM 1 BY 1
                       UNTIL WS-BKT-IX > 4
                   IF WS-FROM-COUNT(WS-TYPE-IX WS-BKT-IX) > ZERO
               AT END MOVE 'Y' TO WS-EOF-LOANFILE
           END-READ
           IF NOT EOF-LOANFILE
                   AND (LOAN-ACTIVE OR LOAN-DEFAULTED
                   OR LOAN-MATURED-UNPAID)
               PERFORM 2100-BUCKET-THE-LOAN
               PERFORM 8000-TYPE-TO-INDEX
               IF WS-TYPE-IX > ZERO
           WRITE CECLRPT-REC FROM WS-RPT-LINE
           PERFORM 5100-REPORT-TYPE
               VARYING WS-TYPE-IX FROM 1 BY 1
               UNTIL WS-TYPE-IX > 4
           PERFORM 5300-REPORT-VINTAGES
           CLOSE CECLRPT.

               WHEN 1 MOVE 'PERSONAL LOANS' TO WS-RPT-LINE
               WHEN 2 MOVE 'MORTGAGE LOANS' TO WS-RPT-LINE
               WHEN 3 MOVE 'VEHICLE LOANS'  TO WS-RPT-LINE
               WHEN 4 MOVE 'HOME EQUITY LINES' TO WS-RPT-LINE
           END-EVALUATE
           WRITE CECLRPT-REC FROM WS-RPT-LINE
           PERFORM VARYING WS-BKT-IX FROM 1 BY 1

       6000-WRITE-RESERVE-STATE.
           PERFORM VARYING WS-TYPE-IX FROM 1 BY 1
                   UNTIL WS-TYPE-IX > 4
               MOVE SPACES TO WS-STATE-RECORD
               SET CST-RESERVE-STATE TO TRUE
               EVALUATE WS-TYPE-IX
                   WHEN 1 MOVE 'PERS' TO CST-LOAN-TYPE
                   WHEN 2 MOVE 'MORT' TO CST-LOAN-TYPE
                   WHEN 3 MOVE 'VEHI' TO CST-LOAN-TYPE
                   WHEN 4 MOVE 'HELC' TO CST-LOAN-TYPE
               END-EVALUATE
               MOVE ZERO TO CST-BUCKET
               MOVE WS-NOW-RSV(WS-TYPE-IX) TO CST-AMOUNT
               WHEN LOAN-PERSONAL MOVE 1 TO WS-TYPE-IX
               WHEN LOAN-MORTGAGE MOVE 2 TO WS-TYPE-IX
               WHEN LOAN-VEHICLE  MOVE 3 TO WS-TYPE-IX
               WHEN LOAN-HELOC    MOVE 4 TO WS-TYPE-IX
               WHEN OTHER         MOVE ZERO TO WS-TYPE-IX
           END-EVALUATE.

