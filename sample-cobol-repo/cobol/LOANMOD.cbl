                   NOT INVALID KEY
                       MOVE 'Y' TO WS-LOAN-FOUND
               END-READ
               IF LOAN-FOUND
                       AND (LOAN-ACTIVE OR LOAN-MATURED-UNPAID)
                   PERFORM 3000-APPLY-MODIFICATION
               ELSE
                   ADD 1 TO WS-REJECT-COUNT
           COMPUTE WS-END-MM = WS-END-MM-W - WS-END-YYYY * 12 + 1
           MOVE WS-END-YYYY TO LOAN-END-DATE(1:4)
           MOVE WS-END-MM   TO LOAN-END-DATE(5:2)
           PERFORM 3150-CLAMP-END-DAY
      *    A new maturity date earns its own balloon notices, and a
      *    matured-unpaid loan extended past today is current again.
           MOVE SPACE TO LOAN-MAT-NOTICE
           IF LOAN-MATURED-UNPAID AND LOAN-END-DATE > BUS-DATE
               SET LOAN-ACTIVE TO TRUE
           END-IF.

       3150-CLAMP-END-DAY.
      *    Same month-length rules as LOANPROC's 1940-CLAMP-DATE-DAY:
