      *           with an open dispute on DISPFILE are suppressed     *
      *           from the furnishing and reported separately, and    *
      *           the control report ties accounts furnished and      *
      *           total balance to the run. A matured-unpaid (MU)     *
      *           loan is aged from LOAN-END-DATE and furnished with  *
      *           the balloon - the whole balance - as its scheduled  *
      *           payment.                                            *
      * AUTHOR:   TABFORGE-AI                                         *
      * CALLS:    FMTAMT                                              *
      * COPYBOOKS: LOANDATA, DISPDATA, ERRDATA, BUSDATE               *
           PERFORM 3100-DERIVE-STATUS
           MOVE LOAN-BALANCE         TO M2-CURRENT-BALANCE
           MOVE LOAN-AMOUNT          TO M2-ORIGINAL-AMOUNT
           IF LOAN-MATURED-UNPAID
               MOVE LOAN-BALANCE     TO M2-MONTHLY-PAYMENT
           ELSE
               MOVE LOAN-MONTHLY-PAYMENT TO M2-MONTHLY-PAYMENT
           END-IF
           PERFORM 3200-ROLL-HISTORY-GRID
           MOVE BUS-DATE        TO M2-REPORT-DATE
           MOVE LOAN-START-DATE TO M2-OPEN-DATE

       3100-DERIVE-STATUS.
           MOVE LOAN-NEXT-DUE-DATE TO WS-DUE-DATE-8
           IF LOAN-MATURED-UNPAID
                   AND LOAN-END-DATE < LOAN-NEXT-DUE-DATE
               MOVE LOAN-END-DATE TO WS-DUE-DATE-8
           END-IF
           IF LOAN-NEXT-DUE-DATE NUMERIC
               COMPUTE WS-DAYS-PAST-DUE =
                   WS-TODAY-INT
