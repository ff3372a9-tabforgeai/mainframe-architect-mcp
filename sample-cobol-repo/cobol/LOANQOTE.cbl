               INVALID KEY
                   MOVE 8 TO LK-QUOTE-RC
               NOT INVALID KEY
                   IF LOAN-ACTIVE OR LOAN-MATURED-UNPAID
                       PERFORM 2000-COMPUTE-QUOTE
                   ELSE
                       MOVE 12 TO LK-QUOTE-RC
               LOAN-BALANCE * LOAN-INTEREST-RATE / 365
           COMPUTE LK-PAYOFF-AMOUNT =
               LOAN-BALANCE + LK-PER-DIEM * WS-ACCRUED-DAYS
      *    Outstanding late charges are part of what it takes to
      *    close the loan.
           IF LOAN-LATE-CHG-BALANCE NUMERIC
               ADD LOAN-LATE-CHG-BALANCE TO LK-PAYOFF-AMOUNT
           END-IF
           COMPUTE WS-GOOD-THRU-INT =
               FUNCTION INTEGER-OF-DATE(WS-PAYOFF-DATE-8) + 10
           COMPUTE WS-GOOD-THRU-8 =
