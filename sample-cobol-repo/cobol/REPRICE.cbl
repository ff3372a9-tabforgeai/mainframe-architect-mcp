      *    Same annuity formula LOANPROC's 2200-CALC-LOAN-TERMS uses,
      *    over the remaining balance and remaining payments. A loan
      *    inside its final installment keeps its payment - there is
      *    nothing left to amortize. A home equity line still in its
      *    draw period pays interest only, at the new rate.
           COMPUTE WS-REMAINING-PMTS =
               LOAN-PAYMENTS-DUE - LOAN-PAYMENTS-MADE
           IF LOAN-HELOC AND LOAN-HEL-DRAW
               COMPUTE LOAN-MONTHLY-PAYMENT ROUNDED =
                   LOAN-BALANCE * LOAN-INTEREST-RATE / 12
           ELSE
               IF WS-REMAINING-PMTS > ZERO
                   COMPUTE LOAN-MONTHLY-PAYMENT ROUNDED =
                       LOAN-BALANCE * LOAN-INTEREST-RATE / 12
                       / (1 - (1 + LOAN-INTEREST-RATE / 12)
                       ** (- WS-REMAINING-PMTS))
               END-IF
           END-IF.

       3400-ADVANCE-RESET-DATE.
