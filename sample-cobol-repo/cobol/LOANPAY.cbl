      * PROGRAM:  LOANPAY                                             *
      * PURPOSE:  Loan Payment Servicing - applies incoming loan      *
      *           payments against LOANFILE, splitting principal and *
      *           interest and advancing the next-due date. Late      *
      *           charges (LATECHG) are collected only from what is   *
      *           left once the scheduled installment is covered -    *
      *           escrow, then interest, then scheduled principal,    *
      *           then late charges, then any curtailment. Interest   *
      *           collected relieves LOANACCR's accrued-interest      *
      *           receivable on the loan.                             *
      * AUTHOR:   TABFORGE-AI                                         *
      * CALLS:    ERRHANDR                                            *
      * COPYBOOKS: LOANDATA, LOANPAYDATA, ERRDATA, CKPTDATA           *
                                       VALUE ZERO.
           05  WS-PAY-PRINCIPAL       PIC S9(09)V99 COMP-3 VALUE ZERO.
           05  WS-PAY-ESCROW          PIC S9(09)V99 COMP-3 VALUE ZERO.
           05  WS-SCHED-PRINCIPAL     PIC S9(09)V99 COMP-3 VALUE ZERO.
           05  WS-PAY-LATE-CHG        PIC S9(07)V99 COMP-3 VALUE ZERO.
           05  WS-LATE-CHG-TOTAL      PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-AIR-RELIEF          PIC S9(09)V99 COMP-3 VALUE ZERO.
           05  WS-EOF-QUOTELOG        PIC X(1)  VALUE 'N'.
               88  EOF-QUOTELOG           VALUE 'Y'.
           05  WS-QTE-LOADED          PIC 9(3)  COMP VALUE ZERO.
               NOT INVALID KEY
                   MOVE 'Y' TO WS-LOAN-FOUND
           END-READ
      *    A matured-unpaid loan still takes payments - it is the
      *    balloon being paid down, and paid off closes it as usual.
           IF LOAN-FOUND
                   AND (LOAN-ACTIVE OR LOAN-MATURED-UNPAID)
               PERFORM 3500-CHECK-FOR-PAYOFF
               IF PAYOFF-PAYMENT
                   PERFORM 6000-PROCESS-PAYOFF
                   PERFORM 5000-UPDATE-LOAN-RECORD
      *            A regular escrowed installment is the P+I payment
      *            PLUS the escrow portion the split just took -
      *            only what exceeds both is a curtailment. A
      *            line in its draw period has no schedule to
      *            shorten - extra principal just frees up line.
                   IF LOAN-ACTIVE
                           AND NOT (LOAN-HELOC AND LOAN-HEL-DRAW)
                           AND LOANPAY-AMOUNT
                               > LOAN-MONTHLY-PAYMENT
                                   + WS-PAY-ESCROW + WS-PAY-LATE-CHG
                       PERFORM 6500-RECORD-CURTAILMENT
                   END-IF
               END-IF
               LOAN-BALANCE * WS-EFF-RATE / 12
           COMPUTE WS-PAY-PRINCIPAL ROUNDED =
               LOANPAY-AMOUNT - WS-PAY-ESCROW - WS-PAY-INTEREST
           PERFORM 4100-COLLECT-LATE-CHARGES
           IF WS-PAY-PRINCIPAL > LOAN-BALANCE
               MOVE LOAN-BALANCE TO WS-PAY-PRINCIPAL
           END-IF
           END-IF
           SUBTRACT WS-PAY-PRINCIPAL FROM LOAN-BALANCE
           ADD 1 TO LOAN-PAYMENTS-MADE
           MOVE WS-PAY-INTEREST TO WS-AIR-RELIEF
           PERFORM 4200-RELIEVE-ACCRUED-INT
           IF WS-PAY-INTEREST > ZERO
                   OR WS-PAY-PRINCIPAL > ZERO
               MOVE SPACES           TO INTPAID-REC
               WRITE INTPAID-REC
           END-IF.

       4100-COLLECT-LATE-CHARGES.
      *    Late charges come out of the payment only after the
      *    scheduled principal is covered, so a late fee can never
      *    make the installment itself short and trigger another.
      *    Whatever is left after them curtails principal.
           MOVE ZERO TO WS-PAY-LATE-CHG
           IF LOAN-LATE-CHG-BALANCE NOT NUMERIC
               MOVE ZERO TO LOAN-LATE-CHG-BALANCE
           END-IF
           IF LOAN-LATE-CHG-BALANCE > ZERO
               COMPUTE WS-SCHED-PRINCIPAL =
                   LOAN-MONTHLY-PAYMENT - WS-PAY-INTEREST
               IF WS-SCHED-PRINCIPAL < ZERO
                   MOVE ZERO TO WS-SCHED-PRINCIPAL
               END-IF
               IF WS-PAY-PRINCIPAL > WS-SCHED-PRINCIPAL
                   COMPUTE WS-PAY-LATE-CHG =
                       WS-PAY-PRINCIPAL - WS-SCHED-PRINCIPAL
                   IF WS-PAY-LATE-CHG > LOAN-LATE-CHG-BALANCE
                       MOVE LOAN-LATE-CHG-BALANCE TO WS-PAY-LATE-CHG
                   END-IF
                   SUBTRACT WS-PAY-LATE-CHG FROM WS-PAY-PRINCIPAL
                   SUBTRACT WS-PAY-LATE-CHG FROM LOAN-LATE-CHG-BALANCE
                   ADD WS-PAY-LATE-CHG TO WS-LATE-CHG-TOTAL
               END-IF
           END-IF.

       4200-RELIEVE-ACCRUED-INT.
      *    Interest collected comes off LOANACCR's accrued-interest
      *    receivable - never below zero, as what was collected beyond
      *    the accrual was never booked - and is parked for LOANACCR
      *    to journal on its next run.
           IF LOAN-AIR-BALANCE NOT NUMERIC
               MOVE ZERO TO LOAN-AIR-BALANCE
           END-IF
           IF LOAN-AIR-RELIEVED NOT NUMERIC
               MOVE ZERO TO LOAN-AIR-RELIEVED
           END-IF
           IF WS-AIR-RELIEF > LOAN-AIR-BALANCE
               MOVE LOAN-AIR-BALANCE TO WS-AIR-RELIEF
           END-IF
           IF WS-AIR-RELIEF > ZERO
               SUBTRACT WS-AIR-RELIEF FROM LOAN-AIR-BALANCE
               ADD WS-AIR-RELIEF TO LOAN-AIR-RELIEVED
           END-IF.

       5000-UPDATE-LOAN-RECORD.
           PERFORM 5100-ADVANCE-DUE-DATE
           IF LOAN-BALANCE <= ZERO
                   AND NOT (LOAN-HELOC AND LOAN-HEL-DRAW)
               MOVE 'CL' TO LOAN-STATUS
               MOVE LOAN-AIR-BALANCE TO WS-AIR-RELIEF
               PERFORM 4200-RELIEVE-ACCRUED-INT
           END-IF
           REWRITE LOANFILE-REC FROM LOAN-RECORD
               INVALID KEY
      *    quote for the loan, or when it covers the whole balance
      *    plus the current installment's interest on its own.
           MOVE 'N' TO WS-PAYOFF-FLAG
           IF LOAN-LATE-CHG-BALANCE NOT NUMERIC
               MOVE ZERO TO LOAN-LATE-CHG-BALANCE
           END-IF
           COMPUTE WS-FULL-PAYOFF-AMT ROUNDED =
               LOAN-BALANCE
               + LOAN-BALANCE * LOAN-INTEREST-RATE / 12
               + LOAN-LATE-CHG-BALANCE
           PERFORM VARYING WS-QTE-IX FROM 1 BY 1
                   UNTIL WS-QTE-IX > WS-QTE-LOADED
                   OR PAYOFF-PAYMENT
                       TO WS-FULL-PAYOFF-AMT
               END-IF
           END-PERFORM
      *    A home equity line in its draw period is paid down, not
      *    off - it closes only against a payoff quote the borrower
      *    asked for, never just because a payment cleared it.
           IF LOANPAY-AMOUNT >= WS-FULL-PAYOFF-AMT
                   AND NOT (LOAN-HELOC AND LOAN-HEL-DRAW)
               MOVE 'Y' TO WS-PAYOFF-FLAG
           END-IF.

               MOVE BUS-DATE        TO RFD-REFUND-DATE
               WRITE REFUNDF-REC
           END-IF
           ADD LOAN-LATE-CHG-BALANCE TO WS-LATE-CHG-TOTAL
      *    The payoff's per-diem interest settles whatever has accrued.
           IF LOAN-AIR-BALANCE NUMERIC
               MOVE LOAN-AIR-BALANCE TO WS-AIR-RELIEF
               PERFORM 4200-RELIEVE-ACCRUED-INT
           END-IF
           MOVE ZERO TO LOAN-BALANCE
                        LOAN-LATE-CHG-BALANCE
           SET LOAN-CLOSED TO TRUE
           ADD 1 TO LOAN-PAYMENTS-MADE
           REWRITE LOANFILE-REC FROM LOAN-RECORD
           STRING 'CURTAILMENTS THIS CYCLE: ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE CURTRPT-REC FROM WS-RPT-LINE
           MOVE WS-LATE-CHG-TOTAL TO WS-FMT-AMOUNT
           CALL 'FMTAMT' USING WS-FMT-AMOUNT
                               WS-FORMATTED-AMT
                               SPACES
                               WS-FMT-RC
           MOVE SPACES TO WS-RPT-LINE
           STRING 'LATE CHARGES COLLECTED THIS CYCLE: '
                  WS-FORMATTED-AMT
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE CURTRPT-REC FROM WS-RPT-LINE
           CLOSE INTPAID
           CLOSE LOANPAYFILE
                 LOANFILE
