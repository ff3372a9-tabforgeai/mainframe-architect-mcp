       01  LOAN-PARM-RECORD.
           05  PARM-MIN-CREDIT-SCORE  PIC 9(03).
           05  PARM-MAX-DEBT-RATIO    PIC S9(03)V99.
      *    Home equity lines: the rate index every new line rides
      *    and the length of its draw period. Spaces take LOANPROC's
      *    defaults.
           05  PARM-HEL-INDEX-CODE    PIC X(04).
           05  PARM-HEL-DRAW-MONTHS   PIC 9(03).
           05  FILLER                 PIC X(03).
