      *----------------------------------------------------------------*
      * LFEEDATA.CPY - Loan Origination Fee Record                     *
      * Used by: LOANPROC                                              *
      * One record per application from the closing desk's fee feed   *
      * (keyed by APP-ID, which becomes LOAN-ID at funding): the       *
      * origination fees and discount points collected from the        *
      * borrower and the direct origination costs incurred. LOANPROC  *
      * defers the net of the three on the loan at funding instead of *
      * letting it hit income that day.                                *
      *----------------------------------------------------------------*
       01  LOAN-FEE-RECORD.
           05  LFE-LOAN-ID            PIC X(12).
           05  LFE-ORIG-FEES          PIC 9(07)V99.
           05  LFE-POINTS             PIC 9(07)V99.
           05  LFE-DIRECT-COSTS       PIC 9(07)V99.
           05  FILLER                 PIC X(01).
