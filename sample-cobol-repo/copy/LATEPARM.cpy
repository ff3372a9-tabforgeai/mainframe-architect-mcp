      *----------------------------------------------------------------*
      * LATEPARM.CPY - Loan Late-Charge Parameter Record               *
      * Used by: PARMMNT, LATECHG                                      *
      * One record per LOAN-TYPE on PARMS.LATECHG, maintained through  *
      * PARMMNT's dual-approval flow like every other steering         *
      * parameter (pending key = the first three characters of the    *
      * loan type, unique across PERS/MORT/VEHI). LATECHG assesses     *
      * LCP-FEE-PCT of LOAN-MONTHLY-PAYMENT, raised to the floor and   *
      * held to the cap, once per installment more than               *
      * LCP-GRACE-DAYS calendar days past due. A loan type with no     *
      * record here is never charged.                                  *
      *----------------------------------------------------------------*
       01  LATE-CHARGE-PARM-RECORD.
           05  LCP-LOAN-TYPE          PIC X(04).
           05  LCP-GRACE-DAYS         PIC 9(03).
           05  LCP-FEE-PCT            PIC 9(01)V9(04).
           05  LCP-FEE-FLOOR          PIC 9(05)V99.
           05  LCP-FEE-CAP            PIC 9(05)V99.
           05  FILLER                 PIC X(14).
