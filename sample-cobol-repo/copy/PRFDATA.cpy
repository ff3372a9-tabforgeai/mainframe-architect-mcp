      *----------------------------------------------------------------*
      * PRFDATA.CPY - Customer Profitability Record                    *
      * Used by: CUSTPROF                                              *
      * One record per customer with any business in the month,        *
      * written by CUSTPROF to the PRFCUST generation for pricing and  *
      * marketing. Net interest margin is figured against the funds-   *
      * transfer-pricing (FTP) rates on PARMS.PROFIT: deposits earn    *
      * the FTP credit on their balance less the interest actually     *
      * paid (INTCALC's month-end capitalization, the locked rate on   *
      * term deposits); loans earn their note rate less the FTP        *
      * charge, and a non-accrual loan only carries the charge. Fee    *
      * income is FEEPROC's maintenance fee, PYMT001's overdraft fees  *
      * and ACCTANAL's net analysis fee; servicing cost is the month's *
      * TRANHIST items priced by channel. PRF-SEGMENT-WAIVER is set    *
      * when FEEPROC waived the maintenance fee on the customer's      *
      * segment (corporate or private banking) rather than on the     *
      * household relationship.                                        *
      *----------------------------------------------------------------*
       01  CUSTOMER-PROFIT-RECORD.
           05  PRF-CUSTOMER-ID        PIC X(10).
      *        First household on RELDATA; spaces when the customer
      *        belongs to none.
           05  PRF-HOUSEHOLD-ID       PIC X(10).
           05  PRF-HOUSEHOLD-ROLE     PIC X(01).
           05  PRF-MONTH              PIC X(06).
           05  PRF-SEGMENT            PIC X(02).
           05  PRF-CUSTOMER-NAME      PIC X(30).
           05  PRF-DEPOSIT-BALANCE    PIC S9(13)V99 COMP-3.
           05  PRF-LOAN-BALANCE       PIC S9(13)V99 COMP-3.
           05  PRF-FTP-CREDIT         PIC S9(11)V99 COMP-3.
           05  PRF-INTEREST-PAID      PIC S9(11)V99 COMP-3.
           05  PRF-LOAN-MARGIN        PIC S9(11)V99 COMP-3.
           05  PRF-MAINT-FEES         PIC S9(09)V99 COMP-3.
           05  PRF-OVERDRAFT-FEES     PIC S9(09)V99 COMP-3.
           05  PRF-ANALYSIS-FEES      PIC S9(09)V99 COMP-3.
           05  PRF-TXN-COUNT          PIC 9(07) COMP.
           05  PRF-SERVICE-COST       PIC S9(09)V99 COMP-3.
           05  PRF-FEE-WAIVED         PIC S9(09)V99 COMP-3.
           05  PRF-SEGMENT-WAIVER     PIC X(01).
               88  PRF-SEGMENT-WAIVED     VALUE 'Y'.
      *        Net interest margin + fee income - servicing cost.
           05  PRF-PROFIT             PIC S9(11)V99 COMP-3.
           05  FILLER                 PIC X(12).
