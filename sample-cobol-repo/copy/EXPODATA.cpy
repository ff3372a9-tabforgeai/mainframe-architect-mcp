      *----------------------------------------------------------------*
      * EXPODATA.CPY - Credit Exposure Record                          *
      * Used by: LENDEXPO, LOANPROC                                    *
      * The EXPOSURE KSDS LENDEXPO rebuilds each run, keyed by record  *
      * type and ID. A 'C' record is one borrower's outstanding        *
      * balances and unused commitments across loans (as borrower or   *
      * co-borrower, net of participations sold), approved but         *
      * unfunded applications, home equity lines and the overdraft     *
      * line on CREDIT-LIMIT, with the household and Reg O insider     *
      * the borrower belongs to; on an insider's own record            *
      * EXP-REGO-TOTAL adds the credit to the insider's related        *
      * interests. An 'H' record is a household's combined exposure.   *
      * The single 'L' record (ID 'LIMITS') carries the limits the     *
      * run measured against, so LOANPROC tests new approvals on the   *
      * same figures.                                                  *
      *----------------------------------------------------------------*
       01  EXPOSURE-RECORD.
           05  EXP-KEY.
               10  EXP-KEY-TYPE       PIC X(01).
                   88  EXP-CUSTOMER       VALUE 'C'.
                   88  EXP-HOUSEHOLD      VALUE 'H'.
                   88  EXP-LIMITS         VALUE 'L'.
               10  EXP-KEY-ID         PIC X(10).
           05  EXP-HOUSEHOLD-ID       PIC X(10).
      *    Spaces when the borrower is not on the insider register;
      *    otherwise the register type, with EXP-INSIDER-ID the
      *    insider whose Reg O aggregate the credit counts toward
      *    (the borrower itself unless a related interest).
           05  EXP-INSIDER-TYPE       PIC X(01).
           05  EXP-INSIDER-ID         PIC X(10).
           05  EXP-AMOUNTS.
               10  EXP-OUTSTANDING    PIC S9(13)V99 COMP-3.
               10  EXP-UNUSED         PIC S9(13)V99 COMP-3.
               10  EXP-TOTAL          PIC S9(13)V99 COMP-3.
               10  EXP-REGO-TOTAL     PIC S9(13)V99 COMP-3.
           05  EXP-LIMIT-AMOUNTS REDEFINES EXP-AMOUNTS.
               10  EXP-CAPITAL        PIC S9(13)V99 COMP-3.
               10  EXP-LEGAL-LIMIT    PIC S9(13)V99 COMP-3.
               10  EXP-BOARD-LEVEL    PIC S9(13)V99 COMP-3.
               10  EXP-INSIDER-AGGR   PIC S9(13)V99 COMP-3.
           05  EXP-AS-OF-DATE         PIC X(08).
           05  FILLER                 PIC X(08).
