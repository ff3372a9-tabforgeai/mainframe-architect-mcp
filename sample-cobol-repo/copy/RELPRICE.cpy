      *----------------------------------------------------------------*
      * RELPRICE.CPY - Household Relationship Pricing Tier Record      *
      * Used by: PARMMNT, FEEPROC                                      *
      * One record per pricing tier on PARMS.RELPRICE, maintained      *
      * through PARMMNT's dual-approval flow like every other         *
      * steering parameter (pending key = RP-TIER-ID). FEEPROC sums   *
      * the combined balances of the customer's RELDATA household -   *
      * every open ACCTMST deposit account and every active TDDATA    *
      * certificate of every member, plus the members' loan balances  *
      * where the tier says so - and takes RP-DISCOUNT-PCT off the    *
      * FEESCHED maintenance fee at the richest tier the household    *
      * reaches. 100.00 waives the fee outright. A customer in no     *
      * household is priced on their own relationship.                *
      *----------------------------------------------------------------*
       01  RELATIONSHIP-PRICING-RECORD.
           05  RP-TIER-ID             PIC X(03).
           05  RP-MIN-BALANCE         PIC 9(11)V99.
           05  RP-DISCOUNT-PCT        PIC 9(03)V99.
           05  RP-INCLUDE-LOANS       PIC X(01).
               88  RP-LOANS-INCLUDED      VALUE 'Y'.
               88  RP-LOANS-EXCLUDED      VALUE 'N'.
           05  FILLER                 PIC X(18).
