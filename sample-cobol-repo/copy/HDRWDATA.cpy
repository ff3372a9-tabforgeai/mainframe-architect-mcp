      *----------------------------------------------------------------*
      * HDRWDATA.CPY - Home Equity Line Advance Journal Record         *
      * Used by: PAYENTRY, HELOCMNT                                    *
      * One record per advance taken on a home equity line at the     *
      * branch. PAYENTRY has already charged the advance against the  *
      * line (LOAN-BALANCE) and queued the matching credit to the     *
      * borrower's checking account on the pending payment file; the  *
      * journal is what HELOCMNT reports that night and totals for    *
      * the GL. HDR-BALANCE-AFTER is the drawn balance the advance    *
      * left on the line.                                             *
      *----------------------------------------------------------------*
       01  HELOC-DRAW-RECORD.
           05  HDR-LOAN-ID            PIC X(12).
           05  HDR-CUSTOMER-ID        PIC X(10).
           05  HDR-AMOUNT             PIC S9(11)V99 COMP-3.
           05  HDR-BALANCE-AFTER      PIC S9(11)V99 COMP-3.
           05  HDR-DRAW-DATE          PIC X(08).
           05  HDR-REF                PIC X(16).
           05  HDR-OPERATOR           PIC X(03).
           05  FILLER                 PIC X(17).
