      *----------------------------------------------------------------*
      * LBILDATA.CPY - Loan Billing Statement Work Record              *
      * Used by: LOANBILL                                              *
      * One record per loan billed this cycle, built off LOANFILE in   *
      * loan order and re-sorted by borrower so the presorted address  *
      * extract can be match-merged the way F1098 and TAXFORM do.      *
      * A paper statement held for an undeliverable address is written *
      * to the hold file in this same layout for loan servicing to     *
      * work once the address is corrected.                            *
      *----------------------------------------------------------------*
       01  LOAN-BILL-RECORD.
           05  LBL-CUSTOMER-ID        PIC X(10).
           05  LBL-LOAN-ID            PIC X(12).
           05  LBL-LOAN-TYPE          PIC X(04).
      *    The installment this statement bills - LOAN-NEXT-DUE-DATE,
      *    or the first due date still ahead of the business date when
      *    the loan is behind.
           05  LBL-DUE-DATE           PIC X(08).
           05  LBL-PAST-DUE-COUNT     PIC 9(03).
           05  LBL-PAST-DUE-SINCE     PIC X(08).
           05  LBL-PRINCIPAL-DUE      PIC S9(09)V99 COMP-3.
           05  LBL-INTEREST-DUE       PIC S9(09)V99 COMP-3.
           05  LBL-ESCROW-DUE         PIC S9(09)V99 COMP-3.
           05  LBL-PMI-DUE            PIC S9(07)V99 COMP-3.
           05  LBL-PAST-DUE-AMT       PIC S9(11)V99 COMP-3.
           05  LBL-TOTAL-DUE          PIC S9(11)V99 COMP-3.
           05  LBL-BALANCE            PIC S9(11)V99 COMP-3.
           05  LBL-RATE               PIC S9(03)V9(4) COMP-3.
           05  LBL-ESCROW-BALANCE     PIC S9(11)V99 COMP-3.
      *    Last calendar month's activity off LOANPAY's INTPAID trail.
           05  LBL-LAST-PAY-COUNT     PIC 9(03).
           05  LBL-LAST-PAY-PRIN      PIC S9(11)V99 COMP-3.
           05  LBL-LAST-PAY-INT       PIC S9(11)V99 COMP-3.
      *    Outstanding late charges (LATECHG) - billed on top of the
      *    installment, never folded into it.
           05  LBL-LATE-CHG-DUE       PIC S9(07)V99 COMP-3.
           05  FILLER                 PIC X(78).
