      *----------------------------------------------------------------*
      * LAPDATA.CPY - Loan Autopay Enrollment and Pending Draft        *
      * Used by: LOANDRFT, LOANDREL, ACCTRNUM                          *
      * A borrower enrolled here has each installment drafted from a   *
      * deposit account instead of keying a debit and a loan payment  *
      * by hand. LOANDRFT emits the debit onto the LOANDRPY feed       *
      * (concatenated into PYMT001's input) on LOAN-NEXT-DUE-DATE less *
      * the draft-day offset, and remembers the draft on the pending   *
      * file; LOANDREL, after PYMT001, releases the LOAN-PAYMENT-      *
      * RECORD to LOANPAY only for drafts that did NOT come back on    *
      * tonight's REJECTFILE, and sends a failed-draft notice for the  *
      * ones that did.                                                 *
      *----------------------------------------------------------------*
       01  LOAN-AUTOPAY-RECORD.
           05  LAP-LOAN-ID            PIC X(12).
           05  LAP-DEBIT-ACCOUNT      PIC X(12).
      *    Calendar days ahead of LOAN-NEXT-DUE-DATE the draft is
      *    emitted - zero drafts on the due date itself.
           05  LAP-DRAFT-OFFSET       PIC 9(02).
           05  LAP-STATUS             PIC X(01).
               88  LAP-ACTIVE             VALUE 'A'.
               88  LAP-SUSPENDED          VALUE 'S'.
               88  LAP-CANCELLED          VALUE 'C'.
           05  LAP-ENROLL-DATE        PIC X(08).
      *    The installment (by due date) last drafted - one draft per
      *    installment, so a failed draft is not re-pulled night after
      *    night while the due date stands still.
           05  LAP-LAST-DUE-DRAFTED   PIC X(08).
           05  LAP-LAST-DRAFT-DATE    PIC X(08).
           05  FILLER                 PIC X(09).

      *    One record per debit emitted tonight - the link between
      *    the deposit-side payment (by TRANSACTION-REF) and the loan
      *    it pays.
       01  LOAN-DRAFT-RECORD.
           05  LDR-LOAN-ID            PIC X(12).
           05  LDR-DEBIT-ACCOUNT      PIC X(12).
           05  LDR-TRAN-REF           PIC X(16).
           05  LDR-AMOUNT             PIC S9(09)V99 COMP-3.
           05  LDR-DUE-DATE           PIC X(08).
           05  LDR-DRAFT-DATE         PIC X(08).
           05  FILLER                 PIC X(18).
