               88  LOAN-PERSONAL          VALUE 'PERS'.
               88  LOAN-MORTGAGE          VALUE 'MORT'.
               88  LOAN-VEHICLE           VALUE 'VEHI'.
      *        Home equity line of credit - revolving: LOAN-AMOUNT is
      *        the credit line and LOAN-BALANCE what is drawn on it
      *        (see LOAN-HEL-PHASE below).
               88  LOAN-HELOC             VALUE 'HELC'.
           05  LOAN-STATUS            PIC X(02).
               88  LOAN-ACTIVE            VALUE 'AC'.
               88  LOAN-CLOSED            VALUE 'CL'.
      *        stays for the trail but nothing services it here any
      *        more (every servicing path selects on LOAN-ACTIVE).
               88  LOAN-TRANSFERRED       VALUE 'TR'.
      *        Matured unpaid - LOAN-END-DATE has passed with a
      *        balance still owed (LOANMATR). The whole balance is
      *        due; payments, accrual and collections still work it
      *        and a LOANMOD extension puts it back to AC.
               88  LOAN-MATURED-UNPAID    VALUE 'MU'.
           05  LOAN-AMOUNT            PIC S9(11)V99 COMP-3.
           05  LOAN-BALANCE           PIC S9(11)V99 COMP-3.
           05  LOAN-INTEREST-RATE     PIC S9(03)V9(4) COMP-3.
           05  LOAN-BK-CHAPTER        PIC X(02).
               88  LOAN-BK-ACTIVE         VALUE '07' '11' '13'.
           05  LOAN-BK-FILED          PIC X(08).
      *    Late charges assessed by LATECHG once per installment past
      *    the grace period, carried outside LOAN-BALANCE so they never
      *    accrue interest or amortize. LOANPAY collects them only
      *    after the scheduled installment is covered; payoff includes
      *    them. LOAN-LATE-CHG-LAST-DUE is the latest installment (by
      *    due date) already assessed - or waived under SCRA or a
      *    bankruptcy stay - so no installment is ever charged twice.
      *    Carved from unused space in the 300-byte record; packed
      *    spaces on older records are treated as a zero balance.
           05  LOAN-LATE-CHG-BALANCE  PIC S9(07)V99 COMP-3.
           05  LOAN-LATE-CHG-LAST-DUE PIC X(08).
      *    Daily interest accrual kept by LOANACCR on the actual-days
      *    basis LOANQOTE quotes from - balance times rate over 365 a
      *    day, SCRA cap applied. LOAN-AIR-BALANCE is the accrued
      *    interest receivable and LOAN-AIR-THRU-DATE the business
      *    date it is accrued through. LOANPAY relieves the receivable
      *    by the interest it splits out of a payment (all of it on a
      *    payoff) and parks that amount in LOAN-AIR-RELIEVED until
      *    the next LOANACCR run journals it to the GL. A DF or CO
      *    loan goes to non-accrual with its receivable reversed, and
      *    returns to accrual only from the night it is AC again.
      *    Carved from unused space in the 300-byte record; packed
      *    spaces on older records are treated as zero, and a loan
      *    never accrued is seeded from its last installment
      *    anniversary the way LOANQOTE counts days.
           05  LOAN-AIR-BALANCE       PIC S9(09)V99 COMP-3.
           05  LOAN-AIR-RELIEVED      PIC S9(09)V99 COMP-3.
           05  LOAN-AIR-THRU-DATE     PIC X(08).
           05  LOAN-ACCRUAL-STATUS    PIC X(01).
               88  LOAN-ACCRUING          VALUE 'A' ' '.
               88  LOAN-NONACCRUAL        VALUE 'N'.
           05  LOAN-NONACCRUAL-DATE   PIC X(08).
      *    Net deferred origination fee (fees and points less direct
      *    costs - negative when costs exceed fees) captured by
      *    LOANPROC at funding and recognized into interest income by
      *    LOANDFEE on the level-yield method: LOAN-DFE-YIELD is the
      *    monthly effective rate that discounts the scheduled
      *    payments back to the net amount funded, and each month the
      *    difference between that yield on the carrying amount and
      *    the note rate on LOAN-DFE-SCHED-BAL (the amortization
      *    schedule's balance) comes off LOAN-DFE-UNAMORT. Whatever
      *    is unamortized is recognized at once on payoff, charge-off
      *    or transfer. Carved from unused space in the 300-byte
      *    record; spaces in LOAN-DFE-STATUS mean nothing deferred.
           05  LOAN-DFE-STATUS        PIC X(01).
               88  LOAN-DFE-NONE          VALUE ' '.
               88  LOAN-DFE-AMORTIZING    VALUE 'A'.
               88  LOAN-DFE-RECOGNIZED    VALUE 'R'.
           05  LOAN-DFE-NET           PIC S9(09)V99 COMP-3.
           05  LOAN-DFE-UNAMORT       PIC S9(09)V99 COMP-3.
           05  LOAN-DFE-YIELD         PIC S9(01)V9(09) COMP-3.
           05  LOAN-DFE-NOTE-RATE     PIC S9(03)V9(4) COMP-3.
           05  LOAN-DFE-SCHED-PMT     PIC S9(09)V99 COMP-3.
           05  LOAN-DFE-SCHED-BAL     PIC S9(11)V99 COMP-3.
           05  LOAN-DFE-PERIODS       PIC 9(04) COMP.
      *    Balloon-due notice stage LOANMATR has reached ahead of
      *    LOAN-END-DATE - each notice goes out once; LOANMOD clears
      *    it when the term is extended so the new date gets its own.
           05  LOAN-MAT-NOTICE        PIC X(01).
               88  LOAN-MAT-NOTICE-NONE   VALUE ' '.
               88  LOAN-MAT-NOTICE-60     VALUE '6'.
               88  LOAN-MAT-NOTICE-30     VALUE '3'.
      *    Borrower of record, stamped by LOANPROC at origination from
      *    the application. Spaces on loans written before it was
      *    carried.
           05  LOAN-CUSTOMER-ID       PIC X(10).
      *    Home equity line phase. During the draw period (through
      *    LOAN-HEL-DRAW-END) the borrower takes advances at the
      *    branch through PAYENTRY, up to LOAN-AMOUNT less
      *    LOAN-BALANCE, and HELOCMNT keeps LOAN-MONTHLY-PAYMENT at
      *    interest only on the drawn balance. The night the draw
      *    period ends HELOCMNT closes the line to new advances and
      *    converts it to a repayment period that fully amortizes
      *    the balance by LOAN-END-DATE. A line paid down to zero
      *    stays open in its draw period. Spaces on anything but a
      *    LOAN-HELOC.
           05  LOAN-HEL-PHASE         PIC X(01).
               88  LOAN-HEL-DRAW          VALUE 'D'.
               88  LOAN-HEL-REPAY         VALUE 'R'.
           05  LOAN-HEL-DRAW-END      PIC X(08).
