      *----------------------------------------------------------------*
      * SDBDATA.CPY - Safe Deposit Box Inventory and Rent Billing      *
      * Used by: SDBMNT, SDBBILL, SDBREL, ACCTRNUM                     *
      * One record per box in every branch vault, keyed by branch and  *
      * box number on the SDBOX KSDS. The branch rents, vacates and    *
      * takes rent over the counter through SDBMNT orders. Annual rent *
      * is billed by SDBBILL as a debit on the SDBPYMT feed            *
      * (concatenated into PYMT001's input) once SDB-RENT-DUE-DATE     *
      * arrives; SDBREL, after PYMT001, rolls the due date a year on a *
      * debit that posted and moves a rejected one down the            *
      * delinquency ladder - first notice, second notice, final        *
      * demand, then drilling scheduled - re-billing at each step.     *
      * Co-renters are the other members of SDB-HOUSEHOLD-ID on        *
      * RELDATA and receive every notice the renter does.              *
      *----------------------------------------------------------------*
       01  SAFE-DEPOSIT-BOX-RECORD.
           05  SDB-BOX-KEY.
               10  SDB-BRANCH         PIC X(04).
               10  SDB-BOX-NUMBER     PIC X(08).
      *    Door size as the vault plate shows it (3X5, 5X10, 10X10).
           05  SDB-BOX-SIZE           PIC X(05).
           05  SDB-ANNUAL-RENT        PIC 9(05)V99.
           05  SDB-STATUS             PIC X(01).
               88  SDB-VACANT             VALUE 'V'.
               88  SDB-RENTED             VALUE 'R'.
               88  SDB-DRILLED            VALUE 'D'.
           05  SDB-CUSTOMER-ID        PIC X(10).
           05  SDB-HOUSEHOLD-ID       PIC X(10).
      *    Spaces debits the renter's checking account.
           05  SDB-DEBIT-ACCOUNT      PIC X(12).
           05  SDB-RENT-DUE-DATE      PIC X(08).
           05  SDB-LAST-PAID-DATE     PIC X(08).
           05  SDB-LAST-BILLED-DATE   PIC X(08).
           05  SDB-DELQ-STAGE         PIC X(01).
               88  SDB-CURRENT            VALUE ' '.
               88  SDB-FIRST-NOTICE       VALUE '1'.
               88  SDB-SECOND-NOTICE      VALUE '2'.
               88  SDB-FINAL-DEMAND       VALUE 'F'.
               88  SDB-DRILL-SCHEDULED    VALUE 'S'.
      *    Date the box reached its current ladder step.
           05  SDB-DELQ-DATE          PIC X(08).
      *    Scheduled while SDB-DRILL-SCHEDULED; the date the box was
      *    opened once SDB-DRILLED.
           05  SDB-DRILL-DATE         PIC X(08).
           05  FILLER                 PIC X(02).

      *    One record per rent debit emitted tonight - the link
      *    between the deposit-side payment (by TRANSACTION-REF) and
      *    the box it pays for.
       01  SDB-RENT-BILL-RECORD.
           05  SRB-BOX-KEY            PIC X(12).
           05  SRB-CUSTOMER-ID        PIC X(10).
           05  SRB-TRAN-REF           PIC X(16).
           05  SRB-AMOUNT             PIC S9(07)V99 COMP-3.
           05  SRB-BILL-DATE          PIC X(08).
           05  FILLER                 PIC X(09).
