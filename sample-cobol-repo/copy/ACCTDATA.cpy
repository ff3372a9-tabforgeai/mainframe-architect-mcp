               88  TYPE-SAVINGS           VALUE 'SA'.
               88  TYPE-LOAN              VALUE 'LN'.
               88  TYPE-TERM-DEPOSIT      VALUE 'TD'.
               88  TYPE-IRA               VALUE 'IR'.
           05  AVAILABLE-BALANCE      PIC S9(13)V99 COMP-3.
           05  PENDING-AMOUNT         PIC S9(11)V99 COMP-3.
           05  TRANSACTION-DATE       PIC X(10).
      *    configured spread) before any balance math.
           05  PYMT-CURRENCY-CODE     PIC X(3).
           05  FILLER                 PIC X(1).
      *    IRA fields, appended after the original layout - every
      *    holder of a payment image is 150 or 200 bytes, so existing
      *    feeds simply carry spaces here. On a credit to an IR
      *    account PYMT-IRA-TAX-YEAR names the tax year the
      *    contribution counts toward (spaces = the year it posts).
      *    On a debit from one, PYMT-IRA-DIST-CODE is the 1099-R
      *    distribution code (spaces = let PYMT001 derive normal or
      *    early from the owner's age) and PYMT-IRA-FED-WITHHELD the
      *    federal income tax withheld from the gross amount; it is
      *    tested NUMERIC before use, since older feeds leave spaces.
           05  PYMT-IRA-TAX-YEAR      PIC X(4).
           05  PYMT-IRA-DIST-CODE     PIC X(1).
           05  PYMT-IRA-FED-WITHHELD  PIC 9(7)V99.

       01  TRANSACTION-COUNTERS.
           05  TX-TOTAL-COUNT         PIC 9(7) COMP.
