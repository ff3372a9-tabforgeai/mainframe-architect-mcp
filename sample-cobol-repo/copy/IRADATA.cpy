      *----------------------------------------------------------------*
      * IRADATA.CPY - Individual Retirement Account Records            *
      * Used by: CUSTMNT, PYMT001, TDENTRY, IRAFORM, ACCTRNUM          *
      * An IRA is a deposit product of its own, account type 'IR': the *
      * savings side is the customer's CUSTOMER-ID + 'IR' account on   *
      * ACCTMAST, and certificates bought inside the plan carry TD-IRA *
      * on TDDATA and fund from and pay back to that same account, so  *
      * the money never leaves the plan. One IRA-PLAN-RECORD per       *
      * customer on the IRAACCT KSDS (keyed CUSTOMER-ID) holds what    *
      * the customer master cannot - the plan type and the owner's     *
      * birth date - set up by branch staff on CUSTMNT, plus the       *
      * running contribution total for the current and prior tax      *
      * years. PYMT001 checks every credit to an IR account against    *
      * the year's limit from PARMS.IRALIMIT (the catch-up is added    *
      * for an owner who reaches the catch-up age by the end of the    *
      * tax year) before posting it, and logs every contribution and   *
      * distribution as an IRA-HISTORY-RECORD on the cumulative        *
      * IRAHIST trail. IRAFORM produces Form 5498 and Form 1099-R from *
      * that trail alongside the TAXFORM 1099-INT run.                 *
      *----------------------------------------------------------------*
       01  IRA-PLAN-RECORD.
           05  IRA-CUSTOMER-ID        PIC X(10).
           05  IRA-PLAN-TYPE          PIC X(01).
               88  IRA-TRADITIONAL        VALUE 'T'.
               88  IRA-ROTH               VALUE 'R'.
               88  IRA-PLAN-TYPE-VALID    VALUE 'T' 'R'.
      *        CCYYMMDD - drives the catch-up and the age 59 1/2 test
      *        for the distribution code.
           05  IRA-BIRTH-DATE         PIC X(08).
           05  IRA-OPEN-DATE          PIC X(08).
           05  IRA-STATUS             PIC X(01).
               88  IRA-ACTIVE             VALUE 'A'.
               88  IRA-CLOSED             VALUE 'C'.
           05  IRA-UPDATED-BY         PIC X(08).
      *        Contributions so far per tax year. Only the current
      *        year and (up to the filing deadline) the prior year
      *        accept contributions, so two buckets are enough; a new
      *        tax year takes over the older bucket.
           05  IRA-CONTRIB-BUCKET OCCURS 2 TIMES.
               10  IRA-CONTRIB-TAX-YEAR PIC X(04).
               10  IRA-CONTRIB-AMOUNT PIC S9(07)V99 COMP-3.
           05  FILLER                 PIC X(26).

      *    One per contribution or distribution posted to an IR
      *    account, appended to the cumulative IRAHIST trail by
      *    PYMT001. A contribution carries the tax year it counts
      *    toward; a distribution carries its 1099-R distribution
      *    code and any federal income tax withheld from it.
       01  IRA-HISTORY-RECORD.
           05  IRH-CUSTOMER-ID        PIC X(10).
           05  IRH-ACTIVITY           PIC X(01).
               88  IRH-CONTRIBUTION       VALUE 'C'.
               88  IRH-DISTRIBUTION       VALUE 'D'.
           05  IRH-PLAN-TYPE          PIC X(01).
           05  IRH-TAX-YEAR           PIC X(04).
           05  IRH-DATE               PIC X(08).
           05  IRH-AMOUNT             PIC S9(11)V99 COMP-3.
           05  IRH-FED-WITHHELD       PIC S9(07)V99 COMP-3.
           05  IRH-DIST-CODE          PIC X(01).
           05  IRH-REF                PIC X(16).
           05  IRH-CHANNEL            PIC X(04).
           05  FILLER                 PIC X(23).

      *    PARMS.IRALIMIT - one record per tax year. A year with no
      *    record falls back to the limits PYMT001 carries in
      *    WORKING-STORAGE.
       01  IRA-LIMIT-RECORD.
           05  IRL-TAX-YEAR           PIC X(04).
           05  IRL-BASE-LIMIT         PIC 9(05)V99.
           05  IRL-CATCHUP-AMOUNT     PIC 9(05)V99.
           05  IRL-CATCHUP-AGE        PIC 9(02).
           05  FILLER                 PIC X(20).
