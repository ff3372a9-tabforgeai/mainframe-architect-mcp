      *----------------------------------------------------------------*
      * ASGNDATA.CPY - Home Branch / Relationship Officer Assignment   *
      * Used by: DBUPD01, CUSTMNT, BRSCORE, AUDINQ, ACCTRNUM           *
      * One CUSTOMER-ASSIGNMENT-RECORD per customer on the ASSIGNS     *
      * KSDS (keyed CUSTOMER-ID) naming the branch that owns the       *
      * relationship and the officer who banks it. DBUPD01 defaults    *
      * the house branch, unassigned officer, when it onboards a       *
      * customer; branch staff change it from CUSTMNT (each change is  *
      * logged to DBAUDIT with before and after images). The customer  *
      * master's layout is frozen (see BKDATA), so the assignment      *
      * lives here. ASG-SORT-KEY is region, branch, officer in that    *
      * order so any report can sort or break on the assignment by     *
      * staging it in front of its own records, as BRSCORE does.       *
      *----------------------------------------------------------------*
       01  CUSTOMER-ASSIGNMENT-RECORD.
           05  ASG-CUSTOMER-ID        PIC X(10).
           05  ASG-SORT-KEY.
      *        Copied from the branch's BRANCH-RECORD whenever the
      *        branch is assigned.
               10  ASG-REGION         PIC X(04).
               10  ASG-BRANCH         PIC X(04).
      *        Same officer IDs as LOAN-OFFICER-ID; spaces while the
      *        relationship has no named banker.
               10  ASG-OFFICER-ID     PIC X(08).
           05  ASG-SOURCE             PIC X(01).
               88  ASG-DEFAULTED          VALUE 'D'.
               88  ASG-MAINTAINED         VALUE 'M'.
           05  ASG-ASSIGNED-DATE      PIC X(08).
           05  ASG-UPDATED-BY         PIC X(08).
           05  FILLER                 PIC X(17).

      *    Branch table - one 80-byte record per branch on the
      *    BRANCHES KSDS (keyed branch number), kept by operations
      *    from the branch network list. Assignment maintenance
      *    refuses a branch that is not on it.
       01  BRANCH-RECORD.
           05  BRN-BRANCH             PIC X(04).
           05  BRN-NAME               PIC X(30).
           05  BRN-REGION             PIC X(04).
           05  BRN-REGION-NAME        PIC X(30).
           05  BRN-STATUS             PIC X(01).
               88  BRN-OPEN               VALUE 'O'.
               88  BRN-CLOSED             VALUE 'C'.
           05  FILLER                 PIC X(11).
