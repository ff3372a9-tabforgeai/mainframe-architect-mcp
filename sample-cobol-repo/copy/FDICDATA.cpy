      *----------------------------------------------------------------*
      * FDICDATA.CPY - Deposit Insurance Coverage per Depositor        *
      * Used by: FDICCOV, CALLRPT                                      *
      * One record per depositor per FDIC ownership category on the    *
      * FDICDEP file FDICCOV writes each run - the depositor-level     *
      * insured/uninsured file a regulator can demand. Deposit         *
      * balances (CH, SA and IR on ACCTMAST, certificates on TDFILE)   *
      * are assigned to their ownership category: an IRA or IRA        *
      * certificate is its owner's retirement deposit; another deposit *
      * held by the primary ('P') member of a RELDATA household with   *
      * other members is joint, owned in equal shares by every member; *
      * every other deposit is single ownership. The trust category is *
      * reserved for the product that will carry it. Coverage is the   *
      * per-depositor, per-category limit in force on the run.         *
      *----------------------------------------------------------------*
       01  FDIC-COVERAGE-RECORD.
           05  FDC-DEPOSITOR-ID       PIC X(10).
           05  FDC-CATEGORY           PIC X(01).
               88  FDC-SINGLE             VALUE 'S'.
               88  FDC-JOINT              VALUE 'J'.
               88  FDC-TRUST              VALUE 'T'.
               88  FDC-RETIREMENT         VALUE 'R'.
      *    Accounts (or joint shares) making up the owned balance.
           05  FDC-ACCOUNT-COUNT      PIC 9(05).
           05  FDC-OWNED-BALANCE      PIC S9(13)V99.
           05  FDC-INSURED            PIC S9(13)V99.
           05  FDC-UNINSURED          PIC S9(13)V99.
           05  FDC-COVERAGE-LIMIT     PIC 9(09)V99.
      *    Call-list flag for relationship managers.
           05  FDC-LIMIT-FLAG         PIC X(01).
               88  FDC-OVER-LIMIT         VALUE 'O'.
               88  FDC-NEAR-LIMIT         VALUE 'N'.
               88  FDC-WITHIN-LIMIT       VALUE ' '.
           05  FDC-AS-OF-DATE         PIC X(08).
           05  FILLER                 PIC X(19).
