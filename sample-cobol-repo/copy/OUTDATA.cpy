      *----------------------------------------------------------------*
      * OUTDATA.CPY - Expected-Output Registry and Vault Manifest      *
      * Used by: OUTCHK                                                *
      * OUTPUT-REGISTRY-ENTRY is one 80-byte card per dataset the      *
      * night is expected to leave behind (OUTREG in BANKNITE's OUTCHK *
      * step). Cards with '*' in column 1 are comments. Columns:       *
      *    1-30  dataset name without the HLQ or generation            *
      *   32     night type it must be produced on - A every night,    *
      *          M month end (and year end), Y year end only; on other *
      *          nights it is listed but not checked                   *
      *   34     Y when the name is a GDG base                         *
      *   36     generations the night adds to the GDG (0 = not        *
      *          produced by the night - the latest generation must    *
      *          simply be on the catalog, e.g. backups taken by a     *
      *          separate job)                                         *
      *   38     Y when an empty dataset is acceptable                 *
      *   40     Y for an outbound transmission file                   *
      *   42     vault group - D needed to recover DBFILE, L needed to *
      *          recover LOANFILE, S holds state between runs, blank   *
      *          not vaulted                                           *
      *   44-51  DD name its record count comes in under on the       *
      *          OUTCNT step's TOOLMSG listing (blank = not counted)   *
      *   53-60  CTLTOT.NIGHT step the count must agree with - every  *
      *          control-total record whose CTL-JOB-STEP starts with   *
      *          this name is added in, so ACCTBAL takes in its split  *
      *          streams (blank = no control-total check)              *
      *   62     control-total field - T total, S success, R reject    *
      *   64-65  records the dataset carries beyond the control total  *
      *          (headers, trailers)                                   *
      *   67-74  producing step, for the report                        *
      *                                                                *
      * VAULT-MANIFEST-RECORD is the offsite vault manifest: an 'H'    *
      * header, one 'D' record per dataset to be shipped - the full    *
      * cataloged name with the absolute generation - and a 'Z'        *
      * trailer with the dataset count. All records are 80 bytes.      *
      *----------------------------------------------------------------*
       01  OUTPUT-REGISTRY-ENTRY.
           05  ORG-DSN-NAME           PIC X(30).
           05  FILLER                 PIC X(01).
           05  ORG-NIGHT-TYPE         PIC X(01).
               88  ORG-EVERY-NIGHT        VALUE 'A' ' '.
               88  ORG-MONTH-END          VALUE 'M'.
               88  ORG-YEAR-END           VALUE 'Y'.
           05  FILLER                 PIC X(01).
           05  ORG-GDG-FLAG           PIC X(01).
               88  ORG-GDG                VALUE 'Y'.
           05  FILLER                 PIC X(01).
           05  ORG-GENERATIONS        PIC 9(01).
           05  FILLER                 PIC X(01).
           05  ORG-EMPTY-FLAG         PIC X(01).
               88  ORG-EMPTY-OK           VALUE 'Y'.
           05  FILLER                 PIC X(01).
           05  ORG-TRANSMIT-FLAG      PIC X(01).
               88  ORG-TRANSMISSION       VALUE 'Y'.
           05  FILLER                 PIC X(01).
           05  ORG-VAULT-GROUP        PIC X(01).
               88  ORG-VAULT-DBFILE       VALUE 'D'.
               88  ORG-VAULT-LOANFILE     VALUE 'L'.
               88  ORG-VAULT-STATE        VALUE 'S'.
               88  ORG-VAULTED            VALUE 'D' 'L' 'S'.
           05  FILLER                 PIC X(01).
           05  ORG-COUNT-DD           PIC X(08).
           05  FILLER                 PIC X(01).
           05  ORG-CTL-STEP           PIC X(08).
           05  FILLER                 PIC X(01).
           05  ORG-CTL-FIELD          PIC X(01).
               88  ORG-CTL-TOTAL          VALUE 'T'.
               88  ORG-CTL-SUCCESS        VALUE 'S'.
               88  ORG-CTL-REJECT         VALUE 'R'.
           05  FILLER                 PIC X(01).
           05  ORG-CTL-ADJUST         PIC 9(02).
           05  FILLER                 PIC X(01).
           05  ORG-PRODUCER           PIC X(08).
           05  FILLER                 PIC X(06).

       01  VAULT-MANIFEST-RECORD.
           05  VLT-RECORD-TYPE        PIC X(01).
               88  VLT-HEADER             VALUE 'H'.
               88  VLT-DETAIL             VALUE 'D'.
               88  VLT-TRAILER            VALUE 'Z'.
           05  VLT-BUSINESS-DATE      PIC X(08).
      *        D needed to recover DBFILE, L LOANFILE, S run state.
           05  VLT-GROUP              PIC X(01).
           05  VLT-DSN                PIC X(44).
      *        Records counted tonight (zero when not counted).
           05  VLT-RECORD-COUNT       PIC 9(09).
      *        Header: CCYYMMDDHHMMSSHH the manifest was cut.
      *        Trailer: datasets listed, in the first five bytes.
           05  VLT-STAMP              PIC X(16).
           05  VLT-DATASET-COUNT REDEFINES VLT-STAMP.
               10  VLT-DATASETS       PIC 9(05).
               10  FILLER             PIC X(11).
           05  FILLER                 PIC X(01).
