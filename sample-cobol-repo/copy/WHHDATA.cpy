      *----------------------------------------------------------------*
      * WHHDATA.CPY - Backup Withholding Records                       *
      * Used by: BWHMNT, INTCALC, TAXFORM, WHHREMIT, PYMT001           *
      * WITHHOLD-FLAG-RECORD: one per customer under an IRS B-notice,  *
      * maintained by BWHMNT - while Active, INTCALC diverts the       *
      * statutory percentage of every interest credit into             *
           05  WHD-CUSTOMER-ID        PIC X(10).
           05  WHD-DATE               PIC X(08).
           05  WHD-AMOUNT             PIC 9(09)V99.
      *        Spaces on INTCALC's backup withholding (and on every
      *        record written before the source was kept); 'I' on the
      *        federal income tax PYMT001 withholds from an IRA
      *        distribution, which WHHREMIT remits with the rest but
      *        which belongs on the 1099-R, not the 1099-INT.
           05  WHD-SOURCE             PIC X(01).
               88  WHD-BACKUP-WITHHOLDING VALUE SPACE.
               88  WHD-IRA-DISTRIBUTION   VALUE 'I'.
           05  FILLER                 PIC X(10).
