      *----------------------------------------------------------------*
      * MNRDATA.CPY - Custodial (Minor) Account Record                 *
      * Used by: DBUPD01, CUSTMNT, PAYENTRY, CUSTINQ, MNRCONV,         *
      *          ACCTRNUM                                              *
      * An account opened for a minor under a custodian (UTMA/UGMA)    *
      * is the minor's own CUSTOMER-ID, but the customer master holds  *
      * neither a birth date nor a custodian, so one of these records  *
      * per minor sits on the CUSTODY KSDS (keyed CUSTOMER-ID). It is  *
      * written at onboarding by DBUPD01's 'DBUPD01M' entry or set up  *
      * later by branch staff on CUSTMNT. While it is in force only    *
      * the custodian transacts (PAYENTRY acting party CU) or          *
      * authenticates (CUSTINQ takes the custodian's PIN). MNRCONV     *
      * sends the custodian and the minor a conversion notice at least *
      * 60 days ahead of MNR-MAJORITY-DATE and, on its first monthly   *
      * run on or after that date, retitles the customer to            *
      * MNR-MINOR-NAME and marks the record converted.                 *
      *----------------------------------------------------------------*
       01  CUSTODIAL-ACCOUNT-RECORD.
           05  MNR-CUSTOMER-ID        PIC X(10).
      *        CCYYMMDD.
           05  MNR-BIRTH-DATE         PIC X(08).
      *        18 unless the governing state's transfers-to-minors act
      *        sets a later age (up to 21).
           05  MNR-MAJORITY-AGE       PIC 9(02).
      *        Birth date plus MNR-MAJORITY-AGE years; a 29 February
      *        birthday comes of age on 1 March. Recomputed whenever
      *        the birth date or the age is maintained.
           05  MNR-MAJORITY-DATE      PIC X(08).
           05  MNR-CUSTODIAN-ID       PIC X(10).
      *        The minor's own name, which the account is retitled to
      *        at majority (CUSTOMER-NAME carries the custodial title
      *        until then).
           05  MNR-MINOR-NAME         PIC X(40).
           05  MNR-STATUS             PIC X(01).
               88  MNR-CUSTODIAL          VALUE 'A'.
               88  MNR-CONVERTED          VALUE 'C'.
           05  MNR-SETUP-DATE         PIC X(08).
      *        Spaces until MNRCONV sends the conversion notice.
           05  MNR-NOTICE-DATE        PIC X(08).
               88  MNR-NOTICE-DUE         VALUE SPACES.
           05  MNR-CONVERTED-DATE     PIC X(08).
           05  MNR-UPDATED-BY         PIC X(08).
           05  FILLER                 PIC X(09).
