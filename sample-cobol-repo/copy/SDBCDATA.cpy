      *----------------------------------------------------------------*
      * SDBCDATA.CPY - Drilled Safe Deposit Box Contents Inventory     *
      * Used by: SDBMNT, DORMPROC                                      *
      * One record per item inventoried when a delinquent box is       *
      * drilled, keyed by box and item sequence on the SDBCONT KSDS.   *
      * Items stay held in the vault until the renter claims them      *
      * (SDBMNT marks them returned) or, unclaimed past the            *
      * escheatment period counted from the drill date, DORMPROC lists *
      * them for the state alongside dormant account balances.         *
      *----------------------------------------------------------------*
       01  SDB-CONTENTS-RECORD.
           05  SDC-KEY.
               10  SDC-BOX-KEY        PIC X(12).
               10  SDC-ITEM-SEQ       PIC 9(03).
           05  SDC-CUSTOMER-ID        PIC X(10).
           05  SDC-DRILL-DATE         PIC X(08).
           05  SDC-DESCRIPTION        PIC X(40).
           05  SDC-APPRAISED-VALUE    PIC 9(09)V99.
           05  SDC-STATUS             PIC X(01).
               88  SDC-HELD               VALUE 'H'.
               88  SDC-RETURNED           VALUE 'R'.
           05  SDC-RETURNED-DATE      PIC X(08).
           05  FILLER                 PIC X(07).
