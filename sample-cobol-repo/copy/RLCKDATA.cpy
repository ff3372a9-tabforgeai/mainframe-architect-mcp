      *----------------------------------------------------------------*
      * RLCKDATA.CPY - Application Rate Lock Record                    *
      * Used by: RLKMNT, LOANPROC                                      *
      * One record per rate lock the lending desk has given an         *
      * application (keyed by APP-ID), maintained by RLKMNT off the    *
      * officers' keyed lock orders. While a lock is Active and not    *
      * past its expiry, LOANPROC prices the loan at the locked rate   *
      * instead of the rate on the application. RLKMNT expires locks   *
      * the day after their expiry date, closes them once the          *
      * application leaves the pipeline, and carries the count and     *
      * total of the extension fees charged for each one.              *
      *----------------------------------------------------------------*
       01  RATE-LOCK-RECORD.
           05  RLK-APP-ID             PIC X(12).
           05  RLK-CUSTOMER-ID        PIC X(10).
           05  RLK-LOCKED-RATE        PIC 9(03)V9(4).
           05  RLK-LOCK-DATE          PIC X(08).
           05  RLK-EXPIRY-DATE        PIC X(08).
           05  RLK-STATUS             PIC X(01).
               88  RLK-ACTIVE             VALUE 'A'.
               88  RLK-EXPIRED            VALUE 'E'.
               88  RLK-CANCELLED          VALUE 'C'.
      *        Application funded, denied or withdrawn - the lock
      *        has done its job (or no longer matters).
               88  RLK-CLOSED             VALUE 'D'.
           05  RLK-STATUS-DATE        PIC X(08).
           05  RLK-OFFICER-ID         PIC X(08).
           05  RLK-EXT-COUNT          PIC 9(02).
           05  RLK-EXT-FEES           PIC 9(05)V99.
           05  FILLER                 PIC X(09).
