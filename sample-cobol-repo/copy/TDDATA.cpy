      *----------------------------------------------------------------*
      * TDDATA.CPY - Term-Deposit (CD) Master Record                   *
      * Used by: TDMATUR, IRAFORM, IRRGAP, FDICCOV                     *
      * One record per certificate of deposit: the principal is        *
      * locked at TD-LOCKED-RATE from TD-OPEN-DATE to                  *
      * TD-MATURITY-DATE. TDMATUR sends renewal notices ahead of       *
           05  TD-PAYOUT-ACCOUNT      PIC X(12).
           05  TD-NOTICE-FLAG         PIC X(01).
               88  TD-NOTICE-SENT         VALUE 'Y'.
      *        A certificate held inside the customer's IRA (see
      *        IRADATA) funds from and pays out to the CUSTOMER-ID +
      *        'IR' account; spaces on every older certificate.
           05  TD-IRA-FLAG            PIC X(01).
               88  TD-IRA                 VALUE 'Y'.
           05  FILLER                 PIC X(10).
