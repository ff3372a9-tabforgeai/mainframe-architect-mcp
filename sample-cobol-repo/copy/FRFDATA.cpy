      *----------------------------------------------------------------*
      * FRFDATA.CPY - Fee Refund Request Record                        *
      * Used by: FEERFND, FEEAPPR, FRFRPT, CUSTINQ                     *
      * One FEE-REFUND-RECORD per courtesy refund of an overdraft fee  *
      * or a FEEPROC maintenance fee, on the FEEREFND KSDS keyed       *
      * CUSTOMER-ID + refund reference, so a customer's refunds browse *
      * together in the order they were asked for. The requesting      *
      * officer keys it on FEERFND naming the fee being refunded and   *
      * the reason; at or under the refund threshold it is approved    *
      * on entry, above it a DIFFERENT officer must approve (or        *
      * decline) it on FEEAPPR. Approval queues the refund to PENDPYMT *
      * as a CR on the FREV channel carrying the refund reference, and *
      * PYMT001 totals FREV credits under their own control record     *
      * (PYFEEREV) so GLPOST books them against fee income rather than *
      * as an ordinary deposit. FRFRPT reports the month by branch,    *
      * officer and reason; CUSTINQ lists the history.                 *
      *----------------------------------------------------------------*
       01  FEE-REFUND-RECORD.
           05  FRF-KEY.
               10  FRF-CUSTOMER-ID    PIC X(10).
      *            FR + CCYYMMDD + HHMMSS of the request - unique per
      *            customer and in time order.
               10  FRF-REF            PIC X(16).
           05  FRF-FEE-TYPE           PIC X(01).
               88  FRF-OVERDRAFT-FEE      VALUE 'O'.
               88  FRF-MAINTENANCE-FEE    VALUE 'M'.
               88  FRF-FEE-TYPE-VALID     VALUE 'O' 'M'.
      *        The fee being refunded - the reference of the item that
      *        drew the overdraft fee, or the CCYYMM of the maintenance
      *        fee assessment. One live refund per fee.
           05  FRF-FEE-REF            PIC X(16).
           05  FRF-AMOUNT             PIC S9(07)V99 COMP-3.
           05  FRF-REASON             PIC X(02).
               88  FRF-REASON-BANK-ERROR  VALUE 'BE'.
               88  FRF-REASON-COURTESY    VALUE 'CS'.
               88  FRF-REASON-FIRST-TIME  VALUE 'FT'.
               88  FRF-REASON-HARDSHIP    VALUE 'HD'.
               88  FRF-REASON-RELATIONSHIP VALUE 'RL'.
               88  FRF-REASON-OTHER       VALUE 'OT'.
               88  FRF-REASON-VALID       VALUE 'BE' 'CS' 'FT' 'HD'
                                                'RL' 'OT'.
      *        Same officer IDs as ASG-OFFICER-ID.
           05  FRF-REQUESTED-BY       PIC X(08).
           05  FRF-REQUEST-DATE       PIC X(08).
      *        The customer's home branch (ASSIGNS) when requested.
           05  FRF-BRANCH             PIC X(04).
           05  FRF-STATUS             PIC X(01).
               88  FRF-AWAITING-APPROVAL  VALUE 'W'.
               88  FRF-APPROVED           VALUE 'A'.
               88  FRF-DECLINED           VALUE 'D'.
      *        Spaces when approved on entry within the threshold.
           05  FRF-APPROVED-BY        PIC X(08).
           05  FRF-DECISION-DATE      PIC X(08).
           05  FILLER                 PIC X(33).
