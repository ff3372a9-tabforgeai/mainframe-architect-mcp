      *----------------------------------------------------------------*
      * APPLDATA.CPY - Loan Application Record                         *
      * Used by: LOANPROC, APPLRPT, HMDALAR                            *
      * One record per application, keyed by the branch with status    *
      * Received. LOANPROC picks applications up (Underwriting),       *
      * decides them (Approved/Denied with the adverse-action code),   *
               88  APP-APPROVED           VALUE 'A'.
               88  APP-DENIED             VALUE 'D'.
               88  APP-FUNDED             VALUE 'F'.
      *        Withdrawn by the applicant before a decision or before
      *        closing - the branch marks the record; LOANPROC leaves
      *        it alone and HMDALAR reports it as withdrawn.
               88  APP-WITHDRAWN          VALUE 'W'.
           05  APP-STATUS-DATE        PIC X(08).
           05  APP-RECEIVED-DATE      PIC X(08).
           05  APP-DENIAL-CODE        PIC X(04).
