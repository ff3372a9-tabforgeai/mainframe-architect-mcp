      *        until the owner makes contact and the branch
      *        reactivates the account.
               88  STATUS-DORMANT         VALUE 'D'.
      *        Estate - set by DECDMNT when the branch records the
      *        customer's death (see DECDATA); PYMT001 refuses debits
      *        but still posts credits until ACCTCLSE closes the
      *        account and settles the estate.
               88  STATUS-ESTATE          VALUE 'E'.
           05  LAST-UPDATE-DATE       PIC X(10).
           05  LAST-UPDATE-TIME       PIC X(8).
           05  CUSTOMER-SEGMENT       PIC X(2).
