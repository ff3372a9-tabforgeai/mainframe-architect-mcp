      *    20 = customer found, but account is dormant (unclaimed-
      *         property flag set by DORMPROC; the branch reactivates
      *         on owner contact)
      *    24 = customer found, but deceased - the account is held in
      *         estate status by DECDMNT; credits may still post,
      *         debits may not
           88  VALCUST-VALID              VALUE 0.
           88  VALCUST-STATUS-UNKNOWN     VALUE 4.
           88  VALCUST-NOT-FOUND          VALUE 8.
           88  VALCUST-SUSPENDED          VALUE 12.
           88  VALCUST-CLOSED             VALUE 16.
           88  VALCUST-DORMANT            VALUE 20.
           88  VALCUST-ESTATE             VALUE 24.
       01  LK-COBORROWER-ID               PIC X(10).
       01  LK-COBORROWER-CREDIT-SCORE     PIC 9(03) COMP.
       01  LK-COBORROWER-INCOME           PIC S9(09)V99 COMP-3.
               WHEN STATUS-DORMANT
                   MOVE 'CUSTOMER ACCOUNT DORMANT' TO WS-MSG-TEXT
                   MOVE 20 TO LK-VALIDATION-RC
               WHEN STATUS-ESTATE
                   MOVE 'CUSTOMER DECEASED - ESTATE ACCOUNT'
                       TO WS-MSG-TEXT
                   MOVE 24 TO LK-VALIDATION-RC
               WHEN OTHER
                   MOVE 'CUSTOMER ACCOUNT STATUS UNKNOWN' TO WS-MSG-TEXT
                   MOVE 4 TO LK-VALIDATION-RC
