           CALL 'VALCUST' USING CUSTOMER-ID
                                CUSTOMER-RECORD
                                WS-RETURN-CODE
      *    A deceased customer's estate account is still statemented
      *    (to the estate) - ACCTCLSE's closing statement included.
           IF WS-RETURN-CODE = ZERO OR WS-RETURN-CODE = 24
               PERFORM 2000-BUILD-STATEMENT
           ELSE
               MOVE 8 TO LK-RETURN-CODE
