           MOVE PND-CANDIDATE-RECORD TO CUSTOMER-RECORD
           CALL 'DBUPD01R' USING PND-CUSTOMER-ID
                                 CUSTOMER-RECORD
                                 PND-LANGUAGE
                                 WS-ONBOARD-RC
           IF WS-ONBOARD-RC = ZERO
               ADD 1 TO WS-RELEASED-COUNT
