                   MOVE 'DENIED'       TO WS-STATUS-DESC
               WHEN APP-FUNDED
                   MOVE 'FUNDED'       TO WS-STATUS-DESC
               WHEN APP-WITHDRAWN
                   MOVE 'WITHDRAWN'    TO WS-STATUS-DESC
               WHEN OTHER
                   MOVE 'UNKNOWN'      TO WS-STATUS-DESC
           END-EVALUATE
