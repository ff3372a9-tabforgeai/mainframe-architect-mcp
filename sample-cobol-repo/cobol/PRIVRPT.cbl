                   END-IF
               END-IF
               ADD 1 TO WS-OPER-TOTAL
      *        A refused attempt displayed nothing, so it is neither
      *        a view nor a servicing contact.
               EVALUATE TRUE
                   WHEN ACL-ACTION-UPDATE
                       ADD 1 TO WS-PAIR-UPDATES
                   WHEN ACL-ACTION-REFUSED
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO WS-PAIR-VIEWS
               END-EVALUATE
           END-IF.

       2500-CLOSE-PAIR.
