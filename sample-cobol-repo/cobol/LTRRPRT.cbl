               10  WS-MAT-START       PIC 9(9)  COMP.
               10  WS-MAT-COUNT       PIC 9(5)  COMP.
               10  WS-MAT-DATE        PIC X(08).
               10  WS-MAT-LANGUAGE    PIC X(01).

       COPY LTRDATA.
       COPY ERRDATA.
                               TO WS-MAT-COUNT(WS-MATCH-COUNT)
                           MOVE LIX-LETTER-DATE
                               TO WS-MAT-DATE(WS-MATCH-COUNT)
                           MOVE LIX-LANGUAGE
                               TO WS-MAT-LANGUAGE(WS-MATCH-COUNT)
                       END-IF
                   END-IF
               END-IF
                  ' LETTER OF ' WS-MAT-DATE(WS-MATCH-IX)
                  ' FOR ' WS-REQ-ENTITY-ID
               DELIMITED SIZE INTO WS-RPT-LINE
      *    The letter comes back in the language it was sent in.
           IF WS-MAT-LANGUAGE(WS-MATCH-IX) = 'S'
               MOVE '(SENT IN SPANISH)' TO WS-RPT-LINE(60:17)
           END-IF
           WRITE REPRINT-REC FROM WS-RPT-LINE
           PERFORM UNTIL EOF-LTRARCH
                   OR WS-COPIED-COUNT >= WS-WANT-COUNT
