      *           lines it runs. For branch requests and subpoenas    *
      *           after the STMTFILE generation has rolled off -      *
      *           regenerating from current data would show today's   *
      *           balances, not that period's. A statement archived   *
      *           under a number the customer has since been moved    *
      *           off (or onto) is found through the RNUMLKUP chain.  *
      * AUTHOR:   TABFORGE-AI                                         *
      * CALLS:    RNUMLKUP                                            *
      * COPYBOOKS: ERRDATA, RNUMDATA                                  *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     STMTRPRT.
           05  ARIX-STMT-DATE         PIC X(08).
           05  ARIX-START-RECNO       PIC 9(09).
           05  ARIX-LINE-COUNT       PIC 9(05).
           05  ARIX-APY-EARNED        PIC 9(03)V99.
           05  ARIX-LANGUAGE          PIC X(01).
           05  FILLER                 PIC X(02).

      *    RECFM=FBA like STMTFILE - the reprint goes straight back
      *    to the same print path the original took.
           05  WS-LINE-COUNT          PIC 9(5)  COMP VALUE ZERO.
           05  WS-ARCH-RECNO          PIC 9(9)  COMP VALUE ZERO.
           05  WS-COPIED-COUNT        PIC 9(5)  COMP VALUE ZERO.
           05  WS-APY-EARNED          PIC 9(03)V99 VALUE ZERO.
           05  WS-APY-DISP            PIC ZZ9.99.
           05  WS-LINK-IX             PIC 9(2)  COMP VALUE ZERO.
           05  WS-ID-MATCH            PIC X(1)  VALUE 'N'.
               88  ID-IN-CHAIN            VALUE 'Y'.
           05  WS-MATCHED-ID          PIC X(10) VALUE SPACES.
           05  WS-STMT-LANGUAGE       PIC X(01) VALUE SPACE.

       COPY ERRDATA.
       COPY RNUMDATA.

       PROCEDURE DIVISION.

      *    statement date being requested.
           ACCEPT WS-REQ-CUSTOMER-ID FROM SYSIN
           ACCEPT WS-REQ-STMT-DATE   FROM SYSIN
           CALL 'RNUMLKUP' USING WS-REQ-CUSTOMER-ID
                                 RENUMBER-LOOKUP-AREA
           PERFORM 2000-FIND-INDEX-ENTRY
           IF STATEMENT-INDEXED
               IF WS-MATCHED-ID NOT = WS-REQ-CUSTOMER-ID
                   DISPLAY 'STMTRPRT ARCHIVED UNDER RENUMBERED ID '
                           WS-MATCHED-ID
               END-IF
               PERFORM 3000-COPY-ARCHIVED-PAGES
           ELSE
               DISPLAY 'STMTRPRT NO ARCHIVED STATEMENT FOR '
                   AT END MOVE 'Y' TO WS-EOF-STMTARIX
               END-READ
               IF NOT EOF-STMTARIX
                   PERFORM 2100-CHECK-ID-IN-CHAIN
                   IF ID-IN-CHAIN
                           AND ARIX-STMT-DATE = WS-REQ-STMT-DATE
                       MOVE 'Y' TO WS-INDEX-FOUND
                       MOVE ARIX-CUSTOMER-ID TO WS-MATCHED-ID
                       MOVE ARIX-START-RECNO TO WS-START-RECNO
                       MOVE ARIX-LINE-COUNT  TO WS-LINE-COUNT
                       MOVE ARIX-APY-EARNED  TO WS-APY-EARNED
                       MOVE ARIX-LANGUAGE    TO WS-STMT-LANGUAGE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE STMTARIX.

       2100-CHECK-ID-IN-CHAIN.
      *    Entry 1 is the requested ID itself; a customer never
      *    renumbered has no other.
           MOVE 'N' TO WS-ID-MATCH
           PERFORM VARYING WS-LINK-IX FROM 1 BY 1
                   UNTIL WS-LINK-IX > RNL-LINK-COUNT
                   OR ID-IN-CHAIN
               IF ARIX-CUSTOMER-ID = RNL-LINK-ID(WS-LINK-IX)
                   MOVE 'Y' TO WS-ID-MATCH
               END-IF
           END-PERFORM.

       3000-COPY-ARCHIVED-PAGES.
           OPEN INPUT  STMTARCH
           OPEN OUTPUT REPRINT
               MOVE RC-ERROR TO WS-RETURN-CODE
           ELSE
               DISPLAY 'STMTRPRT LINES REPRINTED: ' WS-COPIED-COUNT
      *        The archived lines already carry the APY earned line
      *        exactly as printed; the index copy is logged so the
      *        operator can confirm it without reading the pages.
               IF WS-APY-EARNED > ZERO
                   MOVE WS-APY-EARNED TO WS-APY-DISP
                   DISPLAY 'STMTRPRT APY EARNED AS PRINTED: '
                           WS-APY-DISP '%'
               END-IF
      *        Likewise the language it went out in - the pages are
      *        the customer's own, not re-rendered in today's.
               IF WS-STMT-LANGUAGE = 'S'
                   DISPLAY 'STMTRPRT STATEMENT SENT IN SPANISH'
               END-IF
               MOVE RC-SUCCESS TO WS-RETURN-CODE
           END-IF.

