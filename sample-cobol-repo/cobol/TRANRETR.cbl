      *           statement reprints and dispute research. The        *
      *           history is kept in account/date order by TRANARCH,  *
      *           so the scan stops as soon as it has passed the      *
      *           requested account. A renumbered account's history   *
      *           lies under each number it has carried, so every     *
      *           number in its RNUMLKUP chain is extracted in turn.  *
      * AUTHOR:   TABFORGE-AI                                         *
      * CALLS:    RNUMLKUP                                            *
      * COPYBOOKS: ERRDATA, RNUMDATA                                  *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     TRANRETR.
           05  WS-REQ-DATE-FROM       PIC X(10) VALUE SPACES.
           05  WS-REQ-DATE-TO         PIC X(10) VALUE SPACES.
           05  WS-FOUND-COUNT         PIC 9(7)  COMP VALUE ZERO.
           05  WS-SCAN-ACCOUNT        PIC X(12) VALUE SPACES.
           05  WS-LINK-IX             PIC 9(2)  COMP VALUE ZERO.

       COPY ERRDATA.
       COPY RNUMDATA.

       PROCEDURE DIVISION.

           IF WS-REQ-DATE-TO = SPACES
               MOVE HIGH-VALUES TO WS-REQ-DATE-TO
           END-IF
           CALL 'RNUMLKUP' USING WS-REQ-ACCOUNT(1:10)
                                 RENUMBER-LOOKUP-AREA
           OPEN INPUT  TRANHIST
           OPEN OUTPUT RETROUT
           PERFORM 1050-EXTRACT-ONE-NUMBER
               VARYING WS-LINK-IX FROM 1 BY 1
               UNTIL WS-LINK-IX > RNL-LINK-COUNT
           PERFORM 9000-END.

       1050-EXTRACT-ONE-NUMBER.
      *    The requested number first, then the numbers it replaced
      *    or was replaced by. Asked for by the published number, the
      *    published numbers are followed; asked for by a product-
      *    suffixed number, the same suffix is followed under each ID.
           EVALUATE TRUE
               WHEN WS-LINK-IX = 1
                   MOVE WS-REQ-ACCOUNT TO WS-SCAN-ACCOUNT
               WHEN WS-REQ-ACCOUNT = RNL-LINK-ACCOUNT(1)
                   MOVE RNL-LINK-ACCOUNT(WS-LINK-IX) TO WS-SCAN-ACCOUNT
               WHEN OTHER
                   MOVE RNL-LINK-ID(WS-LINK-IX) TO WS-SCAN-ACCOUNT(1:10)
                   MOVE WS-REQ-ACCOUNT(11:2)    TO WS-SCAN-ACCOUNT(11:2)
           END-EVALUATE
           MOVE 'N' TO WS-EOF-TRANHIST
           PERFORM 1100-POSITION-AT-REQUEST
           PERFORM 2000-READ-FORWARD UNTIL EOF-TRANHIST.

       1100-POSITION-AT-REQUEST.
           MOVE WS-SCAN-ACCOUNT  TO THX-ACCOUNT
           MOVE WS-REQ-DATE-FROM TO THX-DATE
           MOVE ZERO             TO THX-SEQUENCE
           START TRANHIST KEY NOT < THX-KEY
               AT END MOVE 'Y' TO WS-EOF-TRANHIST
           END-READ
           IF NOT EOF-TRANHIST
               IF THX-ACCOUNT NOT = WS-SCAN-ACCOUNT
                       OR THX-DATE > WS-REQ-DATE-TO
      *            Past the requested range - the keyed order
      *            guarantees nothing more can match.
