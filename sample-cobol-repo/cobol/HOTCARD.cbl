      *----------------------------------------------------------------*
      * PROGRAM:  HOTCARD                                              *
      * PURPOSE:  Nightly hot-card file to the ATM/debit network.      *
      *           Walks CARDMAST (see CARDDATA) and lists every        *
      *           blocked card - lost, stolen, closed or reissued -    *
      *           that is still inside its expiry month, so the        *
      *           network declines it at the terminal; a card past     *
      *           its expiry declines there on its own and drops off.  *
      *           The file is the complete list every night, not a     *
      *           delta, and carries a trailer count the network       *
      *           proves it against. The HOTCRPT control report lists  *
      *           the cards blocked since the previous cycle (the ones *
      *           a branch may also have phoned through) and the       *
      *           totals by reason.                                    *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    (none)                                               *
      * COPYBOOKS: CARDDATA, ERRDATA, BUSDATE                          *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     HOTCARD.
       AUTHOR.         TABFORGE-AI.
       DATE-WRITTEN.   2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARDMAST ASSIGN TO UT-S-CARDMAST
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS SEQUENTIAL
                           RECORD KEY   IS CARDMAST-TOKEN.
           SELECT HOTCARDS ASSIGN TO UT-S-HOTCARDS
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT HOTCRPT  ASSIGN TO UT-S-HOTCRPT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT BUSDATEF ASSIGN TO UT-S-BUSDATE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CARDMAST
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  CARDMAST-REC.
           05  CARDMAST-TOKEN         PIC X(16).
           05  FILLER                 PIC X(84).

       FD  HOTCARDS
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  HOTCARDS-REC               PIC X(40).

       FD  HOTCRPT
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  HOTCRPT-REC                PIC X(133).

      *    Business-date control record set by BDATESET at the start
      *    of the cycle (see BUSDATE copybook).
       FD  BUSDATEF
           RECORDING MODE IS F
           RECORD CONTAINS 30 CHARACTERS.
       01  BUSDATEF-REC               PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-HOTCARD-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'HOTCARD'.
           05  WS-EOF-CARDMAST        PIC X(1)  VALUE 'N'.
               88  EOF-CARDMAST           VALUE 'Y'.
           05  WS-CARD-COUNT          PIC 9(7)  COMP VALUE ZERO.
           05  WS-HOT-COUNT           PIC 9(8)  COMP VALUE ZERO.
           05  WS-NEW-COUNT           PIC 9(7)  COMP VALUE ZERO.
           05  WS-LOST-COUNT          PIC 9(7)  COMP VALUE ZERO.
           05  WS-STOLEN-COUNT        PIC 9(7)  COMP VALUE ZERO.
           05  WS-CLOSED-COUNT        PIC 9(7)  COMP VALUE ZERO.
           05  WS-REISSUED-COUNT      PIC 9(7)  COMP VALUE ZERO.
           05  WS-EXPIRED-COUNT       PIC 9(7)  COMP VALUE ZERO.
           05  WS-COUNT-DISP          PIC ZZZZZZ9.
           05  WS-RPT-LINE            PIC X(133) VALUE SPACES.

       COPY CARDDATA.
       COPY ERRDATA.
       COPY BUSDATE.

       PROCEDURE DIVISION.

       1000-INIT.
           PERFORM 1010-READ-BUSINESS-DATE
           OPEN INPUT  CARDMAST
           OPEN OUTPUT HOTCARDS
           OPEN OUTPUT HOTCRPT
           PERFORM 1500-WRITE-HEADER
           PERFORM 2000-PROCESS-CARD UNTIL EOF-CARDMAST
           PERFORM 3000-WRITE-TRAILER
           PERFORM 9000-END.

       1010-READ-BUSINESS-DATE.
      *    Falls back to the machine date if the control file is
      *    empty (first cycle before BDATESET ever ran).
           OPEN INPUT BUSDATEF
           READ BUSDATEF INTO BUSINESS-DATE-RECORD
               AT END
                   MOVE FUNCTION CURRENT-DATE(1:8) TO BUS-DATE
           END-READ
           CLOSE BUSDATEF.

       1500-WRITE-HEADER.
           MOVE SPACES TO WS-RPT-LINE
           STRING 'HOT-CARD FILE TO THE NETWORK - BUSINESS DATE '
                  BUS-DATE
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE HOTCRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'CARDS BLOCKED SINCE THE LAST CYCLE:'
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE HOTCRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'CARD TOKEN        CUSTOMER    ACCOUNT       '
                  'REASON  BLOCKED         EXPIRES  BY'
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE HOTCRPT-REC FROM WS-RPT-LINE.

       2000-PROCESS-CARD.
           READ CARDMAST INTO DEBIT-CARD-RECORD
               AT END MOVE 'Y' TO WS-EOF-CARDMAST
           END-READ
           IF NOT EOF-CARDMAST
               ADD 1 TO WS-CARD-COUNT
               IF CRD-BLOCKED
                   IF CRD-EXPIRY-DATE < BUS-DATE(1:6)
                       ADD 1 TO WS-EXPIRED-COUNT
                   ELSE
                       PERFORM 2100-WRITE-HOT-CARD
                   END-IF
               END-IF
           END-IF.

       2100-WRITE-HOT-CARD.
           MOVE SPACES             TO HOT-CARD-RECORD
           SET HC-DETAIL           TO TRUE
           MOVE CRD-CARD-TOKEN     TO HC-CARD-TOKEN
           MOVE CRD-STATUS         TO HC-BLOCK-REASON
           MOVE CRD-BLOCKED-DATE   TO HC-BLOCKED-DATE
           MOVE CRD-EXPIRY-DATE    TO HC-EXPIRY-DATE
           WRITE HOTCARDS-REC FROM HOT-CARD-RECORD
           ADD 1 TO WS-HOT-COUNT
           EVALUATE TRUE
               WHEN CRD-LOST
                   ADD 1 TO WS-LOST-COUNT
               WHEN CRD-STOLEN
                   ADD 1 TO WS-STOLEN-COUNT
               WHEN CRD-CLOSED
                   ADD 1 TO WS-CLOSED-COUNT
               WHEN CRD-REISSUED
                   ADD 1 TO WS-REISSUED-COUNT
           END-EVALUATE
      *    Blocks stamped on or after the business date went onto the
      *    network's list for the first time tonight.
           IF CRD-BLOCKED-DATE NOT < BUS-DATE
               ADD 1 TO WS-NEW-COUNT
               MOVE SPACES TO WS-RPT-LINE
               MOVE CRD-CARD-TOKEN     TO WS-RPT-LINE(1:16)
               MOVE CRD-CUSTOMER-ID    TO WS-RPT-LINE(19:10)
               MOVE CRD-ACCOUNT-NUMBER TO WS-RPT-LINE(31:12)
               EVALUATE TRUE
                   WHEN CRD-LOST
                       MOVE 'LOST'     TO WS-RPT-LINE(45:8)
                   WHEN CRD-STOLEN
                       MOVE 'STOLEN'   TO WS-RPT-LINE(45:8)
                   WHEN CRD-CLOSED
                       MOVE 'CLOSED'   TO WS-RPT-LINE(45:8)
                   WHEN CRD-REISSUED
                       MOVE 'REISSUED' TO WS-RPT-LINE(45:8)
               END-EVALUATE
               MOVE CRD-BLOCKED-DATE   TO WS-RPT-LINE(53:8)
               MOVE CRD-BLOCKED-TIME   TO WS-RPT-LINE(62:6)
               MOVE CRD-EXPIRY-DATE    TO WS-RPT-LINE(69:6)
               MOVE CRD-UPDATED-BY     TO WS-RPT-LINE(78:8)
               WRITE HOTCRPT-REC FROM WS-RPT-LINE
           END-IF.

       3000-WRITE-TRAILER.
           MOVE SPACES             TO HOT-CARD-RECORD
           SET HC-TRAILER          TO TRUE
           MOVE WS-HOT-COUNT       TO HC-TRL-COUNT
           MOVE BUS-DATE           TO HC-TRL-FILE-DATE
           WRITE HOTCARDS-REC FROM HOT-CARD-RECORD.

       9000-END.
           MOVE SPACES TO WS-RPT-LINE
           WRITE HOTCRPT-REC FROM WS-RPT-LINE
           MOVE WS-NEW-COUNT TO WS-COUNT-DISP
           STRING 'NEWLY BLOCKED:          ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE HOTCRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-LOST-COUNT TO WS-COUNT-DISP
           STRING 'LISTED LOST:            ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE HOTCRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-STOLEN-COUNT TO WS-COUNT-DISP
           STRING 'LISTED STOLEN:          ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE HOTCRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-CLOSED-COUNT TO WS-COUNT-DISP
           STRING 'LISTED CLOSED:          ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE HOTCRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-REISSUED-COUNT TO WS-COUNT-DISP
           STRING 'LISTED REISSUED:        ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE HOTCRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-HOT-COUNT TO WS-COUNT-DISP
           STRING 'HOT-CARD FILE ENTRIES:  ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE HOTCRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-EXPIRED-COUNT TO WS-COUNT-DISP
           STRING 'BLOCKED, PAST EXPIRY:   ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE HOTCRPT-REC FROM WS-RPT-LINE
           CLOSE CARDMAST
                 HOTCARDS
                 HOTCRPT
           DISPLAY 'HOTCARD CARDS READ:    ' WS-CARD-COUNT
           DISPLAY 'HOTCARD CARDS LISTED:  ' WS-HOT-COUNT
           DISPLAY 'HOTCARD NEWLY BLOCKED: ' WS-NEW-COUNT
           MOVE RC-SUCCESS TO WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.
