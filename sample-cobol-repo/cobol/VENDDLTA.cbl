      *           morning.                                             *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    (none)                                               *
      * COPYBOOKS: CUSTMAST, ACCTDATA, VENDDATA, BUSDATE, PRIVDATA     *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     VENDDLTA.
           SELECT VENDOUT  ASSIGN TO UT-S-VENDOUT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
      *    Privacy opt-out elections (see PRIVDATA) - one keyed read
      *    per customer sent.
           SELECT PRIVOPT  ASSIGN TO UT-S-PRIVOPT
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS RANDOM
                           RECORD KEY   IS PRIVOPT-CUSTOMER-ID.
           SELECT BUSDATEF ASSIGN TO UT-S-BUSDATE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           RECORD CONTAINS 120 CHARACTERS.
       01  VENDOUT-REC                PIC X(120).

       FD  PRIVOPT
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  PRIVOPT-REC.
           05  PRIVOPT-CUSTOMER-ID    PIC X(10).
           05  FILLER                 PIC X(50).

       FD  BUSDATEF
           RECORDING MODE IS F
           RECORD CONTAINS 30 CHARACTERS.
           05  WS-TOTAL-BALANCE       PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-STAMP               PIC X(26) VALUE SPACES.
           05  WS-COUNT-DISP          PIC ZZZZZZZZ9.
           05  WS-SUPPRESS-COUNT      PIC 9(9)  COMP VALUE ZERO.

      *    Distinct customers the cycle touched - a mini-batch is a
      *    few hundred payments at most.
       COPY ACCTDATA.
       COPY VENDDATA.
       COPY BUSDATE.
       COPY PRIVDATA.

       PROCEDURE DIVISION.

           PERFORM 2000-COLLECT-MOVERS UNTIL EOF-CYCIN
           CLOSE CYCIN
           OPEN INPUT  DBFILE
           OPEN INPUT  PRIVOPT
           OPEN OUTPUT VENDOUT
           PERFORM 1100-WRITE-HEADER
           PERFORM 3000-SEND-MOVER
                   MOVE ACCOUNT-STATUS   TO VC-STATUS
                   MOVE CUSTOMER-SEGMENT TO VC-SEGMENT
                   MOVE CURRENCY-CODE    TO VC-CURRENCY
                   PERFORM 3100-SET-MARKETING-FLAG
                   WRITE VENDOUT-REC FROM VENDOR-CUSTOMER-RECORD
           END-READ.

       3100-SET-MARKETING-FLAG.
      *    The vendor services every customer - an opt-out stops the
      *    marketing, not the online banking.
           SET VC-MARKETING-ALLOWED TO TRUE
           MOVE CUSTOMER-ID TO PRIVOPT-CUSTOMER-ID
           READ PRIVOPT INTO PRIVACY-ELECTION-RECORD
               KEY IS PRIVOPT-CUSTOMER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PRV-AFFILIATE-OPTED-OUT
                           OR PRV-THIRD-PARTY-OPTED-OUT
                           OR PRV-SOLICIT-OPTED-OUT
                       SET VC-MARKETING-SUPPRESSED TO TRUE
                       ADD 1 TO WS-SUPPRESS-COUNT
                   END-IF
           END-READ.

       9000-END.
           MOVE SPACES TO VENDOR-TRAILER-RECORD
           MOVE 'Z' TO VZ-RECORD-TYPE
           WRITE VENDOUT-REC FROM VENDOR-TRAILER-RECORD
           MOVE WS-SENT-COUNT TO WS-COUNT-DISP
           DISPLAY 'VENDDLTA MOVERS SENT: ' WS-COUNT-DISP
           MOVE WS-SUPPRESS-COUNT TO WS-COUNT-DISP
           DISPLAY 'VENDDLTA MARKETING SUPPRESSED: ' WS-COUNT-DISP
           CLOSE DBFILE
                 PRIVOPT
                 VENDOUT
           STOP RUN.
