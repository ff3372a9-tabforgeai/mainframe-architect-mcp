      *           customers ride the electronic feed the way ESTFILE  *
      *           statements flow, everyone else gets a printed       *
      *           notice. Every alert also lands on the report.       *
      *           Marketing's promotional messages (ALRTPROM) then go *
      *           down the same channels to the enrolled customers in *
      *           their target segment, skipping any customer who has *
      *           opted out of solicitation on PRIVOPT.               *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    DBREAD01, ERRHANDR                                   *
      * COPYBOOKS: CUSTMAST, ACCTDATA, ERRDATA, ALRTDATA, PYMTREJQ,    *
      *            STOPDATA, BUSDATE, PRIVDATA                         *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     ALERTGEN.
           SELECT ALERTRPT ASSIGN TO UT-S-ALERTRPT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT ALRTPROM ASSIGN TO UT-S-ALRTPROM
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
      *    Privacy opt-out elections (see PRIVDATA).
           SELECT PRIVOPT  ASSIGN TO UT-S-PRIVOPT
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS RANDOM
                           RECORD KEY   IS PRIVOPT-CUSTOMER-ID.
           SELECT BUSDATEF ASSIGN TO UT-S-BUSDATE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           RECORD CONTAINS 133 CHARACTERS.
       01  ALERTRPT-REC               PIC X(133).

       FD  ALRTPROM
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
       01  ALRTPROM-REC               PIC X(120).

       FD  PRIVOPT
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  PRIVOPT-REC.
           05  PRIVOPT-CUSTOMER-ID    PIC X(10).
           05  FILLER                 PIC X(50).

      *    Business-date control record set by BDATESET at the start
      *    of the cycle (see BUSDATE copybook).
       FD  BUSDATEF
           05  WS-RJ-OVERFLOW         PIC X(1)  VALUE 'N'.
           05  WS-DEBIT-REJECTED      PIC X(1)  VALUE 'N'.
               88  DEBIT-REJECTED         VALUE 'Y'.
           05  WS-EOF-ALRTPROM        PIC X(1)  VALUE 'N'.
               88  EOF-ALRTPROM           VALUE 'Y'.
           05  WS-PR-IX               PIC 9(2)  COMP VALUE ZERO.
           05  WS-PR-LOADED           PIC 9(2)  COMP VALUE ZERO.
           05  WS-PR-MAX              PIC 9(2)  COMP VALUE 10.
           05  WS-PROMO-COUNT         PIC 9(7)  COMP VALUE ZERO.
           05  WS-PROMO-SUPPRESSED    PIC 9(7)  COMP VALUE ZERO.
           05  WS-SOLICIT-OPTOUT      PIC X(1)  VALUE 'N'.
               88  SOLICIT-OPTED-OUT      VALUE 'Y'.

      *    Enrolled customers loaded once at init - alerts are an
      *    opt-in service, 500 enrollments is generous.
               10  WS-RJ-ACCT         PIC X(12).
               10  WS-RJ-REF          PIC X(16).

      *    Promotions running tonight, loaded once at init - expired
      *    and not-yet-started entries are dropped at load time.
       01  WS-PR-TABLE.
           05  WS-PR-ENTRY OCCURS 10 TIMES.
               10  WS-PR-SEG          PIC X(02).
               10  WS-PR-TEXT         PIC X(100).

       COPY CUSTMAST.
       COPY ACCTDATA.
       COPY ERRDATA.
       COPY PYMTREJQ.
       COPY STOPDATA.
       COPY BUSDATE.
       COPY PRIVDATA.

       PROCEDURE DIVISION.

       1000-INIT.
           PERFORM 1010-READ-BUSINESS-DATE
           PERFORM 1050-LOAD-ENROLLMENTS
           PERFORM 1060-LOAD-PROMOTIONS
           OPEN OUTPUT ALRTELEC
           OPEN OUTPUT ALRTPRNT
           OPEN OUTPUT ALERTRPT
           PERFORM 4000-SCAN-REJECTS
           PERFORM 3000-SCAN-PAYMENTS
           PERFORM 5000-SCAN-STOP-HITS
           IF WS-PR-LOADED > ZERO
               PERFORM 5500-SEND-PROMOTIONS
           END-IF
           PERFORM 9000-END.

       1010-READ-BUSINESS-DATE.
           MOVE WS-AL-LOADED TO WS-ENROLLED-COUNT
           CLOSE ALERTPRM.

       1060-LOAD-PROMOTIONS.
           OPEN INPUT ALRTPROM
           PERFORM UNTIL EOF-ALRTPROM
               READ ALRTPROM INTO ALERT-PROMO-RECORD
                   AT END MOVE 'Y' TO WS-EOF-ALRTPROM
               END-READ
               IF NOT EOF-ALRTPROM
                   IF APR-START-DATE <= BUS-DATE
                           AND APR-END-DATE >= BUS-DATE
                       IF WS-PR-LOADED < WS-PR-MAX
                           ADD 1 TO WS-PR-LOADED
                           MOVE APR-SEGMENT
                               TO WS-PR-SEG(WS-PR-LOADED)
                           MOVE APR-TEXT
                               TO WS-PR-TEXT(WS-PR-LOADED)
                       ELSE
                           DISPLAY 'ALERTGEN PROMOTION TABLE FULL - '
                                   'IGNORED FOR SEGMENT ' APR-SEGMENT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ALRTPROM.

       2000-SCAN-BALANCES.
      *    One keyed lookup per enrolled customer - the balance test
      *    reads the post-cycle master, so it alerts on where the
               END-IF
           END-PERFORM.

       5500-SEND-PROMOTIONS.
      *    Promotions are marketing, not service: a customer who has
      *    opted out of solicitation gets none, and a closed customer
      *    is not marketed to at all.
           OPEN INPUT PRIVOPT
           PERFORM VARYING WS-AL-IX FROM 1 BY 1
                   UNTIL WS-AL-IX > WS-AL-LOADED
               CALL 'DBREAD01' USING WS-AL-CUST(WS-AL-IX)
                                     CUSTOMER-RECORD
                                     WS-READ-RC
               IF WS-READ-RC = ZERO AND NOT STATUS-CLOSED
                   PERFORM 5510-CHECK-SOLICIT-OPTOUT
                   IF SOLICIT-OPTED-OUT
                       ADD 1 TO WS-PROMO-SUPPRESSED
                   ELSE
                       PERFORM 5520-ROUTE-PROMOTIONS
                   END-IF
               END-IF
           END-PERFORM
           CLOSE PRIVOPT.

       5510-CHECK-SOLICIT-OPTOUT.
           MOVE 'N' TO WS-SOLICIT-OPTOUT
           MOVE CUSTOMER-ID TO PRIVOPT-CUSTOMER-ID
           READ PRIVOPT INTO PRIVACY-ELECTION-RECORD
               KEY IS PRIVOPT-CUSTOMER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PRV-SOLICIT-OPTED-OUT
                       MOVE 'Y' TO WS-SOLICIT-OPTOUT
                   END-IF
           END-READ.

       5520-ROUTE-PROMOTIONS.
           PERFORM VARYING WS-PR-IX FROM 1 BY 1
                   UNTIL WS-PR-IX > WS-PR-LOADED
               IF WS-PR-SEG(WS-PR-IX) = CUSTOMER-SEGMENT
                       OR WS-PR-SEG(WS-PR-IX) = 'AL'
                   MOVE WS-PR-TEXT(WS-PR-IX) TO WS-ALERT-TEXT
                   PERFORM 6000-ROUTE-ALERT
                   ADD 1 TO WS-PROMO-COUNT
               END-IF
           END-PERFORM.

       6000-ROUTE-ALERT.
      *    CUSTOMER-RECORD is current from the caller's DBREAD01 -
      *    the delivery preference on it decides the channel.
           STRING 'PRINTED:           ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE ALERTRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-PROMO-COUNT TO WS-COUNT-DISP
           STRING 'PROMOTIONS SENT:   ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE ALERTRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-PROMO-SUPPRESSED TO WS-COUNT-DISP
           STRING 'PROMOTIONS WITHHELD - SOLICITATION OPT-OUT: '
                  WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE ALERTRPT-REC FROM WS-RPT-LINE
           IF WS-RJ-OVERFLOW = 'Y'
               MOVE SPACES TO WS-RPT-LINE
               MOVE '*** REJECT SUPPRESSION TABLE OVERFLOWED - SOME RE
