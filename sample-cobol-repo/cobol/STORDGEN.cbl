      *           through WLSCREEN - a potential match parks the      *
      *           payment on the PAYHOLD accumulator for PYHLDREV's   *
      *           compliance disposition instead of feeding PYMT001.  *
      *           Every active order on the account of a customer     *
      *           DECDMNT has recorded as deceased (DECEASED file,    *
      *           open estates) is expired outright, due or not.      *
      * AUTHOR:   TABFORGE-AI                                         *
      * CALLS:    WLSCREEN                                            *
      * COPYBOOKS: STORDATA, ACCTDATA, PYHDATA, ORIGDATA, DECDATA,    *
      *            BUSDATE                                            *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     STORDGEN.
                            ORGANIZATION IS SEQUENTIAL
                            ACCESS MODE  IS SEQUENTIAL.

           SELECT DECEASED  ASSIGN TO UT-S-DECEASED
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS SEQUENTIAL
                            RECORD KEY   IS DECEASED-KEY.

           SELECT BUSDATEF  ASSIGN TO UT-S-BUSDATE
                            ORGANIZATION IS SEQUENTIAL
                            ACCESS MODE  IS SEQUENTIAL.
           RECORD CONTAINS 100 CHARACTERS.
       01  ORIGQ-REC                  PIC X(100).

      *    Deceased customers (see DECDATA).
       FD  DECEASED
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  DECEASED-REC.
           05  DECEASED-KEY           PIC X(10).
           05  FILLER                 PIC X(90).

      *    Business-date control record set by BDATESET at the start
      *    of the cycle (see BUSDATE copybook).
       FD  BUSDATEF
               88  EXTERNAL-EMITTED       VALUE 'Y'.
           05  WS-CHKDGT-RC           PIC S9(04) COMP VALUE ZERO.
           05  WS-CHKDGT-BAD-COUNT    PIC 9(7)  COMP VALUE ZERO.
           05  WS-EOF-DECEASED        PIC X(1)  VALUE 'N'.
               88  EOF-DECEASED           VALUE 'Y'.
           05  WS-DC-LOADED           PIC 9(4)  COMP VALUE ZERO.
           05  WS-DC-MAX              PIC 9(4)  COMP VALUE 2000.
           05  WS-DC-IX               PIC 9(4)  COMP VALUE ZERO.
           05  WS-DC-FLAG             PIC X(1)  VALUE 'N'.
               88  HOLDER-DECEASED        VALUE 'Y'.
           05  WS-DECEASED-EXPIRED    PIC 9(7)  COMP VALUE ZERO.

      *    Customers whose estates are still open - their orders
      *    must never emit again.
       01  WS-DC-TABLE.
           05  WS-DC-CUSTOMER OCCURS 2000 TIMES PIC X(10).

      *    Approved external-payment registrations, loaded once at
      *    1000-INIT - a handful of orders pay outside the bank, so
       COPY ACCTDATA.
       COPY PYHDATA.
       COPY ORIGDATA.
       COPY DECDATA.
       COPY BUSDATE.

       PROCEDURE DIVISION.
           PERFORM 1010-READ-BUSINESS-DATE
           MOVE BUS-DATE TO WS-TODAY-DATE-8
           PERFORM 1100-LOAD-ORIG-INSTRUCTIONS
           PERFORM 1200-LOAD-DECEASED
           OPEN I-O    STORDFILE
           OPEN OUTPUT STOPYMT
           OPEN OUTPUT ORIGQ
           END-PERFORM
           CLOSE ORIGINST.

       1200-LOAD-DECEASED.
      *    A full table would let a dead customer's orders keep
      *    paying - the run stops instead.
           OPEN INPUT DECEASED
           PERFORM UNTIL EOF-DECEASED
               READ DECEASED INTO DECEASED-RECORD
                   AT END MOVE 'Y' TO WS-EOF-DECEASED
               END-READ
               IF NOT EOF-DECEASED AND DEC-ESTATE-OPEN
                   IF WS-DC-LOADED < WS-DC-MAX
                       ADD 1 TO WS-DC-LOADED
                       MOVE DEC-CUSTOMER-ID
                           TO WS-DC-CUSTOMER(WS-DC-LOADED)
                   ELSE
                       DISPLAY 'STORDGEN DECEASED TABLE FULL - '
                               'RUN STOPPED'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-PERFORM
           CLOSE DECEASED.

       2000-PROCESS-ORDER.
           READ STORDFILE INTO STANDING-ORDER-RECORD
               AT END MOVE 'Y' TO WS-EOF-STORDFILE
                   DISPLAY 'STORDGEN ORDER ' SO-ORDER-ID
                           ' ACCOUNT FAILS CHECK-DIGIT TEST'
               END-IF
               IF SO-ACTIVE
                   PERFORM 2600-CHECK-DECEASED
                   IF HOLDER-DECEASED
                       PERFORM 4000-EXPIRE-ORDER
                       ADD 1 TO WS-DECEASED-EXPIRED
                       DISPLAY 'STORDGEN ORDER ' SO-ORDER-ID
                               ' EXPIRED - ACCOUNT HOLDER DECEASED'
                       REWRITE STORDFILE-REC FROM STANDING-ORDER-RECORD
                   END-IF
               END-IF
               IF SO-ACTIVE AND SO-NEXT-RUN-DATE <= WS-TODAY-DATE-8
                   IF SO-END-DATE NOT = SPACES
                           AND SO-END-DATE < SO-NEXT-RUN-DATE
               SUBTRACT 1 FROM WS-OIN-IX
           END-IF.

       2600-CHECK-DECEASED.
           MOVE 'N' TO WS-DC-FLAG
           PERFORM VARYING WS-DC-IX FROM 1 BY 1
                   UNTIL WS-DC-IX > WS-DC-LOADED
                   OR HOLDER-DECEASED
               IF SO-ACCOUNT-NUMBER(1:10) = WS-DC-CUSTOMER(WS-DC-IX)
                   MOVE 'Y' TO WS-DC-FLAG
               END-IF
           END-PERFORM.

       3600-EMIT-EXTERNAL-PAYMENT.
      *    An external-paying order really moves money out: the
      *    customer's funding DEBIT rides the normal STOPYMT feed
           ADD 1 TO WS-EMITTED-COUNT.

       3650-QUEUE-ORIGINATION.
           MOVE SPACES                   TO ORIG-QUEUE-RECORD
           MOVE SO-ORDER-ID              TO OQ-ORDER-ID
           MOVE SO-ACCOUNT-NUMBER(1:10)  TO OQ-CUSTOMER-ID
           MOVE WS-OIN-ROUTING(WS-OIN-IX) TO OQ-ROUTING
           DISPLAY 'STORDGEN PAYMENTS HELD: '   WS-HELD-COUNT
           DISPLAY 'STORDGEN EXTERNAL QUEUED: ' WS-EXT-COUNT
           DISPLAY 'STORDGEN EXTERNAL SKIPPED: ' WS-EXT-SKIPPED
           DISPLAY 'STORDGEN DECEASED EXPIRED: ' WS-DECEASED-EXPIRED
           CLOSE STORDFILE
                 STOPYMT
                 ORIGQ
