      *           closed-accounts history file and deletes it from    *
      *           the active DBFILE - instead of someone flipping     *
      *           ACCOUNT-STATUS to 'C' and leaving the record to     *
      *           sit in DBFILE forever. Closing a deceased           *
      *           customer's estate account settles the estate on     *
      *           the DECEASED file, taking it off DECDRPT's work     *
      *           report.                                             *
      * AUTHOR:   TABFORGE-AI                                         *
      * CALLS:    STMTBLD, FMTAMT, ERRHANDR                           *
      * COPYBOOKS: CUSTMAST, ACCTDATA, DEPRATE, FEESCHED, ERRDATA,    *
      *            DECDATA, BUSDATE                                   *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     ACCTCLSE.
           SELECT CLSRPT   ASSIGN TO UT-S-CLSRPT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT DECEASED ASSIGN TO UT-S-DECEASED
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS RANDOM
                           RECORD KEY   IS DECEASED-KEY
                           FILE STATUS  IS WS-DECEASED-STATUS.
           SELECT BUSDATEF ASSIGN TO UT-S-BUSDATE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           RECORD CONTAINS 133 CHARACTERS.
       01  CLSRPT-REC                 PIC X(133).

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
           05  WS-FORMATTED-AMT       PIC X(18) VALUE SPACES.
           05  WS-COUNT-DISP          PIC ZZZZ9.
           05  WS-RPT-LINE            PIC X(133) VALUE SPACES.
           05  WS-DECEASED-STATUS     PIC X(2)  VALUE SPACES.
           05  WS-SETTLED-COUNT       PIC 9(5)  COMP VALUE ZERO.

       COPY CUSTMAST.
       COPY ACCTDATA.
       COPY DEPRATE.
       COPY FEESCHED.
       COPY ERRDATA.
       COPY DECDATA.
       COPY BUSDATE.

       PROCEDURE DIVISION.
           OPEN OUTPUT PAYOUTF
           OPEN EXTEND CLOSHIST
           OPEN OUTPUT CLSRPT
           OPEN I-O    DECEASED
           PERFORM 1500-WRITE-HEADER
           PERFORM 2000-PROCESS-REQUEST UNTIL EOF-CLSREQ
           PERFORM 9000-END.
           PERFORM 3300-WRITE-CLOSING-STATEMENT
           PERFORM 3400-WRITE-PAYOUT
           PERFORM 3500-ARCHIVE-AND-REMOVE
           PERFORM 3600-SETTLE-ESTATE
           ADD 1 TO WS-CLOSED-COUNT.

       3100-ACCRUE-FINAL-INTEREST.
                  DELIMITED SIZE INTO WS-RPT-LINE
           WRITE CLSRPT-REC FROM WS-RPT-LINE.

       3600-SETTLE-ESTATE.
      *    Only a customer DECDMNT recorded as deceased has a row;
      *    the closure is the end of the estate's work.
           MOVE CUSTOMER-ID TO DECEASED-KEY
           READ DECEASED INTO DECEASED-RECORD
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF DEC-ESTATE-OPEN
                       SET DEC-ESTATE-SETTLED TO TRUE
                       MOVE BUS-DATE TO DEC-SETTLED-DATE
                       REWRITE DECEASED-REC FROM DECEASED-RECORD
                       ADD 1 TO WS-SETTLED-COUNT
                       MOVE SPACES TO WS-RPT-LINE
                       STRING CUSTOMER-ID DELIMITED SIZE
                              '  ESTATE SETTLED - DATE OF DEATH '
                              DELIMITED SIZE
                              DEC-DATE-OF-DEATH DELIMITED SIZE
                              INTO WS-RPT-LINE
                       WRITE CLSRPT-REC FROM WS-RPT-LINE
                   END-IF
           END-READ.

       9000-END.
           CALL 'FMTAMT' USING WS-PAYOUT-TOTAL
                               WS-FORMATTED-AMT
                 PAYOUTF
                 CLOSHIST
                 CLSRPT
                 DECEASED
           DISPLAY 'ACCTCLSE REQUESTS READ: ' WS-READ-COUNT
           DISPLAY 'ACCTCLSE CLOSED:        ' WS-CLOSED-COUNT
           DISPLAY 'ACCTCLSE REJECTED:      ' WS-REJECT-COUNT
           DISPLAY 'ACCTCLSE ESTATES SETTLED: ' WS-SETTLED-COUNT
           IF WS-REJECT-COUNT > ZERO
               MOVE RC-WARNING TO WS-RETURN-CODE
           ELSE
