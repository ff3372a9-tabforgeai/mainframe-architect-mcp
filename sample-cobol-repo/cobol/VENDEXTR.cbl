      *           proves before loading. Runs after BANKNITE so the    *
      *           app opens each morning on last night's postings;     *
      *           VENDDLTA keeps it fresh through the day.              *
      *           Run mode comes from SYSIN: FULL (or no SYSIN) walks  *
      *           the whole base as above; DELTA reads CDCEXTR's       *
      *           changed-customer key file and sends a 'D' extract of *
      *           only the listed customers, read at random - closed   *
      *           ones included so the vendor can drop them - unless   *
      *           the key file calls for the scheduled full pass, is   *
      *           not for tonight's business date, or is empty, when   *
      *           the full extract goes instead. A delta run reports   *
      *           how many customers it skipped.                       *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    (none)                                               *
      * COPYBOOKS: CUSTMAST, ACCTDATA, VENDDATA, BUSDATE, PRIVDATA,    *
      *            CDCDATA                                             *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     VENDEXTR.
       FILE-CONTROL.
           SELECT DBFILE   ASSIGN TO UT-S-DBFILE
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS DYNAMIC
                           RECORD KEY   IS DBFILE-CUSTOMER-ID
                           ALTERNATE RECORD KEY IS DBFILE-ACCOUNT-NUMBER
                               WITH DUPLICATES.
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
           SELECT CDCKEYS  ASSIGN TO UT-S-CDCKEYS
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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
       01  BUSDATEF-REC               PIC X(30).

      *    CDCEXTR's changed-customer key file (see CDCDATA), DELTA
      *    mode only.
       FD  CDCKEYS
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  CDCKEYS-REC                PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-VENDEXTR-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'VENDEXTR'.
           05  WS-RUN-MODE            PIC X(05) VALUE SPACES.
               88  MODE-FULL              VALUE 'FULL ' SPACES.
               88  MODE-DELTA             VALUE 'DELTA'.
           05  WS-PASS-TYPE           PIC X(01) VALUE 'F'.
               88  FULL-PASS              VALUE 'F'.
               88  DELTA-PASS             VALUE 'D'.
           05  WS-FULL-REASON         PIC X(30) VALUE SPACES.
           05  WS-CUST-FOUND          PIC X(1)  VALUE 'N'.
               88  CUST-FOUND             VALUE 'Y'.
           05  WS-BASE-COUNT          PIC 9(9)  COMP VALUE ZERO.
           05  WS-READ-COUNT          PIC 9(9)  COMP VALUE ZERO.
           05  WS-SKIP-COUNT          PIC 9(9)  COMP VALUE ZERO.
           05  WS-ADDR-ONLY-COUNT     PIC 9(9)  COMP VALUE ZERO.
           05  WS-KEY-MISSING-COUNT   PIC 9(9)  COMP VALUE ZERO.
           05  WS-EOF-DBFILE          PIC X(1)  VALUE 'N'.
               88  EOF-DBFILE             VALUE 'Y'.
           05  WS-EOF-TRANFILE        PIC X(1)  VALUE 'N'.
           05  WS-TOTAL-BALANCE       PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-STAMP               PIC X(26) VALUE SPACES.
           05  WS-COUNT-DISP          PIC ZZZZZZZZ9.
           05  WS-SUPPRESS-COUNT      PIC 9(9)  COMP VALUE ZERO.

       COPY CUSTMAST.
       COPY ACCTDATA.
       COPY VENDDATA.
       COPY BUSDATE.
       COPY PRIVDATA.
       COPY CDCDATA.

       PROCEDURE DIVISION.

       1000-INIT.
      *    SYSIN line 1: run mode, FULL (the default when there is no
      *    SYSIN) or DELTA. Anything else stops the run rather than
      *    guessing what the vendor should be sent.
           ACCEPT WS-RUN-MODE FROM SYSIN
           IF NOT MODE-FULL AND NOT MODE-DELTA
               DISPLAY 'VENDEXTR INVALID RUN MODE: ' WS-RUN-MODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT BUSDATEF
           READ BUSDATEF INTO BUSINESS-DATE-RECORD
               AT END
           END-READ
           CLOSE BUSDATEF
           OPEN INPUT  DBFILE
           IF MODE-DELTA
               PERFORM 1050-OPEN-CHANGE-KEYS
           END-IF
           OPEN INPUT  PRIVOPT
           OPEN INPUT  TRANFILE
           OPEN OUTPUT VENDOUT
           PERFORM 1100-WRITE-HEADER
           PERFORM 2000-EXTRACT-CUSTOMER UNTIL EOF-DBFILE
           PERFORM 9000-END.

       1050-OPEN-CHANGE-KEYS.
      *    The delta goes only when tonight's key file is there and
      *    does not call for the scheduled full pass; otherwise the
      *    vendor gets the full extract as on any other night.
           OPEN INPUT CDCKEYS
           READ CDCKEYS INTO CDC-HEADER-RECORD
               AT END
                   MOVE SPACES TO CDC-HEADER-RECORD
           END-READ
           EVALUATE TRUE
               WHEN NOT CDH-HEADER
                   MOVE 'CHANGE KEY FILE EMPTY' TO WS-FULL-REASON
               WHEN CDH-BUSINESS-DATE NOT = BUS-DATE
                   MOVE 'CHANGE KEY FILE NOT FOR TONIGHT'
                       TO WS-FULL-REASON
               WHEN CDH-FULL-PASS-NIGHT
                   MOVE 'SCHEDULED FULL PASS' TO WS-FULL-REASON
               WHEN OTHER
                   SET DELTA-PASS TO TRUE
                   MOVE CDH-BASE-COUNT TO WS-BASE-COUNT
           END-EVALUATE
           IF FULL-PASS
               DISPLAY 'VENDEXTR DELTA MODE - FULL EXTRACT SENT: '
                       WS-FULL-REASON
           END-IF.

       1100-WRITE-HEADER.
           MOVE SPACES TO VENDOR-HEADER-RECORD
           MOVE 'H' TO VH-RECORD-TYPE
           IF DELTA-PASS
               SET VH-DELTA TO TRUE
           ELSE
               SET VH-FULL TO TRUE
           END-IF
           MOVE BUS-DATE TO VH-EXTRACT-DATE
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           MOVE WS-STAMP(9:8) TO VH-EXTRACT-TIME
           END-IF.

       2000-EXTRACT-CUSTOMER.
           IF DELTA-PASS
               PERFORM 2050-READ-CHANGED-CUSTOMER
           ELSE
               READ DBFILE NEXT RECORD INTO CUSTOMER-RECORD
                   AT END MOVE 'Y' TO WS-EOF-DBFILE
               END-READ
           END-IF
           IF NOT EOF-DBFILE
               ADD 1 TO WS-READ-COUNT
               IF STATUS-CLOSED
      *            Closed customers fall off the app; their
      *            transactions (if any) are skipped past so the
      *            merge stays in step. A delta has to tell the
      *            vendor to drop one that closed today, so there the
      *            customer record still goes, closed status and all.
                   IF DELTA-PASS
                       PERFORM 2100-WRITE-CUSTOMER
                   END-IF
                   PERFORM 2300-SKIP-TRANSACTIONS
               ELSE
                   PERFORM 2100-WRITE-CUSTOMER
               END-IF
           END-IF.

       2050-READ-CHANGED-CUSTOMER.
      *    Next listed customer, read at random. The key file rides
      *    customer-ID order like DBFILE, so the TRANFILE merge holds.
      *    An address-only change carries nothing the vendor layout
      *    holds; a key whose customer is no longer on DBFILE (purged
      *    since) is counted and passed over.
           MOVE 'N' TO WS-CUST-FOUND
           PERFORM UNTIL CUST-FOUND OR EOF-DBFILE
               READ CDCKEYS INTO CDC-KEY-RECORD
                   AT END MOVE 'Y' TO WS-EOF-DBFILE
               END-READ
               IF NOT EOF-DBFILE
                   EVALUATE TRUE
                       WHEN CDC-RECORD-TYPE = 'Z'
                           MOVE 'Y' TO WS-EOF-DBFILE
                       WHEN NOT CDC-KEY
                           CONTINUE
                       WHEN CDC-CHANGE-KINDS = 'NNNNNYNN'
                           ADD 1 TO WS-ADDR-ONLY-COUNT
                       WHEN OTHER
                           MOVE CDC-CUSTOMER-ID TO DBFILE-CUSTOMER-ID
                           READ DBFILE INTO CUSTOMER-RECORD
                               KEY IS DBFILE-CUSTOMER-ID
                               INVALID KEY
                                   ADD 1 TO WS-KEY-MISSING-COUNT
                               NOT INVALID KEY
                                   MOVE 'Y' TO WS-CUST-FOUND
                           END-READ
                   END-EVALUATE
               END-IF
           END-PERFORM.

       2100-WRITE-CUSTOMER.
           ADD 1 TO WS-CUST-COUNT
           ADD CUSTOMER-BALANCE TO WS-TOTAL-BALANCE
           MOVE ACCOUNT-STATUS   TO VC-STATUS
           MOVE CUSTOMER-SEGMENT TO VC-SEGMENT
           MOVE CURRENCY-CODE    TO VC-CURRENCY
           PERFORM 2150-SET-MARKETING-FLAG
           WRITE VENDOUT-REC FROM VENDOR-CUSTOMER-RECORD.

       2200-WRITE-TRANSACTIONS.
               PERFORM 1200-READ-TRANSACTION
           END-PERFORM.

       2150-SET-MARKETING-FLAG.
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
           DISPLAY 'VENDEXTR CUSTOMERS EXTRACTED: ' WS-COUNT-DISP
           MOVE WS-TXN-COUNT TO WS-COUNT-DISP
           DISPLAY 'VENDEXTR TRANSACTIONS:        ' WS-COUNT-DISP
           MOVE WS-SUPPRESS-COUNT TO WS-COUNT-DISP
           DISPLAY 'VENDEXTR MARKETING SUPPRESSED: ' WS-COUNT-DISP
           IF DELTA-PASS
      *        Skipped = customers on file the delta never read.
               IF WS-BASE-COUNT > WS-READ-COUNT
                   COMPUTE WS-SKIP-COUNT =
                       WS-BASE-COUNT - WS-READ-COUNT
               END-IF
               MOVE WS-SKIP-COUNT TO WS-COUNT-DISP
               DISPLAY 'VENDEXTR DELTA - CUSTOMERS SKIPPED: '
                       WS-COUNT-DISP
               MOVE WS-ADDR-ONLY-COUNT TO WS-COUNT-DISP
               DISPLAY 'VENDEXTR DELTA - ADDRESS-ONLY KEYS: '
                       WS-COUNT-DISP
               MOVE WS-KEY-MISSING-COUNT TO WS-COUNT-DISP
               DISPLAY 'VENDEXTR DELTA - KEYS NOT ON DBFILE: '
                       WS-COUNT-DISP
           END-IF
           IF MODE-DELTA
               CLOSE CDCKEYS
           END-IF
           CLOSE DBFILE
                 PRIVOPT
                 TRANFILE
                 VENDOUT
           STOP RUN.
