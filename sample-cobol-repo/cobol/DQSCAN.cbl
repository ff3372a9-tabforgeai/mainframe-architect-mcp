      *           report before the cycle reaches the posting steps.   *
      *           Ends RC=4 when anything was found (cycle continues), *
      *           RC=0 clean.                                          *
      *           SYSIN mode FULL (or blank) checks every customer     *
      *           record; DELTA checks only the customers on the       *
      *           start-of-cycle CDCKEYS changed-customer file whose   *
      *           DBFILE record changed (address- and account-only     *
      *           changes leave it as it was), read at random, and     *
      *           reports how many it skipped. The other files are     *
      *           scanned in full either way. DELTA falls back to the  *
      *           full walk when the key file is empty, not for        *
      *           tonight, or flags the scheduled full-pass night.     *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    (none)                                               *
      * COPYBOOKS: CUSTMAST, LOANDATA, APPLDATA, TDDATA, DISPDATA,     *
      *           RELDATA, STORDATA, BUSDATE, CDCDATA                  *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     DQSCAN.
           SELECT DQRPT    ASSIGN TO UT-S-DQRPT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT BUSDATEF ASSIGN TO UT-S-BUSDATE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT CDCKEYS  ASSIGN TO UT-S-CDCKEYS
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 133 CHARACTERS.
       01  DQRPT-REC                  PIC X(133).

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
       01  WS-DQSCAN-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'DQSCAN'.
           05  WS-EOF-SCAN            PIC X(1)  VALUE 'N'.
               88  EOF-SCAN               VALUE 'Y'.
           05  WS-RUN-MODE            PIC X(05) VALUE SPACES.
               88  MODE-FULL              VALUE 'FULL ' SPACES.
               88  MODE-DELTA             VALUE 'DELTA'.
           05  WS-PASS-TYPE           PIC X(01) VALUE 'F'.
               88  FULL-PASS              VALUE 'F'.
               88  DELTA-PASS             VALUE 'D'.
           05  WS-FULL-REASON         PIC X(30) VALUE SPACES.
           05  WS-EOF-CDCKEYS         PIC X(01) VALUE 'N'.
               88  EOF-CDCKEYS            VALUE 'Y'.
           05  WS-CUST-FOUND          PIC X(01) VALUE 'N'.
               88  CUST-FOUND             VALUE 'Y'.
           05  WS-BASE-COUNT          PIC 9(9)  COMP VALUE ZERO.
           05  WS-CUST-READ-COUNT     PIC 9(9)  COMP VALUE ZERO.
           05  WS-SKIP-COUNT          PIC 9(9)  COMP VALUE ZERO.
           05  WS-KEY-MISSING-COUNT   PIC 9(7)  COMP VALUE ZERO.
           05  WS-PROBE-RESULT        PIC X(1)  VALUE 'N'.
               88  PROBE-EXISTS           VALUE 'E'.
               88  PROBE-MISSING          VALUE 'M'.
       COPY DISPDATA.
       COPY RELDATA.
       COPY STORDATA.
       COPY BUSDATE.
       COPY CDCDATA.

       PROCEDURE DIVISION.

       1000-INIT.
           ACCEPT WS-RUN-MODE FROM SYSIN
           IF NOT MODE-FULL AND NOT MODE-DELTA
               DISPLAY 'DQSCAN INVALID RUN MODE: ' WS-RUN-MODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT BUSDATEF
           READ BUSDATEF INTO BUSINESS-DATE-RECORD
               AT END
                   MOVE FUNCTION CURRENT-DATE(1:8) TO BUS-DATE
           END-READ
           CLOSE BUSDATEF
           IF MODE-DELTA
               PERFORM 1050-OPEN-CHANGE-KEYS
           END-IF
           OPEN INPUT  DBFILE
           OPEN OUTPUT DQRPT
           PERFORM 1500-WRITE-HEADER
           PERFORM 3600-SCAN-OD-LINKS
           PERFORM 9000-END.

       1050-OPEN-CHANGE-KEYS.
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
               DISPLAY 'DQSCAN DELTA MODE - FULL PASS: '
                       WS-FULL-REASON
           END-IF.

       1500-WRITE-HEADER.
           MOVE SPACES TO WS-RPT-LINE
           MOVE 'NIGHTLY DATA-QUALITY SCAN' TO WS-RPT-LINE

       2000-SCAN-CUSTOMER-MASTER.
           MOVE 'N' TO WS-EOF-SCAN
           IF DELTA-PASS
               PERFORM 2050-CHECK-CHANGED-CUSTOMER UNTIL EOF-SCAN
           ELSE
               OPEN INPUT DBSCAN
               PERFORM 2100-CHECK-CUSTOMER UNTIL EOF-SCAN
               CLOSE DBSCAN
           END-IF.

       2050-CHECK-CHANGED-CUSTOMER.
      *    Next customer whose DBFILE record changed, through the
      *    random FD - the scan FD is never opened on a delta pass.
      *    A key whose customer is no longer on file is counted.
           MOVE 'N' TO WS-CUST-FOUND
           PERFORM UNTIL CUST-FOUND OR EOF-SCAN
               READ CDCKEYS INTO CDC-KEY-RECORD
                   AT END MOVE 'Y' TO WS-EOF-SCAN
               END-READ
               IF NOT EOF-SCAN AND CDC-RECORD-TYPE = 'Z'
                   MOVE 'Y' TO WS-EOF-SCAN
               END-IF
               IF NOT EOF-SCAN AND CDC-KEY
                       AND (CDC-NEW-CUSTOMER OR CDC-NAME-CHANGED
                       OR CDC-STATUS-CHANGED OR CDC-BALANCE-CHANGED
                       OR CDC-PROFILE-CHANGED OR CDC-OTHER-CHANGED)
                   MOVE CDC-CUSTOMER-ID TO DBFILE-CUSTOMER-ID
                   READ DBFILE INTO CUSTOMER-RECORD
                       KEY IS DBFILE-CUSTOMER-ID
                       INVALID KEY
                           ADD 1 TO WS-KEY-MISSING-COUNT
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-CUST-FOUND
                   END-READ
               END-IF
           END-PERFORM
           IF CUST-FOUND
               PERFORM 2110-CHECK-CUSTOMER-FIELDS
           END-IF.

       2100-CHECK-CUSTOMER.
           READ DBSCAN INTO CUSTOMER-RECORD
               AT END MOVE 'Y' TO WS-EOF-SCAN
           END-READ
           IF NOT EOF-SCAN
               PERFORM 2110-CHECK-CUSTOMER-FIELDS
           END-IF.

       2110-CHECK-CUSTOMER-FIELDS.
           ADD 1 TO WS-RECORDS-SCANNED
           ADD 1 TO WS-CUST-READ-COUNT
           MOVE 'DBFILE'      TO WS-FIND-FILE
           MOVE CUSTOMER-ID  TO WS-FIND-KEY
           IF CUSTOMER-BALANCE NOT NUMERIC
               MOVE 1 TO WS-FIND-SEV
               MOVE 'CUSTOMER-BALANCE NOT VALID PACKED'
                   TO WS-FIND-TEXT
               PERFORM 8000-REPORT-FINDING
           END-IF
           IF CUST-TXN-AMOUNT NOT NUMERIC
               MOVE 1 TO WS-FIND-SEV
               MOVE 'CUST-TXN-AMOUNT NOT VALID PACKED'
                   TO WS-FIND-TEXT
               PERFORM 8000-REPORT-FINDING
           END-IF
           IF CUST-YTD-INTEREST NOT NUMERIC
               MOVE 1 TO WS-FIND-SEV
               MOVE 'CUST-YTD-INTEREST NOT VALID PACKED'
                   TO WS-FIND-TEXT
               PERFORM 8000-REPORT-FINDING
           END-IF
           IF CUSTOMER-INCOME NOT NUMERIC
               MOVE 1 TO WS-FIND-SEV
               MOVE 'CUSTOMER-INCOME NOT VALID PACKED'
                   TO WS-FIND-TEXT
               PERFORM 8000-REPORT-FINDING
           END-IF
           IF NOT STATUS-ACTIVE AND NOT STATUS-SUSPENDED
                   AND NOT STATUS-CLOSED AND NOT STATUS-DORMANT
                   AND NOT STATUS-ESTATE
               MOVE 3 TO WS-FIND-SEV
               MOVE 'ACCOUNT-STATUS NOT A KNOWN VALUE'
                   TO WS-FIND-TEXT
               PERFORM 8000-REPORT-FINDING
           END-IF.

       3000-SCAN-LOANFILE.
           STRING 'SEV3 (WARNINGS):        ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE DQRPT-REC FROM WS-RPT-LINE
           IF DELTA-PASS
      *        Skipped = customers on file the delta never read.
               IF WS-BASE-COUNT > WS-CUST-READ-COUNT
                   COMPUTE WS-SKIP-COUNT =
                       WS-BASE-COUNT - WS-CUST-READ-COUNT
               END-IF
               MOVE WS-SKIP-COUNT TO WS-COUNT-DISP
               MOVE SPACES TO WS-RPT-LINE
               STRING 'CUSTOMERS SKIPPED:      ' WS-COUNT-DISP
                      '  (DELTA - NOT CHANGED TODAY)'
                   DELIMITED SIZE INTO WS-RPT-LINE
               WRITE DQRPT-REC FROM WS-RPT-LINE
               MOVE WS-KEY-MISSING-COUNT TO WS-COUNT-DISP
               MOVE SPACES TO WS-RPT-LINE
               STRING 'KEYS NOT ON DBFILE:     ' WS-COUNT-DISP
                   DELIMITED SIZE INTO WS-RPT-LINE
               WRITE DQRPT-REC FROM WS-RPT-LINE
               MOVE WS-SKIP-COUNT TO WS-COUNT-DISP
               DISPLAY 'DQSCAN DELTA - CUSTOMERS SKIPPED: '
                       WS-COUNT-DISP
           END-IF
           MOVE WS-SEV1-COUNT TO WS-COUNT-DISP
           DISPLAY 'DQSCAN SEV1 FINDINGS: ' WS-COUNT-DISP
           IF MODE-DELTA
               CLOSE CDCKEYS
           END-IF
           CLOSE DBFILE
                 DQRPT
           IF WS-SEV1-COUNT > ZERO OR WS-SEV2-COUNT > ZERO
