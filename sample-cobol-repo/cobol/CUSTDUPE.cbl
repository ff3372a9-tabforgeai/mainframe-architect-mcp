      *           report is review input for the branch: confirmed     *
      *           duplicates are keyed as merge pairs into CUSTMRGE's  *
      *           control file, nothing is merged automatically.       *
      *           The sorted extract is kept (DUPEXT) for the next     *
      *           run. SYSIN mode FULL (or blank) rebuilds it from the *
      *           whole of DBFILE and reports every group. DELTA,      *
      *           nightly, rebuilds it from the previous extract and   *
      *           CDCEXTR's end-of-cycle changed-customer key file -   *
      *           only listed customers are re-read from DBFILE, the   *
      *           rest carry forward - and reports only the groups     *
      *           with a member whose name, address, status or         *
      *           identity changed, plus how many customers it         *
      *           skipped. DELTA runs the full rebuild instead when    *
      *           the key file is empty, not for tonight or flags the  *
      *           scheduled full-pass night, or there is no previous   *
      *           extract.                                             *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    (none)                                               *
      * COPYBOOKS: CUSTMAST, BUSDATE, CDCDATA                          *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CUSTDUPE.
       FILE-CONTROL.
           SELECT DBFILE   ASSIGN TO UT-S-DBFILE
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS DYNAMIC
                           RECORD KEY   IS DBFILE-CUSTOMER-ID
                           ALTERNATE RECORD KEY IS DBFILE-ACCOUNT-NUMBER
                               WITH DUPLICATES.
           SELECT DUPERPT  ASSIGN TO UT-S-DUPERPT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT PRIOREXT ASSIGN TO UT-S-PRIOREXT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT PRIORSRT ASSIGN TO UT-S-PRIORSRT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT CDCKEYS  ASSIGN TO UT-S-CDCKEYS
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT BUSDATEF ASSIGN TO UT-S-BUSDATE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05  SORTWK-NAME            PIC X(40).
           05  SORTWK-ZIP             PIC X(10).
           05  FILLER                 PIC X(30).
      *    Customer-ID view, for turning the previous extract back
      *    into DBFILE order on a delta run.
       01  SORTWK-ID-REC.
           05  FILLER                 PIC X(50).
           05  SORTWK-CUSTOMER-ID     PIC X(10).
           05  FILLER                 PIC X(20).

       FD  SRTEXT
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  DUPERPT-REC                PIC X(133).

      *    Previous run's extract (name order), and the same re-sorted
      *    to customer-ID order - DELTA mode only.
       FD  PRIOREXT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PRIOREXT-REC               PIC X(80).

       FD  PRIORSRT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PRIORSRT-REC.
           05  FILLER                 PIC X(50).
           05  PRIORSRT-CUSTOMER-ID   PIC X(10).
           05  FILLER                 PIC X(09).
           05  PRIORSRT-CHANGED-FLAG  PIC X(01).
           05  FILLER                 PIC X(10).

      *    CDCEXTR's changed-customer key file (see CDCDATA).
       FD  CDCKEYS
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  CDCKEYS-REC                PIC X(60).

       FD  BUSDATEF
           RECORDING MODE IS F
           RECORD CONTAINS 30 CHARACTERS.
       01  BUSDATEF-REC               PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-CUSTDUPE-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'CUSTDUPE'.
               88  EOF-ADDRFILE           VALUE 'Y'.
           05  WS-EOF-SRTEXT          PIC X(1)  VALUE 'N'.
               88  EOF-SRTEXT             VALUE 'Y'.
           05  WS-EOF-PRIOR           PIC X(1)  VALUE 'N'.
               88  EOF-PRIOR              VALUE 'Y'.
           05  WS-EOF-CDCKEYS         PIC X(1)  VALUE 'N'.
               88  EOF-CDCKEYS            VALUE 'Y'.
           05  WS-RUN-MODE            PIC X(05) VALUE SPACES.
               88  MODE-FULL              VALUE 'FULL ' SPACES.
               88  MODE-DELTA             VALUE 'DELTA'.
           05  WS-PASS-TYPE           PIC X(01) VALUE 'F'.
               88  FULL-PASS              VALUE 'F'.
               88  DELTA-PASS             VALUE 'D'.
           05  WS-FULL-REASON         PIC X(30) VALUE SPACES.
           05  WS-CHANGED-FLAG        PIC X(01) VALUE 'N'.
           05  WS-GROUP-CHANGED       PIC X(01) VALUE 'N'.
               88  GROUP-CHANGED          VALUE 'Y'.
           05  WS-EXTRACT-COUNT       PIC 9(7)  COMP VALUE ZERO.
           05  WS-GROUP-COUNT         PIC 9(5)  COMP VALUE ZERO.
           05  WS-BASE-COUNT          PIC 9(9)  COMP VALUE ZERO.
           05  WS-REREAD-COUNT        PIC 9(9)  COMP VALUE ZERO.
           05  WS-CARRIED-COUNT       PIC 9(9)  COMP VALUE ZERO.
           05  WS-SKIP-COUNT          PIC 9(9)  COMP VALUE ZERO.
           05  WS-KEY-MISSING-COUNT   PIC 9(7)  COMP VALUE ZERO.
           05  WS-MEMBER-COUNT        PIC 9(5)  COMP VALUE ZERO.
           05  WS-MEMBER-LOADED       PIC 9(4)  COMP VALUE ZERO.
           05  WS-MEMBER-IX           PIC 9(4)  COMP VALUE ZERO.
           05  WS-BAL-RATIO-HI        PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-BAL-RATIO-LO        PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-COUNT-DISP          PIC ZZZZZZ9.
           05  EXT-CUSTOMER-ID        PIC X(10).
           05  EXT-BALANCE            PIC S9(13)V99 COMP-3.
           05  EXT-STATUS             PIC X(01).
      *        Y = re-read on a delta run for a change that can make
      *        or break a name match.
           05  EXT-CHANGED-FLAG       PIC X(01).
           05  FILLER                 PIC X(10).

      *    The previous extract record of the current name group -
      *    the break compares each record against the one before it.
           05  PRV-CUSTOMER-ID        PIC X(10).
           05  PRV-BALANCE            PIC S9(13)V99 COMP-3.
           05  PRV-STATUS             PIC X(01).
           05  PRV-CHANGED-FLAG       PIC X(01).
           05  FILLER                 PIC X(10).

      *    The current name group, held until its last member is read
      *    so a delta run can tell whether anyone in it changed. A
      *    name shared past the table's end is counted, not printed.
       01  WS-GROUP-TABLE.
           05  WS-GROUP-NAME          PIC X(40) VALUE SPACES.
           05  WS-MEMBER-ENTRY OCCURS 500 TIMES.
               10  WS-MEMBER-RECORD   PIC X(80).

       COPY CUSTMAST.
       COPY BUSDATE.
       COPY CDCDATA.

       PROCEDURE DIVISION.

       1000-INIT.
           ACCEPT WS-RUN-MODE FROM SYSIN
           IF NOT MODE-FULL AND NOT MODE-DELTA
               DISPLAY 'CUSTDUPE INVALID RUN MODE: ' WS-RUN-MODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF MODE-DELTA
               PERFORM 1050-OPEN-CHANGE-KEYS
           END-IF
           IF DELTA-PASS
               SORT SORTWK
                   ON ASCENDING KEY SORTWK-CUSTOMER-ID
                   USING PRIOREXT
                   GIVING PRIORSRT
               PERFORM 1300-MERGE-CHANGES
           ELSE
               PERFORM 1100-BUILD-EXTRACT
           END-IF
           SORT SORTWK
               ON ASCENDING KEY SORTWK-NAME
                                SORTWK-ZIP
           OPEN INPUT  SRTEXT
           OPEN OUTPUT DUPERPT
           PERFORM 1500-WRITE-HEADER
           PERFORM 2000-PROCESS-EXTRACT UNTIL EOF-SRTEXT
           PERFORM 9000-END.

       1050-OPEN-CHANGE-KEYS.
           OPEN INPUT BUSDATEF
           READ BUSDATEF INTO BUSINESS-DATE-RECORD
               AT END
                   MOVE FUNCTION CURRENT-DATE(1:8) TO BUS-DATE
           END-READ
           CLOSE BUSDATEF
           OPEN INPUT CDCKEYS
           READ CDCKEYS INTO CDC-HEADER-RECORD
               AT END
                   MOVE SPACES TO CDC-HEADER-RECORD
           END-READ
      *    The previous extract has to be there to carry forward.
           OPEN INPUT PRIOREXT
           READ PRIOREXT
               AT END MOVE 'Y' TO WS-EOF-PRIOR
           END-READ
           CLOSE PRIOREXT
           EVALUATE TRUE
               WHEN NOT CDH-HEADER
                   MOVE 'CHANGE KEY FILE EMPTY' TO WS-FULL-REASON
               WHEN CDH-BUSINESS-DATE NOT = BUS-DATE
                   MOVE 'CHANGE KEY FILE NOT FOR TONIGHT'
                       TO WS-FULL-REASON
               WHEN CDH-FULL-PASS-NIGHT
                   MOVE 'SCHEDULED FULL PASS' TO WS-FULL-REASON
               WHEN EOF-PRIOR
                   MOVE 'NO PREVIOUS EXTRACT' TO WS-FULL-REASON
               WHEN OTHER
                   SET DELTA-PASS TO TRUE
                   MOVE CDH-BASE-COUNT TO WS-BASE-COUNT
           END-EVALUATE
           MOVE 'N' TO WS-EOF-PRIOR
           IF FULL-PASS
               DISPLAY 'CUSTDUPE DELTA MODE - FULL PASS: '
                       WS-FULL-REASON
               CLOSE CDCKEYS
           END-IF.

       1100-BUILD-EXTRACT.
      *    Both masters ride customer-ID order, so the address merges
      *    on with a one-sided match; a customer with no ADDRFILE row
           END-READ.

       1200-EXTRACT-CUSTOMER.
           READ DBFILE NEXT RECORD INTO CUSTOMER-RECORD
               AT END MOVE 'Y' TO WS-EOF-DBFILE
           END-READ
           IF NOT EOF-DBFILE AND NOT STATUS-CLOSED
               MOVE 'N' TO WS-CHANGED-FLAG
               PERFORM 1210-WRITE-EXTRACT-RECORD
           END-IF.

       1210-WRITE-EXTRACT-RECORD.
           MOVE SPACES           TO WS-EXTRACT-RECORD
           MOVE CUSTOMER-NAME    TO EXT-NAME
           MOVE CUSTOMER-ID      TO EXT-CUSTOMER-ID
           MOVE CUSTOMER-BALANCE TO EXT-BALANCE
           MOVE ACCOUNT-STATUS   TO EXT-STATUS
           MOVE WS-CHANGED-FLAG  TO EXT-CHANGED-FLAG
           PERFORM UNTIL EOF-ADDRFILE
                   OR ADDRFILE-CUSTOMER-ID NOT < CUSTOMER-ID
               PERFORM 1150-READ-ADDRESS
           END-PERFORM
           IF NOT EOF-ADDRFILE
                   AND ADDRFILE-CUSTOMER-ID = CUSTOMER-ID
               MOVE ADDRFILE-ZIP TO EXT-ZIP
           END-IF
           WRITE EXTFILE-REC FROM WS-EXTRACT-RECORD
           ADD 1 TO WS-EXTRACT-COUNT.

       1300-MERGE-CHANGES.
      *    Previous extract, key file and ADDRFILE all ride customer-ID
      *    order. An unlisted customer's extract record carries forward
      *    as it stands; a listed one is re-read from DBFILE (dropped
      *    if closed or gone) and re-extracted with tonight's ZIP.
           OPEN INPUT  PRIORSRT
           OPEN INPUT  DBFILE
           OPEN INPUT  ADDRFILE
           OPEN OUTPUT EXTFILE
           PERFORM 1150-READ-ADDRESS
           PERFORM 1310-READ-PRIOR
           PERFORM 1320-READ-CHANGE-KEY
           PERFORM 1330-MERGE-NEXT UNTIL EOF-PRIOR AND EOF-CDCKEYS
           CLOSE PRIORSRT
                 DBFILE
                 ADDRFILE
                 EXTFILE
                 CDCKEYS.

       1310-READ-PRIOR.
           READ PRIORSRT
               AT END MOVE 'Y' TO WS-EOF-PRIOR
           END-READ.

       1320-READ-CHANGE-KEY.
      *    Next key whose change touches the extract - profile and
      *    account changes alone leave name, ZIP, balance and status
      *    as they were. Clearing the record forces at least one read.
           MOVE 'N'    TO WS-CHANGED-FLAG
           MOVE SPACES TO CDC-KEY-RECORD
           PERFORM UNTIL EOF-CDCKEYS
                   OR (CDC-KEY
                   AND (CDC-NEW-CUSTOMER OR CDC-NAME-CHANGED
                   OR CDC-STATUS-CHANGED OR CDC-BALANCE-CHANGED
                   OR CDC-ADDRESS-CHANGED OR CDC-OTHER-CHANGED))
               READ CDCKEYS INTO CDC-KEY-RECORD
                   AT END MOVE 'Y' TO WS-EOF-CDCKEYS
               END-READ
               IF NOT EOF-CDCKEYS AND CDC-RECORD-TYPE = 'Z'
                   MOVE 'Y' TO WS-EOF-CDCKEYS
               END-IF
           END-PERFORM
      *    A posting alone refreshes the balance quietly; the rest can
      *    make or break a name match and open the group for review.
           IF NOT EOF-CDCKEYS
                   AND (CDC-NEW-CUSTOMER OR CDC-NAME-CHANGED
                   OR CDC-STATUS-CHANGED OR CDC-ADDRESS-CHANGED
                   OR CDC-OTHER-CHANGED)
               MOVE 'Y' TO WS-CHANGED-FLAG
           END-IF.

       1330-MERGE-NEXT.
           IF NOT EOF-CDCKEYS
                   AND (EOF-PRIOR
                   OR CDC-CUSTOMER-ID NOT > PRIORSRT-CUSTOMER-ID)
               IF NOT EOF-PRIOR
                       AND CDC-CUSTOMER-ID = PRIORSRT-CUSTOMER-ID
                   PERFORM 1310-READ-PRIOR
               END-IF
               MOVE CDC-CUSTOMER-ID TO DBFILE-CUSTOMER-ID
               READ DBFILE INTO CUSTOMER-RECORD
                   KEY IS DBFILE-CUSTOMER-ID
                   INVALID KEY
                       ADD 1 TO WS-KEY-MISSING-COUNT
                   NOT INVALID KEY
                       ADD 1 TO WS-REREAD-COUNT
                       IF NOT STATUS-CLOSED
                           PERFORM 1210-WRITE-EXTRACT-RECORD
                       END-IF
               END-READ
               PERFORM 1320-READ-CHANGE-KEY
           ELSE
               MOVE 'N' TO PRIORSRT-CHANGED-FLAG
               WRITE EXTFILE-REC FROM PRIORSRT-REC
               ADD 1 TO WS-EXTRACT-COUNT
               ADD 1 TO WS-CARRIED-COUNT
               PERFORM 1310-READ-PRIOR
           END-IF.

       1500-WRITE-HEADER.
           READ SRTEXT INTO WS-EXTRACT-RECORD
               AT END MOVE 'Y' TO WS-EOF-SRTEXT
           END-READ
           IF EOF-SRTEXT OR EXT-NAME NOT = WS-GROUP-NAME
               PERFORM 2100-END-NAME-GROUP
               MOVE EXT-NAME TO WS-GROUP-NAME
               MOVE ZERO     TO WS-MEMBER-COUNT
                                WS-MEMBER-LOADED
               MOVE 'N'      TO WS-GROUP-CHANGED
           END-IF
           IF NOT EOF-SRTEXT
               ADD 1 TO WS-MEMBER-COUNT
               IF WS-MEMBER-LOADED < 500
                   ADD 1 TO WS-MEMBER-LOADED
                   MOVE WS-EXTRACT-RECORD
                       TO WS-MEMBER-RECORD(WS-MEMBER-LOADED)
               END-IF
               IF EXT-CHANGED-FLAG = 'Y'
                   MOVE 'Y' TO WS-GROUP-CHANGED
               END-IF
           END-IF.

       2100-END-NAME-GROUP.
      *    Two or more IDs under one name make a candidate group; a
      *    delta run reports it only if one of them changed. The
      *    opening member prints first and each one after it is
      *    signalled against the member before it.
           IF WS-MEMBER-COUNT > 1
                   AND (FULL-PASS OR GROUP-CHANGED)
               ADD 1 TO WS-GROUP-COUNT
               MOVE SPACES TO WS-RPT-LINE
               WRITE DUPERPT-REC FROM WS-RPT-LINE
               MOVE WS-MEMBER-RECORD(1) TO WS-PREV-RECORD
               PERFORM 2200-PRINT-PREV-MEMBER
               PERFORM VARYING WS-MEMBER-IX FROM 2 BY 1
                       UNTIL WS-MEMBER-IX > WS-MEMBER-LOADED
                   MOVE WS-MEMBER-RECORD(WS-MEMBER-IX)
                       TO WS-EXTRACT-RECORD
                   PERFORM 2300-PRINT-THIS-MEMBER
                   MOVE WS-EXTRACT-RECORD TO WS-PREV-RECORD
               END-PERFORM
               IF WS-MEMBER-COUNT > WS-MEMBER-LOADED
                   COMPUTE WS-COUNT-DISP =
                       WS-MEMBER-COUNT - WS-MEMBER-LOADED
                   MOVE SPACES TO WS-RPT-LINE
                   STRING '            ' WS-COUNT-DISP
                          ' MORE CUSTOMERS WITH THIS NAME'
                       DELIMITED SIZE INTO WS-RPT-LINE
                   WRITE DUPERPT-REC FROM WS-RPT-LINE
               END-IF
           END-IF.

       2200-PRINT-PREV-MEMBER.
           STRING 'CANDIDATE GROUPS:     ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE DUPERPT-REC FROM WS-RPT-LINE
           IF DELTA-PASS
      *        Skipped = customers on file the delta never read.
               IF WS-BASE-COUNT > WS-REREAD-COUNT
                   COMPUTE WS-SKIP-COUNT =
                       WS-BASE-COUNT - WS-REREAD-COUNT
               END-IF
               MOVE WS-REREAD-COUNT TO WS-COUNT-DISP
               MOVE SPACES TO WS-RPT-LINE
               STRING 'CUSTOMERS RE-READ:    ' WS-COUNT-DISP
                   DELIMITED SIZE INTO WS-RPT-LINE
               WRITE DUPERPT-REC FROM WS-RPT-LINE
               MOVE WS-CARRIED-COUNT TO WS-COUNT-DISP
               MOVE SPACES TO WS-RPT-LINE
               STRING 'CUSTOMERS CARRIED:    ' WS-COUNT-DISP
                   DELIMITED SIZE INTO WS-RPT-LINE
               WRITE DUPERPT-REC FROM WS-RPT-LINE
               MOVE WS-SKIP-COUNT TO WS-COUNT-DISP
               MOVE SPACES TO WS-RPT-LINE
               STRING 'CUSTOMERS SKIPPED:    ' WS-COUNT-DISP
                      '  (DELTA - NOT CHANGED TODAY)'
                   DELIMITED SIZE INTO WS-RPT-LINE
               WRITE DUPERPT-REC FROM WS-RPT-LINE
               MOVE WS-KEY-MISSING-COUNT TO WS-COUNT-DISP
               MOVE SPACES TO WS-RPT-LINE
               STRING 'KEYS NOT ON DBFILE:   ' WS-COUNT-DISP
                   DELIMITED SIZE INTO WS-RPT-LINE
               WRITE DUPERPT-REC FROM WS-RPT-LINE
               MOVE WS-SKIP-COUNT TO WS-COUNT-DISP
               DISPLAY 'CUSTDUPE DELTA - CUSTOMERS SKIPPED: '
                       WS-COUNT-DISP
           END-IF
           MOVE WS-GROUP-COUNT TO WS-COUNT-DISP
           DISPLAY 'CUSTDUPE CANDIDATE GROUPS: ' WS-COUNT-DISP
           CLOSE SRTEXT
