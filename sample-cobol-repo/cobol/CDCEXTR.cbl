      *----------------------------------------------------------------*
      * PROGRAM:  CDCEXTR                                              *
      * PURPOSE:  Changed-customer key file (see CDCDATA). Reads the   *
      *           DBAUDIT before/after images stamped since the last   *
      *           run, the ADDRFILE rows and ACCTMST accounts updated  *
      *           since the last end-of-cycle cut, and (end cut only)  *
      *           the night's start-cut key file; sorts them to        *
      *           customer order and folds each customer's records     *
      *           into one key carrying every kind of change seen.     *
      *           VENDEXTR, KYCRSCAN, DQSCAN and CUSTDUPE read the     *
      *           file in their DELTA mode and touch only the listed   *
      *           customers instead of walking the whole DBFILE.       *
      *           Runs twice a night, the cut from SYSIN:              *
      *             START - right after BDATESET: the online day, for  *
      *                     DQSCAN ahead of the posting steps          *
      *             END   - after the posting and interest steps: the  *
      *                     start cut plus everything the night's      *
      *                     batch changed, for the jobs that run after *
      *                     the cycle                                  *
      *           SYSIN also names the full-pass weekday (0 = Sunday   *
      *           through 6 = Saturday, as BDATESET counts them); on   *
      *           that weekday, at month end, and on a first run with  *
      *           no high-water mark the header tells the delta-mode   *
      *           readers to make their full pass instead. The high-   *
      *           water mark moves on CDCSTATE, generation in and      *
      *           generation out.                                      *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    (none)                                               *
      * COPYBOOKS: CDCDATA, ACCTMST, CTLDATA, ERRDATA, BUSDATE         *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CDCEXTR.
       AUTHOR.         TABFORGE-AI.
       DATE-WRITTEN.   2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSDATEF ASSIGN TO UT-S-BUSDATE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT STATEIN  ASSIGN TO UT-S-STATEIN
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT STATEOUT ASSIGN TO UT-S-STATEOUT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT CTLTOTFILE ASSIGN TO UT-S-CTLTOTAL
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT AUDITFILE ASSIGN TO UT-S-DBAUDIT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT ADDRFILE ASSIGN TO UT-S-ADDRFILE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT ACCTMAST ASSIGN TO UT-S-ACCTMAST
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS SEQUENTIAL
                           RECORD KEY   IS AMF-ACCOUNT-NUMBER.
           SELECT CDCPRIOR ASSIGN TO UT-S-CDCPRIOR
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT WRKFILE  ASSIGN TO UT-S-WRKFILE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT SORTWK1  ASSIGN TO UT-S-SORTWK.
           SELECT SRTWRK   ASSIGN TO UT-S-SRTWRK
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT CDCKEYS  ASSIGN TO UT-S-CDCKEYS
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT CDCRPT   ASSIGN TO UT-S-CDCRPT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATEF
           RECORDING MODE IS F
           RECORD CONTAINS 30 CHARACTERS.
       01  BUSDATEF-REC               PIC X(30).

      *    CDCEXTR's high-water mark (see CDCDATA), generation in and
      *    generation out.
       FD  STATEIN
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  STATEIN-REC                PIC X(80).

       FD  STATEOUT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  STATEOUT-REC               PIC X(80).

       FD  CTLTOTFILE
           RECORDING MODE IS F
           RECORD CONTAINS 54 CHARACTERS.
       01  CTLTOTFILE-REC             PIC X(54).

      *    Same layout as DBUPD01's AUDITFILE FD - before/after image
      *    of the DBFILE record, customer master at the front.
       FD  AUDITFILE
           RECORDING MODE IS F
           RECORD CONTAINS 846 CHARACTERS.
       01  AUDITFILE-REC.
           05  AUDIT-CUSTOMER-ID      PIC X(10).
           05  AUDIT-ACTION           PIC X(10).
           05  AUDIT-TIMESTAMP        PIC X(26).
           05  AUDIT-BEFORE-IMAGE     PIC X(400).
           05  AUDIT-AFTER-IMAGE      PIC X(400).

      *    Same layout as NIXIE01/STMTPRT's ADDRFILE FD.
       FD  ADDRFILE
           RECORDING MODE IS F
           RECORD CONTAINS 114 CHARACTERS.
       01  ADDRFILE-REC.
           05  ADDRFILE-CUSTOMER-ID   PIC X(10).
           05  ADDRFILE-LINE-1        PIC X(30).
           05  ADDRFILE-LINE-2        PIC X(30).
           05  ADDRFILE-CITY          PIC X(20).
           05  ADDRFILE-STATE         PIC X(02).
           05  ADDRFILE-ZIP           PIC X(10).
           05  ADDRFILE-COUNTRY       PIC X(03).
           05  ADDRFILE-VALID-FLAG    PIC X(01).
           05  ADDRFILE-LAST-UPDATE   PIC X(08).

       FD  ACCTMAST
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  ACCTMAST-REC.
           05  AMF-ACCOUNT-NUMBER     PIC X(12).
           05  FILLER                 PIC X(88).

      *    Tonight's start-cut key file on the end cut; DUMMY on the
      *    start cut.
       FD  CDCPRIOR
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  CDCPRIOR-REC               PIC X(60).

      *    One CDC-KEY-RECORD per source record, single kind set,
      *    before the sort folds them per customer.
       FD  WRKFILE
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  WRKFILE-REC                PIC X(60).

       SD  SORTWK1
           RECORD CONTAINS 60 CHARACTERS.
       01  SORTWK1-REC.
           05  FILLER                 PIC X(01).
           05  SCK-CUSTOMER-ID        PIC X(10).
           05  FILLER                 PIC X(49).

       FD  SRTWRK
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  SRTWRK-REC                 PIC X(60).

       FD  CDCKEYS
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  CDCKEYS-REC                PIC X(60).

       FD  CDCRPT
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  CDCRPT-REC                 PIC X(133).

       WORKING-STORAGE SECTION.
       01  WS-CDCEXTR-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'CDCEXTR'.
           05  WS-EOF-INPUT           PIC X(1)  VALUE 'N'.
               88  EOF-INPUT              VALUE 'Y'.
           05  WS-EOF-SORTED          PIC X(1)  VALUE 'N'.
               88  EOF-SORTED             VALUE 'Y'.
           05  WS-KEY-OPEN            PIC X(1)  VALUE 'N'.
               88  KEY-OPEN               VALUE 'Y'.
           05  WS-NO-STATE-FLAG       PIC X(1)  VALUE 'N'.
               88  NO-STATE               VALUE 'Y'.
           05  WS-RERUN-FLAG          PIC X(1)  VALUE 'N'.
               88  CUT-RERUN              VALUE 'Y'.
           05  WS-CTL-FOUND-FLAG      PIC X(1)  VALUE 'N'.
               88  CTL-BASE-FOUND         VALUE 'Y'.
      *    SYSIN line 1: cut in columns 1-5, full-pass weekday in
      *    column 7.
           05  WS-SYSIN-CARD          PIC X(80) VALUE SPACES.
           05  WS-CUT-PARM            PIC X(05) VALUE SPACES.
               88  CUT-START              VALUE 'START'.
               88  CUT-END                VALUE 'END  '.
           05  WS-FULL-DAY-PARM       PIC X(01) VALUE SPACES.
           05  WS-FULL-DAY            PIC 9(01) VALUE 5.
           05  WS-DAY-INT             PIC 9(08) COMP VALUE ZERO.
           05  WS-DAY-OF-WEEK         PIC 9(01) COMP VALUE ZERO.
           05  WS-FULL-PASS-FLAG      PIC X(1)  VALUE 'N'.
               88  FULL-PASS-SCHEDULED    VALUE 'Y'.
           05  WS-FULL-REASON         PIC X(20) VALUE SPACES.
           05  WS-RUN-STAMP           PIC X(26) VALUE SPACES.
           05  WS-FROM-STAMP          PIC X(16) VALUE SPACES.
           05  WS-FROM-DATE           PIC X(08) VALUE SPACES.
           05  WS-BASE-COUNT          PIC 9(09) COMP VALUE ZERO.
      *    Source records staged, by source.
           05  WS-AUDIT-READ          PIC 9(9)  COMP VALUE ZERO.
           05  WS-AUDIT-STAGED        PIC 9(9)  COMP VALUE ZERO.
           05  WS-ADDR-STAGED         PIC 9(9)  COMP VALUE ZERO.
           05  WS-ACCT-STAGED         PIC 9(9)  COMP VALUE ZERO.
           05  WS-PRIOR-STAGED        PIC 9(9)  COMP VALUE ZERO.
      *    Keys written, and keys carrying each kind.
           05  WS-KEY-COUNT           PIC 9(9)  COMP VALUE ZERO.
           05  WS-NEW-COUNT           PIC 9(9)  COMP VALUE ZERO.
           05  WS-NAME-COUNT          PIC 9(9)  COMP VALUE ZERO.
           05  WS-STATUS-COUNT        PIC 9(9)  COMP VALUE ZERO.
           05  WS-BALANCE-COUNT       PIC 9(9)  COMP VALUE ZERO.
           05  WS-PROFILE-COUNT       PIC 9(9)  COMP VALUE ZERO.
           05  WS-ADDRESS-COUNT       PIC 9(9)  COMP VALUE ZERO.
           05  WS-ACCOUNT-COUNT       PIC 9(9)  COMP VALUE ZERO.
           05  WS-OTHER-COUNT         PIC 9(9)  COMP VALUE ZERO.
           05  WS-COUNT-DISP          PIC ZZZ,ZZZ,ZZ9.
           05  WS-RPT-LINE            PIC X(133) VALUE SPACES.

      *    The key being folded while the sorted file is on the same
      *    customer.
       01  WS-OUT-KEY.
           05  WS-OUT-RECORD-TYPE     PIC X(01).
           05  WS-OUT-CUSTOMER-ID     PIC X(10).
           05  WS-OUT-KINDS.
               10  WS-OUT-KIND        PIC X(01) OCCURS 8 TIMES.
           05  WS-OUT-CHANGE-COUNT    PIC 9(05).
           05  WS-OUT-LAST-DATE       PIC X(08).
           05  FILLER                 PIC X(28).
       01  WS-KIND-IX                 PIC 9(1)  COMP VALUE ZERO.
       01  WS-IN-KINDS.
           05  WS-IN-KIND             PIC X(01) OCCURS 8 TIMES.

       COPY CDCDATA.
       COPY ACCTMST.
       COPY CTLDATA.
       COPY ERRDATA.
       COPY BUSDATE.

       PROCEDURE DIVISION.

       1000-INIT.
           ACCEPT WS-SYSIN-CARD FROM SYSIN
           MOVE WS-SYSIN-CARD(1:5) TO WS-CUT-PARM
           MOVE WS-SYSIN-CARD(7:1) TO WS-FULL-DAY-PARM
           IF NOT CUT-START AND NOT CUT-END
               DISPLAY 'CDCEXTR INVALID CUT: ' WS-CUT-PARM
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-FULL-DAY-PARM >= '0' AND WS-FULL-DAY-PARM <= '6'
               MOVE WS-FULL-DAY-PARM TO WS-FULL-DAY
           END-IF
           OPEN INPUT BUSDATEF
           READ BUSDATEF INTO BUSINESS-DATE-RECORD
               AT END
                   MOVE FUNCTION CURRENT-DATE(1:8) TO BUS-DATE
           END-READ
           CLOSE BUSDATEF
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           PERFORM 1100-READ-STATE
           PERFORM 1200-LOAD-BASE-COUNT
           PERFORM 1300-SET-FULL-PASS
           OPEN OUTPUT CDCRPT
           PERFORM 1500-WRITE-REPORT-HEADER
           OPEN OUTPUT WRKFILE
           PERFORM 2000-STAGE-AUDIT
           PERFORM 2100-STAGE-ADDRESSES
           PERFORM 2200-STAGE-ACCOUNTS
           PERFORM 2300-STAGE-PRIOR-KEYS
           CLOSE WRKFILE
           SORT SORTWK1
               ON ASCENDING KEY SCK-CUSTOMER-ID
               USING WRKFILE
               GIVING SRTWRK
           PERFORM 3000-WRITE-KEY-FILE
           PERFORM 7000-WRITE-STATE
           PERFORM 9000-END.

       1100-READ-STATE.
      *    No state (the first night) lists the business date from its
      *    start and forces a full pass - there is no mark to say what
      *    the readers already have.
           OPEN INPUT STATEIN
           READ STATEIN INTO CDC-STATE-RECORD
               AT END
                   MOVE SPACES TO CDC-STATE-RECORD
                   MOVE ZERO   TO CDS-BASE-COUNT
                   MOVE 'Y'    TO WS-NO-STATE-FLAG
           END-READ
           CLOSE STATEIN
           IF CDS-BASE-COUNT NOT NUMERIC
               MOVE ZERO TO CDS-BASE-COUNT
           END-IF
           MOVE CDS-BASE-COUNT TO WS-BASE-COUNT
           IF CDS-AUDIT-STAMP = SPACES
               STRING BUS-DATE '00000000' DELIMITED SIZE
                   INTO CDS-AUDIT-STAMP
           END-IF
           IF CDS-END-DATE = SPACES
               MOVE BUS-DATE TO CDS-END-DATE
           END-IF
           IF CDS-DAY-FROM-STAMP = SPACES
               MOVE CDS-AUDIT-STAMP TO CDS-DAY-FROM-STAMP
               MOVE CDS-END-DATE    TO CDS-DAY-FROM-DATE
           END-IF
      *    The same cut again for a date already cut (or the start
      *    cut after the end cut) is a rerun: list the whole day from
      *    where its start cut began.
           IF CDS-BUSINESS-DATE = BUS-DATE
                   AND (CUT-START OR CDS-CUT = 'E')
               MOVE 'Y' TO WS-RERUN-FLAG
           END-IF
           IF CUT-RERUN
               MOVE CDS-DAY-FROM-STAMP TO WS-FROM-STAMP
               MOVE CDS-DAY-FROM-DATE  TO WS-FROM-DATE
           ELSE
               MOVE CDS-AUDIT-STAMP    TO WS-FROM-STAMP
               MOVE CDS-END-DATE       TO WS-FROM-DATE
           END-IF.

       1200-LOAD-BASE-COUNT.
      *    ACCTBAL's count of customers processed is the base a delta
      *    reader measures its skips against. The start cut runs
      *    before ACCTBAL (its CTLTOTAL is DUMMY) and carries last
      *    night's count forward on the state record.
           OPEN INPUT CTLTOTFILE
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ CTLTOTFILE INTO CONTROL-TOTAL-REC
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT AND CTL-JOB-STEP = 'ACCTBAL'
      *            A restarted ACCTBAL writes a second record whose
      *            count already includes the records it skipped -
      *            the last one read is the night's figure.
                   MOVE CTL-TOTAL-COUNT TO WS-BASE-COUNT
                   MOVE 'Y' TO WS-CTL-FOUND-FLAG
               END-IF
           END-PERFORM
           CLOSE CTLTOTFILE.

       1300-SET-FULL-PASS.
      *    Day of week off INTEGER-OF-DATE the way BDATESET counts it:
      *    remainder 0 is Sunday, 6 is Saturday.
           MOVE 'N' TO WS-FULL-PASS-FLAG
           COMPUTE WS-DAY-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(BUS-DATE))
           COMPUTE WS-DAY-OF-WEEK = FUNCTION REM(WS-DAY-INT 7)
           EVALUATE TRUE
               WHEN NO-STATE
                   MOVE 'Y' TO WS-FULL-PASS-FLAG
                   MOVE 'NO HIGH-WATER MARK' TO WS-FULL-REASON
               WHEN BUS-MONTH-END
                   MOVE 'Y' TO WS-FULL-PASS-FLAG
                   MOVE 'MONTH END' TO WS-FULL-REASON
               WHEN WS-DAY-OF-WEEK = WS-FULL-DAY
                   MOVE 'Y' TO WS-FULL-PASS-FLAG
                   MOVE 'SCHEDULED WEEKDAY' TO WS-FULL-REASON
               WHEN OTHER
                   MOVE 'NONE - DELTA NIGHT' TO WS-FULL-REASON
           END-EVALUATE.

       1500-WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-RPT-LINE
           STRING 'CHANGED-CUSTOMER KEY FILE - BUSINESS DATE '
                  BUS-DATE '   CUT ' WS-CUT-PARM
                  '   RUN ' WS-RUN-STAMP(1:8) ' '
                  WS-RUN-STAMP(9:6)
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE CDCRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'DBAUDIT AFTER ' WS-FROM-STAMP
                  '   ADDRFILE/ACCTMST DATED ON OR AFTER '
                  WS-FROM-DATE
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE CDCRPT-REC FROM WS-RPT-LINE
           IF CUT-RERUN
               MOVE SPACES TO WS-RPT-LINE
               STRING 'RERUN FOR BUSINESS DATE ' BUS-DATE
                      ' - WHOLE DAY LISTED AGAIN'
                   DELIMITED SIZE INTO WS-RPT-LINE
               WRITE CDCRPT-REC FROM WS-RPT-LINE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING 'FULL PASS: ' WS-FULL-REASON
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE CDCRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE CDCRPT-REC FROM WS-RPT-LINE.

       2000-STAGE-AUDIT.
           OPEN INPUT AUDITFILE
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ AUDITFILE
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT
                   ADD 1 TO WS-AUDIT-READ
                   IF AUDIT-TIMESTAMP(1:16) > WS-FROM-STAMP
                           AND AUDIT-TIMESTAMP(1:16) NOT >
                               WS-RUN-STAMP(1:16)
                       PERFORM 2010-CLASSIFY-AUDIT
                   END-IF
               END-IF
           END-PERFORM
           CLOSE AUDITFILE.

       2010-CLASSIFY-AUDIT.
      *    DBUPD01 audits every write, postings included. An update
      *    takes a kind for each field group whose before and after
      *    images differ (customer master offsets, see CUSTMAST:
      *    balance 51-58, credit limit and currency 59-68, status 69,
      *    segment 88-89, score and income 109-116, delivery 117, PIN
      *    118-121); one where only activity fields moved is a
      *    posting. Any other action says what it was by itself.
           PERFORM 2910-CLEAR-KEY
           MOVE AUDIT-CUSTOMER-ID    TO CDC-CUSTOMER-ID
           MOVE AUDIT-TIMESTAMP(1:8) TO CDC-LAST-CHANGE-DATE
           EVALUATE AUDIT-ACTION
               WHEN 'UPDATE'
                   IF AUDIT-BEFORE-IMAGE(11:40)
                           NOT = AUDIT-AFTER-IMAGE(11:40)
                       SET CDC-NAME-CHANGED TO TRUE
                   END-IF
                   IF AUDIT-BEFORE-IMAGE(69:1)
                           NOT = AUDIT-AFTER-IMAGE(69:1)
                       SET CDC-STATUS-CHANGED TO TRUE
                   END-IF
                   IF AUDIT-BEFORE-IMAGE(51:8)
                           NOT = AUDIT-AFTER-IMAGE(51:8)
                       SET CDC-BALANCE-CHANGED TO TRUE
                   END-IF
                   IF AUDIT-BEFORE-IMAGE(59:10)
                           NOT = AUDIT-AFTER-IMAGE(59:10)
                       OR AUDIT-BEFORE-IMAGE(88:2)
                           NOT = AUDIT-AFTER-IMAGE(88:2)
                       OR AUDIT-BEFORE-IMAGE(109:13)
                           NOT = AUDIT-AFTER-IMAGE(109:13)
                       SET CDC-PROFILE-CHANGED TO TRUE
                   END-IF
                   IF CDC-CHANGE-KINDS = 'NNNNNNNN'
                       SET CDC-BALANCE-CHANGED TO TRUE
                   END-IF
               WHEN 'ONBOARD'
                   SET CDC-NEW-CUSTOMER TO TRUE
               WHEN OTHER
                   SET CDC-OTHER-CHANGED TO TRUE
           END-EVALUATE
           ADD 1 TO WS-AUDIT-STAGED
           PERFORM 2900-STAGE-KEY.

       2100-STAGE-ADDRESSES.
           OPEN INPUT ADDRFILE
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ ADDRFILE
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT
                       AND ADDRFILE-LAST-UPDATE NOT < WS-FROM-DATE
                       AND ADDRFILE-LAST-UPDATE NOT = SPACES
                   PERFORM 2910-CLEAR-KEY
                   MOVE ADDRFILE-CUSTOMER-ID TO CDC-CUSTOMER-ID
                   MOVE ADDRFILE-LAST-UPDATE TO CDC-LAST-CHANGE-DATE
                   SET CDC-ADDRESS-CHANGED TO TRUE
                   ADD 1 TO WS-ADDR-STAGED
                   PERFORM 2900-STAGE-KEY
               END-IF
           END-PERFORM
           CLOSE ADDRFILE.

       2200-STAGE-ACCOUNTS.
           OPEN INPUT ACCTMAST
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ ACCTMAST INTO ACCOUNT-MASTER-RECORD
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT
                       AND AM-LAST-UPDATE-DATE NOT < WS-FROM-DATE
                       AND AM-LAST-UPDATE-DATE NOT = SPACES
                   PERFORM 2910-CLEAR-KEY
                   MOVE AM-CUSTOMER-ID      TO CDC-CUSTOMER-ID
                   MOVE AM-LAST-UPDATE-DATE TO CDC-LAST-CHANGE-DATE
                   SET CDC-ACCOUNT-CHANGED TO TRUE
                   ADD 1 TO WS-ACCT-STAGED
                   PERFORM 2900-STAGE-KEY
               END-IF
           END-PERFORM
           CLOSE ACCTMAST.

       2300-STAGE-PRIOR-KEYS.
      *    The end cut folds in tonight's start cut, so the file the
      *    after-cycle jobs read covers the whole business day.
           OPEN INPUT CDCPRIOR
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ CDCPRIOR INTO CDC-KEY-RECORD
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT AND CDC-KEY
                   ADD 1 TO WS-PRIOR-STAGED
                   WRITE WRKFILE-REC FROM CDC-KEY-RECORD
               END-IF
           END-PERFORM
           CLOSE CDCPRIOR.

       2900-STAGE-KEY.
           MOVE 1 TO CDC-CHANGE-COUNT
           WRITE WRKFILE-REC FROM CDC-KEY-RECORD.

       2910-CLEAR-KEY.
           MOVE SPACES     TO CDC-KEY-RECORD
           SET CDC-KEY     TO TRUE
           MOVE 'NNNNNNNN' TO CDC-CHANGE-KINDS
           MOVE ZERO       TO CDC-CHANGE-COUNT.

       3000-WRITE-KEY-FILE.
           OPEN OUTPUT CDCKEYS
           MOVE SPACES TO CDC-HEADER-RECORD
           SET CDH-HEADER TO TRUE
           IF CUT-START
               SET CDH-START-CUT TO TRUE
           ELSE
               SET CDH-END-CUT TO TRUE
           END-IF
           MOVE BUS-DATE           TO CDH-BUSINESS-DATE
           MOVE WS-FULL-PASS-FLAG  TO CDH-FULL-PASS-FLAG
           MOVE WS-BASE-COUNT      TO CDH-BASE-COUNT
           MOVE WS-FROM-STAMP      TO CDH-FROM-STAMP
           MOVE WS-RUN-STAMP(1:16) TO CDH-TO-STAMP
           WRITE CDCKEYS-REC FROM CDC-HEADER-RECORD
           OPEN INPUT SRTWRK
           MOVE 'N' TO WS-EOF-SORTED
           MOVE 'N' TO WS-KEY-OPEN
           PERFORM UNTIL EOF-SORTED
               READ SRTWRK INTO CDC-KEY-RECORD
                   AT END MOVE 'Y' TO WS-EOF-SORTED
               END-READ
               IF NOT EOF-SORTED
                   IF KEY-OPEN
                           AND CDC-CUSTOMER-ID NOT = WS-OUT-CUSTOMER-ID
                       PERFORM 3200-WRITE-KEY
                   END-IF
                   PERFORM 3100-FOLD-KEY
               END-IF
           END-PERFORM
           IF KEY-OPEN
               PERFORM 3200-WRITE-KEY
           END-IF
           CLOSE SRTWRK
           MOVE SPACES TO CDC-TRAILER-RECORD
           SET CDZ-TRAILER TO TRUE
           MOVE BUS-DATE     TO CDZ-BUSINESS-DATE
           MOVE WS-KEY-COUNT TO CDZ-KEY-COUNT
           WRITE CDCKEYS-REC FROM CDC-TRAILER-RECORD
           CLOSE CDCKEYS.

       3100-FOLD-KEY.
      *    A kind seen on any of the customer's records is carried on
      *    the one key.
           IF NOT KEY-OPEN
               MOVE CDC-KEY-RECORD TO WS-OUT-KEY
               MOVE 'Y' TO WS-KEY-OPEN
           ELSE
               MOVE CDC-CHANGE-KINDS TO WS-IN-KINDS
               PERFORM VARYING WS-KIND-IX FROM 1 BY 1
                       UNTIL WS-KIND-IX > 8
                   IF WS-IN-KIND(WS-KIND-IX) = 'Y'
                       MOVE 'Y' TO WS-OUT-KIND(WS-KIND-IX)
                   END-IF
               END-PERFORM
               ADD CDC-CHANGE-COUNT TO WS-OUT-CHANGE-COUNT
                   ON SIZE ERROR
                       MOVE 99999 TO WS-OUT-CHANGE-COUNT
               END-ADD
               IF CDC-LAST-CHANGE-DATE > WS-OUT-LAST-DATE
                   MOVE CDC-LAST-CHANGE-DATE TO WS-OUT-LAST-DATE
               END-IF
           END-IF.

       3200-WRITE-KEY.
           MOVE WS-OUT-KEY TO CDC-KEY-RECORD
           WRITE CDCKEYS-REC FROM CDC-KEY-RECORD
           ADD 1 TO WS-KEY-COUNT
           IF CDC-NEW-CUSTOMER    ADD 1 TO WS-NEW-COUNT     END-IF
           IF CDC-NAME-CHANGED    ADD 1 TO WS-NAME-COUNT    END-IF
           IF CDC-STATUS-CHANGED  ADD 1 TO WS-STATUS-COUNT  END-IF
           IF CDC-BALANCE-CHANGED ADD 1 TO WS-BALANCE-COUNT END-IF
           IF CDC-PROFILE-CHANGED ADD 1 TO WS-PROFILE-COUNT END-IF
           IF CDC-ADDRESS-CHANGED ADD 1 TO WS-ADDRESS-COUNT END-IF
           IF CDC-ACCOUNT-CHANGED ADD 1 TO WS-ACCOUNT-COUNT END-IF
           IF CDC-OTHER-CHANGED   ADD 1 TO WS-OTHER-COUNT   END-IF
           MOVE 'N' TO WS-KEY-OPEN.

       7000-WRITE-STATE.
      *    A rerun leaves the day's starting point where the first run
      *    of the day put it.
           IF NOT CUT-RERUN AND CUT-START
               MOVE WS-FROM-STAMP TO CDS-DAY-FROM-STAMP
               MOVE WS-FROM-DATE  TO CDS-DAY-FROM-DATE
           END-IF
           MOVE BUS-DATE           TO CDS-BUSINESS-DATE
           MOVE WS-CUT-PARM(1:1)   TO CDS-CUT
           MOVE WS-RUN-STAMP(1:16) TO CDS-AUDIT-STAMP
           IF CUT-END
               MOVE BUS-DATE TO CDS-END-DATE
           END-IF
           MOVE WS-BASE-COUNT      TO CDS-BASE-COUNT
           OPEN OUTPUT STATEOUT
           WRITE STATEOUT-REC FROM CDC-STATE-RECORD
           CLOSE STATEOUT.

       9000-END.
           MOVE 'DBAUDIT RECORDS READ:          ' TO WS-RPT-LINE
           MOVE WS-AUDIT-READ TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP TO WS-RPT-LINE(32:11)
           WRITE CDCRPT-REC FROM WS-RPT-LINE
           MOVE 'DBAUDIT CHANGES IN WINDOW:     ' TO WS-RPT-LINE
           MOVE WS-AUDIT-STAGED TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP TO WS-RPT-LINE(32:11)
           WRITE CDCRPT-REC FROM WS-RPT-LINE
           MOVE 'ADDRFILE ROWS UPDATED:         ' TO WS-RPT-LINE
           MOVE WS-ADDR-STAGED TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP TO WS-RPT-LINE(32:11)
           WRITE CDCRPT-REC FROM WS-RPT-LINE
           MOVE 'ACCTMST ACCOUNTS UPDATED:      ' TO WS-RPT-LINE
           MOVE WS-ACCT-STAGED TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP TO WS-RPT-LINE(32:11)
           WRITE CDCRPT-REC FROM WS-RPT-LINE
           MOVE 'START-CUT KEYS FOLDED IN:      ' TO WS-RPT-LINE
           MOVE WS-PRIOR-STAGED TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP TO WS-RPT-LINE(32:11)
           WRITE CDCRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE CDCRPT-REC FROM WS-RPT-LINE
           MOVE 'CHANGED CUSTOMERS LISTED:      ' TO WS-RPT-LINE
           MOVE WS-KEY-COUNT TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP TO WS-RPT-LINE(32:11)
           WRITE CDCRPT-REC FROM WS-RPT-LINE
           MOVE '  NEW                          ' TO WS-RPT-LINE
           MOVE WS-NEW-COUNT TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP TO WS-RPT-LINE(32:11)
           WRITE CDCRPT-REC FROM WS-RPT-LINE
           MOVE '  NAME                         ' TO WS-RPT-LINE
           MOVE WS-NAME-COUNT TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP TO WS-RPT-LINE(32:11)
           WRITE CDCRPT-REC FROM WS-RPT-LINE
           MOVE '  STATUS                       ' TO WS-RPT-LINE
           MOVE WS-STATUS-COUNT TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP TO WS-RPT-LINE(32:11)
           WRITE CDCRPT-REC FROM WS-RPT-LINE
           MOVE '  BALANCE                      ' TO WS-RPT-LINE
           MOVE WS-BALANCE-COUNT TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP TO WS-RPT-LINE(32:11)
           WRITE CDCRPT-REC FROM WS-RPT-LINE
           MOVE '  PROFILE                      ' TO WS-RPT-LINE
           MOVE WS-PROFILE-COUNT TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP TO WS-RPT-LINE(32:11)
           WRITE CDCRPT-REC FROM WS-RPT-LINE
           MOVE '  ADDRESS                      ' TO WS-RPT-LINE
           MOVE WS-ADDRESS-COUNT TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP TO WS-RPT-LINE(32:11)
           WRITE CDCRPT-REC FROM WS-RPT-LINE
           MOVE '  ACCOUNT                      ' TO WS-RPT-LINE
           MOVE WS-ACCOUNT-COUNT TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP TO WS-RPT-LINE(32:11)
           WRITE CDCRPT-REC FROM WS-RPT-LINE
           MOVE '  OTHER                        ' TO WS-RPT-LINE
           MOVE WS-OTHER-COUNT TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP TO WS-RPT-LINE(32:11)
           WRITE CDCRPT-REC FROM WS-RPT-LINE
           MOVE 'CUSTOMERS ON FILE (BASE):      ' TO WS-RPT-LINE
           MOVE WS-BASE-COUNT TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP TO WS-RPT-LINE(32:11)
           IF NOT CTL-BASE-FOUND
               MOVE '(CARRIED FROM LAST END CUT)'
                   TO WS-RPT-LINE(45:27)
           END-IF
           WRITE CDCRPT-REC FROM WS-RPT-LINE
           CLOSE CDCRPT
           MOVE WS-KEY-COUNT TO WS-COUNT-DISP
           DISPLAY 'CDCEXTR CUSTOMERS LISTED: ' WS-COUNT-DISP
           IF FULL-PASS-SCHEDULED
               DISPLAY 'CDCEXTR FULL PASS SCHEDULED: ' WS-FULL-REASON
           END-IF
           MOVE RC-SUCCESS TO WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.
