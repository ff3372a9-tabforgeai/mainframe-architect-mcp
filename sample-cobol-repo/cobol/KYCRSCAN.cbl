      *           FULL rescreens the whole base (run after compliance  *
      *           updates the watchlist file), DUE screens only        *
      *           customers whose review date has arrived (run on the  *
      *           regular periodic-review cycle), DELTA runs nightly   *
      *           off CDCEXTR's changed-customer key file: only the    *
      *           customers listed for a change that bears on          *
      *           screening or rating (new, name, status, profile or   *
      *           merge/renumber-type changes) are read - at random -  *
      *           and screened, and every other profile is carried     *
      *           forward as it stands. On the key file's scheduled    *
      *           full-pass night DELTA walks the base as DUE does,    *
      *           the listed customers screened as well; a key file    *
      *           that is empty or not for tonight cannot say who      *
      *           changed, so the run falls back to FULL. A delta run  *
      *           reports how many customers it skipped.               *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    WLSCREEN                                             *
      * COPYBOOKS: CUSTMAST, WLDATA, KYCDATA, BUSDATE, CDCDATA         *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     KYCRSCAN.
       FILE-CONTROL.
           SELECT DBFILE   ASSIGN TO UT-S-DBFILE
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS DYNAMIC
                           RECORD KEY   IS DBFILE-CUSTOMER-ID
                           ALTERNATE RECORD KEY IS DBFILE-ACCOUNT-NUMBER
                               WITH DUPLICATES.
           SELECT KYCRPT   ASSIGN TO UT-S-KYCRPT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT CDCKEYS  ASSIGN TO UT-S-CDCKEYS
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 133 CHARACTERS.
       01  KYCRPT-REC                 PIC X(133).

      *    CDCEXTR's changed-customer key file (see CDCDATA), DELTA
      *    mode only - customer-ID order, like DBFILE and KYCIN.
       FD  CDCKEYS
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  CDCKEYS-REC                PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-KYCRSCAN-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'KYCRSCAN'.
           05  WS-RUN-MODE            PIC X(05) VALUE SPACES.
               88  MODE-FULL              VALUE 'FULL '.
               88  MODE-DUE               VALUE 'DUE  '.
               88  MODE-DELTA             VALUE 'DELTA'.
           05  WS-PASS-TYPE           PIC X(01) VALUE 'F'.
               88  FULL-PASS              VALUE 'F'.
               88  DELTA-PASS             VALUE 'D'.
           05  WS-FULL-REASON         PIC X(30) VALUE SPACES.
           05  WS-CDC-OPEN            PIC X(01) VALUE 'N'.
               88  CDC-OPEN               VALUE 'Y'.
           05  WS-EOF-CDCKEYS         PIC X(01) VALUE 'N'.
               88  EOF-CDCKEYS            VALUE 'Y'.
           05  WS-KEY-LISTED          PIC X(01) VALUE 'N'.
               88  KEY-LISTED             VALUE 'Y'.
           05  WS-CUST-FOUND          PIC X(01) VALUE 'N'.
               88  CUST-FOUND             VALUE 'Y'.
           05  WS-EOF-DBFILE          PIC X(01) VALUE 'N'.
               88  EOF-DBFILE             VALUE 'Y'.
           05  WS-EOF-KYCIN           PIC X(01) VALUE 'N'.
           05  WS-HIGH-COUNT          PIC 9(7)  COMP VALUE ZERO.
           05  WS-MED-COUNT           PIC 9(7)  COMP VALUE ZERO.
           05  WS-LOW-COUNT           PIC 9(7)  COMP VALUE ZERO.
           05  WS-BASE-COUNT          PIC 9(9)  COMP VALUE ZERO.
           05  WS-SKIP-COUNT          PIC 9(9)  COMP VALUE ZERO.
           05  WS-CARRIED-COUNT       PIC 9(7)  COMP VALUE ZERO.
           05  WS-KEY-MISSING-COUNT   PIC 9(7)  COMP VALUE ZERO.
           05  WS-COUNT-DISP          PIC ZZZZZZ9.
           05  WS-RPT-LINE            PIC X(133) VALUE SPACES.

       COPY WLDATA.
       COPY KYCDATA.
       COPY BUSDATE.
       COPY CDCDATA.

       PROCEDURE DIVISION.

       1000-INIT.
      *    SYSIN line 1: run mode, FULL (watchlist changed - rescreen
      *    everybody), DUE (periodic cycle - only reviews that have
      *    come due) or DELTA (nightly - the day's changed customers).
      *    Anything else stops the run rather than guessing which
      *    population compliance meant.
           ACCEPT WS-RUN-MODE FROM SYSIN
           IF NOT MODE-FULL AND NOT MODE-DUE AND NOT MODE-DELTA
               DISPLAY 'KYCRSCAN INVALID RUN MODE: ' WS-RUN-MODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
                   STOP RUN
           END-READ
           CLOSE BUSDATEF
           IF MODE-DELTA
               PERFORM 1050-OPEN-CHANGE-KEYS
           END-IF
           OPEN INPUT  DBFILE
           OPEN INPUT  KYCIN
           OPEN OUTPUT KYCOUT
           PERFORM 1200-READ-KYC-PROFILE
           PERFORM 1500-WRITE-HEADER
           PERFORM 2000-PROCESS-CUSTOMER UNTIL EOF-DBFILE
           IF DELTA-PASS
               PERFORM 2900-CARRY-REMAINING-PROFILES
           END-IF
           PERFORM 9000-END.

       1050-OPEN-CHANGE-KEYS.
           OPEN INPUT CDCKEYS
           MOVE 'Y' TO WS-CDC-OPEN
           MOVE SPACES TO CDC-KEY-RECORD
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
               DISPLAY 'KYCRSCAN DELTA MODE - FULL PASS: '
                       WS-FULL-REASON
               IF NOT CDH-HEADER OR CDH-BUSINESS-DATE NOT = BUS-DATE
      *            Nobody can say who changed today - rescreen the
      *            lot rather than miss a name.
                   MOVE 'Y' TO WS-EOF-CDCKEYS
                   SET MODE-FULL TO TRUE
               END-IF
           END-IF.

       1300-READ-CHANGE-KEY.
      *    Header records are passed over; the trailer ends the file.
           READ CDCKEYS INTO CDC-KEY-RECORD
               AT END MOVE 'Y' TO WS-EOF-CDCKEYS
           END-READ
           IF NOT EOF-CDCKEYS AND CDC-RECORD-TYPE = 'Z'
               MOVE 'Y' TO WS-EOF-CDCKEYS
           END-IF.

       1100-CARRY-PENDING-FORWARD.
      *    WLREVIEW owns dispositioning the queue; this program only
      *    adds to it. Copy the current generation forward untouched,
           WRITE KYCRPT-REC FROM WS-RPT-LINE.

       2000-PROCESS-CUSTOMER.
           MOVE 'N' TO WS-KEY-LISTED
           IF DELTA-PASS
               PERFORM 2050-READ-CHANGED-CUSTOMER
           ELSE
               READ DBFILE NEXT RECORD INTO CUSTOMER-RECORD
                   AT END MOVE 'Y' TO WS-EOF-DBFILE
               END-READ
               IF NOT EOF-DBFILE AND MODE-DELTA
                   PERFORM 2150-SYNC-CHANGE-KEY
               END-IF
           END-IF
           IF NOT EOF-DBFILE
               ADD 1 TO WS-READ-COUNT
               PERFORM 2100-SYNC-KYC-PROFILE
               END-IF
           END-IF.

       2050-READ-CHANGED-CUSTOMER.
      *    Next customer listed for a change that bears on screening
      *    or rating, read at random. Postings, address and account
      *    changes alone do not; nor does a key whose customer is no
      *    longer on DBFILE (purged since), which is counted.
           MOVE 'N' TO WS-CUST-FOUND
           PERFORM UNTIL CUST-FOUND OR EOF-DBFILE
               PERFORM 1300-READ-CHANGE-KEY
               IF EOF-CDCKEYS
                   MOVE 'Y' TO WS-EOF-DBFILE
               ELSE
                   IF CDC-KEY
                       PERFORM 2060-CHECK-KEY-KINDS
                       IF KEY-LISTED
                           MOVE CDC-CUSTOMER-ID TO DBFILE-CUSTOMER-ID
                           READ DBFILE INTO CUSTOMER-RECORD
                               KEY IS DBFILE-CUSTOMER-ID
                               INVALID KEY
                                   ADD 1 TO WS-KEY-MISSING-COUNT
                               NOT INVALID KEY
                                   MOVE 'Y' TO WS-CUST-FOUND
                           END-READ
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       2060-CHECK-KEY-KINDS.
           MOVE 'N' TO WS-KEY-LISTED
           IF CDC-NEW-CUSTOMER OR CDC-NAME-CHANGED
                   OR CDC-STATUS-CHANGED OR CDC-PROFILE-CHANGED
                   OR CDC-OTHER-CHANGED
               MOVE 'Y' TO WS-KEY-LISTED
           END-IF.

       2100-SYNC-KYC-PROFILE.
      *    Both files ride customer-ID order, so a one-sided merge
      *    lines the old profile up with tonight's customer. On a walk
      *    of the whole base a profile with no matching customer
      *    belonged to a purged record and falls away here; on a delta
      *    pass it belongs to a customer not listed tonight and is
      *    carried forward unchanged.
           MOVE 'N' TO WS-PROFILE-FOUND
           PERFORM UNTIL EOF-KYCIN
                   OR KYC-CUSTOMER-ID NOT < CUSTOMER-ID
               IF DELTA-PASS
                   WRITE KYCOUT-REC FROM KYC-PROFILE-RECORD
                   ADD 1 TO WS-CARRIED-COUNT
               END-IF
               PERFORM 1200-READ-KYC-PROFILE
           END-PERFORM
           IF NOT EOF-KYCIN AND KYC-CUSTOMER-ID = CUSTOMER-ID
               MOVE 'Y' TO WS-PROFILE-FOUND
           END-IF.

       2150-SYNC-CHANGE-KEY.
      *    DELTA on its scheduled full-pass night: the key file rides
      *    alongside the walk the same one-sided way as KYCIN, so the
      *    day's listed customers are screened along with those due.
           PERFORM UNTIL EOF-CDCKEYS
                   OR (CDC-KEY AND CDC-CUSTOMER-ID NOT < CUSTOMER-ID)
               PERFORM 1300-READ-CHANGE-KEY
           END-PERFORM
           IF NOT EOF-CDCKEYS AND CDC-CUSTOMER-ID = CUSTOMER-ID
               PERFORM 2060-CHECK-KEY-KINDS
           END-IF.

       2200-DECIDE-IF-DUE.
           MOVE 'N' TO WS-SCREEN-DUE-FLAG
           IF MODE-FULL
                       MOVE 'Y' TO WS-SCREEN-DUE-FLAG
                   END-IF
               END-IF
               IF KEY-LISTED
                   MOVE 'Y' TO WS-SCREEN-DUE-FLAG
               END-IF
           END-IF.

       3000-RESCREEN-CUSTOMER.
               MOVE '30' TO KYC-NEXT-REVIEW-DATE(7:2)
           END-IF.

       2900-CARRY-REMAINING-PROFILES.
      *    Profiles past the last listed customer go forward as they
      *    stand.
           PERFORM UNTIL EOF-KYCIN
               WRITE KYCOUT-REC FROM KYC-PROFILE-RECORD
               ADD 1 TO WS-CARRIED-COUNT
               PERFORM 1200-READ-KYC-PROFILE
           END-PERFORM.

       9000-END.
           MOVE SPACES TO WS-RPT-LINE
           WRITE KYCRPT-REC FROM WS-RPT-LINE
           STRING 'RATED LOW RISK:     ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE KYCRPT-REC FROM WS-RPT-LINE
           IF DELTA-PASS
      *        Skipped = customers on file the delta never read.
               IF WS-BASE-COUNT > WS-READ-COUNT
                   COMPUTE WS-SKIP-COUNT =
                       WS-BASE-COUNT - WS-READ-COUNT
               END-IF
               MOVE WS-SKIP-COUNT TO WS-COUNT-DISP
               MOVE SPACES TO WS-RPT-LINE
               STRING 'CUSTOMERS SKIPPED:  ' WS-COUNT-DISP
                      '  (DELTA - NOT CHANGED TODAY)'
                   DELIMITED SIZE INTO WS-RPT-LINE
               WRITE KYCRPT-REC FROM WS-RPT-LINE
               MOVE WS-CARRIED-COUNT TO WS-COUNT-DISP
               MOVE SPACES TO WS-RPT-LINE
               STRING 'PROFILES CARRIED:   ' WS-COUNT-DISP
                   DELIMITED SIZE INTO WS-RPT-LINE
               WRITE KYCRPT-REC FROM WS-RPT-LINE
               MOVE WS-KEY-MISSING-COUNT TO WS-COUNT-DISP
               MOVE SPACES TO WS-RPT-LINE
               STRING 'KEYS NOT ON DBFILE: ' WS-COUNT-DISP
                   DELIMITED SIZE INTO WS-RPT-LINE
               WRITE KYCRPT-REC FROM WS-RPT-LINE
               MOVE WS-SKIP-COUNT TO WS-COUNT-DISP
               DISPLAY 'KYCRSCAN DELTA - CUSTOMERS SKIPPED: '
                       WS-COUNT-DISP
           END-IF
           MOVE WS-PARKED-COUNT TO WS-COUNT-DISP
           DISPLAY 'KYCRSCAN MATCHES PARKED: ' WS-COUNT-DISP
           IF CDC-OPEN
               CLOSE CDCKEYS
           END-IF
           CLOSE DBFILE
                 KYCIN
                 KYCOUT
