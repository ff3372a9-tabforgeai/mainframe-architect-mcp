      *----------------------------------------------------------------*
      * PROGRAM:  OCKRECON                                             *
      * PURPOSE:  Official check outstanding-item reconciliation.      *
      *           Sums every cashier's and official check still owed   *
      *           on the OCKMAST register (issued or stopped and not   *
      *           yet replaced - see OCKDATA), lists each one with its *
      *           age, and ages the total into buckets. The total is   *
      *           proved against the official check GL account the     *
      *           same way GLPROOF proves the deposit position: the    *
      *           prior night's outstanding total (OCKPROOF state      *
      *           generation) rolled forward by tonight's GLINTF       *
      *           postings to that account must equal what the         *
      *           register says is outstanding now. The GL account is  *
      *           the one PARMS.GLMAP credits for OCKISSUE's new       *
      *           money, so the proof follows finance's mapping rather *
      *           than a second copy of it. A break is carried on the  *
      *           state file with the business date it first appeared  *
      *           and ends the step with RC=4; the first run baselines *
      *           the position.                                        *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    FMTAMT                                               *
      * COPYBOOKS: OCKDATA, GLDATA, BUSDATE                            *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     OCKRECON.
       AUTHOR.         TABFORGE-AI.
       DATE-WRITTEN.   2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Official check register (see OCKDATA), read end to end.
           SELECT OCKMAST  ASSIGN TO UT-S-OCKMAST
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS SEQUENTIAL
                           RECORD KEY   IS OCKMAST-SERIAL.
           SELECT GLMAPFILE ASSIGN TO UT-S-GLMAP
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT GLFILE   ASSIGN TO UT-S-GLFILE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT PROOFIN  ASSIGN TO UT-S-PROOFIN
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT PROOFOUT ASSIGN TO UT-S-PROOFOUT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT OCKRRPT  ASSIGN TO UT-S-OCKRRPT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT BUSDATEF ASSIGN TO UT-S-BUSDATE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OCKMAST
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01  OCKMAST-REC.
           05  OCKMAST-SERIAL         PIC X(10).
           05  FILLER                 PIC X(190).

      *    GLPOST's step-to-account mapping (see GLDATA).
       FD  GLMAPFILE
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  GLMAPFILE-REC              PIC X(60).

       FD  GLFILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  GLFILE-REC                 PIC X(80).

      *    Proof state, generation in/out: one total record with the
      *    outstanding position and one break record carrying the
      *    open break and the date it first appeared.
       FD  PROOFIN
           RECORDING MODE IS F
           RECORD CONTAINS 50 CHARACTERS.
       01  PROOFIN-REC                PIC X(50).

       FD  PROOFOUT
           RECORDING MODE IS F
           RECORD CONTAINS 50 CHARACTERS.
       01  PROOFOUT-REC               PIC X(50).

       FD  OCKRRPT
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  OCKRRPT-REC                PIC X(133).

      *    Business-date control record set by BDATESET at the start
      *    of the cycle (see BUSDATE copybook).
       FD  BUSDATEF
           RECORDING MODE IS F
           RECORD CONTAINS 30 CHARACTERS.
       01  BUSDATEF-REC               PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-OCKRECON-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'OCKRECON'.
           05  WS-EOF-OCKMAST         PIC X(1)  VALUE 'N'.
               88  EOF-OCKMAST            VALUE 'Y'.
           05  WS-EOF-GLMAPFILE       PIC X(1)  VALUE 'N'.
               88  EOF-GLMAPFILE          VALUE 'Y'.
           05  WS-EOF-GLFILE          PIC X(1)  VALUE 'N'.
               88  EOF-GLFILE             VALUE 'Y'.
           05  WS-EOF-PROOFIN         PIC X(1)  VALUE 'N'.
               88  EOF-PROOFIN            VALUE 'Y'.
      *    Control total whose GLMAP credit account is the official
      *    check liability.
           05  WS-ISSUE-STEP          PIC X(8)  VALUE 'OCKISSUE'.
           05  WS-OCK-GL-ACCOUNT      PIC X(8)  VALUE SPACES.
           05  WS-GL-ACCT-FOUND       PIC X(1)  VALUE 'N'.
               88  GL-ACCOUNT-MAPPED      VALUE 'Y'.
           05  WS-CONTROL-KEY         PIC X(10) VALUE '0000000000'.
           05  WS-TODAY-INT           PIC S9(9) COMP VALUE ZERO.
           05  WS-BUS-DATE-8          PIC 9(8)  VALUE ZERO.
           05  WS-ISSUE-DATE-8        PIC 9(8)  VALUE ZERO.
           05  WS-AGE-DAYS            PIC S9(7) COMP VALUE ZERO.
           05  WS-AGE-DISP            PIC ZZZZ9.
      *    Aging buckets by days since issue: to 30, to 90, to 180,
      *    to 365, and over a year.
           05  WS-AGE-TOTALS.
               10  WS-AGE-ENTRY       OCCURS 5 TIMES.
                   15  WS-AGE-COUNT   PIC 9(7)  COMP.
                   15  WS-AGE-AMOUNT  PIC S9(13)V99 COMP-3.
           05  WS-AGE-IX              PIC 9(1)  COMP VALUE ZERO.
           05  WS-ISSUED-COUNT        PIC 9(7)  COMP VALUE ZERO.
           05  WS-ISSUED-AMOUNT       PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-STOPPED-COUNT       PIC 9(7)  COMP VALUE ZERO.
           05  WS-STOPPED-AMOUNT      PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-ACTUAL-TOTAL        PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-PRIOR-TOTAL         PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-GL-NET              PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-EXPECTED-TOTAL      PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-BREAK-AMOUNT        PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-PRIOR-BREAK         PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-PRIOR-BREAK-DATE    PIC X(08) VALUE SPACES.
           05  WS-BREAK-FIRST-DATE    PIC X(08) VALUE SPACES.
           05  WS-PRIOR-LOADED        PIC X(1)  VALUE 'N'.
               88  PRIOR-LOADED           VALUE 'Y'.
           05  WS-FMT-AMOUNT          PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-FORMATTED-AMT       PIC X(18) VALUE SPACES.
           05  WS-PROCESS-RC          PIC S9(04) COMP VALUE ZERO.
           05  WS-COUNT-DISP          PIC ZZZZZZZ9.
           05  WS-RPT-LINE            PIC X(133) VALUE SPACES.

       01  WS-PROOF-RECORD.
           05  PRF-RECORD-TYPE        PIC X(01).
               88  PRF-TOTAL              VALUE 'T'.
               88  PRF-BREAK              VALUE 'B'.
           05  PRF-AMOUNT             PIC S9(13)V99 COMP-3.
           05  PRF-FIRST-DATE         PIC X(08).
           05  FILLER                 PIC X(33).

       COPY OCKDATA.
       COPY GLDATA.
       COPY BUSDATE.

       PROCEDURE DIVISION.

       1000-INIT.
           PERFORM 1010-READ-BUSINESS-DATE
           MOVE BUS-DATE TO WS-BUS-DATE-8
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUS-DATE-8)
           INITIALIZE WS-AGE-TOTALS
           OPEN OUTPUT OCKRRPT
           PERFORM 1500-WRITE-HEADER
           PERFORM 1100-FIND-GL-ACCOUNT
           PERFORM 1300-LOAD-PRIOR-PROOF
           PERFORM 2000-SUM-OUTSTANDING
           IF GL-ACCOUNT-MAPPED
               PERFORM 3000-ROLL-GL-FORWARD
           END-IF
           PERFORM 4000-REPORT-AGING
           PERFORM 4300-REPORT-PROOF-RESULT
           PERFORM 5000-WRITE-STATE
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

       1100-FIND-GL-ACCOUNT.
           OPEN INPUT GLMAPFILE
           PERFORM UNTIL EOF-GLMAPFILE
               READ GLMAPFILE INTO GLMAP-RECORD
                   AT END MOVE 'Y' TO WS-EOF-GLMAPFILE
               END-READ
               IF NOT EOF-GLMAPFILE
                   IF GLM-JOB-STEP = WS-ISSUE-STEP
                       MOVE GLM-CR-ACCOUNT TO WS-OCK-GL-ACCOUNT
                       MOVE 'Y' TO WS-GL-ACCT-FOUND
                   END-IF
               END-IF
           END-PERFORM
           CLOSE GLMAPFILE
           MOVE SPACES TO WS-RPT-LINE
           IF GL-ACCOUNT-MAPPED
               STRING 'OFFICIAL CHECK GL ACCOUNT: ' WS-OCK-GL-ACCOUNT
                   DELIMITED SIZE INTO WS-RPT-LINE
           ELSE
               STRING '*** NO PARMS.GLMAP ENTRY FOR ' WS-ISSUE-STEP
                      ' - GL PROOF NOT POSSIBLE ***'
                   DELIMITED SIZE INTO WS-RPT-LINE
           END-IF
           WRITE OCKRRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE OCKRRPT-REC FROM WS-RPT-LINE.

       1300-LOAD-PRIOR-PROOF.
           OPEN INPUT PROOFIN
           PERFORM UNTIL EOF-PROOFIN
               READ PROOFIN INTO WS-PROOF-RECORD
                   AT END MOVE 'Y' TO WS-EOF-PROOFIN
               END-READ
               IF NOT EOF-PROOFIN
                   EVALUATE TRUE
                       WHEN PRF-TOTAL
                           MOVE PRF-AMOUNT TO WS-PRIOR-TOTAL
                           MOVE 'Y' TO WS-PRIOR-LOADED
                       WHEN PRF-BREAK
                           MOVE PRF-AMOUNT TO WS-PRIOR-BREAK
                           MOVE PRF-FIRST-DATE
                               TO WS-PRIOR-BREAK-DATE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM
           CLOSE PROOFIN.

       1500-WRITE-HEADER.
           MOVE SPACES TO WS-RPT-LINE
           STRING 'OFFICIAL CHECK OUTSTANDING RECONCILIATION - BUSINES'
                  'S DATE ' BUS-DATE
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE OCKRRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE OCKRRPT-REC FROM WS-RPT-LINE.

       2000-SUM-OUTSTANDING.
           MOVE SPACES TO WS-RPT-LINE
           MOVE 'SERIAL     T S ISSUED   AGE  BRANCH PURCHASER'
               TO WS-RPT-LINE
           MOVE 'AMOUNT  PAYEE' TO WS-RPT-LINE(66:13)
           WRITE OCKRRPT-REC FROM WS-RPT-LINE
           OPEN INPUT OCKMAST
           PERFORM 2100-ACCUMULATE-CHECK UNTIL EOF-OCKMAST
           CLOSE OCKMAST.

       2100-ACCUMULATE-CHECK.
           READ OCKMAST INTO OFFICIAL-CHECK-RECORD
               AT END MOVE 'Y' TO WS-EOF-OCKMAST
           END-READ
           IF NOT EOF-OCKMAST
               IF OCK-SERIAL NOT = WS-CONTROL-KEY AND OCK-OUTSTANDING
                   PERFORM 2200-LIST-OUTSTANDING
               END-IF
           END-IF.

       2200-LIST-OUTSTANDING.
           ADD OCK-AMOUNT TO WS-ACTUAL-TOTAL
           IF OCK-STOPPED
               ADD 1          TO WS-STOPPED-COUNT
               ADD OCK-AMOUNT TO WS-STOPPED-AMOUNT
           ELSE
               ADD 1          TO WS-ISSUED-COUNT
               ADD OCK-AMOUNT TO WS-ISSUED-AMOUNT
           END-IF
           IF OCK-ISSUE-DATE NUMERIC
               MOVE OCK-ISSUE-DATE TO WS-ISSUE-DATE-8
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(WS-ISSUE-DATE-8)
           ELSE
               MOVE ZERO TO WS-AGE-DAYS
           END-IF
           EVALUATE TRUE
               WHEN WS-AGE-DAYS NOT > 30
                   MOVE 1 TO WS-AGE-IX
               WHEN WS-AGE-DAYS NOT > 90
                   MOVE 2 TO WS-AGE-IX
               WHEN WS-AGE-DAYS NOT > 180
                   MOVE 3 TO WS-AGE-IX
               WHEN WS-AGE-DAYS NOT > 365
                   MOVE 4 TO WS-AGE-IX
               WHEN OTHER
                   MOVE 5 TO WS-AGE-IX
           END-EVALUATE
           ADD 1          TO WS-AGE-COUNT(WS-AGE-IX)
           ADD OCK-AMOUNT TO WS-AGE-AMOUNT(WS-AGE-IX)
           MOVE WS-AGE-DAYS TO WS-AGE-DISP
           MOVE OCK-AMOUNT TO WS-FMT-AMOUNT
           CALL 'FMTAMT' USING WS-FMT-AMOUNT
                               WS-FORMATTED-AMT
                               SPACES
                               WS-PROCESS-RC
           MOVE SPACES TO WS-RPT-LINE
           STRING OCK-SERIAL
                  ' ' OCK-CHECK-TYPE
                  ' ' OCK-STATUS
                  ' ' OCK-ISSUE-DATE
                  ' ' WS-AGE-DISP
                  ' ' OCK-BRANCH-ID
                  '   ' OCK-PURCHASER-ACCOUNT
                  ' ' WS-FORMATTED-AMT
                  ' ' OCK-PAYEE-NAME
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE OCKRRPT-REC FROM WS-RPT-LINE.

       3000-ROLL-GL-FORWARD.
      *    A credit to the official check account grows the
      *    liability (a check issued), a debit shrinks it (a check
      *    paid) - so expected movement is credits less debits.
           OPEN INPUT GLFILE
           PERFORM 3100-NET-JOURNAL UNTIL EOF-GLFILE
           CLOSE GLFILE.

       3100-NET-JOURNAL.
           READ GLFILE INTO GL-JOURNAL-RECORD
               AT END MOVE 'Y' TO WS-EOF-GLFILE
           END-READ
           IF NOT EOF-GLFILE
               IF GLJ-GL-ACCOUNT = WS-OCK-GL-ACCOUNT
                   IF GLJ-CREDIT
                       ADD GLJ-AMOUNT TO WS-GL-NET
                   ELSE
                       SUBTRACT GLJ-AMOUNT FROM WS-GL-NET
                   END-IF
               END-IF
           END-IF.

       4000-REPORT-AGING.
           MOVE SPACES TO WS-RPT-LINE
           WRITE OCKRRPT-REC FROM WS-RPT-LINE
           MOVE 'OUTSTANDING - ISSUED:' TO WS-RPT-LINE
           MOVE WS-ISSUED-COUNT  TO WS-COUNT-DISP
           MOVE WS-ISSUED-AMOUNT TO WS-FMT-AMOUNT
           PERFORM 8500-WRITE-TOTAL-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE 'OUTSTANDING - STOPPED:' TO WS-RPT-LINE
           MOVE WS-STOPPED-COUNT  TO WS-COUNT-DISP
           MOVE WS-STOPPED-AMOUNT TO WS-FMT-AMOUNT
           PERFORM 8500-WRITE-TOTAL-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE '  0 -  30 DAYS:' TO WS-RPT-LINE
           MOVE WS-AGE-COUNT(1)  TO WS-COUNT-DISP
           MOVE WS-AGE-AMOUNT(1) TO WS-FMT-AMOUNT
           PERFORM 8500-WRITE-TOTAL-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE ' 31 -  90 DAYS:' TO WS-RPT-LINE
           MOVE WS-AGE-COUNT(2)  TO WS-COUNT-DISP
           MOVE WS-AGE-AMOUNT(2) TO WS-FMT-AMOUNT
           PERFORM 8500-WRITE-TOTAL-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE ' 91 - 180 DAYS:' TO WS-RPT-LINE
           MOVE WS-AGE-COUNT(3)  TO WS-COUNT-DISP
           MOVE WS-AGE-AMOUNT(3) TO WS-FMT-AMOUNT
           PERFORM 8500-WRITE-TOTAL-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE '181 - 365 DAYS:' TO WS-RPT-LINE
           MOVE WS-AGE-COUNT(4)  TO WS-COUNT-DISP
           MOVE WS-AGE-AMOUNT(4) TO WS-FMT-AMOUNT
           PERFORM 8500-WRITE-TOTAL-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE 'OVER ONE YEAR:' TO WS-RPT-LINE
           MOVE WS-AGE-COUNT(5)  TO WS-COUNT-DISP
           MOVE WS-AGE-AMOUNT(5) TO WS-FMT-AMOUNT
           PERFORM 8500-WRITE-TOTAL-LINE.

       4300-REPORT-PROOF-RESULT.
           COMPUTE WS-EXPECTED-TOTAL =
               WS-PRIOR-TOTAL + WS-GL-NET
           COMPUTE WS-BREAK-AMOUNT =
               WS-ACTUAL-TOTAL - WS-EXPECTED-TOTAL
           MOVE SPACES TO WS-RPT-LINE
           WRITE OCKRRPT-REC FROM WS-RPT-LINE
           MOVE WS-ACTUAL-TOTAL TO WS-FMT-AMOUNT
           CALL 'FMTAMT' USING WS-FMT-AMOUNT
                               WS-FORMATTED-AMT
                               SPACES
                               WS-PROCESS-RC
           MOVE SPACES TO WS-RPT-LINE
           STRING 'OUTSTANDING PER REGISTER: ' WS-FORMATTED-AMT
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE OCKRRPT-REC FROM WS-RPT-LINE
           MOVE WS-EXPECTED-TOTAL TO WS-FMT-AMOUNT
           CALL 'FMTAMT' USING WS-FMT-AMOUNT
                               WS-FORMATTED-AMT
                               SPACES
                               WS-PROCESS-RC
           MOVE SPACES TO WS-RPT-LINE
           STRING 'EXPECTED PER GL:          ' WS-FORMATTED-AMT
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE OCKRRPT-REC FROM WS-RPT-LINE
      *    With no mapping there is no GL movement to roll forward
      *    by; the position is carried as tonight's baseline and the
      *    step warns until finance adds the entry.
           IF NOT GL-ACCOUNT-MAPPED
               MOVE ZERO TO WS-BREAK-AMOUNT
               MOVE SPACES TO WS-BREAK-FIRST-DATE
               MOVE 4 TO RETURN-CODE
           ELSE
               IF NOT PRIOR-LOADED
                   MOVE SPACES TO WS-RPT-LINE
                   MOVE 'FIRST PROOF RUN - NO PRIOR STATE, POSITION '
                       TO WS-RPT-LINE
                   MOVE 'BASELINED TONIGHT' TO WS-RPT-LINE(44:17)
                   WRITE OCKRRPT-REC FROM WS-RPT-LINE
                   MOVE ZERO TO WS-BREAK-AMOUNT
               END-IF
               PERFORM 4400-REPORT-BREAK
           END-IF.

       4400-REPORT-BREAK.
           IF WS-BREAK-AMOUNT = ZERO
               MOVE SPACES TO WS-RPT-LINE
               MOVE 'IN PROOF' TO WS-RPT-LINE
               WRITE OCKRRPT-REC FROM WS-RPT-LINE
               MOVE SPACES TO WS-BREAK-FIRST-DATE
           ELSE
               IF WS-BREAK-AMOUNT = WS-PRIOR-BREAK
                   MOVE WS-PRIOR-BREAK-DATE TO WS-BREAK-FIRST-DATE
               ELSE
                   MOVE BUS-DATE TO WS-BREAK-FIRST-DATE
               END-IF
               MOVE WS-BREAK-AMOUNT TO WS-FMT-AMOUNT
               CALL 'FMTAMT' USING WS-FMT-AMOUNT
                                   WS-FORMATTED-AMT
                                   SPACES
                                   WS-PROCESS-RC
               MOVE SPACES TO WS-RPT-LINE
               STRING '*** BREAK ' WS-FORMATTED-AMT
                      '  FIRST APPEARED ' WS-BREAK-FIRST-DATE
                      ' ***'
                   DELIMITED SIZE INTO WS-RPT-LINE
               WRITE OCKRRPT-REC FROM WS-RPT-LINE
               MOVE 4 TO RETURN-CODE
           END-IF.

       5000-WRITE-STATE.
           OPEN OUTPUT PROOFOUT
           MOVE SPACES TO WS-PROOF-RECORD
           SET PRF-TOTAL TO TRUE
           MOVE WS-ACTUAL-TOTAL TO PRF-AMOUNT
           WRITE PROOFOUT-REC FROM WS-PROOF-RECORD
           MOVE SPACES TO WS-PROOF-RECORD
           SET PRF-BREAK TO TRUE
           MOVE WS-BREAK-AMOUNT     TO PRF-AMOUNT
           MOVE WS-BREAK-FIRST-DATE TO PRF-FIRST-DATE
           WRITE PROOFOUT-REC FROM WS-PROOF-RECORD
           CLOSE PROOFOUT.

       8500-WRITE-TOTAL-LINE.
           CALL 'FMTAMT' USING WS-FMT-AMOUNT
                               WS-FORMATTED-AMT
                               SPACES
                               WS-PROCESS-RC
           MOVE WS-COUNT-DISP    TO WS-RPT-LINE(33:8)
           MOVE WS-FORMATTED-AMT TO WS-RPT-LINE(43:18)
           WRITE OCKRRPT-REC FROM WS-RPT-LINE.

       9000-END.
           DISPLAY 'OCKRECON COMPLETE'
           CLOSE OCKRRPT
           STOP RUN.
