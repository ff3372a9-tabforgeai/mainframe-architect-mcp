      *----------------------------------------------------------------*
      * PROGRAM:  RSTDRVR                                              *
      * PURPOSE:  BANKNITE step-level restart driver. Works out where  *
      *           a failed night stopped and cuts the resubmission     *
      *           deck from that step onward, so the on-call operator  *
      *           no longer decides by hand which steps finished and   *
      *           which resets are safe to repeat. Reads the BANKNITE  *
      *           member itself (JCLIN), the step definitions          *
      *           (RSTSTEPS, see RSTDATA), BATSTAT, and two catalog    *
      *           listings - CYCLCAT, taken by BANKNITE's CATSNAP step *
      *           as the night began, and CATNOW, taken just before    *
      *           this step - whose difference is the generations the  *
      *           night has created so far.                            *
      *           The failed step is the first BATSTAT step running or *
      *           failed tonight, else the step after the last one     *
      *           with evidence of completion (BATSTAT complete, or    *
      *           every generation it creates on the catalog). SYSIN   *
      *           may name an earlier step to rerun from, or a later   *
      *           one with FORCE. Steps ahead of the restart point are *
      *           dropped; the rest are copied with each GDG relative  *
      *           number moved down by the generations the dropped     *
      *           steps created, and a checkpointed step that was      *
      *           running restarts with RESTART=Y. The deck stops      *
      *           short of the first step that cannot safely run:      *
      *           its generation inputs are not the ones the dropped   *
      *           steps should have left, it already completed         *
      *           tonight on BATSTAT, it needs a step or pass temp     *
      *           the deck no longer has, or it would repeat a reset   *
      *           over data written since. Generations the failed      *
      *           step itself left behind are deleted by a DELGEN      *
      *           step at the top of the deck. Every run is logged to  *
      *           RSTLOG - who, what, when and what was decided.       *
      *           RC=0 deck runs to the end of the night, RC=4 deck    *
      *           stops short (see RSTRPT), RC=8 no deck cut.          *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    (none)                                               *
      * COPYBOOKS: RSTDATA, BATSTAT, BUSDATE                           *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     RSTDRVR.
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
           SELECT STATFILE ASSIGN TO UT-S-BATSTAT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT STEPDEF  ASSIGN TO UT-S-RSTSTEPS
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT JCLIN    ASSIGN TO UT-S-JCLIN
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT CYCLCAT  ASSIGN TO UT-S-CYCLCAT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT CATNOW   ASSIGN TO UT-S-CATNOW
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT RSTDECK  ASSIGN TO UT-S-RSTDECK
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT RSTRPT   ASSIGN TO UT-S-RSTRPT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT RSTLOG   ASSIGN TO UT-S-RSTLOG
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATEF
           RECORDING MODE IS F
           RECORD CONTAINS 30 CHARACTERS.
       01  BUSDATEF-REC               PIC X(30).

       FD  STATFILE
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  STATFILE-REC               PIC X(60).

       FD  STEPDEF
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  STEPDEF-REC                PIC X(80).

      *    The BANKNITE member, read twice - once to learn the steps
      *    and the datasets each one uses, once to copy the steps
      *    that go into the deck.
       FD  JCLIN
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  JCLIN-REC                  PIC X(80).

      *    IDCAMS LISTCAT OUTFILE listings - variable-length print
      *    lines, carriage control in the first byte.
       FD  CYCLCAT
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE FROM 1 TO 121 CHARACTERS
               DEPENDING ON WS-SNAP-REC-LEN.
       01  CYCLCAT-REC                PIC X(121).

       FD  CATNOW
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE FROM 1 TO 121 CHARACTERS
               DEPENDING ON WS-NOW-REC-LEN.
       01  CATNOW-REC                 PIC X(121).

       FD  RSTDECK
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  RSTDECK-REC                PIC X(80).

       FD  RSTRPT
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  RSTRPT-REC                 PIC X(133).

       FD  RSTLOG
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01  RSTLOG-REC                 PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-RSTDRVR-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'RSTDRVR'.
           05  WS-EOF-INPUT           PIC X(1)  VALUE 'N'.
               88  EOF-INPUT              VALUE 'Y'.
      *    SYSIN line 1: operator ID (required). Line 2: step to
      *    restart from (blank = the failed step). Line 3: Y to force
      *    a restart past steps with no evidence of completion.
      *    Line 4: reason / incident ticket for the log.
           05  WS-OPERATOR-ID         PIC X(08) VALUE SPACES.
           05  WS-REQ-STEP            PIC X(08) VALUE SPACES.
           05  WS-FORCE-FLAG          PIC X(01) VALUE SPACES.
               88  FORCE-RESTART          VALUE 'Y'.
           05  WS-REASON-TEXT         PIC X(60) VALUE SPACES.
           05  WS-RUN-STAMP           PIC X(26) VALUE SPACES.
           05  WS-HLQ                 PIC X(20) VALUE SPACES.
           05  WS-HLQ-LEN             PIC 9(4)  COMP VALUE ZERO.
           05  WS-JOB-NAME            PIC X(08) VALUE SPACES.
      *    BDATESET's BATSTAT completion stamp - a step's status
      *    counts as tonight's only when stamped at or after it.
           05  WS-CYCLE-STAMP         PIC X(16) VALUE SPACES.
           05  WS-BDATE-STATE         PIC X(01) VALUE SPACES.
           05  WS-BDATE-STAMP         PIC X(16) VALUE SPACES.
           05  WS-NIGHT-FLAG          PIC X(01) VALUE 'N'.
               88  NIGHT-STARTED          VALUE 'Y'.
           05  WS-RUN-INT             PIC S9(9) COMP VALUE ZERO.
           05  WS-STAMP-INT           PIC S9(9) COMP VALUE ZERO.
           05  WS-WORK-DATE-8         PIC 9(08) VALUE ZERO.
      *    JCL scan.
           05  WS-JCL-LINE            PIC X(80) VALUE SPACES.
           05  WS-NEW-LINE            PIC X(80) VALUE SPACES.
           05  WS-LINE-NO             PIC 9(5)  COMP VALUE ZERO.
           05  WS-PROLOGUE-END        PIC 9(5)  COMP VALUE ZERO.
           05  WS-COMMENT-START       PIC 9(5)  COMP VALUE ZERO.
           05  WS-AWAIT-SYSIN         PIC X(01) VALUE 'N'.
           05  WS-LEAD                PIC 9(4)  COMP VALUE ZERO.
           05  WS-TOKEN-1             PIC X(20) VALUE SPACES.
           05  WS-TOKEN-2             PIC X(72) VALUE SPACES.
           05  WS-TOKEN-3             PIC X(72) VALUE SPACES.
           05  WS-DD-TEXT             PIC X(400) VALUE SPACES.
           05  WS-DD-PTR              PIC 9(4)  COMP VALUE 1.
           05  WS-DD-OPEN             PIC X(01) VALUE 'N'.
           05  WS-TALLY               PIC 9(4)  COMP VALUE ZERO.
           05  WS-POS                 PIC 9(4)  COMP VALUE ZERO.
           05  WS-DSN-POS             PIC 9(4)  COMP VALUE ZERO.
           05  WS-OPERAND-LEN         PIC 9(4)  COMP VALUE ZERO.
           05  WS-DSN-OPERAND         PIC X(44) VALUE SPACES.
           05  WS-WORK-DSN            PIC X(30) VALUE SPACES.
           05  WS-REL-TEXT            PIC X(10) VALUE SPACES.
           05  WS-REL-DIGIT           PIC 9(01) VALUE ZERO.
           05  WS-REL-VALUE           PIC S9(3) COMP VALUE ZERO.
           05  WS-NEW-REL             PIC S9(3) COMP VALUE ZERO.
           05  WS-REL-OUT             PIC X(04) VALUE SPACES.
           05  WS-REL-ONE             PIC 9(01) VALUE ZERO.
           05  WS-REL-TWO             PIC 9(02) VALUE ZERO.
           05  WS-GDG-FLAG            PIC X(01) VALUE 'N'.
           05  WS-TEMP-FLAG           PIC X(01) VALUE 'N'.
           05  WS-REF-KIND-NEW        PIC X(01) VALUE 'R'.
      *    Catalog listings.
           05  WS-SNAP-REC-LEN        PIC 9(4)  COMP VALUE ZERO.
           05  WS-NOW-REC-LEN         PIC 9(4)  COMP VALUE ZERO.
           05  WS-CAT-WHICH           PIC X(01) VALUE SPACES.
           05  WS-CAT-LINE            PIC X(121) VALUE SPACES.
           05  WS-CAT-DSN             PIC X(44) VALUE SPACES.
           05  WS-CAT-REST            PIC X(44) VALUE SPACES.
           05  WS-CAT-LEN             PIC 9(4)  COMP VALUE ZERO.
           05  WS-GEN-NUM             PIC 9(04) VALUE ZERO.
           05  WS-DEL-GEN             PIC 9(04) VALUE ZERO.
           05  WS-SNAP-LINES          PIC 9(9)  COMP VALUE ZERO.
           05  WS-NOW-LINES           PIC 9(9)  COMP VALUE ZERO.
      *    Table subscripts and the decision.
           05  WS-STEP-IX             PIC 9(4)  COMP VALUE ZERO.
           05  WS-STEP-COUNT          PIC 9(4)  COMP VALUE ZERO.
           05  WS-STEP-MAX            PIC 9(4)  COMP VALUE 200.
           05  WS-DSN-IX              PIC 9(4)  COMP VALUE ZERO.
           05  WS-DSN-COUNT           PIC 9(4)  COMP VALUE ZERO.
           05  WS-DSN-MAX             PIC 9(4)  COMP VALUE 600.
           05  WS-REF-IX              PIC 9(4)  COMP VALUE ZERO.
           05  WS-REF-COUNT           PIC 9(4)  COMP VALUE ZERO.
           05  WS-REF-MAX             PIC 9(4)  COMP VALUE 2000.
           05  WS-DEP-IX              PIC 9(4)  COMP VALUE ZERO.
           05  WS-J-IX                PIC 9(4)  COMP VALUE ZERO.
           05  WS-R-IX                PIC 9(4)  COMP VALUE ZERO.
           05  WS-CUR-STEP            PIC 9(4)  COMP VALUE ZERO.
           05  WS-CHK-STEP            PIC 9(4)  COMP VALUE ZERO.
           05  WS-CHK-DSN             PIC 9(4)  COMP VALUE ZERO.
           05  WS-USES-FLAG           PIC X(01) VALUE 'N'.
               88  STEP-USES-DSN          VALUE 'Y'.
           05  WS-FAIL-IX             PIC 9(4)  COMP VALUE ZERO.
           05  WS-EVID-IX             PIC 9(4)  COMP VALUE ZERO.
           05  WS-START-IX            PIC 9(4)  COMP VALUE ZERO.
           05  WS-STOP-IX             PIC 9(4)  COMP VALUE ZERO.
           05  WS-FAIL-NOTE           PIC X(40) VALUE SPACES.
           05  WS-REFUSED-FLAG        PIC X(01) VALUE 'N'.
               88  RESTART-REFUSED        VALUE 'Y'.
           05  WS-REFUSE-REASON       PIC X(40) VALUE SPACES.
           05  WS-STOP-REASON         PIC X(40) VALUE SPACES.
           05  WS-CKPT-RESTART        PIC X(01) VALUE 'N'.
               88  CKPT-RESTART           VALUE 'Y'.
           05  WS-BANNER-DONE         PIC X(01) VALUE 'N'.
           05  WS-DECK-COUNT          PIC 9(4)  COMP VALUE ZERO.
           05  WS-SKIP-COUNT          PIC 9(4)  COMP VALUE ZERO.
           05  WS-DELETE-COUNT        PIC 9(4)  COMP VALUE ZERO.
           05  WS-RENUMBER-COUNT      PIC 9(4)  COMP VALUE ZERO.
           05  WS-DEF-COUNT           PIC 9(4)  COMP VALUE ZERO.
           05  WS-RETURN-CODE         PIC 9(02) VALUE ZERO.
           05  WS-COUNT-DISP          PIC ZZZ,ZZ9.
           05  WS-SEQ-DISP            PIC ZZ9.
           05  WS-GEN-DISP-1          PIC ZZZ9.
           05  WS-GEN-DISP-2          PIC ZZZ9.
           05  WS-GEN-DISP-3          PIC ZZZ9.
           05  WS-GEN-DISP-4          PIC ZZZ9.
           05  WS-RPT-LINE            PIC X(133) VALUE SPACES.
           05  WS-ACTION-TEXT         PIC X(09) VALUE SPACES.

      *    One entry per EXEC statement, in job order. FIRST-LINE
      *    takes in the comment block ahead of the EXEC so the deck
      *    keeps each step's description.
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY          OCCURS 200 TIMES.
               10  WS-STP-NAME        PIC X(08).
               10  WS-STP-PGM         PIC X(08).
               10  WS-STP-FIRST-LINE  PIC 9(5)  COMP.
               10  WS-STP-LAST-LINE   PIC 9(5)  COMP.
               10  WS-STP-SYSIN-LINE  PIC 9(5)  COMP.
               10  WS-STP-CLASS       PIC X(01).
               10  WS-STP-TRACKED     PIC X(01).
               10  WS-STP-RESET-DSN   PIC X(30).
               10  WS-STP-RESET-IX    PIC 9(4)  COMP.
               10  WS-STP-DEPENDS     PIC X(08) OCCURS 3 TIMES.
               10  WS-STP-BST-STATE   PIC X(01).
               10  WS-STP-BST-STAMP   PIC X(16).
               10  WS-STP-TONIGHT     PIC X(01).
               10  WS-STP-GEN-OUT     PIC X(01).
               10  WS-STP-GEN-SHORT   PIC X(01).
      *            B = BATSTAT complete tonight, G = every generation
      *            it creates is on the catalog.
               10  WS-STP-EVIDENCE    PIC X(01).
      *            S complete - dropped, F forced past, D in the deck,
      *            T the deck stops here, N not in the deck, X cycle-
      *            start step left out of a rerun.
               10  WS-STP-DISP        PIC X(01).
               10  WS-STP-NOTE        PIC X(40).

      *    Every dataset the member names under the HLQ or as a pass
      *    temp, without the HLQ and the relative generation.
       01  WS-DSN-TABLE.
           05  WS-DSN-ENTRY           OCCURS 600 TIMES.
               10  WS-DSN-NAME        PIC X(30).
               10  WS-DSN-GDG         PIC X(01).
               10  WS-DSN-TEMP        PIC X(01).
               10  WS-DSN-CREATOR     PIC 9(4)  COMP.
      *            Highest generation listed, and highest below 5000
      *            (the latest when the numbers have wrapped).
               10  WS-DSN-SNAP-MAX    PIC 9(4)  COMP.
               10  WS-DSN-SNAP-LOW    PIC 9(4)  COMP.
               10  WS-DSN-NOW-MAX     PIC 9(4)  COMP.
               10  WS-DSN-NOW-LOW     PIC 9(4)  COMP.
               10  WS-DSN-SNAP-GEN    PIC 9(4)  COMP.
               10  WS-DSN-NOW-GEN     PIC 9(4)  COMP.
               10  WS-DSN-CREATED     PIC 9(4)  COMP.
               10  WS-DSN-EXPECTED    PIC 9(4)  COMP.
               10  WS-DSN-START-MAX   PIC 9(4)  COMP.
               10  WS-DSN-EXCESS      PIC 9(4)  COMP.
      *            M as expected, D excess left by the restart step
      *            (deleted), S short, X unexplained excess.
               10  WS-DSN-STATUS      PIC X(01).
               10  WS-DSN-DECK-REF    PIC X(01).
               10  WS-DSN-DECK-MADE   PIC X(01).

      *    One entry per DD reference: N creates (DISP=(NEW...),
      *    R reads or extends.
       01  WS-REF-TABLE.
           05  WS-REF-ENTRY           OCCURS 2000 TIMES.
               10  WS-REF-STEP        PIC 9(4)  COMP.
               10  WS-REF-DSN         PIC 9(4)  COMP.
               10  WS-REF-REL         PIC S9(3) COMP.
               10  WS-REF-KIND        PIC X(01).

       COPY RSTDATA.
       COPY BATSTAT.
       COPY BUSDATE.

       PROCEDURE DIVISION.

       1000-INIT.
           ACCEPT WS-OPERATOR-ID FROM SYSIN
           ACCEPT WS-REQ-STEP    FROM SYSIN
           ACCEPT WS-FORCE-FLAG  FROM SYSIN
           ACCEPT WS-REASON-TEXT FROM SYSIN
           IF WS-OPERATOR-ID = SPACES
               DISPLAY 'RSTDRVR OPERATOR ID REQUIRED ON SYSIN LINE 1'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT BUSDATEF
           READ BUSDATEF INTO BUSINESS-DATE-RECORD
               AT END
                   MOVE SPACES TO BUSINESS-DATE-RECORD
           END-READ
           CLOSE BUSDATEF
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           PERFORM 1100-LOAD-JCL
           IF WS-STEP-COUNT = ZERO OR WS-HLQ-LEN = ZERO
               DISPLAY 'RSTDRVR NO STEPS OR NO SET HLQ= ON JCLIN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-REQ-STEP NOT = SPACES
               MOVE WS-REQ-STEP TO WS-TOKEN-1
               PERFORM 1210-FIND-STEP
               IF WS-J-IX = ZERO
                   DISPLAY 'RSTDRVR NO SUCH STEP ON JCLIN: '
                           WS-REQ-STEP
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT RSTRPT
           PERFORM 1500-WRITE-REPORT-HEADER
           PERFORM 1200-LOAD-STEP-DEFS
           PERFORM 1300-LOAD-BATSTAT
           PERFORM 1400-LOAD-CATALOGS
           PERFORM 2000-FIND-FAILED-STEP
           PERFORM 2100-CHOOSE-START
           IF NOT RESTART-REFUSED
               PERFORM 2200-CHECK-GENERATIONS
               PERFORM 3000-BUILD-DECK
           END-IF
           OPEN OUTPUT RSTDECK
           IF WS-DECK-COUNT > ZERO
               PERFORM 4000-WRITE-DECK
           END-IF
           CLOSE RSTDECK
           EVALUATE TRUE
               WHEN WS-DECK-COUNT = ZERO
                   MOVE 8 TO WS-RETURN-CODE
               WHEN WS-STOP-IX > ZERO
                   MOVE 4 TO WS-RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO WS-RETURN-CODE
           END-EVALUATE
           PERFORM 5000-REPORT-STEPS
           PERFORM 5100-REPORT-GENERATIONS
           PERFORM 5200-REPORT-RESETS
           PERFORM 5300-REPORT-SUMMARY
           PERFORM 7000-WRITE-LOG
           PERFORM 9000-END.

       1100-LOAD-JCL.
           OPEN INPUT JCLIN
           MOVE 'N' TO WS-EOF-INPUT
           MOVE ZERO TO WS-LINE-NO
           PERFORM UNTIL EOF-INPUT
               READ JCLIN INTO WS-JCL-LINE
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT
                   PERFORM 1110-SCAN-JCL-LINE
               END-IF
           END-PERFORM
           PERFORM 1140-ANALYZE-DD
           IF WS-STEP-COUNT > ZERO
               MOVE WS-LINE-NO TO WS-STP-LAST-LINE(WS-STEP-COUNT)
           END-IF
           CLOSE JCLIN.

       1110-SCAN-JCL-LINE.
           ADD 1 TO WS-LINE-NO
           EVALUATE TRUE
               WHEN WS-JCL-LINE(1:3) = '//*'
                   PERFORM 1140-ANALYZE-DD
                   MOVE 'N' TO WS-AWAIT-SYSIN
                   IF WS-COMMENT-START = ZERO
                       MOVE WS-LINE-NO TO WS-COMMENT-START
                   END-IF
               WHEN WS-JCL-LINE(1:2) = '//'
                   PERFORM 1115-SCAN-STATEMENT
                   MOVE ZERO TO WS-COMMENT-START
               WHEN OTHER
      *            Instream data or the /* delimiter.
                   PERFORM 1140-ANALYZE-DD
                   IF WS-AWAIT-SYSIN = 'Y'
                           AND WS-JCL-LINE(1:2) NOT = '/*'
                       MOVE WS-LINE-NO
                           TO WS-STP-SYSIN-LINE(WS-STEP-COUNT)
                   END-IF
                   MOVE 'N' TO WS-AWAIT-SYSIN
                   MOVE ZERO TO WS-COMMENT-START
           END-EVALUATE.

       1115-SCAN-STATEMENT.
           MOVE 'N' TO WS-AWAIT-SYSIN
           MOVE SPACES TO WS-TOKEN-1 WS-TOKEN-2 WS-TOKEN-3
           IF WS-JCL-LINE(3:1) NOT = SPACE
               UNSTRING WS-JCL-LINE(3:70) DELIMITED BY ALL SPACE
                   INTO WS-TOKEN-1 WS-TOKEN-2 WS-TOKEN-3
               EVALUATE WS-TOKEN-2
                   WHEN 'EXEC'
                       PERFORM 1140-ANALYZE-DD
                       PERFORM 1120-START-STEP
                   WHEN 'DD'
                       PERFORM 1130-START-DD
                   WHEN 'JOB'
                       PERFORM 1140-ANALYZE-DD
                       MOVE WS-TOKEN-1 TO WS-JOB-NAME
                   WHEN OTHER
                       PERFORM 1140-ANALYZE-DD
               END-EVALUATE
           ELSE
      *        No name field - a concatenated DD, a SET, or the
      *        continuation of the statement above.
               MOVE ZERO TO WS-LEAD
               INSPECT WS-JCL-LINE(3:70)
                   TALLYING WS-LEAD FOR LEADING SPACE
               IF WS-LEAD < 70
                   UNSTRING WS-JCL-LINE(3 + WS-LEAD:70 - WS-LEAD)
                       DELIMITED BY ALL SPACE
                       INTO WS-TOKEN-2 WS-TOKEN-3
               END-IF
               EVALUATE TRUE
                   WHEN WS-TOKEN-2 = 'DD'
                       PERFORM 1130-START-DD
                   WHEN WS-TOKEN-2 = 'SET'
                       PERFORM 1140-ANALYZE-DD
                       IF WS-TOKEN-3(1:4) = 'HLQ='
                           UNSTRING WS-TOKEN-3(5:)
                               DELIMITED BY ',' OR SPACE
                               INTO WS-HLQ
                           MOVE ZERO TO WS-HLQ-LEN
                           INSPECT WS-HLQ TALLYING WS-HLQ-LEN
                               FOR CHARACTERS BEFORE INITIAL SPACE
                       END-IF
                   WHEN WS-DD-OPEN = 'Y'
                       STRING ' ' WS-TOKEN-2 DELIMITED BY '  '
                           INTO WS-DD-TEXT WITH POINTER WS-DD-PTR
                           ON OVERFLOW
                               CONTINUE
                       END-STRING
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       1120-START-STEP.
           IF WS-STEP-COUNT >= WS-STEP-MAX
               DISPLAY 'RSTDRVR STEP TABLE FULL AT ' WS-TOKEN-1
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-STEP-COUNT
           INITIALIZE WS-STEP-ENTRY(WS-STEP-COUNT)
           MOVE WS-TOKEN-1 TO WS-STP-NAME(WS-STEP-COUNT)
           IF WS-TOKEN-3(1:4) = 'PGM='
               UNSTRING WS-TOKEN-3(5:) DELIMITED BY ','
                   INTO WS-STP-PGM(WS-STEP-COUNT)
           END-IF
           MOVE 'P' TO WS-STP-CLASS(WS-STEP-COUNT)
           MOVE 'N' TO WS-STP-TRACKED(WS-STEP-COUNT)
           IF WS-COMMENT-START > ZERO
               MOVE WS-COMMENT-START
                   TO WS-STP-FIRST-LINE(WS-STEP-COUNT)
           ELSE
               MOVE WS-LINE-NO TO WS-STP-FIRST-LINE(WS-STEP-COUNT)
           END-IF
           IF WS-STEP-COUNT = 1
               COMPUTE WS-PROLOGUE-END =
                   WS-STP-FIRST-LINE(WS-STEP-COUNT) - 1
           ELSE
               COMPUTE WS-STP-LAST-LINE(WS-STEP-COUNT - 1) =
                   WS-STP-FIRST-LINE(WS-STEP-COUNT) - 1
           END-IF.

       1130-START-DD.
           PERFORM 1140-ANALYZE-DD
           IF WS-STEP-COUNT > ZERO
               MOVE SPACES TO WS-DD-TEXT
               MOVE 1 TO WS-DD-PTR
               STRING WS-TOKEN-3 DELIMITED BY '  '
                   INTO WS-DD-TEXT WITH POINTER WS-DD-PTR
               END-STRING
               MOVE 'Y' TO WS-DD-OPEN
               IF WS-TOKEN-1 = 'SYSIN' AND WS-TOKEN-3(1:1) = '*'
                   MOVE 'Y' TO WS-AWAIT-SYSIN
               END-IF
           END-IF.

       1140-ANALYZE-DD.
      *    The DD statement (with its continuations) is complete -
      *    record the dataset it names and whether it creates it.
           IF WS-DD-OPEN = 'Y'
               MOVE 'N' TO WS-DD-OPEN
               MOVE ZERO TO WS-TALLY
               INSPECT WS-DD-TEXT TALLYING WS-TALLY
                   FOR CHARACTERS BEFORE INITIAL 'DSN='
               IF WS-TALLY < 390
                   MOVE SPACES TO WS-DSN-OPERAND
                   UNSTRING WS-DD-TEXT(WS-TALLY + 5:)
                       DELIMITED BY ',' OR SPACE
                       INTO WS-DSN-OPERAND
                   PERFORM 1145-CLASSIFY-DSN
               END-IF
           END-IF.

       1145-CLASSIFY-DSN.
           MOVE ZERO TO WS-TALLY
           INSPECT WS-DD-TEXT TALLYING WS-TALLY FOR ALL 'DISP=(NEW'
           IF WS-TALLY > ZERO
               MOVE 'N' TO WS-REF-KIND-NEW
           ELSE
               MOVE 'R' TO WS-REF-KIND-NEW
           END-IF
           MOVE ZERO TO WS-REL-VALUE
           EVALUATE TRUE
               WHEN WS-DSN-OPERAND(1:2) = '&&'
      *            A pass temp with no DISP at all is a new one.
                   MOVE ZERO TO WS-TALLY
                   INSPECT WS-DD-TEXT TALLYING WS-TALLY
                       FOR ALL 'DISP='
                   IF WS-TALLY = ZERO
                       MOVE 'N' TO WS-REF-KIND-NEW
                   END-IF
                   MOVE WS-DSN-OPERAND TO WS-WORK-DSN
                   MOVE 'Y' TO WS-TEMP-FLAG
                   MOVE 'N' TO WS-GDG-FLAG
                   PERFORM 1150-ADD-REFERENCE
               WHEN WS-DSN-OPERAND(1:6) = '&HLQ..'
                   MOVE SPACES TO WS-WORK-DSN WS-REL-TEXT
                   UNSTRING WS-DSN-OPERAND(7:38) DELIMITED BY '('
                       INTO WS-WORK-DSN WS-REL-TEXT
                   MOVE 'N' TO WS-TEMP-FLAG
                   PERFORM 1147-PARSE-RELATIVE
                   PERFORM 1150-ADD-REFERENCE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1147-PARSE-RELATIVE.
      *    (+n), (0) or (-n) after the name is a generation; anything
      *    else in parentheses is a member name.
           MOVE 'N' TO WS-GDG-FLAG
           MOVE ZERO TO WS-REL-VALUE
           EVALUATE TRUE
               WHEN WS-REL-TEXT(1:1) = '+' OR WS-REL-TEXT(1:1) = '-'
                   MOVE 2 TO WS-POS
               WHEN WS-REL-TEXT(1:1) IS NUMERIC
                   MOVE 1 TO WS-POS
               WHEN OTHER
                   MOVE ZERO TO WS-POS
           END-EVALUATE
           IF WS-POS > ZERO
               IF WS-REL-TEXT(WS-POS:1) IS NUMERIC
                   MOVE 'Y' TO WS-GDG-FLAG
                   MOVE WS-REL-TEXT(WS-POS:1) TO WS-REL-DIGIT
                   MOVE WS-REL-DIGIT TO WS-REL-VALUE
                   IF WS-REL-TEXT(WS-POS + 1:1) IS NUMERIC
                       MOVE WS-REL-TEXT(WS-POS + 1:1) TO WS-REL-DIGIT
                       COMPUTE WS-REL-VALUE =
                           WS-REL-VALUE * 10 + WS-REL-DIGIT
                   END-IF
                   IF WS-REL-TEXT(1:1) = '-'
                       COMPUTE WS-REL-VALUE = 0 - WS-REL-VALUE
                   END-IF
               END-IF
           END-IF.

       1150-ADD-REFERENCE.
           IF WS-STEP-COUNT > ZERO
               PERFORM 1160-FIND-DSN
               IF WS-REF-COUNT >= WS-REF-MAX
                   DISPLAY 'RSTDRVR REFERENCE TABLE FULL AT STEP '
                           WS-STP-NAME(WS-STEP-COUNT)
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-REF-COUNT
               MOVE WS-STEP-COUNT   TO WS-REF-STEP(WS-REF-COUNT)
               MOVE WS-DSN-IX       TO WS-REF-DSN(WS-REF-COUNT)
               MOVE WS-REL-VALUE    TO WS-REF-REL(WS-REF-COUNT)
               MOVE WS-REF-KIND-NEW TO WS-REF-KIND(WS-REF-COUNT)
               IF WS-REF-KIND-NEW = 'N'
                       AND WS-DSN-CREATOR(WS-DSN-IX) = ZERO
                   MOVE WS-STEP-COUNT TO WS-DSN-CREATOR(WS-DSN-IX)
               END-IF
           END-IF.

       1160-FIND-DSN.
           PERFORM 1165-LOOKUP-DSN
           IF WS-DSN-IX = ZERO
               IF WS-DSN-COUNT >= WS-DSN-MAX
                   DISPLAY 'RSTDRVR DATASET TABLE FULL AT '
                           WS-WORK-DSN
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-DSN-COUNT
               MOVE WS-DSN-COUNT TO WS-DSN-IX
               INITIALIZE WS-DSN-ENTRY(WS-DSN-IX)
               MOVE WS-WORK-DSN  TO WS-DSN-NAME(WS-DSN-IX)
               MOVE WS-TEMP-FLAG TO WS-DSN-TEMP(WS-DSN-IX)
               MOVE 'N'          TO WS-DSN-GDG(WS-DSN-IX)
               MOVE 'M'          TO WS-DSN-STATUS(WS-DSN-IX)
               MOVE 'N'          TO WS-DSN-DECK-REF(WS-DSN-IX)
               MOVE 'N'          TO WS-DSN-DECK-MADE(WS-DSN-IX)
           END-IF
           IF WS-GDG-FLAG = 'Y'
               MOVE 'Y' TO WS-DSN-GDG(WS-DSN-IX)
           END-IF.

       1165-LOOKUP-DSN.
           MOVE ZERO TO WS-DSN-IX
           PERFORM VARYING WS-J-IX FROM 1 BY 1
                   UNTIL WS-J-IX > WS-DSN-COUNT OR WS-DSN-IX > ZERO
               IF WS-DSN-NAME(WS-J-IX) = WS-WORK-DSN
                   MOVE WS-J-IX TO WS-DSN-IX
               END-IF
           END-PERFORM.

       1200-LOAD-STEP-DEFS.
           OPEN INPUT STEPDEF
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ STEPDEF INTO RESTART-STEP-DEF
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT
                       AND RSD-STEP-NAME NOT = SPACES
                       AND RSD-STEP-NAME(1:1) NOT = '*'
                   PERFORM 1220-APPLY-STEP-DEF
               END-IF
           END-PERFORM
           CLOSE STEPDEF.

       1210-FIND-STEP.
      *    Step named in WS-TOKEN-1; WS-J-IX zero when not on JCLIN.
           MOVE ZERO TO WS-J-IX
           PERFORM VARYING WS-STEP-IX FROM 1 BY 1
                   UNTIL WS-STEP-IX > WS-STEP-COUNT OR WS-J-IX > ZERO
               IF WS-STP-NAME(WS-STEP-IX) = WS-TOKEN-1(1:8)
                   MOVE WS-STEP-IX TO WS-J-IX
               END-IF
           END-PERFORM.

       1220-APPLY-STEP-DEF.
           ADD 1 TO WS-DEF-COUNT
           MOVE SPACES TO WS-TOKEN-1
           MOVE RSD-STEP-NAME TO WS-TOKEN-1
           PERFORM 1210-FIND-STEP
           IF WS-J-IX = ZERO
               MOVE SPACES TO WS-RPT-LINE
               STRING 'STEP DEFINITION FOR ' RSD-STEP-NAME
                      ' IGNORED - NO SUCH STEP ON JCLIN'
                   DELIMITED SIZE INTO WS-RPT-LINE
               WRITE RSTRPT-REC FROM WS-RPT-LINE
           ELSE
               IF RSD-ORDINARY OR RSD-CHECKPOINTED OR RSD-RESET
                       OR RSD-CYCLE-START
                   MOVE RSD-STEP-CLASS TO WS-STP-CLASS(WS-J-IX)
                   IF RSD-STEP-CLASS = SPACE
                       MOVE 'P' TO WS-STP-CLASS(WS-J-IX)
                   END-IF
               ELSE
                   MOVE SPACES TO WS-RPT-LINE
                   STRING 'STEP DEFINITION FOR ' RSD-STEP-NAME
                          ' HAS UNKNOWN CLASS ' RSD-STEP-CLASS
                          ' - TREATED AS ORDINARY'
                       DELIMITED SIZE INTO WS-RPT-LINE
                   WRITE RSTRPT-REC FROM WS-RPT-LINE
               END-IF
               IF RSD-ON-BATSTAT
                   MOVE 'Y' TO WS-STP-TRACKED(WS-J-IX)
               END-IF
               MOVE RSD-RESET-DSN TO WS-STP-RESET-DSN(WS-J-IX)
               MOVE ZERO TO WS-STP-RESET-IX(WS-J-IX)
               IF RSD-RESET-DSN NOT = SPACES
                   MOVE RSD-RESET-DSN TO WS-WORK-DSN
                   MOVE WS-J-IX TO WS-R-IX
                   PERFORM 1165-LOOKUP-DSN
                   MOVE WS-R-IX TO WS-J-IX
                   MOVE WS-DSN-IX TO WS-STP-RESET-IX(WS-J-IX)
               END-IF
               PERFORM VARYING WS-DEP-IX FROM 1 BY 1
                       UNTIL WS-DEP-IX > 3
                   MOVE RSD-DEPENDS-ON(WS-DEP-IX)
                       TO WS-STP-DEPENDS(WS-J-IX WS-DEP-IX)
               END-PERFORM
           END-IF.

       1300-LOAD-BATSTAT.
           OPEN INPUT STATFILE
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ STATFILE INTO BATCH-STATUS-RECORD
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT
                   MOVE SPACES TO WS-TOKEN-1
                   MOVE BST-STEP-NAME TO WS-TOKEN-1
                   PERFORM 1210-FIND-STEP
                   IF WS-J-IX > ZERO
                       MOVE BST-STATE TO WS-STP-BST-STATE(WS-J-IX)
                       MOVE BST-TIMESTAMP(1:16)
                           TO WS-STP-BST-STAMP(WS-J-IX)
                   END-IF
                   IF BST-STEP-NAME = 'BDATESET'
                       MOVE BST-STATE           TO WS-BDATE-STATE
                       MOVE BST-TIMESTAMP(1:16) TO WS-BDATE-STAMP
                   END-IF
               END-IF
           END-PERFORM
           CLOSE STATFILE
      *    The night has started when BDATESET completed within the
      *    last day - a completion older than that is last night's.
           MOVE 'N' TO WS-NIGHT-FLAG
           IF WS-BDATE-STATE = 'C' AND WS-BDATE-STAMP(1:14) NUMERIC
               MOVE WS-RUN-STAMP(1:8) TO WS-WORK-DATE-8
               COMPUTE WS-RUN-INT =
                   FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-8)
               MOVE WS-BDATE-STAMP(1:8) TO WS-WORK-DATE-8
               COMPUTE WS-STAMP-INT =
                   FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-8)
               IF WS-STAMP-INT = WS-RUN-INT
                       OR (WS-STAMP-INT + 1 = WS-RUN-INT
                           AND WS-BDATE-STAMP(9:6) >
                               WS-RUN-STAMP(9:6))
                   MOVE 'Y' TO WS-NIGHT-FLAG
                   MOVE WS-BDATE-STAMP TO WS-CYCLE-STAMP
               END-IF
           END-IF
           PERFORM VARYING WS-STEP-IX FROM 1 BY 1
                   UNTIL WS-STEP-IX > WS-STEP-COUNT
               MOVE 'N' TO WS-STP-TONIGHT(WS-STEP-IX)
               IF NIGHT-STARTED
                       AND WS-STP-TRACKED(WS-STEP-IX) = 'Y'
                       AND WS-STP-BST-STATE(WS-STEP-IX) NOT = SPACE
                       AND WS-STP-BST-STAMP(WS-STEP-IX) >=
                           WS-CYCLE-STAMP
                   MOVE 'Y' TO WS-STP-TONIGHT(WS-STEP-IX)
               END-IF
           END-PERFORM.

       1400-LOAD-CATALOGS.
           OPEN INPUT CYCLCAT
           MOVE 'N' TO WS-EOF-INPUT
           MOVE 'S' TO WS-CAT-WHICH
           PERFORM UNTIL EOF-INPUT
               READ CYCLCAT
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT
                   ADD 1 TO WS-SNAP-LINES
                   MOVE SPACES TO WS-CAT-LINE
                   IF WS-SNAP-REC-LEN > ZERO
                       MOVE CYCLCAT-REC(1:WS-SNAP-REC-LEN)
                           TO WS-CAT-LINE
                   END-IF
                   PERFORM 1430-PARSE-CATALOG-LINE
               END-IF
           END-PERFORM
           CLOSE CYCLCAT
           OPEN INPUT CATNOW
           MOVE 'N' TO WS-EOF-INPUT
           MOVE 'N' TO WS-CAT-WHICH
           PERFORM UNTIL EOF-INPUT
               READ CATNOW
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT
                   ADD 1 TO WS-NOW-LINES
                   MOVE SPACES TO WS-CAT-LINE
                   IF WS-NOW-REC-LEN > ZERO
                       MOVE CATNOW-REC(1:WS-NOW-REC-LEN)
                           TO WS-CAT-LINE
                   END-IF
                   PERFORM 1430-PARSE-CATALOG-LINE
               END-IF
           END-PERFORM
           CLOSE CATNOW
           PERFORM VARYING WS-DSN-IX FROM 1 BY 1
                   UNTIL WS-DSN-IX > WS-DSN-COUNT
               IF WS-DSN-GDG(WS-DSN-IX) = 'Y'
                   PERFORM 1450-SET-CREATED
               END-IF
           END-PERFORM.

       1430-PARSE-CATALOG-LINE.
      *    NONVSAM ------- hlq.name.GnnnnV00
           MOVE ZERO TO WS-TALLY
           INSPECT WS-CAT-LINE TALLYING WS-TALLY
               FOR CHARACTERS BEFORE INITIAL 'NONVSAM'
           IF WS-TALLY < 114
               MOVE SPACES TO WS-TOKEN-1 WS-TOKEN-2 WS-CAT-DSN
               UNSTRING WS-CAT-LINE(WS-TALLY + 1:)
                   DELIMITED BY ALL SPACE
                   INTO WS-TOKEN-1 WS-TOKEN-2 WS-CAT-DSN
               PERFORM 1440-TAKE-GENERATION
           END-IF.

       1440-TAKE-GENERATION.
           IF WS-CAT-DSN(1:WS-HLQ-LEN) = WS-HLQ(1:WS-HLQ-LEN)
                   AND WS-CAT-DSN(WS-HLQ-LEN + 1:1) = '.'
               MOVE SPACES TO WS-CAT-REST
               MOVE WS-CAT-DSN(WS-HLQ-LEN + 2:) TO WS-CAT-REST
               MOVE ZERO TO WS-CAT-LEN
               INSPECT WS-CAT-REST TALLYING WS-CAT-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF WS-CAT-LEN > 9
                   IF WS-CAT-REST(WS-CAT-LEN - 8:2) = '.G'
                           AND WS-CAT-REST(WS-CAT-LEN - 2:1) = 'V'
                           AND WS-CAT-REST(WS-CAT-LEN - 6:4) NUMERIC
                       MOVE SPACES TO WS-WORK-DSN
                       MOVE WS-CAT-REST(1:WS-CAT-LEN - 9)
                           TO WS-WORK-DSN
                       MOVE WS-CAT-REST(WS-CAT-LEN - 6:4)
                           TO WS-GEN-NUM
                       PERFORM 1165-LOOKUP-DSN
                       IF WS-DSN-IX > ZERO
                           PERFORM 1445-KEEP-HIGHEST
                       END-IF
                   END-IF
               END-IF
           END-IF.

       1445-KEEP-HIGHEST.
           IF WS-CAT-WHICH = 'S'
               IF WS-GEN-NUM > WS-DSN-SNAP-MAX(WS-DSN-IX)
                   MOVE WS-GEN-NUM TO WS-DSN-SNAP-MAX(WS-DSN-IX)
               END-IF
               IF WS-GEN-NUM < 5000
                       AND WS-GEN-NUM > WS-DSN-SNAP-LOW(WS-DSN-IX)
                   MOVE WS-GEN-NUM TO WS-DSN-SNAP-LOW(WS-DSN-IX)
               END-IF
           ELSE
               IF WS-GEN-NUM > WS-DSN-NOW-MAX(WS-DSN-IX)
                   MOVE WS-GEN-NUM TO WS-DSN-NOW-MAX(WS-DSN-IX)
               END-IF
               IF WS-GEN-NUM < 5000
                       AND WS-GEN-NUM > WS-DSN-NOW-LOW(WS-DSN-IX)
                   MOVE WS-GEN-NUM TO WS-DSN-NOW-LOW(WS-DSN-IX)
               END-IF
           END-IF.

       1450-SET-CREATED.
      *    Generations run G0001 to G9999 and wrap; when both ends of
      *    the range are on the catalog the low ones are the newest.
           IF WS-DSN-SNAP-LOW(WS-DSN-IX) > ZERO
                   AND WS-DSN-SNAP-MAX(WS-DSN-IX) >
                       WS-DSN-SNAP-LOW(WS-DSN-IX) + 5000
               MOVE WS-DSN-SNAP-LOW(WS-DSN-IX)
                   TO WS-DSN-SNAP-GEN(WS-DSN-IX)
           ELSE
               MOVE WS-DSN-SNAP-MAX(WS-DSN-IX)
                   TO WS-DSN-SNAP-GEN(WS-DSN-IX)
           END-IF
           IF WS-DSN-NOW-LOW(WS-DSN-IX) > ZERO
                   AND WS-DSN-NOW-MAX(WS-DSN-IX) >
                       WS-DSN-NOW-LOW(WS-DSN-IX) + 5000
               MOVE WS-DSN-NOW-LOW(WS-DSN-IX)
                   TO WS-DSN-NOW-GEN(WS-DSN-IX)
           ELSE
               MOVE WS-DSN-NOW-MAX(WS-DSN-IX)
                   TO WS-DSN-NOW-GEN(WS-DSN-IX)
           END-IF
           EVALUATE TRUE
               WHEN WS-DSN-NOW-GEN(WS-DSN-IX) = ZERO
                   MOVE ZERO TO WS-DSN-CREATED(WS-DSN-IX)
               WHEN WS-DSN-NOW-GEN(WS-DSN-IX) >=
                    WS-DSN-SNAP-GEN(WS-DSN-IX)
                   COMPUTE WS-DSN-CREATED(WS-DSN-IX) =
                       WS-DSN-NOW-GEN(WS-DSN-IX)
                     - WS-DSN-SNAP-GEN(WS-DSN-IX)
               WHEN OTHER
                   COMPUTE WS-DSN-CREATED(WS-DSN-IX) =
                       WS-DSN-NOW-GEN(WS-DSN-IX) + 9999
                     - WS-DSN-SNAP-GEN(WS-DSN-IX)
           END-EVALUATE.

       1500-WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-RPT-LINE
           STRING 'BANKNITE RESTART DRIVER - BUSINESS DATE '
                  BUS-DATE '   RUN ' WS-RUN-STAMP(1:8) ' '
                  WS-RUN-STAMP(9:6) '   JOB ' WS-JOB-NAME
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE RSTRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'OPERATOR ' WS-OPERATOR-ID
                  '   REQUESTED STEP ' WS-REQ-STEP
                  '   FORCE ' WS-FORCE-FLAG
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE RSTRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'REASON: ' WS-REASON-TEXT
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE RSTRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE RSTRPT-REC FROM WS-RPT-LINE.

       2000-FIND-FAILED-STEP.
      *    Evidence per step, then the failed step: the first BATSTAT
      *    step running or failed tonight (a running record with the
      *    job ended is an abend), else the step after the last one
      *    with evidence - every step ahead of that one finished,
      *    since each runs only when all before it did.
           PERFORM VARYING WS-REF-IX FROM 1 BY 1
                   UNTIL WS-REF-IX > WS-REF-COUNT
               MOVE WS-REF-DSN(WS-REF-IX)  TO WS-DSN-IX
               MOVE WS-REF-STEP(WS-REF-IX) TO WS-STEP-IX
               IF WS-DSN-GDG(WS-DSN-IX) = 'Y'
                       AND WS-REF-KIND(WS-REF-IX) = 'N'
                       AND WS-REF-REL(WS-REF-IX) > ZERO
                   MOVE 'Y' TO WS-STP-GEN-OUT(WS-STEP-IX)
                   IF WS-DSN-CREATED(WS-DSN-IX) <
                          WS-REF-REL(WS-REF-IX)
                       MOVE 'Y' TO WS-STP-GEN-SHORT(WS-STEP-IX)
                   END-IF
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-EVID-IX WS-FAIL-IX
           PERFORM VARYING WS-STEP-IX FROM 1 BY 1
                   UNTIL WS-STEP-IX > WS-STEP-COUNT
               MOVE SPACE TO WS-STP-EVIDENCE(WS-STEP-IX)
               IF NIGHT-STARTED
                   EVALUATE TRUE
                       WHEN WS-STP-TONIGHT(WS-STEP-IX) = 'Y'
                               AND WS-STP-BST-STATE(WS-STEP-IX) = 'C'
                           MOVE 'B' TO WS-STP-EVIDENCE(WS-STEP-IX)
                       WHEN WS-STP-GEN-OUT(WS-STEP-IX) = 'Y'
                               AND WS-STP-GEN-SHORT(WS-STEP-IX)
                                   NOT = 'Y'
                           MOVE 'G' TO WS-STP-EVIDENCE(WS-STEP-IX)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   IF WS-STP-EVIDENCE(WS-STEP-IX) NOT = SPACE
                       MOVE WS-STEP-IX TO WS-EVID-IX
                   END-IF
                   IF WS-FAIL-IX = ZERO
                           AND WS-STP-TONIGHT(WS-STEP-IX) = 'Y'
                           AND (WS-STP-BST-STATE(WS-STEP-IX) = 'R'
                             OR WS-STP-BST-STATE(WS-STEP-IX) = 'F')
                       MOVE WS-STEP-IX TO WS-FAIL-IX
                       MOVE 'FAILED STEP - BATSTAT SHOWS IT RUNNING'
                           TO WS-FAIL-NOTE
                       IF WS-STP-BST-STATE(WS-STEP-IX) = 'F'
                           MOVE 'FAILED STEP - BATSTAT SHOWS IT FAILED'
                               TO WS-FAIL-NOTE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN NOT NIGHT-STARTED
                   MOVE 1 TO WS-FAIL-IX
                   MOVE 'BDATESET HAS NOT COMPLETED TONIGHT'
                       TO WS-FAIL-NOTE
               WHEN WS-FAIL-IX > ZERO
                   CONTINUE
               WHEN OTHER
                   COMPUTE WS-FAIL-IX = WS-EVID-IX + 1
                   MOVE 'FIRST STEP WITHOUT EVIDENCE OF COMPLETION'
                       TO WS-FAIL-NOTE
           END-EVALUATE.

       2100-CHOOSE-START.
           IF WS-REQ-STEP = SPACES
               MOVE WS-FAIL-IX TO WS-START-IX
           ELSE
               MOVE WS-REQ-STEP TO WS-TOKEN-1
               PERFORM 1210-FIND-STEP
               MOVE WS-J-IX TO WS-START-IX
           END-IF
           EVALUATE TRUE
               WHEN WS-START-IX > WS-STEP-COUNT
                   MOVE 'Y' TO WS-REFUSED-FLAG
                   MOVE 'NIGHT COMPLETE - NOTHING TO RESTART'
                       TO WS-REFUSE-REASON
               WHEN NOT NIGHT-STARTED AND WS-START-IX > 1
                   MOVE 'Y' TO WS-REFUSED-FLAG
                   MOVE 'NIGHT NOT STARTED - RERUN FROM THE TOP'
                       TO WS-REFUSE-REASON
               WHEN WS-START-IX > WS-FAIL-IX AND NOT FORCE-RESTART
                   MOVE 'Y' TO WS-REFUSED-FLAG
                   STRING 'NO EVIDENCE THAT ' DELIMITED SIZE
                          WS-STP-NAME(WS-FAIL-IX) DELIMITED SPACE
                          ' COMPLETED' DELIMITED SIZE
                       INTO WS-REFUSE-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF RESTART-REFUSED
               PERFORM VARYING WS-STEP-IX FROM 1 BY 1
                       UNTIL WS-STEP-IX > WS-STEP-COUNT
                   MOVE 'N' TO WS-STP-DISP(WS-STEP-IX)
               END-PERFORM
           END-IF.

       2200-CHECK-GENERATIONS.
      *    For each generation data group the deck uses: the dropped
      *    steps should have created EXPECTED generations tonight,
      *    the highest relative number among them. The catalog must
      *    show exactly that many. More than that is tolerated only
      *    when the restart step itself could have left them (a
      *    step that ends on a bad return code still catalogs) and
      *    the restart is not a rerun of finished work - DELGEN
      *    deletes them. Anything else stops the deck at the first
      *    step to use the group.
           PERFORM VARYING WS-REF-IX FROM 1 BY 1
                   UNTIL WS-REF-IX > WS-REF-COUNT
               MOVE WS-REF-DSN(WS-REF-IX)  TO WS-DSN-IX
               MOVE WS-REF-STEP(WS-REF-IX) TO WS-STEP-IX
               IF WS-STEP-IX >= WS-START-IX
                   MOVE 'Y' TO WS-DSN-DECK-REF(WS-DSN-IX)
               END-IF
               IF WS-DSN-GDG(WS-DSN-IX) = 'Y'
                       AND WS-REF-KIND(WS-REF-IX) = 'N'
                   IF WS-STEP-IX < WS-START-IX
                       AND WS-REF-REL(WS-REF-IX) >
                           WS-DSN-EXPECTED(WS-DSN-IX)
                       MOVE WS-REF-REL(WS-REF-IX)
                           TO WS-DSN-EXPECTED(WS-DSN-IX)
                   END-IF
                   IF WS-STEP-IX = WS-START-IX
                       AND WS-REF-REL(WS-REF-IX) >
                           WS-DSN-START-MAX(WS-DSN-IX)
                       MOVE WS-REF-REL(WS-REF-IX)
                           TO WS-DSN-START-MAX(WS-DSN-IX)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-DSN-IX FROM 1 BY 1
                   UNTIL WS-DSN-IX > WS-DSN-COUNT
               MOVE 'M' TO WS-DSN-STATUS(WS-DSN-IX)
               MOVE ZERO TO WS-DSN-EXCESS(WS-DSN-IX)
               IF NIGHT-STARTED
                       AND WS-DSN-GDG(WS-DSN-IX) = 'Y'
                       AND WS-DSN-DECK-REF(WS-DSN-IX) = 'Y'
                   EVALUATE TRUE
                       WHEN WS-DSN-CREATED(WS-DSN-IX) =
                            WS-DSN-EXPECTED(WS-DSN-IX)
                           CONTINUE
                       WHEN WS-DSN-CREATED(WS-DSN-IX) <
                            WS-DSN-EXPECTED(WS-DSN-IX)
                           MOVE 'S' TO WS-DSN-STATUS(WS-DSN-IX)
                       WHEN WS-START-IX >= WS-FAIL-IX
                               AND WS-DSN-CREATED(WS-DSN-IX) <=
                                   WS-DSN-START-MAX(WS-DSN-IX)
                           MOVE 'D' TO WS-DSN-STATUS(WS-DSN-IX)
                           COMPUTE WS-DSN-EXCESS(WS-DSN-IX) =
                               WS-DSN-CREATED(WS-DSN-IX)
                             - WS-DSN-EXPECTED(WS-DSN-IX)
                           ADD WS-DSN-EXCESS(WS-DSN-IX)
                               TO WS-DELETE-COUNT
                       WHEN OTHER
                           MOVE 'X' TO WS-DSN-STATUS(WS-DSN-IX)
                   END-EVALUATE
               END-IF
           END-PERFORM.

       3000-BUILD-DECK.
           MOVE ZERO TO WS-STOP-IX WS-DECK-COUNT WS-SKIP-COUNT
           PERFORM VARYING WS-STEP-IX FROM 1 BY 1
                   UNTIL WS-STEP-IX >= WS-START-IX
               IF WS-STEP-IX < WS-FAIL-IX
                   MOVE 'S' TO WS-STP-DISP(WS-STEP-IX)
               ELSE
                   MOVE 'F' TO WS-STP-DISP(WS-STEP-IX)
                   MOVE 'SKIPPED BY FORCE - NO EVIDENCE IT RAN'
                       TO WS-STP-NOTE(WS-STEP-IX)
               END-IF
               ADD 1 TO WS-SKIP-COUNT
           END-PERFORM
      *    A checkpointed step the deck starts at picks up from its
      *    checkpoint only when BATSTAT shows it got under way.
           IF WS-STP-CLASS(WS-START-IX) = 'K'
                   AND WS-STP-TONIGHT(WS-START-IX) = 'Y'
                   AND (WS-STP-BST-STATE(WS-START-IX) = 'R'
                     OR WS-STP-BST-STATE(WS-START-IX) = 'F')
               MOVE 'Y' TO WS-CKPT-RESTART
           END-IF
           PERFORM VARYING WS-STEP-IX FROM WS-START-IX BY 1
                   UNTIL WS-STEP-IX > WS-STEP-COUNT
               IF WS-STOP-IX > ZERO
                   MOVE 'N' TO WS-STP-DISP(WS-STEP-IX)
               ELSE
                   PERFORM 3100-CHECK-DECK-STEP
               END-IF
           END-PERFORM.

       3100-CHECK-DECK-STEP.
           MOVE SPACES TO WS-STOP-REASON
           IF WS-STP-CLASS(WS-STEP-IX) = 'X'
                   AND WS-STEP-IX < WS-FAIL-IX
               MOVE 'X' TO WS-STP-DISP(WS-STEP-IX)
               MOVE 'CYCLE-START STEP - NOT PART OF A RERUN'
                   TO WS-STP-NOTE(WS-STEP-IX)
           ELSE
               IF WS-STP-TONIGHT(WS-STEP-IX) = 'Y'
                       AND WS-STP-BST-STATE(WS-STEP-IX) = 'C'
                       AND NOT FORCE-RESTART
                   MOVE 'COMPLETED TONIGHT PER BATSTAT'
                       TO WS-STOP-REASON
               END-IF
               PERFORM 3110-CHECK-DEPENDENCIES
               PERFORM 3120-CHECK-STEP-REFERENCES
               IF NIGHT-STARTED
                   PERFORM 3130-CHECK-RESETS
               END-IF
               IF WS-STOP-REASON NOT = SPACES
                   MOVE 'T' TO WS-STP-DISP(WS-STEP-IX)
                   MOVE WS-STOP-REASON TO WS-STP-NOTE(WS-STEP-IX)
                   MOVE WS-STEP-IX TO WS-STOP-IX
               ELSE
                   MOVE 'D' TO WS-STP-DISP(WS-STEP-IX)
                   ADD 1 TO WS-DECK-COUNT
                   PERFORM 3140-MARK-TEMPS-MADE
                   IF WS-STEP-IX = WS-FAIL-IX
                       MOVE WS-FAIL-NOTE TO WS-STP-NOTE(WS-STEP-IX)
                   END-IF
                   IF WS-STEP-IX = WS-START-IX AND CKPT-RESTART
                       MOVE 'RESTARTS FROM ITS CHECKPOINT (RESTART=Y)'
                           TO WS-STP-NOTE(WS-STEP-IX)
                   END-IF
               END-IF
           END-IF.

       3110-CHECK-DEPENDENCIES.
      *    A step whose COND tests another must have it in the deck.
           PERFORM VARYING WS-DEP-IX FROM 1 BY 1
                   UNTIL WS-DEP-IX > 3 OR WS-STOP-REASON NOT = SPACES
               IF WS-STP-DEPENDS(WS-STEP-IX WS-DEP-IX) NOT = SPACES
                   MOVE SPACES TO WS-TOKEN-1
                   MOVE WS-STP-DEPENDS(WS-STEP-IX WS-DEP-IX)
                       TO WS-TOKEN-1
                   MOVE WS-STEP-IX TO WS-R-IX
                   PERFORM 1210-FIND-STEP
                   MOVE WS-R-IX TO WS-STEP-IX
                   IF WS-J-IX = ZERO
                       STRING 'NEEDS ' DELIMITED SIZE
                              WS-STP-DEPENDS(WS-STEP-IX WS-DEP-IX)
                                  DELIMITED SPACE
                              ' IN THE SAME DECK' DELIMITED SIZE
                           INTO WS-STOP-REASON
                   ELSE
                       IF WS-STP-DISP(WS-J-IX) NOT = 'D'
                           STRING 'NEEDS ' DELIMITED SIZE
                                  WS-STP-NAME(WS-J-IX) DELIMITED SPACE
                                  ' IN THE SAME DECK' DELIMITED SIZE
                               INTO WS-STOP-REASON
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       3120-CHECK-STEP-REFERENCES.
           PERFORM VARYING WS-REF-IX FROM 1 BY 1
                   UNTIL WS-REF-IX > WS-REF-COUNT
                      OR WS-STOP-REASON NOT = SPACES
               IF WS-REF-STEP(WS-REF-IX) = WS-STEP-IX
                   MOVE WS-REF-DSN(WS-REF-IX) TO WS-DSN-IX
                   EVALUATE TRUE
                       WHEN WS-DSN-TEMP(WS-DSN-IX) = 'Y'
                               AND WS-REF-KIND(WS-REF-IX) = 'R'
                               AND WS-DSN-DECK-MADE(WS-DSN-IX) NOT = 'Y'
                           STRING 'PASS TEMP ' DELIMITED SIZE
                                  WS-DSN-NAME(WS-DSN-IX)
                                      DELIMITED SPACE
                                  ' NOT MADE IN THIS DECK'
                                      DELIMITED SIZE
                               INTO WS-STOP-REASON
                       WHEN WS-DSN-STATUS(WS-DSN-IX) = 'S'
                           STRING 'GENERATION MISSING - '
                                      DELIMITED SIZE
                                  WS-DSN-NAME(WS-DSN-IX)
                                      DELIMITED SPACE
                               INTO WS-STOP-REASON
                       WHEN WS-DSN-STATUS(WS-DSN-IX) = 'X'
                           STRING 'UNEXPECTED GENERATION - '
                                      DELIMITED SIZE
                                  WS-DSN-NAME(WS-DSN-IX)
                                      DELIMITED SPACE
                               INTO WS-STOP-REASON
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.

       3130-CHECK-RESETS.
      *    Steps ahead of the failed step have all run tonight. A
      *    reset among them that this deck would repeat is safe only
      *    when no step since has used its dataset; and a step ahead
      *    of such a reset cannot rerun on the dataset it emptied.
           IF WS-STOP-REASON = SPACES
                   AND WS-STP-CLASS(WS-STEP-IX) = 'R'
                   AND WS-STEP-IX < WS-FAIL-IX
                   AND WS-STP-RESET-IX(WS-STEP-IX) > ZERO
               MOVE WS-STP-RESET-IX(WS-STEP-IX) TO WS-CHK-DSN
               PERFORM VARYING WS-CHK-STEP FROM WS-STEP-IX BY 1
                       UNTIL WS-CHK-STEP >= WS-FAIL-IX
                          OR WS-STOP-REASON NOT = SPACES
                   IF WS-CHK-STEP > WS-STEP-IX
                       PERFORM 3200-CHECK-STEP-USES-DSN
                       IF STEP-USES-DSN
                           STRING 'REPEAT WOULD EMPTY ' DELIMITED SIZE
                                  WS-STP-RESET-DSN(WS-STEP-IX)
                                      DELIMITED SPACE
                                  ' AFTER ' DELIMITED SIZE
                                  WS-STP-NAME(WS-CHK-STEP)
                                      DELIMITED SPACE
                               INTO WS-STOP-REASON
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF WS-STOP-REASON = SPACES
               MOVE WS-STEP-IX TO WS-CHK-STEP
               PERFORM VARYING WS-R-IX FROM WS-STEP-IX BY 1
                       UNTIL WS-R-IX >= WS-FAIL-IX
                          OR WS-STOP-REASON NOT = SPACES
                   IF WS-R-IX > WS-STEP-IX
                           AND WS-STP-CLASS(WS-R-IX) = 'R'
                           AND WS-STP-RESET-IX(WS-R-IX) > ZERO
                       MOVE WS-STP-RESET-IX(WS-R-IX) TO WS-CHK-DSN
                       PERFORM 3200-CHECK-STEP-USES-DSN
                       IF STEP-USES-DSN
                           STRING WS-STP-RESET-DSN(WS-R-IX)
                                      DELIMITED SPACE
                                  ' EMPTIED TONIGHT BY ' DELIMITED SIZE
                                  WS-STP-NAME(WS-R-IX) DELIMITED SPACE
                               INTO WS-STOP-REASON
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       3140-MARK-TEMPS-MADE.
           PERFORM VARYING WS-REF-IX FROM 1 BY 1
                   UNTIL WS-REF-IX > WS-REF-COUNT
               IF WS-REF-STEP(WS-REF-IX) = WS-STEP-IX
                       AND WS-REF-KIND(WS-REF-IX) = 'N'
                   MOVE WS-REF-DSN(WS-REF-IX) TO WS-DSN-IX
                   IF WS-DSN-TEMP(WS-DSN-IX) = 'Y'
                       MOVE 'Y' TO WS-DSN-DECK-MADE(WS-DSN-IX)
                   END-IF
               END-IF
           END-PERFORM.

       3200-CHECK-STEP-USES-DSN.
      *    Does step WS-CHK-STEP name dataset WS-CHK-DSN?
           MOVE 'N' TO WS-USES-FLAG
           PERFORM VARYING WS-REF-IX FROM 1 BY 1
                   UNTIL WS-REF-IX > WS-REF-COUNT OR STEP-USES-DSN
               IF WS-REF-STEP(WS-REF-IX) = WS-CHK-STEP
                       AND WS-REF-DSN(WS-REF-IX) = WS-CHK-DSN
                   MOVE 'Y' TO WS-USES-FLAG
               END-IF
           END-PERFORM.

       4000-WRITE-DECK.
      *    Second pass over the member: the job statement and SETs,
      *    then the deck steps as they stand with the relative
      *    generation numbers adjusted.
           OPEN INPUT JCLIN
           MOVE 'N' TO WS-EOF-INPUT
           MOVE ZERO TO WS-LINE-NO
           MOVE 1 TO WS-CUR-STEP
           PERFORM UNTIL EOF-INPUT
               READ JCLIN INTO WS-JCL-LINE
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT
                   ADD 1 TO WS-LINE-NO
                   IF WS-LINE-NO <= WS-PROLOGUE-END
                       IF WS-JCL-LINE(1:3) NOT = '//*'
                           WRITE RSTDECK-REC FROM WS-JCL-LINE
                       END-IF
                   ELSE
                       PERFORM UNTIL WS-CUR-STEP >= WS-STEP-COUNT
                           OR WS-LINE-NO <=
                              WS-STP-LAST-LINE(WS-CUR-STEP)
                           ADD 1 TO WS-CUR-STEP
                       END-PERFORM
                       IF WS-STP-DISP(WS-CUR-STEP) = 'D'
                           IF WS-BANNER-DONE NOT = 'Y'
                               PERFORM 4050-WRITE-DECK-BANNER
                           END-IF
                           PERFORM 4100-EDIT-DECK-LINE
                           WRITE RSTDECK-REC FROM WS-JCL-LINE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE JCLIN.

       4050-WRITE-DECK-BANNER.
           MOVE 'Y' TO WS-BANNER-DONE
           MOVE SPACES TO WS-NEW-LINE
           STRING '//* RESTART DECK CUT BY RSTDRVR ' WS-RUN-STAMP(1:8)
                  ' ' WS-RUN-STAMP(9:6) ' FOR OPERATOR '
                  WS-OPERATOR-ID
               DELIMITED SIZE INTO WS-NEW-LINE
           WRITE RSTDECK-REC FROM WS-NEW-LINE
           MOVE SPACES TO WS-NEW-LINE
           MOVE WS-SKIP-COUNT TO WS-SEQ-DISP
           STRING '//* BUSINESS DATE ' BUS-DATE ' - FROM STEP '
                      DELIMITED SIZE
                  WS-STP-NAME(WS-START-IX) DELIMITED SPACE
                  ', STEPS DROPPED ' WS-SEQ-DISP DELIMITED SIZE
               INTO WS-NEW-LINE
           WRITE RSTDECK-REC FROM WS-NEW-LINE
           MOVE SPACES TO WS-NEW-LINE
           STRING '//* ' WS-REASON-TEXT
               DELIMITED SIZE INTO WS-NEW-LINE
           WRITE RSTDECK-REC FROM WS-NEW-LINE
           IF WS-STOP-IX > ZERO
               MOVE SPACES TO WS-NEW-LINE
               STRING '//* DECK ENDS BEFORE ' DELIMITED SIZE
                      WS-STP-NAME(WS-STOP-IX) DELIMITED SPACE
                      ' - SEE RSTRPT BEFORE GOING FURTHER'
                          DELIMITED SIZE
                   INTO WS-NEW-LINE
               WRITE RSTDECK-REC FROM WS-NEW-LINE
           END-IF
           IF WS-DELETE-COUNT > ZERO
               PERFORM 4060-WRITE-DELGEN-STEP
           END-IF.

       4060-WRITE-DELGEN-STEP.
      *    Generations the restart step left when it failed, newest
      *    first, by absolute name.
           MOVE '//*' TO WS-NEW-LINE
           WRITE RSTDECK-REC FROM WS-NEW-LINE
           MOVE '//* GENERATIONS LEFT BY THE FAILED FIRST STEP'
             TO WS-NEW-LINE
           WRITE RSTDECK-REC FROM WS-NEW-LINE
           MOVE '//DELGEN   EXEC PGM=IDCAMS' TO WS-NEW-LINE
           WRITE RSTDECK-REC FROM WS-NEW-LINE
           MOVE '//SYSPRINT DD   SYSOUT=*' TO WS-NEW-LINE
           WRITE RSTDECK-REC FROM WS-NEW-LINE
           MOVE '//SYSIN    DD   *' TO WS-NEW-LINE
           WRITE RSTDECK-REC FROM WS-NEW-LINE
           PERFORM VARYING WS-DSN-IX FROM 1 BY 1
                   UNTIL WS-DSN-IX > WS-DSN-COUNT
               IF WS-DSN-STATUS(WS-DSN-IX) = 'D'
                   MOVE WS-DSN-NOW-GEN(WS-DSN-IX) TO WS-DEL-GEN
                   PERFORM VARYING WS-J-IX FROM 1 BY 1
                           UNTIL WS-J-IX > WS-DSN-EXCESS(WS-DSN-IX)
                       MOVE SPACES TO WS-NEW-LINE
                       STRING '    DELETE ' DELIMITED SIZE
                              WS-HLQ DELIMITED SPACE
                              '.' DELIMITED SIZE
                              WS-DSN-NAME(WS-DSN-IX) DELIMITED SPACE
                              '.G' WS-DEL-GEN 'V00' DELIMITED SIZE
                           INTO WS-NEW-LINE
                       WRITE RSTDECK-REC FROM WS-NEW-LINE
                       IF WS-DEL-GEN = 1
                           MOVE 9999 TO WS-DEL-GEN
                       ELSE
                           SUBTRACT 1 FROM WS-DEL-GEN
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           MOVE '/*' TO WS-NEW-LINE
           WRITE RSTDECK-REC FROM WS-NEW-LINE
           MOVE '//*' TO WS-NEW-LINE
           WRITE RSTDECK-REC FROM WS-NEW-LINE.

       4100-EDIT-DECK-LINE.
           IF WS-LINE-NO = WS-STP-SYSIN-LINE(WS-START-IX)
                   AND CKPT-RESTART
                   AND WS-JCL-LINE(1:1) = 'N'
               MOVE 'Y' TO WS-JCL-LINE(1:1)
           END-IF
           IF WS-JCL-LINE(1:2) = '//' AND WS-JCL-LINE(3:1) NOT = '*'
               MOVE ZERO TO WS-TALLY
               INSPECT WS-JCL-LINE TALLYING WS-TALLY
                   FOR CHARACTERS BEFORE INITIAL '&HLQ..'
               IF WS-TALLY < 74
                   COMPUTE WS-DSN-POS = WS-TALLY + 1
                   MOVE SPACES TO WS-DSN-OPERAND
                   UNSTRING WS-JCL-LINE(WS-DSN-POS:)
                       DELIMITED BY ',' OR SPACE
                       INTO WS-DSN-OPERAND COUNT IN WS-OPERAND-LEN
                   MOVE SPACES TO WS-WORK-DSN WS-REL-TEXT
                   UNSTRING WS-DSN-OPERAND(7:38) DELIMITED BY '('
                       INTO WS-WORK-DSN WS-REL-TEXT
                   PERFORM 1147-PARSE-RELATIVE
                   IF WS-GDG-FLAG = 'Y'
                       PERFORM 1165-LOOKUP-DSN
                       IF WS-DSN-IX > ZERO
                           IF WS-DSN-EXPECTED(WS-DSN-IX) > ZERO
                               PERFORM 4110-RENUMBER-GENERATION
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       4110-RENUMBER-GENERATION.
           COMPUTE WS-NEW-REL =
               WS-REL-VALUE - WS-DSN-EXPECTED(WS-DSN-IX)
           MOVE SPACES TO WS-REL-OUT
           EVALUATE TRUE
               WHEN WS-NEW-REL = ZERO
                   MOVE '0' TO WS-REL-OUT
               WHEN WS-NEW-REL > ZERO AND WS-NEW-REL < 10
                   MOVE WS-NEW-REL TO WS-REL-ONE
                   STRING '+' WS-REL-ONE DELIMITED SIZE
                       INTO WS-REL-OUT
               WHEN WS-NEW-REL > ZERO
                   MOVE WS-NEW-REL TO WS-REL-TWO
                   STRING '+' WS-REL-TWO DELIMITED SIZE
                       INTO WS-REL-OUT
               WHEN WS-NEW-REL > -10
                   COMPUTE WS-REL-ONE = 0 - WS-NEW-REL
                   STRING '-' WS-REL-ONE DELIMITED SIZE
                       INTO WS-REL-OUT
               WHEN OTHER
                   COMPUTE WS-REL-TWO = 0 - WS-NEW-REL
                   STRING '-' WS-REL-TWO DELIMITED SIZE
                       INTO WS-REL-OUT
           END-EVALUATE
           MOVE SPACES TO WS-NEW-LINE
           MOVE 1 TO WS-TALLY
           STRING WS-JCL-LINE(1:WS-DSN-POS - 1) DELIMITED SIZE
                  '&HLQ..' DELIMITED SIZE
                  WS-WORK-DSN DELIMITED SPACE
                  '(' DELIMITED SIZE
                  WS-REL-OUT DELIMITED SPACE
                  ')' DELIMITED SIZE
               INTO WS-NEW-LINE WITH POINTER WS-TALLY
           END-STRING
           COMPUTE WS-DSN-POS = WS-DSN-POS + WS-OPERAND-LEN
           IF WS-DSN-POS <= 72
               STRING WS-JCL-LINE(WS-DSN-POS:73 - WS-DSN-POS)
                   DELIMITED SIZE
                   INTO WS-NEW-LINE WITH POINTER WS-TALLY
                   ON OVERFLOW
                       CONTINUE
               END-STRING
           END-IF
           MOVE WS-NEW-LINE TO WS-JCL-LINE
           ADD 1 TO WS-RENUMBER-COUNT.

       5000-REPORT-STEPS.
           MOVE SPACES TO WS-RPT-LINE
           STRING 'SEQ  STEP     PROGRAM  CLASS  BATSTAT  '
                  'EVIDENCE  ACTION     NOTE'
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE RSTRPT-REC FROM WS-RPT-LINE
           PERFORM VARYING WS-STEP-IX FROM 1 BY 1
                   UNTIL WS-STEP-IX > WS-STEP-COUNT
               PERFORM 5010-REPORT-ONE-STEP
           END-PERFORM
           MOVE SPACES TO WS-RPT-LINE
           WRITE RSTRPT-REC FROM WS-RPT-LINE.

       5010-REPORT-ONE-STEP.
           EVALUATE WS-STP-DISP(WS-STEP-IX)
               WHEN 'S'   MOVE 'COMPLETE'  TO WS-ACTION-TEXT
               WHEN 'F'   MOVE 'FORCED'    TO WS-ACTION-TEXT
               WHEN 'D'   MOVE 'IN DECK'   TO WS-ACTION-TEXT
               WHEN 'T'   MOVE 'STOPPED'   TO WS-ACTION-TEXT
               WHEN 'X'   MOVE 'NOT RERUN' TO WS-ACTION-TEXT
               WHEN OTHER MOVE 'NOT RUN'   TO WS-ACTION-TEXT
           END-EVALUATE
           MOVE WS-STEP-IX TO WS-SEQ-DISP
           MOVE SPACES TO WS-TOKEN-2
           IF WS-STP-TRACKED(WS-STEP-IX) = 'Y'
               IF WS-STP-TONIGHT(WS-STEP-IX) = 'Y'
                   MOVE WS-STP-BST-STATE(WS-STEP-IX) TO WS-TOKEN-2
               ELSE
                   MOVE '-' TO WS-TOKEN-2
               END-IF
           END-IF
           IF WS-STP-NOTE(WS-STEP-IX) = SPACES
                   AND WS-STEP-IX = WS-FAIL-IX
               MOVE WS-FAIL-NOTE TO WS-STP-NOTE(WS-STEP-IX)
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-SEQ-DISP '  ' WS-STP-NAME(WS-STEP-IX) ' '
                  WS-STP-PGM(WS-STEP-IX) '   '
                  WS-STP-CLASS(WS-STEP-IX) '      '
                  WS-TOKEN-2(1:1) '        '
                  WS-STP-EVIDENCE(WS-STEP-IX) '         '
                  WS-ACTION-TEXT '  '
                  WS-STP-NOTE(WS-STEP-IX)
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE RSTRPT-REC FROM WS-RPT-LINE.

       5100-REPORT-GENERATIONS.
      *    Only the groups the deck uses that tonight has touched.
           MOVE SPACES TO WS-RPT-LINE
           IF NIGHT-STARTED
               STRING 'GENERATION GROUPS   START   NOW  MADE  '
                      'EXPECT  ACTION'
                   DELIMITED SIZE INTO WS-RPT-LINE
           ELSE
               STRING 'GENERATION CHECK NOT MADE - THE NIGHT HAS NOT '
                      'STARTED, NO GENERATIONS TO ACCOUNT FOR'
                   DELIMITED SIZE INTO WS-RPT-LINE
           END-IF
           WRITE RSTRPT-REC FROM WS-RPT-LINE
           PERFORM VARYING WS-DSN-IX FROM 1 BY 1
                   UNTIL WS-DSN-IX > WS-DSN-COUNT
               IF NIGHT-STARTED AND NOT RESTART-REFUSED
                       AND WS-DSN-GDG(WS-DSN-IX) = 'Y'
                       AND WS-DSN-DECK-REF(WS-DSN-IX) = 'Y'
                       AND (WS-DSN-CREATED(WS-DSN-IX) > ZERO
                         OR WS-DSN-EXPECTED(WS-DSN-IX) > ZERO)
                   PERFORM 5110-REPORT-ONE-GROUP
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-RPT-LINE
           WRITE RSTRPT-REC FROM WS-RPT-LINE.

       5110-REPORT-ONE-GROUP.
           MOVE WS-DSN-SNAP-GEN(WS-DSN-IX) TO WS-GEN-DISP-1
           MOVE WS-DSN-NOW-GEN(WS-DSN-IX)  TO WS-GEN-DISP-2
           MOVE WS-DSN-CREATED(WS-DSN-IX)  TO WS-GEN-DISP-3
           MOVE WS-DSN-EXPECTED(WS-DSN-IX) TO WS-GEN-DISP-4
           MOVE SPACES TO WS-TOKEN-3
           EVALUATE WS-DSN-STATUS(WS-DSN-IX)
               WHEN 'D'
                   MOVE WS-DSN-EXCESS(WS-DSN-IX) TO WS-SEQ-DISP
                   STRING 'DELGEN DELETES ' WS-SEQ-DISP
                          ' LEFT BY THE FAILED RUN'
                       DELIMITED SIZE INTO WS-TOKEN-3
               WHEN 'S'
                   MOVE 'SHORT - DECK STOPS AT FIRST USE'
                       TO WS-TOKEN-3
               WHEN 'X'
                   MOVE 'UNEXPLAINED - DECK STOPS AT FIRST USE'
                       TO WS-TOKEN-3
               WHEN OTHER
                   IF WS-DSN-EXPECTED(WS-DSN-IX) > ZERO
                       MOVE WS-DSN-EXPECTED(WS-DSN-IX) TO WS-SEQ-DISP
                       STRING 'RELATIVE NUMBERS DOWN BY ' WS-SEQ-DISP
                           DELIMITED SIZE INTO WS-TOKEN-3
                   ELSE
                       MOVE 'AS EXPECTED' TO WS-TOKEN-3
                   END-IF
           END-EVALUATE
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-DSN-NAME(WS-DSN-IX)(1:18) ' '
                  WS-GEN-DISP-1 '  ' WS-GEN-DISP-2 '  '
                  WS-GEN-DISP-3 '  ' WS-GEN-DISP-4 '    '
                  WS-TOKEN-3(1:50)
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE RSTRPT-REC FROM WS-RPT-LINE.

       5200-REPORT-RESETS.
           MOVE SPACES TO WS-RPT-LINE
           STRING 'RESET STEPS  DATASET EMPTIED       DISPOSITION'
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE RSTRPT-REC FROM WS-RPT-LINE
           PERFORM VARYING WS-STEP-IX FROM 1 BY 1
                   UNTIL WS-STEP-IX > WS-STEP-COUNT
               IF WS-STP-CLASS(WS-STEP-IX) = 'R'
                   PERFORM 5210-REPORT-ONE-RESET
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-RPT-LINE
           WRITE RSTRPT-REC FROM WS-RPT-LINE.

       5210-REPORT-ONE-RESET.
           MOVE SPACES TO WS-TOKEN-3
           EVALUATE TRUE
               WHEN WS-STP-DISP(WS-STEP-IX) = 'S'
                   MOVE 'RAN TONIGHT - NOT REPEATED' TO WS-TOKEN-3
               WHEN WS-STP-DISP(WS-STEP-IX) = 'F'
                   MOVE 'SKIPPED BY FORCE' TO WS-TOKEN-3
               WHEN WS-STP-DISP(WS-STEP-IX) = 'D'
                       AND WS-STEP-IX < WS-FAIL-IX
                   MOVE 'REPEATED - SAFE, NOTHING HAS USED IT SINCE'
                       TO WS-TOKEN-3
               WHEN WS-STP-DISP(WS-STEP-IX) = 'D'
                   MOVE 'NOT YET RUN - RUNS ONCE IN THIS DECK'
                       TO WS-TOKEN-3
               WHEN WS-STP-DISP(WS-STEP-IX) = 'T'
                   STRING 'NOT SAFE - ' WS-STP-NOTE(WS-STEP-IX)
                       DELIMITED SIZE INTO WS-TOKEN-3
               WHEN OTHER
                   MOVE 'NOT IN THIS DECK' TO WS-TOKEN-3
           END-EVALUATE
           IF WS-STP-RESET-DSN(WS-STEP-IX) = SPACES
               MOVE '(NO DATASET DEFINED)' TO WS-WORK-DSN
           ELSE
               MOVE WS-STP-RESET-DSN(WS-STEP-IX) TO WS-WORK-DSN
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-STP-NAME(WS-STEP-IX) '     '
                  WS-WORK-DSN(1:20) '  '
                  WS-TOKEN-3(1:60)
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE RSTRPT-REC FROM WS-RPT-LINE.

       5300-REPORT-SUMMARY.
           MOVE SPACES TO WS-RPT-LINE
           IF WS-FAIL-IX > WS-STEP-COUNT
               STRING 'FAILED STEP:   NONE - EVERY STEP SHOWS '
                      'EVIDENCE OF COMPLETION'
                   DELIMITED SIZE INTO WS-RPT-LINE
           ELSE
               STRING 'FAILED STEP:   ' WS-STP-NAME(WS-FAIL-IX) '  '
                      WS-FAIL-NOTE
                   DELIMITED SIZE INTO WS-RPT-LINE
           END-IF
           WRITE RSTRPT-REC FROM WS-RPT-LINE
           IF RESTART-REFUSED
               MOVE SPACES TO WS-RPT-LINE
               STRING 'RESTART REFUSED - ' WS-REFUSE-REASON
                   DELIMITED SIZE INTO WS-RPT-LINE
               WRITE RSTRPT-REC FROM WS-RPT-LINE
           ELSE
               MOVE SPACES TO WS-RPT-LINE
               MOVE WS-DECK-COUNT TO WS-COUNT-DISP
               STRING 'DECK STARTS AT ' WS-STP-NAME(WS-START-IX)
                      '   STEPS IN DECK ' WS-COUNT-DISP
                   DELIMITED SIZE INTO WS-RPT-LINE
               WRITE RSTRPT-REC FROM WS-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               MOVE WS-SKIP-COUNT TO WS-COUNT-DISP
               STRING 'STEPS DROPPED AS COMPLETE  ' WS-COUNT-DISP
                   DELIMITED SIZE INTO WS-RPT-LINE
               WRITE RSTRPT-REC FROM WS-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               MOVE WS-RENUMBER-COUNT TO WS-COUNT-DISP
               STRING 'GENERATION REFERENCES ADJUSTED  ' WS-COUNT-DISP
                   DELIMITED SIZE INTO WS-RPT-LINE
               WRITE RSTRPT-REC FROM WS-RPT-LINE
               IF WS-DELETE-COUNT > ZERO
                   MOVE SPACES TO WS-RPT-LINE
                   MOVE WS-DELETE-COUNT TO WS-COUNT-DISP
                   STRING 'GENERATIONS DELETED BY DELGEN  '
                          WS-COUNT-DISP
                       DELIMITED SIZE INTO WS-RPT-LINE
                   WRITE RSTRPT-REC FROM WS-RPT-LINE
               END-IF
               IF WS-STOP-IX > ZERO
                   MOVE SPACES TO WS-RPT-LINE
                   STRING 'DECK STOPS SHORT OF ' WS-STP-NAME(WS-STOP-IX)
                          ' - ' WS-STP-NOTE(WS-STOP-IX)
                       DELIMITED SIZE INTO WS-RPT-LINE
                   WRITE RSTRPT-REC FROM WS-RPT-LINE
                   MOVE SPACES TO WS-RPT-LINE
                   STRING 'RESOLVE IT AND RUN RSTDRVR AGAIN ONCE '
                          'THIS DECK HAS RUN'
                       DELIMITED SIZE INTO WS-RPT-LINE
                   WRITE RSTRPT-REC FROM WS-RPT-LINE
               END-IF
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-RETURN-CODE TO WS-SEQ-DISP
           STRING 'RETURN CODE ' WS-SEQ-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE RSTRPT-REC FROM WS-RPT-LINE.

       7000-WRITE-LOG.
           MOVE SPACES TO RESTART-LOG-RECORD
           MOVE WS-RUN-STAMP(1:16) TO RSL-RUN-STAMP
           MOVE WS-OPERATOR-ID     TO RSL-OPERATOR-ID
           MOVE WS-JOB-NAME        TO RSL-JOB-NAME
           MOVE BUS-DATE           TO RSL-BUSINESS-DATE
           MOVE WS-REQ-STEP        TO RSL-REQUESTED-STEP
           IF WS-FAIL-IX <= WS-STEP-COUNT
               MOVE WS-STP-NAME(WS-FAIL-IX) TO RSL-DERIVED-STEP
           END-IF
           IF WS-DECK-COUNT > ZERO
               MOVE WS-STP-NAME(WS-START-IX) TO RSL-START-STEP
           END-IF
           IF WS-FORCE-FLAG = 'Y'
               MOVE 'Y' TO RSL-FORCE-FLAG
           ELSE
               MOVE 'N' TO RSL-FORCE-FLAG
           END-IF
           MOVE WS-DECK-COUNT   TO RSL-DECK-STEPS
           MOVE WS-SKIP-COUNT   TO RSL-SKIPPED-STEPS
           MOVE WS-DELETE-COUNT TO RSL-GENS-DELETED
           MOVE WS-RETURN-CODE  TO RSL-RETURN-CODE
           EVALUATE TRUE
               WHEN RESTART-REFUSED
                   MOVE WS-REFUSE-REASON TO RSL-STOP-REASON
               WHEN WS-STOP-IX > ZERO
                   MOVE WS-STP-NAME(WS-STOP-IX) TO RSL-STOP-STEP
                   MOVE WS-STP-NOTE(WS-STOP-IX) TO RSL-STOP-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE WS-REASON-TEXT TO RSL-REASON-TEXT
           OPEN EXTEND RSTLOG
           WRITE RSTLOG-REC FROM RESTART-LOG-RECORD
           CLOSE RSTLOG.

       9000-END.
           CLOSE RSTRPT
           MOVE WS-DECK-COUNT TO WS-COUNT-DISP
           DISPLAY 'RSTDRVR STEPS IN DECK:    ' WS-COUNT-DISP
           MOVE WS-SKIP-COUNT TO WS-COUNT-DISP
           DISPLAY 'RSTDRVR STEPS DROPPED:    ' WS-COUNT-DISP
           IF RESTART-REFUSED
               DISPLAY 'RSTDRVR RESTART REFUSED: ' WS-REFUSE-REASON
           END-IF
           IF WS-STOP-IX > ZERO
               DISPLAY 'RSTDRVR DECK STOPS SHORT OF '
                       WS-STP-NAME(WS-STOP-IX)
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.
