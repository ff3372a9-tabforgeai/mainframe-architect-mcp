      *----------------------------------------------------------------*
      * PROGRAM:  OUTCHK                                               *
      * PURPOSE:  End-of-cycle output completeness check and offsite   *
      *           vault manifest. BANKNITE has taken it on trust that  *
      *           every generation was cataloged and every feed was    *
      *           written; a step that ends RC=0 with an empty output, *
      *           or an ESTMTFILE or GLINTF that never arrived, was    *
      *           found only when someone downstream complained. This  *
      *           closing step works down the expected-output registry *
      *           (OUTREG, see OUTDATA) for tonight's night type -     *
      *           normal, month end or year end - and for each entry   *
      *           checks that tonight's generation was created (the    *
      *           CATEND catalog listing against CATSNAP's CYCLCAT     *
      *           from the top of the night), that its record count    *
      *           (OUTCNT's ICETOOL COUNT listing) is not empty unless *
      *           the registry allows it and agrees with the           *
      *           CONTROL-TOTAL-REC its producing step wrote to        *
      *           CTLTOT.NIGHT, and lists every outbound transmission  *
      *           file with what became of it. It then cuts VAULTMAN,  *
      *           the offsite vault manifest of the datasets needed to *
      *           recover DBFILE and LOANFILE and the files that hold  *
      *           state between runs, each by its absolute generation. *
      *           SYSIN line 1: the HLQ (as on BANKNITE's SET HLQ=).   *
      *           Line 2: night type N/M/Y to override the business    *
      *           date's (blank = month end from BUSDATE, year end     *
      *           when that month end is December).                    *
      *           RC=0 every expected output is in order, RC=4 one or  *
      *           more exceptions (see OUTRPT).                        *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    (none)                                               *
      * COPYBOOKS: OUTDATA, CTLDATA, BUSDATE                           *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     OUTCHK.
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
           SELECT REGISTRY ASSIGN TO UT-S-OUTREG
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT CTLFILE  ASSIGN TO UT-S-CTLTOTAL
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT CNTMSG   ASSIGN TO UT-S-CNTMSG
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT CYCLCAT  ASSIGN TO UT-S-CYCLCAT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT CATEND   ASSIGN TO UT-S-CATEND
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT OUTRPT   ASSIGN TO UT-S-OUTRPT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT VAULTMAN ASSIGN TO UT-S-VAULTMAN
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATEF
           RECORDING MODE IS F
           RECORD CONTAINS 30 CHARACTERS.
       01  BUSDATEF-REC               PIC X(30).

       FD  REGISTRY
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  REGISTRY-REC               PIC X(80).

       FD  CTLFILE
           RECORDING MODE IS F
           RECORD CONTAINS 54 CHARACTERS.
       01  CTLFILE-REC                PIC X(54).

      *    ICETOOL TOOLMSG listing from the OUTCNT step - print lines,
      *    carriage control in the first byte.
       FD  CNTMSG
           RECORDING MODE IS F
           RECORD CONTAINS 121 CHARACTERS.
       01  CNTMSG-REC                 PIC X(121).

      *    IDCAMS LISTCAT OUTFILE listings - variable-length print
      *    lines, carriage control in the first byte.
       FD  CYCLCAT
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE FROM 1 TO 121 CHARACTERS
               DEPENDING ON WS-SNAP-REC-LEN.
       01  CYCLCAT-REC                PIC X(121).

       FD  CATEND
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE FROM 1 TO 121 CHARACTERS
               DEPENDING ON WS-END-REC-LEN.
       01  CATEND-REC                 PIC X(121).

       FD  OUTRPT
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  OUTRPT-REC                 PIC X(133).

       FD  VAULTMAN
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  VAULTMAN-REC               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-OUTCHK-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'OUTCHK'.
           05  WS-EOF-INPUT           PIC X(1)  VALUE 'N'.
               88  EOF-INPUT              VALUE 'Y'.
           05  WS-HLQ                 PIC X(20) VALUE SPACES.
           05  WS-HLQ-LEN             PIC 9(4)  COMP VALUE ZERO.
           05  WS-NIGHT-OVERRIDE      PIC X(01) VALUE SPACES.
      *    N normal night, M month end, Y year end.
           05  WS-NIGHT-TYPE          PIC X(01) VALUE 'N'.
               88  NIGHT-MONTH-END        VALUE 'M' 'Y'.
               88  NIGHT-YEAR-END         VALUE 'Y'.
           05  WS-NIGHT-TEXT          PIC X(10) VALUE SPACES.
           05  WS-RUN-STAMP           PIC X(26) VALUE SPACES.
           05  WS-TALLY               PIC 9(4)  COMP VALUE ZERO.
           05  WS-LEAD                PIC 9(4)  COMP VALUE ZERO.
           05  WS-DIGITS              PIC 9(4)  COMP VALUE ZERO.
           05  WS-TOKEN-1             PIC X(20) VALUE SPACES.
           05  WS-TOKEN-2             PIC X(72) VALUE SPACES.
           05  WS-TOKEN-3             PIC X(72) VALUE SPACES.
      *    OUTCNT listing.
           05  WS-MSG-LINE            PIC X(121) VALUE SPACES.
           05  WS-CUR-DD              PIC X(08) VALUE SPACES.
           05  WS-COUNT-TEXT          PIC X(20) VALUE SPACES.
           05  WS-COUNT-NUM           PIC 9(15) VALUE ZERO.
           05  WS-MSG-LINES           PIC 9(9)  COMP VALUE ZERO.
           05  WS-COUNTS-READ         PIC 9(4)  COMP VALUE ZERO.
      *    Catalog listings.
           05  WS-SNAP-REC-LEN        PIC 9(4)  COMP VALUE ZERO.
           05  WS-END-REC-LEN         PIC 9(4)  COMP VALUE ZERO.
           05  WS-CAT-WHICH           PIC X(01) VALUE SPACES.
           05  WS-CAT-LINE            PIC X(121) VALUE SPACES.
           05  WS-CAT-DSN             PIC X(44) VALUE SPACES.
           05  WS-CAT-REST            PIC X(44) VALUE SPACES.
           05  WS-CAT-LEN             PIC 9(4)  COMP VALUE ZERO.
           05  WS-WORK-DSN            PIC X(30) VALUE SPACES.
           05  WS-WORK-GDG            PIC X(01) VALUE SPACES.
           05  WS-GEN-NUM             PIC 9(04) VALUE ZERO.
           05  WS-SNAP-LINES          PIC 9(9)  COMP VALUE ZERO.
           05  WS-END-LINES           PIC 9(9)  COMP VALUE ZERO.
      *    Control totals.
           05  WS-CTL-RECORDS         PIC 9(9)  COMP VALUE ZERO.
           05  WS-CTL-VALUE           PIC 9(9)  COMP VALUE ZERO.
           05  WS-EXPECTED            PIC 9(15) COMP-3 VALUE ZERO.
      *    Registry table and the outcome.
           05  WS-REG-IX              PIC 9(4)  COMP VALUE ZERO.
           05  WS-REG-COUNT           PIC 9(4)  COMP VALUE ZERO.
           05  WS-REG-MAX             PIC 9(4)  COMP VALUE 150.
           05  WS-DUE-FLAG            PIC X(01) VALUE 'N'.
               88  OUTPUT-DUE             VALUE 'Y'.
           05  WS-CHECK-COUNT         PIC 9(4)  COMP VALUE ZERO.
           05  WS-NOT-DUE-COUNT       PIC 9(4)  COMP VALUE ZERO.
           05  WS-EXCEPTION-COUNT     PIC 9(4)  COMP VALUE ZERO.
           05  WS-XMIT-COUNT          PIC 9(4)  COMP VALUE ZERO.
           05  WS-XMIT-FAIL-COUNT     PIC 9(4)  COMP VALUE ZERO.
           05  WS-VAULT-COUNT         PIC 9(5)  COMP VALUE ZERO.
           05  WS-VAULT-MISS-COUNT    PIC 9(4)  COMP VALUE ZERO.
           05  WS-RETURN-CODE         PIC 9(02) VALUE ZERO.
           05  WS-GEN-TEXT            PIC X(05) VALUE SPACES.
           05  WS-GEN-DISP            PIC 9(04) VALUE ZERO.
           05  WS-COUNT-DISP          PIC ZZZ,ZZZ,ZZ9.
           05  WS-CTL-DISP            PIC ZZZ,ZZZ,ZZ9.
           05  WS-SEQ-DISP            PIC ZZ9.
           05  WS-STAT-DISP           PIC ZZZ9.
           05  WS-VAULT-DSN           PIC X(44) VALUE SPACES.
           05  WS-VAULT-PTR           PIC 9(4)  COMP VALUE 1.
           05  WS-RPT-LINE            PIC X(133) VALUE SPACES.

      *    One entry per registry card, with what the catalog, the
      *    count listing and CTLTOT.NIGHT had to say about it.
       01  WS-REG-TABLE.
           05  WS-REG-ENTRY           OCCURS 150 TIMES.
               10  WS-REG-CARD        PIC X(80).
               10  WS-REG-NAME        PIC X(30).
               10  WS-REG-GDG         PIC X(01).
               10  WS-REG-COUNT-DD    PIC X(08).
               10  WS-REG-CTL-STEP    PIC X(08).
               10  WS-REG-CTL-LEN     PIC 9(4)  COMP.
               10  WS-REG-CTL-FIELD   PIC X(01).
      *            Highest generation listed, and highest below 5000
      *            (the latest when the numbers have wrapped).
               10  WS-REG-SNAP-MAX    PIC 9(4)  COMP.
               10  WS-REG-SNAP-LOW    PIC 9(4)  COMP.
               10  WS-REG-END-MAX     PIC 9(4)  COMP.
               10  WS-REG-END-LOW     PIC 9(4)  COMP.
               10  WS-REG-SNAP-GEN    PIC 9(4)  COMP.
               10  WS-REG-END-GEN     PIC 9(4)  COMP.
               10  WS-REG-CREATED     PIC 9(4)  COMP.
               10  WS-REG-CATALOGED   PIC X(01).
               10  WS-REG-COUNTED     PIC X(01).
               10  WS-REG-RECORDS     PIC 9(15) COMP-3.
               10  WS-REG-CTL-FOUND   PIC X(01).
               10  WS-REG-CTL-SUM     PIC 9(15) COMP-3.
      *            Y checked tonight, N not due, X exception.
               10  WS-REG-OUTCOME     PIC X(01).
               10  WS-REG-STATUS      PIC X(34).

       COPY OUTDATA.
       COPY CTLDATA.
       COPY BUSDATE.

       PROCEDURE DIVISION.

       1000-INIT.
           ACCEPT WS-HLQ            FROM SYSIN
           ACCEPT WS-NIGHT-OVERRIDE FROM SYSIN
           MOVE ZERO TO WS-HLQ-LEN
           INSPECT WS-HLQ TALLYING WS-HLQ-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-HLQ-LEN = ZERO
               DISPLAY 'OUTCHK HLQ REQUIRED ON SYSIN LINE 1'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-NIGHT-OVERRIDE NOT = SPACES
                   AND WS-NIGHT-OVERRIDE NOT = 'N'
                   AND WS-NIGHT-OVERRIDE NOT = 'M'
                   AND WS-NIGHT-OVERRIDE NOT = 'Y'
               DISPLAY 'OUTCHK SYSIN LINE 2 MUST BE N, M, Y OR BLANK: '
                       WS-NIGHT-OVERRIDE
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
           PERFORM 1050-SET-NIGHT-TYPE
           PERFORM 1100-LOAD-REGISTRY
           IF WS-REG-COUNT = ZERO
               DISPLAY 'OUTCHK NO ENTRIES ON THE OUTREG REGISTRY'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1200-LOAD-CONTROL-TOTALS
           PERFORM 1300-LOAD-COUNTS
           PERFORM 1400-LOAD-CATALOGS
           OPEN OUTPUT OUTRPT
           PERFORM 1500-WRITE-REPORT-HEADER
           PERFORM 2000-CHECK-OUTPUTS
           PERFORM 3000-REPORT-TRANSMISSIONS
           PERFORM 4000-WRITE-MANIFEST
           IF WS-EXCEPTION-COUNT > ZERO
               MOVE 4 TO WS-RETURN-CODE
           ELSE
               MOVE 0 TO WS-RETURN-CODE
           END-IF
           PERFORM 5000-REPORT-SUMMARY
           PERFORM 9000-END.

       1050-SET-NIGHT-TYPE.
           EVALUATE TRUE
               WHEN WS-NIGHT-OVERRIDE NOT = SPACES
                   MOVE WS-NIGHT-OVERRIDE TO WS-NIGHT-TYPE
               WHEN BUS-MONTH-END AND BUS-DATE(5:2) = '12'
                   MOVE 'Y' TO WS-NIGHT-TYPE
               WHEN BUS-MONTH-END
                   MOVE 'M' TO WS-NIGHT-TYPE
               WHEN OTHER
                   MOVE 'N' TO WS-NIGHT-TYPE
           END-EVALUATE
           EVALUATE WS-NIGHT-TYPE
               WHEN 'Y'   MOVE 'YEAR END'  TO WS-NIGHT-TEXT
               WHEN 'M'   MOVE 'MONTH END' TO WS-NIGHT-TEXT
               WHEN OTHER MOVE 'NORMAL'    TO WS-NIGHT-TEXT
           END-EVALUATE.

       1100-LOAD-REGISTRY.
           OPEN INPUT REGISTRY
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ REGISTRY INTO OUTPUT-REGISTRY-ENTRY
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT
                       AND OUTPUT-REGISTRY-ENTRY(1:1) NOT = '*'
                       AND ORG-DSN-NAME NOT = SPACES
                   IF WS-REG-COUNT < WS-REG-MAX
                       PERFORM 1110-ADD-REGISTRY-ENTRY
                   ELSE
                       DISPLAY 'OUTCHK REGISTRY TABLE FULL - SKIPPED '
                               ORG-DSN-NAME
                   END-IF
               END-IF
           END-PERFORM
           CLOSE REGISTRY.

       1110-ADD-REGISTRY-ENTRY.
           ADD 1 TO WS-REG-COUNT
           MOVE WS-REG-COUNT TO WS-REG-IX
           INITIALIZE WS-REG-ENTRY(WS-REG-IX)
           MOVE OUTPUT-REGISTRY-ENTRY TO WS-REG-CARD(WS-REG-IX)
           MOVE ORG-DSN-NAME          TO WS-REG-NAME(WS-REG-IX)
           IF ORG-GDG
               MOVE 'Y' TO WS-REG-GDG(WS-REG-IX)
           ELSE
               MOVE 'N' TO WS-REG-GDG(WS-REG-IX)
           END-IF
           MOVE ORG-COUNT-DD  TO WS-REG-COUNT-DD(WS-REG-IX)
           MOVE ORG-CTL-STEP  TO WS-REG-CTL-STEP(WS-REG-IX)
           MOVE ORG-CTL-FIELD TO WS-REG-CTL-FIELD(WS-REG-IX)
           MOVE ZERO TO WS-TALLY
           INSPECT ORG-CTL-STEP TALLYING WS-TALLY
               FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE WS-TALLY TO WS-REG-CTL-LEN(WS-REG-IX)
           MOVE 'N' TO WS-REG-CATALOGED(WS-REG-IX)
                       WS-REG-COUNTED(WS-REG-IX)
                       WS-REG-CTL-FOUND(WS-REG-IX)
           MOVE ZERO TO WS-REG-RECORDS(WS-REG-IX)
                        WS-REG-CTL-SUM(WS-REG-IX).

       1200-LOAD-CONTROL-TOTALS.
      *    Every control-total record tonight's steps wrote; a split
      *    stream's records all add into the one registry entry.
           OPEN INPUT CTLFILE
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ CTLFILE INTO CONTROL-TOTAL-REC
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT
                   ADD 1 TO WS-CTL-RECORDS
                   PERFORM VARYING WS-REG-IX FROM 1 BY 1
                           UNTIL WS-REG-IX > WS-REG-COUNT
                       IF WS-REG-CTL-LEN(WS-REG-IX) > ZERO
                           PERFORM 1210-APPLY-CONTROL-TOTAL
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           CLOSE CTLFILE.

       1210-APPLY-CONTROL-TOTAL.
           IF CTL-JOB-STEP(1:WS-REG-CTL-LEN(WS-REG-IX)) =
                   WS-REG-CTL-STEP(WS-REG-IX)
                       (1:WS-REG-CTL-LEN(WS-REG-IX))
               EVALUATE WS-REG-CTL-FIELD(WS-REG-IX)
                   WHEN 'S'   MOVE CTL-SUCCESS-COUNT TO WS-CTL-VALUE
                   WHEN 'R'   MOVE CTL-REJECT-COUNT  TO WS-CTL-VALUE
                   WHEN OTHER MOVE CTL-TOTAL-COUNT   TO WS-CTL-VALUE
               END-EVALUATE
               ADD WS-CTL-VALUE TO WS-REG-CTL-SUM(WS-REG-IX)
               MOVE 'Y' TO WS-REG-CTL-FOUND(WS-REG-IX)
           END-IF.

       1300-LOAD-COUNTS.
      *    Each COUNT FROM(ddname) statement is echoed ahead of the
      *    ICE628I RECORD COUNT message that answers it; an operation
      *    that failed leaves its dataset without a count.
           OPEN INPUT CNTMSG
           MOVE 'N' TO WS-EOF-INPUT
           MOVE SPACES TO WS-CUR-DD
           PERFORM UNTIL EOF-INPUT
               READ CNTMSG INTO WS-MSG-LINE
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT
                   ADD 1 TO WS-MSG-LINES
                   PERFORM 1310-PARSE-COUNT-LINE
               END-IF
           END-PERFORM
           CLOSE CNTMSG.

       1310-PARSE-COUNT-LINE.
           MOVE ZERO TO WS-TALLY
           INSPECT WS-MSG-LINE TALLYING WS-TALLY
               FOR CHARACTERS BEFORE INITIAL 'COUNT FROM('
           IF WS-TALLY < 110
               MOVE SPACES TO WS-CUR-DD
               UNSTRING WS-MSG-LINE(WS-TALLY + 12:)
                   DELIMITED BY ')' OR SPACE
                   INTO WS-CUR-DD
           ELSE
               MOVE ZERO TO WS-TALLY
               INSPECT WS-MSG-LINE TALLYING WS-TALLY
                   FOR CHARACTERS BEFORE INITIAL 'ICE628I'
               IF WS-TALLY < 114 AND WS-CUR-DD NOT = SPACES
                   PERFORM 1320-TAKE-COUNT
                   MOVE SPACES TO WS-CUR-DD
               END-IF
           END-IF.

       1320-TAKE-COUNT.
      *    ICE628I 0 RECORD COUNT:  000000000001234
           MOVE ZERO TO WS-TALLY
           INSPECT WS-MSG-LINE TALLYING WS-TALLY
               FOR CHARACTERS BEFORE INITIAL 'COUNT:'
           IF WS-TALLY < 114
               MOVE SPACES TO WS-TOKEN-2
               MOVE WS-MSG-LINE(WS-TALLY + 7:) TO WS-TOKEN-2
               MOVE ZERO TO WS-LEAD
               INSPECT WS-TOKEN-2 TALLYING WS-LEAD
                   FOR LEADING SPACE
               IF WS-LEAD < 72
                   MOVE SPACES TO WS-COUNT-TEXT
                   MOVE ZERO TO WS-DIGITS
                   UNSTRING WS-TOKEN-2(WS-LEAD + 1:)
                       DELIMITED BY SPACE
                       INTO WS-COUNT-TEXT COUNT IN WS-DIGITS
                   IF WS-DIGITS > ZERO AND WS-DIGITS < 16
                           AND WS-COUNT-TEXT(1:WS-DIGITS) NUMERIC
                       MOVE WS-COUNT-TEXT(1:WS-DIGITS)
                           TO WS-COUNT-NUM
                       ADD 1 TO WS-COUNTS-READ
                       PERFORM VARYING WS-REG-IX FROM 1 BY 1
                               UNTIL WS-REG-IX > WS-REG-COUNT
                           IF WS-REG-COUNT-DD(WS-REG-IX) = WS-CUR-DD
                               MOVE WS-COUNT-NUM
                                   TO WS-REG-RECORDS(WS-REG-IX)
                               MOVE 'Y' TO WS-REG-COUNTED(WS-REG-IX)
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-IF.

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
           OPEN INPUT CATEND
           MOVE 'N' TO WS-EOF-INPUT
           MOVE 'E' TO WS-CAT-WHICH
           PERFORM UNTIL EOF-INPUT
               READ CATEND
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT
                   ADD 1 TO WS-END-LINES
                   MOVE SPACES TO WS-CAT-LINE
                   IF WS-END-REC-LEN > ZERO
                       MOVE CATEND-REC(1:WS-END-REC-LEN)
                           TO WS-CAT-LINE
                   END-IF
                   PERFORM 1430-PARSE-CATALOG-LINE
               END-IF
           END-PERFORM
           CLOSE CATEND
           PERFORM VARYING WS-REG-IX FROM 1 BY 1
                   UNTIL WS-REG-IX > WS-REG-COUNT
               IF WS-REG-GDG(WS-REG-IX) = 'Y'
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
               PERFORM 1440-TAKE-NAME
           END-IF.

       1440-TAKE-NAME.
           IF WS-CAT-DSN(1:WS-HLQ-LEN) = WS-HLQ(1:WS-HLQ-LEN)
                   AND WS-CAT-DSN(WS-HLQ-LEN + 1:1) = '.'
               MOVE SPACES TO WS-CAT-REST
               MOVE WS-CAT-DSN(WS-HLQ-LEN + 2:) TO WS-CAT-REST
               MOVE ZERO TO WS-CAT-LEN
               INSPECT WS-CAT-REST TALLYING WS-CAT-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
               MOVE 'N' TO WS-WORK-GDG
               MOVE WS-CAT-REST TO WS-WORK-DSN
               IF WS-CAT-LEN > 9
                   IF WS-CAT-REST(WS-CAT-LEN - 8:2) = '.G'
                           AND WS-CAT-REST(WS-CAT-LEN - 2:1) = 'V'
                           AND WS-CAT-REST(WS-CAT-LEN - 6:4) NUMERIC
                       MOVE 'Y' TO WS-WORK-GDG
                       MOVE SPACES TO WS-WORK-DSN
                       MOVE WS-CAT-REST(1:WS-CAT-LEN - 9)
                           TO WS-WORK-DSN
                       MOVE WS-CAT-REST(WS-CAT-LEN - 6:4)
                           TO WS-GEN-NUM
                   END-IF
               END-IF
               PERFORM VARYING WS-REG-IX FROM 1 BY 1
                       UNTIL WS-REG-IX > WS-REG-COUNT
                   IF WS-REG-NAME(WS-REG-IX) = WS-WORK-DSN
                           AND WS-REG-GDG(WS-REG-IX) = WS-WORK-GDG
                       PERFORM 1445-KEEP-HIGHEST
                   END-IF
               END-PERFORM
           END-IF.

       1445-KEEP-HIGHEST.
           IF WS-CAT-WHICH = 'S'
               IF WS-WORK-GDG = 'Y'
                   IF WS-GEN-NUM > WS-REG-SNAP-MAX(WS-REG-IX)
                       MOVE WS-GEN-NUM TO WS-REG-SNAP-MAX(WS-REG-IX)
                   END-IF
                   IF WS-GEN-NUM < 5000
                           AND WS-GEN-NUM > WS-REG-SNAP-LOW(WS-REG-IX)
                       MOVE WS-GEN-NUM TO WS-REG-SNAP-LOW(WS-REG-IX)
                   END-IF
               END-IF
           ELSE
               MOVE 'Y' TO WS-REG-CATALOGED(WS-REG-IX)
               IF WS-WORK-GDG = 'Y'
                   IF WS-GEN-NUM > WS-REG-END-MAX(WS-REG-IX)
                       MOVE WS-GEN-NUM TO WS-REG-END-MAX(WS-REG-IX)
                   END-IF
                   IF WS-GEN-NUM < 5000
                           AND WS-GEN-NUM > WS-REG-END-LOW(WS-REG-IX)
                       MOVE WS-GEN-NUM TO WS-REG-END-LOW(WS-REG-IX)
                   END-IF
               END-IF
           END-IF.

       1450-SET-CREATED.
      *    Generations run G0001 to G9999 and wrap; when both ends of
      *    the range are on the catalog the low ones are the newest.
           IF WS-REG-SNAP-LOW(WS-REG-IX) > ZERO
                   AND WS-REG-SNAP-MAX(WS-REG-IX) >
                       WS-REG-SNAP-LOW(WS-REG-IX) + 5000
               MOVE WS-REG-SNAP-LOW(WS-REG-IX)
                   TO WS-REG-SNAP-GEN(WS-REG-IX)
           ELSE
               MOVE WS-REG-SNAP-MAX(WS-REG-IX)
                   TO WS-REG-SNAP-GEN(WS-REG-IX)
           END-IF
           IF WS-REG-END-LOW(WS-REG-IX) > ZERO
                   AND WS-REG-END-MAX(WS-REG-IX) >
                       WS-REG-END-LOW(WS-REG-IX) + 5000
               MOVE WS-REG-END-LOW(WS-REG-IX)
                   TO WS-REG-END-GEN(WS-REG-IX)
           ELSE
               MOVE WS-REG-END-MAX(WS-REG-IX)
                   TO WS-REG-END-GEN(WS-REG-IX)
           END-IF
           EVALUATE TRUE
               WHEN WS-REG-END-GEN(WS-REG-IX) = ZERO
                   MOVE ZERO TO WS-REG-CREATED(WS-REG-IX)
               WHEN WS-REG-END-GEN(WS-REG-IX) >=
                    WS-REG-SNAP-GEN(WS-REG-IX)
                   COMPUTE WS-REG-CREATED(WS-REG-IX) =
                       WS-REG-END-GEN(WS-REG-IX)
                     - WS-REG-SNAP-GEN(WS-REG-IX)
               WHEN OTHER
                   COMPUTE WS-REG-CREATED(WS-REG-IX) =
                       WS-REG-END-GEN(WS-REG-IX) + 9999
                     - WS-REG-SNAP-GEN(WS-REG-IX)
           END-EVALUATE.

       1500-WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-RPT-LINE
           STRING 'BANKNITE OUTPUT COMPLETENESS CHECK - BUSINESS DATE '
                  BUS-DATE '   NIGHT TYPE ' WS-NIGHT-TEXT
                  '   RUN ' WS-RUN-STAMP(1:8) ' ' WS-RUN-STAMP(9:6)
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE OUTRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE OUTRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'DATASET                        DUE STEP      '
                  'GEN   MADE     RECORDS  CONTROL TOTAL  STATUS'
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE OUTRPT-REC FROM WS-RPT-LINE.

       2000-CHECK-OUTPUTS.
           PERFORM VARYING WS-REG-IX FROM 1 BY 1
                   UNTIL WS-REG-IX > WS-REG-COUNT
               PERFORM 2100-CHECK-ONE-OUTPUT
               PERFORM 2200-REPORT-ONE-OUTPUT
           END-PERFORM
           MOVE SPACES TO WS-RPT-LINE
           WRITE OUTRPT-REC FROM WS-RPT-LINE.

       2100-CHECK-ONE-OUTPUT.
           MOVE WS-REG-CARD(WS-REG-IX) TO OUTPUT-REGISTRY-ENTRY
           EVALUATE TRUE
               WHEN ORG-EVERY-NIGHT
                   MOVE 'Y' TO WS-DUE-FLAG
               WHEN ORG-MONTH-END AND NIGHT-MONTH-END
                   MOVE 'Y' TO WS-DUE-FLAG
               WHEN ORG-YEAR-END AND NIGHT-YEAR-END
                   MOVE 'Y' TO WS-DUE-FLAG
               WHEN OTHER
                   MOVE 'N' TO WS-DUE-FLAG
           END-EVALUATE
           MOVE ZERO TO WS-EXPECTED
           IF WS-REG-CTL-FOUND(WS-REG-IX) = 'Y'
               COMPUTE WS-EXPECTED =
                   WS-REG-CTL-SUM(WS-REG-IX) + ORG-CTL-ADJUST
           END-IF
           MOVE SPACES TO WS-REG-STATUS(WS-REG-IX)
           IF NOT OUTPUT-DUE
               MOVE 'N' TO WS-REG-OUTCOME(WS-REG-IX)
               MOVE 'NOT DUE TONIGHT'
                   TO WS-REG-STATUS(WS-REG-IX)
               ADD 1 TO WS-NOT-DUE-COUNT
           ELSE
               ADD 1 TO WS-CHECK-COUNT
               MOVE 'X' TO WS-REG-OUTCOME(WS-REG-IX)
               EVALUATE TRUE
                   WHEN WS-REG-CATALOGED(WS-REG-IX) NOT = 'Y'
                       MOVE 'NOT ON THE CATALOG'
                           TO WS-REG-STATUS(WS-REG-IX)
                   WHEN ORG-GDG AND ORG-GENERATIONS > ZERO
                           AND WS-REG-CREATED(WS-REG-IX) = ZERO
                       MOVE 'NO GENERATION CREATED TONIGHT'
                           TO WS-REG-STATUS(WS-REG-IX)
                   WHEN ORG-GDG AND ORG-GENERATIONS > ZERO
                           AND WS-REG-CREATED(WS-REG-IX)
                               < ORG-GENERATIONS
                       MOVE 'FEWER GENERATIONS THAN EXPECTED'
                           TO WS-REG-STATUS(WS-REG-IX)
                   WHEN ORG-GDG AND ORG-GENERATIONS > ZERO
                           AND WS-REG-CREATED(WS-REG-IX)
                               > ORG-GENERATIONS
                       MOVE 'MORE GENERATIONS THAN EXPECTED'
                           TO WS-REG-STATUS(WS-REG-IX)
                   WHEN ORG-COUNT-DD NOT = SPACES
                           AND WS-REG-COUNTED(WS-REG-IX) NOT = 'Y'
                       MOVE 'NOT COUNTED - SEE OUTCNT TOOLMSG'
                           TO WS-REG-STATUS(WS-REG-IX)
                   WHEN ORG-COUNT-DD NOT = SPACES
                           AND WS-REG-RECORDS(WS-REG-IX) = ZERO
                           AND NOT ORG-EMPTY-OK
                       MOVE 'EMPTY'
                           TO WS-REG-STATUS(WS-REG-IX)
                   WHEN ORG-CTL-STEP NOT = SPACES
                           AND WS-REG-CTL-FOUND(WS-REG-IX) NOT = 'Y'
                       MOVE 'NO CONTROL TOTAL FROM THE STEP'
                           TO WS-REG-STATUS(WS-REG-IX)
                   WHEN ORG-CTL-STEP NOT = SPACES
                           AND WS-REG-RECORDS(WS-REG-IX)
                               NOT = WS-EXPECTED
                       MOVE 'COUNT DISAGREES WITH CONTROL TOTAL'
                           TO WS-REG-STATUS(WS-REG-IX)
                   WHEN OTHER
                       MOVE 'Y' TO WS-REG-OUTCOME(WS-REG-IX)
                       MOVE 'OK' TO WS-REG-STATUS(WS-REG-IX)
               END-EVALUATE
               IF WS-REG-OUTCOME(WS-REG-IX) = 'X'
                   ADD 1 TO WS-EXCEPTION-COUNT
               END-IF
           END-IF.

       2200-REPORT-ONE-OUTPUT.
           MOVE SPACES TO WS-GEN-TEXT
           IF WS-REG-GDG(WS-REG-IX) = 'Y'
                   AND WS-REG-END-GEN(WS-REG-IX) > ZERO
               MOVE WS-REG-END-GEN(WS-REG-IX) TO WS-GEN-DISP
               STRING 'G' WS-GEN-DISP
                   DELIMITED SIZE INTO WS-GEN-TEXT
           END-IF
           MOVE SPACES TO WS-TOKEN-1 WS-TOKEN-2 WS-TOKEN-3
           IF WS-REG-GDG(WS-REG-IX) = 'Y'
               MOVE WS-REG-CREATED(WS-REG-IX) TO WS-STAT-DISP
               MOVE WS-STAT-DISP TO WS-TOKEN-1
           END-IF
           IF WS-REG-COUNTED(WS-REG-IX) = 'Y'
               MOVE WS-REG-RECORDS(WS-REG-IX) TO WS-COUNT-DISP
               MOVE WS-COUNT-DISP TO WS-TOKEN-2
           END-IF
           IF WS-REG-CTL-FOUND(WS-REG-IX) = 'Y'
               MOVE WS-EXPECTED TO WS-CTL-DISP
               MOVE WS-CTL-DISP TO WS-TOKEN-3
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING ORG-DSN-NAME ' ' ORG-NIGHT-TYPE '   '
                  ORG-PRODUCER '  ' WS-GEN-TEXT ' '
                  WS-TOKEN-1(1:4) ' ' WS-TOKEN-2(1:11) '    '
                  WS-TOKEN-3(1:11) '  '
                  WS-REG-STATUS(WS-REG-IX)
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE OUTRPT-REC FROM WS-RPT-LINE.

       3000-REPORT-TRANSMISSIONS.
      *    The outbound files on their own, so the transmission desk
      *    can see at a glance what it has to send and what it has not.
           MOVE SPACES TO WS-RPT-LINE
           STRING 'OUTBOUND TRANSMISSION FILES'
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE OUTRPT-REC FROM WS-RPT-LINE
           PERFORM VARYING WS-REG-IX FROM 1 BY 1
                   UNTIL WS-REG-IX > WS-REG-COUNT
               MOVE WS-REG-CARD(WS-REG-IX) TO OUTPUT-REGISTRY-ENTRY
               IF ORG-TRANSMISSION
                   PERFORM 3100-REPORT-ONE-TRANSMISSION
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-RPT-LINE
           WRITE OUTRPT-REC FROM WS-RPT-LINE.

       3100-REPORT-ONE-TRANSMISSION.
           MOVE SPACES TO WS-TOKEN-3
           EVALUATE WS-REG-OUTCOME(WS-REG-IX)
               WHEN 'Y'
                   ADD 1 TO WS-XMIT-COUNT
                   MOVE 'CREATED - READY TO SEND' TO WS-TOKEN-3
               WHEN 'X'
                   ADD 1 TO WS-XMIT-COUNT
                   ADD 1 TO WS-XMIT-FAIL-COUNT
                   STRING '*** NOT READY - '
                          WS-REG-STATUS(WS-REG-IX)
                       DELIMITED SIZE INTO WS-TOKEN-3
               WHEN OTHER
                   MOVE 'NOT DUE TONIGHT' TO WS-TOKEN-3
           END-EVALUATE
           MOVE SPACES TO WS-TOKEN-2
           IF WS-REG-COUNTED(WS-REG-IX) = 'Y'
               MOVE WS-REG-RECORDS(WS-REG-IX) TO WS-COUNT-DISP
               MOVE WS-COUNT-DISP TO WS-TOKEN-2
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING '  ' ORG-DSN-NAME ' ' ORG-PRODUCER '  '
                  WS-TOKEN-2(1:11) '  ' WS-TOKEN-3
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE OUTRPT-REC FROM WS-RPT-LINE.

       4000-WRITE-MANIFEST.
           OPEN OUTPUT VAULTMAN
           MOVE SPACES TO VAULT-MANIFEST-RECORD
           MOVE 'H'                TO VLT-RECORD-TYPE
           MOVE BUS-DATE           TO VLT-BUSINESS-DATE
           MOVE WS-HLQ             TO VLT-DSN
           MOVE ZERO               TO VLT-RECORD-COUNT
           MOVE WS-RUN-STAMP(1:16) TO VLT-STAMP
           WRITE VAULTMAN-REC FROM VAULT-MANIFEST-RECORD
           MOVE SPACES TO WS-RPT-LINE
           STRING 'OFFSITE VAULT MANIFEST  (D RECOVERS DBFILE, '
                  'L RECOVERS LOANFILE, S RUN STATE)'
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE OUTRPT-REC FROM WS-RPT-LINE
           PERFORM VARYING WS-REG-IX FROM 1 BY 1
                   UNTIL WS-REG-IX > WS-REG-COUNT
               MOVE WS-REG-CARD(WS-REG-IX) TO OUTPUT-REGISTRY-ENTRY
               IF ORG-VAULTED
                   PERFORM 4100-MANIFEST-ONE-DATASET
               END-IF
           END-PERFORM
           MOVE SPACES TO VAULT-MANIFEST-RECORD
           MOVE 'Z'           TO VLT-RECORD-TYPE
           MOVE BUS-DATE      TO VLT-BUSINESS-DATE
           MOVE ZERO          TO VLT-RECORD-COUNT
           MOVE WS-VAULT-COUNT TO VLT-DATASETS
           WRITE VAULTMAN-REC FROM VAULT-MANIFEST-RECORD
           CLOSE VAULTMAN
           MOVE SPACES TO WS-RPT-LINE
           WRITE OUTRPT-REC FROM WS-RPT-LINE.

       4100-MANIFEST-ONE-DATASET.
      *    The generation on the catalog now is the one to ship; a
      *    dataset that is not there cannot be vaulted and is an
      *    exception whether or not the check above already said so.
           MOVE SPACES TO WS-VAULT-DSN
           MOVE 1 TO WS-VAULT-PTR
           STRING WS-HLQ(1:WS-HLQ-LEN) '.' DELIMITED SIZE
                  ORG-DSN-NAME DELIMITED SPACE
               INTO WS-VAULT-DSN WITH POINTER WS-VAULT-PTR
           IF WS-REG-GDG(WS-REG-IX) = 'Y'
               MOVE WS-REG-END-GEN(WS-REG-IX) TO WS-GEN-DISP
               STRING '.G' WS-GEN-DISP 'V00' DELIMITED SIZE
                   INTO WS-VAULT-DSN WITH POINTER WS-VAULT-PTR
           END-IF
           MOVE SPACES TO WS-TOKEN-3
           IF WS-REG-CATALOGED(WS-REG-IX) = 'Y'
               ADD 1 TO WS-VAULT-COUNT
               MOVE SPACES TO VAULT-MANIFEST-RECORD
               MOVE 'D'             TO VLT-RECORD-TYPE
               MOVE BUS-DATE        TO VLT-BUSINESS-DATE
               MOVE ORG-VAULT-GROUP TO VLT-GROUP
               MOVE WS-VAULT-DSN    TO VLT-DSN
               MOVE ZERO            TO VLT-RECORD-COUNT
               IF WS-REG-COUNTED(WS-REG-IX) = 'Y'
                   MOVE WS-REG-RECORDS(WS-REG-IX) TO VLT-RECORD-COUNT
               END-IF
               WRITE VAULTMAN-REC FROM VAULT-MANIFEST-RECORD
               MOVE 'ON MANIFEST' TO WS-TOKEN-3
           ELSE
               ADD 1 TO WS-VAULT-MISS-COUNT
               IF WS-REG-OUTCOME(WS-REG-IX) NOT = 'X'
                   ADD 1 TO WS-EXCEPTION-COUNT
               END-IF
               MOVE '*** NOT ON THE CATALOG - CANNOT BE VAULTED'
                   TO WS-TOKEN-3
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING '  ' ORG-VAULT-GROUP '  ' WS-VAULT-DSN '  '
                  WS-TOKEN-3
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE OUTRPT-REC FROM WS-RPT-LINE.

       5000-REPORT-SUMMARY.
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-CHECK-COUNT TO WS-STAT-DISP
           STRING 'OUTPUTS CHECKED          ' WS-STAT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE OUTRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-NOT-DUE-COUNT TO WS-STAT-DISP
           STRING 'NOT DUE TONIGHT          ' WS-STAT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE OUTRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-XMIT-FAIL-COUNT TO WS-STAT-DISP
           STRING 'TRANSMISSIONS NOT READY  ' WS-STAT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE OUTRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-VAULT-COUNT TO WS-STAT-DISP
           STRING 'DATASETS TO THE VAULT    ' WS-STAT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE OUTRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-EXCEPTION-COUNT TO WS-STAT-DISP
           STRING 'EXCEPTIONS               ' WS-STAT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE OUTRPT-REC FROM WS-RPT-LINE
           IF WS-CTL-RECORDS = ZERO
               MOVE SPACES TO WS-RPT-LINE
               STRING '*** CTLTOT.NIGHT WAS EMPTY - NO CONTROL TOTALS '
                      'TO CHECK AGAINST'
                   DELIMITED SIZE INTO WS-RPT-LINE
               WRITE OUTRPT-REC FROM WS-RPT-LINE
           END-IF
           IF WS-COUNTS-READ = ZERO
               MOVE SPACES TO WS-RPT-LINE
               STRING '*** NO RECORD COUNTS ON THE OUTCNT LISTING'
                   DELIMITED SIZE INTO WS-RPT-LINE
               WRITE OUTRPT-REC FROM WS-RPT-LINE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-RETURN-CODE TO WS-SEQ-DISP
           STRING 'RETURN CODE ' WS-SEQ-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE OUTRPT-REC FROM WS-RPT-LINE.

       9000-END.
           CLOSE OUTRPT
           MOVE WS-CHECK-COUNT TO WS-STAT-DISP
           DISPLAY 'OUTCHK OUTPUTS CHECKED:    ' WS-STAT-DISP
           MOVE WS-EXCEPTION-COUNT TO WS-STAT-DISP
           DISPLAY 'OUTCHK EXCEPTIONS:         ' WS-STAT-DISP
           MOVE WS-XMIT-FAIL-COUNT TO WS-STAT-DISP
           DISPLAY 'OUTCHK TRANSMISSIONS DOWN: ' WS-STAT-DISP
           MOVE WS-VAULT-COUNT TO WS-STAT-DISP
           DISPLAY 'OUTCHK DATASETS VAULTED:   ' WS-STAT-DISP
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.
