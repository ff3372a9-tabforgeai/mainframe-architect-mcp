      *----------------------------------------------------------------*
      * PROGRAM:  ENTLREV                                              *
      * PURPOSE:  Monthly operator entitlement review. Sorts the       *
      *           ENTITLE file by branch and operator and prints one   *
      *           section per branch for the branch manager: every     *
      *           operator with status, the Y/N transaction flags, the *
      *           four dollar authorities and when the access was last *
      *           certified. Operators not certified in the past year  *
      *           (or never) are flagged OVERDUE. Each section ends    *
      *           with a sign-off block; the manager recertifies the   *
      *           access that is still needed through ENTLMNT (action  *
      *           R) and raises changes or deletions for the rest.     *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    (none)                                               *
      * COPYBOOKS: ENTLDATA, ASGNDATA, ERRDATA, BUSDATE                *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     ENTLREV.
       AUTHOR.         TABFORGE-AI.
       DATE-WRITTEN.   2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTITLE   ASSIGN TO UT-S-ENTITLE
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS SEQUENTIAL
                            RECORD KEY   IS ENTF-OPERATOR-ID.
           SELECT SORTFILE  ASSIGN TO UT-S-SORTWK.
           SELECT SRTENTL   ASSIGN TO UT-S-SRTENTL
                            ORGANIZATION IS SEQUENTIAL
                            ACCESS MODE  IS SEQUENTIAL.
           SELECT BRANCHES  ASSIGN TO UT-S-BRANCHES
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS SEQUENTIAL
                            RECORD KEY   IS BRANCHES-BRANCH.
           SELECT REVRPT    ASSIGN TO UT-S-REVRPT
                            ORGANIZATION IS SEQUENTIAL
                            ACCESS MODE  IS SEQUENTIAL.
           SELECT BUSDATEF  ASSIGN TO UT-S-BUSDATE
                            ORGANIZATION IS SEQUENTIAL
                            ACCESS MODE  IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTITLE
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
       01  ENTITLE-REC.
           05  ENTF-OPERATOR-ID       PIC X(08).
           05  FILLER                 PIC X(142).

      *    Branch then operator - ENT-BRANCH sits at bytes 39-42 of
      *    the ENTITLEMENT-RECORD image.
       SD  SORTFILE
           RECORD CONTAINS 150 CHARACTERS.
       01  SORT-REC.
           05  SORT-OPERATOR-ID       PIC X(08).
           05  FILLER                 PIC X(30).
           05  SORT-BRANCH            PIC X(04).
           05  FILLER                 PIC X(108).

       FD  SRTENTL
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
       01  SRTENTL-REC                PIC X(150).

       FD  BRANCHES
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  BRANCHES-REC.
           05  BRANCHES-BRANCH        PIC X(04).
           05  FILLER                 PIC X(76).

       FD  REVRPT
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  REVRPT-REC                 PIC X(133).

      *    Business-date control record set by BDATESET at the start
      *    of the cycle (see BUSDATE copybook).
       FD  BUSDATEF
           RECORDING MODE IS F
           RECORD CONTAINS 30 CHARACTERS.
       01  BUSDATEF-REC               PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-ENTLREV-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'ENTLREV'.
           05  WS-EOF-SRTENTL         PIC X(1)  VALUE 'N'.
               88  EOF-SRTENTL            VALUE 'Y'.
           05  WS-EOF-INPUT           PIC X(1)  VALUE 'N'.
               88  EOF-INPUT              VALUE 'Y'.
           05  WS-CUR-BRANCH          PIC X(04) VALUE LOW-VALUES.
           05  WS-BRN-COUNT           PIC 9(3)  COMP VALUE ZERO.
           05  WS-BRN-IX              PIC 9(3)  COMP VALUE ZERO.
           05  WS-BRANCH-NAME         PIC X(30) VALUE SPACES.
      *    Certification older than this many days is overdue.
           05  WS-CERT-DAYS           PIC 9(5)  COMP VALUE 365.
           05  WS-TODAY-INT           PIC S9(7) COMP VALUE ZERO.
           05  WS-CERT-AGE            PIC S9(7) COMP VALUE ZERO.
           05  WS-CERT-DATE-8         PIC 9(8)  VALUE ZERO.
           05  WS-OVERDUE             PIC X(1)  VALUE 'N'.
               88  CERT-OVERDUE           VALUE 'Y'.
           05  WS-BRANCH-OPERATORS    PIC 9(5)  COMP VALUE ZERO.
           05  WS-BRANCH-OVERDUE      PIC 9(5)  COMP VALUE ZERO.
           05  WS-OPERATOR-COUNT      PIC 9(5)  COMP VALUE ZERO.
           05  WS-OVERDUE-COUNT       PIC 9(5)  COMP VALUE ZERO.
           05  WS-SECTION-COUNT       PIC 9(5)  COMP VALUE ZERO.
           05  WS-LIMIT-EDIT          PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-COUNT-DISP          PIC ZZZZ9.
           05  WS-RPT-LINE            PIC X(133) VALUE SPACES.

      *    Branch names in core, from the BRANCHES file.
       01  WS-BRANCH-TABLE.
           05  WS-BRN-ENTRY OCCURS 500 TIMES.
               10  WS-BRN-BRANCH      PIC X(04).
               10  WS-BRN-NAME        PIC X(30).

      *    One operator line of the review.
       01  WS-DETAIL-LINE.
           05  DTL-OPERATOR-ID        PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  DTL-OPERATOR-NAME      PIC X(24).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  DTL-STATUS             PIC X(01).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DTL-FLAGS              PIC X(12).
           05  DTL-PAYMENT-LIMIT      PIC X(14).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  DTL-RELEASE-LIMIT      PIC X(14).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  DTL-TDWDRAW-LIMIT      PIC X(14).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  DTL-REFUND-LIMIT       PIC X(14).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  DTL-CERTIFIED-DATE     PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  DTL-OVERDUE            PIC X(07).
           05  FILLER                 PIC X(08) VALUE SPACES.

       COPY ENTLDATA.
       COPY ASGNDATA.
       COPY ERRDATA.
       COPY BUSDATE.

       PROCEDURE DIVISION.

       1000-INIT.
           PERFORM 1010-READ-BUSINESS-DATE
           MOVE BUS-DATE TO WS-CERT-DATE-8
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-CERT-DATE-8)
           PERFORM 1100-LOAD-BRANCHES
           PERFORM 1200-SORT-BY-BRANCH
           OPEN INPUT  SRTENTL
           OPEN OUTPUT REVRPT
           PERFORM 2000-PROCESS-OPERATOR UNTIL EOF-SRTENTL
           IF WS-CUR-BRANCH NOT = LOW-VALUES
               PERFORM 2900-WRITE-SIGN-OFF
           END-IF
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

       1100-LOAD-BRANCHES.
           OPEN INPUT BRANCHES
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ BRANCHES INTO BRANCH-RECORD
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT
                   IF WS-BRN-COUNT < 500
                       ADD 1 TO WS-BRN-COUNT
                       MOVE BRN-BRANCH TO WS-BRN-BRANCH(WS-BRN-COUNT)
                       MOVE BRN-NAME   TO WS-BRN-NAME(WS-BRN-COUNT)
                   ELSE
                       DISPLAY 'ENTLREV BRANCH TABLE FULL - '
                               BRN-BRANCH ' NOT LOADED'
                   END-IF
               END-IF
           END-PERFORM
           CLOSE BRANCHES.

       1200-SORT-BY-BRANCH.
           SORT SORTFILE
               ON ASCENDING KEY SORT-BRANCH
                                SORT-OPERATOR-ID
               USING ENTITLE
               GIVING SRTENTL.

       2000-PROCESS-OPERATOR.
           READ SRTENTL INTO ENTITLEMENT-RECORD
               AT END MOVE 'Y' TO WS-EOF-SRTENTL
           END-READ
           IF NOT EOF-SRTENTL
               IF ENT-BRANCH NOT = WS-CUR-BRANCH
                   IF WS-CUR-BRANCH NOT = LOW-VALUES
                       PERFORM 2900-WRITE-SIGN-OFF
                   END-IF
                   MOVE ENT-BRANCH TO WS-CUR-BRANCH
                   PERFORM 2100-WRITE-BRANCH-HEADER
               END-IF
               PERFORM 2200-CHECK-CERTIFICATION
               PERFORM 2300-WRITE-DETAIL
           END-IF.

       2100-WRITE-BRANCH-HEADER.
           ADD 1 TO WS-SECTION-COUNT
           MOVE ZERO TO WS-BRANCH-OPERATORS
           MOVE ZERO TO WS-BRANCH-OVERDUE
           MOVE 'BRANCH NOT ON FILE' TO WS-BRANCH-NAME
           PERFORM VARYING WS-BRN-IX FROM 1 BY 1
                   UNTIL WS-BRN-IX > WS-BRN-COUNT
               IF WS-BRN-BRANCH(WS-BRN-IX) = WS-CUR-BRANCH
                   MOVE WS-BRN-NAME(WS-BRN-IX) TO WS-BRANCH-NAME
               END-IF
           END-PERFORM
           MOVE ALL '=' TO WS-RPT-LINE
           WRITE REVRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'OPERATOR ENTITLEMENT REVIEW - BRANCH '
                  WS-CUR-BRANCH '  ' WS-BRANCH-NAME
                  '  BUSINESS DATE ' BUS-DATE
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE REVRPT-REC FROM WS-RPT-LINE
           MOVE ALL '=' TO WS-RPT-LINE
           WRITE REVRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'FLAGS IN ORDER: CUSTINQ PINCHG CUSTMNT CARDMNT '
                  'PAYENTRY PAYAPPR TDENTRY DISPUPD FEERFND FEEAPPR '
                  'COLLWB TLRBAL  (Y = ENTITLED)'
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE REVRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE 'OPERATOR NAME                     S  FLAGS        PAY
      -         'ENT LIMIT  RELEASE LIMIT  TD WDRAW LIMIT   REFUND LIMIT
      -         ' CERTIFD' TO WS-RPT-LINE
           WRITE REVRPT-REC FROM WS-RPT-LINE.

       2200-CHECK-CERTIFICATION.
      *    Never certified, an unreadable date, or certified more
      *    than a year ago all mean the manager owes a decision.
           MOVE 'N' TO WS-OVERDUE
           IF ENT-CERTIFIED-DATE NOT NUMERIC
               MOVE 'Y' TO WS-OVERDUE
           ELSE
               MOVE ENT-CERTIFIED-DATE TO WS-CERT-DATE-8
               IF WS-CERT-DATE-8 < 16010101
                   MOVE 'Y' TO WS-OVERDUE
               ELSE
                   COMPUTE WS-CERT-AGE = WS-TODAY-INT
                       - FUNCTION INTEGER-OF-DATE(WS-CERT-DATE-8)
                   IF WS-CERT-AGE > WS-CERT-DAYS
                       MOVE 'Y' TO WS-OVERDUE
                   END-IF
               END-IF
           END-IF.

       2300-WRITE-DETAIL.
           ADD 1 TO WS-OPERATOR-COUNT
           ADD 1 TO WS-BRANCH-OPERATORS
           MOVE ENT-OPERATOR-ID       TO DTL-OPERATOR-ID
           MOVE ENT-OPERATOR-NAME     TO DTL-OPERATOR-NAME
           MOVE ENT-STATUS            TO DTL-STATUS
           MOVE ENT-TXN-FLAGS         TO DTL-FLAGS
           MOVE ZERO TO WS-LIMIT-EDIT
           IF ENT-PAYMENT-LIMIT NUMERIC
               MOVE ENT-PAYMENT-LIMIT TO WS-LIMIT-EDIT
           END-IF
           MOVE WS-LIMIT-EDIT         TO DTL-PAYMENT-LIMIT
           MOVE ZERO TO WS-LIMIT-EDIT
           IF ENT-RELEASE-LIMIT NUMERIC
               MOVE ENT-RELEASE-LIMIT TO WS-LIMIT-EDIT
           END-IF
           MOVE WS-LIMIT-EDIT         TO DTL-RELEASE-LIMIT
           MOVE ZERO TO WS-LIMIT-EDIT
           IF ENT-TDWDRAW-LIMIT NUMERIC
               MOVE ENT-TDWDRAW-LIMIT TO WS-LIMIT-EDIT
           END-IF
           MOVE WS-LIMIT-EDIT         TO DTL-TDWDRAW-LIMIT
           MOVE ZERO TO WS-LIMIT-EDIT
           IF ENT-REFUND-LIMIT NUMERIC
               MOVE ENT-REFUND-LIMIT  TO WS-LIMIT-EDIT
           END-IF
           MOVE WS-LIMIT-EDIT         TO DTL-REFUND-LIMIT
           MOVE ENT-CERTIFIED-DATE    TO DTL-CERTIFIED-DATE
           IF CERT-OVERDUE
               ADD 1 TO WS-OVERDUE-COUNT
               ADD 1 TO WS-BRANCH-OVERDUE
               MOVE 'OVERDUE' TO DTL-OVERDUE
           ELSE
               MOVE SPACES    TO DTL-OVERDUE
           END-IF
           WRITE REVRPT-REC FROM WS-DETAIL-LINE.

       2900-WRITE-SIGN-OFF.
           MOVE SPACES TO WS-RPT-LINE
           WRITE REVRPT-REC FROM WS-RPT-LINE
           MOVE WS-BRANCH-OPERATORS TO WS-COUNT-DISP
           STRING 'OPERATORS REVIEWED: ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           MOVE WS-BRANCH-OVERDUE TO WS-COUNT-DISP
           STRING '   CERTIFICATION OVERDUE: ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE(26:40)
           WRITE REVRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'I HAVE REVIEWED THE ACCESS ABOVE. ACCESS STILL '
                  'NEEDED IS RECERTIFIED; CHANGES AND REMOVALS ARE '
                  'RAISED THROUGH ENTITLEMENT MAINTENANCE.'
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE REVRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE REVRPT-REC FROM WS-RPT-LINE
           MOVE 'BRANCH MANAGER: ______________________________   SIGNA
      -         'TURE: ______________________   DATE: __________'
               TO WS-RPT-LINE
           WRITE REVRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE REVRPT-REC FROM WS-RPT-LINE.

       9000-END.
           MOVE ALL '=' TO WS-RPT-LINE
           WRITE REVRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-SECTION-COUNT TO WS-COUNT-DISP
           STRING 'BRANCHES REVIEWED:      ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE REVRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-OPERATOR-COUNT TO WS-COUNT-DISP
           STRING 'OPERATORS REVIEWED:     ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE REVRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-OVERDUE-COUNT TO WS-COUNT-DISP
           STRING 'CERTIFICATION OVERDUE:  ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE REVRPT-REC FROM WS-RPT-LINE
           CLOSE SRTENTL
                 REVRPT
           DISPLAY 'ENTLREV OPERATORS: ' WS-OPERATOR-COUNT
           DISPLAY 'ENTLREV OVERDUE:   ' WS-OVERDUE-COUNT
           IF WS-OVERDUE-COUNT > ZERO
               MOVE RC-WARNING TO WS-RETURN-CODE
           ELSE
               MOVE RC-SUCCESS TO WS-RETURN-CODE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.
