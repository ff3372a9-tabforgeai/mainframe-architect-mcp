      *----------------------------------------------------------------*
      * PROGRAM:  VLTRPT                                               *
      * PURPOSE:  Branch vault cash position report. For every branch  *
      *           on the VAULT file the cash held at the branch is the *
      *           vault's cash on hand plus the cash in that branch's  *
      *           teller drawers for the business date (see TLRDATA) - *
      *           the counted cash for a balanced drawer, the expected *
      *           cash for one still open. A branch holding more than  *
      *           its VLT-INSURANCE-LIMIT is flagged OVER INSURANCE    *
      *           LIMIT so the excess can be shipped out before the    *
      *           carrier's cover runs short, and the day's drawer     *
      *           over/short and open drawers are shown beside it.     *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    (none)                                               *
      * COPYBOOKS: TLRDATA, ERRDATA, BUSDATE                           *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     VLTRPT.
       AUTHOR.         TABFORGE-AI.
       DATE-WRITTEN.   2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TLRDRAWR  ASSIGN TO UT-S-TLRDRAWR
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS SEQUENTIAL
                            RECORD KEY   IS TLRDRAWR-KEY.
           SELECT VAULT     ASSIGN TO UT-S-VAULT
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS SEQUENTIAL
                            RECORD KEY   IS VAULT-BRANCH.
           SELECT VLTRPTF   ASSIGN TO UT-S-VLTRPT
                            ORGANIZATION IS SEQUENTIAL
                            ACCESS MODE  IS SEQUENTIAL.
           SELECT BUSDATEF  ASSIGN TO UT-S-BUSDATE
                            ORGANIZATION IS SEQUENTIAL
                            ACCESS MODE  IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TLRDRAWR
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01  TLRDRAWR-REC.
           05  TLRDRAWR-KEY           PIC X(16).
           05  FILLER                 PIC X(184).

       FD  VAULT
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  VAULT-REC.
           05  VAULT-BRANCH           PIC X(04).
           05  FILLER                 PIC X(96).

       FD  VLTRPTF
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  VLTRPTF-REC                PIC X(133).

      *    Business-date control record set by BDATESET at the start
      *    of the cycle (see BUSDATE copybook).
       FD  BUSDATEF
           RECORDING MODE IS F
           RECORD CONTAINS 30 CHARACTERS.
       01  BUSDATEF-REC               PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-VLTRPT-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'VLTRPT'.
           05  WS-EOF-DRAWER          PIC X(1)  VALUE 'N'.
               88  EOF-DRAWER             VALUE 'Y'.
           05  WS-EOF-VAULT           PIC X(1)  VALUE 'N'.
               88  EOF-VAULT              VALUE 'Y'.
           05  WS-BRN-COUNT           PIC 9(3)  COMP VALUE ZERO.
           05  WS-BRN-IX              PIC 9(3)  COMP VALUE ZERO.
           05  WS-FOUND-IX            PIC 9(3)  COMP VALUE ZERO.
           05  WS-DRAWER-CASH         PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-BRANCH-CASH         PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-BRANCH-COUNT        PIC 9(5)  COMP VALUE ZERO.
           05  WS-OVER-LIMIT-COUNT    PIC 9(5)  COMP VALUE ZERO.
           05  WS-DRAWER-COUNT        PIC 9(5)  COMP VALUE ZERO.
           05  WS-COUNT-DISP          PIC ZZZZ9.
           05  WS-RPT-LINE            PIC X(133) VALUE SPACES.

      *    The business date's drawers summed by branch.
       01  WS-BRANCH-TABLE.
           05  WS-BRN-ENTRY OCCURS 500 TIMES.
               10  WS-BRN-BRANCH      PIC X(04).
               10  WS-BRN-DRAWERS     PIC 9(3)  COMP.
               10  WS-BRN-OPEN        PIC 9(3)  COMP.
               10  WS-BRN-CASH        PIC S9(13)V99 COMP-3.
               10  WS-BRN-OVER-SHORT  PIC S9(13)V99 COMP-3.

      *    One branch line of the report.
       01  WS-DETAIL-LINE.
           05  DTL-BRANCH             PIC X(04).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DTL-VAULT-CASH         PIC -,---,---,--9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DTL-DRAWERS            PIC ZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DTL-OPEN               PIC ZZ9.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  DTL-DRAWER-CASH        PIC -,---,---,--9.99.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  DTL-BRANCH-CASH        PIC -,---,---,--9.99.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  DTL-LIMIT              PIC -,---,---,--9.99.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  DTL-OVER-SHORT         PIC -,---,---,--9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DTL-FLAG               PIC X(20).
           05  FILLER                 PIC X(11) VALUE SPACES.

       COPY TLRDATA.
       COPY ERRDATA.
       COPY BUSDATE.

       PROCEDURE DIVISION.

       1000-INIT.
           PERFORM 1010-READ-BUSINESS-DATE
           PERFORM 1100-LOAD-DRAWERS
           OPEN INPUT  VAULT
           OPEN OUTPUT VLTRPTF
           PERFORM 1500-WRITE-HEADER
           PERFORM 2000-PROCESS-VAULT UNTIL EOF-VAULT
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

       1100-LOAD-DRAWERS.
      *    A balanced drawer holds what was counted; an open one
      *    holds what it should by its postings so far.
           OPEN INPUT TLRDRAWR
           PERFORM UNTIL EOF-DRAWER
               READ TLRDRAWR INTO TELLER-DRAWER-RECORD
                   AT END MOVE 'Y' TO WS-EOF-DRAWER
               END-READ
               IF NOT EOF-DRAWER AND TLD-BUS-DATE = BUS-DATE
                   ADD 1 TO WS-DRAWER-COUNT
                   PERFORM 1150-FIND-BRANCH
                   IF WS-FOUND-IX > ZERO
                       PERFORM 1200-ADD-DRAWER
                   END-IF
               END-IF
           END-PERFORM
           CLOSE TLRDRAWR.

       1150-FIND-BRANCH.
           MOVE ZERO TO WS-FOUND-IX
           PERFORM VARYING WS-BRN-IX FROM 1 BY 1
                   UNTIL WS-BRN-IX > WS-BRN-COUNT
                   OR WS-FOUND-IX > ZERO
               IF WS-BRN-BRANCH(WS-BRN-IX) = TLD-BRANCH
                   MOVE WS-BRN-IX TO WS-FOUND-IX
               END-IF
           END-PERFORM
           IF WS-FOUND-IX = ZERO
               IF WS-BRN-COUNT < 500
                   ADD 1 TO WS-BRN-COUNT
                   MOVE WS-BRN-COUNT TO WS-FOUND-IX
                   MOVE TLD-BRANCH TO WS-BRN-BRANCH(WS-FOUND-IX)
                   MOVE ZERO TO WS-BRN-DRAWERS(WS-FOUND-IX)
                                WS-BRN-OPEN(WS-FOUND-IX)
                                WS-BRN-CASH(WS-FOUND-IX)
                                WS-BRN-OVER-SHORT(WS-FOUND-IX)
               ELSE
                   DISPLAY 'VLTRPT BRANCH TABLE FULL - DRAWER '
                           TLD-TELLER-ID ' BRANCH ' TLD-BRANCH
                           ' NOT COUNTED'
               END-IF
           END-IF.

       1200-ADD-DRAWER.
           ADD 1 TO WS-BRN-DRAWERS(WS-FOUND-IX)
           IF TLD-BALANCED
               MOVE TLD-COUNTED-CASH TO WS-DRAWER-CASH
               ADD TLD-OVER-SHORT TO WS-BRN-OVER-SHORT(WS-FOUND-IX)
           ELSE
               ADD 1 TO WS-BRN-OPEN(WS-FOUND-IX)
               COMPUTE WS-DRAWER-CASH = TLD-OPENING-CASH
                   + TLD-CASH-IN  - TLD-CASH-OUT
                   + TLD-VAULT-BUY - TLD-VAULT-SELL
           END-IF
           ADD WS-DRAWER-CASH TO WS-BRN-CASH(WS-FOUND-IX).

       1500-WRITE-HEADER.
           MOVE SPACES TO WS-RPT-LINE
           STRING 'BRANCH VAULT CASH POSITION - BUSINESS DATE '
                  BUS-DATE
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE VLTRPTF-REC FROM WS-RPT-LINE
           MOVE ALL '=' TO WS-RPT-LINE
           WRITE VLTRPTF-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'BRCH        VAULT CASH  DRW OPN      DRAWER CASH '
                  '  BRANCH CASH     INSURANCE LIMIT     OVER (SHORT)'
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE VLTRPTF-REC FROM WS-RPT-LINE.

       2000-PROCESS-VAULT.
           READ VAULT INTO BRANCH-VAULT-RECORD
               AT END MOVE 'Y' TO WS-EOF-VAULT
           END-READ
           IF NOT EOF-VAULT
               ADD 1 TO WS-BRANCH-COUNT
               PERFORM 2100-WRITE-BRANCH-LINE
           END-IF.

       2100-WRITE-BRANCH-LINE.
           MOVE VLT-BRANCH TO TLD-BRANCH
           PERFORM 1150-FIND-BRANCH
           MOVE SPACES TO DTL-FLAG
           MOVE VLT-BRANCH          TO DTL-BRANCH
           MOVE VLT-CASH-ON-HAND    TO DTL-VAULT-CASH
           MOVE VLT-INSURANCE-LIMIT TO DTL-LIMIT
           IF WS-FOUND-IX > ZERO
               MOVE WS-BRN-DRAWERS(WS-FOUND-IX)    TO DTL-DRAWERS
               MOVE WS-BRN-OPEN(WS-FOUND-IX)       TO DTL-OPEN
               MOVE WS-BRN-CASH(WS-FOUND-IX)       TO DTL-DRAWER-CASH
               MOVE WS-BRN-OVER-SHORT(WS-FOUND-IX) TO DTL-OVER-SHORT
               COMPUTE WS-BRANCH-CASH =
                   VLT-CASH-ON-HAND + WS-BRN-CASH(WS-FOUND-IX)
           ELSE
               MOVE ZERO TO DTL-DRAWERS DTL-OPEN
                            DTL-DRAWER-CASH DTL-OVER-SHORT
               MOVE VLT-CASH-ON-HAND TO WS-BRANCH-CASH
           END-IF
           MOVE WS-BRANCH-CASH TO DTL-BRANCH-CASH
           IF WS-BRANCH-CASH > VLT-INSURANCE-LIMIT
               MOVE 'OVER INSURANCE LIMIT' TO DTL-FLAG
               ADD 1 TO WS-OVER-LIMIT-COUNT
           END-IF
           WRITE VLTRPTF-REC FROM WS-DETAIL-LINE.

       9000-END.
           MOVE ALL '=' TO WS-RPT-LINE
           WRITE VLTRPTF-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-BRANCH-COUNT TO WS-COUNT-DISP
           STRING 'BRANCHES REPORTED:      ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE VLTRPTF-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-DRAWER-COUNT TO WS-COUNT-DISP
           STRING 'TELLER DRAWERS COUNTED: ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE VLTRPTF-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-OVER-LIMIT-COUNT TO WS-COUNT-DISP
           STRING 'OVER INSURANCE LIMIT:   ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE VLTRPTF-REC FROM WS-RPT-LINE
           CLOSE VAULT
                 VLTRPTF
           DISPLAY 'VLTRPT BRANCHES:   ' WS-BRANCH-COUNT
           DISPLAY 'VLTRPT OVER LIMIT: ' WS-OVER-LIMIT-COUNT
           IF WS-OVER-LIMIT-COUNT > ZERO
               MOVE RC-WARNING TO WS-RETURN-CODE
           ELSE
               MOVE RC-SUCCESS TO WS-RETURN-CODE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.
