      *----------------------------------------------------------------*
      * PROGRAM:  SDBBILL                                              *
      * PURPOSE:  Safe deposit box rent billing - runs in BANKNITE     *
      *           ahead of PYMT001. Walks the SDBOX inventory and, for *
      *           every rented box whose annual rent has fallen due,   *
      *           emits the rent as a debit ACCOUNT-RECORD on the      *
      *           SDBPYMT feed concatenated into PYMT001's input, so   *
      *           it rides the same funds, stop and reject checks as   *
      *           any other debit. A box already on the delinquency    *
      *           ladder is billed again each time the ladder interval *
      *           has passed since its last step; one scheduled for    *
      *           drilling is not billed again and, once its drilling  *
      *           date arrives, is listed on the branch drill list.    *
      *           Each debit is remembered on the SDBPEND file for     *
      *           SDBREL to settle after PYMT001.                      *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    (none)                                               *
      * COPYBOOKS: SDBDATA, ACCTDATA, BUSDATE                          *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     SDBBILL.
       AUTHOR.         TABFORGE-AI.
       DATE-WRITTEN.   2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SDBOX    ASSIGN TO UT-S-SDBOX
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS SEQUENTIAL
                           RECORD KEY   IS SDBOX-KEY.
           SELECT SDBPYMT  ASSIGN TO UT-S-SDBPYMT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT SDBPEND  ASSIGN TO UT-S-SDBPEND
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT SDBDRILL ASSIGN TO UT-S-SDBDRILL
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT BUSDATEF ASSIGN TO UT-S-BUSDATE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    Box inventory (see SDBDATA copybook) - rewritten in place
      *    as each box is billed.
       FD  SDBOX
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  SDBOX-REC.
           05  SDBOX-KEY              PIC X(12).
           05  FILLER                 PIC X(88).

       FD  SDBPYMT
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01  SDBPYMT-REC                PIC X(200).

      *    Tonight's rent debits, for SDBREL to match against the
      *    reject generation PYMT001 creates.
       FD  SDBPEND
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  SDBPEND-REC                PIC X(60).

       FD  SDBDRILL
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  SDBDRILL-REC               PIC X(133).

      *    Business-date control record set by BDATESET at the start
      *    of the cycle (see BUSDATE copybook).
       FD  BUSDATEF
           RECORDING MODE IS F
           RECORD CONTAINS 30 CHARACTERS.
       01  BUSDATEF-REC               PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-SDBBILL-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'SDBBILL'.
           05  WS-EOF-SDBOX           PIC X(1)  VALUE 'N'.
               88  EOF-SDBOX              VALUE 'Y'.
      *    Days between delinquency steps - each step re-bills the
      *    rent; SYSIN overrides the default.
           05  WS-LADDER-DAYS-X       PIC X(3)  VALUE SPACES.
           05  WS-LADDER-DAYS-N REDEFINES WS-LADDER-DAYS-X
                                      PIC 9(3).
           05  WS-LADDER-DAYS         PIC 9(3)  VALUE 030.
           05  WS-TODAY-DATE-8        PIC 9(08) VALUE ZERO.
           05  WS-TODAY-INT           PIC S9(07) COMP VALUE ZERO.
           05  WS-STEP-DATE-8         PIC 9(08) VALUE ZERO.
           05  WS-STEP-DAYS           PIC S9(07) COMP VALUE ZERO.
           05  WS-BILL-SW             PIC X(1)  VALUE 'N'.
               88  BILL-THIS-BOX          VALUE 'Y'.
           05  WS-BOX-COUNT           PIC 9(7)  COMP VALUE ZERO.
           05  WS-BILL-COUNT          PIC 9(7)  COMP VALUE ZERO.
           05  WS-REBILL-COUNT        PIC 9(7)  COMP VALUE ZERO.
           05  WS-DRILL-COUNT         PIC 9(7)  COMP VALUE ZERO.
           05  WS-BILL-TOTAL          PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-COUNT-DISP          PIC ZZZZZZ9.
           05  WS-RPT-LINE            PIC X(133) VALUE SPACES.

       COPY SDBDATA.
       COPY ACCTDATA.
       COPY BUSDATE.

       PROCEDURE DIVISION.

       1000-INIT.
           ACCEPT WS-LADDER-DAYS-X FROM SYSIN
           IF WS-LADDER-DAYS-X NUMERIC AND WS-LADDER-DAYS-N > ZERO
               MOVE WS-LADDER-DAYS-N TO WS-LADDER-DAYS
           END-IF
           PERFORM 1010-READ-BUSINESS-DATE
           OPEN I-O    SDBOX
           OPEN OUTPUT SDBPYMT
           OPEN OUTPUT SDBPEND
           OPEN OUTPUT SDBDRILL
           MOVE SPACES TO WS-RPT-LINE
           STRING 'SAFE DEPOSIT BOXES DUE FOR DRILLING - ' BUS-DATE
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE SDBDRILL-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'BRANCH BOX      SIZE  RENTER      '
                  'HOUSEHOLD   SCHEDULED'
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE SDBDRILL-REC FROM WS-RPT-LINE
           PERFORM 2000-PROCESS-BOX UNTIL EOF-SDBOX
           PERFORM 9000-END.

       1010-READ-BUSINESS-DATE.
      *    Falls back to the machine date if the control file is
      *    empty (first cycle before BDATESET ever ran).
           OPEN INPUT BUSDATEF
           READ BUSDATEF INTO BUSINESS-DATE-RECORD
               AT END
                   MOVE FUNCTION CURRENT-DATE(1:8) TO BUS-DATE
           END-READ
           CLOSE BUSDATEF
           MOVE BUS-DATE TO WS-TODAY-DATE-8
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE-8).

       2000-PROCESS-BOX.
           READ SDBOX INTO SAFE-DEPOSIT-BOX-RECORD
               AT END MOVE 'Y' TO WS-EOF-SDBOX
           END-READ
           IF NOT EOF-SDBOX
               ADD 1 TO WS-BOX-COUNT
               IF SDB-RENTED
                   MOVE 'N' TO WS-BILL-SW
                   EVALUATE TRUE
                       WHEN SDB-CURRENT
                           IF SDB-RENT-DUE-DATE NOT > BUS-DATE
                                   AND SDB-LAST-BILLED-DATE
                                       NOT = BUS-DATE
                               MOVE 'Y' TO WS-BILL-SW
                           END-IF
                       WHEN SDB-DRILL-SCHEDULED
                           IF SDB-DRILL-DATE NOT > BUS-DATE
                               PERFORM 4000-LIST-FOR-DRILLING
                           END-IF
                       WHEN OTHER
                           PERFORM 2100-CHECK-LADDER-STEP
                   END-EVALUATE
                   IF BILL-THIS-BOX
                       PERFORM 3000-EMIT-RENT-DEBIT
                   END-IF
               END-IF
           END-IF.

       2100-CHECK-LADDER-STEP.
      *    A box on notice is billed again once the ladder interval
      *    has run since it reached its current step; SDBREL moves it
      *    to the next step if that debit is rejected too.
           IF SDB-DELQ-DATE NUMERIC
               MOVE SDB-DELQ-DATE TO WS-STEP-DATE-8
               COMPUTE WS-STEP-DAYS = WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(WS-STEP-DATE-8)
               IF WS-STEP-DAYS NOT < WS-LADDER-DAYS
                       AND SDB-LAST-BILLED-DATE NOT = BUS-DATE
                   MOVE 'Y' TO WS-BILL-SW
                   ADD 1 TO WS-REBILL-COUNT
               END-IF
           END-IF.

       3000-EMIT-RENT-DEBIT.
           MOVE SPACES               TO ACCOUNT-RECORD
           IF SDB-DEBIT-ACCOUNT = SPACES
               MOVE SDB-CUSTOMER-ID  TO ACCOUNT-NUMBER(1:10)
               MOVE 'CH'             TO ACCOUNT-TYPE
           ELSE
               MOVE SDB-DEBIT-ACCOUNT TO ACCOUNT-NUMBER
               IF SDB-DEBIT-ACCOUNT(11:2) = 'SA'
                   MOVE 'SA'         TO ACCOUNT-TYPE
               ELSE
                   MOVE 'CH'         TO ACCOUNT-TYPE
               END-IF
           END-IF
           MOVE ZERO                 TO AVAILABLE-BALANCE
           MOVE SDB-ANNUAL-RENT      TO PENDING-AMOUNT
           SET TXN-DEBIT             TO TRUE
           MOVE WS-TODAY-DATE-8(1:4) TO TRANSACTION-DATE(1:4)
           MOVE '-'                  TO TRANSACTION-DATE(5:1)
           MOVE WS-TODAY-DATE-8(5:2) TO TRANSACTION-DATE(6:2)
           MOVE '-'                  TO TRANSACTION-DATE(8:1)
           MOVE WS-TODAY-DATE-8(7:2) TO TRANSACTION-DATE(9:2)
           MOVE '00:00:00'           TO TRANSACTION-TIME
      *    The box rides in the reference - the statement narrative
      *    shows which box the rent was for, and SDBREL matches
      *    rejects back to the box on it.
           MOVE SPACES               TO TRANSACTION-REF
           STRING 'SDB' SDB-BOX-KEY
               DELIMITED SIZE INTO TRANSACTION-REF
           MOVE 'SDBR'               TO CHANNEL-CODE
           SET PRIORITY-STANDARD     TO TRUE
           WRITE SDBPYMT-REC FROM ACCOUNT-RECORD
           MOVE SPACES               TO SDB-RENT-BILL-RECORD
           MOVE SDB-BOX-KEY          TO SRB-BOX-KEY
           MOVE SDB-CUSTOMER-ID      TO SRB-CUSTOMER-ID
           MOVE TRANSACTION-REF      TO SRB-TRAN-REF
           MOVE SDB-ANNUAL-RENT      TO SRB-AMOUNT
           MOVE BUS-DATE             TO SRB-BILL-DATE
           WRITE SDBPEND-REC FROM SDB-RENT-BILL-RECORD
           MOVE BUS-DATE             TO SDB-LAST-BILLED-DATE
           REWRITE SDBOX-REC FROM SAFE-DEPOSIT-BOX-RECORD
           ADD 1 TO WS-BILL-COUNT
           ADD SDB-ANNUAL-RENT TO WS-BILL-TOTAL.

       4000-LIST-FOR-DRILLING.
      *    Listed every night from the scheduled date until the
      *    branch inventories the contents or the rent is paid.
           ADD 1 TO WS-DRILL-COUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING SDB-BRANCH '   ' SDB-BOX-NUMBER ' '
                  SDB-BOX-SIZE ' ' SDB-CUSTOMER-ID '  '
                  SDB-HOUSEHOLD-ID '  ' SDB-DRILL-DATE
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE SDBDRILL-REC FROM WS-RPT-LINE.

       9000-END.
           MOVE SPACES TO WS-RPT-LINE
           WRITE SDBDRILL-REC FROM WS-RPT-LINE
           MOVE WS-DRILL-COUNT TO WS-COUNT-DISP
           STRING 'BOXES DUE FOR DRILLING: ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE SDBDRILL-REC FROM WS-RPT-LINE
           CLOSE SDBOX
                 SDBPYMT
                 SDBPEND
                 SDBDRILL
           DISPLAY 'SDBBILL BOXES READ:     ' WS-BOX-COUNT
           DISPLAY 'SDBBILL RENT DEBITS:    ' WS-BILL-COUNT
           DISPLAY 'SDBBILL OF WHICH REBILL:' WS-REBILL-COUNT
           DISPLAY 'SDBBILL RENT TOTAL:     ' WS-BILL-TOTAL
           DISPLAY 'SDBBILL DUE FOR DRILL:  ' WS-DRILL-COUNT
           STOP RUN.
