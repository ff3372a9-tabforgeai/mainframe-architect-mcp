      *----------------------------------------------------------------*
      * PROGRAM:  LOANDRFT                                            *
      * PURPOSE:  Loan autopay draft generator - runs in BANKNITE     *
      *           ahead of PYMT001, reads the autopay enrollment file *
      *           and, for every active enrollment whose loan's       *
      *           LOAN-NEXT-DUE-DATE less the draft-day offset has    *
      *           arrived, emits the installment as a normal debit    *
      *           ACCOUNT-RECORD on the LOANDRPY feed concatenated    *
      *           into PYMT001's input - so the draft rides the same  *
      *           funds, stop, velocity and reject checks as any      *
      *           other debit. Each draft is remembered on the        *
      *           pending-draft file; LOANDREL decides after PYMT001  *
      *           whether the loan gets credited.                     *
      * AUTHOR:   TABFORGE-AI                                         *
      * CALLS:    CHKDIGIT                                            *
      * COPYBOOKS: LAPDATA, LOANDATA, ACCTDATA, BUSDATE               *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LOANDRFT.
       AUTHOR.         TABFORGE-AI.
       DATE-WRITTEN.   2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LAPENROL  ASSIGN TO UT-S-LAPENROL
                            ORGANIZATION IS SEQUENTIAL
                            ACCESS MODE  IS SEQUENTIAL.
           SELECT LOANFILE  ASSIGN TO UT-S-LOANFILE
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS LOANFILE-LOAN-ID.
           SELECT LOANDRPY  ASSIGN TO UT-S-LOANDRPY
                            ORGANIZATION IS SEQUENTIAL
                            ACCESS MODE  IS SEQUENTIAL.
           SELECT LAPPEND   ASSIGN TO UT-S-LAPPEND
                            ORGANIZATION IS SEQUENTIAL
                            ACCESS MODE  IS SEQUENTIAL.
           SELECT BUSDATEF  ASSIGN TO UT-S-BUSDATE
                            ORGANIZATION IS SEQUENTIAL
                            ACCESS MODE  IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    Autopay enrollments (see LAPDATA copybook) - rewritten in
      *    place as each installment is drafted.
       FD  LAPENROL
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  LAPENROL-REC               PIC X(60).

       FD  LOANFILE
           RECORDING MODE IS F
           RECORD CONTAINS 300 CHARACTERS.
       01  LOANFILE-REC.
           05  LOANFILE-LOAN-ID       PIC X(12).
           05  FILLER                 PIC X(288).

       FD  LOANDRPY
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01  LOANDRPY-REC               PIC X(200).

      *    Tonight's drafts, for LOANDREL to match against the reject
      *    generation PYMT001 creates.
       FD  LAPPEND
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  LAPPEND-REC                PIC X(80).

      *    Business-date control record set by BDATESET at the start
      *    of the cycle (see BUSDATE copybook).
       FD  BUSDATEF
           RECORDING MODE IS F
           RECORD CONTAINS 30 CHARACTERS.
       01  BUSDATEF-REC               PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-LOANDRFT-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'LOANDRFT'.
           05  WS-EOF-LAPENROL        PIC X(1)  VALUE 'N'.
               88  EOF-LAPENROL           VALUE 'Y'.
           05  WS-LOAN-FOUND          PIC X(1)  VALUE 'N'.
               88  LOAN-FOUND             VALUE 'Y'.
           05  WS-TODAY-DATE-8        PIC 9(08) VALUE ZERO.
           05  WS-TODAY-INT           PIC S9(07) COMP VALUE ZERO.
           05  WS-DUE-DATE-8          PIC 9(08) VALUE ZERO.
           05  WS-DRAFT-INT           PIC S9(07) COMP VALUE ZERO.
           05  WS-DRAFT-AMOUNT        PIC S9(09)V99 COMP-3 VALUE ZERO.
           05  WS-ENROL-COUNT         PIC 9(7)  COMP VALUE ZERO.
           05  WS-DRAFT-COUNT         PIC 9(7)  COMP VALUE ZERO.
           05  WS-SKIP-COUNT          PIC 9(7)  COMP VALUE ZERO.
           05  WS-DRAFT-TOTAL         PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-CHKDGT-RC           PIC S9(04) COMP VALUE ZERO.
           05  WS-CHKDGT-BAD-COUNT    PIC 9(7)  COMP VALUE ZERO.

       COPY LAPDATA.
       COPY LOANDATA.
       COPY ACCTDATA.
       COPY BUSDATE.

       PROCEDURE DIVISION.

       1000-INIT.
           PERFORM 1010-READ-BUSINESS-DATE
           OPEN I-O    LAPENROL
           OPEN INPUT  LOANFILE
           OPEN OUTPUT LOANDRPY
           OPEN OUTPUT LAPPEND
           PERFORM 2000-PROCESS-ENROLLMENT UNTIL EOF-LAPENROL
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

       2000-PROCESS-ENROLLMENT.
           READ LAPENROL INTO LOAN-AUTOPAY-RECORD
               AT END MOVE 'Y' TO WS-EOF-LAPENROL
           END-READ
           IF NOT EOF-LAPENROL
               ADD 1 TO WS-ENROL-COUNT
               IF LAP-ACTIVE
                   PERFORM 2100-READ-LOAN
                   IF LOAN-FOUND AND LOAN-ACTIVE
                       PERFORM 2200-CHECK-DRAFT-DUE
                   ELSE
      *                A paid-off, charged-off or transferred loan
      *                is never drafted - the enrollment stays on
      *                file for the branch to cancel.
                       ADD 1 TO WS-SKIP-COUNT
                       DISPLAY 'LOANDRFT LOAN ' LAP-LOAN-ID
                               ' NOT ACTIVE - NO DRAFT'
                   END-IF
               END-IF
           END-IF.

       2100-READ-LOAN.
           MOVE LAP-LOAN-ID TO LOANFILE-LOAN-ID
           READ LOANFILE INTO LOAN-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-LOAN-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-LOAN-FOUND
           END-READ.

       2200-CHECK-DRAFT-DUE.
      *    The draft date is the due date less the offset; a draft
      *    date that fell on a weekend or holiday (no cycle ran) is
      *    picked up by the next cycle, since the test is "on or
      *    after" and the installment has not been drafted yet.
           IF LOAN-NEXT-DUE-DATE NOT = LAP-LAST-DUE-DRAFTED
               MOVE LOAN-NEXT-DUE-DATE TO WS-DUE-DATE-8
               COMPUTE WS-DRAFT-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DUE-DATE-8)
                   - LAP-DRAFT-OFFSET
               IF WS-TODAY-INT >= WS-DRAFT-INT
                   PERFORM 3000-EMIT-DRAFT
               END-IF
           END-IF.

       3000-EMIT-DRAFT.
      *    The installment is the P+I payment plus, on an escrowed
      *    mortgage, the escrow portion - exactly what LOANPAY's
      *    4000-SPLIT-PAYMENT expects for a regular installment, so
      *    a draft never reads as a curtailment.
           MOVE LOAN-MONTHLY-PAYMENT TO WS-DRAFT-AMOUNT
           IF LOAN-MORTGAGE AND LOAN-ESCROW-PAYMENT NUMERIC
                   AND LOAN-ESCROW-PAYMENT > ZERO
               ADD LOAN-ESCROW-PAYMENT TO WS-DRAFT-AMOUNT
           END-IF
      *    Check-digit screen in transition mode, as STORDGEN does -
      *    PYMT001's own screen decides whether to enforce.
           CALL 'CHKDIGIT' USING LAP-DEBIT-ACCOUNT
                                 WS-CHKDGT-RC
           IF WS-CHKDGT-RC = 4
               ADD 1 TO WS-CHKDGT-BAD-COUNT
               DISPLAY 'LOANDRFT LOAN ' LAP-LOAN-ID
                       ' DEBIT ACCOUNT FAILS CHECK-DIGIT TEST'
           END-IF
           MOVE SPACES               TO ACCOUNT-RECORD
           MOVE LAP-DEBIT-ACCOUNT    TO ACCOUNT-NUMBER
           IF LAP-DEBIT-ACCOUNT(11:2) = 'SA'
               MOVE 'SA'             TO ACCOUNT-TYPE
           ELSE
               MOVE 'CH'             TO ACCOUNT-TYPE
           END-IF
           MOVE ZERO                 TO AVAILABLE-BALANCE
           MOVE WS-DRAFT-AMOUNT      TO PENDING-AMOUNT
           SET TXN-DEBIT             TO TRUE
           MOVE WS-TODAY-DATE-8(1:4) TO TRANSACTION-DATE(1:4)
           MOVE '-'                  TO TRANSACTION-DATE(5:1)
           MOVE WS-TODAY-DATE-8(5:2) TO TRANSACTION-DATE(6:2)
           MOVE '-'                  TO TRANSACTION-DATE(8:1)
           MOVE WS-TODAY-DATE-8(7:2) TO TRANSACTION-DATE(9:2)
           MOVE '00:00:00'           TO TRANSACTION-TIME
      *    The loan rides in the reference - the statement narrative
      *    shows which loan was paid, and LOANDREL matches rejects
      *    back to the draft on it.
           MOVE SPACES               TO TRANSACTION-REF
           STRING 'LA' LAP-LOAN-ID
               DELIMITED SIZE INTO TRANSACTION-REF
           MOVE 'LAPY'               TO CHANNEL-CODE
           SET PRIORITY-STANDARD     TO TRUE
           WRITE LOANDRPY-REC FROM ACCOUNT-RECORD
           MOVE SPACES               TO LOAN-DRAFT-RECORD
           MOVE LAP-LOAN-ID          TO LDR-LOAN-ID
           MOVE LAP-DEBIT-ACCOUNT    TO LDR-DEBIT-ACCOUNT
           MOVE TRANSACTION-REF      TO LDR-TRAN-REF
           MOVE WS-DRAFT-AMOUNT      TO LDR-AMOUNT
           MOVE LOAN-NEXT-DUE-DATE   TO LDR-DUE-DATE
           MOVE BUS-DATE             TO LDR-DRAFT-DATE
           WRITE LAPPEND-REC FROM LOAN-DRAFT-RECORD
           MOVE LOAN-NEXT-DUE-DATE   TO LAP-LAST-DUE-DRAFTED
           MOVE BUS-DATE             TO LAP-LAST-DRAFT-DATE
           REWRITE LAPENROL-REC FROM LOAN-AUTOPAY-RECORD
           ADD 1 TO WS-DRAFT-COUNT
           ADD WS-DRAFT-AMOUNT TO WS-DRAFT-TOTAL.

       9000-END.
           DISPLAY 'LOANDRFT ENROLLMENTS READ: ' WS-ENROL-COUNT
           DISPLAY 'LOANDRFT DRAFTS EMITTED: '   WS-DRAFT-COUNT
           DISPLAY 'LOANDRFT DRAFT TOTAL: '      WS-DRAFT-TOTAL
           DISPLAY 'LOANDRFT LOANS SKIPPED: '    WS-SKIP-COUNT
           CLOSE LAPENROL
                 LOANFILE
                 LOANDRPY
                 LAPPEND
           STOP RUN.
