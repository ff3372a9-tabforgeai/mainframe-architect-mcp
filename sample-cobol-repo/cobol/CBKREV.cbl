      *----------------------------------------------------------------*
      * PROGRAM:  CBKREV                                               *
      * PURPOSE:  Callback hold disposition and daily held-payment     *
      *           report - applies the callback team's verified/       *
      *           declined decisions to the outbound debits PAYENTRY,  *
      *           WIROUTGO and ACHORIG parked on the CBKHOLD           *
      *           accumulator during the account-takeover cooling-off  *
      *           period (see SECCDATA). A verified payment goes back  *
      *           the way it came: a PAYENTRY entry onto the CBKPYMT   *
      *           feed concatenated into tonight's PYMT001 input (or   *
      *           onto the payment warehouse if its value date is      *
      *           still ahead), a wire onto CBKWIRE and an ACH entry   *
      *           onto CBKORIGQ, flagged verified so the next night's  *
      *           WIROUTGO / ACHORIG send it without holding it again. *
      *           A declined payment is dropped - except an ACH entry, *
      *           whose funding debit STORDGEN already posted, which   *
      *           is credited back on CBKPYMT. A hold with no decision *
      *           carries forward. Every hold is listed with the       *
      *           change that triggered it. Same structure as          *
      *           PYHLDREV; runs after WIROUTGO so tonight's new holds *
      *           are on the report, and the RSTCBKH step that follows *
      *           copies the carry-forward back over the accumulator.  *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    (none)                                               *
      * COPYBOOKS: ACCTDATA, ERRDATA, SECCDATA, WIREDATA, ORIGDATA,    *
      *            WHSEDATA, BUSDATE                                   *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBKREV.
       AUTHOR.         TABFORGE-AI.
       DATE-WRITTEN.   2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLDIN    ASSIGN TO UT-S-HOLDIN
                            ORGANIZATION IS SEQUENTIAL
                            ACCESS MODE  IS SEQUENTIAL.
           SELECT HOLDOUT   ASSIGN TO UT-S-HOLDOUT
                            ORGANIZATION IS SEQUENTIAL
                            ACCESS MODE  IS SEQUENTIAL.
           SELECT DECISIONS ASSIGN TO UT-S-DECISIONS
                            ORGANIZATION IS SEQUENTIAL
                            ACCESS MODE  IS SEQUENTIAL.
           SELECT CBKPYMT   ASSIGN TO UT-S-CBKPYMT
                            ORGANIZATION IS SEQUENTIAL
                            ACCESS MODE  IS SEQUENTIAL.
           SELECT CBKWIRE   ASSIGN TO UT-S-CBKWIRE
                            ORGANIZATION IS SEQUENTIAL
                            ACCESS MODE  IS SEQUENTIAL.
           SELECT CBKORIGQ  ASSIGN TO UT-S-CBKORIGQ
                            ORGANIZATION IS SEQUENTIAL
                            ACCESS MODE  IS SEQUENTIAL.
           SELECT WAREHSE   ASSIGN TO UT-S-WAREHSE
                            ORGANIZATION IS SEQUENTIAL
                            ACCESS MODE  IS SEQUENTIAL.
           SELECT CBKRPT    ASSIGN TO UT-S-CBKRPT
                            ORGANIZATION IS SEQUENTIAL
                            ACCESS MODE  IS SEQUENTIAL.
           SELECT BUSDATEF  ASSIGN TO UT-S-BUSDATE
                            ORGANIZATION IS SEQUENTIAL
                            ACCESS MODE  IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLDIN
           RECORDING MODE IS F
           RECORD CONTAINS 300 CHARACTERS.
       01  HOLDIN-REC                 PIC X(300).

       FD  HOLDOUT
           RECORDING MODE IS F
           RECORD CONTAINS 300 CHARACTERS.
       01  HOLDOUT-REC                PIC X(300).

      *    One decision line per hold the callback team has reached
      *    the customer on, keyed off the held-payment report: the
      *    hold reference, V (verified - the customer confirms the
      *    payment) or D (declined - the customer does not know it),
      *    and the caller's initials for the report trail.
       FD  DECISIONS
           RECORDING MODE IS F
           RECORD CONTAINS 30 CHARACTERS.
       01  DECISIONS-REC.
           05  DEC-HOLD-REF           PIC X(16).
           05  DEC-ACTION             PIC X(01).
               88  DEC-VERIFIED           VALUE 'V'.
               88  DEC-DECLINED           VALUE 'D'.
           05  DEC-CALLER             PIC X(03).
           05  FILLER                 PIC X(10).

       FD  CBKPYMT
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01  CBKPYMT-REC                PIC X(200).

       FD  CBKWIRE
           RECORDING MODE IS F
           RECORD CONTAINS 160 CHARACTERS.
       01  CBKWIRE-REC                PIC X(160).

       FD  CBKORIGQ
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  CBKORIGQ-REC               PIC X(100).

      *    Forward-dated PAYENTRY debits verified before their value
      *    date park on the payment warehouse (see WHSEDATA).
       FD  WAREHSE
           RECORDING MODE IS F
           RECORD CONTAINS 220 CHARACTERS.
       01  WAREHSE-REC                PIC X(220).

       FD  CBKRPT
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  CBKRPT-REC                 PIC X(133).

      *    Business-date control record set by BDATESET at the start
      *    of the cycle (see BUSDATE copybook).
       FD  BUSDATEF
           RECORDING MODE IS F
           RECORD CONTAINS 30 CHARACTERS.
       01  BUSDATEF-REC               PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-CBKREV-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'CBKREV'.
           05  WS-EOF-HOLDIN          PIC X(1)  VALUE 'N'.
               88  EOF-HOLDIN             VALUE 'Y'.
           05  WS-EOF-DECISIONS       PIC X(1)  VALUE 'N'.
               88  EOF-DECISIONS          VALUE 'Y'.
           05  WS-DEC-LOADED          PIC 9(3)  COMP VALUE ZERO.
           05  WS-DEC-MAX             PIC 9(3)  COMP VALUE 200.
           05  WS-DEC-IX              PIC 9(3)  COMP VALUE ZERO.
           05  WS-DEC-FOUND-ACTION    PIC X(1)  VALUE SPACE.
           05  WS-DEC-FOUND-CALLER    PIC X(3)  VALUE SPACES.
           05  WS-READ-COUNT          PIC 9(5)  COMP VALUE ZERO.
           05  WS-RELEASED-COUNT      PIC 9(5)  COMP VALUE ZERO.
           05  WS-DECLINED-COUNT      PIC 9(5)  COMP VALUE ZERO.
           05  WS-CARRIED-COUNT       PIC 9(5)  COMP VALUE ZERO.
           05  WS-REVERSED-COUNT      PIC 9(5)  COMP VALUE ZERO.
           05  WS-HELD-AMOUNT         PIC 9(12)V99 COMP-3 VALUE ZERO.
           05  WS-COUNT-DISP          PIC ZZZZ9.
           05  WS-AMOUNT-DISP         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-TOTAL-DISP          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-KIND-TEXT           PIC X(16) VALUE SPACES.
           05  WS-RPT-LINE            PIC X(133) VALUE SPACES.

      *    Decision table loaded once up front - the callback team
      *    works a handful of holds a day, so 200 entries is
      *    generous.
       01  WS-DECISION-TABLE.
           05  WS-DEC-ENTRY OCCURS 200 TIMES.
               10  WS-DEC-REF         PIC X(16).
               10  WS-DEC-ACT         PIC X(01).
               10  WS-DEC-CAL         PIC X(03).

       COPY ACCTDATA.
       COPY ERRDATA.
       COPY SECCDATA.
       COPY WIREDATA.
       COPY ORIGDATA.
       COPY WHSEDATA.
       COPY BUSDATE.

       PROCEDURE DIVISION.

       1000-INIT.
           PERFORM 1010-READ-BUSINESS-DATE
           PERFORM 1050-LOAD-DECISIONS
           OPEN INPUT  HOLDIN
           OPEN OUTPUT HOLDOUT
           OPEN OUTPUT CBKPYMT
           OPEN OUTPUT CBKWIRE
           OPEN OUTPUT CBKORIGQ
           OPEN EXTEND WAREHSE
           OPEN OUTPUT CBKRPT
           PERFORM 1500-WRITE-HEADER
           PERFORM 2000-PROCESS-HOLD UNTIL EOF-HOLDIN
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

       1050-LOAD-DECISIONS.
           OPEN INPUT DECISIONS
           PERFORM UNTIL EOF-DECISIONS
               READ DECISIONS
                   AT END MOVE 'Y' TO WS-EOF-DECISIONS
               END-READ
               IF NOT EOF-DECISIONS
                   IF WS-DEC-LOADED < WS-DEC-MAX
                       ADD 1 TO WS-DEC-LOADED
                       MOVE DEC-HOLD-REF
                           TO WS-DEC-REF(WS-DEC-LOADED)
                       MOVE DEC-ACTION
                           TO WS-DEC-ACT(WS-DEC-LOADED)
                       MOVE DEC-CALLER
                           TO WS-DEC-CAL(WS-DEC-LOADED)
                   ELSE
                       DISPLAY 'CBKREV DECISION TABLE FULL - '
                               'IGNORED: ' DEC-HOLD-REF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE DECISIONS.

       1500-WRITE-HEADER.
           MOVE SPACES TO WS-RPT-LINE
           STRING 'PAYMENTS HELD FOR CALLBACK VERIFICATION - '
                  BUS-DATE
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE CBKRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'HOLD REF          SRCE  CUSTOMER            AMOUNT'
                  '  HELD      TRIGGERING CHANGE'
               DELIMITED SIZE INTO WS-RPT-LINE
           MOVE 'DISPOSITION' TO WS-RPT-LINE(107:11)
           WRITE CBKRPT-REC FROM WS-RPT-LINE.

       2000-PROCESS-HOLD.
           READ HOLDIN INTO CALLBACK-HOLD-RECORD
               AT END MOVE 'Y' TO WS-EOF-HOLDIN
           END-READ
           IF NOT EOF-HOLDIN
               ADD 1 TO WS-READ-COUNT
               ADD CBH-AMOUNT TO WS-HELD-AMOUNT
               PERFORM 2100-FIND-DECISION
      *        The callback must come from someone other than the
      *        teller who keyed the entry - it stands in for the
      *        second officer PAYENTRY would otherwise have needed.
               IF WS-DEC-FOUND-ACTION = 'V'
                       AND CBH-FROM-PAYENTRY
                       AND WS-DEC-FOUND-CALLER = CBH-HELD-BY(1:3)
                   MOVE 'S' TO WS-DEC-FOUND-ACTION
               END-IF
               EVALUATE WS-DEC-FOUND-ACTION
                   WHEN 'V'
                       PERFORM 3000-RELEASE-PAYMENT
                   WHEN 'D'
                       PERFORM 3500-DECLINE-PAYMENT
                   WHEN OTHER
                       PERFORM 4000-CARRY-FORWARD
               END-EVALUATE
           END-IF.

       2100-FIND-DECISION.
           MOVE SPACE  TO WS-DEC-FOUND-ACTION
           MOVE SPACES TO WS-DEC-FOUND-CALLER
           PERFORM VARYING WS-DEC-IX FROM 1 BY 1
                   UNTIL WS-DEC-IX > WS-DEC-LOADED
                   OR WS-DEC-FOUND-ACTION NOT = SPACE
               IF WS-DEC-REF(WS-DEC-IX) = CBH-HOLD-REF
                   MOVE WS-DEC-ACT(WS-DEC-IX)
                       TO WS-DEC-FOUND-ACTION
                   MOVE WS-DEC-CAL(WS-DEC-IX)
                       TO WS-DEC-FOUND-CALLER
               END-IF
           END-PERFORM.

       3000-RELEASE-PAYMENT.
           EVALUATE TRUE
               WHEN CBH-FROM-WIRE
                   MOVE CBH-PAYMENT-DATA TO WIRE-OUT-INSTRUCTION
                   SET WOI-CALLBACK-VERIFIED TO TRUE
                   WRITE CBKWIRE-REC FROM WIRE-OUT-INSTRUCTION
               WHEN CBH-FROM-ACH
                   MOVE CBH-PAYMENT-DATA TO ORIG-QUEUE-RECORD
                   SET OQ-CALLBACK-VERIFIED TO TRUE
                   WRITE CBKORIGQ-REC FROM ORIG-QUEUE-RECORD
               WHEN CBH-VALUE-DATE > BUS-DATE
      *            Verified ahead of its value date - PAYWHSE releases
      *            it the night the date arrives, as if it had been
      *            warehoused the day it was keyed.
                   MOVE SPACES           TO WAREHOUSE-RECORD
                   MOVE CBH-VALUE-DATE   TO WHS-VALUE-DATE
                   SET WHS-FUNDS-OK      TO TRUE
                   MOVE CBH-HELD-DATE    TO WHS-QUEUED-DATE
                   MOVE CBH-PAYMENT-DATA TO WHS-PAYMENT-DATA
                   WRITE WAREHSE-REC FROM WAREHOUSE-RECORD
               WHEN OTHER
                   MOVE CBH-PAYMENT-DATA TO ACCOUNT-RECORD
                   WRITE CBKPYMT-REC FROM ACCOUNT-RECORD
           END-EVALUATE
           ADD 1 TO WS-RELEASED-COUNT
           PERFORM 5000-WRITE-HOLD-LINE.

       3500-DECLINE-PAYMENT.
           ADD 1 TO WS-DECLINED-COUNT
           IF CBH-FROM-ACH
               PERFORM 3600-REVERSE-FUNDING-DEBIT
           END-IF
           PERFORM 5000-WRITE-HOLD-LINE.

       3600-REVERSE-FUNDING-DEBIT.
      *    STORDGEN posted the customer's funding debit the night the
      *    order fell due; a declined entry credits it straight back
      *    through tonight's PYMT001, the way ACHRTRN reverses a
      *    returned one. The order ID in TRANSACTION-REF ties the
      *    credit to the standing order on the statement.
           MOVE CBH-PAYMENT-DATA        TO ORIG-QUEUE-RECORD
           MOVE SPACES                  TO ACCOUNT-RECORD
           MOVE OQ-CUSTOMER-ID          TO ACCOUNT-NUMBER(1:10)
           MOVE 'CH'                    TO ACCOUNT-TYPE
           MOVE ZERO                    TO AVAILABLE-BALANCE
           MOVE OQ-AMOUNT               TO PENDING-AMOUNT
           MOVE BUS-DATE(1:4)           TO TRANSACTION-DATE(1:4)
           MOVE '-'                     TO TRANSACTION-DATE(5:1)
           MOVE BUS-DATE(5:2)           TO TRANSACTION-DATE(6:2)
           MOVE '-'                     TO TRANSACTION-DATE(8:1)
           MOVE BUS-DATE(7:2)           TO TRANSACTION-DATE(9:2)
           MOVE '00:00:00'              TO TRANSACTION-TIME
           SET TXN-CREDIT               TO TRUE
           MOVE SPACES                  TO TRANSACTION-REF
           STRING 'CB' OQ-ORDER-ID
               DELIMITED SIZE INTO TRANSACTION-REF
           MOVE 'ACH '                  TO CHANNEL-CODE
           SET PRIORITY-STANDARD        TO TRUE
           WRITE CBKPYMT-REC FROM ACCOUNT-RECORD
           ADD 1 TO WS-REVERSED-COUNT.

       4000-CARRY-FORWARD.
           ADD 1 TO WS-CARRIED-COUNT
           WRITE HOLDOUT-REC FROM CALLBACK-HOLD-RECORD
           PERFORM 5000-WRITE-HOLD-LINE.

       5000-WRITE-HOLD-LINE.
           EVALUATE TRUE
               WHEN CBH-CHANGE-KIND = 'A'
                   MOVE 'ADDRESS CHANGE'  TO WS-KIND-TEXT
               WHEN CBH-CHANGE-KIND = 'D'
                   MOVE 'DELIVERY CHANGE' TO WS-KIND-TEXT
               WHEN CBH-CHANGE-KIND = 'P'
                   MOVE 'PIN RESET'       TO WS-KIND-TEXT
               WHEN OTHER
                   MOVE 'SECURITY CHANGE' TO WS-KIND-TEXT
           END-EVALUATE
           MOVE CBH-AMOUNT TO WS-AMOUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING CBH-HOLD-REF      DELIMITED SIZE
                  '  '              DELIMITED SIZE
                  CBH-SOURCE        DELIMITED SIZE
                  '  '              DELIMITED SIZE
                  CBH-CUSTOMER-ID   DELIMITED SIZE
                  WS-AMOUNT-DISP    DELIMITED SIZE
                  '  '              DELIMITED SIZE
                  CBH-HELD-DATE     DELIMITED SIZE
                  '  '              DELIMITED SIZE
                  WS-KIND-TEXT      DELIMITED SIZE
                  CBH-CHANGE-DATE   DELIMITED SIZE
                  ' BY '            DELIMITED SIZE
                  CBH-CHANGED-BY    DELIMITED SIZE
                  INTO WS-RPT-LINE
           EVALUATE WS-DEC-FOUND-ACTION
               WHEN 'V'
                   MOVE 'RELEASED - VERIFIED BY ' TO WS-RPT-LINE(107:23)
                   MOVE WS-DEC-FOUND-CALLER TO WS-RPT-LINE(130:3)
               WHEN 'D'
                   MOVE 'DECLINED BY '  TO WS-RPT-LINE(107:12)
                   MOVE WS-DEC-FOUND-CALLER TO WS-RPT-LINE(119:3)
               WHEN 'S'
                   MOVE 'CALLBACK BY KEYING TELLER - HELD'
                       TO WS-RPT-LINE(101:32)
               WHEN OTHER
                   MOVE 'AWAITING CALLBACK' TO WS-RPT-LINE(107:17)
           END-EVALUATE
           WRITE CBKRPT-REC FROM WS-RPT-LINE.

       9000-END.
           MOVE SPACES TO WS-RPT-LINE
           WRITE CBKRPT-REC FROM WS-RPT-LINE
           MOVE WS-READ-COUNT TO WS-COUNT-DISP
           MOVE WS-HELD-AMOUNT TO WS-TOTAL-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'HOLDS LISTED:         ' WS-COUNT-DISP
                  '  AMOUNT ' WS-TOTAL-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE CBKRPT-REC FROM WS-RPT-LINE
           MOVE WS-RELEASED-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'RELEASED - VERIFIED:  ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE CBKRPT-REC FROM WS-RPT-LINE
           MOVE WS-DECLINED-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'DECLINED:             ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE CBKRPT-REC FROM WS-RPT-LINE
           MOVE WS-REVERSED-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING '  ACH DEBITS REVERSED:' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE CBKRPT-REC FROM WS-RPT-LINE
           MOVE WS-CARRIED-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'AWAITING CALLBACK:    ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE CBKRPT-REC FROM WS-RPT-LINE
           CLOSE HOLDIN
                 HOLDOUT
                 CBKPYMT
                 CBKWIRE
                 CBKORIGQ
                 WAREHSE
                 CBKRPT
           DISPLAY 'CBKREV HOLDS READ: ' WS-READ-COUNT
           DISPLAY 'CBKREV RELEASED:   ' WS-RELEASED-COUNT
           DISPLAY 'CBKREV DECLINED:   ' WS-DECLINED-COUNT
           IF WS-CARRIED-COUNT > ZERO
               MOVE RC-WARNING TO WS-RETURN-CODE
           ELSE
               MOVE RC-SUCCESS TO WS-RETURN-CODE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.
