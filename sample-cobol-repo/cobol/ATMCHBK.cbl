      *----------------------------------------------------------------*
      * PROGRAM:  ATMCHBK                                              *
      * PURPOSE:  ATM and debit card chargebacks - claims back from    *
      *           the network what the bank refunds on ATM disputes.   *
      *           Every ATM-channel dispute on DISPFILE resolved in    *
      *           the customer's favor and made whole (refunded by     *
      *           DISPREFD or by the DISPAGE provisional credit) is    *
      *           matched by the trace number ATMINTAK carried in      *
      *           TRANSACTION-REF against the CHBKMAST register (see   *
      *           CHBKDATA); one not yet claimed is opened there and   *
      *           submitted on CHBKOUT in the network's layout with    *
      *           its reason code and the original settlement details  *
      *           - unless it is already past the network's filing     *
      *           window, when it is closed lost. Arbitration requests *
      *           the disputes team queues on CBARBREQ are filed for   *
      *           represented items still inside the arbitration       *
      *           deadline. The register is then aged: a represented  *
      *           item whose deadline has passed unfiled is closed     *
      *           lost, and items nearing the arbitration deadline or  *
      *           overdue a network answer are listed on CHBKRPT.      *
      *           ATMRECON applies the network's credits,              *
      *           representments and rulings to the register.          *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    (none)                                               *
      * COPYBOOKS: CHBKDATA, DISPDATA, ACCTDATA, ERRDATA, BUSDATE      *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     ATMCHBK.
       AUTHOR.         TABFORGE-AI.
       DATE-WRITTEN.   2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPFILE ASSIGN TO UT-S-DISPFILE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT CHBKMAST ASSIGN TO UT-S-CHBKMAST
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS DYNAMIC
                           RECORD KEY   IS CHBKMAST-TRACE.
           SELECT CBARBREQ ASSIGN TO UT-S-CBARBREQ
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT CHBKOUT  ASSIGN TO UT-S-CHBKOUT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT CHBKRPT  ASSIGN TO UT-S-CHBKRPT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT BUSDATEF ASSIGN TO UT-S-BUSDATE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    Payment dispute tracking (see DISPDATA) - read only.
       FD  DISPFILE
           RECORDING MODE IS F
           RECORD CONTAINS 325 CHARACTERS.
       01  DISPFILE-REC               PIC X(325).

       FD  CHBKMAST
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
       01  CHBKMAST-REC.
           05  CHBKMAST-TRACE         PIC X(15).
           05  FILLER                 PIC X(135).

      *    Arbitration requests from the disputes team, one card per
      *    represented item they want taken to arbitration: the trace
      *    number in columns 1-15. Emptied after the run.
       FD  CBARBREQ
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  CBARBREQ-REC.
           05  CBARBREQ-TRACE         PIC X(15).
           05  FILLER                 PIC X(65).

       FD  CHBKOUT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  CHBKOUT-REC                PIC X(80).

       FD  CHBKRPT
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  CHBKRPT-REC                PIC X(133).

      *    Business-date control record set by BDATESET at the start
      *    of the cycle (see BUSDATE copybook).
       FD  BUSDATEF
           RECORDING MODE IS F
           RECORD CONTAINS 30 CHARACTERS.
       01  BUSDATEF-REC               PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-ATMCHBK-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'ATMCHBK'.
           05  WS-EOF-DISPFILE        PIC X(1)  VALUE 'N'.
               88  EOF-DISPFILE           VALUE 'Y'.
           05  WS-EOF-CBARBREQ        PIC X(1)  VALUE 'N'.
               88  EOF-CBARBREQ           VALUE 'Y'.
           05  WS-EOF-CHBKMAST        PIC X(1)  VALUE 'N'.
               88  EOF-CHBKMAST           VALUE 'Y'.
      *    Network time limits, in calendar days: a chargeback must
      *    be filed within the filing window of the original item;
      *    the network answers (credit or representment) within the
      *    answer window; arbitration is ruled on within the ruling
      *    window. The arbitration filing deadline itself is set by
      *    ATMRECON when the representment arrives. Represented
      *    items are listed once that deadline is inside the warning
      *    window.
           05  WS-FILING-DAYS         PIC 9(3)  VALUE 120.
           05  WS-ANSWER-DAYS         PIC 9(3)  VALUE 45.
           05  WS-RULING-DAYS         PIC 9(3)  VALUE 60.
           05  WS-WARN-DAYS           PIC 9(3)  VALUE 10.
           05  WS-BUS-DATE-8          PIC 9(8)  VALUE ZERO.
           05  WS-WORK-DATE-8         PIC 9(8)  VALUE ZERO.
           05  WS-FILING-FROM-DATE    PIC X(8)  VALUE SPACES.
           05  WS-WARN-DATE           PIC X(8)  VALUE SPACES.
           05  WS-ANSWER-DUE-DATE     PIC X(8)  VALUE SPACES.
           05  WS-RULING-DUE-DATE     PIC X(8)  VALUE SPACES.
           05  WS-ACTION-TEXT         PIC X(50) VALUE SPACES.
           05  WS-SUBMIT-COUNT        PIC 9(7)  COMP VALUE ZERO.
           05  WS-SUBMIT-AMOUNT       PIC 9(12)V99 COMP-3 VALUE ZERO.
           05  WS-CHARGEBACK-COUNT    PIC 9(7)  COMP VALUE ZERO.
           05  WS-ARB-FILED-COUNT     PIC 9(7)  COMP VALUE ZERO.
           05  WS-ARB-REFUSED-COUNT   PIC 9(7)  COMP VALUE ZERO.
           05  WS-TOO-LATE-COUNT      PIC 9(7)  COMP VALUE ZERO.
           05  WS-LOST-COUNT          PIC 9(7)  COMP VALUE ZERO.
           05  WS-ATTENTION-COUNT     PIC 9(7)  COMP VALUE ZERO.
           05  WS-AMOUNT-DISP         PIC ZZ,ZZZ,ZZ9.99.
           05  WS-COUNT-DISP          PIC ZZZZZZ9.
           05  WS-RPT-LINE            PIC X(133) VALUE SPACES.

       COPY CHBKDATA.
       COPY DISPDATA.
       COPY ACCTDATA.
       COPY ERRDATA.
       COPY BUSDATE.

       PROCEDURE DIVISION.

       1000-INIT.
           PERFORM 1010-READ-BUSINESS-DATE
           MOVE BUS-DATE TO WS-BUS-DATE-8
           COMPUTE WS-WORK-DATE-8 = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-BUS-DATE-8)
                - WS-FILING-DAYS)
           MOVE WS-WORK-DATE-8 TO WS-FILING-FROM-DATE
           COMPUTE WS-WORK-DATE-8 = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-BUS-DATE-8)
                + WS-WARN-DAYS)
           MOVE WS-WORK-DATE-8 TO WS-WARN-DATE
           COMPUTE WS-WORK-DATE-8 = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-BUS-DATE-8)
                + WS-ANSWER-DAYS)
           MOVE WS-WORK-DATE-8 TO WS-ANSWER-DUE-DATE
           COMPUTE WS-WORK-DATE-8 = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-BUS-DATE-8)
                + WS-RULING-DAYS)
           MOVE WS-WORK-DATE-8 TO WS-RULING-DUE-DATE
           OPEN INPUT  DISPFILE
           OPEN I-O    CHBKMAST
           OPEN INPUT  CBARBREQ
           OPEN OUTPUT CHBKOUT
           OPEN OUTPUT CHBKRPT
           PERFORM 1500-WRITE-HEADER
           PERFORM 2000-SCAN-DISPUTE UNTIL EOF-DISPFILE
           PERFORM 3000-FILE-ARBITRATION UNTIL EOF-CBARBREQ
           PERFORM 4000-AGE-REGISTER
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

       1500-WRITE-HEADER.
           MOVE SPACES TO WS-RPT-LINE
           STRING 'ATMCHBK - ATM/DEBIT CARD CHARGEBACKS  '
                  'BUSINESS DATE ' BUS-DATE
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE CHBKRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'TRACE NUMBER     ACCOUNT       RSN          AMOUNT'
                  '  ST  ACTION'
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE CHBKRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE CHBKRPT-REC FROM WS-RPT-LINE.

       2000-SCAN-DISPUTE.
      *    Only a debit the customer has actually been made whole on
      *    is claimed - DISPREFD runs first, so tonight's refunds are
      *    already marked.
           READ DISPFILE INTO DISPUTE-RECORD
               AT END MOVE 'Y' TO WS-EOF-DISPFILE
           END-READ
           IF NOT EOF-DISPFILE
               IF DISP-STATUS-RESOLVED
                       AND (DISP-REFUND-DISBURSED OR DISP-PROV-CREDITED)
                   MOVE DISP-PAYMENT-DATA TO ACCOUNT-RECORD
                   IF CHANNEL-CODE = 'ATM '
                           AND TXN-DEBIT
                           AND TRANSACTION-REF(1:15) NOT = SPACES
                       PERFORM 2100-CHECK-REGISTER
                   END-IF
               END-IF
           END-IF.

       2100-CHECK-REGISTER.
      *    A trace already on the register has been claimed - by an
      *    earlier run, or under a second dispute on the same item.
           MOVE TRANSACTION-REF(1:15) TO CHBKMAST-TRACE
           READ CHBKMAST INTO CHARGEBACK-RECORD
               INVALID KEY
                   PERFORM 2200-OPEN-CHARGEBACK
           END-READ.

       2200-OPEN-CHARGEBACK.
           MOVE SPACES                TO CHARGEBACK-RECORD
           MOVE TRANSACTION-REF(1:15) TO CB-TRACE-NUMBER
           MOVE DISP-ACCOUNT-NUMBER   TO CB-ACCOUNT-NUMBER
           MOVE DISP-CUSTOMER-ID      TO CB-CUSTOMER-ID
           MOVE DISP-REASON-CODE      TO CB-DISP-REASON
           MOVE TRANSACTION-DATE(1:4) TO CB-TXN-DATE(1:4)
           MOVE TRANSACTION-DATE(6:2) TO CB-TXN-DATE(5:2)
           MOVE TRANSACTION-DATE(9:2) TO CB-TXN-DATE(7:2)
           MOVE PENDING-AMOUNT        TO CB-AMOUNT
           MOVE ZERO                  TO CB-RECOVERED-AMOUNT
      *    An item ATMINTAK flagged as used on a card already blocked
      *    goes back as unauthorised; anything else the customer
      *    disputed at the machine as an ATM dispute.
           IF DISP-REASON-CODE = 'HOTC'
               SET CB-REASON-NO-AUTH     TO TRUE
           ELSE
               SET CB-REASON-ATM-DISPUTE TO TRUE
           END-IF
           IF CB-TXN-DATE < WS-FILING-FROM-DATE
               SET CB-LOST TO TRUE
               MOVE BUS-DATE TO CB-CLOSED-DATE
               ADD 1 TO WS-TOO-LATE-COUNT
               MOVE 'PAST NETWORK FILING WINDOW - CLOSED LOST'
                   TO WS-ACTION-TEXT
           ELSE
               SET CB-SUBMITTED TO TRUE
               MOVE BUS-DATE           TO CB-SUBMIT-DATE
               MOVE WS-ANSWER-DUE-DATE TO CB-DEADLINE-DATE
               MOVE SPACES TO CHARGEBACK-SUBMIT-RECORD
               SET CBS-CHARGEBACK TO TRUE
               PERFORM 5000-WRITE-SUBMISSION
               ADD 1 TO WS-CHARGEBACK-COUNT
               MOVE 'CHARGEBACK SUBMITTED' TO WS-ACTION-TEXT
           END-IF
           MOVE CHARGEBACK-RECORD TO CHBKMAST-REC
           WRITE CHBKMAST-REC
               INVALID KEY
                   DISPLAY 'ATMCHBK REGISTER WRITE FAILED - '
                           CB-TRACE-NUMBER
           END-WRITE
           PERFORM 8500-WRITE-ENTRY-LINE.

       3000-FILE-ARBITRATION.
           READ CBARBREQ
               AT END MOVE 'Y' TO WS-EOF-CBARBREQ
           END-READ
           IF NOT EOF-CBARBREQ
               IF CBARBREQ-TRACE NOT = SPACES
                   MOVE CBARBREQ-TRACE TO CHBKMAST-TRACE
                   READ CHBKMAST INTO CHARGEBACK-RECORD
                       INVALID KEY
                           PERFORM 3050-REFUSE-UNKNOWN-TRACE
                       NOT INVALID KEY
                           PERFORM 3100-CHECK-ARB-REQUEST
                   END-READ
               END-IF
           END-IF.

       3050-REFUSE-UNKNOWN-TRACE.
           ADD 1 TO WS-ARB-REFUSED-COUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING CBARBREQ-TRACE
                  '  ARBITRATION REQUEST REFUSED - '
                  'NOT ON THE CHARGEBACK REGISTER'
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE CHBKRPT-REC FROM WS-RPT-LINE.

       3100-CHECK-ARB-REQUEST.
           IF CB-REPRESENTED AND CB-DEADLINE-DATE NOT < BUS-DATE
               SET CB-IN-ARBITRATION TO TRUE
               MOVE BUS-DATE           TO CB-ARB-DATE
               MOVE WS-RULING-DUE-DATE TO CB-DEADLINE-DATE
               MOVE SPACES TO CHARGEBACK-SUBMIT-RECORD
               SET CBS-ARBITRATION TO TRUE
               PERFORM 5000-WRITE-SUBMISSION
               ADD 1 TO WS-ARB-FILED-COUNT
               PERFORM 8000-REWRITE-REGISTER
               MOVE 'ARBITRATION FILED' TO WS-ACTION-TEXT
           ELSE
               ADD 1 TO WS-ARB-REFUSED-COUNT
               IF CB-REPRESENTED
                   MOVE 'ARBITRATION REQUEST REFUSED - PAST DEADLINE'
                       TO WS-ACTION-TEXT
               ELSE
                   MOVE 'ARBITRATION REQUEST REFUSED - NOT REPRESENTED'
                       TO WS-ACTION-TEXT
               END-IF
           END-IF
           PERFORM 8500-WRITE-ENTRY-LINE.

       4000-AGE-REGISTER.
           MOVE SPACES TO WS-RPT-LINE
           WRITE CHBKRPT-REC FROM WS-RPT-LINE
           MOVE LOW-VALUES TO CHBKMAST-TRACE
           START CHBKMAST KEY NOT < CHBKMAST-TRACE
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-CHBKMAST
           END-START
           PERFORM UNTIL EOF-CHBKMAST
               READ CHBKMAST NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-CHBKMAST
               END-READ
               IF NOT EOF-CHBKMAST
                   MOVE CHBKMAST-REC TO CHARGEBACK-RECORD
                   IF CB-OUTSTANDING
                       PERFORM 4100-AGE-ENTRY
                   END-IF
               END-IF
           END-PERFORM.

       4100-AGE-ENTRY.
           MOVE SPACES TO WS-ACTION-TEXT
           EVALUATE TRUE
               WHEN CB-REPRESENTED AND CB-DEADLINE-DATE < BUS-DATE
                   SET CB-LOST TO TRUE
                   MOVE BUS-DATE TO CB-CLOSED-DATE
                   MOVE SPACES   TO CB-DEADLINE-DATE
                   ADD 1 TO WS-LOST-COUNT
                   PERFORM 8000-REWRITE-REGISTER
                   MOVE 'ARBITRATION NOT FILED IN TIME - CLOSED LOST'
                       TO WS-ACTION-TEXT
               WHEN CB-REPRESENTED
                       AND CB-DEADLINE-DATE NOT > WS-WARN-DATE
                   STRING 'REPRESENTED - ARBITRATION DEADLINE '
                          CB-DEADLINE-DATE
                       DELIMITED SIZE INTO WS-ACTION-TEXT
               WHEN CB-SUBMITTED AND CB-DEADLINE-DATE < BUS-DATE
                   STRING 'NO NETWORK ANSWER - DUE '
                          CB-DEADLINE-DATE
                       DELIMITED SIZE INTO WS-ACTION-TEXT
               WHEN CB-IN-ARBITRATION AND CB-DEADLINE-DATE < BUS-DATE
                   STRING 'ARBITRATION RULING OVERDUE - DUE '
                          CB-DEADLINE-DATE
                       DELIMITED SIZE INTO WS-ACTION-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-ACTION-TEXT NOT = SPACES
               ADD 1 TO WS-ATTENTION-COUNT
               PERFORM 8500-WRITE-ENTRY-LINE
           END-IF.

       5000-WRITE-SUBMISSION.
      *    The caller clears the record and sets CBS-RECORD-TYPE.
           MOVE CB-TRACE-NUMBER   TO CBS-TRACE-NUMBER
           MOVE CB-NETWORK-REASON TO CBS-REASON-CODE
           MOVE CB-AMOUNT         TO CBS-AMOUNT
           MOVE CB-TXN-DATE       TO CBS-TXN-DATE
           MOVE CB-ACCOUNT-NUMBER TO CBS-ACCOUNT
           MOVE BUS-DATE          TO CBS-SUBMIT-DATE
           WRITE CHBKOUT-REC FROM CHARGEBACK-SUBMIT-RECORD
           ADD 1 TO WS-SUBMIT-COUNT
           ADD CB-AMOUNT TO WS-SUBMIT-AMOUNT.

       8000-REWRITE-REGISTER.
           MOVE CHARGEBACK-RECORD TO CHBKMAST-REC
           REWRITE CHBKMAST-REC
               INVALID KEY
                   DISPLAY 'ATMCHBK REGISTER REWRITE FAILED - '
                           CB-TRACE-NUMBER
           END-REWRITE.

       8500-WRITE-ENTRY-LINE.
           MOVE CB-AMOUNT TO WS-AMOUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           MOVE CB-TRACE-NUMBER     TO WS-RPT-LINE(1:15)
           MOVE CB-ACCOUNT-NUMBER   TO WS-RPT-LINE(18:12)
           MOVE CB-NETWORK-REASON   TO WS-RPT-LINE(32:4)
           MOVE WS-AMOUNT-DISP      TO WS-RPT-LINE(38:13)
           MOVE CB-STATUS           TO WS-RPT-LINE(53:1)
           MOVE WS-ACTION-TEXT      TO WS-RPT-LINE(57:50)
           WRITE CHBKRPT-REC FROM WS-RPT-LINE.

       9000-END.
           MOVE SPACES TO CHARGEBACK-SUBMIT-RECORD
           SET CBS-TRAILER TO TRUE
           MOVE WS-SUBMIT-COUNT  TO CBS-TRL-COUNT
           MOVE WS-SUBMIT-AMOUNT TO CBS-TRL-AMOUNT
           MOVE BUS-DATE         TO CBS-TRL-FILE-DATE
           WRITE CHBKOUT-REC FROM CHARGEBACK-SUBMIT-TRAILER
           MOVE SPACES TO WS-RPT-LINE
           WRITE CHBKRPT-REC FROM WS-RPT-LINE
           MOVE WS-CHARGEBACK-COUNT TO WS-COUNT-DISP
           STRING 'CHARGEBACKS SUBMITTED:          ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE CHBKRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-ARB-FILED-COUNT TO WS-COUNT-DISP
           STRING 'ARBITRATIONS FILED:             ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE CHBKRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-ARB-REFUSED-COUNT TO WS-COUNT-DISP
           STRING 'ARBITRATION REQUESTS REFUSED:   ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE CHBKRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-TOO-LATE-COUNT TO WS-COUNT-DISP
           STRING 'PAST FILING WINDOW - LOST:      ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE CHBKRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-LOST-COUNT TO WS-COUNT-DISP
           STRING 'ARBITRATION DEADLINE - LOST:    ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE CHBKRPT-REC FROM WS-RPT-LINE
           CLOSE DISPFILE
                 CHBKMAST
                 CBARBREQ
                 CHBKOUT
                 CHBKRPT
           DISPLAY 'ATMCHBK SUBMITTED:  ' WS-CHARGEBACK-COUNT
           DISPLAY 'ATMCHBK ARBITRATED: ' WS-ARB-FILED-COUNT
           DISPLAY 'ATMCHBK LISTED:     ' WS-ATTENTION-COUNT
           IF WS-ARB-REFUSED-COUNT > ZERO
                   OR WS-TOO-LATE-COUNT > ZERO
                   OR WS-LOST-COUNT > ZERO
               MOVE RC-WARNING TO WS-RETURN-CODE
           ELSE
               MOVE RC-SUCCESS TO WS-RETURN-CODE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.
