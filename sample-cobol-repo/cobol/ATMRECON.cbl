      *           rejects) is proven against the network trailer -    *
      *           so settlement differences surface tonight, not     *
      *           weeks later in accounting.                          *
      *           The network's chargeback cycle items on the same    *
      *           file are applied to the CHBKMAST register ATMCHBK   *
      *           keeps: a 'C' chargeback credit recovers the item,   *
      *           an 'R' representment takes the credit back and      *
      *           starts the arbitration deadline, an 'X' ruling      *
      *           closes it lost. One not on the register, or on an   *
      *           entry already closed, is listed as an exception.    *
      * AUTHOR:   TABFORGE-AI                                         *
      * CALLS:    FMTAMT                                              *
      * COPYBOOKS: ACCTDATA, PYMTREJQ, ERRDATA, CHBKDATA              *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     ATMRECON.
           SELECT RECONRPT ASSIGN TO UT-S-RECONRPT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
      *    Chargeback register (see CHBKDATA), keyed trace number.
           SELECT CHBKMAST ASSIGN TO UT-S-CHBKMAST
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS RANDOM
                           RECORD KEY   IS CHBKMAST-TRACE.

       DATA DIVISION.
       FILE SECTION.
      *    Same settlement layout as ATMINTAK's FD - kept in step by
      *    hand. Chargeback cycle items use the detail layout, the
      *    trace number being the original item's.
       FD  ATMIN
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  ATMIN-REC.
           05  ATM-RECORD-TYPE        PIC X(01).
               88  ATM-DETAIL             VALUE 'D'.
               88  ATM-TRAILER            VALUE 'T'.
               88  ATM-CHGBK-CREDIT       VALUE 'C'.
               88  ATM-REPRESENTMENT      VALUE 'R'.
               88  ATM-ARB-LOST           VALUE 'X'.
           05  FILLER                 PIC X(79).
       01  ATM-DETAIL-REC REDEFINES ATMIN-REC.
           05  FILLER                 PIC X(01).
           05  ATM-TRACE-NUMBER       PIC X(15).
           05  ATM-AMOUNT             PIC 9(10)V99.
           05  ATM-DRCR               PIC X(02).
           05  ATM-TXN-DATE           PIC X(08).
           05  FILLER                 PIC X(02).
           05  ATM-CARD-TOKEN         PIC X(16).
      *        HHMMSS network time of the transaction.
           05  ATM-TXN-TIME           PIC X(06).
           05  FILLER                 PIC X(06).
       01  ATM-TRAILER-REC REDEFINES ATMIN-REC.
           05  FILLER                 PIC X(01).
           05  ATM-TRL-COUNT          PIC 9(08).
           05  ATM-TRL-AMOUNT         PIC 9(12)V99.
           05  FILLER                 PIC X(57).

       FD  REJECTF
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  RECONRPT-REC               PIC X(133).

       FD  CHBKMAST
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
       01  CHBKMAST-REC.
           05  CHBKMAST-TRACE         PIC X(15).
           05  FILLER                 PIC X(135).

       WORKING-STORAGE SECTION.
       01  WS-ATMRECON-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'ATMRECON'.
           05  WS-PROCESS-RC          PIC S9(04) COMP VALUE ZERO.
           05  WS-COUNT-DISP          PIC ZZZZZZZ9.
           05  WS-RPT-LINE            PIC X(133) VALUE SPACES.
      *    Calendar days the network allows to file arbitration after
      *    a representment.
           05  WS-ARB-DAYS            PIC 9(3)  VALUE 45.
           05  WS-ITEM-DATE-8         PIC 9(8)  VALUE ZERO.
           05  WS-WORK-DATE-8         PIC 9(8)  VALUE ZERO.
           05  WS-CB-TEXT             PIC X(40) VALUE SPACES.
           05  WS-CB-CREDIT-COUNT     PIC 9(5)  COMP VALUE ZERO.
           05  WS-CB-CREDIT-AMOUNT    PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-CB-REPRESENT-COUNT  PIC 9(5)  COMP VALUE ZERO.
           05  WS-CB-REPRESENT-AMOUNT PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-CB-ARB-LOST-COUNT   PIC 9(5)  COMP VALUE ZERO.
           05  WS-CB-EXCEPTION-COUNT  PIC 9(5)  COMP VALUE ZERO.

      *    The night's 'ATM ' channel rejects, keyed by the network
      *    trace number PYMT001 preserved in the payment image.
       COPY ACCTDATA.
       COPY PYMTREJQ.
       COPY ERRDATA.
       COPY CHBKDATA.

       PROCEDURE DIVISION.

           PERFORM 1100-LOAD-ATM-REJECTS
           OPEN INPUT  ATMIN
           OPEN OUTPUT RECONRPT
           OPEN I-O    CHBKMAST
           PERFORM 1500-WRITE-HEADER
           PERFORM 2000-RECONCILE-ITEM UNTIL EOF-ATMIN
           PERFORM 9000-END.
                       PERFORM 2100-CHECK-AGAINST-REJECTS
                   WHEN ATM-TRAILER
                       MOVE ATM-TRL-AMOUNT TO WS-TRL-AMOUNT
                   WHEN ATM-CHGBK-CREDIT
                   WHEN ATM-REPRESENTMENT
                   WHEN ATM-ARB-LOST
                       PERFORM 2500-APPLY-CHARGEBACK-ITEM
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
                  INTO WS-RPT-LINE
           WRITE RECONRPT-REC FROM WS-RPT-LINE.

       2500-APPLY-CHARGEBACK-ITEM.
           MOVE ATM-TRACE-NUMBER TO CHBKMAST-TRACE
           READ CHBKMAST INTO CHARGEBACK-RECORD
               INVALID KEY
                   MOVE 'NOT ON THE CHARGEBACK REGISTER'
                       TO WS-CB-TEXT
                   PERFORM 2700-REPORT-CB-EXCEPTION
               NOT INVALID KEY
                   IF CB-OUTSTANDING
                       PERFORM 2600-UPDATE-CHARGEBACK
                   ELSE
                       MOVE 'CHARGEBACK ALREADY CLOSED - NOT APPLIED'
                           TO WS-CB-TEXT
                       PERFORM 2700-REPORT-CB-EXCEPTION
                   END-IF
           END-READ.

       2600-UPDATE-CHARGEBACK.
      *    The item's settlement date is the date the network acted.
           EVALUATE TRUE
               WHEN ATM-CHGBK-CREDIT
                   ADD 1 TO WS-CB-CREDIT-COUNT
                   ADD ATM-AMOUNT TO WS-CB-CREDIT-AMOUNT
                   ADD ATM-AMOUNT TO CB-RECOVERED-AMOUNT
                   MOVE ATM-TXN-DATE TO CB-RECOVERED-DATE
                   MOVE ATM-TXN-DATE TO CB-CLOSED-DATE
                   MOVE SPACES       TO CB-DEADLINE-DATE
                   SET CB-RECOVERED TO TRUE
                   IF CB-RECOVERED-AMOUNT < CB-AMOUNT
                       MOVE 'CHARGEBACK CREDIT - SHORT OF REFUND'
                           TO WS-CB-TEXT
                   ELSE
                       MOVE 'CHARGEBACK CREDIT RECEIVED'
                           TO WS-CB-TEXT
                   END-IF
               WHEN ATM-REPRESENTMENT
      *            The acquirer takes back what the network credited
      *            and the arbitration clock starts.
                   ADD 1 TO WS-CB-REPRESENT-COUNT
                   ADD ATM-AMOUNT TO WS-CB-REPRESENT-AMOUNT
                   IF CB-RECOVERED-AMOUNT > ATM-AMOUNT
                       SUBTRACT ATM-AMOUNT FROM CB-RECOVERED-AMOUNT
                   ELSE
                       MOVE ZERO TO CB-RECOVERED-AMOUNT
                   END-IF
                   MOVE ATM-TXN-DATE TO CB-REPRESENT-DATE
                   MOVE ATM-TXN-DATE TO WS-ITEM-DATE-8
                   COMPUTE WS-WORK-DATE-8 = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WS-ITEM-DATE-8)
                        + WS-ARB-DAYS)
                   MOVE WS-WORK-DATE-8 TO CB-DEADLINE-DATE
                   SET CB-REPRESENTED TO TRUE
                   MOVE SPACES TO WS-CB-TEXT
                   STRING 'REPRESENTED - ARBITRATE BY '
                          CB-DEADLINE-DATE
                       DELIMITED SIZE INTO WS-CB-TEXT
               WHEN ATM-ARB-LOST
                   ADD 1 TO WS-CB-ARB-LOST-COUNT
                   MOVE ATM-TXN-DATE TO CB-CLOSED-DATE
                   MOVE SPACES       TO CB-DEADLINE-DATE
                   SET CB-LOST TO TRUE
                   MOVE 'ARBITRATION RULED AGAINST - CLOSED LOST'
                       TO WS-CB-TEXT
           END-EVALUATE
           MOVE CHARGEBACK-RECORD TO CHBKMAST-REC
           REWRITE CHBKMAST-REC
               INVALID KEY
                   DISPLAY 'ATMRECON REGISTER REWRITE FAILED - '
                           CB-TRACE-NUMBER
           END-REWRITE
           PERFORM 2800-REPORT-CB-ITEM.

       2700-REPORT-CB-EXCEPTION.
           ADD 1 TO WS-CB-EXCEPTION-COUNT
           PERFORM 2800-REPORT-CB-ITEM.

       2800-REPORT-CB-ITEM.
           MOVE ATM-AMOUNT TO WS-FMT-AMOUNT
           CALL 'FMTAMT' USING WS-FMT-AMOUNT
                               WS-FORMATTED-AMT
                               SPACES
                               WS-PROCESS-RC
           MOVE SPACES TO WS-RPT-LINE
           STRING ATM-TRACE-NUMBER DELIMITED SIZE
                  '  CHARGEBACK '   DELIMITED SIZE
                  ATM-RECORD-TYPE   DELIMITED SIZE
                  '  '              DELIMITED SIZE
                  WS-FORMATTED-AMT  DELIMITED SIZE
                  '  '              DELIMITED SIZE
                  WS-CB-TEXT        DELIMITED SIZE
                  INTO WS-RPT-LINE
           WRITE RECONRPT-REC FROM WS-RPT-LINE.

       9000-END.
           COMPUTE WS-POSTED-AMOUNT =
               WS-DETAIL-AMOUNT - WS-UNMATCHED-AMOUNT
           STRING 'UNMATCHED ITEMS: ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE RECONRPT-REC FROM WS-RPT-LINE
           PERFORM 9100-CHARGEBACK-TOTALS
           CLOSE ATMIN
                 RECONRPT
                 CHBKMAST
           DISPLAY 'ATMRECON UNMATCHED: ' WS-UNMATCHED-COUNT
           DISPLAY 'ATMRECON AMT DIFFS: ' WS-AMT-DIFF-COUNT
           DISPLAY 'ATMRECON CB EXCEPT: ' WS-CB-EXCEPTION-COUNT
           IF WS-UNMATCHED-COUNT > ZERO OR WS-SETTLE-GAP NOT = ZERO
                   OR WS-CB-EXCEPTION-COUNT > ZERO
               MOVE RC-WARNING TO WS-RETURN-CODE
           ELSE
               MOVE RC-SUCCESS TO WS-RETURN-CODE
           END-IF
           STOP RUN.

       9100-CHARGEBACK-TOTALS.
           MOVE WS-CB-CREDIT-AMOUNT TO WS-FMT-AMOUNT
           CALL 'FMTAMT' USING WS-FMT-AMOUNT
                               WS-FORMATTED-AMT
                               SPACES
                               WS-PROCESS-RC
           MOVE WS-CB-CREDIT-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'CHARGEBACK CREDITS:    ' WS-COUNT-DISP
                  '  ' WS-FORMATTED-AMT
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE RECONRPT-REC FROM WS-RPT-LINE
           MOVE WS-CB-REPRESENT-AMOUNT TO WS-FMT-AMOUNT
           CALL 'FMTAMT' USING WS-FMT-AMOUNT
                               WS-FORMATTED-AMT
                               SPACES
                               WS-PROCESS-RC
           MOVE WS-CB-REPRESENT-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'REPRESENTMENTS:        ' WS-COUNT-DISP
                  '  ' WS-FORMATTED-AMT
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE RECONRPT-REC FROM WS-RPT-LINE
           MOVE WS-CB-ARB-LOST-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'ARBITRATIONS LOST:     ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE RECONRPT-REC FROM WS-RPT-LINE
           MOVE WS-CB-EXCEPTION-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'CHARGEBACK EXCEPTIONS: ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE RECONRPT-REC FROM WS-RPT-LINE.
