      *           on the number printed on the check. Items on         *
      *           unknown or unpostable accounts go on the return      *
      *           file the same day, well inside the return            *
      *           deadline. Items drawn on the official check account  *
      *           are our own cashier's and official checks: they are  *
      *           paid off the OCKMAST register (see OCKDATA) rather   *
      *           than posted, and a stopped, already-paid, unknown or *
      *           altered-amount check is returned; the amount paid    *
      *           goes to GLPOST as control total OCKPAID on OCKCTL.   *
      *           The cash letter's total - what the Fed debits the    *
      *           master account for on presentment, whether or not the*
      *           letter proves - is recorded on the SETLENT settlement*
      *           accumulator for STLRECON, keyed by the letter's      *
      *           business date and ID.                                *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    VALCUST, CHKDIGIT, ERRHANDR                          *
      * COPYBOOKS: CUSTMAST, ACCTDATA, OCKDATA, CTLDATA, ERRDATA,      *
      *            SETLDATA, BUSDATE                                   *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CHKINTAK.
           SELECT CHKRPT   ASSIGN TO UT-S-CHKRPT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
      *    Official check register (see OCKDATA), keyed check serial.
           SELECT OCKMAST  ASSIGN TO UT-S-OCKMAST
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS RANDOM
                           RECORD KEY   IS OCKMAST-SERIAL.
           SELECT OCKCTL   ASSIGN TO UT-S-OCKCTL
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT SETLFILE ASSIGN TO UT-S-SETLFILE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT BUSDATEF ASSIGN TO UT-S-BUSDATE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           05  CHK-SERIAL-NUMBER      PIC X(10).
           05  CHK-ITEM-SEQUENCE      PIC X(08).
           05  FILLER                 PIC X(30).
      *    Cash-letter header: the letter's business date and the
      *    ID the clearing partner gave it.
       01  CHK-LETTER-HDR-REC REDEFINES CHKIN-REC.
           05  FILLER                 PIC X(01).
           05  CHK-LTR-BUSINESS-DATE  PIC X(08).
           05  CHK-LTR-ID             PIC X(08).
           05  FILLER                 PIC X(63).
       01  CHK-CONTROL-REC REDEFINES CHKIN-REC.
           05  FILLER                 PIC X(01).
           05  CHK-CTL-ITEM-COUNT     PIC 9(06).
           RECORD CONTAINS 133 CHARACTERS.
       01  CHKRPT-REC                 PIC X(133).

       FD  OCKMAST
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01  OCKMAST-REC.
           05  OCKMAST-SERIAL         PIC X(10).
           05  FILLER                 PIC X(190).

      *    Control totals for GLPOST (CTLDATA layout), appended.
       FD  OCKCTL
           RECORDING MODE IS F
           RECORD CONTAINS 54 CHARACTERS.
       01  OCKCTL-REC                 PIC X(54).

      *    Settlement entries for the Fed reconciliation (see
      *    SETLDATA) - appended to the shared SETLENT accumulator.
       FD  SETLFILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  SETLFILE-REC               PIC X(80).

      *    Business-date control record set by BDATESET at the start
      *    of the cycle (see BUSDATE copybook).
       FD  BUSDATEF
           05  WS-RETURN-REASON       PIC X(3)  VALUE SPACES.
           05  WS-CHKDGT-RC           PIC S9(04) COMP VALUE ZERO.
           05  WS-CHKDGT-BAD-COUNT    PIC 9(7)  COMP VALUE ZERO.
      *    The account our official and cashier's checks are drawn
      *    on - the same constant OCKISSUE prints on the check.
           05  WS-OFFICIAL-CHECK-ACCT PIC X(12) VALUE '9990000001OC'.
           05  WS-OCK-FOUND           PIC X(1)  VALUE 'N'.
               88  OCK-ON-FILE            VALUE 'Y'.
           05  WS-OCK-PAID-COUNT      PIC 9(7)  COMP VALUE ZERO.
           05  WS-OCK-PAID-AMOUNT     PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-LETTER-REF          PIC X(16) VALUE SPACES.
           05  WS-COUNT-DISP          PIC ZZZZZZZ9.
           05  WS-RPT-LINE            PIC X(133) VALUE SPACES.

       COPY CUSTMAST.
       COPY ACCTDATA.
       COPY OCKDATA.
       COPY CTLDATA.
       COPY ERRDATA.
       COPY SETLDATA.
       COPY BUSDATE.

       PROCEDURE DIVISION.
           MOVE 1 TO WS-PASS
           PERFORM 2000-READ-CASH-LETTER
           PERFORM 2500-VERIFY-CONTROLS
           PERFORM 2600-RECORD-SETTLEMENT
           IF CONTROLS-BALANCE
               OPEN OUTPUT CHKPYMT
               OPEN OUTPUT CHKRETN
               OPEN I-O    OCKMAST
               MOVE 2 TO WS-PASS
               MOVE ZERO TO WS-ITEM-COUNT
               MOVE ZERO TO WS-ITEM-AMOUNT
               PERFORM 2000-READ-CASH-LETTER
               CLOSE CHKPYMT
                     CHKRETN
                     OCKMAST
               PERFORM 8100-WRITE-CONTROL-TOTAL
           END-IF
           PERFORM 9000-END.

               END-READ
               IF NOT EOF-CHKIN
                   EVALUATE TRUE
                       WHEN CHK-LETTER-HEADER
                           MOVE CHK-LTR-BUSINESS-DATE
                               TO WS-LETTER-REF(1:8)
                           MOVE CHK-LTR-ID TO WS-LETTER-REF(9:8)
                       WHEN CHK-ITEM-DETAIL
                           ADD 1 TO WS-ITEM-COUNT
                           ADD CHK-AMOUNT TO WS-ITEM-AMOUNT
               CALL 'ERRHANDR' USING ERROR-RECORD
           END-IF.

       2600-RECORD-SETTLEMENT.
      *    Items drawn on us are settled on presentment: the Fed
      *    debits the master account for the letter's control total,
      *    and anything we return comes back on a later credit.
           IF WS-LETTER-AMOUNT > ZERO
               MOVE SPACES TO SETTLEMENT-ENTRY-RECORD
               SET STE-FED            TO TRUE
               SET STE-CHECK-CLEARING TO TRUE
               MOVE WS-LETTER-REF     TO STE-REFERENCE
               SET STE-DEBIT          TO TRUE
               MOVE WS-LETTER-AMOUNT  TO STE-AMOUNT
               MOVE WS-LETTER-COUNT   TO STE-ITEM-COUNT
               MOVE BUS-DATE          TO STE-SETTLE-DATE
               MOVE WS-PROGRAM-NAME   TO STE-SOURCE
               OPEN EXTEND SETLFILE
               WRITE SETLFILE-REC FROM SETTLEMENT-ENTRY-RECORD
               CLOSE SETLFILE
           END-IF.

       3000-PROCESS-ITEM.
           IF CHK-ACCOUNT = WS-OFFICIAL-CHECK-ACCT
               PERFORM 3200-PAY-OFFICIAL-CHECK
           ELSE
               PERFORM 3050-GRADE-ACCOUNT
           END-IF.

       3050-GRADE-ACCOUNT.
      *    VALCUST's reason codes grade the drawn-on account for the
      *    return decision, the same grading ACHINTAK applies.
           CALL 'VALCUST' USING CHK-ACCOUNT(1:10)
           WRITE CHKPYMT-REC FROM ACCOUNT-RECORD
           ADD 1 TO WS-POSTED-COUNT.

       3200-PAY-OFFICIAL-CHECK.
      *    Our own check is paid by closing it out on the register -
      *    the purchaser was debited when it was issued, so nothing
      *    goes to posting. Only an outstanding check for exactly
      *    the amount issued is paid.
           MOVE CHK-SERIAL-NUMBER TO OCKMAST-SERIAL
           READ OCKMAST INTO OFFICIAL-CHECK-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-OCK-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-OCK-FOUND
           END-READ
           EVALUATE TRUE
               WHEN NOT OCK-ON-FILE
      *            Never issued - unable to locate.
                   MOVE 'E' TO WS-RETURN-REASON
                   PERFORM 3500-WRITE-RETURN
               WHEN OCK-STOPPED
                   MOVE 'C' TO WS-RETURN-REASON
                   PERFORM 3500-WRITE-RETURN
               WHEN NOT OCK-ISSUED
      *            Already paid, or replaced - duplicate presentment.
                   MOVE 'Y' TO WS-RETURN-REASON
                   PERFORM 3500-WRITE-RETURN
               WHEN OCK-AMOUNT NOT = CHK-AMOUNT
      *            Altered item.
                   MOVE 'N' TO WS-RETURN-REASON
                   PERFORM 3500-WRITE-RETURN
               WHEN OTHER
                   PERFORM 3300-MARK-CHECK-PAID
           END-EVALUATE.

       3300-MARK-CHECK-PAID.
           SET OCK-PAID           TO TRUE
           MOVE BUS-DATE          TO OCK-PAID-DATE
           MOVE CHK-ITEM-SEQUENCE TO OCK-PAID-ITEM-SEQ
           REWRITE OCKMAST-REC FROM OFFICIAL-CHECK-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-OCK-FOUND
           END-REWRITE
           IF OCK-ON-FILE
               ADD 1          TO WS-OCK-PAID-COUNT
               ADD OCK-AMOUNT TO WS-OCK-PAID-AMOUNT
               MOVE SPACES TO WS-RPT-LINE
               STRING CHK-ACCOUNT
                      '  SERIAL ' CHK-SERIAL-NUMBER
                      '  OFFICIAL CHECK PAID'
                   DELIMITED SIZE INTO WS-RPT-LINE
               WRITE CHKRPT-REC FROM WS-RPT-LINE
           ELSE
               MOVE WS-PROGRAM-NAME TO ERR-PROGRAM-NAME
               MOVE '3300-MARK-CHECK-PAID' TO ERR-PARAGRAPH
               SET ERRC-FILE-REWRITE-FAILED TO TRUE
               SET SEV-ERROR TO TRUE
               MOVE 'OCKMAST REWRITE FAILED - CHECK NOT MARKED PAID'
                   TO ERR-MESSAGE
               CALL 'ERRHANDR' USING ERROR-RECORD
               MOVE 'E' TO WS-RETURN-REASON
               PERFORM 3500-WRITE-RETURN
           END-IF.

       3500-WRITE-RETURN.
           MOVE CHKIN-REC        TO CRT-ITEM-IMAGE
           MOVE WS-RETURN-REASON TO CRT-REASON-CODE
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE CHKRPT-REC FROM WS-RPT-LINE.

       8100-WRITE-CONTROL-TOTAL.
           MOVE 'OCKPAID'          TO CTL-JOB-STEP
           MOVE WS-OCK-PAID-COUNT  TO CTL-TOTAL-COUNT
           MOVE WS-OCK-PAID-COUNT  TO CTL-SUCCESS-COUNT
           MOVE ZERO               TO CTL-REJECT-COUNT
           MOVE WS-OCK-PAID-AMOUNT TO CTL-TOTAL-AMOUNT
           MOVE FUNCTION CURRENT-DATE TO CTL-TIMESTAMP
           OPEN EXTEND OCKCTL
           WRITE OCKCTL-REC FROM CONTROL-TOTAL-REC
           CLOSE OCKCTL.

       9000-END.
           MOVE SPACES TO WS-RPT-LINE
           WRITE CHKRPT-REC FROM WS-RPT-LINE
           STRING 'CHECK-DIGIT FLAGS: ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE CHKRPT-REC FROM WS-RPT-LINE
           MOVE WS-OCK-PAID-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'OFFICIAL CHECKS PAID:' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE CHKRPT-REC FROM WS-RPT-LINE
           MOVE WS-POSTED-COUNT TO WS-COUNT-DISP
           DISPLAY 'CHKINTAK ITEMS TO POSTING: ' WS-COUNT-DISP
           CLOSE CHKRPT
