      *----------------------------------------------------------------*
      * PROGRAM:  LBXINTAK                                             *
      * PURPOSE:  Corporate lockbox remittance intake - reads the      *
      *           lockbox processor's daily file (file header, per     *
      *           corporate customer batch header, remittance detail,  *
      *           batch trailer, file trailer - see LBXDATA), proves   *
      *           every batch against its own trailer and the file     *
      *           against its trailer BEFORE anything posts, then      *
      *           credits each batch total to the corporate            *
      *           ACCOUNT-NUMBER on the batch header as one deposit on *
      *           the LBXPYMT feed PYMT001 picks up (channel 'LBOX' -  *
      *           PYMT001 places the Reg CC availability hold on it    *
      *           like any other deposit). Each remittance goes to the *
      *           receivables detail file keyed by corporate customer  *
      *           for their A/R auto-posting; a remittance without an  *
      *           invoice reference still posts but is listed on the   *
      *           exceptions report for the customer to research. A    *
      *           batch whose account VALCUST will not pass is not     *
      *           credited and is reported for the processor.          *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    VALCUST, CHKDIGIT, ERRHANDR                          *
      * COPYBOOKS: LBXDATA, CUSTMAST, ACCTDATA, ERRDATA, BUSDATE       *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LBXINTAK.
       AUTHOR.         TABFORGE-AI.
       DATE-WRITTEN.   2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LBXIN    ASSIGN TO UT-S-LBXIN
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT LBXPYMT  ASSIGN TO UT-S-LBXPYMT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT RCVDTL   ASSIGN TO UT-S-RCVDTL
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT LBXRPT   ASSIGN TO UT-S-LBXRPT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT LBXEXCP  ASSIGN TO UT-S-LBXEXCP
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT BUSDATEF ASSIGN TO UT-S-BUSDATE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    100-byte lockbox processor records (see LBXDATA).
       FD  LBXIN
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  LBXIN-REC                  PIC X(100).

       FD  LBXPYMT
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01  LBXPYMT-REC                PIC X(200).

      *    Receivables detail for the corporate customers (see
      *    LBXDATA).
       FD  RCVDTL
           RECORDING MODE IS F
           RECORD CONTAINS 140 CHARACTERS.
       01  RCVDTL-REC                 PIC X(140).

       FD  LBXRPT
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  LBXRPT-REC                 PIC X(133).

       FD  LBXEXCP
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  LBXEXCP-REC                PIC X(133).

      *    Business-date control record set by BDATESET at the start
      *    of the cycle (see BUSDATE copybook).
       FD  BUSDATEF
           RECORDING MODE IS F
           RECORD CONTAINS 30 CHARACTERS.
       01  BUSDATEF-REC               PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-LBXINTAK-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'LBXINTAK'.
           05  WS-EOF-LBXIN           PIC X(1)  VALUE 'N'.
               88  EOF-LBXIN              VALUE 'Y'.
           05  WS-PASS                PIC 9(1)  COMP VALUE 1.
           05  WS-CTL-OK              PIC X(1)  VALUE 'Y'.
               88  CONTROLS-BALANCE       VALUE 'Y'.
           05  WS-TRAILER-SEEN        PIC X(1)  VALUE 'N'.
               88  FILE-TRAILER-SEEN      VALUE 'Y'.
      *    Pass-one proof: the detail as counted here, against what
      *    each batch trailer and the file trailer claim.
           05  WS-ITEM-COUNT          PIC 9(8)  COMP VALUE ZERO.
           05  WS-ITEM-AMOUNT         PIC 9(12)V99 COMP-3 VALUE ZERO.
           05  WS-BATCH-COUNT         PIC 9(8)  COMP VALUE ZERO.
           05  WS-BATCH-ITEMS         PIC 9(8)  COMP VALUE ZERO.
           05  WS-BATCH-AMOUNT        PIC 9(12)V99 COMP-3 VALUE ZERO.
           05  WS-FILE-BATCHES        PIC 9(8)  COMP VALUE ZERO.
           05  WS-FILE-ITEMS          PIC 9(8)  COMP VALUE ZERO.
           05  WS-FILE-AMOUNT         PIC 9(12)V99 COMP-3 VALUE ZERO.
      *    The batch being worked on pass two.
           05  WS-BATCH-NUMBER        PIC X(06) VALUE SPACES.
           05  WS-BATCH-ACCOUNT       PIC X(12) VALUE SPACES.
           05  WS-BATCH-LOCKBOX       PIC X(08) VALUE SPACES.
           05  WS-BATCH-DEP-DATE      PIC X(08) VALUE SPACES.
           05  WS-BATCH-OK            PIC X(1)  VALUE 'N'.
               88  BATCH-POSTABLE         VALUE 'Y'.
           05  WS-BATCH-REASON        PIC X(30) VALUE SPACES.
           05  WS-VALIDATE-RC         PIC S9(04) COMP VALUE ZERO.
           05  WS-CHKDGT-RC           PIC S9(04) COMP VALUE ZERO.
      *    Run totals.
           05  WS-CREDITED-COUNT      PIC 9(7)  COMP VALUE ZERO.
           05  WS-CREDITED-AMOUNT     PIC 9(12)V99 COMP-3 VALUE ZERO.
           05  WS-REJECTED-COUNT      PIC 9(7)  COMP VALUE ZERO.
           05  WS-REJECTED-AMOUNT     PIC 9(12)V99 COMP-3 VALUE ZERO.
           05  WS-REMIT-COUNT         PIC 9(7)  COMP VALUE ZERO.
           05  WS-EXCEPTION-COUNT     PIC 9(7)  COMP VALUE ZERO.
           05  WS-COUNT-DISP          PIC ZZZZZZZ9.
           05  WS-AMOUNT-DISP         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-RPT-LINE            PIC X(133) VALUE SPACES.

       COPY LBXDATA.
       COPY CUSTMAST.
       COPY ACCTDATA.
       COPY ERRDATA.
       COPY BUSDATE.

       PROCEDURE DIVISION.

       1000-INIT.
           PERFORM 1010-READ-BUSINESS-DATE
           OPEN OUTPUT LBXRPT
           OPEN OUTPUT LBXEXCP
           PERFORM 1500-WRITE-HEADERS
      *    Pass one proves every batch and the file against their own
      *    trailers; only a file that balances throughout gets a
      *    second pass that credits anything. The feed is opened
      *    either way, so a held-back file leaves it empty rather
      *    than leaving the last night's credits on it.
           MOVE 1 TO WS-PASS
           PERFORM 2000-READ-LOCKBOX-FILE
           PERFORM 2500-VERIFY-CONTROLS
           OPEN OUTPUT LBXPYMT
           OPEN OUTPUT RCVDTL
           IF CONTROLS-BALANCE
               MOVE 2 TO WS-PASS
               PERFORM 2000-READ-LOCKBOX-FILE
           END-IF
           CLOSE LBXPYMT
                 RCVDTL
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

       1500-WRITE-HEADERS.
           MOVE SPACES TO WS-RPT-LINE
           STRING 'LOCKBOX REMITTANCE INTAKE REPORT  ' BUS-DATE
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE LBXRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'LOCKBOX REMITTANCES WITHOUT INVOICE REFERENCE  '
                  BUS-DATE
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE LBXEXCP-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE 'ACCOUNT       LOCKBOX   BATCH   SEQ    PAYER
      -         '                        CHECK NO          AMOUNT'
               TO WS-RPT-LINE
           WRITE LBXEXCP-REC FROM WS-RPT-LINE.

       2000-READ-LOCKBOX-FILE.
           OPEN INPUT LBXIN
           MOVE 'N' TO WS-EOF-LBXIN
           PERFORM UNTIL EOF-LBXIN
               READ LBXIN INTO LOCKBOX-RECORD
                   AT END MOVE 'Y' TO WS-EOF-LBXIN
               END-READ
               IF NOT EOF-LBXIN
                   EVALUATE TRUE
                       WHEN LBX-BATCH-HEADER
                           MOVE ZERO TO WS-BATCH-ITEMS
                           MOVE ZERO TO WS-BATCH-AMOUNT
                           IF WS-PASS = 2
                               PERFORM 3000-START-BATCH
                           END-IF
                       WHEN LBX-REMITTANCE
                           ADD 1 TO WS-BATCH-ITEMS
                           ADD LBX-RM-CHECK-AMOUNT TO WS-BATCH-AMOUNT
                           IF WS-PASS = 1
                               ADD 1 TO WS-ITEM-COUNT
                               ADD LBX-RM-CHECK-AMOUNT
                                   TO WS-ITEM-AMOUNT
                           ELSE
                               PERFORM 3100-PROCESS-REMITTANCE
                           END-IF
                       WHEN LBX-BATCH-TRAILER
                           IF WS-PASS = 1
                               PERFORM 2100-PROVE-BATCH
                           ELSE
                               PERFORM 3500-CLOSE-BATCH
                           END-IF
                       WHEN LBX-FILE-TRAILER
                           IF WS-PASS = 1
                               MOVE 'Y' TO WS-TRAILER-SEEN
                               MOVE LBX-FT-BATCH-COUNT
                                   TO WS-FILE-BATCHES
                               MOVE LBX-FT-ITEM-COUNT TO WS-FILE-ITEMS
                               MOVE LBX-FT-FILE-TOTAL
                                   TO WS-FILE-AMOUNT
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM
           CLOSE LBXIN.

       2100-PROVE-BATCH.
      *    Each batch is one corporate deposit, so each must prove on
      *    its own - an error in one customer's batch cannot hide
      *    behind an offsetting error in another's.
           ADD 1 TO WS-BATCH-COUNT
           IF WS-BATCH-ITEMS NOT = LBX-BT-ITEM-COUNT
                   OR WS-BATCH-AMOUNT NOT = LBX-BT-BATCH-TOTAL
               MOVE 'N' TO WS-CTL-OK
               MOVE WS-BATCH-AMOUNT TO WS-AMOUNT-DISP
               MOVE SPACES TO WS-RPT-LINE
               STRING '*** BATCH ' LBX-BATCH-NUMBER
                      ' DETAIL ' WS-AMOUNT-DISP
                      ' DOES NOT MATCH ITS TRAILER ***'
                   DELIMITED SIZE INTO WS-RPT-LINE
               WRITE LBXRPT-REC FROM WS-RPT-LINE
           END-IF.

       2500-VERIFY-CONTROLS.
           IF NOT FILE-TRAILER-SEEN
               MOVE 'N' TO WS-CTL-OK
               MOVE SPACES TO WS-RPT-LINE
               MOVE '*** NO FILE TRAILER - FILE INCOMPLETE - NOTHING PO
      -             'STED ***' TO WS-RPT-LINE
               WRITE LBXRPT-REC FROM WS-RPT-LINE
           ELSE
               IF WS-ITEM-COUNT NOT = WS-FILE-ITEMS
                       OR WS-ITEM-AMOUNT NOT = WS-FILE-AMOUNT
                       OR WS-BATCH-COUNT NOT = WS-FILE-BATCHES
                   MOVE 'N' TO WS-CTL-OK
                   MOVE SPACES TO WS-RPT-LINE
                   MOVE '*** FILE TRAILER TOTALS DO NOT MATCH REMITTANC
      -                 'E DETAIL ***' TO WS-RPT-LINE
                   WRITE LBXRPT-REC FROM WS-RPT-LINE
               END-IF
           END-IF
           IF NOT CONTROLS-BALANCE
               MOVE SPACES TO WS-RPT-LINE
               MOVE '*** LOCKBOX FILE OUT OF BALANCE - NOTHING POSTED *
      -             '**' TO WS-RPT-LINE
               WRITE LBXRPT-REC FROM WS-RPT-LINE
               MOVE 'LBXINTAK' TO ERR-PROGRAM-NAME
               MOVE '2500-VERIFY-CONTROLS' TO ERR-PARAGRAPH
               SET ERRC-LOCKBOX-OUT-OF-BALANCE TO TRUE
               SET SEV-ERROR TO TRUE
               MOVE 'LOCKBOX FILE FAILS ITS OWN CONTROL TOTALS'
                   TO ERR-MESSAGE
               CALL 'ERRHANDR' USING ERROR-RECORD
           END-IF.

       3000-START-BATCH.
      *    The batch header names the corporate account the whole
      *    deposit credits; VALCUST grades it once for the batch.
           MOVE LBX-BATCH-NUMBER      TO WS-BATCH-NUMBER
           MOVE LBX-BH-ACCOUNT-NUMBER TO WS-BATCH-ACCOUNT
           MOVE LBX-BH-LOCKBOX-ID     TO WS-BATCH-LOCKBOX
           IF LBX-BH-DEPOSIT-DATE = SPACES
               MOVE BUS-DATE TO WS-BATCH-DEP-DATE
           ELSE
               MOVE LBX-BH-DEPOSIT-DATE TO WS-BATCH-DEP-DATE
           END-IF
           CALL 'VALCUST' USING WS-BATCH-ACCOUNT(1:10)
                                CUSTOMER-RECORD
                                WS-VALIDATE-RC
           MOVE SPACES TO WS-BATCH-REASON
           EVALUATE WS-VALIDATE-RC
               WHEN 0
                   MOVE 'Y' TO WS-BATCH-OK
               WHEN 8
                   MOVE 'N' TO WS-BATCH-OK
                   MOVE 'ACCOUNT NOT ON FILE' TO WS-BATCH-REASON
               WHEN 16
                   MOVE 'N' TO WS-BATCH-OK
                   MOVE 'ACCOUNT CLOSED' TO WS-BATCH-REASON
               WHEN OTHER
                   MOVE 'N' TO WS-BATCH-OK
                   MOVE 'ACCOUNT NOT POSTABLE' TO WS-BATCH-REASON
           END-EVALUATE.

       3100-PROCESS-REMITTANCE.
      *    A rejected batch's detail is not sent to the customer -
      *    nothing was credited for it.
           IF BATCH-POSTABLE
               ADD 1 TO WS-REMIT-COUNT
               MOVE SPACES TO RECEIVABLES-DETAIL-RECORD
               PERFORM 3150-FILL-RECEIVABLES-KEY
               SET RCV-DETAIL             TO TRUE
               MOVE LBX-RM-ITEM-SEQ       TO RCV-ITEM-SEQ
               MOVE LBX-RM-PAYER-NAME     TO RCV-PAYER-NAME
               MOVE LBX-RM-INVOICE-NUMBER TO RCV-INVOICE-NUMBER
               MOVE LBX-RM-CHECK-NUMBER   TO RCV-CHECK-NUMBER
               MOVE LBX-RM-CHECK-AMOUNT   TO RCV-AMOUNT
               MOVE ZERO                  TO RCV-ITEM-COUNT
               MOVE 'N'                   TO RCV-EXCEPTION-FLAG
               IF LBX-RM-INVOICE-NUMBER = SPACES
                   SET RCV-NO-INVOICE TO TRUE
                   PERFORM 3200-WRITE-EXCEPTION
               END-IF
               WRITE RCVDTL-REC FROM RECEIVABLES-DETAIL-RECORD
           END-IF.

       3150-FILL-RECEIVABLES-KEY.
           MOVE WS-BATCH-ACCOUNT(1:10) TO RCV-CUSTOMER-ID
           MOVE WS-BATCH-ACCOUNT       TO RCV-ACCOUNT-NUMBER
           MOVE WS-BATCH-DEP-DATE      TO RCV-DEPOSIT-DATE
           MOVE WS-BATCH-LOCKBOX       TO RCV-LOCKBOX-ID
           MOVE WS-BATCH-NUMBER        TO RCV-BATCH-NUMBER.

       3200-WRITE-EXCEPTION.
      *    The money is the customer's and posts with the batch; the
      *    customer has to research which receivable it settles.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE LBX-RM-CHECK-AMOUNT TO WS-AMOUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-BATCH-ACCOUNT      DELIMITED SIZE
                  '  '                  DELIMITED SIZE
                  WS-BATCH-LOCKBOX      DELIMITED SIZE
                  '  '                  DELIMITED SIZE
                  WS-BATCH-NUMBER       DELIMITED SIZE
                  '  '                  DELIMITED SIZE
                  LBX-RM-ITEM-SEQ       DELIMITED SIZE
                  '  '                  DELIMITED SIZE
                  LBX-RM-PAYER-NAME     DELIMITED SIZE
                  '  '                  DELIMITED SIZE
                  LBX-RM-CHECK-NUMBER   DELIMITED SIZE
                  '  '                  DELIMITED SIZE
                  WS-AMOUNT-DISP        DELIMITED SIZE
                  INTO WS-RPT-LINE
           WRITE LBXEXCP-REC FROM WS-RPT-LINE.

       3500-CLOSE-BATCH.
           IF BATCH-POSTABLE
               PERFORM 3600-CREDIT-BATCH
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               ADD WS-BATCH-AMOUNT TO WS-REJECTED-AMOUNT
               MOVE WS-BATCH-AMOUNT TO WS-AMOUNT-DISP
               MOVE SPACES TO WS-RPT-LINE
               STRING WS-BATCH-ACCOUNT   DELIMITED SIZE
                      '  BATCH '         DELIMITED SIZE
                      WS-BATCH-NUMBER    DELIMITED SIZE
                      '  '               DELIMITED SIZE
                      WS-AMOUNT-DISP     DELIMITED SIZE
                      '  NOT CREDITED - ' DELIMITED SIZE
                      WS-BATCH-REASON    DELIMITED SIZE
                   INTO WS-RPT-LINE
               WRITE LBXRPT-REC FROM WS-RPT-LINE
           END-IF.

       3600-CREDIT-BATCH.
      *    One deposit per batch, the way the corporate customer sees
      *    it on the statement; PYMT001 places the availability hold.
           MOVE SPACES TO ACCOUNT-RECORD
           MOVE WS-BATCH-ACCOUNT TO ACCOUNT-NUMBER
      *    Check-digit screen in transition mode: a wrong digit is
      *    reported here (and PYMT001's own screen decides whether
      *    to enforce); legacy numbers pass until conversion.
           CALL 'CHKDIGIT' USING ACCOUNT-NUMBER
                                 WS-CHKDGT-RC
           IF WS-CHKDGT-RC = 4
               MOVE SPACES TO WS-RPT-LINE
               STRING ACCOUNT-NUMBER
                      '  *** CHECK-DIGIT FAILURE ***'
                   DELIMITED SIZE INTO WS-RPT-LINE
               WRITE LBXRPT-REC FROM WS-RPT-LINE
           END-IF
      *    The trailing two characters of an account number are its
      *    product code (see ACCTMST).
           MOVE WS-BATCH-ACCOUNT(11:2) TO ACCOUNT-TYPE
           MOVE ZERO            TO AVAILABLE-BALANCE
           MOVE WS-BATCH-AMOUNT TO PENDING-AMOUNT
           MOVE BUS-DATE(1:4)   TO TRANSACTION-DATE(1:4)
           MOVE '-'             TO TRANSACTION-DATE(5:1)
           MOVE BUS-DATE(5:2)   TO TRANSACTION-DATE(6:2)
           MOVE '-'             TO TRANSACTION-DATE(8:1)
           MOVE BUS-DATE(7:2)   TO TRANSACTION-DATE(9:2)
           MOVE '00:00:00'      TO TRANSACTION-TIME
           SET TXN-CREDIT       TO TRUE
      *    Lockbox and batch number identify the deposit to the
      *    customer and keep two batches from looking like a replay.
           MOVE SPACES           TO TRANSACTION-REF
           STRING 'LB' WS-BATCH-LOCKBOX WS-BATCH-NUMBER
               DELIMITED SIZE INTO TRANSACTION-REF
           MOVE 'LBOX'           TO CHANNEL-CODE
           SET PRIORITY-STANDARD TO TRUE
           WRITE LBXPYMT-REC FROM ACCOUNT-RECORD
           ADD 1 TO WS-CREDITED-COUNT
           ADD WS-BATCH-AMOUNT TO WS-CREDITED-AMOUNT
           MOVE SPACES TO RECEIVABLES-DETAIL-RECORD
           PERFORM 3150-FILL-RECEIVABLES-KEY
           SET RCV-BATCH-TOTAL    TO TRUE
           MOVE WS-BATCH-AMOUNT   TO RCV-AMOUNT
           MOVE WS-BATCH-ITEMS    TO RCV-ITEM-COUNT
           MOVE 'N'               TO RCV-EXCEPTION-FLAG
           WRITE RCVDTL-REC FROM RECEIVABLES-DETAIL-RECORD
           MOVE WS-BATCH-AMOUNT TO WS-AMOUNT-DISP
           MOVE WS-BATCH-ITEMS  TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-BATCH-ACCOUNT   DELIMITED SIZE
                  '  BATCH '         DELIMITED SIZE
                  WS-BATCH-NUMBER    DELIMITED SIZE
                  '  ITEMS '         DELIMITED SIZE
                  WS-COUNT-DISP      DELIMITED SIZE
                  '  '               DELIMITED SIZE
                  WS-AMOUNT-DISP     DELIMITED SIZE
                  '  CREDITED'       DELIMITED SIZE
               INTO WS-RPT-LINE
           WRITE LBXRPT-REC FROM WS-RPT-LINE.

       9000-END.
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-CREDITED-COUNT TO WS-COUNT-DISP
           MOVE WS-CREDITED-AMOUNT TO WS-AMOUNT-DISP
           STRING 'BATCHES CREDITED:       ' WS-COUNT-DISP
                  '  ' WS-AMOUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE LBXRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-REJECTED-COUNT TO WS-COUNT-DISP
           MOVE WS-REJECTED-AMOUNT TO WS-AMOUNT-DISP
           STRING 'BATCHES NOT CREDITED:   ' WS-COUNT-DISP
                  '  ' WS-AMOUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE LBXRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-REMIT-COUNT TO WS-COUNT-DISP
           STRING 'REMITTANCES TO CUSTOMERS:' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE LBXRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-DISP
           STRING 'WITHOUT INVOICE:         ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE LBXRPT-REC FROM WS-RPT-LINE
           WRITE LBXEXCP-REC FROM WS-RPT-LINE
           CLOSE LBXRPT
                 LBXEXCP
           DISPLAY 'LBXINTAK REMITTANCES: ' WS-ITEM-COUNT
           DISPLAY 'LBXINTAK CREDITED:    ' WS-CREDITED-COUNT
           DISPLAY 'LBXINTAK REJECTED:    ' WS-REJECTED-COUNT
           DISPLAY 'LBXINTAK EXCEPTIONS:  ' WS-EXCEPTION-COUNT
      *    An unbalanced file is held back for the processor to
      *    resend; the rest of the night still runs.
           EVALUATE TRUE
               WHEN NOT CONTROLS-BALANCE
                       OR WS-REJECTED-COUNT > ZERO
                   MOVE RC-WARNING TO WS-RETURN-CODE
               WHEN OTHER
                   MOVE RC-SUCCESS TO WS-RETURN-CODE
           END-EVALUATE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.
