      *----------------------------------------------------------------*
      * PROGRAM:  OCKISSUE                                             *
      * PURPOSE:  Official and cashier's check issuance - checks the   *
      *           bank draws on itself were typed at the branch with   *
      *           no register behind them, so nothing proved the       *
      *           liability and nothing stopped one being paid twice.  *
      *           This step reads the day's branch requests (see       *
      *           OCKDATA). An issue request for a new purchase checks *
      *           the purchaser through VALCUST, takes the next serial *
      *           from the OCKMAST control record, writes the check    *
      *           outstanding on OCKMAST, prints the check image on    *
      *           OCKPRINT and debits the purchaser's account on       *
      *           OCKPYMT (channel OFCK, concatenated into PYMT001's   *
      *           input). A stop request marks an outstanding check    *
      *           stopped, lost, stolen or destroyed; an issue request *
      *           naming a stopped check replaces it with a new serial *
      *           for the same amount and no new debit - the           *
      *           purchaser already paid. Rejected requests are listed *
      *           for the branch. The new money issued tonight goes to *
      *           GLPOST as control total OCKISSUE on OCKCTL; CHKINTAK *
      *           adds OCKPAID when the checks come back, and OCKRECON *
      *           proves what is left outstanding against the GL.      *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    VALCUST, FMTAMT, ERRHANDR                            *
      * COPYBOOKS: OCKDATA, ACCTDATA, CUSTMAST, CTLDATA, ERRDATA,      *
      *            BUSDATE                                             *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     OCKISSUE.
       AUTHOR.         TABFORGE-AI.
       DATE-WRITTEN.   2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OCKREQ   ASSIGN TO UT-S-OCKREQ
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
      *    Official check register (see OCKDATA), keyed check serial.
           SELECT OCKMAST  ASSIGN TO UT-S-OCKMAST
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS RANDOM
                           RECORD KEY   IS OCKMAST-SERIAL.
           SELECT OCKPYMT  ASSIGN TO UT-S-OCKPYMT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT OCKPRINT ASSIGN TO UT-S-OCKPRINT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT OCKRPT   ASSIGN TO UT-S-OCKRPT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT OCKCTL   ASSIGN TO UT-S-OCKCTL
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT BUSDATEF ASSIGN TO UT-S-BUSDATE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    The day's branch requests, one OFFICIAL-CHECK-REQUEST each.
       FD  OCKREQ
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
       01  OCKREQ-REC                 PIC X(150).

       FD  OCKMAST
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01  OCKMAST-REC.
           05  OCKMAST-SERIAL         PIC X(10).
           05  FILLER                 PIC X(190).

      *    Purchaser debits as ACCOUNT-RECORD payment images.
       FD  OCKPYMT
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01  OCKPYMT-REC                PIC X(200).

      *    Check images for the branch printer, one block per check.
       FD  OCKPRINT
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  OCKPRINT-REC               PIC X(133).

       FD  OCKRPT
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  OCKRPT-REC                 PIC X(133).

      *    Control totals for GLPOST (CTLDATA layout), appended.
       FD  OCKCTL
           RECORDING MODE IS F
           RECORD CONTAINS 54 CHARACTERS.
       01  OCKCTL-REC                 PIC X(54).

      *    Business-date control record set by BDATESET at the start
      *    of the cycle (see BUSDATE copybook).
       FD  BUSDATEF
           RECORDING MODE IS F
           RECORD CONTAINS 30 CHARACTERS.
       01  BUSDATEF-REC               PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-OCKISSUE-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'OCKISSUE'.
           05  WS-EOF-OCKREQ          PIC X(1)  VALUE 'N'.
               88  EOF-OCKREQ             VALUE 'Y'.
           05  WS-REQUEST-OK          PIC X(1)  VALUE 'Y'.
               88  REQUEST-ACCEPTED       VALUE 'Y'.
           05  WS-CHECK-FOUND         PIC X(1)  VALUE 'N'.
               88  CHECK-ON-FILE          VALUE 'Y'.
           05  WS-CONTROL-FOUND       PIC X(1)  VALUE 'N'.
               88  CONTROL-ON-FILE        VALUE 'Y'.
           05  WS-REJECT-TEXT         PIC X(40) VALUE SPACES.
           05  WS-ACTION-TEXT         PIC X(12) VALUE SPACES.
      *    The account our official and cashier's checks are drawn
      *    on - CHKINTAK pays items presented against it from the
      *    register instead of posting them.
           05  WS-OFFICIAL-CHECK-ACCT PIC X(12) VALUE '9990000001OC'.
      *    Key of the serial control record on OCKMAST.
           05  WS-CONTROL-KEY         PIC X(10) VALUE '0000000000'.
           05  WS-LAST-SERIAL         PIC 9(10) VALUE ZERO.
           05  WS-NEW-SERIAL          PIC 9(10) VALUE ZERO.
           05  WS-LOOKUP-SERIAL       PIC X(10) VALUE SPACES.
           05  WS-VALIDATE-RC         PIC S9(04) COMP VALUE ZERO.
           05  WS-REQUEST-COUNT       PIC 9(7)  COMP VALUE ZERO.
           05  WS-ISSUED-COUNT        PIC 9(7)  COMP VALUE ZERO.
           05  WS-ISSUED-AMOUNT       PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-REPLACED-COUNT      PIC 9(7)  COMP VALUE ZERO.
           05  WS-REPLACED-AMOUNT     PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-STOPPED-COUNT       PIC 9(7)  COMP VALUE ZERO.
           05  WS-STOPPED-AMOUNT      PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-REJECT-COUNT        PIC 9(7)  COMP VALUE ZERO.
           05  WS-FMT-AMOUNT          PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-FORMATTED-AMT       PIC X(18) VALUE SPACES.
           05  WS-PROCESS-RC          PIC S9(04) COMP VALUE ZERO.
           05  WS-COUNT-DISP          PIC ZZZZZZZ9.
           05  WS-RPT-LINE            PIC X(133) VALUE SPACES.
      *    Printed check body.
           05  WS-CHECK-LINE          PIC X(133) VALUE SPACES.
           05  WS-CHECK-TITLE         PIC X(16) VALUE SPACES.

       COPY OCKDATA.
       COPY ACCTDATA.
       COPY CUSTMAST.
       COPY CTLDATA.
       COPY ERRDATA.
       COPY BUSDATE.

       PROCEDURE DIVISION.

       1000-INIT.
           PERFORM 1010-READ-BUSINESS-DATE
           OPEN INPUT  OCKREQ
           OPEN I-O    OCKMAST
           OPEN OUTPUT OCKPYMT
           OPEN OUTPUT OCKPRINT
           OPEN OUTPUT OCKRPT
           PERFORM 1100-READ-CONTROL-RECORD
           PERFORM 1500-WRITE-HEADER
           PERFORM 2000-PROCESS-REQUEST UNTIL EOF-OCKREQ
           PERFORM 8000-UPDATE-CONTROL-RECORD
           PERFORM 8100-WRITE-CONTROL-TOTAL
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

       1100-READ-CONTROL-RECORD.
      *    The first run finds no control record and starts the
      *    serials at one; 8000 adds it.
           MOVE WS-CONTROL-KEY TO OCKMAST-SERIAL
           READ OCKMAST INTO OFFICIAL-CHECK-RECORD
               INVALID KEY
                   MOVE 'N'  TO WS-CONTROL-FOUND
                   MOVE ZERO TO WS-LAST-SERIAL
               NOT INVALID KEY
                   MOVE 'Y'  TO WS-CONTROL-FOUND
                   MOVE OCK-CTL-LAST-SERIAL TO WS-LAST-SERIAL
           END-READ.

       1500-WRITE-HEADER.
           MOVE SPACES TO WS-RPT-LINE
           STRING 'OFFICIAL CHECK ISSUANCE - BUSINESS DATE '
                  BUS-DATE
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE OCKRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE OCKRPT-REC FROM WS-RPT-LINE.

       2000-PROCESS-REQUEST.
           READ OCKREQ INTO OFFICIAL-CHECK-REQUEST
               AT END MOVE 'Y' TO WS-EOF-OCKREQ
           END-READ
           IF NOT EOF-OCKREQ
               ADD 1 TO WS-REQUEST-COUNT
               MOVE 'Y' TO WS-REQUEST-OK
               MOVE SPACES TO WS-REJECT-TEXT
               EVALUATE TRUE
                   WHEN OCQ-ISSUE AND OCQ-SERIAL = SPACES
                       PERFORM 3000-ISSUE-CHECK
                   WHEN OCQ-ISSUE
                       PERFORM 4000-REPLACE-CHECK
                   WHEN OCQ-STOP
                       PERFORM 5000-STOP-CHECK
                   WHEN OTHER
                       MOVE 'N' TO WS-REQUEST-OK
                       MOVE 'UNKNOWN REQUEST TYPE' TO WS-REJECT-TEXT
               END-EVALUATE
               IF NOT REQUEST-ACCEPTED
                   PERFORM 7000-REPORT-REJECT
               END-IF
           END-IF.

       2100-EDIT-ISSUE.
      *    Common to a new purchase and a replacement - the check
      *    itself must be printable.
           EVALUATE TRUE
               WHEN OCQ-CHECK-TYPE NOT = 'C' AND NOT = 'O'
                   MOVE 'N' TO WS-REQUEST-OK
                   MOVE 'CHECK TYPE MUST BE C OR O' TO WS-REJECT-TEXT
               WHEN OCQ-AMOUNT NOT NUMERIC
                   MOVE 'N' TO WS-REQUEST-OK
                   MOVE 'AMOUNT NOT NUMERIC' TO WS-REJECT-TEXT
               WHEN OCQ-AMOUNT = ZERO
                   MOVE 'N' TO WS-REQUEST-OK
                   MOVE 'ZERO AMOUNT' TO WS-REJECT-TEXT
               WHEN OCQ-PAYEE-NAME = SPACES
                   MOVE 'N' TO WS-REQUEST-OK
                   MOVE 'NO PAYEE' TO WS-REJECT-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3000-ISSUE-CHECK.
           PERFORM 2100-EDIT-ISSUE
           IF REQUEST-ACCEPTED
               IF OCQ-PURCHASER-ACCOUNT = SPACES
                   MOVE 'N' TO WS-REQUEST-OK
                   MOVE 'NO PURCHASER ACCOUNT' TO WS-REJECT-TEXT
               ELSE
      *            The leading ten characters of an account number
      *            are the CUSTOMER-ID (see ACCTMST).
                   CALL 'VALCUST' USING OCQ-PURCHASER-ACCOUNT(1:10)
                                        CUSTOMER-RECORD
                                        WS-VALIDATE-RC
                   IF WS-VALIDATE-RC NOT = ZERO
                       MOVE 'N' TO WS-REQUEST-OK
                       MOVE 'PURCHASER NOT FOUND OR NOT ACTIVE'
                           TO WS-REJECT-TEXT
                   END-IF
               END-IF
           END-IF
           IF REQUEST-ACCEPTED
               PERFORM 6000-ADD-CHECK
           END-IF
           IF REQUEST-ACCEPTED
               PERFORM 3100-DEBIT-PURCHASER
               ADD 1          TO WS-ISSUED-COUNT
               ADD OCK-AMOUNT TO WS-ISSUED-AMOUNT
               MOVE 'ISSUED'  TO WS-ACTION-TEXT
               PERFORM 6500-PRINT-CHECK
               PERFORM 7100-REPORT-ACTION
           END-IF.

       3100-DEBIT-PURCHASER.
           MOVE SPACES TO ACCOUNT-RECORD
           MOVE OCK-PURCHASER-ACCOUNT TO ACCOUNT-NUMBER
      *    The trailing two characters of an account number are its
      *    product code (see ACCTMST).
           MOVE OCK-PURCHASER-ACCOUNT(11:2) TO ACCOUNT-TYPE
           MOVE ZERO            TO AVAILABLE-BALANCE
           MOVE OCK-AMOUNT      TO PENDING-AMOUNT
           MOVE BUS-DATE(1:4)   TO TRANSACTION-DATE(1:4)
           MOVE '-'             TO TRANSACTION-DATE(5:1)
           MOVE BUS-DATE(5:2)   TO TRANSACTION-DATE(6:2)
           MOVE '-'             TO TRANSACTION-DATE(8:1)
           MOVE BUS-DATE(7:2)   TO TRANSACTION-DATE(9:2)
           MOVE '00:00:00'      TO TRANSACTION-TIME
           SET TXN-DEBIT        TO TRUE
      *    The serial is unique, so two checks bought from one
      *    account never look like a replay to PYMT001.
           MOVE SPACES          TO TRANSACTION-REF
           MOVE OCK-SERIAL      TO TRANSACTION-REF(1:10)
           MOVE 'OFCK'          TO CHANNEL-CODE
           SET PRIORITY-STANDARD TO TRUE
           WRITE OCKPYMT-REC FROM ACCOUNT-RECORD.

       4000-REPLACE-CHECK.
      *    A replacement is only for a check already stopped, for the
      *    same amount; the original is closed out as replaced and
      *    the liability carries over to the new serial.
           PERFORM 2100-EDIT-ISSUE
           IF REQUEST-ACCEPTED
               MOVE OCQ-SERIAL TO WS-LOOKUP-SERIAL
               PERFORM 6100-READ-CHECK
               EVALUATE TRUE
                   WHEN NOT CHECK-ON-FILE
                       MOVE 'N' TO WS-REQUEST-OK
                       MOVE 'CHECK TO REPLACE NOT ON REGISTER'
                           TO WS-REJECT-TEXT
                   WHEN NOT OCK-STOPPED
                       MOVE 'N' TO WS-REQUEST-OK
                       MOVE 'CHECK TO REPLACE IS NOT STOPPED'
                           TO WS-REJECT-TEXT
                   WHEN OCK-AMOUNT NOT = OCQ-AMOUNT
                       MOVE 'N' TO WS-REQUEST-OK
                       MOVE 'AMOUNT DIFFERS FROM STOPPED CHECK'
                           TO WS-REJECT-TEXT
                   WHEN OTHER
      *                The replacement is still the original
      *                purchaser's check.
                       MOVE OCK-PURCHASER-ACCOUNT
                           TO OCQ-PURCHASER-ACCOUNT
                       IF OCQ-REMITTER-NAME = SPACES
                           MOVE OCK-REMITTER-NAME
                               TO OCQ-REMITTER-NAME
                       END-IF
               END-EVALUATE
           END-IF
           IF REQUEST-ACCEPTED
               PERFORM 6000-ADD-CHECK
           END-IF
           IF REQUEST-ACCEPTED
               PERFORM 4100-CLOSE-ORIGINAL
           END-IF
           IF REQUEST-ACCEPTED
               MOVE WS-NEW-SERIAL TO WS-LOOKUP-SERIAL
               PERFORM 6100-READ-CHECK
               ADD 1          TO WS-REPLACED-COUNT
               ADD OCK-AMOUNT TO WS-REPLACED-AMOUNT
               MOVE 'REPLACEMENT' TO WS-ACTION-TEXT
               PERFORM 6500-PRINT-CHECK
               PERFORM 7100-REPORT-ACTION
           END-IF.

       4100-CLOSE-ORIGINAL.
           MOVE OCQ-SERIAL TO WS-LOOKUP-SERIAL
           PERFORM 6100-READ-CHECK
           SET OCK-REPLACED TO TRUE
           MOVE WS-NEW-SERIAL TO OCK-REPLACED-BY-SERIAL
           PERFORM 6300-REWRITE-CHECK.

       5000-STOP-CHECK.
           MOVE OCQ-SERIAL TO WS-LOOKUP-SERIAL
           PERFORM 6100-READ-CHECK
           EVALUATE TRUE
               WHEN NOT CHECK-ON-FILE
                   MOVE 'N' TO WS-REQUEST-OK
                   MOVE 'CHECK NOT ON REGISTER' TO WS-REJECT-TEXT
               WHEN NOT OCK-ISSUED
                   MOVE 'N' TO WS-REQUEST-OK
                   MOVE 'CHECK NOT OUTSTANDING' TO WS-REJECT-TEXT
               WHEN OCQ-STOP-REASON NOT = 'L' AND NOT = 'S'
                                    AND NOT = 'D'
                   MOVE 'N' TO WS-REQUEST-OK
                   MOVE 'STOP REASON MUST BE L, S OR D'
                       TO WS-REJECT-TEXT
               WHEN OTHER
                   SET OCK-STOPPED TO TRUE
                   MOVE BUS-DATE        TO OCK-STOP-DATE
                   MOVE OCQ-STOP-REASON TO OCK-STOP-REASON
                   PERFORM 6300-REWRITE-CHECK
           END-EVALUATE
           IF REQUEST-ACCEPTED
               ADD 1          TO WS-STOPPED-COUNT
               ADD OCK-AMOUNT TO WS-STOPPED-AMOUNT
               MOVE 'STOPPED' TO WS-ACTION-TEXT
               PERFORM 7100-REPORT-ACTION
           END-IF.

       6000-ADD-CHECK.
           ADD 1 TO WS-LAST-SERIAL
           MOVE WS-LAST-SERIAL        TO WS-NEW-SERIAL
           MOVE SPACES                TO OFFICIAL-CHECK-RECORD
           MOVE WS-NEW-SERIAL         TO OCK-SERIAL
           MOVE OCQ-CHECK-TYPE        TO OCK-CHECK-TYPE
           SET OCK-ISSUED             TO TRUE
           MOVE OCQ-AMOUNT            TO OCK-AMOUNT
           MOVE OCQ-PAYEE-NAME        TO OCK-PAYEE-NAME
           MOVE OCQ-PURCHASER-ACCOUNT TO OCK-PURCHASER-ACCOUNT
           MOVE OCQ-REMITTER-NAME     TO OCK-REMITTER-NAME
           MOVE OCQ-BRANCH-ID         TO OCK-BRANCH-ID
           MOVE BUS-DATE              TO OCK-ISSUE-DATE
           IF OCQ-ISSUE AND OCQ-SERIAL NOT = SPACES
               MOVE OCQ-SERIAL        TO OCK-REPLACES-SERIAL
           END-IF
           WRITE OCKMAST-REC FROM OFFICIAL-CHECK-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-REQUEST-OK
                   MOVE 'SERIAL ALREADY ON REGISTER'
                       TO WS-REJECT-TEXT
           END-WRITE
           IF NOT REQUEST-ACCEPTED
               MOVE WS-PROGRAM-NAME TO ERR-PROGRAM-NAME
               MOVE '6000-ADD-CHECK' TO ERR-PARAGRAPH
               SET ERRC-FILE-REWRITE-FAILED TO TRUE
               SET SEV-ERROR TO TRUE
               MOVE 'OCKMAST WRITE FAILED - SERIAL CONTROL OUT OF STEP'
                   TO ERR-MESSAGE
               CALL 'ERRHANDR' USING ERROR-RECORD
           END-IF.

       6100-READ-CHECK.
           MOVE WS-LOOKUP-SERIAL TO OCKMAST-SERIAL
           READ OCKMAST INTO OFFICIAL-CHECK-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-CHECK-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CHECK-FOUND
           END-READ.

       6300-REWRITE-CHECK.
           REWRITE OCKMAST-REC FROM OFFICIAL-CHECK-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-REQUEST-OK
                   MOVE 'REGISTER UPDATE FAILED' TO WS-REJECT-TEXT
           END-REWRITE.

       6500-PRINT-CHECK.
      *    One block per check; the form carries the MICR line and
      *    the signature, so the image only fills in the variable
      *    fields.
           IF OCK-CASHIERS-CHECK
               MOVE "CASHIER'S CHECK" TO WS-CHECK-TITLE
           ELSE
               MOVE 'OFFICIAL CHECK'  TO WS-CHECK-TITLE
           END-IF
           MOVE OCK-AMOUNT TO WS-FMT-AMOUNT
           CALL 'FMTAMT' USING WS-FMT-AMOUNT
                               WS-FORMATTED-AMT
                               SPACES
                               WS-PROCESS-RC
           MOVE SPACES TO WS-CHECK-LINE
           STRING WS-CHECK-TITLE
                  '   NO. ' OCK-SERIAL
                  '   DATE ' OCK-ISSUE-DATE
                  '   BRANCH ' OCK-BRANCH-ID
               DELIMITED SIZE INTO WS-CHECK-LINE
           WRITE OCKPRINT-REC FROM WS-CHECK-LINE
           MOVE SPACES TO WS-CHECK-LINE
           STRING 'PAY TO THE ORDER OF  ' OCK-PAYEE-NAME
                  '  ' WS-FORMATTED-AMT
               DELIMITED SIZE INTO WS-CHECK-LINE
           WRITE OCKPRINT-REC FROM WS-CHECK-LINE
           MOVE SPACES TO WS-CHECK-LINE
           STRING 'REMITTER  ' OCK-REMITTER-NAME
                  '   DRAWN ON ACCOUNT ' WS-OFFICIAL-CHECK-ACCT
               DELIMITED SIZE INTO WS-CHECK-LINE
           WRITE OCKPRINT-REC FROM WS-CHECK-LINE
           IF OCK-REPLACES-SERIAL NOT = SPACES
               MOVE SPACES TO WS-CHECK-LINE
               STRING 'REPLACES CHECK NO. ' OCK-REPLACES-SERIAL
                   DELIMITED SIZE INTO WS-CHECK-LINE
               WRITE OCKPRINT-REC FROM WS-CHECK-LINE
           END-IF.

       7000-REPORT-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           IF OCQ-AMOUNT NUMERIC
               MOVE OCQ-AMOUNT TO WS-FMT-AMOUNT
           ELSE
               MOVE ZERO TO WS-FMT-AMOUNT
           END-IF
           CALL 'FMTAMT' USING WS-FMT-AMOUNT
                               WS-FORMATTED-AMT
                               SPACES
                               WS-PROCESS-RC
           MOVE SPACES TO WS-RPT-LINE
           STRING 'REJECTED     ' OCQ-BRANCH-ID
                  ' ' OCQ-REQUEST-TYPE
                  ' ' OCQ-OPERATOR-ID
                  ' ACCT ' OCQ-PURCHASER-ACCOUNT
                  ' SER ' OCQ-SERIAL
                  ' ' WS-FORMATTED-AMT
                  ' ' WS-REJECT-TEXT
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE OCKRPT-REC FROM WS-RPT-LINE.

       7100-REPORT-ACTION.
           MOVE OCK-AMOUNT TO WS-FMT-AMOUNT
           CALL 'FMTAMT' USING WS-FMT-AMOUNT
                               WS-FORMATTED-AMT
                               SPACES
                               WS-PROCESS-RC
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-ACTION-TEXT ' ' OCK-BRANCH-ID
                  ' ' OCK-CHECK-TYPE
                  ' SER ' OCK-SERIAL
                  ' ACCT ' OCK-PURCHASER-ACCOUNT
                  ' ' WS-FORMATTED-AMT
                  ' ' OCK-PAYEE-NAME
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE OCKRPT-REC FROM WS-RPT-LINE.

       8000-UPDATE-CONTROL-RECORD.
           MOVE SPACES         TO OCK-CONTROL-RECORD
           MOVE WS-CONTROL-KEY TO OCK-CTL-KEY
           MOVE WS-LAST-SERIAL TO OCK-CTL-LAST-SERIAL
           IF CONTROL-ON-FILE
               REWRITE OCKMAST-REC FROM OCK-CONTROL-RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-CONTROL-FOUND
               END-REWRITE
           ELSE
               WRITE OCKMAST-REC FROM OCK-CONTROL-RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-CONTROL-FOUND
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-CONTROL-FOUND
               END-WRITE
           END-IF
           IF NOT CONTROL-ON-FILE
               MOVE WS-PROGRAM-NAME TO ERR-PROGRAM-NAME
               MOVE '8000-UPDATE-CONTROL-RECORD' TO ERR-PARAGRAPH
               SET ERRC-FILE-REWRITE-FAILED TO TRUE
               SET SEV-ERROR TO TRUE
               MOVE 'OCKMAST SERIAL CONTROL RECORD NOT SAVED'
                   TO ERR-MESSAGE
               CALL 'ERRHANDR' USING ERROR-RECORD
           END-IF.

       8100-WRITE-CONTROL-TOTAL.
      *    Only new money moves the liability - a replacement swaps
      *    one outstanding serial for another and a stop leaves the
      *    check owed, so neither is in the GL amount.
           MOVE WS-PROGRAM-NAME  TO CTL-JOB-STEP
           MOVE WS-REQUEST-COUNT TO CTL-TOTAL-COUNT
           COMPUTE CTL-SUCCESS-COUNT =
               WS-REQUEST-COUNT - WS-REJECT-COUNT
           MOVE WS-REJECT-COUNT  TO CTL-REJECT-COUNT
           MOVE WS-ISSUED-AMOUNT TO CTL-TOTAL-AMOUNT
           MOVE FUNCTION CURRENT-DATE TO CTL-TIMESTAMP
           OPEN EXTEND OCKCTL
           WRITE OCKCTL-REC FROM CONTROL-TOTAL-REC
           CLOSE OCKCTL.

       8500-WRITE-TOTAL-LINE.
           CALL 'FMTAMT' USING WS-FMT-AMOUNT
                               WS-FORMATTED-AMT
                               SPACES
                               WS-PROCESS-RC
           MOVE WS-COUNT-DISP    TO WS-RPT-LINE(33:8)
           MOVE WS-FORMATTED-AMT TO WS-RPT-LINE(43:18)
           WRITE OCKRPT-REC FROM WS-RPT-LINE.

       9000-END.
           MOVE SPACES TO WS-RPT-LINE
           WRITE OCKRPT-REC FROM WS-RPT-LINE
           MOVE 'CHECKS ISSUED:' TO WS-RPT-LINE
           MOVE WS-ISSUED-COUNT  TO WS-COUNT-DISP
           MOVE WS-ISSUED-AMOUNT TO WS-FMT-AMOUNT
           PERFORM 8500-WRITE-TOTAL-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE 'CHECKS REPLACED:' TO WS-RPT-LINE
           MOVE WS-REPLACED-COUNT  TO WS-COUNT-DISP
           MOVE WS-REPLACED-AMOUNT TO WS-FMT-AMOUNT
           PERFORM 8500-WRITE-TOTAL-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE 'CHECKS STOPPED:' TO WS-RPT-LINE
           MOVE WS-STOPPED-COUNT  TO WS-COUNT-DISP
           MOVE WS-STOPPED-AMOUNT TO WS-FMT-AMOUNT
           PERFORM 8500-WRITE-TOTAL-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE 'REQUESTS REJECTED:' TO WS-RPT-LINE
           MOVE WS-REJECT-COUNT TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP   TO WS-RPT-LINE(33:8)
           WRITE OCKRPT-REC FROM WS-RPT-LINE
           CLOSE OCKREQ
                 OCKMAST
                 OCKPYMT
                 OCKPRINT
                 OCKRPT
           DISPLAY 'OCKISSUE CHECKS ISSUED:     ' WS-ISSUED-COUNT
           DISPLAY 'OCKISSUE REQUESTS REJECTED: ' WS-REJECT-COUNT
           EVALUATE TRUE
               WHEN NOT CONTROL-ON-FILE
                   MOVE RC-ERROR TO WS-RETURN-CODE
               WHEN WS-REJECT-COUNT > ZERO
                   MOVE RC-WARNING TO WS-RETURN-CODE
               WHEN OTHER
                   MOVE RC-SUCCESS TO WS-RETURN-CODE
           END-EVALUATE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.
