      *----------------------------------------------------------------*
      * PROGRAM:  OLBINTAK                                             *
      * PURPOSE:  Online-banking instruction intake - reads the        *
      *           vendor's daily file of transfers and bill payments   *
      *           customers made in the app (header, instructions,     *
      *           trailer - see OLBDATA), proves it against its own    *
      *           trailer BEFORE anything posts, then validates each   *
      *           instruction: CHKDIGIT on every account number (a     *
      *           wrong digit is refused here, the instruction being   *
      *           the vendor's own data), VALCUST on the paying        *
      *           customer and on a transfer's receiving customer, and *
      *           the per-channel daily limits on PARMS.CHANLIM        *
      *           (channels 'OLBX' transfers, 'OLBP' bill payments)    *
      *           over the customer's instructions on the file.        *
      *           Instructions due tonight go onto the OLBPYMT feed    *
      *           PYMT001 picks up - a transfer as a TR payment, the   *
      *           receiving customer in TRANSACTION-REF(1:10), so it   *
      *           takes PYMT001's transfer path; a bill payment as a   *
      *           debit. Future-dated instructions park on the payment *
      *           warehouse for PAYWHSE to release on the value date.  *
      *           Every instruction is answered on the acknowledgment  *
      *           file returned to the vendor - accepted, scheduled or *
      *           rejected with a reason - so the status shows in the  *
      *           app. PYMT001 still applies its own posting checks    *
      *           (funds, velocity, the day's CHANUSED channel usage). *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    VALCUST, CHKDIGIT, ERRHANDR                          *
      * COPYBOOKS: OLBDATA, CUSTMAST, ACCTDATA, WHSEDATA, CHANLIM,     *
      *            ERRDATA, BUSDATE                                    *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     OLBINTAK.
       AUTHOR.         TABFORGE-AI.
       DATE-WRITTEN.   2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLBIN    ASSIGN TO UT-S-OLBIN
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT OLBPYMT  ASSIGN TO UT-S-OLBPYMT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT WHSEFILE ASSIGN TO UT-S-WHSEFILE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT OLBACK   ASSIGN TO UT-S-OLBACK
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT OLBRPT   ASSIGN TO UT-S-OLBRPT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT CHANLIMF ASSIGN TO UT-S-CHANLIM
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT BUSDATEF ASSIGN TO UT-S-BUSDATE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OLBIN
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
       01  OLBIN-REC                  PIC X(150).

       FD  OLBPYMT
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01  OLBPYMT-REC                PIC X(200).

      *    Future-dated instructions park on the warehouse
      *    accumulator (see WHSEDATA) ungraded - PAYWHSE funds-checks
      *    them on its first pass and releases them onto PYMT001's
      *    input the night their value date arrives.
       FD  WHSEFILE
           RECORDING MODE IS F
           RECORD CONTAINS 220 CHARACTERS.
       01  WHSEFILE-REC               PIC X(220).

       FD  OLBACK
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  OLBACK-REC                 PIC X(100).

       FD  OLBRPT
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  OLBRPT-REC                 PIC X(133).

      *    Per-channel daily limits (see CHANLIM copybook).
       FD  CHANLIMF
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  CHANLIMF-REC               PIC X(40).

      *    Business-date control record set by BDATESET at the start
      *    of the cycle (see BUSDATE copybook).
       FD  BUSDATEF
           RECORDING MODE IS F
           RECORD CONTAINS 30 CHARACTERS.
       01  BUSDATEF-REC               PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-OLBINTAK-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'OLBINTAK'.
           05  WS-EOF-OLBIN           PIC X(1)  VALUE 'N'.
               88  EOF-OLBIN              VALUE 'Y'.
           05  WS-EOF-CHANLIMF        PIC X(1)  VALUE 'N'.
               88  EOF-CHANLIMF           VALUE 'Y'.
           05  WS-PASS                PIC 9(1)  COMP VALUE 1.
           05  WS-ITEM-COUNT          PIC 9(7)  COMP VALUE ZERO.
           05  WS-ITEM-AMOUNT         PIC 9(11)V99 COMP-3 VALUE ZERO.
           05  WS-FILE-COUNT          PIC 9(7)  COMP VALUE ZERO.
           05  WS-FILE-AMOUNT         PIC 9(11)V99 COMP-3 VALUE ZERO.
           05  WS-HEADER-SEEN         PIC X(1)  VALUE 'N'.
               88  FILE-HEADER-SEEN       VALUE 'Y'.
           05  WS-TRAILER-SEEN        PIC X(1)  VALUE 'N'.
               88  FILE-TRAILER-SEEN      VALUE 'Y'.
           05  WS-CTL-OK              PIC X(1)  VALUE 'Y'.
               88  CONTROLS-BALANCE       VALUE 'Y'.
           05  WS-VALIDATE-RC         PIC S9(04) COMP VALUE ZERO.
           05  WS-CHKDGT-RC           PIC S9(04) COMP VALUE ZERO.
           05  WS-CHECK-ACCOUNT       PIC X(12) VALUE SPACES.
           05  WS-VALUE-DATE          PIC X(08) VALUE SPACES.
           05  WS-CHANNEL             PIC X(04) VALUE SPACES.
           05  WS-REJECT-CODE         PIC X(04) VALUE SPACES.
           05  WS-REJECT-TEXT         PIC X(40) VALUE SPACES.
           05  WS-ACCEPTED-COUNT      PIC 9(7)  COMP VALUE ZERO.
           05  WS-ACCEPTED-AMOUNT     PIC 9(11)V99 COMP-3 VALUE ZERO.
           05  WS-SCHEDULED-COUNT     PIC 9(7)  COMP VALUE ZERO.
           05  WS-SCHEDULED-AMOUNT    PIC 9(11)V99 COMP-3 VALUE ZERO.
           05  WS-REJECTED-COUNT      PIC 9(7)  COMP VALUE ZERO.
           05  WS-REJECTED-AMOUNT     PIC 9(11)V99 COMP-3 VALUE ZERO.
           05  WS-COUNT-DISP          PIC ZZZZZZZ9.
           05  WS-AMOUNT-DISP         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-RPT-LINE            PIC X(133) VALUE SPACES.

      *    Channel limits, and the customer's instructions on this
      *    file counted against them per channel and value date - a
      *    limit is a day's limit, so a future-dated payment counts
      *    toward its own value date, not tonight.
       01  WS-LIMIT-TABLES.
           05  WS-CL-LOADED           PIC 9(4)  COMP VALUE ZERO.
           05  WS-CL-MAX              PIC 9(4)  COMP VALUE 50.
           05  WS-CL-IX               PIC 9(4)  COMP VALUE ZERO.
           05  WS-CL-FOUND-IX         PIC 9(4)  COMP VALUE ZERO.
           05  WS-CL-ENTRY OCCURS 50 TIMES.
               10  WS-CL-CHANNEL      PIC X(04).
               10  WS-CL-AMT          PIC S9(11)V99 COMP-3.
               10  WS-CL-CNT          PIC 9(05) COMP.
           05  WS-CU-LOADED           PIC 9(5)  COMP VALUE ZERO.
           05  WS-CU-MAX              PIC 9(5)  COMP VALUE 5000.
           05  WS-CU-IX               PIC 9(5)  COMP VALUE ZERO.
           05  WS-CU-FOUND-IX         PIC 9(5)  COMP VALUE ZERO.
           05  WS-CU-ENTRY OCCURS 5000 TIMES.
               10  WS-CU-CUST         PIC X(10).
               10  WS-CU-CHAN         PIC X(04).
               10  WS-CU-DATE         PIC X(08).
               10  WS-CU-AMT          PIC S9(11)V99 COMP-3.
               10  WS-CU-CNT          PIC 9(05) COMP.

       COPY OLBDATA.
       COPY CUSTMAST.
       COPY ACCTDATA.
       COPY WHSEDATA.
       COPY CHANLIM.
       COPY ERRDATA.
       COPY BUSDATE.

       PROCEDURE DIVISION.

       1000-INIT.
           PERFORM 1010-READ-BUSINESS-DATE
           PERFORM 1100-LOAD-CHANNEL-LIMITS
           OPEN OUTPUT OLBRPT
           PERFORM 1500-WRITE-HEADER
      *    Pass one proves the file against its trailer; pass two
      *    answers every instruction - posting them only if the file
      *    balanced, otherwise rejecting them all so the vendor
      *    resends. The feed is opened either way, so a held-back
      *    file leaves it empty rather than leaving the last night's
      *    payments on it.
           MOVE 1 TO WS-PASS
           PERFORM 2000-READ-INSTRUCTION-FILE
           PERFORM 2500-VERIFY-CONTROLS
           OPEN OUTPUT OLBPYMT
           OPEN OUTPUT OLBACK
           OPEN EXTEND WHSEFILE
           MOVE 2 TO WS-PASS
           PERFORM 2000-READ-INSTRUCTION-FILE
           CLOSE OLBPYMT
                 OLBACK
                 WHSEFILE
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

       1100-LOAD-CHANNEL-LIMITS.
           OPEN INPUT CHANLIMF
           PERFORM UNTIL EOF-CHANLIMF
               READ CHANLIMF INTO CHANNEL-LIMIT-RECORD
                   AT END MOVE 'Y' TO WS-EOF-CHANLIMF
               END-READ
               IF NOT EOF-CHANLIMF
                   IF WS-CL-LOADED < WS-CL-MAX
                       ADD 1 TO WS-CL-LOADED
                       MOVE CL-CHANNEL-CODE
                           TO WS-CL-CHANNEL(WS-CL-LOADED)
                       MOVE CL-DAILY-AMOUNT
                           TO WS-CL-AMT(WS-CL-LOADED)
                       MOVE CL-DAILY-COUNT
                           TO WS-CL-CNT(WS-CL-LOADED)
                   ELSE
                       DISPLAY 'OLBINTAK CHANNEL LIMIT TABLE FULL - '
                               'IGNORED: ' CL-CHANNEL-CODE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE CHANLIMF.

       1500-WRITE-HEADER.
           MOVE SPACES TO WS-RPT-LINE
           STRING 'ONLINE-BANKING INSTRUCTION INTAKE REPORT  ' BUS-DATE
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE OLBRPT-REC FROM WS-RPT-LINE.

       2000-READ-INSTRUCTION-FILE.
           OPEN INPUT OLBIN
           MOVE 'N' TO WS-EOF-OLBIN
           PERFORM UNTIL EOF-OLBIN
               READ OLBIN INTO OLB-INSTRUCTION-RECORD
                   AT END MOVE 'Y' TO WS-EOF-OLBIN
               END-READ
               IF NOT EOF-OLBIN
                   EVALUATE TRUE
                       WHEN OLI-HEADER
                           IF WS-PASS = 1
                               MOVE 'Y' TO WS-HEADER-SEEN
                           END-IF
                       WHEN OLI-DETAIL
                           IF WS-PASS = 1
                               ADD 1 TO WS-ITEM-COUNT
                               ADD OLI-AMOUNT TO WS-ITEM-AMOUNT
                           ELSE
                               PERFORM 3000-PROCESS-INSTRUCTION
                           END-IF
                       WHEN OLI-TRAILER
                           IF WS-PASS = 1
                               MOVE 'Y' TO WS-TRAILER-SEEN
                               MOVE OLT-INSTRUCTION-COUNT
                                   TO WS-FILE-COUNT
                               MOVE OLT-AMOUNT-TOTAL TO WS-FILE-AMOUNT
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM
           CLOSE OLBIN.

       2500-VERIFY-CONTROLS.
           IF NOT FILE-HEADER-SEEN OR NOT FILE-TRAILER-SEEN
               MOVE 'N' TO WS-CTL-OK
               MOVE SPACES TO WS-RPT-LINE
               MOVE '*** FILE HEADER OR TRAILER MISSING - FILE INCOMPLE
      -             'TE ***' TO WS-RPT-LINE
               WRITE OLBRPT-REC FROM WS-RPT-LINE
           ELSE
               IF WS-ITEM-COUNT NOT = WS-FILE-COUNT
                       OR WS-ITEM-AMOUNT NOT = WS-FILE-AMOUNT
                   MOVE 'N' TO WS-CTL-OK
                   MOVE SPACES TO WS-RPT-LINE
                   MOVE '*** FILE TRAILER TOTALS DO NOT MATCH INSTRUCTI
      -                 'ON DETAIL ***' TO WS-RPT-LINE
                   WRITE OLBRPT-REC FROM WS-RPT-LINE
               END-IF
           END-IF
           IF NOT CONTROLS-BALANCE
               MOVE SPACES TO WS-RPT-LINE
               MOVE '*** INSTRUCTION FILE OUT OF BALANCE - NOTHING POST
      -             'ED, ALL REJECTED ***' TO WS-RPT-LINE
               WRITE OLBRPT-REC FROM WS-RPT-LINE
               MOVE 'OLBINTAK' TO ERR-PROGRAM-NAME
               MOVE '2500-VERIFY-CONTROLS' TO ERR-PARAGRAPH
               SET ERRC-OLB-OUT-OF-BALANCE TO TRUE
               SET SEV-ERROR TO TRUE
               MOVE 'ONLINE-BANKING FILE FAILS ITS OWN TRAILER TOTALS'
                   TO ERR-MESSAGE
               CALL 'ERRHANDR' USING ERROR-RECORD
           END-IF.

       3000-PROCESS-INSTRUCTION.
      *    A blank value date means as soon as possible - tonight.
           IF OLI-VALUE-DATE = SPACES OR OLI-VALUE-DATE < BUS-DATE
               MOVE BUS-DATE TO WS-VALUE-DATE
           ELSE
               MOVE OLI-VALUE-DATE TO WS-VALUE-DATE
           END-IF
           IF OLI-TRANSFER
               MOVE 'OLBX' TO WS-CHANNEL
           ELSE
               MOVE 'OLBP' TO WS-CHANNEL
           END-IF
           MOVE SPACES TO WS-REJECT-CODE
           PERFORM 3100-VALIDATE-INSTRUCTION
           IF WS-REJECT-CODE = SPACES
               PERFORM 3300-CHECK-CHANNEL-LIMIT
           END-IF
           IF WS-REJECT-CODE = SPACES
               PERFORM 3500-BUILD-PAYMENT-RECORD
               IF WS-VALUE-DATE > BUS-DATE
                   PERFORM 3700-WAREHOUSE-PAYMENT
               ELSE
                   PERFORM 3600-FEED-PAYMENT
               END-IF
           ELSE
               PERFORM 3800-REJECT-INSTRUCTION
           END-IF.

       3100-VALIDATE-INSTRUCTION.
      *    Checked in the order the customer can act on: a file the
      *    bank would not take, the request itself, then each account.
           EVALUATE TRUE
               WHEN NOT CONTROLS-BALANCE
                   MOVE 'FILE' TO WS-REJECT-CODE
                   MOVE 'FILE OUT OF BALANCE - PLEASE RESUBMIT'
                       TO WS-REJECT-TEXT
               WHEN NOT (OLI-TRANSFER OR OLI-BILL-PAYMENT)
                   MOVE 'TYPE' TO WS-REJECT-CODE
                   MOVE 'UNKNOWN INSTRUCTION TYPE' TO WS-REJECT-TEXT
               WHEN OLI-AMOUNT NOT NUMERIC OR OLI-AMOUNT = ZERO
                   MOVE 'AMT ' TO WS-REJECT-CODE
                   MOVE 'AMOUNT MISSING OR INVALID' TO WS-REJECT-TEXT
               WHEN OLI-BILL-PAYMENT AND OLI-PAYEE-NAME = SPACES
                   MOVE 'PAYE' TO WS-REJECT-CODE
                   MOVE 'BILL PAYMENT HAS NO PAYEE' TO WS-REJECT-TEXT
               WHEN OTHER
                   MOVE OLI-FROM-ACCOUNT TO WS-CHECK-ACCOUNT
                   PERFORM 3200-VALIDATE-ACCOUNT
                   IF WS-REJECT-CODE = SPACES AND OLI-TRANSFER
                       IF OLI-TO-ACCOUNT(1:10)
                               = OLI-FROM-ACCOUNT(1:10)
                           MOVE 'SAME' TO WS-REJECT-CODE
                           MOVE 'TRANSFER TO THE SAME ACCOUNT'
                               TO WS-REJECT-TEXT
                       ELSE
                           MOVE OLI-TO-ACCOUNT TO WS-CHECK-ACCOUNT
                           PERFORM 3200-VALIDATE-ACCOUNT
                           IF WS-REJECT-CODE NOT = SPACES
                               MOVE 'XFTO' TO WS-REJECT-CODE
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.

       3200-VALIDATE-ACCOUNT.
           CALL 'CHKDIGIT' USING WS-CHECK-ACCOUNT
                                 WS-CHKDGT-RC
           IF WS-CHKDGT-RC = 4
               MOVE 'CHKD' TO WS-REJECT-CODE
               MOVE 'ACCOUNT NUMBER FAILS CHECK-DIGIT TEST'
                   TO WS-REJECT-TEXT
           ELSE
               CALL 'VALCUST' USING WS-CHECK-ACCOUNT(1:10)
                                    CUSTOMER-RECORD
                                    WS-VALIDATE-RC
               EVALUATE WS-VALIDATE-RC
                   WHEN 0
                       CONTINUE
                   WHEN 8
                       MOVE 'ACCT' TO WS-REJECT-CODE
                       MOVE 'ACCOUNT NOT FOUND' TO WS-REJECT-TEXT
                   WHEN 16
                       MOVE 'ACCT' TO WS-REJECT-CODE
                       MOVE 'ACCOUNT CLOSED' TO WS-REJECT-TEXT
                   WHEN OTHER
                       MOVE 'ACCT' TO WS-REJECT-CODE
                       MOVE 'ACCOUNT CANNOT ACCEPT THIS PAYMENT'
                           TO WS-REJECT-TEXT
               END-EVALUATE
           END-IF.

       3300-CHECK-CHANNEL-LIMIT.
      *    No limit record for the channel means no limit, as in
      *    PYMT001. The customer's instructions on this file count
      *    toward the day they are due.
           MOVE ZERO TO WS-CL-FOUND-IX
           PERFORM VARYING WS-CL-IX FROM 1 BY 1
                   UNTIL WS-CL-IX > WS-CL-LOADED
                   OR WS-CL-FOUND-IX > ZERO
               IF WS-CL-CHANNEL(WS-CL-IX) = WS-CHANNEL
                   MOVE WS-CL-IX TO WS-CL-FOUND-IX
               END-IF
           END-PERFORM
           IF WS-CL-FOUND-IX > ZERO
               PERFORM 3350-FIND-USAGE-SLOT
               IF WS-CU-FOUND-IX > ZERO
                   IF WS-CU-AMT(WS-CU-FOUND-IX) + OLI-AMOUNT
                           > WS-CL-AMT(WS-CL-FOUND-IX)
                       OR WS-CU-CNT(WS-CU-FOUND-IX) + 1
                           > WS-CL-CNT(WS-CL-FOUND-IX)
                       MOVE 'VLIM' TO WS-REJECT-CODE
                       MOVE 'DAILY CHANNEL LIMIT EXCEEDED'
                           TO WS-REJECT-TEXT
                   ELSE
                       ADD OLI-AMOUNT TO WS-CU-AMT(WS-CU-FOUND-IX)
                       ADD 1          TO WS-CU-CNT(WS-CU-FOUND-IX)
                   END-IF
               ELSE
                   IF OLI-AMOUNT > WS-CL-AMT(WS-CL-FOUND-IX)
                       MOVE 'VLIM' TO WS-REJECT-CODE
                       MOVE 'DAILY CHANNEL LIMIT EXCEEDED'
                           TO WS-REJECT-TEXT
                   END-IF
               END-IF
           END-IF.

       3350-FIND-USAGE-SLOT.
      *    A usage table too small to add the customer leaves the
      *    check to PYMT001 on the posting night.
           MOVE ZERO TO WS-CU-FOUND-IX
           PERFORM VARYING WS-CU-IX FROM 1 BY 1
                   UNTIL WS-CU-IX > WS-CU-LOADED
                   OR WS-CU-FOUND-IX > ZERO
               IF WS-CU-CUST(WS-CU-IX) = OLI-FROM-ACCOUNT(1:10)
                       AND WS-CU-CHAN(WS-CU-IX) = WS-CHANNEL
                       AND WS-CU-DATE(WS-CU-IX) = WS-VALUE-DATE
                   MOVE WS-CU-IX TO WS-CU-FOUND-IX
               END-IF
           END-PERFORM
           IF WS-CU-FOUND-IX = ZERO AND WS-CU-LOADED < WS-CU-MAX
               ADD 1 TO WS-CU-LOADED
               MOVE WS-CU-LOADED TO WS-CU-FOUND-IX
               MOVE OLI-FROM-ACCOUNT(1:10)
                                  TO WS-CU-CUST(WS-CU-FOUND-IX)
               MOVE WS-CHANNEL    TO WS-CU-CHAN(WS-CU-FOUND-IX)
               MOVE WS-VALUE-DATE TO WS-CU-DATE(WS-CU-FOUND-IX)
               MOVE ZERO          TO WS-CU-AMT(WS-CU-FOUND-IX)
               MOVE ZERO          TO WS-CU-CNT(WS-CU-FOUND-IX)
           END-IF.

       3500-BUILD-PAYMENT-RECORD.
           MOVE SPACES TO ACCOUNT-RECORD
           MOVE OLI-FROM-ACCOUNT TO ACCOUNT-NUMBER
      *    The trailing two characters of an account number are its
      *    product code (see ACCTMST).
           MOVE OLI-FROM-ACCOUNT(11:2) TO ACCOUNT-TYPE
           MOVE ZERO                TO AVAILABLE-BALANCE
           MOVE OLI-AMOUNT          TO PENDING-AMOUNT
           MOVE WS-VALUE-DATE(1:4)  TO TRANSACTION-DATE(1:4)
           MOVE '-'                 TO TRANSACTION-DATE(5:1)
           MOVE WS-VALUE-DATE(5:2)  TO TRANSACTION-DATE(6:2)
           MOVE '-'                 TO TRANSACTION-DATE(8:1)
           MOVE WS-VALUE-DATE(7:2)  TO TRANSACTION-DATE(9:2)
           MOVE '00:00:00'          TO TRANSACTION-TIME
      *    A transfer names its receiving customer in the leading ten
      *    characters of the reference, with the tail of the vendor's
      *    instruction ID after it; a bill payment carries the whole
      *    instruction ID.
           IF OLI-TRANSFER
               SET TXN-TRANSFER TO TRUE
               MOVE SPACES TO TRANSACTION-REF
               STRING OLI-TO-ACCOUNT(1:10) OLI-INSTRUCTION-ID(11:6)
                   DELIMITED SIZE INTO TRANSACTION-REF
           ELSE
               SET TXN-DEBIT TO TRUE
               MOVE OLI-INSTRUCTION-ID TO TRANSACTION-REF
           END-IF
           MOVE WS-CHANNEL          TO CHANNEL-CODE
           SET PRIORITY-STANDARD    TO TRUE.

       3600-FEED-PAYMENT.
           WRITE OLBPYMT-REC FROM ACCOUNT-RECORD
           ADD 1 TO WS-ACCEPTED-COUNT
           ADD OLI-AMOUNT TO WS-ACCEPTED-AMOUNT
           MOVE SPACES TO OLB-ACK-RECORD
           SET OLA-ACCEPTED TO TRUE
           MOVE 'ACCEPTED FOR POSTING TONIGHT' TO OLA-REASON-TEXT
           PERFORM 3900-WRITE-ACK.

       3700-WAREHOUSE-PAYMENT.
      *    Parked ungraded (flag space), so PAYWHSE's first pass runs
      *    the early funds check and the value date settles it.
           MOVE SPACES         TO WAREHOUSE-RECORD
           MOVE WS-VALUE-DATE  TO WHS-VALUE-DATE
           MOVE SPACE          TO WHS-FUNDS-FLAG
           MOVE BUS-DATE       TO WHS-QUEUED-DATE
           MOVE ACCOUNT-RECORD TO WHS-PAYMENT-DATA
           WRITE WHSEFILE-REC FROM WAREHOUSE-RECORD
           ADD 1 TO WS-SCHEDULED-COUNT
           ADD OLI-AMOUNT TO WS-SCHEDULED-AMOUNT
           MOVE SPACES TO OLB-ACK-RECORD
           SET OLA-SCHEDULED TO TRUE
           MOVE 'SCHEDULED FOR THE VALUE DATE' TO OLA-REASON-TEXT
           PERFORM 3900-WRITE-ACK.

       3800-REJECT-INSTRUCTION.
           ADD 1 TO WS-REJECTED-COUNT
           IF OLI-AMOUNT NUMERIC
               ADD OLI-AMOUNT TO WS-REJECTED-AMOUNT
           END-IF
           MOVE SPACES TO OLB-ACK-RECORD
           SET OLA-REJECTED TO TRUE
           MOVE WS-REJECT-CODE TO OLA-REASON-CODE
           MOVE WS-REJECT-TEXT TO OLA-REASON-TEXT
           MOVE SPACES TO TRANSACTION-REF
           PERFORM 3900-WRITE-ACK
           MOVE SPACES TO WS-RPT-LINE
           STRING OLI-INSTRUCTION-ID   DELIMITED SIZE
                  '  '                 DELIMITED SIZE
                  OLI-FROM-ACCOUNT     DELIMITED SIZE
                  '  REJECTED '        DELIMITED SIZE
                  WS-REJECT-CODE       DELIMITED SIZE
                  ' '                  DELIMITED SIZE
                  WS-REJECT-TEXT       DELIMITED SIZE
                  INTO WS-RPT-LINE
           WRITE OLBRPT-REC FROM WS-RPT-LINE.

       3900-WRITE-ACK.
           MOVE OLI-INSTRUCTION-ID TO OLA-INSTRUCTION-ID
           MOVE TRANSACTION-REF    TO OLA-POSTING-REF
           MOVE BUS-DATE           TO OLA-PROCESS-DATE
           MOVE WS-VALUE-DATE      TO OLA-VALUE-DATE
           WRITE OLBACK-REC FROM OLB-ACK-RECORD.

       9000-END.
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-ACCEPTED-COUNT TO WS-COUNT-DISP
           MOVE WS-ACCEPTED-AMOUNT TO WS-AMOUNT-DISP
           STRING 'ACCEPTED FOR TONIGHT:   ' WS-COUNT-DISP
                  '  ' WS-AMOUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE OLBRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-SCHEDULED-COUNT TO WS-COUNT-DISP
           MOVE WS-SCHEDULED-AMOUNT TO WS-AMOUNT-DISP
           STRING 'SCHEDULED (WAREHOUSED): ' WS-COUNT-DISP
                  '  ' WS-AMOUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE OLBRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-REJECTED-COUNT TO WS-COUNT-DISP
           MOVE WS-REJECTED-AMOUNT TO WS-AMOUNT-DISP
           STRING 'REJECTED:               ' WS-COUNT-DISP
                  '  ' WS-AMOUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE OLBRPT-REC FROM WS-RPT-LINE
           CLOSE OLBRPT
           DISPLAY 'OLBINTAK INSTRUCTIONS: ' WS-ITEM-COUNT
           DISPLAY 'OLBINTAK ACCEPTED:     ' WS-ACCEPTED-COUNT
           DISPLAY 'OLBINTAK SCHEDULED:    ' WS-SCHEDULED-COUNT
           DISPLAY 'OLBINTAK REJECTED:     ' WS-REJECTED-COUNT
      *    An unbalanced file is answered and held back for the
      *    vendor to resend; the rest of the night still runs.
           EVALUATE TRUE
               WHEN NOT CONTROLS-BALANCE
                       OR WS-REJECTED-COUNT > ZERO
                   MOVE RC-WARNING TO WS-RETURN-CODE
               WHEN OTHER
                   MOVE RC-SUCCESS TO WS-RETURN-CODE
           END-EVALUATE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.
