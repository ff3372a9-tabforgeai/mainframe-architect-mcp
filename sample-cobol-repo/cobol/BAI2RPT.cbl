      *----------------------------------------------------------------*
      * PROGRAM:  BAI2RPT                                              *
      * PURPOSE:  BAI2 balance and transaction reporting for enrolled  *
      *           corporate customers. Runs after a posting pass -     *
      *           prior-day after the nightly PYMT001, interim         *
      *           same-day after each PYMTCYCL cutoff (SYSIN line 1).  *
      *           The accounts on the BAIENRL enrollment file (SEG-    *
      *           CORPORATE customers only) are reported one BAI2 file *
      *           per delivery mailbox: 01 file header, 02 group, per  *
      *           account an 03 with ledger and available balances,    *
      *           one-day and two-day float from the FNDHOLD Reg CC    *
      *           holds and credit/debit summaries, a 16 per posted    *
      *           item (BAI type code by channel, TRANSACTION-REF as   *
      *           the bank reference), and the 49/98/99 trailers with  *
      *           their control totals and record counts. Posted items *
      *           are the pass's payment input less its reject queue;  *
      *           their count and amount must agree with PYMT001's     *
      *           control-total record for the pass (SYSIN line 2), or *
      *           the step ends RC=4 with the break on the report.     *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    DBREAD01                                             *
      * COPYBOOKS: BAIDATA, CUSTMAST, ACCTDATA, HOLDDATA, PYMTREJQ,    *
      *            CTLDATA, BUSDATE                                    *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     BAI2RPT.
       AUTHOR.         TABFORGE-AI.
       DATE-WRITTEN.   2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BAIENRL  ASSIGN TO UT-S-BAIENRL
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT PYMTFILE ASSIGN TO UT-S-PYMTFILE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT REJECTS  ASSIGN TO UT-S-REJECTS
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT FNDHOLD  ASSIGN TO UT-S-FNDHOLD
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT CTLTOTFILE ASSIGN TO UT-S-CTLTOTAL
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT WRKFILE  ASSIGN TO UT-S-WRKFILE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT SORTWK1  ASSIGN TO UT-S-SORTWK.
           SELECT SRTWRK   ASSIGN TO UT-S-SRTWRK
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT BAIOUT   ASSIGN TO UT-S-BAIOUT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT BAIRPT   ASSIGN TO UT-S-BAIRPT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT BUSDATEF ASSIGN TO UT-S-BUSDATE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BAIENRL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  BAIENRL-REC                PIC X(80).

       FD  PYMTFILE
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01  PYMTFILE-REC               PIC X(200).

       FD  REJECTS
           RECORDING MODE IS F
           RECORD CONTAINS 254 CHARACTERS.
       01  REJECTS-REC                PIC X(254).

       FD  FNDHOLD
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  FNDHOLD-REC                PIC X(60).

       FD  CTLTOTFILE
           RECORDING MODE IS F
           RECORD CONTAINS 54 CHARACTERS.
       01  CTLTOTFILE-REC             PIC X(54).

       FD  WRKFILE
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
       01  WRKFILE-REC                PIC X(150).

       SD  SORTWK1
           RECORD CONTAINS 150 CHARACTERS.
       01  SORTWK1-REC.
           05  SORTWK1-KEY            PIC X(30).
           05  FILLER                 PIC X(120).

       FD  SRTWRK
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
       01  SRTWRK-REC                 PIC X(150).

      *    BAI2 physical records - 80-byte card images, one file per
      *    delivery mailbox, split out on transmission.
       FD  BAIOUT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  BAIOUT-REC                 PIC X(80).

       FD  BAIRPT
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  BAIRPT-REC                 PIC X(133).

       FD  BUSDATEF
           RECORDING MODE IS F
           RECORD CONTAINS 30 CHARACTERS.
       01  BUSDATEF-REC               PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-BAI2RPT-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'BAI2RPT'.
           05  WS-OUR-ABA             PIC X(9)  VALUE '021000089'.
      *    SYSIN line 1: P = prior-day (nightly), I = interim
      *    same-day (PYMTCYCL cutoff). Line 2: the control-total step
      *    the pass's PYMT001 wrote under - PYMT001 at night, the
      *    cycle tag at a cutoff.
           05  WS-RUN-TYPE            PIC X(1)  VALUE 'P'.
               88  RUN-PRIOR-DAY          VALUE 'P'.
               88  RUN-INTRADAY           VALUE 'I'.
           05  WS-CTL-STEP            PIC X(8)  VALUE SPACES.
           05  WS-EOF-INPUT           PIC X(1)  VALUE 'N'.
               88  EOF-INPUT              VALUE 'Y'.
           05  WS-READ-RC             PIC S9(04) COMP VALUE ZERO.
           05  WS-STAMP               PIC X(21) VALUE SPACES.
           05  WS-FILE-DATE           PIC X(6)  VALUE SPACES.
           05  WS-FILE-TIME           PIC X(4)  VALUE SPACES.
           05  WS-ASOF-DATE           PIC X(6)  VALUE SPACES.
           05  WS-ASOF-TIME           PIC X(4)  VALUE SPACES.
           05  WS-ASOF-MODIFIER       PIC X(1)  VALUE '2'.
           05  WS-TODAY-INT           PIC 9(8)  COMP VALUE ZERO.
           05  WS-RELEASE-INT         PIC 9(8)  COMP VALUE ZERO.
           05  WS-DATE-8              PIC 9(8)  VALUE ZERO.
           05  WS-SEQUENCE            PIC 9(7)  COMP VALUE ZERO.
           05  WS-LEG-CUST            PIC X(10) VALUE SPACES.
           05  WS-LEG-SIGN            PIC X(1)  VALUE SPACE.
               88  LEG-CREDIT             VALUE 'C'.
               88  LEG-DEBIT              VALUE 'D'.
           05  WS-TYPE-CODE           PIC X(3)  VALUE SPACES.
      *    Posting proof - posted items counted here, against the
      *    pass's PYMT001 control-total record.
           05  WS-POSTED-COUNT        PIC 9(9)  COMP VALUE ZERO.
           05  WS-POSTED-AMOUNT       PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-CTL-FOUND           PIC X(1)  VALUE 'N'.
               88  CTL-RECORD-FOUND       VALUE 'Y'.
           05  WS-CTL-COUNT           PIC 9(9)  COMP VALUE ZERO.
           05  WS-CTL-AMOUNT          PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-PROOF-OK            PIC X(1)  VALUE 'Y'.
               88  PROOF-AGREES           VALUE 'Y'.
      *    BAI2 control breaks and counts.
           05  WS-EOF-SRTWRK          PIC X(1)  VALUE 'N'.
               88  EOF-SRTWRK             VALUE 'Y'.
           05  WS-CURR-MAILBOX        PIC X(10) VALUE SPACES.
           05  WS-FILE-OPEN           PIC X(1)  VALUE 'N'.
               88  BAI-FILE-OPEN          VALUE 'Y'.
           05  WS-ACCOUNT-OPEN        PIC X(1)  VALUE 'N'.
               88  BAI-ACCOUNT-OPEN       VALUE 'Y'.
           05  WS-FILE-SEQ            PIC 9(4)  VALUE ZERO.
           05  WS-FILE-RECORDS        PIC 9(9)  COMP VALUE ZERO.
           05  WS-GROUP-RECORDS       PIC 9(9)  COMP VALUE ZERO.
           05  WS-ACCOUNT-RECORDS     PIC 9(9)  COMP VALUE ZERO.
           05  WS-GROUP-ACCOUNTS      PIC 9(7)  COMP VALUE ZERO.
           05  WS-GROUP-ITEMS         PIC 9(7)  COMP VALUE ZERO.
           05  WS-FILE-TOTAL          PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-GROUP-TOTAL         PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-ACCOUNT-TOTAL       PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-FILES-WRITTEN       PIC 9(7)  COMP VALUE ZERO.
           05  WS-ITEMS-WRITTEN       PIC 9(9)  COMP VALUE ZERO.
           05  WS-SKIPPED-COUNT       PIC 9(7)  COMP VALUE ZERO.
      *    BAI2 field editing - amounts go out in cents with no
      *    decimal point, numbers with no leading zeros.
           05  WS-BAI-LINE            PIC X(80) VALUE SPACES.
           05  WS-PTR                 PIC 9(3)  COMP VALUE 1.
           05  WS-ED-AMOUNT           PIC S9(15)V99 VALUE ZERO.
           05  WS-ED-NUMBER           PIC S9(17) VALUE ZERO.
           05  WS-ED-DIGITS           PIC 9(17) VALUE ZERO.
           05  WS-ED-ZEROS            PIC 9(3)  COMP VALUE ZERO.
           05  WS-ED-TEXT             PIC X(18) VALUE SPACES.
           05  WS-ED-LEN              PIC 9(3)  COMP VALUE ZERO.
           05  WS-SUM-CODE            PIC X(3)  VALUE SPACES.
           05  WS-SUM-COUNT           PIC 9(7)  VALUE ZERO.
           05  WS-SUM-LAST            PIC X(1)  VALUE 'N'.
               88  SUM-IS-LAST            VALUE 'Y'.
           05  WS-COUNT-DISP          PIC ZZZZZZZZ9.
           05  WS-AMOUNT-DISP         PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-RPT-LINE            PIC X(133) VALUE SPACES.

      *    Enrolled corporate accounts, keyed by CUSTOMER-ID (a
      *    customer carries one balance), with the pass's activity
      *    and the customer's holds accumulated against each.
       01  WS-ENROLLED-TABLE.
           05  WS-EN-LOADED           PIC 9(4)  COMP VALUE ZERO.
           05  WS-EN-MAX              PIC 9(4)  COMP VALUE 1000.
           05  WS-EN-IX               PIC 9(4)  COMP VALUE ZERO.
           05  WS-EN-FOUND-IX         PIC 9(4)  COMP VALUE ZERO.
           05  WS-EN-ENTRY OCCURS 1000 TIMES.
               10  WS-EN-CUST         PIC X(10).
               10  WS-EN-ACCOUNT      PIC X(12).
               10  WS-EN-MAILBOX      PIC X(10).
               10  WS-EN-RECEIVER     PIC X(15).
               10  WS-EN-CURRENCY     PIC X(03).
               10  WS-EN-LEDGER       PIC S9(13)V99 COMP-3.
               10  WS-EN-CR-AMT       PIC S9(13)V99 COMP-3.
               10  WS-EN-CR-CNT       PIC 9(7)  COMP.
               10  WS-EN-DR-AMT       PIC S9(13)V99 COMP-3.
               10  WS-EN-DR-CNT       PIC 9(7)  COMP.
               10  WS-EN-FLOAT-1      PIC S9(13)V99 COMP-3.
               10  WS-EN-FLOAT-2      PIC S9(13)V99 COMP-3.
               10  WS-EN-HELD-BEFORE  PIC S9(13)V99 COMP-3.

      *    The pass's reject queue - a payment that matches one
      *    (account, reference, amount) did not post.
       01  WS-REJECT-TABLE.
           05  WS-RJ-LOADED           PIC 9(5)  COMP VALUE ZERO.
           05  WS-RJ-MAX              PIC 9(5)  COMP VALUE 5000.
           05  WS-RJ-IX               PIC 9(5)  COMP VALUE ZERO.
           05  WS-RJ-MATCHED          PIC X(1)  VALUE 'N'.
               88  PAYMENT-REJECTED       VALUE 'Y'.
           05  WS-RJ-ENTRY OCCURS 5000 TIMES.
               10  WS-RJ-ACCOUNT      PIC X(12).
               10  WS-RJ-REF          PIC X(16).
               10  WS-RJ-AMOUNT       PIC S9(11)V99 COMP-3.
               10  WS-RJ-USED         PIC X(1).

       COPY BAIDATA.
       COPY CUSTMAST.
       COPY ACCTDATA.
       COPY HOLDDATA.
       COPY PYMTREJQ.
       COPY CTLDATA.
       COPY BUSDATE.

       PROCEDURE DIVISION.

       1000-INIT.
           OPEN INPUT BUSDATEF
           READ BUSDATEF INTO BUSINESS-DATE-RECORD
               AT END
                   MOVE FUNCTION CURRENT-DATE(1:8) TO BUS-DATE
           END-READ
           CLOSE BUSDATEF
           ACCEPT WS-RUN-TYPE FROM SYSIN
           ACCEPT WS-CTL-STEP FROM SYSIN
           IF NOT RUN-INTRADAY
               MOVE 'P' TO WS-RUN-TYPE
           END-IF
           IF WS-CTL-STEP = SPACES
               MOVE 'PYMT001' TO WS-CTL-STEP
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           MOVE WS-STAMP(3:6) TO WS-FILE-DATE
           MOVE WS-STAMP(9:4) TO WS-FILE-TIME
           MOVE BUS-DATE(3:6) TO WS-ASOF-DATE
      *    Prior-day files are final as of the business date; a
      *    cutoff file is interim, as of the time it ran.
           IF RUN-INTRADAY
               MOVE WS-FILE-TIME TO WS-ASOF-TIME
               MOVE '3'          TO WS-ASOF-MODIFIER
           ELSE
               MOVE SPACES       TO WS-ASOF-TIME
               MOVE '2'          TO WS-ASOF-MODIFIER
           END-IF
           MOVE BUS-DATE TO WS-DATE-8
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-8)
           OPEN OUTPUT BAIRPT
           MOVE SPACES TO WS-RPT-LINE
           IF RUN-INTRADAY
               STRING 'BAI2 INTRADAY REPORTING  ' BUS-DATE ' '
                      WS-FILE-TIME '  CONTROL STEP ' WS-CTL-STEP
                   DELIMITED SIZE INTO WS-RPT-LINE
           ELSE
               STRING 'BAI2 PRIOR-DAY REPORTING  ' BUS-DATE
                      '  CONTROL STEP ' WS-CTL-STEP
                   DELIMITED SIZE INTO WS-RPT-LINE
           END-IF
           WRITE BAIRPT-REC FROM WS-RPT-LINE
           PERFORM 1100-LOAD-ENROLLMENT
           PERFORM 1200-LOAD-HOLDS
           PERFORM 1300-LOAD-REJECTS
           PERFORM 1400-LOAD-CONTROL-TOTAL
           OPEN OUTPUT WRKFILE
           PERFORM 2000-STAGE-POSTED-ITEMS
           PERFORM 2500-STAGE-BALANCES
           CLOSE WRKFILE
           SORT SORTWK1
               ON ASCENDING KEY SORTWK1-KEY
               USING WRKFILE
               GIVING SRTWRK
           OPEN INPUT  SRTWRK
           OPEN OUTPUT BAIOUT
           PERFORM 3000-WRITE-BAI-FILES
           CLOSE SRTWRK
                 BAIOUT
           PERFORM 4000-PROVE-TO-CONTROL-TOTAL
           PERFORM 9000-END.

       1100-LOAD-ENROLLMENT.
      *    Only active enrollments, only SEG-CORPORATE customers, and
      *    on a cutoff pass only accounts that asked for intraday.
           OPEN INPUT BAIENRL
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ BAIENRL INTO BAI-ENROLLMENT-RECORD
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT AND BAE-ACTIVE
                   IF RUN-PRIOR-DAY OR BAE-INTRADAY-WANTED
                       PERFORM 1150-ENROLL-ACCOUNT
                   END-IF
               END-IF
           END-PERFORM
           CLOSE BAIENRL.

       1150-ENROLL-ACCOUNT.
           MOVE SPACES TO WS-RPT-LINE
           CALL 'DBREAD01' USING BAE-ACCOUNT-NUMBER(1:10)
                                 CUSTOMER-RECORD
                                 WS-READ-RC
           EVALUATE TRUE
               WHEN WS-READ-RC NOT = ZERO
                   MOVE 'CUSTOMER NOT ON FILE' TO WS-RPT-LINE(40:40)
                   PERFORM 1190-REPORT-SKIPPED
               WHEN NOT SEG-CORPORATE
                   MOVE 'NOT A CORPORATE CUSTOMER'
                       TO WS-RPT-LINE(40:40)
                   PERFORM 1190-REPORT-SKIPPED
               WHEN WS-EN-LOADED NOT < WS-EN-MAX
                   MOVE 'ENROLLMENT TABLE FULL' TO WS-RPT-LINE(40:40)
                   PERFORM 1190-REPORT-SKIPPED
               WHEN OTHER
                   ADD 1 TO WS-EN-LOADED
                   MOVE WS-EN-LOADED TO WS-EN-IX
                   MOVE BAE-ACCOUNT-NUMBER(1:10)
                                          TO WS-EN-CUST(WS-EN-IX)
                   MOVE BAE-ACCOUNT-NUMBER TO WS-EN-ACCOUNT(WS-EN-IX)
                   MOVE BAE-MAILBOX-ID    TO WS-EN-MAILBOX(WS-EN-IX)
                   MOVE BAE-RECEIVER-ID   TO WS-EN-RECEIVER(WS-EN-IX)
                   IF CURRENCY-CODE = SPACES
                       MOVE 'USD' TO WS-EN-CURRENCY(WS-EN-IX)
                   ELSE
                       MOVE CURRENCY-CODE TO WS-EN-CURRENCY(WS-EN-IX)
                   END-IF
                   MOVE CUSTOMER-BALANCE  TO WS-EN-LEDGER(WS-EN-IX)
                   MOVE ZERO TO WS-EN-CR-AMT(WS-EN-IX)
                                WS-EN-CR-CNT(WS-EN-IX)
                                WS-EN-DR-AMT(WS-EN-IX)
                                WS-EN-DR-CNT(WS-EN-IX)
                                WS-EN-FLOAT-1(WS-EN-IX)
                                WS-EN-FLOAT-2(WS-EN-IX)
                                WS-EN-HELD-BEFORE(WS-EN-IX)
           END-EVALUATE
           MOVE SPACES TO WS-RPT-LINE.

       1190-REPORT-SKIPPED.
           ADD 1 TO WS-SKIPPED-COUNT
           MOVE BAE-ACCOUNT-NUMBER TO WS-RPT-LINE(1:12)
           MOVE BAE-MAILBOX-ID     TO WS-RPT-LINE(15:10)
           MOVE 'NOT REPORTED -'   TO WS-RPT-LINE(25:14)
           WRITE BAIRPT-REC FROM WS-RPT-LINE.

       1200-LOAD-HOLDS.
      *    Tonight's FNDHOLD is the hold diary after this pass's
      *    deposits: what is still held is the float, split by how
      *    far out it releases; what was already held before today
      *    is the difference between opening ledger and opening
      *    available.
           OPEN INPUT FNDHOLD
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ FNDHOLD INTO FUNDS-HOLD-RECORD
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT AND FH-RELEASE-DATE > BUS-DATE
                   MOVE FH-CUSTOMER-ID TO WS-LEG-CUST
                   PERFORM 2900-FIND-ENROLLED
                   IF WS-EN-FOUND-IX > ZERO
                       PERFORM 1250-ADD-HOLD
                   END-IF
               END-IF
           END-PERFORM
           CLOSE FNDHOLD.

       1250-ADD-HOLD.
           MOVE FH-RELEASE-DATE TO WS-DATE-8
           COMPUTE WS-RELEASE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-8)
           IF WS-RELEASE-INT - WS-TODAY-INT > 1
               ADD FH-AMOUNT TO WS-EN-FLOAT-2(WS-EN-FOUND-IX)
           ELSE
               ADD FH-AMOUNT TO WS-EN-FLOAT-1(WS-EN-FOUND-IX)
           END-IF
           IF FH-DEPOSIT-DATE < BUS-DATE
               ADD FH-AMOUNT TO WS-EN-HELD-BEFORE(WS-EN-FOUND-IX)
           END-IF.

       1300-LOAD-REJECTS.
           OPEN INPUT REJECTS
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ REJECTS INTO REJECT-QUEUE-RECORD
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT
                   IF WS-RJ-LOADED < WS-RJ-MAX
                       ADD 1 TO WS-RJ-LOADED
                       MOVE RJQ-PAYMENT-DATA TO ACCOUNT-RECORD
                       MOVE ACCOUNT-NUMBER
                           TO WS-RJ-ACCOUNT(WS-RJ-LOADED)
                       MOVE TRANSACTION-REF
                           TO WS-RJ-REF(WS-RJ-LOADED)
                       MOVE PENDING-AMOUNT
                           TO WS-RJ-AMOUNT(WS-RJ-LOADED)
                       MOVE 'N' TO WS-RJ-USED(WS-RJ-LOADED)
                   ELSE
                       DISPLAY 'BAI2RPT REJECT TABLE FULL - PROOF '
                               'WILL NOT AGREE'
                   END-IF
               END-IF
           END-PERFORM
           CLOSE REJECTS.

       1400-LOAD-CONTROL-TOTAL.
           OPEN INPUT CTLTOTFILE
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ CTLTOTFILE INTO CONTROL-TOTAL-REC
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT AND CTL-JOB-STEP = WS-CTL-STEP
                   MOVE 'Y'               TO WS-CTL-FOUND
                   MOVE CTL-SUCCESS-COUNT TO WS-CTL-COUNT
                   MOVE CTL-TOTAL-AMOUNT  TO WS-CTL-AMOUNT
               END-IF
           END-PERFORM
           CLOSE CTLTOTFILE.

       2000-STAGE-POSTED-ITEMS.
           OPEN INPUT PYMTFILE
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ PYMTFILE INTO ACCOUNT-RECORD
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT
                   PERFORM 2050-MATCH-REJECT
                   IF NOT PAYMENT-REJECTED
                       PERFORM 2100-POSTED-ITEM
                   END-IF
               END-IF
           END-PERFORM
           CLOSE PYMTFILE.

       2050-MATCH-REJECT.
           MOVE 'N' TO WS-RJ-MATCHED
           PERFORM VARYING WS-RJ-IX FROM 1 BY 1
                   UNTIL WS-RJ-IX > WS-RJ-LOADED
                   OR PAYMENT-REJECTED
               IF WS-RJ-USED(WS-RJ-IX) = 'N'
                       AND WS-RJ-ACCOUNT(WS-RJ-IX) = ACCOUNT-NUMBER
                       AND WS-RJ-REF(WS-RJ-IX) = TRANSACTION-REF
                       AND WS-RJ-AMOUNT(WS-RJ-IX) = PENDING-AMOUNT
                   MOVE 'Y' TO WS-RJ-MATCHED
                   MOVE 'Y' TO WS-RJ-USED(WS-RJ-IX)
               END-IF
           END-PERFORM.

       2100-POSTED-ITEM.
      *    Counted the way PYMT001 counts: every posted payment, with
      *    fee refunds kept out of the amount (they carry their own
      *    PYFEEREV total).
           ADD 1 TO WS-POSTED-COUNT
           IF NOT (TXN-CREDIT AND CHANNEL-CODE = 'FREV')
               ADD PENDING-AMOUNT TO WS-POSTED-AMOUNT
           END-IF
      *    A transfer is two items: a debit to ACCOUNT-NUMBER and a
      *    credit to the customer named in TRANSACTION-REF(1:10).
           EVALUATE TRUE
               WHEN TXN-TRANSFER
                   MOVE ACCOUNT-NUMBER(1:10) TO WS-LEG-CUST
                   MOVE 'D' TO WS-LEG-SIGN
                   PERFORM 2200-STAGE-LEG
                   MOVE TRANSACTION-REF(1:10) TO WS-LEG-CUST
                   MOVE 'C' TO WS-LEG-SIGN
                   PERFORM 2200-STAGE-LEG
               WHEN TXN-CREDIT
                   MOVE ACCOUNT-NUMBER(1:10) TO WS-LEG-CUST
                   MOVE 'C' TO WS-LEG-SIGN
                   PERFORM 2200-STAGE-LEG
               WHEN OTHER
                   MOVE ACCOUNT-NUMBER(1:10) TO WS-LEG-CUST
                   MOVE 'D' TO WS-LEG-SIGN
                   PERFORM 2200-STAGE-LEG
           END-EVALUATE.

       2200-STAGE-LEG.
           PERFORM 2900-FIND-ENROLLED
           IF WS-EN-FOUND-IX > ZERO
               PERFORM 2300-ASSIGN-TYPE-CODE
               IF LEG-CREDIT
                   ADD PENDING-AMOUNT TO WS-EN-CR-AMT(WS-EN-FOUND-IX)
                   ADD 1              TO WS-EN-CR-CNT(WS-EN-FOUND-IX)
               ELSE
                   ADD PENDING-AMOUNT TO WS-EN-DR-AMT(WS-EN-FOUND-IX)
                   ADD 1              TO WS-EN-DR-CNT(WS-EN-FOUND-IX)
               END-IF
               ADD 1 TO WS-SEQUENCE
               MOVE SPACES TO BAI-WORK-RECORD
               MOVE WS-EN-MAILBOX(WS-EN-FOUND-IX)  TO BWK-MAILBOX-ID
               MOVE WS-EN-ACCOUNT(WS-EN-FOUND-IX)
                                              TO BWK-ACCOUNT-NUMBER
               SET BWK-ITEM TO TRUE
               MOVE WS-SEQUENCE                    TO BWK-SEQUENCE
               MOVE WS-EN-RECEIVER(WS-EN-FOUND-IX) TO BWK-RECEIVER-ID
               MOVE WS-EN-CURRENCY(WS-EN-FOUND-IX) TO BWK-CURRENCY
               MOVE WS-TYPE-CODE     TO BWK-TYPE-CODE
               MOVE PENDING-AMOUNT   TO BWK-ITEM-AMOUNT
               MOVE TRANSACTION-REF  TO BWK-ITEM-REF
               MOVE CHANNEL-CODE     TO BWK-CHANNEL
               WRITE WRKFILE-REC FROM BAI-WORK-RECORD
           END-IF.

       2300-ASSIGN-TYPE-CODE.
      *    BAI2 detail type codes by channel; anything without a
      *    specific code goes out as miscellaneous credit or debit.
           IF LEG-CREDIT
               EVALUATE TRUE
                   WHEN TXN-TRANSFER
                       MOVE '206' TO WS-TYPE-CODE
                   WHEN CHANNEL-CODE = 'ACH '
                       MOVE '165' TO WS-TYPE-CODE
                   WHEN CHANNEL-CODE = 'WIRE'
                       MOVE '195' TO WS-TYPE-CODE
                   WHEN CHANNEL-CODE = 'LBOX'
                       MOVE '115' TO WS-TYPE-CODE
                   WHEN CHANNEL-CODE = 'SORD'
                       MOVE '206' TO WS-TYPE-CODE
                   WHEN OTHER
                       MOVE '399' TO WS-TYPE-CODE
               END-EVALUATE
           ELSE
               EVALUATE TRUE
                   WHEN TXN-TRANSFER
                       MOVE '506' TO WS-TYPE-CODE
                   WHEN CHANNEL-CODE = 'ACH '
                       MOVE '451' TO WS-TYPE-CODE
                   WHEN CHANNEL-CODE = 'WIRE'
                       MOVE '495' TO WS-TYPE-CODE
                   WHEN CHANNEL-CODE = 'CHK '
                       MOVE '475' TO WS-TYPE-CODE
                   WHEN CHANNEL-CODE = 'RDEP'
                       MOVE '555' TO WS-TYPE-CODE
                   WHEN CHANNEL-CODE = 'SORD'
                       MOVE '506' TO WS-TYPE-CODE
                   WHEN OTHER
                       MOVE '699' TO WS-TYPE-CODE
               END-EVALUATE
           END-IF.

       2500-STAGE-BALANCES.
      *    One balance record per enrolled account, so an account
      *    with no activity still reports its balances. The pass's
      *    activity is backed out of the ledger as it now stands to
      *    give the opening ledger.
           PERFORM VARYING WS-EN-IX FROM 1 BY 1
                   UNTIL WS-EN-IX > WS-EN-LOADED
               MOVE SPACES TO BAI-WORK-RECORD
               MOVE WS-EN-MAILBOX(WS-EN-IX)  TO BWK-MAILBOX-ID
               MOVE WS-EN-ACCOUNT(WS-EN-IX)  TO BWK-ACCOUNT-NUMBER
               SET BWK-BALANCES TO TRUE
               MOVE ZERO                     TO BWK-SEQUENCE
               MOVE WS-EN-RECEIVER(WS-EN-IX) TO BWK-RECEIVER-ID
               MOVE WS-EN-CURRENCY(WS-EN-IX) TO BWK-CURRENCY
               MOVE WS-EN-LEDGER(WS-EN-IX)   TO BWK-CLOSE-LEDGER
               COMPUTE BWK-OPEN-LEDGER = WS-EN-LEDGER(WS-EN-IX)
                   - WS-EN-CR-AMT(WS-EN-IX) + WS-EN-DR-AMT(WS-EN-IX)
               COMPUTE BWK-OPEN-AVAIL = BWK-OPEN-LEDGER
                   - WS-EN-HELD-BEFORE(WS-EN-IX)
               COMPUTE BWK-CLOSE-AVAIL = WS-EN-LEDGER(WS-EN-IX)
                   - WS-EN-FLOAT-1(WS-EN-IX) - WS-EN-FLOAT-2(WS-EN-IX)
               MOVE WS-EN-FLOAT-1(WS-EN-IX)  TO BWK-FLOAT-1DAY
               MOVE WS-EN-FLOAT-2(WS-EN-IX)  TO BWK-FLOAT-2DAY
               MOVE WS-EN-CR-AMT(WS-EN-IX)   TO BWK-CREDIT-AMOUNT
               MOVE WS-EN-CR-CNT(WS-EN-IX)   TO BWK-CREDIT-COUNT
               MOVE WS-EN-DR-AMT(WS-EN-IX)   TO BWK-DEBIT-AMOUNT
               MOVE WS-EN-DR-CNT(WS-EN-IX)   TO BWK-DEBIT-COUNT
               WRITE WRKFILE-REC FROM BAI-WORK-RECORD
           END-PERFORM.

       2900-FIND-ENROLLED.
           MOVE ZERO TO WS-EN-FOUND-IX
           PERFORM VARYING WS-EN-IX FROM 1 BY 1
                   UNTIL WS-EN-IX > WS-EN-LOADED
                   OR WS-EN-FOUND-IX > ZERO
               IF WS-EN-CUST(WS-EN-IX) = WS-LEG-CUST
                   MOVE WS-EN-IX TO WS-EN-FOUND-IX
               END-IF
           END-PERFORM.

       3000-WRITE-BAI-FILES.
           MOVE 'N' TO WS-EOF-SRTWRK
           PERFORM UNTIL EOF-SRTWRK
               READ SRTWRK INTO BAI-WORK-RECORD
                   AT END MOVE 'Y' TO WS-EOF-SRTWRK
               END-READ
               IF NOT EOF-SRTWRK
                   IF BWK-MAILBOX-ID NOT = WS-CURR-MAILBOX
                           OR NOT BAI-FILE-OPEN
                       PERFORM 3900-END-FILE
                       PERFORM 3100-START-FILE
                   END-IF
                   IF BWK-BALANCES
                       PERFORM 3400-END-ACCOUNT
                       PERFORM 3200-START-ACCOUNT
                   ELSE
                       PERFORM 3300-WRITE-DETAIL
                   END-IF
               END-IF
           END-PERFORM
           PERFORM 3900-END-FILE.

       3100-START-FILE.
           MOVE BWK-MAILBOX-ID TO WS-CURR-MAILBOX
           MOVE 'Y' TO WS-FILE-OPEN
           ADD 1 TO WS-FILE-SEQ
           ADD 1 TO WS-FILES-WRITTEN
           MOVE ZERO TO WS-FILE-RECORDS WS-GROUP-RECORDS
                        WS-GROUP-ACCOUNTS WS-GROUP-ITEMS
                        WS-FILE-TOTAL WS-GROUP-TOTAL
      *    01 file header: sender, receiver, creation date and time,
      *    file id, physical record length, blocking, version 2.
           MOVE SPACES TO WS-BAI-LINE
           MOVE 1 TO WS-PTR
           STRING '01,' WS-OUR-ABA ','
                  DELIMITED SIZE
                  BWK-RECEIVER-ID DELIMITED SPACE
                  ',' WS-FILE-DATE ',' WS-FILE-TIME ','
                  WS-RUN-TYPE WS-FILE-SEQ ',80,,2/'
                  DELIMITED SIZE
               INTO WS-BAI-LINE WITH POINTER WS-PTR
           PERFORM 7000-WRITE-BAI-RECORD
           MOVE ZERO TO WS-GROUP-RECORDS
      *    02 group header: one group per file, as of the business
      *    date (and time, on a cutoff file).
           MOVE SPACES TO WS-BAI-LINE
           MOVE 1 TO WS-PTR
           STRING '02,' DELIMITED SIZE
                  BWK-RECEIVER-ID DELIMITED SPACE
                  ',' WS-OUR-ABA ',1,' WS-ASOF-DATE ','
                  DELIMITED SIZE
                  WS-ASOF-TIME DELIMITED SPACE
                  ',,' WS-ASOF-MODIFIER '/'
                  DELIMITED SIZE
               INTO WS-BAI-LINE WITH POINTER WS-PTR
           PERFORM 7000-WRITE-BAI-RECORD.

       3200-START-ACCOUNT.
           MOVE 'Y' TO WS-ACCOUNT-OPEN
           ADD 1 TO WS-GROUP-ACCOUNTS
           MOVE ZERO TO WS-ACCOUNT-RECORDS WS-ACCOUNT-TOTAL
           MOVE SPACES TO WS-BAI-LINE
           MOVE 1 TO WS-PTR
           STRING '03,' BWK-ACCOUNT-NUMBER ',' BWK-CURRENCY ','
               DELIMITED SIZE INTO WS-BAI-LINE WITH POINTER WS-PTR
      *    Prior-day: opening/closing ledger (010/015), opening/
      *    closing available (040/045). Cutoff: current ledger and
      *    current available (030/060). Both: one-day and two-or-
      *    more-day float (072/074) and total credits/debits with
      *    item counts (100/400), continued on 88 records.
           MOVE ZERO TO WS-SUM-COUNT
           MOVE 'N'  TO WS-SUM-LAST
           IF RUN-INTRADAY
               MOVE '030' TO WS-SUM-CODE
               MOVE BWK-CLOSE-LEDGER TO WS-ED-AMOUNT
               PERFORM 7200-APPEND-SUMMARY
               MOVE 'Y'   TO WS-SUM-LAST
               MOVE '060' TO WS-SUM-CODE
               MOVE BWK-CLOSE-AVAIL TO WS-ED-AMOUNT
               PERFORM 7200-APPEND-SUMMARY
               PERFORM 7000-WRITE-BAI-RECORD
           ELSE
               MOVE '010' TO WS-SUM-CODE
               MOVE BWK-OPEN-LEDGER TO WS-ED-AMOUNT
               PERFORM 7200-APPEND-SUMMARY
               MOVE 'Y'   TO WS-SUM-LAST
               MOVE '015' TO WS-SUM-CODE
               MOVE BWK-CLOSE-LEDGER TO WS-ED-AMOUNT
               PERFORM 7200-APPEND-SUMMARY
               PERFORM 7000-WRITE-BAI-RECORD
               PERFORM 7100-START-CONTINUATION
               MOVE 'N'   TO WS-SUM-LAST
               MOVE '040' TO WS-SUM-CODE
               MOVE BWK-OPEN-AVAIL TO WS-ED-AMOUNT
               PERFORM 7200-APPEND-SUMMARY
               MOVE 'Y'   TO WS-SUM-LAST
               MOVE '045' TO WS-SUM-CODE
               MOVE BWK-CLOSE-AVAIL TO WS-ED-AMOUNT
               PERFORM 7200-APPEND-SUMMARY
               PERFORM 7000-WRITE-BAI-RECORD
           END-IF
           PERFORM 7100-START-CONTINUATION
           MOVE 'N'   TO WS-SUM-LAST
           MOVE '072' TO WS-SUM-CODE
           MOVE BWK-FLOAT-1DAY TO WS-ED-AMOUNT
           PERFORM 7200-APPEND-SUMMARY
           MOVE 'Y'   TO WS-SUM-LAST
           MOVE '074' TO WS-SUM-CODE
           MOVE BWK-FLOAT-2DAY TO WS-ED-AMOUNT
           PERFORM 7200-APPEND-SUMMARY
           PERFORM 7000-WRITE-BAI-RECORD
           PERFORM 7100-START-CONTINUATION
           MOVE 'N'   TO WS-SUM-LAST
           MOVE '100' TO WS-SUM-CODE
           MOVE BWK-CREDIT-AMOUNT TO WS-ED-AMOUNT
           MOVE BWK-CREDIT-COUNT  TO WS-SUM-COUNT
           PERFORM 7200-APPEND-SUMMARY
           MOVE 'Y'   TO WS-SUM-LAST
           MOVE '400' TO WS-SUM-CODE
           MOVE BWK-DEBIT-AMOUNT TO WS-ED-AMOUNT
           MOVE BWK-DEBIT-COUNT  TO WS-SUM-COUNT
           PERFORM 7200-APPEND-SUMMARY
           PERFORM 7000-WRITE-BAI-RECORD
           MOVE ZERO TO WS-SUM-COUNT.

       3300-WRITE-DETAIL.
      *    16 transaction detail: type code, amount, funds type Z
      *    (availability not broken out), bank reference, no
      *    customer reference, channel as the text.
           ADD 1 TO WS-GROUP-ITEMS
           ADD 1 TO WS-ITEMS-WRITTEN
           MOVE BWK-ITEM-AMOUNT TO WS-ED-AMOUNT
           ADD WS-ED-AMOUNT TO WS-ACCOUNT-TOTAL
           PERFORM 7900-EDIT-AMOUNT
           MOVE SPACES TO WS-BAI-LINE
           MOVE 1 TO WS-PTR
           STRING '16,' BWK-TYPE-CODE ','
                  WS-ED-TEXT(1:WS-ED-LEN) ',Z,'
                  DELIMITED SIZE
                  BWK-ITEM-REF DELIMITED SPACE
                  ',,' DELIMITED SIZE
                  BWK-CHANNEL DELIMITED SPACE
                  '/' DELIMITED SIZE
               INTO WS-BAI-LINE WITH POINTER WS-PTR
           PERFORM 7000-WRITE-BAI-RECORD.

       3400-END-ACCOUNT.
      *    49 account trailer: sum of the account's 03/16 amounts
      *    and its record count, 03 through this 49.
           IF BAI-ACCOUNT-OPEN
               ADD 1 TO WS-ACCOUNT-RECORDS
               MOVE WS-ACCOUNT-TOTAL TO WS-ED-AMOUNT
               PERFORM 7900-EDIT-AMOUNT
               MOVE SPACES TO WS-BAI-LINE
               MOVE 1 TO WS-PTR
               STRING '49,' WS-ED-TEXT(1:WS-ED-LEN) ','
                   DELIMITED SIZE INTO WS-BAI-LINE WITH POINTER WS-PTR
               MOVE WS-ACCOUNT-RECORDS TO WS-ED-NUMBER
               PERFORM 7950-EDIT-NUMBER
               STRING WS-ED-TEXT(1:WS-ED-LEN) '/'
                   DELIMITED SIZE INTO WS-BAI-LINE WITH POINTER WS-PTR
               SUBTRACT 1 FROM WS-ACCOUNT-RECORDS
               PERFORM 7000-WRITE-BAI-RECORD
               ADD WS-ACCOUNT-TOTAL TO WS-GROUP-TOTAL
               MOVE 'N' TO WS-ACCOUNT-OPEN
           END-IF.

       3900-END-FILE.
           IF BAI-FILE-OPEN
               PERFORM 3400-END-ACCOUNT
      *        98 group trailer: group total, accounts, records 02
      *        through this 98.
               ADD 1 TO WS-GROUP-RECORDS
               MOVE WS-GROUP-TOTAL TO WS-ED-AMOUNT
               PERFORM 7900-EDIT-AMOUNT
               MOVE SPACES TO WS-BAI-LINE
               MOVE 1 TO WS-PTR
               STRING '98,' WS-ED-TEXT(1:WS-ED-LEN) ','
                   DELIMITED SIZE INTO WS-BAI-LINE WITH POINTER WS-PTR
               MOVE WS-GROUP-ACCOUNTS TO WS-ED-NUMBER
               PERFORM 7950-EDIT-NUMBER
               STRING WS-ED-TEXT(1:WS-ED-LEN) ','
                   DELIMITED SIZE INTO WS-BAI-LINE WITH POINTER WS-PTR
               MOVE WS-GROUP-RECORDS TO WS-ED-NUMBER
               PERFORM 7950-EDIT-NUMBER
               STRING WS-ED-TEXT(1:WS-ED-LEN) '/'
                   DELIMITED SIZE INTO WS-BAI-LINE WITH POINTER WS-PTR
               SUBTRACT 1 FROM WS-GROUP-RECORDS
               PERFORM 7000-WRITE-BAI-RECORD
               MOVE WS-GROUP-TOTAL TO WS-FILE-TOTAL
      *        99 file trailer: file total, one group, records 01
      *        through this 99.
               ADD 1 TO WS-FILE-RECORDS
               MOVE WS-FILE-TOTAL TO WS-ED-AMOUNT
               PERFORM 7900-EDIT-AMOUNT
               MOVE SPACES TO WS-BAI-LINE
               MOVE 1 TO WS-PTR
               STRING '99,' WS-ED-TEXT(1:WS-ED-LEN) ',1,'
                   DELIMITED SIZE INTO WS-BAI-LINE WITH POINTER WS-PTR
               MOVE WS-FILE-RECORDS TO WS-ED-NUMBER
               PERFORM 7950-EDIT-NUMBER
               STRING WS-ED-TEXT(1:WS-ED-LEN) '/'
                   DELIMITED SIZE INTO WS-BAI-LINE WITH POINTER WS-PTR
               WRITE BAIOUT-REC FROM WS-BAI-LINE
               PERFORM 3950-REPORT-FILE
               MOVE 'N' TO WS-FILE-OPEN
           END-IF.

       3950-REPORT-FILE.
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-GROUP-ACCOUNTS TO WS-COUNT-DISP
           STRING 'MAILBOX ' WS-CURR-MAILBOX '  ACCOUNTS '
                  WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           MOVE WS-GROUP-ITEMS TO WS-COUNT-DISP
           MOVE WS-FILE-TOTAL TO WS-AMOUNT-DISP
           STRING '  ITEMS ' WS-COUNT-DISP '  FILE TOTAL '
                  WS-AMOUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE(40:94)
           WRITE BAIRPT-REC FROM WS-RPT-LINE.

       4000-PROVE-TO-CONTROL-TOTAL.
           MOVE 'Y' TO WS-PROOF-OK
           MOVE SPACES TO WS-RPT-LINE
           IF NOT CTL-RECORD-FOUND
               MOVE 'N' TO WS-PROOF-OK
               STRING '*** NO CONTROL-TOTAL RECORD FOR ' WS-CTL-STEP
                      ' - FILES NOT PROVEN ***'
                   DELIMITED SIZE INTO WS-RPT-LINE
               WRITE BAIRPT-REC FROM WS-RPT-LINE
           ELSE
               MOVE WS-POSTED-COUNT TO WS-COUNT-DISP
               MOVE WS-POSTED-AMOUNT TO WS-AMOUNT-DISP
               STRING 'POSTED ITEMS SEEN:    ' WS-COUNT-DISP '  '
                      WS-AMOUNT-DISP
                   DELIMITED SIZE INTO WS-RPT-LINE
               WRITE BAIRPT-REC FROM WS-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               MOVE WS-CTL-COUNT TO WS-COUNT-DISP
               MOVE WS-CTL-AMOUNT TO WS-AMOUNT-DISP
               STRING 'CONTROL TOTAL ' WS-CTL-STEP
                      WS-COUNT-DISP '  ' WS-AMOUNT-DISP
                   DELIMITED SIZE INTO WS-RPT-LINE
               WRITE BAIRPT-REC FROM WS-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               IF WS-POSTED-COUNT = WS-CTL-COUNT
                       AND WS-POSTED-AMOUNT = WS-CTL-AMOUNT
                   MOVE 'BAI2 ACTIVITY AGREES TO THE CONTROL TOTAL'
                       TO WS-RPT-LINE
               ELSE
                   MOVE 'N' TO WS-PROOF-OK
                   MOVE '*** BAI2 ACTIVITY DOES NOT AGREE TO THE CONTR
      -                 'OL TOTAL ***' TO WS-RPT-LINE
               END-IF
               WRITE BAIRPT-REC FROM WS-RPT-LINE
           END-IF.

       7000-WRITE-BAI-RECORD.
           WRITE BAIOUT-REC FROM WS-BAI-LINE
           ADD 1 TO WS-FILE-RECORDS
           ADD 1 TO WS-GROUP-RECORDS
           IF BAI-ACCOUNT-OPEN
               ADD 1 TO WS-ACCOUNT-RECORDS
           END-IF.

       7100-START-CONTINUATION.
           MOVE SPACES TO WS-BAI-LINE
           MOVE 1 TO WS-PTR
           STRING '88,' DELIMITED SIZE
               INTO WS-BAI-LINE WITH POINTER WS-PTR.

       7200-APPEND-SUMMARY.
      *    One summary: type code, amount, item count (blank unless
      *    set), funds type (blank); the last on a record ends it.
           ADD WS-ED-AMOUNT TO WS-ACCOUNT-TOTAL
           PERFORM 7900-EDIT-AMOUNT
           STRING WS-SUM-CODE ',' WS-ED-TEXT(1:WS-ED-LEN) ','
               DELIMITED SIZE INTO WS-BAI-LINE WITH POINTER WS-PTR
           IF WS-SUM-COUNT > ZERO
               MOVE WS-SUM-COUNT TO WS-ED-NUMBER
               PERFORM 7950-EDIT-NUMBER
               STRING WS-ED-TEXT(1:WS-ED-LEN)
                   DELIMITED SIZE INTO WS-BAI-LINE WITH POINTER WS-PTR
           END-IF
           IF SUM-IS-LAST
               STRING ',/'
                   DELIMITED SIZE INTO WS-BAI-LINE WITH POINTER WS-PTR
           ELSE
               STRING ',,'
                   DELIMITED SIZE INTO WS-BAI-LINE WITH POINTER WS-PTR
           END-IF.

       7900-EDIT-AMOUNT.
           COMPUTE WS-ED-NUMBER = WS-ED-AMOUNT * 100
           PERFORM 7950-EDIT-NUMBER.

       7950-EDIT-NUMBER.
           MOVE SPACES TO WS-ED-TEXT
           IF WS-ED-NUMBER < ZERO
               COMPUTE WS-ED-DIGITS = WS-ED-NUMBER * -1
           ELSE
               MOVE WS-ED-NUMBER TO WS-ED-DIGITS
           END-IF
           MOVE ZERO TO WS-ED-ZEROS
           INSPECT WS-ED-DIGITS TALLYING WS-ED-ZEROS FOR LEADING '0'
           IF WS-ED-ZEROS = 17
               MOVE 16 TO WS-ED-ZEROS
           END-IF
           IF WS-ED-NUMBER < ZERO
               MOVE '-' TO WS-ED-TEXT(1:1)
               MOVE WS-ED-DIGITS(WS-ED-ZEROS + 1:) TO WS-ED-TEXT(2:)
               COMPUTE WS-ED-LEN = 18 - WS-ED-ZEROS
           ELSE
               MOVE WS-ED-DIGITS(WS-ED-ZEROS + 1:) TO WS-ED-TEXT
               COMPUTE WS-ED-LEN = 17 - WS-ED-ZEROS
           END-IF.

       9000-END.
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-FILES-WRITTEN TO WS-COUNT-DISP
           STRING 'BAI2 FILES WRITTEN:   ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE BAIRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-ITEMS-WRITTEN TO WS-COUNT-DISP
           STRING 'DETAIL ITEMS:         ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE BAIRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-SKIPPED-COUNT TO WS-COUNT-DISP
           STRING 'ENROLLMENTS SKIPPED:  ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE BAIRPT-REC FROM WS-RPT-LINE
           CLOSE BAIRPT
           DISPLAY 'BAI2RPT FILES:   ' WS-FILES-WRITTEN
           DISPLAY 'BAI2RPT ITEMS:   ' WS-ITEMS-WRITTEN
           DISPLAY 'BAI2RPT SKIPPED: ' WS-SKIPPED-COUNT
           IF NOT PROOF-AGREES OR WS-SKIPPED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
