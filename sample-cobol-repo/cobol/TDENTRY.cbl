      *           commits nothing; only the explicit WC confirm        *
      *           appends the TDWDRAW request, so the operator reads   *
      *           the customer the cost before anything is keyed.      *
      *           IRA Y opens the certificate inside the customer's    *
      *           IRA (see IRADATA): the plan must be active on        *
      *           IRAACCT, and the certificate funds from and pays     *
      *           out to the customer's IR account whatever payout     *
      *           account is keyed.                                    *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    VALCUST, FMTAMT, ENTLCHK                             *
      * COPYBOOKS: CUSTMAST, TDDATA, DEPRATE, ERRDATA, IRADATA,        *
      *            TDEMAP, ENTLDATA                                    *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     TDENTRY.
           SELECT DEPRATE  ASSIGN TO UT-S-DEPRATE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT IRAACCT  ASSIGN TO UT-S-IRAACCT
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS RANDOM
                           RECORD KEY   IS IRAACCT-CUSTOMER-ID.

       DATA DIVISION.
       FILE SECTION.
           05  TDO-TERM-MONTHS        PIC 9(03).
           05  TDO-DISPOSITION        PIC X(01).
           05  TDO-PAYOUT-ACCOUNT     PIC X(12).
           05  TDO-IRA-FLAG           PIC X(01).
           05  FILLER                 PIC X(08).

       FD  TDWDRAW
           RECORDING MODE IS F
           RECORD CONTAINS 25 CHARACTERS.
       01  DEPRATE-FILE-REC           PIC X(25).

       FD  IRAACCT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  IRAACCT-REC.
           05  IRAACCT-CUSTOMER-ID    PIC X(10).
           05  FILLER                 PIC X(70).

       WORKING-STORAGE SECTION.
       01  WS-TDENTRY-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'TDENTRY'.
           05  WS-FMT-AMOUNT          PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-FORMATTED-AMT       PIC X(18) VALUE SPACES.
           05  WS-MESSAGE             PIC X(79) VALUE SPACES.
           05  WS-IRA-PLAN-FLAG       PIC X(1)  VALUE 'N'.
               88  IRA-PLAN-ACTIVE        VALUE 'Y'.

       COPY CUSTMAST.
       COPY TDDATA.
       COPY DEPRATE.
       COPY ERRDATA.
       COPY IRADATA.
       COPY TDEMAP.
       COPY ENTLDATA.

       LINKAGE SECTION.
       01  DFHCOMMAREA                PIC X(01).
           END-EXEC
           MOVE SPACES TO WS-MESSAGE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           PERFORM 1250-CHECK-ENTITLEMENT
           EVALUATE TRUE
               WHEN ENC-REFUSED
                   MOVE ENC-MESSAGE TO WS-MESSAGE
               WHEN TACTIONI = 'OP'
                   PERFORM 2000-OPEN-CERTIFICATE
               WHEN TACTIONI = 'WD'
                   PERFORM 4000-QUOTE-WITHDRAWAL
               WHEN TACTIONI = 'WC'
                   PERFORM 5000-CONFIRM-WITHDRAWAL
               WHEN OTHER
                   MOVE 'ACTION MUST BE OP (OPEN), WD (QUOTE THE PENA
                          COMMAREA(WS-COMM-DATA)
           END-EXEC.

       1250-CHECK-ENTITLEMENT.
      *    Every action on the screen needs TDENTRY on the operator's
      *    entitlement record; a confirmed withdrawal is held against
      *    the withdrawal authority as well (5100).
           MOVE SPACES   TO ENTL-CHECK-AREA
           MOVE ZERO     TO ENC-AMOUNT
           MOVE TCUSTIDI TO ENC-CUSTOMER-ID
           PERFORM 1260-CALL-ENTLCHK.

       1260-CALL-ENTLCHK.
           EXEC CICS ASSIGN
                USERID(ENC-OPERATOR-ID)
           END-EXEC
           MOVE EIBTRMID        TO ENC-TERMINAL
           MOVE WS-PROGRAM-NAME TO ENC-PROGRAM
           MOVE 'TDENTRY'       TO ENC-FUNCTION
           CALL 'ENTLCHK' USING ENTL-CHECK-AREA.

       1300-SEND-RESULT-MAP.
           MOVE WS-MESSAGE TO TMSGI
           EXEC CICS SEND MAP('TDEMAP')
       2050-EDIT-AND-WRITE-OPEN.
           MOVE TAMOUNTI TO WS-AMOUNT-TEXT
           MOVE TTERMI   TO WS-TERM-TEXT
           IF TIRAI = LOW-VALUE
               MOVE SPACE TO TIRAI
           END-IF
           IF TIRAI = 'Y'
               PERFORM 2060-CHECK-IRA-PLAN
           END-IF
           EVALUATE TRUE
               WHEN WS-AMOUNT-TEXT NOT NUMERIC
                   OR WS-AMOUNT-NUM = ZERO
               WHEN TDISPI NOT = 'R' AND TDISPI NOT = 'P'
                   MOVE 'DISPOSITION MUST BE R (ROLL) OR P (PAY OUT)'
                       TO WS-MESSAGE
               WHEN TIRAI NOT = 'Y' AND TIRAI NOT = 'N'
                       AND TIRAI NOT = SPACE
                   MOVE 'IRA MUST BE Y OR N' TO WS-MESSAGE
               WHEN TIRAI = 'Y' AND NOT IRA-PLAN-ACTIVE
                   MOVE 'NO ACTIVE IRA PLAN - SET IT UP ON CMNT FIRST'
                       TO WS-MESSAGE
               WHEN TDISPI = 'P' AND TIRAI NOT = 'Y'
                       AND (TPAYOUTI = SPACES
                       OR TPAYOUTI = LOW-VALUES)
                   MOVE 'PAYOUT DISPOSITION NEEDS A PAYOUT ACCOUNT'
                       TO WS-MESSAGE
                   PERFORM 2100-QUOTE-AND-WRITE-OPEN
           END-EVALUATE.

       2060-CHECK-IRA-PLAN.
           MOVE 'N' TO WS-IRA-PLAN-FLAG
           MOVE CUSTOMER-ID TO IRAACCT-CUSTOMER-ID
           OPEN INPUT IRAACCT
           READ IRAACCT INTO IRA-PLAN-RECORD
               KEY IS IRAACCT-CUSTOMER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF IRA-ACTIVE
                       MOVE 'Y' TO WS-IRA-PLAN-FLAG
                   END-IF
           END-READ
           CLOSE IRAACCT.

       2100-QUOTE-AND-WRITE-OPEN.
           PERFORM 3000-LOAD-TD-RATE
           COMPUTE WS-PRINCIPAL = WS-AMOUNT-NUM / 100
           MOVE WS-TERM-NUM  TO TDO-TERM-MONTHS
           MOVE TDISPI       TO TDO-DISPOSITION
           MOVE TPAYOUTI     TO TDO-PAYOUT-ACCOUNT
      *    TDMATUR points an IRA certificate's payout at the IR
      *    account when it books the open.
           IF TIRAI = 'Y'
               MOVE 'Y'          TO TDO-IRA-FLAG
           END-IF
           OPEN EXTEND TDOPEN
           WRITE TDOPEN-REC
           CLOSE TDOPEN
           CLOSE TDFILE.

       5100-KEY-WITHDRAWAL.
           IF TD-ACTIVE
               MOVE SPACES         TO ENTL-CHECK-AREA
               SET ENC-TDWDRAW-LIMIT TO TRUE
               MOVE TD-PRINCIPAL   TO ENC-AMOUNT
               MOVE TD-CUSTOMER-ID TO ENC-CUSTOMER-ID
               PERFORM 1260-CALL-ENTLCHK
           END-IF
           EVALUATE TRUE
               WHEN NOT TD-ACTIVE
                   MOVE 'CD IS NOT ACTIVE' TO WS-MESSAGE
               WHEN ENC-REFUSED
                   MOVE ENC-MESSAGE TO WS-MESSAGE
               WHEN OTHER
      *            The penalty shows again with the confirmation so
      *            the receipt the operator reads back matches the
      *            quote.
                   PERFORM 4100-SHOW-PENALTY
                   MOVE SPACES TO TDWDRAW-REC
                   MOVE TTDIDI     TO TDW-TD-ID
                   MOVE WS-TODAY-8 TO TDW-REQUEST-DATE
                   OPEN EXTEND TDWDRAW
                   WRITE TDWDRAW-REC
                   CLOSE TDWDRAW
                   MOVE 'WITHDRAWAL CONFIRMED AND QUEUED FOR TONIGHT'
                       TO WS-MESSAGE
           END-EVALUATE.

       4100-SHOW-PENALTY.
           IF NOT TD-ACTIVE
