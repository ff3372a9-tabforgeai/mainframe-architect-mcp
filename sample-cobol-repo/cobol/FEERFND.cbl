      *----------------------------------------------------------------*
      * PROGRAM:  FEERFND                                              *
      * PURPOSE:  CICS fee refund request - an officer refunds an      *
      *           overdraft fee or a FEEPROC maintenance fee as a      *
      *           courtesy on the FRFMAP screen (mapset FEERFNDM),     *
      *           naming the fee (type and reference), the amount, a   *
      *           reason code and their own officer ID. The request    *
      *           is recorded on FEEREFND (see FRFDATA) with the       *
      *           customer's home branch; one live refund per fee. At  *
      *           or under the refund threshold it is approved on      *
      *           entry and the reversal credit is queued to PENDPYMT  *
      *           on the FREV channel for the next posting cycle;      *
      *           above it the request waits for a DIFFERENT officer   *
      *           on FEEAPPR. Same pseudo-conversational structure as  *
      *           PAYENTRY.                                            *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    VALCUST, ERRHANDR, ENTLCHK                           *
      * COPYBOOKS: CUSTMAST, ACCTDATA, ERRDATA, FRFDATA, ASGNDATA,     *
      *            FRFMAP, ENTLDATA                                    *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     FEERFND.
       AUTHOR.         TABFORGE-AI.
       DATE-WRITTEN.   2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fee refund requests (see FRFDATA), keyed CUSTOMER-ID +
      *    refund reference - browsed from the customer's first
      *    entry for the one-live-refund-per-fee check.
           SELECT FEEREFND ASSIGN TO UT-S-FEEREFND
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS DYNAMIC
                           RECORD KEY   IS FEEREFND-KEY.
      *    Home branch / officer assignment (see ASGNDATA).
           SELECT ASSIGNS  ASSIGN TO UT-S-ASSIGNS
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS RANDOM
                           RECORD KEY   IS ASSIGNS-CUSTOMER-ID.
      *    The approval parameter file PAYENTRY reads - the refund
      *    threshold rides in its second field.
           SELECT APPRPARM ASSIGN TO UT-S-APPRPARM
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT PENDPYMT ASSIGN TO UT-S-PENDPYMT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FEEREFND
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
       01  FEEREFND-REC.
           05  FEEREFND-KEY.
               10  FEEREFND-CUSTOMER-ID PIC X(10).
               10  FEEREFND-REF       PIC X(16).
           05  FILLER                 PIC X(94).

       FD  ASSIGNS
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  ASSIGNS-REC.
           05  ASSIGNS-CUSTOMER-ID    PIC X(10).
           05  FILLER                 PIC X(50).

       FD  APPRPARM
           RECORDING MODE IS F
           RECORD CONTAINS 20 CHARACTERS.
       01  APPRPARM-REC.
           05  APP-THRESHOLD          PIC 9(11)V99.
           05  APP-REFUND-THRESHOLD   PIC 9(05)V99.

       FD  PENDPYMT
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01  PENDPYMT-REC               PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-FEERFND-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'FEERFND'.
           05  WS-VALIDATE-RC         PIC S9(04) COMP VALUE ZERO.
           05  WS-AMOUNT-TEXT         PIC X(13) VALUE SPACES.
           05  WS-AMOUNT-CENTS        PIC 9(13) COMP-3 VALUE ZERO.
           05  WS-REFUND-AMOUNT       PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-PARSE-IX            PIC 9(2)  COMP VALUE ZERO.
           05  WS-DIGIT-SEEN          PIC X(1)  VALUE 'N'.
               88  AMOUNT-HAS-DIGITS      VALUE 'Y'.
           05  WS-PARSE-OK            PIC X(1)  VALUE 'Y'.
               88  AMOUNT-PARSED          VALUE 'Y'.
           05  WS-INPUT-OK            PIC X(1)  VALUE 'Y'.
               88  ENTRY-VALID            VALUE 'Y'.
           05  WS-FEE-TYPE            PIC X(1)  VALUE SPACES.
           05  WS-FEE-REF             PIC X(16) VALUE SPACES.
           05  WS-REASON              PIC X(2)  VALUE SPACES.
           05  WS-OFFICER             PIC X(8)  VALUE SPACES.
           05  WS-NOW                 PIC X(21) VALUE SPACES.
           05  WS-REFUND-REF          PIC X(16) VALUE SPACES.
           05  WS-MESSAGE             PIC X(79) VALUE SPACES.
           05  WS-COMMAREA-FLAG       PIC X(01) VALUE 'X'.
           05  WS-EOF-FEEREFND        PIC X(01) VALUE 'N'.
               88  EOF-FEEREFND           VALUE 'Y'.
           05  WS-AMOUNT-DISP         PIC ZZ,ZZZ,ZZ9.99.
      *    Refunds above this amount wait for a second officer; the
      *    parameter file overrides the default.
           05  WS-REFUND-THRESHOLD    PIC S9(05)V99 COMP-3
                                       VALUE 50.00.

       COPY CUSTMAST.
       COPY ACCTDATA.
       COPY ERRDATA.
       COPY FRFDATA.
       COPY ASGNDATA.
       COPY FRFMAP.
       COPY ENTLDATA.

       LINKAGE SECTION.
       01  DFHCOMMAREA                PIC X(01).

       PROCEDURE DIVISION.

       1000-INIT.
           EXEC CICS HANDLE CONDITION
                MAPFAIL  (9800-MAPFAIL)
                ERROR    (9900-CICS-ERROR)
           END-EXEC
           IF EIBCALEN = ZERO
               PERFORM 1100-SEND-INITIAL-MAP
           ELSE
               PERFORM 1200-RECEIVE-AND-PROCESS
           END-IF.

       1100-SEND-INITIAL-MAP.
           MOVE LOW-VALUES TO FRFMAPI
           EXEC CICS SEND MAP('FRFMAP')
                          MAPSET('FEERFNDM')
                          ERASE
           END-EXEC
           EXEC CICS RETURN
                          TRANSID('FRFD')
                          COMMAREA(WS-COMMAREA-FLAG)
           END-EXEC.

       1200-RECEIVE-AND-PROCESS.
           EXEC CICS RECEIVE MAP('FRFMAP')
                          MAPSET('FEERFNDM')
                          INTO(FRFMAPI)
           END-EXEC
           MOVE RCUSTI  TO CUSTOMER-ID
           MOVE RFTYPEI TO WS-FEE-TYPE
           MOVE RFREFI  TO WS-FEE-REF
           MOVE RAMTI   TO WS-AMOUNT-TEXT
           MOVE RRSNI   TO WS-REASON
           MOVE ROFFI   TO WS-OFFICER
           INSPECT WS-FEE-REF REPLACING ALL LOW-VALUE BY SPACE
           INSPECT WS-OFFICER REPLACING ALL LOW-VALUE BY SPACE
           PERFORM 2000-VALIDATE-REQUEST
           IF ENTRY-VALID
               PERFORM 2400-CHECK-PRIOR-REFUND
           END-IF
           IF ENTRY-VALID
               PERFORM 2300-LOAD-REFUND-THRESHOLD
               PERFORM 2500-CHECK-ENTITLEMENT
           END-IF
           IF ENTRY-VALID
               PERFORM 3000-RECORD-REFUND
           END-IF
           PERFORM 1300-SEND-RESULT-MAP
           EXEC CICS RETURN
                          TRANSID('FRFD')
                          COMMAREA(WS-COMMAREA-FLAG)
           END-EXEC.

       2000-VALIDATE-REQUEST.
           MOVE 'Y' TO WS-INPUT-OK
           MOVE SPACES TO WS-REFUND-REF
           CALL 'VALCUST' USING CUSTOMER-ID
                                CUSTOMER-RECORD
                                WS-VALIDATE-RC
           IF WS-VALIDATE-RC NOT = ZERO
               MOVE 'N' TO WS-INPUT-OK
               MOVE 'CUSTOMER NOT FOUND OR NOT ACTIVE' TO WS-MESSAGE
           ELSE
               PERFORM 2100-PARSE-AMOUNT
               MOVE WS-FEE-TYPE TO FRF-FEE-TYPE
               MOVE WS-REASON   TO FRF-REASON
               EVALUATE TRUE
                   WHEN WS-OFFICER = SPACES
                       MOVE 'N' TO WS-INPUT-OK
                       MOVE 'REQUESTING OFFICER ID REQUIRED'
                           TO WS-MESSAGE
                   WHEN NOT FRF-FEE-TYPE-VALID
                       MOVE 'N' TO WS-INPUT-OK
                       MOVE 'FEE TYPE MUST BE O (OVERDRAFT) OR M'
                           TO WS-MESSAGE
                   WHEN WS-FEE-REF = SPACES
                       MOVE 'N' TO WS-INPUT-OK
                       MOVE 'KEY THE REFERENCE OF THE FEE REFUNDED'
                           TO WS-MESSAGE
                   WHEN FRF-MAINTENANCE-FEE
                           AND (WS-FEE-REF(1:6) NOT NUMERIC
                             OR WS-FEE-REF(5:2) < '01'
                             OR WS-FEE-REF(5:2) > '12'
                             OR WS-FEE-REF(7:10) NOT = SPACES)
                       MOVE 'N' TO WS-INPUT-OK
                       MOVE 'MAINTENANCE FEE REFERENCE IS ITS CCYYMM'
                           TO WS-MESSAGE
                   WHEN NOT AMOUNT-PARSED
                       MOVE 'N' TO WS-INPUT-OK
                       MOVE 'AMOUNT MUST BE DIGITS ONLY, IN CENTS'
                           TO WS-MESSAGE
                   WHEN WS-REFUND-AMOUNT = ZERO
                       MOVE 'N' TO WS-INPUT-OK
                       MOVE 'AMOUNT MUST BE GREATER THAN ZERO'
                           TO WS-MESSAGE
                   WHEN WS-REFUND-AMOUNT > 99999.99
                       MOVE 'N' TO WS-INPUT-OK
                       MOVE 'AMOUNT TOO LARGE FOR A FEE REFUND'
                           TO WS-MESSAGE
                   WHEN NOT FRF-REASON-VALID
                       MOVE 'N' TO WS-INPUT-OK
                       MOVE 'REASON MUST BE BE, CS, FT, HD, RL OR OT'
                           TO WS-MESSAGE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       2100-PARSE-AMOUNT.
      *    Keyed in cents, the same convention as PAYENTRY - 3500 is
      *    35.00; embedded spaces are allowed, anything else refuses
      *    the entry rather than guessing.
           MOVE 'Y' TO WS-PARSE-OK
           MOVE 'N' TO WS-DIGIT-SEEN
           MOVE ZERO TO WS-AMOUNT-CENTS
           PERFORM VARYING WS-PARSE-IX FROM 1 BY 1
                   UNTIL WS-PARSE-IX > 13
                   OR NOT AMOUNT-PARSED
               EVALUATE TRUE
                   WHEN WS-AMOUNT-TEXT(WS-PARSE-IX:1) NUMERIC
                       MOVE 'Y' TO WS-DIGIT-SEEN
                       COMPUTE WS-AMOUNT-CENTS =
                           WS-AMOUNT-CENTS * 10
                           + FUNCTION NUMVAL
                               (WS-AMOUNT-TEXT(WS-PARSE-IX:1))
                   WHEN WS-AMOUNT-TEXT(WS-PARSE-IX:1) = SPACE
                       OR WS-AMOUNT-TEXT(WS-PARSE-IX:1) = LOW-VALUE
                       CONTINUE
                   WHEN OTHER
                       MOVE 'N' TO WS-PARSE-OK
               END-EVALUATE
           END-PERFORM
           IF NOT AMOUNT-HAS-DIGITS
               MOVE 'N' TO WS-PARSE-OK
           END-IF
           COMPUTE WS-REFUND-AMOUNT = WS-AMOUNT-CENTS / 100.

       2300-LOAD-REFUND-THRESHOLD.
           OPEN INPUT APPRPARM
           READ APPRPARM
               AT END
                   CONTINUE
               NOT AT END
                   IF APP-REFUND-THRESHOLD NUMERIC
                           AND APP-REFUND-THRESHOLD > ZERO
                       MOVE APP-REFUND-THRESHOLD
                           TO WS-REFUND-THRESHOLD
                   END-IF
           END-READ
           CLOSE APPRPARM.

       2400-CHECK-PRIOR-REFUND.
      *    A fee is refunded once: any earlier request for the same
      *    fee that was approved, or is still waiting, refuses this
      *    one. A declined request does not block a fresh one.
           MOVE 'N' TO WS-EOF-FEEREFND
           OPEN INPUT FEEREFND
           MOVE CUSTOMER-ID TO FEEREFND-CUSTOMER-ID
           MOVE LOW-VALUES  TO FEEREFND-REF
           START FEEREFND KEY IS NOT LESS THAN FEEREFND-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF-FEEREFND
           END-START
           PERFORM UNTIL EOF-FEEREFND OR NOT ENTRY-VALID
               READ FEEREFND NEXT RECORD INTO FEE-REFUND-RECORD
                   AT END MOVE 'Y' TO WS-EOF-FEEREFND
               END-READ
               IF NOT EOF-FEEREFND
                   IF FRF-CUSTOMER-ID NOT = CUSTOMER-ID
                       MOVE 'Y' TO WS-EOF-FEEREFND
                   ELSE
                       IF FRF-FEE-TYPE = WS-FEE-TYPE
                               AND FRF-FEE-REF = WS-FEE-REF
                               AND NOT FRF-DECLINED
                           MOVE 'N' TO WS-INPUT-OK
                           MOVE SPACES TO WS-MESSAGE
                           STRING 'FEE ALREADY REFUNDED OR AWAITING '
                                  'APPROVAL - SEE ' FRF-REF
                               DELIMITED SIZE INTO WS-MESSAGE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE FEEREFND.

       2500-CHECK-ENTITLEMENT.
      *    The operator must hold FEERFND on the entitlement table. A
      *    refund approved on entry gives the money back at once, so
      *    it is held against the operator's refund authority too;
      *    one over the threshold waits for FEEAPPR, where the second
      *    officer's authority is checked instead.
           MOVE SPACES          TO ENTL-CHECK-AREA
           MOVE ZERO            TO ENC-AMOUNT
           IF WS-REFUND-AMOUNT NOT > WS-REFUND-THRESHOLD
               SET ENC-REFUND-LIMIT TO TRUE
               MOVE WS-REFUND-AMOUNT TO ENC-AMOUNT
           END-IF
           EXEC CICS ASSIGN
                USERID(ENC-OPERATOR-ID)
           END-EXEC
           MOVE EIBTRMID        TO ENC-TERMINAL
           MOVE WS-PROGRAM-NAME TO ENC-PROGRAM
           MOVE 'FEERFND'       TO ENC-FUNCTION
           MOVE CUSTOMER-ID     TO ENC-CUSTOMER-ID
           CALL 'ENTLCHK' USING ENTL-CHECK-AREA
           IF ENC-REFUSED
               MOVE 'N'         TO WS-INPUT-OK
               MOVE ENC-MESSAGE TO WS-MESSAGE
           END-IF.

       3000-RECORD-REFUND.
      *    Within the threshold the requesting officer's word is
      *    enough and the credit is queued now; above it no single
      *    officer gives the money back - the request waits for
      *    FEEAPPR.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE SPACES TO WS-REFUND-REF
           STRING 'FR' WS-NOW(1:14)
               DELIMITED SIZE INTO WS-REFUND-REF
           MOVE SPACES            TO FEE-REFUND-RECORD
           MOVE CUSTOMER-ID       TO FRF-CUSTOMER-ID
           MOVE WS-REFUND-REF     TO FRF-REF
           MOVE WS-FEE-TYPE       TO FRF-FEE-TYPE
           MOVE WS-FEE-REF        TO FRF-FEE-REF
           MOVE WS-REFUND-AMOUNT  TO FRF-AMOUNT
           MOVE WS-REASON         TO FRF-REASON
           MOVE WS-OFFICER        TO FRF-REQUESTED-BY
           MOVE WS-NOW(1:8)       TO FRF-REQUEST-DATE
           PERFORM 3100-GET-HOME-BRANCH
           IF WS-REFUND-AMOUNT > WS-REFUND-THRESHOLD
               SET FRF-AWAITING-APPROVAL TO TRUE
           ELSE
               SET FRF-APPROVED   TO TRUE
               MOVE WS-NOW(1:8)   TO FRF-DECISION-DATE
           END-IF
           OPEN I-O FEEREFND
           WRITE FEEREFND-REC FROM FEE-REFUND-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-INPUT-OK
                   MOVE WS-PROGRAM-NAME TO ERR-PROGRAM-NAME
                   MOVE '3000-RECORD-REFUND' TO ERR-PARAGRAPH
                   SET ERRC-FILE-REWRITE-FAILED TO TRUE
                   MOVE 'FEEREFND WRITE FAILED' TO ERR-MESSAGE
                   CALL 'ERRHANDR' USING ERROR-RECORD
                   MOVE 'REFUND NOT RECORDED - PLEASE TRY AGAIN'
                       TO WS-MESSAGE
           END-WRITE
           CLOSE FEEREFND
           IF ENTRY-VALID
               MOVE WS-REFUND-AMOUNT TO WS-AMOUNT-DISP
               MOVE SPACES TO WS-MESSAGE
               IF FRF-APPROVED
                   PERFORM 3500-QUEUE-REVERSAL-CREDIT
                   STRING 'REFUND OF ' WS-AMOUNT-DISP
                          ' APPROVED - CREDITED NEXT POSTING CYCLE'
                       DELIMITED SIZE INTO WS-MESSAGE
               ELSE
                   STRING 'REFUND OF ' WS-AMOUNT-DISP
                          ' HELD FOR A SECOND OFFICER ON FEEAPPR'
                       DELIMITED SIZE INTO WS-MESSAGE
               END-IF
           END-IF.

       3100-GET-HOME-BRANCH.
      *    A customer with no assignment on file reports under a
      *    blank branch, as UNASSIGNED.
           OPEN INPUT ASSIGNS
           MOVE CUSTOMER-ID TO ASSIGNS-CUSTOMER-ID
           READ ASSIGNS INTO CUSTOMER-ASSIGNMENT-RECORD
               INVALID KEY
                   MOVE SPACES TO FRF-BRANCH
               NOT INVALID KEY
                   MOVE ASG-BRANCH TO FRF-BRANCH
           END-READ
           CLOSE ASSIGNS.

       3500-QUEUE-REVERSAL-CREDIT.
      *    The reversal rides the normal pipeline as a CR to the
      *    customer's checking account; the FREV channel is what
      *    tells PYMT001 to book it against fee income, and the
      *    refund reference is the statement reference.
           MOVE SPACES TO ACCOUNT-RECORD
           MOVE CUSTOMER-ID        TO ACCOUNT-NUMBER
           MOVE 'CH'               TO ACCOUNT-TYPE
           MOVE ZERO               TO AVAILABLE-BALANCE
           MOVE WS-REFUND-AMOUNT   TO PENDING-AMOUNT
           MOVE WS-NOW(1:4)        TO TRANSACTION-DATE(1:4)
           MOVE '-'                TO TRANSACTION-DATE(5:1)
           MOVE WS-NOW(5:2)        TO TRANSACTION-DATE(6:2)
           MOVE '-'                TO TRANSACTION-DATE(8:1)
           MOVE WS-NOW(7:2)        TO TRANSACTION-DATE(9:2)
           MOVE WS-NOW(9:2)        TO TRANSACTION-TIME(1:2)
           MOVE ':'                TO TRANSACTION-TIME(3:1)
           MOVE WS-NOW(11:2)       TO TRANSACTION-TIME(4:2)
           MOVE ':'                TO TRANSACTION-TIME(6:1)
           MOVE WS-NOW(13:2)       TO TRANSACTION-TIME(7:2)
           SET TXN-CREDIT          TO TRUE
           MOVE WS-REFUND-REF      TO TRANSACTION-REF
           MOVE 'FREV'             TO CHANNEL-CODE
           SET PRIORITY-STANDARD   TO TRUE
           OPEN EXTEND PENDPYMT
           WRITE PENDPYMT-REC FROM ACCOUNT-RECORD
           CLOSE PENDPYMT.

       1300-SEND-RESULT-MAP.
           MOVE LOW-VALUES TO FRFMAPI
           IF WS-VALIDATE-RC = ZERO
               MOVE CUSTOMER-NAME  TO RNAMEI
           END-IF
           IF ENTRY-VALID
               MOVE WS-REFUND-REF  TO RREFI
           END-IF
           MOVE WS-MESSAGE TO RMSGI
           EXEC CICS SEND MAP('FRFMAP')
                          MAPSET('FEERFNDM')
                          FROM(FRFMAPI)
                          DATAONLY
           END-EXEC.

       9800-MAPFAIL.
           MOVE LOW-VALUES TO FRFMAPI
           MOVE 'NO DATA ENTERED - PLEASE TRY AGAIN' TO RMSGI
           EXEC CICS SEND MAP('FRFMAP')
                          MAPSET('FEERFNDM')
                          FROM(FRFMAPI)
                          ERASE
           END-EXEC
           EXEC CICS RETURN
                          TRANSID('FRFD')
                          COMMAREA(WS-COMMAREA-FLAG)
           END-EXEC.

       9900-CICS-ERROR.
           MOVE 'FEERFND'          TO ERR-PROGRAM-NAME
           MOVE '9900-CICS-ERROR'  TO ERR-PARAGRAPH
           CALL 'ERRHANDR' USING ERROR-RECORD
           EXEC CICS RETURN END-EXEC.
