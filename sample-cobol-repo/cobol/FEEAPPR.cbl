      *----------------------------------------------------------------*
      * PROGRAM:  FEEAPPR                                              *
      * PURPOSE:  CICS fee refund approval - the checker side of the   *
      *           refund requests FEERFND holds above the refund       *
      *           threshold. A second officer keys the customer, the   *
      *           refund reference, their own officer ID and A to      *
      *           approve or D to decline on the FAPMAP screen         *
      *           (mapset FEEAPRM). The decision is refused when the   *
      *           officer is the one who asked for the refund; an      *
      *           approval queues the reversal credit to PENDPYMT on   *
      *           the FREV channel for the next posting cycle, and     *
      *           either decision is stamped on the request in place.  *
      *           Same pseudo-conversational structure as PAYAPPR.     *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    ERRHANDR, ENTLCHK                                    *
      * COPYBOOKS: ACCTDATA, ERRDATA, FRFDATA, FAPMAP, ENTLDATA        *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     FEEAPPR.
       AUTHOR.         TABFORGE-AI.
       DATE-WRITTEN.   2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fee refund requests (see FRFDATA), keyed CUSTOMER-ID +
      *    refund reference.
           SELECT FEEREFND ASSIGN TO UT-S-FEEREFND
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS RANDOM
                           RECORD KEY   IS FEEREFND-KEY.
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

       FD  PENDPYMT
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01  PENDPYMT-REC               PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-FEEAPPR-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'FEEAPPR'.
           05  WS-FOUND-FLAG          PIC X(1)  VALUE 'N'.
               88  REFUND-FOUND           VALUE 'Y'.
           05  WS-OFFICER             PIC X(8)  VALUE SPACES.
           05  WS-ACTION              PIC X(1)  VALUE SPACES.
               88  ACTION-APPROVE         VALUE 'A'.
               88  ACTION-DECLINE         VALUE 'D'.
           05  WS-NOW                 PIC X(21) VALUE SPACES.
           05  WS-MESSAGE             PIC X(79) VALUE SPACES.
           05  WS-COMMAREA-FLAG       PIC X(01) VALUE 'X'.
           05  WS-AMOUNT-DISP         PIC ZZ,ZZZ,ZZ9.99.

       COPY ACCTDATA.
       COPY ERRDATA.
       COPY FRFDATA.
       COPY FAPMAP.
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
           MOVE LOW-VALUES TO FAPMAPI
           EXEC CICS SEND MAP('FAPMAP')
                          MAPSET('FEEAPRM')
                          ERASE
           END-EXEC
           EXEC CICS RETURN
                          TRANSID('FAPR')
                          COMMAREA(WS-COMMAREA-FLAG)
           END-EXEC.

       1200-RECEIVE-AND-PROCESS.
           EXEC CICS RECEIVE MAP('FAPMAP')
                          MAPSET('FEEAPRM')
                          INTO(FAPMAPI)
           END-EXEC
           MOVE 'N'   TO WS-FOUND-FLAG
           MOVE FOFFI TO WS-OFFICER
           MOVE FACTI TO WS-ACTION
           INSPECT WS-OFFICER REPLACING ALL LOW-VALUE BY SPACE
           EVALUATE TRUE
               WHEN WS-OFFICER = SPACES
                   MOVE 'OFFICER ID REQUIRED' TO WS-MESSAGE
               WHEN NOT ACTION-APPROVE AND NOT ACTION-DECLINE
                   MOVE 'ACTION MUST BE A (APPROVE) OR D (DECLINE)'
                       TO WS-MESSAGE
               WHEN OTHER
                   PERFORM 2000-FIND-AND-DECIDE
           END-EVALUATE
           PERFORM 1300-SEND-RESULT-MAP
           EXEC CICS RETURN
                          TRANSID('FAPR')
                          COMMAREA(WS-COMMAREA-FLAG)
           END-EXEC.

       2000-FIND-AND-DECIDE.
           OPEN I-O FEEREFND
           MOVE FCUSTI TO FEEREFND-CUSTOMER-ID
           MOVE FREFI  TO FEEREFND-REF
           READ FEEREFND INTO FEE-REFUND-RECORD
               INVALID KEY
                   MOVE 'NO REFUND REQUEST FOR THAT CUSTOMER AND REF'
                       TO WS-MESSAGE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND-FLAG
           END-READ
           IF REFUND-FOUND
               EVALUATE TRUE
                   WHEN NOT FRF-AWAITING-APPROVAL
                       MOVE 'REFUND IS NOT AWAITING APPROVAL'
                           TO WS-MESSAGE
                   WHEN FRF-REQUESTED-BY = WS-OFFICER
      *                The two-person rule: the officer who asked for
      *                the refund can never decide it, exactly as
      *                PAYAPPR treats a self-release.
                       MOVE 'REFUSED - SAME OFFICER AS THE REQUEST'
                           TO WS-MESSAGE
                   WHEN OTHER
                       PERFORM 2100-CHECK-ENTITLEMENT
                       IF ENC-ALLOWED
                           PERFORM 3000-RECORD-DECISION
                       ELSE
                           MOVE ENC-MESSAGE TO WS-MESSAGE
                       END-IF
               END-EVALUATE
           END-IF
           CLOSE FEEREFND.

       2100-CHECK-ENTITLEMENT.
      *    The deciding officer must hold FEEAPPR on the entitlement
      *    table; an approval gives the money back, so it is held
      *    against the officer's refund authority as well.
           MOVE SPACES          TO ENTL-CHECK-AREA
           MOVE ZERO            TO ENC-AMOUNT
           IF ACTION-APPROVE
               SET ENC-REFUND-LIMIT TO TRUE
               MOVE FRF-AMOUNT  TO ENC-AMOUNT
           END-IF
           EXEC CICS ASSIGN
                USERID(ENC-OPERATOR-ID)
           END-EXEC
           MOVE EIBTRMID        TO ENC-TERMINAL
           MOVE WS-PROGRAM-NAME TO ENC-PROGRAM
           MOVE 'FEEAPPR'       TO ENC-FUNCTION
           MOVE FRF-CUSTOMER-ID TO ENC-CUSTOMER-ID
           CALL 'ENTLCHK' USING ENTL-CHECK-AREA.

       3000-RECORD-DECISION.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-OFFICER  TO FRF-APPROVED-BY
           MOVE WS-NOW(1:8) TO FRF-DECISION-DATE
           IF ACTION-APPROVE
               SET FRF-APPROVED TO TRUE
           ELSE
               SET FRF-DECLINED TO TRUE
           END-IF
           REWRITE FEEREFND-REC FROM FEE-REFUND-RECORD
               INVALID KEY
                   MOVE WS-PROGRAM-NAME TO ERR-PROGRAM-NAME
                   MOVE '3000-RECORD-DECISION' TO ERR-PARAGRAPH
                   SET ERRC-FILE-REWRITE-FAILED TO TRUE
                   MOVE 'FEEREFND REWRITE FAILED' TO ERR-MESSAGE
                   CALL 'ERRHANDR' USING ERROR-RECORD
                   MOVE 'N' TO WS-FOUND-FLAG
                   MOVE 'DECISION NOT RECORDED - PLEASE TRY AGAIN'
                       TO WS-MESSAGE
           END-REWRITE
           IF REFUND-FOUND
               MOVE FRF-AMOUNT TO WS-AMOUNT-DISP
               MOVE SPACES TO WS-MESSAGE
               IF FRF-APPROVED
                   PERFORM 3500-QUEUE-REVERSAL-CREDIT
                   STRING 'APPROVED ' WS-AMOUNT-DISP
                          ' - CREDITED NEXT POSTING CYCLE'
                       DELIMITED SIZE INTO WS-MESSAGE
               ELSE
                   STRING 'DECLINED ' WS-AMOUNT-DISP
                          ' - NO CREDIT WILL BE MADE'
                       DELIMITED SIZE INTO WS-MESSAGE
               END-IF
           END-IF.

       3500-QUEUE-REVERSAL-CREDIT.
      *    Built exactly as FEERFND builds an approved-on-entry
      *    refund: a CR to checking on the FREV channel carrying the
      *    refund reference.
           MOVE SPACES TO ACCOUNT-RECORD
           MOVE FRF-CUSTOMER-ID    TO ACCOUNT-NUMBER
           MOVE 'CH'               TO ACCOUNT-TYPE
           MOVE ZERO               TO AVAILABLE-BALANCE
           MOVE FRF-AMOUNT         TO PENDING-AMOUNT
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
           MOVE FRF-REF            TO TRANSACTION-REF
           MOVE 'FREV'             TO CHANNEL-CODE
           SET PRIORITY-STANDARD   TO TRUE
           OPEN EXTEND PENDPYMT
           WRITE PENDPYMT-REC FROM ACCOUNT-RECORD
           CLOSE PENDPYMT.

       1300-SEND-RESULT-MAP.
           MOVE LOW-VALUES TO FAPMAPI
           IF REFUND-FOUND
               MOVE FRF-AMOUNT TO WS-AMOUNT-DISP
               MOVE SPACES TO FDTLI
               STRING FRF-FEE-TYPE ' ' FRF-FEE-REF
                      WS-AMOUNT-DISP ' ' FRF-REASON
                      ' BY ' FRF-REQUESTED-BY
                      ' ON ' FRF-REQUEST-DATE
                   DELIMITED SIZE INTO FDTLI
           END-IF
           MOVE WS-MESSAGE TO FMSGI
           EXEC CICS SEND MAP('FAPMAP')
                          MAPSET('FEEAPRM')
                          FROM(FAPMAPI)
                          DATAONLY
           END-EXEC.

       9800-MAPFAIL.
           MOVE LOW-VALUES TO FAPMAPI
           MOVE 'NO DATA ENTERED - PLEASE TRY AGAIN' TO FMSGI
           EXEC CICS SEND MAP('FAPMAP')
                          MAPSET('FEEAPRM')
                          FROM(FAPMAPI)
                          ERASE
           END-EXEC
           EXEC CICS RETURN
                          TRANSID('FAPR')
                          COMMAREA(WS-COMMAREA-FLAG)
           END-EXEC.

       9900-CICS-ERROR.
           MOVE 'FEEAPPR'          TO ERR-PROGRAM-NAME
           MOVE '9900-CICS-ERROR'  TO ERR-PARAGRAPH
           CALL 'ERRHANDR' USING ERROR-RECORD
           EXEC CICS RETURN END-EXEC.
