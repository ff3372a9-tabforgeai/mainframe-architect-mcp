      *----------------------------------------------------------------*
      * PROGRAM:  ENTLCHK                                              *
      * PURPOSE:  Operator entitlement and authority-limit check,      *
      *           CALLed by every online screen before it acts. Reads  *
      *           the operator's ENTITLE record and refuses when the   *
      *           operator is not on file, is suspended, is not        *
      *           entitled to the function, or - where money moves -  *
      *           the amount is over the operator's dollar authority   *
      *           for that kind of movement. Every refusal is logged   *
      *           to ACCESSLOG as a REFUSE entry so the security log   *
      *           shows who tried what, from which terminal.           *
      *           Function codes are the screen's program name, plus   *
      *           PINCHG for CUSTINQ's PIN change.                     *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    (none)                                               *
      * COPYBOOKS: ENTLDATA, ACCLOG                                    *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     ENTLCHK.
       AUTHOR.         TABFORGE-AI.
       DATE-WRITTEN.   2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTITLE   ASSIGN TO UT-S-ENTITLE
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS RANDOM
                            RECORD KEY   IS ENTF-OPERATOR-ID.
           SELECT ACCESSLOG ASSIGN TO UT-S-ACCESSLOG
                            ORGANIZATION IS SEQUENTIAL
                            ACCESS MODE  IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTITLE
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
       01  ENTITLE-REC.
           05  ENTF-OPERATOR-ID       PIC X(08).
           05  FILLER                 PIC X(142).

       FD  ACCESSLOG
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  ACCESSLOG-REC              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-ENTLCHK-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'ENTLCHK'.
           05  WS-ENT-FOUND           PIC X(1)  VALUE 'N'.
               88  ENTITLEMENT-FOUND      VALUE 'Y'.
           05  WS-FUNC-IX             PIC 9(2)  COMP VALUE ZERO.
           05  WS-FOUND-IX            PIC 9(2)  COMP VALUE ZERO.
           05  WS-LIMIT               PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-REASON              PIC X(11) VALUE SPACES.
           05  WS-LOG-STAMP           PIC X(26) VALUE SPACES.

      *    Function codes in the same order as the ENT-TXN-FLAG
      *    table on the entitlement record.
       01  WS-FUNCTION-VALUES.
           05  FILLER                 PIC X(08) VALUE 'CUSTINQ'.
           05  FILLER                 PIC X(08) VALUE 'PINCHG'.
           05  FILLER                 PIC X(08) VALUE 'CUSTMNT'.
           05  FILLER                 PIC X(08) VALUE 'CARDMNT'.
           05  FILLER                 PIC X(08) VALUE 'PAYENTRY'.
           05  FILLER                 PIC X(08) VALUE 'PAYAPPR'.
           05  FILLER                 PIC X(08) VALUE 'TDENTRY'.
           05  FILLER                 PIC X(08) VALUE 'DISPUPD'.
           05  FILLER                 PIC X(08) VALUE 'FEERFND'.
           05  FILLER                 PIC X(08) VALUE 'FEEAPPR'.
           05  FILLER                 PIC X(08) VALUE 'COLLWB'.
           05  FILLER                 PIC X(08) VALUE 'TLRBAL'.
       01  WS-FUNCTION-TABLE REDEFINES WS-FUNCTION-VALUES.
           05  WS-FUNCTION-CODE       PIC X(08) OCCURS 12 TIMES.

       COPY ENTLDATA.
       COPY ACCLOG.

       LINKAGE SECTION.
      *    ENTL-CHECK-AREA's layout (see ENTLDATA).
       01  LK-CHECK-AREA              PIC X(87).

       PROCEDURE DIVISION USING LK-CHECK-AREA.

       1000-CHECK-ENTITLEMENT.
           MOVE LK-CHECK-AREA TO ENTL-CHECK-AREA
           MOVE 'N'    TO ENC-RESULT
           MOVE SPACES TO ENC-MESSAGE
           MOVE SPACES TO WS-REASON
           PERFORM 2000-READ-ENTITLEMENT
           EVALUATE TRUE
               WHEN NOT ENTITLEMENT-FOUND
                   MOVE 'NOT ON FILE' TO WS-REASON
                   MOVE 'OPERATOR NOT SET UP FOR ONLINE FUNCTIONS'
                       TO ENC-MESSAGE
               WHEN NOT ENT-ACTIVE
                   MOVE 'SUSPENDED'   TO WS-REASON
                   MOVE 'OPERATOR ENTITLEMENTS SUSPENDED'
                       TO ENC-MESSAGE
               WHEN OTHER
                   PERFORM 3000-CHECK-FUNCTION
           END-EVALUATE
           IF ENC-REFUSED
               PERFORM 5000-LOG-REFUSAL
           END-IF
           MOVE ENTL-CHECK-AREA TO LK-CHECK-AREA
           GOBACK.

       2000-READ-ENTITLEMENT.
           MOVE 'N' TO WS-ENT-FOUND
           MOVE ENC-OPERATOR-ID TO ENTF-OPERATOR-ID
           OPEN INPUT ENTITLE
           READ ENTITLE INTO ENTITLEMENT-RECORD
               KEY IS ENTF-OPERATOR-ID
               INVALID KEY
                   MOVE 'N' TO WS-ENT-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ENT-FOUND
           END-READ
           CLOSE ENTITLE.

       3000-CHECK-FUNCTION.
      *    An unknown function code is refused rather than waved
      *    through - a new screen has to be added to the table and
      *    the record before anyone can use it.
           MOVE ZERO TO WS-FOUND-IX
           PERFORM VARYING WS-FUNC-IX FROM 1 BY 1
                   UNTIL WS-FUNC-IX > 12 OR WS-FOUND-IX > ZERO
               IF WS-FUNCTION-CODE(WS-FUNC-IX) = ENC-FUNCTION
                   MOVE WS-FUNC-IX TO WS-FOUND-IX
               END-IF
           END-PERFORM
           IF WS-FOUND-IX = ZERO
                   OR ENT-TXN-FLAG(WS-FOUND-IX) NOT = 'Y'
               MOVE 'NOT ENTITLD' TO WS-REASON
               MOVE SPACES TO ENC-MESSAGE
               STRING 'NOT AUTHORIZED FOR ' DELIMITED SIZE
                      ENC-FUNCTION         DELIMITED SPACE
                      INTO ENC-MESSAGE
           ELSE
               PERFORM 4000-CHECK-LIMIT
           END-IF.

       4000-CHECK-LIMIT.
      *    Entitled to the function; where money moves the amount is
      *    held against the matching authority. A limit field that was
      *    never keyed counts as no authority at all.
           MOVE 'Y'  TO ENC-RESULT
           MOVE ZERO TO WS-LIMIT
           EVALUATE TRUE
               WHEN ENC-NO-LIMIT
                   CONTINUE
               WHEN ENC-PAYMENT-LIMIT AND ENT-PAYMENT-LIMIT NUMERIC
                   MOVE ENT-PAYMENT-LIMIT TO WS-LIMIT
               WHEN ENC-RELEASE-LIMIT AND ENT-RELEASE-LIMIT NUMERIC
                   MOVE ENT-RELEASE-LIMIT TO WS-LIMIT
               WHEN ENC-TDWDRAW-LIMIT AND ENT-TDWDRAW-LIMIT NUMERIC
                   MOVE ENT-TDWDRAW-LIMIT TO WS-LIMIT
               WHEN ENC-REFUND-LIMIT AND ENT-REFUND-LIMIT NUMERIC
                   MOVE ENT-REFUND-LIMIT  TO WS-LIMIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF NOT ENC-NO-LIMIT AND ENC-AMOUNT > WS-LIMIT
               MOVE 'N' TO ENC-RESULT
               MOVE 'OVER LIMIT'  TO WS-REASON
               MOVE 'AMOUNT EXCEEDS OPERATOR AUTHORITY LIMIT'
                   TO ENC-MESSAGE
           END-IF.

       5000-LOG-REFUSAL.
           MOVE SPACES TO ACCESS-LOG-RECORD
           MOVE FUNCTION CURRENT-DATE TO WS-LOG-STAMP
           MOVE WS-LOG-STAMP(1:8)  TO ACL-DATE
           MOVE WS-LOG-STAMP(9:8)  TO ACL-TIME
           MOVE ENC-PROGRAM        TO ACL-PROGRAM
           MOVE ENC-OPERATOR-ID    TO ACL-OPERATOR
           MOVE ENC-TERMINAL       TO ACL-TERMINAL
           MOVE ENC-CUSTOMER-ID    TO ACL-CUSTOMER-ID
           SET ACL-ACTION-REFUSED  TO TRUE
           STRING ENC-FUNCTION DELIMITED SPACE
                  ' '          DELIMITED SIZE
                  WS-REASON    DELIMITED SIZE
                  INTO ACL-WHAT-VIEWED
           OPEN EXTEND ACCESSLOG
           WRITE ACCESSLOG-REC FROM ACCESS-LOG-RECORD
           CLOSE ACCESSLOG.
