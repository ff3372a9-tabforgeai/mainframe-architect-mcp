      *----------------------------------------------------------------*
      * PROGRAM:  TLRBAL                                               *
      * PURPOSE:  CICS teller cash drawer screen (TLRMAP, mapset       *
      *           TLRBALM). The signed-on teller's drawer for today    *
      *           on TLRDRAWR (see TLRDATA) is worked by action code:  *
      *             OP - open the drawer at the keyed branch with the  *
      *                  opening cash counted into it;                 *
      *             VB - buy cash from the branch vault into the       *
      *                  drawer;                                       *
      *             VS - sell cash from the drawer back to the vault;  *
      *             BL - balance at close: the counted cash is keyed,  *
      *                  the expected cash is opening + cash in - cash *
      *                  out + buys - sells, and the difference is the *
      *                  over or short;                                *
      *             IQ - show the drawer.                              *
      *           Cash in and cash out are never keyed here - they are *
      *           the totals TLRCASH posts from the teller's CASH-     *
      *           channel items on PAYENTRY and PAYAPPR. Vault moves   *
      *           rewrite the branch's VAULT record in the same task.  *
      *           A nonzero over or short is written to TLRCTL as a    *
      *           control total - TLROVER or TLRSHORT - which GLPOST   *
      *           posts to the GL through PARMS.GLMAP in the nightly   *
      *           cycle. A balanced drawer takes no further cash.      *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    ENTLCHK, ERRHANDR                                    *
      * COPYBOOKS: TLRDATA, CTLDATA, ERRDATA, TLRMAP, ENTLDATA         *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     TLRBAL.
       AUTHOR.         TABFORGE-AI.
       DATE-WRITTEN.   2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Teller drawers, keyed teller + business date.
           SELECT TLRDRAWR  ASSIGN TO UT-S-TLRDRAWR
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS RANDOM
                            RECORD KEY   IS TLRDRAWR-KEY.
      *    Branch vault positions, keyed branch.
           SELECT VAULT     ASSIGN TO UT-S-VAULT
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS RANDOM
                            RECORD KEY   IS VAULT-BRANCH.
      *    Over/short control totals for GLPOST - appended here,
      *    concatenated into the nightly control-total steps.
           SELECT TLRCTL    ASSIGN TO UT-S-TLRCTL
                            ORGANIZATION IS SEQUENTIAL
                            ACCESS MODE  IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TLRDRAWR
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01  TLRDRAWR-REC.
           05  TLRDRAWR-KEY           PIC X(16).
           05  FILLER                 PIC X(184).

       FD  VAULT
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  VAULT-REC.
           05  VAULT-BRANCH           PIC X(04).
           05  FILLER                 PIC X(96).

       FD  TLRCTL
           RECORDING MODE IS F
           RECORD CONTAINS 54 CHARACTERS.
       01  TLRCTL-REC                 PIC X(54).

       WORKING-STORAGE SECTION.
       01  WS-TLRBAL-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'TLRBAL'.
           05  WS-ACTION              PIC X(2)  VALUE SPACES.
           05  WS-BRANCH              PIC X(4)  VALUE SPACES.
           05  WS-TELLER-ID           PIC X(8)  VALUE SPACES.
           05  WS-AMOUNT-TEXT         PIC X(13) VALUE SPACES.
           05  WS-AMOUNT-CENTS        PIC 9(13) COMP-3 VALUE ZERO.
           05  WS-AMOUNT              PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-PARSE-IX            PIC 9(2)  COMP VALUE ZERO.
           05  WS-DIGIT-SEEN          PIC X(1)  VALUE 'N'.
               88  AMOUNT-HAS-DIGITS      VALUE 'Y'.
           05  WS-PARSE-OK            PIC X(1)  VALUE 'Y'.
               88  AMOUNT-PARSED          VALUE 'Y'.
           05  WS-INPUT-OK            PIC X(1)  VALUE 'Y'.
               88  ENTRY-VALID            VALUE 'Y'.
           05  WS-DRAWER-FOUND        PIC X(1)  VALUE 'N'.
               88  DRAWER-FOUND           VALUE 'Y'.
           05  WS-VAULT-FOUND         PIC X(1)  VALUE 'N'.
               88  VAULT-FOUND            VALUE 'Y'.
           05  WS-NOW                 PIC X(21) VALUE SPACES.
           05  WS-TODAY-8             PIC X(08) VALUE SPACES.
           05  WS-DRAWER-CASH         PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-AMT-DISP            PIC -,---,---,--9.99.
           05  WS-COUNT-DISP          PIC ZZZZ9.
           05  WS-MESSAGE             PIC X(79) VALUE SPACES.
           05  WS-COMMAREA-FLAG       PIC X(01) VALUE 'X'.

       COPY TLRDATA.
       COPY CTLDATA.
       COPY ERRDATA.
       COPY TLRMAP.
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
           MOVE LOW-VALUES TO TLRMAPI
           EXEC CICS SEND MAP('TLRMAP')
                          MAPSET('TLRBALM')
                          ERASE
           END-EXEC
           EXEC CICS RETURN
                          TRANSID('TLRB')
                          COMMAREA(WS-COMMAREA-FLAG)
           END-EXEC.

       1200-RECEIVE-AND-PROCESS.
           EXEC CICS RECEIVE MAP('TLRMAP')
                          MAPSET('TLRBALM')
                          INTO(TLRMAPI)
           END-EXEC
           MOVE KACTI    TO WS-ACTION
           MOVE KBRNI    TO WS-BRANCH
           MOVE KAMTI    TO WS-AMOUNT-TEXT
           MOVE 'Y'      TO WS-INPUT-OK
           MOVE 'N'      TO WS-DRAWER-FOUND
           MOVE SPACES   TO WS-MESSAGE
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-NOW(1:8) TO WS-TODAY-8
           PERFORM 2700-CHECK-ENTITLEMENT
           IF ENTRY-VALID
               PERFORM 2000-VALIDATE-ENTRY
           END-IF
           IF ENTRY-VALID
               OPEN I-O TLRDRAWR
               PERFORM 2500-READ-DRAWER
               EVALUATE WS-ACTION
                   WHEN 'OP'
                       PERFORM 3000-OPEN-DRAWER
                   WHEN 'VB'
                       PERFORM 3100-VAULT-BUY
                   WHEN 'VS'
                       PERFORM 3200-VAULT-SELL
                   WHEN 'BL'
                       PERFORM 3300-BALANCE-DRAWER
                   WHEN 'IQ'
                       IF NOT DRAWER-FOUND
                           MOVE 'NO CASH DRAWER OPEN TODAY'
                               TO WS-MESSAGE
                       END-IF
               END-EVALUATE
               CLOSE TLRDRAWR
           END-IF
           PERFORM 1300-SEND-RESULT-MAP
           EXEC CICS RETURN
                          TRANSID('TLRB')
                          COMMAREA(WS-COMMAREA-FLAG)
           END-EXEC.

       2000-VALIDATE-ENTRY.
           INSPECT WS-BRANCH REPLACING ALL LOW-VALUE BY SPACE
           PERFORM 2100-PARSE-AMOUNT
           EVALUATE TRUE
               WHEN WS-ACTION NOT = 'OP' AND WS-ACTION NOT = 'VB'
                       AND WS-ACTION NOT = 'VS'
                       AND WS-ACTION NOT = 'BL'
                       AND WS-ACTION NOT = 'IQ'
                   MOVE 'N' TO WS-INPUT-OK
                   MOVE 'ACTION MUST BE OP, VB, VS, BL OR IQ'
                       TO WS-MESSAGE
               WHEN WS-ACTION = 'IQ'
                   CONTINUE
               WHEN NOT AMOUNT-PARSED
                   MOVE 'N' TO WS-INPUT-OK
                   MOVE 'AMOUNT MUST BE DIGITS ONLY, IN CENTS'
                       TO WS-MESSAGE
      *        A drawer may open empty and may count out at nothing;
      *        a vault move of nothing is a keying slip.
               WHEN (WS-ACTION = 'VB' OR WS-ACTION = 'VS')
                       AND WS-AMOUNT = ZERO
                   MOVE 'N' TO WS-INPUT-OK
                   MOVE 'AMOUNT MUST BE GREATER THAN ZERO'
                       TO WS-MESSAGE
               WHEN WS-ACTION = 'OP' AND WS-BRANCH = SPACES
                   MOVE 'N' TO WS-INPUT-OK
                   MOVE 'BRANCH REQUIRED TO OPEN A DRAWER'
                       TO WS-MESSAGE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2100-PARSE-AMOUNT.
      *    Keyed in cents exactly as on PAYENTRY - 12345 is 123.45;
      *    spaces either side of the digits are allowed. A blank
      *    amount is zero here, since OP and BL may be zero.
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
                   AND WS-ACTION NOT = 'OP'
                   AND WS-ACTION NOT = 'BL'
               MOVE 'N' TO WS-PARSE-OK
           END-IF
           COMPUTE WS-AMOUNT = WS-AMOUNT-CENTS / 100.

       2500-READ-DRAWER.
           MOVE WS-TELLER-ID  TO TLD-TELLER-ID
           MOVE WS-TODAY-8    TO TLD-BUS-DATE
           MOVE TLD-KEY       TO TLRDRAWR-KEY
           READ TLRDRAWR INTO TELLER-DRAWER-RECORD
               KEY IS TLRDRAWR-KEY
               INVALID KEY
                   MOVE 'N' TO WS-DRAWER-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-DRAWER-FOUND
           END-READ.

       2600-READ-VAULT.
      *    VAULT is left open I-O for the caller's REWRITE.
           MOVE 'N' TO WS-VAULT-FOUND
           OPEN I-O VAULT
           MOVE WS-BRANCH TO VAULT-BRANCH
           READ VAULT INTO BRANCH-VAULT-RECORD
               KEY IS VAULT-BRANCH
               INVALID KEY
                   MOVE 'N' TO WS-VAULT-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-VAULT-FOUND
           END-READ.

       2700-CHECK-ENTITLEMENT.
      *    The signed-on operator must hold TLRBAL on the entitlement
      *    table; the USERID is also the drawer's teller ID.
           MOVE SPACES          TO ENTL-CHECK-AREA
           EXEC CICS ASSIGN
                USERID(ENC-OPERATOR-ID)
           END-EXEC
           MOVE ENC-OPERATOR-ID TO WS-TELLER-ID
           MOVE EIBTRMID        TO ENC-TERMINAL
           MOVE WS-PROGRAM-NAME TO ENC-PROGRAM
           MOVE 'TLRBAL'        TO ENC-FUNCTION
           SET ENC-NO-LIMIT     TO TRUE
           MOVE ZERO            TO ENC-AMOUNT
           CALL 'ENTLCHK' USING ENTL-CHECK-AREA
           IF ENC-REFUSED
               MOVE 'N'         TO WS-INPUT-OK
               MOVE ENC-MESSAGE TO WS-MESSAGE
           END-IF.

       3000-OPEN-DRAWER.
      *    One drawer per teller per day, at a branch that has a
      *    vault on file - that is where its cash comes from and
      *    goes back to.
           IF DRAWER-FOUND
               MOVE 'N' TO WS-INPUT-OK
               MOVE 'CASH DRAWER ALREADY OPENED TODAY' TO WS-MESSAGE
           ELSE
               PERFORM 2600-READ-VAULT
               CLOSE VAULT
               IF NOT VAULT-FOUND
                   MOVE 'N' TO WS-INPUT-OK
                   MOVE 'BRANCH HAS NO VAULT ON FILE' TO WS-MESSAGE
               ELSE
                   MOVE SPACES         TO TELLER-DRAWER-RECORD
                   MOVE WS-TELLER-ID   TO TLD-TELLER-ID
                   MOVE WS-TODAY-8     TO TLD-BUS-DATE
                   MOVE WS-BRANCH      TO TLD-BRANCH
                   SET TLD-OPEN        TO TRUE
                   MOVE WS-AMOUNT      TO TLD-OPENING-CASH
                   MOVE ZERO           TO TLD-CASH-IN TLD-CASH-OUT
                                          TLD-VAULT-BUY TLD-VAULT-SELL
                                          TLD-CASH-IN-COUNT
                                          TLD-CASH-OUT-COUNT
                                          TLD-EXPECTED-CASH
                                          TLD-COUNTED-CASH
                                          TLD-OVER-SHORT
                   MOVE WS-NOW(9:6)    TO TLD-OPENED-TIME
                   MOVE TLD-KEY        TO TLRDRAWR-KEY
                   WRITE TLRDRAWR-REC FROM TELLER-DRAWER-RECORD
                       INVALID KEY
                           MOVE 'N' TO WS-INPUT-OK
                           MOVE 'CASH DRAWER ALREADY OPENED TODAY'
                               TO WS-MESSAGE
                   END-WRITE
                   IF ENTRY-VALID
                       MOVE 'Y' TO WS-DRAWER-FOUND
                       MOVE 'CASH DRAWER OPENED' TO WS-MESSAGE
                   END-IF
               END-IF
           END-IF.

       3100-VAULT-BUY.
           PERFORM 3900-CHECK-DRAWER-OPEN
           IF ENTRY-VALID
               MOVE TLD-BRANCH TO WS-BRANCH
               PERFORM 2600-READ-VAULT
               EVALUATE TRUE
                   WHEN NOT VAULT-FOUND
                       MOVE 'N' TO WS-INPUT-OK
                       MOVE 'BRANCH HAS NO VAULT ON FILE'
                           TO WS-MESSAGE
                   WHEN WS-AMOUNT > VLT-CASH-ON-HAND
                       MOVE 'N' TO WS-INPUT-OK
                       MOVE 'NOT ENOUGH CASH IN VAULT' TO WS-MESSAGE
                   WHEN OTHER
                       SUBTRACT WS-AMOUNT FROM VLT-CASH-ON-HAND
                       ADD WS-AMOUNT TO TLD-VAULT-BUY
                       PERFORM 3800-REWRITE-VAULT-AND-DRAWER
                       IF ENTRY-VALID
                           MOVE 'CASH BOUGHT FROM VAULT' TO WS-MESSAGE
                       END-IF
               END-EVALUATE
               CLOSE VAULT
           END-IF.

       3200-VAULT-SELL.
           PERFORM 3900-CHECK-DRAWER-OPEN
           IF ENTRY-VALID
               COMPUTE WS-DRAWER-CASH = TLD-OPENING-CASH
                   + TLD-CASH-IN  - TLD-CASH-OUT
                   + TLD-VAULT-BUY - TLD-VAULT-SELL
               IF WS-AMOUNT > WS-DRAWER-CASH
                   MOVE 'N' TO WS-INPUT-OK
                   MOVE 'NOT ENOUGH CASH IN DRAWER' TO WS-MESSAGE
               END-IF
           END-IF
           IF ENTRY-VALID
               MOVE TLD-BRANCH TO WS-BRANCH
               PERFORM 2600-READ-VAULT
               IF NOT VAULT-FOUND
                   MOVE 'N' TO WS-INPUT-OK
                   MOVE 'BRANCH HAS NO VAULT ON FILE' TO WS-MESSAGE
               ELSE
                   ADD WS-AMOUNT TO VLT-CASH-ON-HAND
                   ADD WS-AMOUNT TO TLD-VAULT-SELL
                   PERFORM 3800-REWRITE-VAULT-AND-DRAWER
                   IF ENTRY-VALID
                       MOVE 'CASH SOLD TO VAULT' TO WS-MESSAGE
                   END-IF
               END-IF
               CLOSE VAULT
           END-IF.

       3300-BALANCE-DRAWER.
      *    Over is positive, short negative. Either goes to GLPOST as
      *    a control total on TLRCTL; the amount is carried unsigned
      *    and the step name says which way the GL entry runs.
           PERFORM 3900-CHECK-DRAWER-OPEN
           IF ENTRY-VALID
               COMPUTE TLD-EXPECTED-CASH = TLD-OPENING-CASH
                   + TLD-CASH-IN  - TLD-CASH-OUT
                   + TLD-VAULT-BUY - TLD-VAULT-SELL
               MOVE WS-AMOUNT TO TLD-COUNTED-CASH
               COMPUTE TLD-OVER-SHORT =
                   TLD-COUNTED-CASH - TLD-EXPECTED-CASH
               SET TLD-BALANCED   TO TRUE
               MOVE WS-NOW(9:6)   TO TLD-BALANCED-TIME
               REWRITE TLRDRAWR-REC FROM TELLER-DRAWER-RECORD
                   INVALID KEY
                       PERFORM 9700-DRAWER-REWRITE-FAILED
               END-REWRITE
           END-IF
           IF ENTRY-VALID
               EVALUATE TRUE
                   WHEN TLD-OVER-SHORT > ZERO
                       MOVE 'TLROVER'  TO CTL-JOB-STEP
                       MOVE TLD-OVER-SHORT TO CTL-TOTAL-AMOUNT
                       PERFORM 3400-WRITE-CONTROL-TOTAL
                       MOVE 'DRAWER BALANCED - OVER POSTED TO GL'
                           TO WS-MESSAGE
                   WHEN TLD-OVER-SHORT < ZERO
                       MOVE 'TLRSHORT' TO CTL-JOB-STEP
                       COMPUTE CTL-TOTAL-AMOUNT = ZERO - TLD-OVER-SHORT
                       PERFORM 3400-WRITE-CONTROL-TOTAL
                       MOVE 'DRAWER BALANCED - SHORT POSTED TO GL'
                           TO WS-MESSAGE
                   WHEN OTHER
                       MOVE 'DRAWER BALANCED - NO OVER OR SHORT'
                           TO WS-MESSAGE
               END-EVALUATE
           END-IF.

       3400-WRITE-CONTROL-TOTAL.
           MOVE 1    TO CTL-TOTAL-COUNT
           MOVE 1    TO CTL-SUCCESS-COUNT
           MOVE ZERO TO CTL-REJECT-COUNT
           MOVE FUNCTION CURRENT-DATE TO CTL-TIMESTAMP
           OPEN EXTEND TLRCTL
           WRITE TLRCTL-REC FROM CONTROL-TOTAL-REC
           CLOSE TLRCTL.

       3800-REWRITE-VAULT-AND-DRAWER.
      *    The vault goes first: if it cannot be rewritten the drawer
      *    is left as it was and nothing has moved.
           MOVE WS-TODAY-8   TO VLT-LAST-MOVE-DATE
           MOVE WS-TELLER-ID TO VLT-LAST-MOVE-BY
           REWRITE VAULT-REC FROM BRANCH-VAULT-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-INPUT-OK
                   MOVE WS-PROGRAM-NAME TO ERR-PROGRAM-NAME
                   MOVE '3800-REWRITE-VAULT-AND-DRAWER'
                       TO ERR-PARAGRAPH
                   SET ERRC-FILE-REWRITE-FAILED TO TRUE
                   MOVE 'VAULT REWRITE FAILED' TO ERR-MESSAGE
                   CALL 'ERRHANDR' USING ERROR-RECORD
                   MOVE 'VAULT NOT UPDATED - VAULT FILE ERROR'
                       TO WS-MESSAGE
           END-REWRITE
           IF ENTRY-VALID
               REWRITE TLRDRAWR-REC FROM TELLER-DRAWER-RECORD
                   INVALID KEY
                       PERFORM 9700-DRAWER-REWRITE-FAILED
               END-REWRITE
           END-IF.

       3900-CHECK-DRAWER-OPEN.
           EVALUATE TRUE
               WHEN NOT DRAWER-FOUND
                   MOVE 'N' TO WS-INPUT-OK
                   MOVE 'NO CASH DRAWER OPEN TODAY - KEY OP FIRST'
                       TO WS-MESSAGE
               WHEN TLD-BALANCED
                   MOVE 'N' TO WS-INPUT-OK
                   MOVE 'CASH DRAWER ALREADY BALANCED FOR TODAY'
                       TO WS-MESSAGE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1300-SEND-RESULT-MAP.
           MOVE LOW-VALUES   TO TLRMAPI
           MOVE WS-TELLER-ID TO KTLRI
           MOVE WS-TODAY-8   TO KDATEI
           IF DRAWER-FOUND
               MOVE TLD-BRANCH TO KBRNI
               IF TLD-BALANCED
                   MOVE 'BALANCED' TO KSTATI
               ELSE
                   MOVE 'OPEN'     TO KSTATI
               END-IF
               MOVE TLD-OPENING-CASH   TO WS-AMT-DISP
               MOVE WS-AMT-DISP        TO KOPENI
               MOVE TLD-CASH-IN        TO WS-AMT-DISP
               MOVE WS-AMT-DISP        TO KCINI
               MOVE TLD-CASH-IN-COUNT  TO WS-COUNT-DISP
               MOVE WS-COUNT-DISP      TO KCINNI
               MOVE TLD-CASH-OUT       TO WS-AMT-DISP
               MOVE WS-AMT-DISP        TO KCOUTI
               MOVE TLD-CASH-OUT-COUNT TO WS-COUNT-DISP
               MOVE WS-COUNT-DISP      TO KCOUTNI
               MOVE TLD-VAULT-BUY      TO WS-AMT-DISP
               MOVE WS-AMT-DISP        TO KVBUYI
               MOVE TLD-VAULT-SELL     TO WS-AMT-DISP
               MOVE WS-AMT-DISP        TO KVSELLI
      *        Until the drawer is balanced, expected is shown as the
      *        cash the drawer should hold right now.
               IF TLD-BALANCED
                   MOVE TLD-EXPECTED-CASH TO WS-AMT-DISP
                   MOVE WS-AMT-DISP       TO KEXPI
                   MOVE TLD-COUNTED-CASH  TO WS-AMT-DISP
                   MOVE WS-AMT-DISP       TO KCNTI
                   MOVE TLD-OVER-SHORT    TO WS-AMT-DISP
                   MOVE WS-AMT-DISP       TO KOVSHI
               ELSE
                   COMPUTE WS-DRAWER-CASH = TLD-OPENING-CASH
                       + TLD-CASH-IN  - TLD-CASH-OUT
                       + TLD-VAULT-BUY - TLD-VAULT-SELL
                   MOVE WS-DRAWER-CASH    TO WS-AMT-DISP
                   MOVE WS-AMT-DISP       TO KEXPI
               END-IF
           END-IF
           MOVE WS-MESSAGE TO KMSGI
           EXEC CICS SEND MAP('TLRMAP')
                          MAPSET('TLRBALM')
                          FROM(TLRMAPI)
                          DATAONLY
           END-EXEC.

       9700-DRAWER-REWRITE-FAILED.
           MOVE 'N' TO WS-INPUT-OK
           MOVE WS-PROGRAM-NAME TO ERR-PROGRAM-NAME
           MOVE 'TLRDRAWR REWRITE' TO ERR-PARAGRAPH
           SET ERRC-FILE-REWRITE-FAILED TO TRUE
           MOVE 'TLRDRAWR REWRITE FAILED' TO ERR-MESSAGE
           CALL 'ERRHANDR' USING ERROR-RECORD
           MOVE 'DRAWER NOT UPDATED - DRAWER FILE ERROR'
               TO WS-MESSAGE.

       9800-MAPFAIL.
           MOVE LOW-VALUES TO TLRMAPI
           MOVE 'NO DATA ENTERED - PLEASE TRY AGAIN' TO KMSGI
           EXEC CICS SEND MAP('TLRMAP')
                          MAPSET('TLRBALM')
                          FROM(TLRMAPI)
                          ERASE
           END-EXEC
           EXEC CICS RETURN
                          TRANSID('TLRB')
                          COMMAREA(WS-COMMAREA-FLAG)
           END-EXEC.

       9900-CICS-ERROR.
           MOVE 'TLRBAL'           TO ERR-PROGRAM-NAME
           MOVE '9900-CICS-ERROR'  TO ERR-PARAGRAPH
           CALL 'ERRHANDR' USING ERROR-RECORD
           EXEC CICS RETURN END-EXEC.
