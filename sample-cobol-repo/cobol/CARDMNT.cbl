      *----------------------------------------------------------------*
      * PROGRAM:  CARDMNT                                              *
      * PURPOSE:  CICS debit card maintenance on the CRDMAP screen     *
      *           (mapset CARDMNTM). Branch staff key the card number  *
      *           token; a token not yet on CARDMAST (see CARDDATA) is *
      *           added as an active card for the customer keyed,      *
      *           drawing on one of that customer's own active         *
      *           checking or savings accounts, with its expiry month  *
      *           (issue date defaults to today). For a card already   *
      *           on file only the fields keyed change - the account   *
      *           it draws on, the dates, or the status, which is how  *
      *           a card is reported lost or stolen, closed, or marked *
      *           reissued. Leaving active stamps the date and time    *
      *           of the block; a blocked card never returns to        *
      *           active and takes no other change. With only the      *
      *           token keyed the transaction is a plain inquiry.      *
      *           Every add and change appends before/after card       *
      *           images to DBAUDIT (CARDADD/CARDCHG) under the        *
      *           holder's CUSTOMER-ID. Same pseudo-conversational     *
      *           structure as FEERFND.                                *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    VALCUST, ACCTMIO, ERRHANDR, ENTLCHK                  *
      * COPYBOOKS: CARDDATA, CUSTMAST, ACCTMST, ERRDATA, CRDMAP,       *
      *            ENTLDATA                                            *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CARDMNT.
       AUTHOR.         TABFORGE-AI.
       DATE-WRITTEN.   2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Debit card master (see CARDDATA), keyed card token.
           SELECT CARDMAST ASSIGN TO UT-S-CARDMAST
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS RANDOM
                           RECORD KEY   IS CARDMAST-TOKEN.
           SELECT AUDITFILE ASSIGN TO UT-S-DBAUDIT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CARDMAST
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  CARDMAST-REC.
           05  CARDMAST-TOKEN         PIC X(16).
           05  FILLER                 PIC X(84).

      *    DBUPD01's before/after image layout, appended so AUDINQ
      *    reports card changes from the one audit stream.
       FD  AUDITFILE
           RECORDING MODE IS F
           RECORD CONTAINS 846 CHARACTERS.
       01  AUDITFILE-REC.
           05  AUDIT-CUSTOMER-ID      PIC X(10).
           05  AUDIT-ACTION           PIC X(10).
           05  AUDIT-TIMESTAMP        PIC X(26).
           05  AUDIT-BEFORE-IMAGE     PIC X(400).
           05  AUDIT-AFTER-IMAGE      PIC X(400).

       WORKING-STORAGE SECTION.
       01  WS-CARDMNT-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'CARDMNT'.
           05  WS-VALIDATE-RC         PIC S9(04) COMP VALUE ZERO.
           05  WS-ACCOUNT-RC          PIC S9(04) COMP VALUE ZERO.
           05  WS-INPUT-OK            PIC X(1)  VALUE 'Y'.
               88  ENTRY-VALID            VALUE 'Y'.
           05  WS-CARD-FOUND          PIC X(1)  VALUE 'N'.
               88  CARD-ON-FILE           VALUE 'Y'.
           05  WS-CARD-CHANGED        PIC X(1)  VALUE 'N'.
               88  CARD-CHANGED           VALUE 'Y'.
           05  WS-OLD-STATUS          PIC X(1)  VALUE SPACES.
               88  OLD-CARD-ACTIVE        VALUE 'A'.
           05  WS-TOKEN               PIC X(16) VALUE SPACES.
           05  WS-CUSTOMER            PIC X(10) VALUE SPACES.
           05  WS-ACCOUNT             PIC X(12) VALUE SPACES.
           05  WS-ISSUE-DATE          PIC X(08) VALUE SPACES.
           05  WS-EXPIRY              PIC X(06) VALUE SPACES.
           05  WS-STATUS              PIC X(01) VALUE SPACES.
           05  WS-OPERATOR            PIC X(08) VALUE SPACES.
           05  WS-NOW                 PIC X(21) VALUE SPACES.
           05  WS-AUDIT-ACTION        PIC X(10) VALUE SPACES.
           05  WS-CARD-BEFORE         PIC X(100) VALUE SPACES.
           05  WS-MESSAGE             PIC X(79) VALUE SPACES.
           05  WS-COMMAREA-FLAG       PIC X(01) VALUE 'X'.

       COPY CARDDATA.
       COPY CUSTMAST.
       COPY ACCTMST.
       COPY ERRDATA.
       COPY CRDMAP.
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
           MOVE LOW-VALUES TO CRDMAPI
           EXEC CICS SEND MAP('CRDMAP')
                          MAPSET('CARDMNTM')
                          ERASE
           END-EXEC
           EXEC CICS RETURN
                          TRANSID('CRDM')
                          COMMAREA(WS-COMMAREA-FLAG)
           END-EXEC.

       1200-RECEIVE-AND-PROCESS.
           EXEC CICS RECEIVE MAP('CRDMAP')
                          MAPSET('CARDMNTM')
                          INTO(CRDMAPI)
           END-EXEC
           EXEC CICS ASSIGN
                USERID(WS-OPERATOR)
           END-EXEC
           MOVE CTOKENI TO WS-TOKEN
           MOVE CCUSTI  TO WS-CUSTOMER
           MOVE CACCTI  TO WS-ACCOUNT
           MOVE CISSUEI TO WS-ISSUE-DATE
           MOVE CEXPIRI TO WS-EXPIRY
           MOVE CSTATI  TO WS-STATUS
           INSPECT WS-TOKEN      REPLACING ALL LOW-VALUE BY SPACE
           INSPECT WS-CUSTOMER   REPLACING ALL LOW-VALUE BY SPACE
           INSPECT WS-ACCOUNT    REPLACING ALL LOW-VALUE BY SPACE
           INSPECT WS-ISSUE-DATE REPLACING ALL LOW-VALUE BY SPACE
           INSPECT WS-EXPIRY     REPLACING ALL LOW-VALUE BY SPACE
           INSPECT WS-STATUS     REPLACING ALL LOW-VALUE BY SPACE
           MOVE 'Y' TO WS-INPUT-OK
           MOVE 'N' TO WS-CARD-CHANGED
           MOVE SPACES TO WS-MESSAGE
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           IF WS-TOKEN = SPACES
               MOVE 'N' TO WS-INPUT-OK
               MOVE 'CARD TOKEN REQUIRED' TO WS-MESSAGE
           ELSE
               PERFORM 1250-CHECK-ENTITLEMENT
           END-IF
           IF ENTRY-VALID
               OPEN I-O CARDMAST
               PERFORM 2000-READ-CARD
               IF CARD-ON-FILE
                   PERFORM 3000-CHANGE-CARD
               ELSE
                   PERFORM 4000-ADD-CARD
               END-IF
               CLOSE CARDMAST
           END-IF
           PERFORM 1300-SEND-RESULT-MAP
           EXEC CICS RETURN
                          TRANSID('CRDM')
                          COMMAREA(WS-COMMAREA-FLAG)
           END-EXEC.

       1250-CHECK-ENTITLEMENT.
      *    Inquiry, add and change alike need CARDMNT on the
      *    operator's entitlement record.
           MOVE SPACES          TO ENTL-CHECK-AREA
           MOVE ZERO            TO ENC-AMOUNT
           MOVE WS-OPERATOR     TO ENC-OPERATOR-ID
           MOVE EIBTRMID        TO ENC-TERMINAL
           MOVE WS-PROGRAM-NAME TO ENC-PROGRAM
           MOVE 'CARDMNT'       TO ENC-FUNCTION
           MOVE WS-CUSTOMER     TO ENC-CUSTOMER-ID
           CALL 'ENTLCHK' USING ENTL-CHECK-AREA
           IF ENC-REFUSED
               MOVE 'N'         TO WS-INPUT-OK
               MOVE ENC-MESSAGE TO WS-MESSAGE
           END-IF.

       2000-READ-CARD.
           MOVE WS-TOKEN TO CARDMAST-TOKEN
           READ CARDMAST INTO DEBIT-CARD-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-CARD-FOUND
                   MOVE SPACES TO DEBIT-CARD-RECORD
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CARD-FOUND
           END-READ
           MOVE DEBIT-CARD-RECORD TO WS-CARD-BEFORE
           MOVE CRD-STATUS        TO WS-OLD-STATUS.

       3000-CHANGE-CARD.
      *    A card cannot move between customers - a different holder
      *    gets a card of their own. A blocked card is a dead plastic:
      *    the only change it takes is a correction from one blocked
      *    status to another, which keeps the original block time.
           IF WS-STATUS NOT = SPACES
               MOVE WS-STATUS TO CRD-STATUS
           END-IF
           EVALUATE TRUE
               WHEN WS-CUSTOMER NOT = SPACES
                       AND WS-CUSTOMER NOT = CRD-CUSTOMER-ID
                   MOVE 'N' TO WS-INPUT-OK
                   MOVE 'CARD IS HELD BY ANOTHER CUSTOMER'
                       TO WS-MESSAGE
               WHEN NOT CRD-STATUS-VALID
                   MOVE 'N' TO WS-INPUT-OK
                   MOVE 'STATUS MUST BE A, L, S, C OR R' TO WS-MESSAGE
               WHEN NOT OLD-CARD-ACTIVE AND CRD-ACTIVE
                   MOVE 'N' TO WS-INPUT-OK
                   MOVE 'BLOCKED CARD CANNOT BE REACTIVATED'
                       TO WS-MESSAGE
               WHEN NOT OLD-CARD-ACTIVE
                       AND (WS-ACCOUNT NOT = SPACES
                         OR WS-ISSUE-DATE NOT = SPACES
                         OR WS-EXPIRY NOT = SPACES)
                   MOVE 'N' TO WS-INPUT-OK
                   MOVE 'BLOCKED CARD - ONLY STATUS CAN BE CORRECTED'
                       TO WS-MESSAGE
               WHEN OTHER
                   PERFORM 3100-APPLY-CARD-FIELDS
           END-EVALUATE
           IF ENTRY-VALID
               IF DEBIT-CARD-RECORD = WS-CARD-BEFORE
                   MOVE 'NO CHANGES ENTERED' TO WS-MESSAGE
               ELSE
                   PERFORM 5000-WRITE-CARD
               END-IF
           ELSE
               MOVE WS-CARD-BEFORE TO DEBIT-CARD-RECORD
           END-IF.

       3100-APPLY-CARD-FIELDS.
           IF WS-ACCOUNT NOT = SPACES
                   AND WS-ACCOUNT NOT = CRD-ACCOUNT-NUMBER
               MOVE WS-ACCOUNT TO CRD-ACCOUNT-NUMBER
               PERFORM 6000-CHECK-ACCOUNT
           END-IF
           IF ENTRY-VALID AND WS-ISSUE-DATE NOT = SPACES
               PERFORM 6100-CHECK-ISSUE-DATE
               IF ENTRY-VALID
                   MOVE WS-ISSUE-DATE TO CRD-ISSUE-DATE
               END-IF
           END-IF
           IF ENTRY-VALID AND WS-EXPIRY NOT = SPACES
               PERFORM 6200-CHECK-EXPIRY
               IF ENTRY-VALID
                   MOVE WS-EXPIRY TO CRD-EXPIRY-DATE
               END-IF
           END-IF
      *    The block time is what ATMINTAK measures settlement items
      *    against, so it is stamped the moment the card leaves
      *    active and never moved afterwards.
           IF ENTRY-VALID AND CRD-BLOCKED AND OLD-CARD-ACTIVE
               MOVE WS-NOW(1:8)  TO CRD-BLOCKED-DATE
               MOVE WS-NOW(9:6)  TO CRD-BLOCKED-TIME
           END-IF.

       4000-ADD-CARD.
      *    A new plastic is always filed active; the holder must be an
      *    active customer and the card must draw on one of their own
      *    accounts.
           MOVE WS-TOKEN TO CRD-CARD-TOKEN
           MOVE WS-CUSTOMER TO CRD-CUSTOMER-ID
           MOVE WS-ACCOUNT  TO CRD-ACCOUNT-NUMBER
           EVALUATE TRUE
               WHEN WS-CUSTOMER = SPACES
                   MOVE 'N' TO WS-INPUT-OK
                   MOVE 'NEW CARD - CUSTOMER ID REQUIRED' TO WS-MESSAGE
               WHEN WS-ACCOUNT = SPACES
                   MOVE 'N' TO WS-INPUT-OK
                   MOVE 'NEW CARD - ACCOUNT NUMBER REQUIRED'
                       TO WS-MESSAGE
               WHEN WS-EXPIRY = SPACES
                   MOVE 'N' TO WS-INPUT-OK
                   MOVE 'NEW CARD - EXPIRY MONTH REQUIRED' TO WS-MESSAGE
               WHEN WS-STATUS NOT = SPACES AND WS-STATUS NOT = 'A'
                   MOVE 'N' TO WS-INPUT-OK
                   MOVE 'A NEW CARD IS ADDED ACTIVE' TO WS-MESSAGE
               WHEN OTHER
                   CALL 'VALCUST' USING CRD-CUSTOMER-ID
                                        CUSTOMER-RECORD
                                        WS-VALIDATE-RC
                   IF WS-VALIDATE-RC NOT = ZERO
                       MOVE 'N' TO WS-INPUT-OK
                       MOVE 'CUSTOMER NOT FOUND OR NOT ACTIVE'
                           TO WS-MESSAGE
                   ELSE
                       PERFORM 6000-CHECK-ACCOUNT
                   END-IF
           END-EVALUATE
           IF ENTRY-VALID
               IF WS-ISSUE-DATE = SPACES
                   MOVE WS-NOW(1:8) TO WS-ISSUE-DATE
               END-IF
               PERFORM 6100-CHECK-ISSUE-DATE
           END-IF
           IF ENTRY-VALID
               MOVE WS-ISSUE-DATE TO CRD-ISSUE-DATE
               PERFORM 6200-CHECK-EXPIRY
           END-IF
           IF ENTRY-VALID
               MOVE WS-EXPIRY     TO CRD-EXPIRY-DATE
               SET CRD-ACTIVE     TO TRUE
               MOVE SPACES        TO CRD-BLOCKED-DATE
                                     CRD-BLOCKED-TIME
               PERFORM 5000-WRITE-CARD
           ELSE
               MOVE SPACES TO DEBIT-CARD-RECORD
           END-IF.

       5000-WRITE-CARD.
           MOVE WS-OPERATOR  TO CRD-UPDATED-BY
           MOVE WS-NOW(1:8)  TO CRD-UPDATED-DATE
           IF CARD-ON-FILE
               MOVE 'CARDCHG' TO WS-AUDIT-ACTION
               REWRITE CARDMAST-REC FROM DEBIT-CARD-RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-INPUT-OK
               END-REWRITE
           ELSE
               MOVE 'CARDADD' TO WS-AUDIT-ACTION
               WRITE CARDMAST-REC FROM DEBIT-CARD-RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-INPUT-OK
               END-WRITE
           END-IF
           IF ENTRY-VALID
               MOVE 'Y' TO WS-CARD-CHANGED
               PERFORM 5100-WRITE-CARD-AUDIT
               EVALUATE TRUE
                   WHEN NOT CARD-ON-FILE
                       MOVE 'CARD ADDED - ACTIVE' TO WS-MESSAGE
                   WHEN CRD-BLOCKED AND OLD-CARD-ACTIVE
                       MOVE 'CARD BLOCKED - LISTED TO NETWORK TONIGHT'
                           TO WS-MESSAGE
                   WHEN OTHER
                       MOVE 'CARD UPDATED' TO WS-MESSAGE
               END-EVALUATE
           ELSE
               MOVE WS-PROGRAM-NAME TO ERR-PROGRAM-NAME
               MOVE '5000-WRITE-CARD' TO ERR-PARAGRAPH
               SET ERRC-FILE-REWRITE-FAILED TO TRUE
               MOVE 'CARDMAST WRITE FAILED' TO ERR-MESSAGE
               CALL 'ERRHANDR' USING ERROR-RECORD
               MOVE 'CARD NOT SAVED - PLEASE TRY AGAIN' TO WS-MESSAGE
               MOVE WS-CARD-BEFORE TO DEBIT-CARD-RECORD
           END-IF.

       5100-WRITE-CARD-AUDIT.
           MOVE CRD-CUSTOMER-ID       TO AUDIT-CUSTOMER-ID
           MOVE WS-AUDIT-ACTION       TO AUDIT-ACTION
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE SPACES                TO AUDIT-BEFORE-IMAGE
                                         AUDIT-AFTER-IMAGE
           MOVE WS-CARD-BEFORE        TO AUDIT-BEFORE-IMAGE
           MOVE DEBIT-CARD-RECORD     TO AUDIT-AFTER-IMAGE
           OPEN EXTEND AUDITFILE
           WRITE AUDITFILE-REC
           CLOSE AUDITFILE.

       6000-CHECK-ACCOUNT.
      *    The card draws on a deposit account the holder owns and
      *    that is open - never a loan, a certificate or an IRA.
           CALL 'ACCTMIO' USING CRD-ACCOUNT-NUMBER
                                ACCOUNT-MASTER-RECORD
                                WS-ACCOUNT-RC
           EVALUATE TRUE
               WHEN WS-ACCOUNT-RC NOT = ZERO
                   MOVE 'N' TO WS-INPUT-OK
                   MOVE 'ACCOUNT NOT FOUND' TO WS-MESSAGE
               WHEN AM-CUSTOMER-ID NOT = CRD-CUSTOMER-ID
                   MOVE 'N' TO WS-INPUT-OK
                   MOVE 'ACCOUNT DOES NOT BELONG TO THE CARD HOLDER'
                       TO WS-MESSAGE
               WHEN NOT AM-TYPE-CHECKING AND NOT AM-TYPE-SAVINGS
                   MOVE 'N' TO WS-INPUT-OK
                   MOVE 'CARD MUST DRAW ON CHECKING OR SAVINGS'
                       TO WS-MESSAGE
               WHEN NOT AM-STATUS-ACTIVE
                   MOVE 'N' TO WS-INPUT-OK
                   MOVE 'ACCOUNT IS NOT ACTIVE' TO WS-MESSAGE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       6100-CHECK-ISSUE-DATE.
           IF WS-ISSUE-DATE NOT NUMERIC
                   OR WS-ISSUE-DATE(5:2) < '01'
                   OR WS-ISSUE-DATE(5:2) > '12'
                   OR WS-ISSUE-DATE(7:2) < '01'
                   OR WS-ISSUE-DATE(7:2) > '31'
               MOVE 'N' TO WS-INPUT-OK
               MOVE 'ISSUE DATE MUST BE CCYYMMDD' TO WS-MESSAGE
           ELSE
               IF WS-ISSUE-DATE > WS-NOW(1:8)
                   MOVE 'N' TO WS-INPUT-OK
                   MOVE 'ISSUE DATE CANNOT BE IN THE FUTURE'
                       TO WS-MESSAGE
               END-IF
           END-IF.

       6200-CHECK-EXPIRY.
      *    A card is good through its expiry month, so the current
      *    month is still acceptable; it must also follow issue.
           IF WS-EXPIRY NOT NUMERIC
                   OR WS-EXPIRY(5:2) < '01'
                   OR WS-EXPIRY(5:2) > '12'
               MOVE 'N' TO WS-INPUT-OK
               MOVE 'EXPIRY MUST BE CCYYMM' TO WS-MESSAGE
           ELSE
               IF WS-EXPIRY < WS-NOW(1:6)
                       OR WS-EXPIRY < CRD-ISSUE-DATE(1:6)
                   MOVE 'N' TO WS-INPUT-OK
                   MOVE 'EXPIRY MONTH HAS ALREADY PASSED' TO WS-MESSAGE
               END-IF
           END-IF.

       1300-SEND-RESULT-MAP.
      *    The card as it now stands on file - or as it stood, when
      *    the entry was refused.
           MOVE LOW-VALUES TO CRDMAPI
           MOVE WS-TOKEN TO CTOKENI
           IF DEBIT-CARD-RECORD NOT = SPACES
               MOVE CRD-CUSTOMER-ID    TO CCUSTI
               MOVE CRD-ACCOUNT-NUMBER TO CACCTI
               MOVE CRD-ISSUE-DATE     TO CISSUEI
               MOVE CRD-EXPIRY-DATE    TO CEXPIRI
               MOVE CRD-STATUS         TO CSTATI
               IF CRD-BLOCKED
                   MOVE SPACES TO CBLKDI
                   STRING CRD-BLOCKED-DATE ' ' CRD-BLOCKED-TIME
                       DELIMITED SIZE INTO CBLKDI
               END-IF
               CALL 'VALCUST' USING CRD-CUSTOMER-ID
                                    CUSTOMER-RECORD
                                    WS-VALIDATE-RC
               IF WS-VALIDATE-RC = ZERO
                   MOVE CUSTOMER-NAME TO CNAMEI
               ELSE
                   MOVE '(CUSTOMER NOT ACTIVE)' TO CNAMEI
               END-IF
           END-IF
           IF WS-MESSAGE = SPACES AND CARD-ON-FILE
               MOVE 'CARD ON FILE' TO WS-MESSAGE
           END-IF
           MOVE WS-MESSAGE TO CMSGI
           EXEC CICS SEND MAP('CRDMAP')
                          MAPSET('CARDMNTM')
                          FROM(CRDMAPI)
                          DATAONLY
           END-EXEC.

       9800-MAPFAIL.
           MOVE LOW-VALUES TO CRDMAPI
           MOVE 'NO DATA ENTERED - PLEASE TRY AGAIN' TO CMSGI
           EXEC CICS SEND MAP('CRDMAP')
                          MAPSET('CARDMNTM')
                          FROM(CRDMAPI)
                          ERASE
           END-EXEC
           EXEC CICS RETURN
                          TRANSID('CRDM')
                          COMMAREA(WS-COMMAREA-FLAG)
           END-EXEC.

       9900-CICS-ERROR.
           MOVE 'CARDMNT'          TO ERR-PROGRAM-NAME
           MOVE '9900-CICS-ERROR'  TO ERR-PARAGRAPH
           CALL 'ERRHANDR' USING ERROR-RECORD
           EXEC CICS RETURN END-EXEC.
