      *           and PAYWHSE releases it onto PYMT001's input the    *
      *           night its value date arrives - so branches stop     *
      *           holding future-dated paperwork in a drawer.         *
      *           A CR keyed against a home equity line's loan ID is  *
      *           an advance: refused over the available line,        *
      *           otherwise charged to the line at once, queued as    *
      *           the credit to checking and journalled for HELOCMNT. *
      *           Every entry names the acting party: 00 for the      *
      *           account holder in person, otherwise a signer number *
      *           from the customer's SIGNERS register, which must be *
      *           in force and whose per-item authority limit must    *
      *           cover the amount. The signers in force are listed   *
      *           on the screen for the teller to choose from.        *
      *           A custodial (minor) account on the CUSTODY file     *
      *           (see MNRDATA) takes only its custodian, keyed CU,   *
      *           and only while the custodian is an active customer; *
      *           the holder and signer numbers are refused until the *
      *           minor comes of age, and the custodian is listed in  *
      *           place of the signers.                               *
      *           A debit over the SECGUARD threshold keyed within    *
      *           the cooling-off period after an address, delivery-  *
      *           preference or PIN change is not released at all:   *
      *           it parks on the CBKHOLD accumulator until the       *
      *           callback team verifies it with the customer (see    *
      *           SECCDATA and CBKREV).                               *
      *           Channel CASH is cash across the teller's counter -  *
      *           CR cash in, DR cash out. It needs the teller's      *
      *           drawer open today (see TLRBAL) with the cash to     *
      *           pay out, is posted to the drawer through TLRCASH    *
      *           as it is accepted, and is never forward-dated, a    *
      *           HELOC advance or held for callback. A high-value    *
      *           cash item holds for approval like any other and     *
      *           reaches the drawer when PAYAPPR releases it.        *
      * AUTHOR:   TABFORGE-AI                                         *
      * CALLS:    VALCUST, ERRHANDR, SECGUARD, ENTLCHK, TLRCASH       *
      * COPYBOOKS: CUSTMAST, ACCTDATA, ERRDATA, WHSEDATA, PAYMAP,     *
      *            LOANDATA, HDRWDATA, SGNDATA, MNRDATA, SECCDATA,    *
      *            ENTLDATA, TLRDATA                                  *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PAYENTRY.
           SELECT APPRPARM ASSIGN TO UT-S-APPRPARM
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
      *    Home equity line advances: the line is read and charged
      *    on LOANFILE directly, and each advance is journalled for
      *    HELOCMNT (see HDRWDATA).
           SELECT LOANFILE ASSIGN TO UT-S-LOANFILE
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS RANDOM
                           RECORD KEY   IS LOANFILE-LOAN-ID.
           SELECT HELDRAW  ASSIGN TO UT-S-HELDRAW
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
      *    Authorized signer / POA register (see SGNDATA), keyed
      *    CUSTOMER-ID + signer number.
           SELECT SIGNERS  ASSIGN TO UT-S-SIGNERS
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS DYNAMIC
                           RECORD KEY   IS SIGNERS-KEY.
      *    Custodial (minor) accounts (see MNRDATA), keyed
      *    CUSTOMER-ID.
           SELECT CUSTODY  ASSIGN TO UT-S-CUSTODY
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS RANDOM
                           RECORD KEY   IS CUSTODY-CUSTOMER-ID.
      *    Debits held for callback after a recent security change
      *    (see SECCDATA) - worked by CBKREV in the nightly cycle.
           SELECT CBKHOLD  ASSIGN TO UT-S-CBKHOLD
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 20 CHARACTERS.
       01  APPRPARM-REC.
           05  APP-THRESHOLD          PIC 9(11)V99.
      *        Read by FEERFND - fee refunds above it need a second
      *        officer on FEEAPPR.
           05  APP-REFUND-THRESHOLD   PIC 9(05)V99.

       FD  LOANFILE
           RECORDING MODE IS F
           RECORD CONTAINS 300 CHARACTERS.
       01  LOANFILE-REC.
           05  LOANFILE-LOAN-ID       PIC X(12).
           05  FILLER                 PIC X(288).

       FD  HELDRAW
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  HELDRAW-REC                PIC X(80).

       FD  SIGNERS
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  SIGNERS-REC.
           05  SIGNERS-KEY.
               10  SIGNERS-CUSTOMER-ID PIC X(10).
               10  SIGNERS-SEQ        PIC 9(02).
           05  FILLER                 PIC X(88).

       FD  CUSTODY
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
       01  CUSTODY-REC.
           05  CUSTODY-CUSTOMER-ID    PIC X(10).
           05  FILLER                 PIC X(110).

       FD  CBKHOLD
           RECORDING MODE IS F
           RECORD CONTAINS 300 CHARACTERS.
       01  CBKHOLD-REC                PIC X(300).

       WORKING-STORAGE SECTION.
       01  WS-PAYENTRY-FIELDS.
                                       VALUE 10000.00.
           05  WS-CHKDGT-RC           PIC S9(04) COMP VALUE ZERO.
           05  WS-CHECK-ACCT          PIC X(12) VALUE SPACES.
           05  WS-HEL-LOAN-ID         PIC X(12) VALUE SPACES.
           05  WS-HEL-FLAG            PIC X(01) VALUE 'N'.
               88  HELOC-ADVANCE          VALUE 'Y'.
           05  WS-HEL-AVAILABLE       PIC S9(11)V99 COMP-3 VALUE ZERO.
      *    Acting party - 00 is the account holder, anything else a
      *    signer number off the register. Up to four signers in
      *    force are listed for the teller on every response.
           05  WS-ACTING-PARTY        PIC X(02) VALUE SPACES.
           05  WS-EOF-SIGNERS         PIC X(01) VALUE 'N'.
               88  EOF-SIGNERS            VALUE 'Y'.
           05  WS-SGN-IN-FORCE        PIC X(01) VALUE 'N'.
               88  SIGNER-IN-FORCE        VALUE 'Y'.
           05  WS-SGN-LISTED          PIC 9(02) COMP VALUE ZERO.
           05  WS-SGN-ROLE-TEXT       PIC X(16) VALUE SPACES.
           05  WS-SGN-LIMIT-DISP      PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-SGN-LINE            PIC X(78) VALUE SPACES.
           05  WS-SGN-LINE-1          PIC X(78) VALUE SPACES.
           05  WS-SGN-LINE-2          PIC X(78) VALUE SPACES.
           05  WS-SGN-LINE-3          PIC X(78) VALUE SPACES.
           05  WS-SGN-LINE-4          PIC X(78) VALUE SPACES.
      *    A custodial account in force (minor not yet of age) takes
      *    only the custodian, acting party CU.
           05  WS-MNR-FLAG            PIC X(01) VALUE 'N'.
               88  CUSTODIAL-ACCOUNT      VALUE 'Y'.
           05  WS-MNR-CUSTODIAN-RC    PIC S9(04) COMP VALUE ZERO.
           05  WS-SAVED-CUSTOMER      PIC X(121) VALUE SPACES.
      *    Account-takeover cooling-off answer from SECGUARD for a
      *    debit - 4 holds it for callback.
           05  WS-GUARD-AS-OF         PIC X(08) VALUE SPACES.
           05  WS-GUARD-RC            PIC S9(04) COMP VALUE ZERO.
           05  WS-GUARD-CHANGE.
               10  WS-GUARD-KIND      PIC X(01) VALUE SPACES.
               10  WS-GUARD-DATE      PIC X(08) VALUE SPACES.
               10  WS-GUARD-BY        PIC X(08) VALUE SPACES.
      *    Channel CASH - the item moves cash through the teller's
      *    drawer.
           05  WS-CASH-FLAG           PIC X(01) VALUE 'N'.
               88  CASH-ITEM              VALUE 'Y'.

       COPY CUSTMAST.
       COPY ACCTDATA.
       COPY WHSEDATA.
       COPY APPRDATA.
       COPY PAYMAP.
       COPY LOANDATA.
       COPY HDRWDATA.
       COPY SGNDATA.
       COPY MNRDATA.
       COPY SECCDATA.
       COPY ENTLDATA.
       COPY TLRDATA.

       LINKAGE SECTION.
       01  DFHCOMMAREA                PIC X(01).
           MOVE PPRIOI   TO WS-PRIORITY
           MOVE PVALDTI  TO WS-VALUE-DATE
           MOVE POPERI   TO WS-OPERATOR
           MOVE PLOANIDI TO WS-HEL-LOAN-ID
           MOVE PSIGNRI  TO WS-ACTING-PARTY
           PERFORM 2000-VALIDATE-ENTRY
           IF ENTRY-VALID
               PERFORM 2700-CHECK-ENTITLEMENT
           END-IF
           IF ENTRY-VALID AND CASH-ITEM
               PERFORM 2800-CHECK-CASH-DRAWER
           END-IF
           IF ENTRY-VALID
               PERFORM 2300-LOAD-APPROVAL-THRESHOLD
               PERFORM 2600-CHECK-COOLING-OFF
               EVALUATE TRUE
                   WHEN HELOC-ADVANCE
                       PERFORM 3800-POST-HELOC-ADVANCE
      *            Cash across the counter cannot wait for a callback
      *            - the customer is refused at the window instead.
                   WHEN WS-GUARD-RC = 4 AND CASH-ITEM
                       MOVE 'N' TO WS-INPUT-OK
                       MOVE 'CASH WITHDRAWAL REFUSED - CALLBACK NEEDED A
      -                     'FTER RECENT CHANGE'
                           TO WS-MESSAGE
                   WHEN WS-GUARD-RC = 4
                       PERFORM 3600-HOLD-FOR-CALLBACK
                   WHEN FUTURE-DATED
                       PERFORM 3500-WAREHOUSE-PAYMENT
                   WHEN WS-PEND-AMOUNT >= WS-APPR-THRESHOLD

       2000-VALIDATE-ENTRY.
           MOVE 'Y' TO WS-INPUT-OK
           MOVE 'N' TO WS-CASH-FLAG
           MOVE SPACES TO WS-RECEIPT-REF
           CALL 'VALCUST' USING CUSTOMER-ID
                                CUSTOMER-RECORD
               MOVE 'N' TO WS-INPUT-OK
               MOVE 'CUSTOMER NOT FOUND OR NOT ACTIVE' TO WS-MESSAGE
           ELSE
               PERFORM 2500-LIST-SIGNERS
               PERFORM 2100-PARSE-AMOUNT
               EVALUATE TRUE
                   WHEN NOT AMOUNT-PARSED
               IF ENTRY-VALID
                   PERFORM 2200-VALIDATE-VALUE-DATE
               END-IF
               IF ENTRY-VALID AND WS-CHANNEL = 'CASH'
                   MOVE 'Y' TO WS-CASH-FLAG
                   EVALUATE TRUE
                       WHEN FUTURE-DATED
                           MOVE 'N' TO WS-INPUT-OK
                           MOVE 'CASH ITEM CANNOT BE FORWARD-DATED'
                               TO WS-MESSAGE
                       WHEN WS-HEL-LOAN-ID NOT = SPACES
                               AND WS-HEL-LOAN-ID NOT = LOW-VALUES
                           MOVE 'N' TO WS-INPUT-OK
                           MOVE 'HELOC ADVANCE CANNOT BE TAKEN IN CASH'
                               TO WS-MESSAGE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
               IF ENTRY-VALID
                   PERFORM 2250-CHECK-ACCOUNT-DIGIT
               END-IF
               IF ENTRY-VALID
                   IF CUSTODIAL-ACCOUNT
                       PERFORM 2540-CHECK-CUSTODIAN-ACTING
                   ELSE
                       PERFORM 2550-CHECK-ACTING-PARTY
                   END-IF
               END-IF
               MOVE 'N' TO WS-HEL-FLAG
               IF ENTRY-VALID
                       AND WS-HEL-LOAN-ID NOT = SPACES
                       AND WS-HEL-LOAN-ID NOT = LOW-VALUES
                   PERFORM 2400-VALIDATE-HELOC-ADVANCE
               END-IF
           END-IF.

       2400-VALIDATE-HELOC-ADVANCE.
      *    An advance is money out of the line into the borrower's
      *    own checking account, tonight: a CR, not forward-dated,
      *    on an active line still in its draw period, belonging to
      *    the customer keyed, and no more than what is undrawn. Any
      *    failure refuses the entry outright - nothing is queued.
      *    LOANFILE stays open for 3800 only when the advance passes.
           MOVE 'Y' TO WS-HEL-FLAG
           INSPECT WS-HEL-LOAN-ID REPLACING ALL LOW-VALUE BY SPACE
           EVALUATE TRUE
               WHEN WS-DRCR NOT = 'CR'
                   MOVE 'N' TO WS-INPUT-OK
                   MOVE 'HELOC ADVANCE MUST BE A CR TO CHECKING'
                       TO WS-MESSAGE
               WHEN FUTURE-DATED
                   MOVE 'N' TO WS-INPUT-OK
                   MOVE 'HELOC ADVANCE CANNOT BE FORWARD-DATED'
                       TO WS-MESSAGE
               WHEN OTHER
                   OPEN I-O LOANFILE
                   MOVE WS-HEL-LOAN-ID TO LOANFILE-LOAN-ID
                   READ LOANFILE INTO LOAN-RECORD
                       INVALID KEY
                           MOVE 'N' TO WS-INPUT-OK
                           MOVE 'HELOC LOAN ID NOT ON FILE'
                               TO WS-MESSAGE
                   END-READ
                   IF ENTRY-VALID
                       PERFORM 2450-CHECK-AVAILABLE-LINE
                   END-IF
                   IF NOT ENTRY-VALID
                       CLOSE LOANFILE
                   END-IF
           END-EVALUATE.

       2450-CHECK-AVAILABLE-LINE.
           COMPUTE WS-HEL-AVAILABLE = LOAN-AMOUNT - LOAN-BALANCE
           EVALUATE TRUE
               WHEN NOT LOAN-HELOC
                   MOVE 'N' TO WS-INPUT-OK
                   MOVE 'LOAN IS NOT A HOME EQUITY LINE'
                       TO WS-MESSAGE
               WHEN LOAN-CUSTOMER-ID NOT = CUSTOMER-ID
                   MOVE 'N' TO WS-INPUT-OK
                   MOVE 'HOME EQUITY LINE BELONGS TO ANOTHER CUSTOMER'
                       TO WS-MESSAGE
               WHEN NOT LOAN-ACTIVE
                   MOVE 'N' TO WS-INPUT-OK
                   MOVE 'HOME EQUITY LINE IS NOT ACTIVE'
                       TO WS-MESSAGE
               WHEN NOT LOAN-HEL-DRAW
                   OR LOAN-HEL-DRAW-END < WS-TODAY-8
                   MOVE 'N' TO WS-INPUT-OK
                   MOVE 'DRAW PERIOD HAS ENDED - NO NEW ADVANCES'
                       TO WS-MESSAGE
               WHEN WS-PEND-AMOUNT > WS-HEL-AVAILABLE
                   MOVE 'N' TO WS-INPUT-OK
                   MOVE 'ADVANCE REFUSED - EXCEEDS AVAILABLE LINE'
                       TO WS-MESSAGE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2250-CHECK-ACCOUNT-DIGIT.
      *    Check-digit screen at the keying point: a wrong digit is
      *    refused on the spot - the teller still has the paperwork
                   CONTINUE
           END-EVALUATE.

       2500-LIST-SIGNERS.
      *    The signers in force are put in front of the teller on
      *    every response - including a refusal for a missing or
      *    wrong acting party - so the right number can be keyed.
      *    "In force" is the same test CUSTINQ applies: active, already
      *    effective and not past any expiry date.
           MOVE SPACES TO WS-SGN-LINE-1 WS-SGN-LINE-2
                          WS-SGN-LINE-3 WS-SGN-LINE-4
           MOVE ZERO   TO WS-SGN-LISTED
           MOVE 'N'    TO WS-EOF-SIGNERS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
      *    A custodial account lists its custodian alone - the
      *    register is not walked, since no signer may act for it.
           PERFORM 2520-CHECK-CUSTODY
           IF CUSTODIAL-ACCOUNT
               MOVE 'Y' TO WS-EOF-SIGNERS
               MOVE 1   TO WS-SGN-LISTED
           END-IF
           OPEN INPUT SIGNERS
           MOVE CUSTOMER-ID TO SIGNERS-CUSTOMER-ID
           MOVE ZERO        TO SIGNERS-SEQ
           START SIGNERS KEY IS NOT LESS THAN SIGNERS-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF-SIGNERS
           END-START
           PERFORM UNTIL EOF-SIGNERS OR WS-SGN-LISTED = 4
               READ SIGNERS NEXT RECORD INTO SIGNER-RECORD
                   AT END MOVE 'Y' TO WS-EOF-SIGNERS
               END-READ
               IF NOT EOF-SIGNERS
                   IF SGN-CUSTOMER-ID NOT = CUSTOMER-ID
                       MOVE 'Y' TO WS-EOF-SIGNERS
                   ELSE
                       PERFORM 2560-TEST-SIGNER-IN-FORCE
                       IF SIGNER-IN-FORCE
                           PERFORM 2510-FORMAT-SIGNER-LINE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE SIGNERS.

       2510-FORMAT-SIGNER-LINE.
           ADD 1 TO WS-SGN-LISTED
           EVALUATE TRUE
               WHEN SGN-JOINT-OWNER
                   MOVE 'JOINT OWNER'    TO WS-SGN-ROLE-TEXT
               WHEN SGN-AUTHORIZED
                   MOVE 'AUTH SIGNER'    TO WS-SGN-ROLE-TEXT
               WHEN SGN-POA
                   MOVE 'POWER OF ATTY'  TO WS-SGN-ROLE-TEXT
               WHEN SGN-TRUSTEE
                   MOVE 'TRUSTEE'        TO WS-SGN-ROLE-TEXT
           END-EVALUATE
           MOVE SPACES TO WS-SGN-LINE
           MOVE SGN-SEQ            TO WS-SGN-LINE(1:2)
           MOVE SGN-NAME           TO WS-SGN-LINE(4:30)
           MOVE WS-SGN-ROLE-TEXT   TO WS-SGN-LINE(35:16)
           IF SGN-AUTH-LIMIT = ZERO
               MOVE '      NO LIMIT' TO WS-SGN-LINE(52:14)
           ELSE
               MOVE SGN-AUTH-LIMIT    TO WS-SGN-LIMIT-DISP
               MOVE WS-SGN-LIMIT-DISP TO WS-SGN-LINE(52:14)
           END-IF
           IF SGN-EXPIRY-DATE = SPACES
               MOVE 'OPEN'          TO WS-SGN-LINE(67:4)
           ELSE
               MOVE SGN-EXPIRY-DATE TO WS-SGN-LINE(67:8)
           END-IF
           EVALUATE WS-SGN-LISTED
               WHEN 1 MOVE WS-SGN-LINE TO WS-SGN-LINE-1
               WHEN 2 MOVE WS-SGN-LINE TO WS-SGN-LINE-2
               WHEN 3 MOVE WS-SGN-LINE TO WS-SGN-LINE-3
               WHEN 4 MOVE WS-SGN-LINE TO WS-SGN-LINE-4
           END-EVALUATE.

       2520-CHECK-CUSTODY.
      *    In force from set-up until the day before the majority
      *    date - from that day the former minor acts as holder (00)
      *    even before MNRCONV has retitled the account. VALCUST
      *    fills CUSTOMER-RECORD with the custodian, so the minor's
      *    record is held aside and put back.
           MOVE 'N' TO WS-MNR-FLAG
           OPEN INPUT CUSTODY
           MOVE CUSTOMER-ID TO CUSTODY-CUSTOMER-ID
           READ CUSTODY INTO CUSTODIAL-ACCOUNT-RECORD
               KEY IS CUSTODY-CUSTOMER-ID
               NOT INVALID KEY
                   IF MNR-CUSTODIAL
                           AND MNR-MAJORITY-DATE > WS-TODAY-8
                       MOVE 'Y' TO WS-MNR-FLAG
                   END-IF
           END-READ
           CLOSE CUSTODY
           IF CUSTODIAL-ACCOUNT
               MOVE CUSTOMER-RECORD TO WS-SAVED-CUSTOMER
               CALL 'VALCUST' USING MNR-CUSTODIAN-ID
                                    CUSTOMER-RECORD
                                    WS-MNR-CUSTODIAN-RC
               MOVE SPACES TO WS-SGN-LINE-1
               MOVE 'CU'               TO WS-SGN-LINE-1(1:2)
               IF WS-MNR-CUSTODIAN-RC = ZERO
                   MOVE CUSTOMER-NAME  TO WS-SGN-LINE-1(4:30)
               ELSE
                   MOVE MNR-CUSTODIAN-ID TO WS-SGN-LINE-1(4:10)
               END-IF
               MOVE 'CUSTODIAN'        TO WS-SGN-LINE-1(35:16)
               MOVE 'MINOR TO'         TO WS-SGN-LINE-1(57:8)
               MOVE MNR-MAJORITY-DATE  TO WS-SGN-LINE-1(67:8)
               MOVE WS-SAVED-CUSTOMER  TO CUSTOMER-RECORD
           END-IF.

       2540-CHECK-CUSTODIAN-ACTING.
           EVALUATE TRUE
               WHEN WS-ACTING-PARTY NOT = 'CU'
                   MOVE 'N' TO WS-INPUT-OK
                   MOVE 'CUSTODIAL ACCOUNT - ONLY THE CUSTODIAN MAY ACT'
                       TO WS-MESSAGE
               WHEN WS-MNR-CUSTODIAN-RC NOT = ZERO
                   MOVE 'N' TO WS-INPUT-OK
                   MOVE 'CUSTODIAN NOT ACTIVE - SUCCESSOR NEEDED'
                       TO WS-MESSAGE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2550-CHECK-ACTING-PARTY.
      *    The acting party is required on every entry. A signer's
      *    per-item authority limit applies to the single item keyed;
      *    a zero limit means the register sets none.
           IF WS-ACTING-PARTY NOT NUMERIC
               MOVE 'N' TO WS-INPUT-OK
               MOVE 'KEY ACTING PARTY - 00 HOLDER OR A SIGNER NO LISTED'
                   TO WS-MESSAGE
           ELSE
               IF WS-ACTING-PARTY NOT = '00'
                   OPEN INPUT SIGNERS
                   MOVE CUSTOMER-ID     TO SIGNERS-CUSTOMER-ID
                   MOVE WS-ACTING-PARTY TO SIGNERS-SEQ
                   READ SIGNERS INTO SIGNER-RECORD
                       KEY IS SIGNERS-KEY
                       INVALID KEY
                           MOVE 'N' TO WS-INPUT-OK
                           MOVE 'ACTING PARTY IS NOT ON SIGNER REGISTER'
                               TO WS-MESSAGE
                   END-READ
                   CLOSE SIGNERS
                   IF ENTRY-VALID
                       PERFORM 2560-TEST-SIGNER-IN-FORCE
                       EVALUATE TRUE
                           WHEN NOT SIGNER-IN-FORCE
                               MOVE 'N' TO WS-INPUT-OK
                               MOVE 'ACTING PARTY AUTHORITY IS NOT IN FO
      -                             'RCE (REVOKED/EXPIRED)'
                                   TO WS-MESSAGE
                           WHEN SGN-AUTH-LIMIT > ZERO
                                   AND WS-PEND-AMOUNT > SGN-AUTH-LIMIT
                               MOVE 'N' TO WS-INPUT-OK
                               MOVE 'AMOUNT EXCEEDS ACTING PARTY AUTHORI
      -                             'TY LIMIT'
                                   TO WS-MESSAGE
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.

       2560-TEST-SIGNER-IN-FORCE.
           MOVE 'N' TO WS-SGN-IN-FORCE
           IF SGN-ACTIVE
                   AND SGN-EFFECTIVE-DATE NOT > WS-TODAY-8
                   AND (SGN-EXPIRY-DATE = SPACES
                     OR SGN-EXPIRY-DATE NOT < WS-TODAY-8)
               MOVE 'Y' TO WS-SGN-IN-FORCE
           END-IF.

       2100-PARSE-AMOUNT.
      *    The amount is keyed as digits in cents (standard keypunch
      *    convention - 12345 is 123.45); embedded spaces are allowed
           END-READ
           CLOSE APPRPARM.

       2600-CHECK-COOLING-OFF.
      *    Only money going out is at risk - a credit is never held.
      *    A forward-dated debit is tested as of its value date, the
      *    day it would actually leave the account.
           MOVE ZERO TO WS-GUARD-RC
           IF WS-DRCR = 'DR'
               IF FUTURE-DATED
                   MOVE WS-VALUE-DATE TO WS-GUARD-AS-OF
               ELSE
                   MOVE WS-TODAY-8    TO WS-GUARD-AS-OF
               END-IF
               CALL 'SECGUARD' USING CUSTOMER-ID
                                     WS-PEND-AMOUNT
                                     WS-GUARD-AS-OF
                                     WS-GUARD-CHANGE
                                     WS-GUARD-RC
           END-IF.

       2700-CHECK-ENTITLEMENT.
      *    The signed-on operator must hold PAYENTRY on the entitlement
      *    table and payment authority for the amount; ENTLCHK logs a
      *    refusal to ACCESSLOG itself.
           MOVE SPACES          TO ENTL-CHECK-AREA
           EXEC CICS ASSIGN
                USERID(ENC-OPERATOR-ID)
           END-EXEC
           MOVE EIBTRMID        TO ENC-TERMINAL
           MOVE WS-PROGRAM-NAME TO ENC-PROGRAM
           MOVE 'PAYENTRY'      TO ENC-FUNCTION
           SET ENC-PAYMENT-LIMIT TO TRUE
           MOVE WS-PEND-AMOUNT  TO ENC-AMOUNT
           MOVE CUSTOMER-ID     TO ENC-CUSTOMER-ID
           CALL 'ENTLCHK' USING ENTL-CHECK-AREA
           IF ENC-REFUSED
               MOVE 'N'         TO WS-INPUT-OK
               MOVE ENC-MESSAGE TO WS-MESSAGE
           END-IF.

       2800-CHECK-CASH-DRAWER.
      *    The signed-on operator is the teller whose drawer the cash
      *    goes through - it must be open today and, for cash out,
      *    hold the cash to pay. Nothing is posted yet.
           PERFORM 2850-FILL-CASH-AREA
           SET TLC-CHECK-DRAWER TO TRUE
           CALL 'TLRCASH' USING TELLER-CASH-AREA
           IF TLC-FAILED
               MOVE 'N'         TO WS-INPUT-OK
               MOVE TLC-MESSAGE TO WS-MESSAGE
           END-IF.

       2850-FILL-CASH-AREA.
           MOVE SPACES          TO TELLER-CASH-AREA
           MOVE ENC-OPERATOR-ID TO TLC-TELLER-ID
           IF WS-DRCR = 'CR'
               SET TLC-CASH-IN  TO TRUE
           ELSE
               SET TLC-CASH-OUT TO TRUE
           END-IF
           MOVE WS-PEND-AMOUNT  TO TLC-AMOUNT
           MOVE CUSTOMER-ID     TO TLC-CUSTOMER-ID
           MOVE WS-RECEIPT-REF  TO TLC-REF.

       3600-HOLD-FOR-CALLBACK.
      *    The callback hold takes the place of the dual-approval
      *    hold for a high-value debit: CBKREV will not accept the
      *    callback from the operator who keyed the entry, so the
      *    verified callback is itself the second person. The entry
      *    parks whole - a forward-dated one carries its value date
      *    and goes to the warehouse when it is verified.
           IF WS-OPERATOR = SPACES OR WS-OPERATOR = LOW-VALUES
               MOVE 'OPERATOR INITIALS REQUIRED - DEBIT NEEDS CALLBACK'
                   TO WS-MESSAGE
           ELSE
               PERFORM 2900-BUILD-PAYMENT-RECORD
               MOVE SPACES          TO CALLBACK-HOLD-RECORD
               MOVE WS-RECEIPT-REF  TO CBH-HOLD-REF
               SET CBH-FROM-PAYENTRY TO TRUE
               MOVE CUSTOMER-ID     TO CBH-CUSTOMER-ID
               MOVE WS-PEND-AMOUNT  TO CBH-AMOUNT
               MOVE WS-TODAY-8      TO CBH-HELD-DATE
               MOVE WS-OPERATOR     TO CBH-HELD-BY
               IF FUTURE-DATED
                   MOVE WS-VALUE-DATE TO CBH-VALUE-DATE
               ELSE
                   MOVE WS-TODAY-8    TO CBH-VALUE-DATE
               END-IF
               MOVE WS-GUARD-KIND   TO CBH-CHANGE-KIND
               MOVE WS-GUARD-DATE   TO CBH-CHANGE-DATE
               MOVE WS-GUARD-BY     TO CBH-CHANGED-BY
               MOVE ACCOUNT-RECORD  TO CBH-PAYMENT-DATA
               OPEN EXTEND CBKHOLD
               WRITE CBKHOLD-REC FROM CALLBACK-HOLD-RECORD
               CLOSE CBKHOLD
               MOVE 'PAYMENT HELD FOR CUSTOMER CALLBACK - RECENT ADDRESS
      -             '/PIN CHANGE'
                   TO WS-MESSAGE
           END-IF.

       3700-HOLD-FOR-APPROVAL.
      *    Above the threshold no single operator moves the money:
      *    the entry holds here until a DIFFERENT officer releases
               MOVE WS-TODAY-8      TO APV-ENTERED-DATE
               SET APV-PENDING      TO TRUE
               MOVE ACCOUNT-RECORD  TO APV-PAYMENT-DATA
               MOVE ENC-OPERATOR-ID TO APV-TELLER-ID
               OPEN EXTEND APPRPEND
               WRITE APPRPEND-REC FROM PENDING-APPROVAL-RECORD
               CLOSE APPRPEND
               IF CASH-ITEM
                   MOVE 'CASH ITEM HELD FOR SECOND APPROVAL - NO CASH UN
      -                 'TIL RELEASED'
                       TO WS-MESSAGE
               ELSE
                   MOVE 'HIGH-VALUE ENTRY HELD FOR SECOND APPROVAL'
                       TO WS-MESSAGE
               END-IF
           END-IF.

       3800-POST-HELOC-ADVANCE.
      *    The line is charged the moment the advance is taken so a
      *    second advance keyed before tonight sees the line already
      *    reduced; the credit to checking rides PYMT001 like any
      *    other keyed CR. A high-value advance carries no second
      *    approval (the line limit is the control) but does need
      *    the operator's initials on the journal.
           IF WS-PEND-AMOUNT >= WS-APPR-THRESHOLD
                   AND (WS-OPERATOR = SPACES
                       OR WS-OPERATOR = LOW-VALUES)
               MOVE 'N' TO WS-INPUT-OK
               MOVE 'OPERATOR INITIALS REQUIRED FOR HIGH-VALUE ENTRY'
                   TO WS-MESSAGE
               CLOSE LOANFILE
           ELSE
               ADD WS-PEND-AMOUNT TO LOAN-BALANCE
               REWRITE LOANFILE-REC FROM LOAN-RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-INPUT-OK
                       MOVE WS-PROGRAM-NAME TO ERR-PROGRAM-NAME
                       MOVE '3800-POST-HELOC-ADVANCE'
                           TO ERR-PARAGRAPH
                       SET ERRC-FILE-REWRITE-FAILED TO TRUE
                       MOVE 'LOANFILE REWRITE FAILED' TO ERR-MESSAGE
                       CALL 'ERRHANDR' USING ERROR-RECORD
                       MOVE 'HELOC ADVANCE NOT POSTED - LOAN FILE ERROR'
                           TO WS-MESSAGE
               END-REWRITE
               CLOSE LOANFILE
               IF ENTRY-VALID
                   PERFORM 2900-BUILD-PAYMENT-RECORD
                   OPEN EXTEND PENDPYMT
                   WRITE PENDPYMT-REC FROM ACCOUNT-RECORD
                   CLOSE PENDPYMT
                   MOVE SPACES          TO HELOC-DRAW-RECORD
                   MOVE LOAN-ID         TO HDR-LOAN-ID
                   MOVE CUSTOMER-ID     TO HDR-CUSTOMER-ID
                   MOVE WS-PEND-AMOUNT  TO HDR-AMOUNT
                   MOVE LOAN-BALANCE    TO HDR-BALANCE-AFTER
                   MOVE WS-TODAY-8      TO HDR-DRAW-DATE
                   MOVE WS-RECEIPT-REF  TO HDR-REF
                   MOVE WS-OPERATOR     TO HDR-OPERATOR
                   OPEN EXTEND HELDRAW
                   WRITE HELDRAW-REC FROM HELOC-DRAW-RECORD
                   CLOSE HELDRAW
                   MOVE 'ADVANCE TAKEN - CHECKING CREDITED NEXT CYCLE'
                       TO WS-MESSAGE
               END-IF
           END-IF.

       3000-APPEND-PENDING-PAYMENT.
      *    The instruction rides the normal pipeline untouched from
      *    here: priority sort, velocity check, stop-payment screen
      *    and the reject queue all see it exactly as a batch-keyed
      *    payment. A cash item goes to the teller's drawer first; if
      *    the drawer will not take it the entry is refused whole.
           PERFORM 2900-BUILD-PAYMENT-RECORD
           IF CASH-ITEM
               PERFORM 2850-FILL-CASH-AREA
               SET TLC-POST-CASH TO TRUE
               CALL 'TLRCASH' USING TELLER-CASH-AREA
               IF TLC-FAILED
                   MOVE 'N'         TO WS-INPUT-OK
                   MOVE TLC-MESSAGE TO WS-MESSAGE
               END-IF
           END-IF
           IF ENTRY-VALID
               OPEN EXTEND PENDPYMT
               WRITE PENDPYMT-REC FROM ACCOUNT-RECORD
               CLOSE PENDPYMT
               IF CASH-ITEM
                   MOVE 'CASH ITEM ACCEPTED AND POSTED TO CASH DRAWER'
                       TO WS-MESSAGE
               ELSE
                   MOVE 'PAYMENT ACCEPTED FOR NEXT POSTING CYCLE'
                       TO WS-MESSAGE
               END-IF
           END-IF.

       3500-WAREHOUSE-PAYMENT.
      *    The built record is identical to one keyed for tonight -
               MOVE CUSTOMER-NAME  TO PNAMEI
               MOVE WS-RECEIPT-REF TO PREFI
           END-IF
           IF WS-VALIDATE-RC = ZERO
               MOVE WS-SGN-LINE-1 TO PSGN1I
               MOVE WS-SGN-LINE-2 TO PSGN2I
               MOVE WS-SGN-LINE-3 TO PSGN3I
               MOVE WS-SGN-LINE-4 TO PSGN4I
           END-IF
           MOVE WS-MESSAGE TO PMSGI
           EXEC CICS SEND MAP('PAYMAP')
                          MAPSET('PAYENTM')
