      *           EIBCALEN = 0 sends the blank screen; the next       *
      *           transaction start (after the operator presses       *
      *           ENTER) receives the map and runs the inquiry.       *
      *           The signer summary counts the customer's signers    *
      *           in force on the SIGNERS register; STATEMENT 'S'     *
      *           lists them in the statement/notes area instead.     *
      *           STATEMENT 'F' lists the customer's latest fee       *
      *           refunds off FEEREFND there the same way.            *
      *           A custodial (minor) account on the CUSTODY file (see*
      *           MNRDATA) authenticates with its custodian's PIN, not*
      *           the minor's, until the minor comes of age; the PIN  *
      *           cannot be changed from here meanwhile, and the      *
      *           summary line names the custodian.                   *
      * AUTHOR:   TABFORGE-AI                                         *
      * CALLS:    VALCUST, DBRD01AV, ERRHANDR, STMTBLD, FMTAMT,       *
      *           LOANQOTE, ENTLCHK                                   *
      * COPYBOOKS: CUSTMAST, ADDRDATA, ERRDATA, ACCTDATA, SGNDATA,    *
      *           FRFDATA, MNRDATA, CUSTMAP, ENTLDATA                 *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CUSTINQ.
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS BHF-KEY.
      *    Authorized signer / POA register (see SGNDATA), keyed
      *    CUSTOMER-ID + signer number - browsed from the customer's
      *    first entry.
           SELECT SIGNERS   ASSIGN TO UT-S-SIGNERS
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS SIGNERS-KEY.
      *    Fee refund requests (see FRFDATA), keyed CUSTOMER-ID +
      *    refund reference - browsed from the customer's first one.
           SELECT FEEREFND  ASSIGN TO UT-S-FEEREFND
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS FEEREFND-KEY.
      *    Custodial (minor) accounts (see MNRDATA), keyed
      *    CUSTOMER-ID.
           SELECT CUSTODY   ASSIGN TO UT-S-CUSTODY
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS RANDOM
                            RECORD KEY   IS CUSTODY-CUSTOMER-ID.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 40 CHARACTERS.
       01  PINSECF-REC                PIC X(40).

       FD  SIGNERS
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  SIGNERS-REC.
           05  SIGNERS-KEY.
               10  SIGNERS-CUSTOMER-ID PIC X(10).
               10  SIGNERS-SEQ        PIC 9(02).
           05  FILLER                 PIC X(88).

       FD  FEEREFND
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
       01  FEEREFND-REC.
           05  FEEREFND-KEY.
               10  FEEREFND-CUSTOMER-ID PIC X(10).
               10  FEEREFND-REF       PIC X(16).
           05  FILLER                 PIC X(94).

       FD  CUSTODY
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
       01  CUSTODY-REC.
           05  CUSTODY-CUSTOMER-ID    PIC X(10).
           05  FILLER                 PIC X(110).

       WORKING-STORAGE SECTION.
       01  WS-CUSTINQ-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'CUSTINQ'.
               88  PIN-AUTH-FAILED        VALUE 'Y'.
           05  WS-STMT-REQUEST-FLAG   PIC X(01) VALUE 'N'.
               88  STATEMENT-REQUESTED    VALUE 'Y'.
               88  SIGNERS-REQUESTED      VALUE 'S'.
               88  FEE-REFUNDS-REQUESTED  VALUE 'F'.
           05  WS-STMT-RC             PIC S9(04) COMP VALUE ZERO.
           05  WS-STMT-LINE-1         PIC X(133) VALUE SPACES.
           05  WS-STMT-LINE-2         PIC X(133) VALUE SPACES.
               88  PIN-STATE-FOUND        VALUE 'Y'.
           05  WS-PIN-LOCK-LIMIT      PIC 9(02) COMP VALUE 3.
           05  WS-PIN-UPDATE-RC       PIC S9(04) COMP VALUE ZERO.
      *    The PIN the keyed one must match - the customer's own, or
      *    the custodian's while a custodial account is in force.
           05  WS-AUTH-PIN            PIC X(04) VALUE SPACES.
           05  WS-MNR-FLAG            PIC X(01) VALUE 'N'.
               88  CUSTODIAL-ACCOUNT      VALUE 'Y'.
           05  WS-MNR-CUSTODIAN-RC    PIC S9(04) COMP VALUE ZERO.
      *    Signer register browse - counts for the summary line and
      *    up to four listed signers when STATEMENT is 'S'.
           05  WS-EOF-SIGNERS         PIC X(01) VALUE 'N'.
               88  EOF-SIGNERS            VALUE 'Y'.
           05  WS-SGN-TODAY           PIC X(08) VALUE SPACES.
           05  WS-SGN-ACTIVE-COUNT    PIC 9(02) COMP VALUE ZERO.
           05  WS-SGN-POA-COUNT       PIC 9(02) COMP VALUE ZERO.
           05  WS-SGN-ACTIVE-DISP     PIC Z9.
           05  WS-SGN-POA-DISP        PIC Z9.
           05  WS-SGN-ROLE-TEXT       PIC X(16) VALUE SPACES.
           05  WS-SGN-LIMIT-DISP      PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-SGN-LINE            PIC X(78) VALUE SPACES.
           05  WS-SGN-SUMMARY         PIC X(35) VALUE SPACES.
      *    Fee refund history browse - the key runs in request order,
      *    so the newest four survive in the rolling buffer below.
           05  WS-EOF-FEEREFND        PIC X(01) VALUE 'N'.
               88  EOF-FEEREFND           VALUE 'Y'.
           05  WS-FRF-COUNT           PIC 9(05) COMP VALUE ZERO.
           05  WS-FRF-HELD            PIC 9(02) COMP VALUE ZERO.
           05  WS-FRF-IX              PIC 9(02) COMP VALUE ZERO.
           05  WS-FRF-COUNT-DISP      PIC ZZZZ9.
           05  WS-FRF-AMOUNT-DISP     PIC ZZZ,ZZ9.99.
           05  WS-FRF-LINE            PIC X(78) VALUE SPACES.
       01  WS-FRF-BUFFER.
           05  WS-FRF-SLOT            PIC X(78) OCCURS 4 TIMES.

      *    Pseudo-conversational state carried between task starts so
      *    PF7/PF8 can page through the activity list without the
       COPY BALHDATA.
       COPY ACCLOG.
       COPY NOTEDATA.
       COPY SGNDATA.
       COPY FRFDATA.
       COPY MNRDATA.
       COPY CUSTMAP.
       COPY ENTLDATA.

       LINKAGE SECTION.
       01  DFHCOMMAREA                PIC X(40).
           MOVE QLOANI   TO WS-QUOTE-LOAN-ID
           MOVE ASOFDTI  TO WS-ASOF-DATE
           PERFORM 1250-SET-PAGING-STATE
           PERFORM 1260-CHECK-ENTITLEMENT
           IF ENC-ALLOWED
               OPEN INPUT TRANFILE
               OPEN INPUT ADDRFILE
               OPEN INPUT RELFILE
               PERFORM 2000-GET-CUSTOMER
               CLOSE TRANFILE
               CLOSE ADDRFILE
               CLOSE RELFILE
           ELSE
               MOVE 8 TO WS-INQUIRY-RC
           END-IF
           PERFORM 1300-SEND-RESULT-MAP
           EXEC CICS RETURN
                          TRANSID('CINQ')
           MOVE WS-TXN-DATE-FROM TO CA-DATE-FROM
           MOVE WS-TXN-DATE-TO   TO CA-DATE-TO.

       1260-CHECK-ENTITLEMENT.
      *    Even a plain inquiry needs CUSTINQ on the operator's
      *    entitlement record; the PIN change is a separate function
      *    (PINCHG, 2085).
           MOVE SPACES          TO ENTL-CHECK-AREA
           MOVE ZERO            TO ENC-AMOUNT
           MOVE 'CUSTINQ'       TO ENC-FUNCTION
           MOVE CUSTOMER-ID     TO ENC-CUSTOMER-ID
           PERFORM 1270-CALL-ENTLCHK.

       1270-CALL-ENTLCHK.
           EXEC CICS ASSIGN
                USERID(ENC-OPERATOR-ID)
           END-EXEC
           MOVE EIBTRMID        TO ENC-TERMINAL
           MOVE WS-PROGRAM-NAME TO ENC-PROGRAM
           CALL 'ENTLCHK' USING ENTL-CHECK-AREA.

       1300-SEND-RESULT-MAP.
           MOVE LOW-VALUES TO CUSTMAPI
           IF WS-INQUIRY-RC = ZERO
               MOVE ADDR-LINE-1   TO ADDR1I
               MOVE ADDR-LINE-2   TO ADDR2I
               MOVE WS-HH-LINE    TO HHLDI
               MOVE WS-SGN-SUMMARY TO SGNSUMI
               MOVE WS-QUOTE-LINE TO QUOTEI
               MOVE WS-TXN-LINE-1 TO TXN1I
               MOVE WS-TXN-LINE-2 TO TXN2I
                   MOVE 'CUSTOMER NOT FOUND' TO MSGLI
               END-IF
           END-IF
           IF ENC-REFUSED
               MOVE ENC-MESSAGE TO MSGLI
           END-IF
           EXEC CICS SEND MAP('CUSTMAP')
                          MAPSET('CUSTINQM')
                          FROM(CUSTMAPI)
                                CUSTOMER-RECORD
                                WS-INQUIRY-RC
           IF WS-INQUIRY-RC = ZERO
               PERFORM 2040-CHECK-CUSTODY
      *        A PF7/PF8 page request rides the authentication the
      *        commarea already carries from this pseudo-conversation
      *        - the FRSET map cleared the PIN field, so re-checking
                   MOVE CUSTOMER-ID TO CA-AUTH-CUSTOMER
                   PERFORM 2100-GET-ADDRESS
                   PERFORM 2120-GET-HOUSEHOLD-SUMMARY
                   PERFORM 2170-GET-SIGNERS
                   IF CUSTODIAL-ACCOUNT
                       MOVE SPACES TO WS-SGN-SUMMARY
                       STRING 'CUSTODIAL - CUSTODIAN ' DELIMITED SIZE
                              MNR-CUSTODIAN-ID         DELIMITED SIZE
                              INTO WS-SGN-SUMMARY
                   END-IF
                   IF FEE-REFUNDS-REQUESTED
                       PERFORM 2180-GET-FEE-REFUNDS
                   END-IF
                   PERFORM 2150-GET-RECENT-TRANSACTIONS
                   PERFORM 2200-BUILD-RESPONSE
                   PERFORM 2900-LOG-ACCESS
               CALL 'ERRHANDR' USING ERROR-RECORD
           END-IF.

       2040-CHECK-CUSTODY.
      *    In force from set-up until the day before the majority
      *    date, the same test PAYENTRY applies. The custodian's PIN
      *    comes off the custodian's own record; VALCUST fills the
      *    one CUSTOMER-RECORD buffer, so the minor's record is held
      *    aside and put back as the household lookup does.
           MOVE 'N'          TO WS-MNR-FLAG
           MOVE CUSTOMER-PIN TO WS-AUTH-PIN
           OPEN INPUT CUSTODY
           MOVE CUSTOMER-ID TO CUSTODY-CUSTOMER-ID
           READ CUSTODY INTO CUSTODIAL-ACCOUNT-RECORD
               KEY IS CUSTODY-CUSTOMER-ID
               NOT INVALID KEY
                   IF MNR-CUSTODIAL
                           AND MNR-MAJORITY-DATE >
                               FUNCTION CURRENT-DATE(1:8)
                       MOVE 'Y' TO WS-MNR-FLAG
                   END-IF
           END-READ
           CLOSE CUSTODY
           IF CUSTODIAL-ACCOUNT
               MOVE CUSTOMER-RECORD TO WS-SAVED-CUSTOMER
               CALL 'VALCUST' USING MNR-CUSTODIAN-ID
                                    CUSTOMER-RECORD
                                    WS-MNR-CUSTODIAN-RC
               MOVE CUSTOMER-PIN      TO WS-AUTH-PIN
               MOVE WS-SAVED-CUSTOMER TO CUSTOMER-RECORD
           END-IF.

       2450-SHOW-RECENT-NOTES.
      *    The statement area doubles as the contact-note display on
      *    an ordinary inquiry - the last four notes, newest last,
      *    customer is refused outright, three misses lock the
      *    customer, and every failure, lockout and forced change is
      *    routed through ERRHANDR for the security log.
           IF WS-NEW-PIN NOT = SPACES AND WS-NEW-PIN NOT = LOW-VALUES
                   AND NOT CUSTODIAL-ACCOUNT
               PERFORM 2085-CHECK-PIN-ENTITLEMENT
           END-IF
           PERFORM 2055-READ-PIN-STATE
           EVALUATE TRUE
               WHEN PIN-STATE-FOUND AND PS-LOCKED
                   MOVE 'PIN LOCKED - SEE A SUPERVISOR FOR A RESET'
                       TO WS-MESSAGE
                   PERFORM 2058-CLOSE-PIN-STATE
               WHEN CUSTODIAL-ACCOUNT AND WS-MNR-CUSTODIAN-RC NOT = ZERO
                   MOVE 'Y' TO WS-AUTH-FAIL-FLAG
                   MOVE 8   TO WS-INQUIRY-RC
                   MOVE 'CUSTODIAN NOT ACTIVE - SUCCESSOR NEEDED'
                       TO WS-MESSAGE
                   PERFORM 2058-CLOSE-PIN-STATE
               WHEN WS-PIN-NUMBER NOT = WS-AUTH-PIN
                   PERFORM 2060-COUNT-PIN-FAILURE
               WHEN PIN-STATE-FOUND AND PS-CHANGE-REQUIRED
                       AND WS-NEW-PIN = SPACES
                       AND NOT CUSTODIAL-ACCOUNT
                   MOVE 'Y' TO WS-AUTH-FAIL-FLAG
                   MOVE 8   TO WS-INQUIRY-RC
                   MOVE 'PIN RESET BY SUPERVISOR - KEY A NEW PIN TO CON
               WHEN OTHER
                   PERFORM 2070-CLEAR-PIN-STATE
                   IF WS-NEW-PIN NOT = SPACES
                       IF CUSTODIAL-ACCOUNT
                           MOVE 'PIN NOT CHANGED - CUSTODIAN PIN IN USE'
                               TO WS-MESSAGE
                       ELSE
                           PERFORM 2080-CHANGE-PIN
                       END-IF
                   END-IF
           END-EVALUATE.

                   TO WS-MESSAGE
           END-IF.

       2085-CHECK-PIN-ENTITLEMENT.
      *    An operator without PINCHG cannot put a new PIN through;
      *    the keyed PIN is dropped before anything is cleared or
      *    changed, so the inquiry carries on as if none were keyed
      *    and the refusal shows on the screen.
           MOVE SPACES          TO ENTL-CHECK-AREA
           MOVE ZERO            TO ENC-AMOUNT
           MOVE 'PINCHG'        TO ENC-FUNCTION
           MOVE CUSTOMER-ID     TO ENC-CUSTOMER-ID
           PERFORM 1270-CALL-ENTLCHK
           IF ENC-REFUSED
               MOVE SPACES TO WS-NEW-PIN
           END-IF.

       2100-GET-ADDRESS.
      *    Review fix - DBREAD01 has no knowledge of ADDRFILE and the
      *    address record doesn't fit DBREAD01's CUSTOMER-RECORD
                          INTO WS-TXN-LINE-4
           END-EVALUATE.

       2170-GET-SIGNERS.
      *    A signer is in force when active (not revoked), already
      *    effective and not past any expiry date - the same test
      *    PAYENTRY applies before accepting them as acting party.
           MOVE ZERO   TO WS-SGN-ACTIVE-COUNT
           MOVE ZERO   TO WS-SGN-POA-COUNT
           MOVE 'N'    TO WS-EOF-SIGNERS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SGN-TODAY
           IF SIGNERS-REQUESTED
               MOVE SPACES TO WS-STMT-LINE-1
               MOVE 'ACTIVE SIGNERS  (NO NAME ROLE ITEM-LIMIT EXPIRY)'
                   TO WS-STMT-LINE-1
           END-IF
           OPEN INPUT SIGNERS
           MOVE CUSTOMER-ID TO SIGNERS-CUSTOMER-ID
           MOVE ZERO        TO SIGNERS-SEQ
           START SIGNERS KEY IS NOT LESS THAN SIGNERS-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF-SIGNERS
           END-START
           PERFORM UNTIL EOF-SIGNERS
               READ SIGNERS NEXT RECORD INTO SIGNER-RECORD
                   AT END MOVE 'Y' TO WS-EOF-SIGNERS
               END-READ
               IF NOT EOF-SIGNERS
                   IF SGN-CUSTOMER-ID NOT = CUSTOMER-ID
                       MOVE 'Y' TO WS-EOF-SIGNERS
                   ELSE
                       IF SGN-ACTIVE
                               AND SGN-EFFECTIVE-DATE NOT > WS-SGN-TODAY
                               AND (SGN-EXPIRY-DATE = SPACES
                                 OR SGN-EXPIRY-DATE NOT < WS-SGN-TODAY)
                           PERFORM 2175-COUNT-SIGNER
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE SIGNERS
           MOVE SPACES TO WS-SGN-SUMMARY
           IF WS-SGN-ACTIVE-COUNT = ZERO
               MOVE 'SIGNERS: NONE ON REGISTER' TO WS-SGN-SUMMARY
           ELSE
               MOVE WS-SGN-ACTIVE-COUNT TO WS-SGN-ACTIVE-DISP
               MOVE WS-SGN-POA-COUNT    TO WS-SGN-POA-DISP
               STRING 'SIGNERS: '        DELIMITED SIZE
                      WS-SGN-ACTIVE-DISP DELIMITED SIZE
                      ' ACTIVE, '        DELIMITED SIZE
                      WS-SGN-POA-DISP    DELIMITED SIZE
                      ' POA'             DELIMITED SIZE
                      INTO WS-SGN-SUMMARY
           END-IF.

       2175-COUNT-SIGNER.
           ADD 1 TO WS-SGN-ACTIVE-COUNT
           IF SGN-POA
               ADD 1 TO WS-SGN-POA-COUNT
           END-IF
           IF SIGNERS-REQUESTED AND WS-SGN-ACTIVE-COUNT NOT > 4
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
               EVALUATE WS-SGN-ACTIVE-COUNT
                   WHEN 1 MOVE WS-SGN-LINE TO WS-STMT-LINE-2
                   WHEN 2 MOVE WS-SGN-LINE TO WS-STMT-LINE-3
                   WHEN 3 MOVE WS-SGN-LINE TO WS-STMT-LINE-4
                   WHEN 4 MOVE WS-SGN-LINE TO WS-STMT-LINE-5
               END-EVALUATE
           END-IF.

       2180-GET-FEE-REFUNDS.
           MOVE ZERO   TO WS-FRF-COUNT
           MOVE ZERO   TO WS-FRF-HELD
           MOVE 'N'    TO WS-EOF-FEEREFND
           OPEN INPUT FEEREFND
           MOVE CUSTOMER-ID TO FEEREFND-CUSTOMER-ID
           MOVE LOW-VALUES  TO FEEREFND-REF
           START FEEREFND KEY IS NOT LESS THAN FEEREFND-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF-FEEREFND
           END-START
           PERFORM UNTIL EOF-FEEREFND
               READ FEEREFND NEXT RECORD INTO FEE-REFUND-RECORD
                   AT END MOVE 'Y' TO WS-EOF-FEEREFND
               END-READ
               IF NOT EOF-FEEREFND
                   IF FRF-CUSTOMER-ID NOT = CUSTOMER-ID
                       MOVE 'Y' TO WS-EOF-FEEREFND
                   ELSE
                       PERFORM 2185-HOLD-FEE-REFUND
                   END-IF
               END-IF
           END-PERFORM
           CLOSE FEEREFND
           MOVE SPACES TO WS-STMT-LINE-1
           IF WS-FRF-COUNT = ZERO
               MOVE 'FEE REFUNDS: NONE ON FILE' TO WS-STMT-LINE-1
           ELSE
               MOVE WS-FRF-COUNT TO WS-FRF-COUNT-DISP
               STRING 'FEE REFUNDS: ' WS-FRF-COUNT-DISP
                      '  (REF TYPE FEE-REF AMOUNT RSN STATUS BY DATE)'
                   DELIMITED SIZE INTO WS-STMT-LINE-1
               MOVE SPACES TO WS-STMT-LINE-2
               MOVE SPACES TO WS-STMT-LINE-3
               MOVE SPACES TO WS-STMT-LINE-4
               MOVE SPACES TO WS-STMT-LINE-5
               MOVE WS-FRF-SLOT(1) TO WS-STMT-LINE-2
               IF WS-FRF-HELD > 1
                   MOVE WS-FRF-SLOT(2) TO WS-STMT-LINE-3
               END-IF
               IF WS-FRF-HELD > 2
                   MOVE WS-FRF-SLOT(3) TO WS-STMT-LINE-4
               END-IF
               IF WS-FRF-HELD > 3
                   MOVE WS-FRF-SLOT(4) TO WS-STMT-LINE-5
               END-IF
           END-IF.

       2185-HOLD-FEE-REFUND.
           ADD 1 TO WS-FRF-COUNT
           IF WS-FRF-HELD < 4
               ADD 1 TO WS-FRF-HELD
           ELSE
      *        Buffer full - drop the oldest so the newest four are
      *        the ones that display.
               PERFORM VARYING WS-FRF-IX FROM 1 BY 1
                       UNTIL WS-FRF-IX > 3
                   MOVE WS-FRF-SLOT(WS-FRF-IX + 1)
                       TO WS-FRF-SLOT(WS-FRF-IX)
               END-PERFORM
           END-IF
           MOVE SPACES TO WS-FRF-LINE
           MOVE FRF-REF            TO WS-FRF-LINE(1:16)
           MOVE FRF-FEE-TYPE       TO WS-FRF-LINE(18:1)
           MOVE FRF-FEE-REF        TO WS-FRF-LINE(20:16)
           MOVE FRF-AMOUNT         TO WS-FRF-AMOUNT-DISP
           MOVE WS-FRF-AMOUNT-DISP TO WS-FRF-LINE(37:10)
           MOVE FRF-REASON         TO WS-FRF-LINE(48:2)
           EVALUATE TRUE
               WHEN FRF-APPROVED
                   MOVE 'APPROVED' TO WS-FRF-LINE(51:8)
               WHEN FRF-DECLINED
                   MOVE 'DECLINED' TO WS-FRF-LINE(51:8)
               WHEN OTHER
                   MOVE 'AWAITING' TO WS-FRF-LINE(51:8)
           END-EVALUATE
           MOVE FRF-REQUESTED-BY   TO WS-FRF-LINE(60:8)
           IF FRF-AWAITING-APPROVAL
               MOVE FRF-REQUEST-DATE  TO WS-FRF-LINE(69:8)
           ELSE
               MOVE FRF-DECISION-DATE TO WS-FRF-LINE(69:8)
           END-IF
           MOVE WS-FRF-LINE TO WS-FRF-SLOT(WS-FRF-HELD).

       2200-BUILD-RESPONSE.
           MOVE CUSTOMER-ID   TO WS-CUST-ID
           MOVE ZERO TO WS-RESP-CODE
      *    A signer listing ('S') or fee refund listing ('F') was
      *    already placed in the statement lines by 2170-GET-SIGNERS
      *    or 2180-GET-FEE-REFUNDS.
           IF STATEMENT-REQUESTED
               PERFORM 2300-REQUEST-STATEMENT
           ELSE
               IF NOT SIGNERS-REQUESTED AND NOT FEE-REFUNDS-REQUESTED
                   PERFORM 2450-SHOW-RECENT-NOTES
               END-IF
           END-IF
           IF WS-QUOTE-LOAN-ID NOT = SPACES
                   AND WS-QUOTE-LOAN-ID NOT = LOW-VALUES
