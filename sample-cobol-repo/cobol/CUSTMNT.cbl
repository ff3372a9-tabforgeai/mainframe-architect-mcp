      *           customer's alert thresholds (balance-below and      *
      *           large-debit, keyed in cents) maintain the           *
      *           ALERTPRM record ALERTGEN reads each night.          *
      *           The signer fields maintain the customer's entry on  *
      *           the SIGNERS register (joint owners, authorized      *
      *           signers, powers of attorney, trustees): A adds the  *
      *           next signer number, C changes a numbered entry, R   *
      *           revokes it. Each change appends a DBAUDIT record    *
      *           with the signer entry's before and after images.    *
      *           HOME BRANCH and REL OFFICER reassign the customer   *
      *           on the ASSIGNS file (see ASGNDATA); the branch must *
      *           be on the BRANCHES table and brings its region      *
      *           with it. Each reassignment appends a DBAUDIT record *
      *           with the assignment's before and after images.      *
      *           OD OPT-IN records the customer's Regulation E       *
      *           election for overdraft coverage of ATM and one-time *
      *           debit card items on the ODOPTIN file (see           *
      *           REGEDATA) with the date and the METHOD the customer *
      *           used; each change is audited to DBAUDIT and leaves  *
      *           the confirmation notice for ODCONF to send.         *
      *           IRA PLAN (T traditional, R Roth) and BORN set up    *
      *           the customer's individual retirement plan on the    *
      *           IRAACCT file (see IRADATA); a new plan also opens   *
      *           the customer's IR account on ACCTMAST through       *
      *           ACCTMION. The birth date may be corrected later,    *
      *           the plan type may not. Each change is audited to    *
      *           DBAUDIT with the plan's before and after images.    *
      *           MINOR DOB, CUSTODIAN, MAJ AGE and MINOR NAME set up *
      *           or maintain a custodial (minor) account on the      *
      *           CUSTODY file (see MNRDATA): the custodian must be   *
      *           another active customer, the minor must be short of *
      *           the majority date, and a record MNRCONV has         *
      *           converted at majority is closed. Each change is     *
      *           audited to DBAUDIT with the record's before and     *
      *           after images.                                       *
      *           An address or delivery-preference change is also    *
      *           stamped on the customer's SECCHG record (see        *
      *           SECCDATA) with the address it replaced: outbound    *
      *           debits over the guard threshold hold for callback   *
      *           during the cooling-off period, and SECCONF mails    *
      *           the change confirmation to the old address.         *
      *           NO AFFIL, NO 3RD PTY and NO SOLICIT record the      *
      *           customer's privacy opt-outs (Y opts out, N takes    *
      *           the opt-out back) on the PRIVOPT file (see          *
      *           PRIVDATA) with the date and the METHOD the customer *
      *           used; each change is audited to DBAUDIT with the    *
      *           record's before and after images. LANGUAGE (E/S)    *
      *           sets the language of the customer's statements and  *
      *           letters on the same PRIVOPT record.                 *
      * AUTHOR:   TABFORGE-AI                                         *
      * CALLS:    VALCUST, DBUPD01, ACCTMION, ERRHANDR, ENTLCHK       *
      * COPYBOOKS: CUSTMAST, ERRDATA, ALRTDATA, SGNDATA, ASGNDATA,    *
      *            REGEDATA, IRADATA, MNRDATA, ACCTMST, SECCDATA,     *
      *            PRIVDATA, CMNTMAP, ENTLDATA                        *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CUSTMNT.
           SELECT ALERTPRM  ASSIGN TO UT-S-ALERTPRM
                            ORGANIZATION IS SEQUENTIAL
                            ACCESS MODE  IS SEQUENTIAL.
      *    Authorized signer / POA register (see SGNDATA), keyed
      *    CUSTOMER-ID + signer number.
           SELECT SIGNERS   ASSIGN TO UT-S-SIGNERS
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS SIGNERS-KEY.
      *    Home branch / relationship officer assignment and the
      *    branch table it is validated against (see ASGNDATA).
           SELECT ASSIGNS   ASSIGN TO UT-S-ASSIGNS
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS RANDOM
                            RECORD KEY   IS ASSIGNS-CUSTOMER-ID.
           SELECT BRANCHES  ASSIGN TO UT-S-BRANCHES
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS RANDOM
                            RECORD KEY   IS BRANCHES-BRANCH.
      *    Overdraft opt-in elections (see REGEDATA).
           SELECT ODOPTIN   ASSIGN TO UT-S-ODOPTIN
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS RANDOM
                            RECORD KEY   IS ODOPTIN-CUSTOMER-ID.
      *    IRA plans (see IRADATA).
           SELECT IRAACCT   ASSIGN TO UT-S-IRAACCT
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS RANDOM
                            RECORD KEY   IS IRAACCT-CUSTOMER-ID.
      *    Custodial (minor) accounts (see MNRDATA).
           SELECT CUSTODY   ASSIGN TO UT-S-CUSTODY
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS RANDOM
                            RECORD KEY   IS CUSTODY-CUSTOMER-ID.
      *    Latest address / delivery / PIN change per customer (see
      *    SECCDATA).
           SELECT SECCHG    ASSIGN TO UT-S-SECCHG
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS RANDOM
                            RECORD KEY   IS SECCHG-CUSTOMER-ID.
      *    Privacy opt-out elections (see PRIVDATA).
           SELECT PRIVOPT   ASSIGN TO UT-S-PRIVOPT
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS RANDOM
                            RECORD KEY   IS PRIVOPT-CUSTOMER-ID.
           SELECT AUDITFILE ASSIGN TO UT-S-DBAUDIT
                            ORGANIZATION IS SEQUENTIAL
                            ACCESS MODE  IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 40 CHARACTERS.
       01  ALERTPRM-REC               PIC X(40).

       FD  SIGNERS
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  SIGNERS-REC.
           05  SIGNERS-KEY.
               10  SIGNERS-CUSTOMER-ID PIC X(10).
               10  SIGNERS-SEQ        PIC 9(02).
           05  FILLER                 PIC X(88).

       FD  ASSIGNS
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  ASSIGNS-REC.
           05  ASSIGNS-CUSTOMER-ID    PIC X(10).
           05  FILLER                 PIC X(50).

       FD  BRANCHES
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  BRANCHES-REC.
           05  BRANCHES-BRANCH        PIC X(04).
           05  FILLER                 PIC X(76).

       FD  ODOPTIN
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  ODOPTIN-REC.
           05  ODOPTIN-CUSTOMER-ID    PIC X(10).
           05  FILLER                 PIC X(50).

       FD  IRAACCT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  IRAACCT-REC.
           05  IRAACCT-CUSTOMER-ID    PIC X(10).
           05  FILLER                 PIC X(70).

       FD  CUSTODY
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
       01  CUSTODY-REC.
           05  CUSTODY-CUSTOMER-ID    PIC X(10).
           05  FILLER                 PIC X(110).

       FD  SECCHG
           RECORDING MODE IS F
           RECORD CONTAINS 160 CHARACTERS.
       01  SECCHG-REC.
           05  SECCHG-CUSTOMER-ID     PIC X(10).
           05  FILLER                 PIC X(150).

       FD  PRIVOPT
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  PRIVOPT-REC.
           05  PRIVOPT-CUSTOMER-ID    PIC X(10).
           05  FILLER                 PIC X(50).

      *    DBUPD01's before/after image layout, appended so AUDINQ
      *    reports signer register changes from the one audit stream.
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
       01  WS-CUSTMNT-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'CUSTMNT'.
           05  WS-DEB-KEYED           PIC X(01) VALUE 'N'.
           05  WS-ACCESS-OPERATOR     PIC X(08) VALUE SPACES.
           05  WS-ACCESS-STAMP        PIC X(26) VALUE SPACES.
           05  WS-SGN-CHANGED         PIC X(1)  VALUE 'N'.
               88  SIGNER-CHANGED         VALUE 'Y'.
           05  WS-SGN-FOUND           PIC X(1)  VALUE 'N'.
               88  SIGNER-FOUND           VALUE 'Y'.
           05  WS-EOF-SIGNERS         PIC X(1)  VALUE 'N'.
               88  EOF-SIGNERS            VALUE 'Y'.
           05  WS-SGN-INPUT-OK        PIC X(1)  VALUE 'Y'.
               88  SIGNER-INPUT-OK        VALUE 'Y'.
           05  WS-SGN-TODAY           PIC X(08) VALUE SPACES.
           05  WS-SGN-NEXT-SEQ        PIC 9(02) VALUE ZERO.
           05  WS-SGN-AUDIT-ACTION    PIC X(10) VALUE SPACES.
           05  WS-SGN-BEFORE          PIC X(100) VALUE SPACES.
           05  WS-SGN-MESSAGE         PIC X(60) VALUE SPACES.
           05  WS-ASG-CHANGED         PIC X(1)  VALUE 'N'.
               88  ASSIGNMENT-CHANGED     VALUE 'Y'.
           05  WS-ASG-FOUND           PIC X(1)  VALUE 'N'.
               88  ASSIGNMENT-FOUND       VALUE 'Y'.
           05  WS-ASG-INPUT-OK        PIC X(1)  VALUE 'Y'.
               88  ASSIGNMENT-INPUT-OK    VALUE 'Y'.
           05  WS-ASG-BEFORE          PIC X(60) VALUE SPACES.
           05  WS-ASG-MESSAGE         PIC X(60) VALUE SPACES.
           05  WS-ODE-CHANGED         PIC X(1)  VALUE 'N'.
               88  OD-ELECTION-CHANGED    VALUE 'Y'.
           05  WS-ODE-FOUND           PIC X(1)  VALUE 'N'.
               88  OD-ELECTION-FOUND      VALUE 'Y'.
           05  WS-ODE-AUDIT-ACTION    PIC X(10) VALUE SPACES.
           05  WS-ODE-BEFORE          PIC X(60) VALUE SPACES.
           05  WS-ODE-MESSAGE         PIC X(60) VALUE SPACES.
           05  WS-IRA-CHANGED         PIC X(1)  VALUE 'N'.
               88  IRA-PLAN-CHANGED       VALUE 'Y'.
           05  WS-IRA-FOUND           PIC X(1)  VALUE 'N'.
               88  IRA-PLAN-FOUND         VALUE 'Y'.
           05  WS-IRA-AUDIT-ACTION    PIC X(10) VALUE SPACES.
           05  WS-IRA-BEFORE          PIC X(80) VALUE SPACES.
           05  WS-IRA-MESSAGE         PIC X(60) VALUE SPACES.
           05  WS-IRA-ACCOUNT-NO      PIC X(12) VALUE SPACES.
           05  WS-IRA-ACCT-RC         PIC S9(04) COMP VALUE ZERO.
           05  WS-MNR-CHANGED         PIC X(1)  VALUE 'N'.
               88  CUSTODY-CHANGED        VALUE 'Y'.
           05  WS-MNR-FOUND           PIC X(1)  VALUE 'N'.
               88  CUSTODY-FOUND          VALUE 'Y'.
           05  WS-MNR-AUDIT-ACTION    PIC X(10) VALUE SPACES.
           05  WS-MNR-BEFORE          PIC X(120) VALUE SPACES.
           05  WS-MNR-MESSAGE         PIC X(60) VALUE SPACES.
           05  WS-MNR-TODAY           PIC X(08) VALUE SPACES.
           05  WS-MNR-YEAR            PIC 9(04) VALUE ZERO.
           05  WS-MNR-OLD-MAJORITY    PIC X(08) VALUE SPACES.
           05  WS-MNR-CUST-RC         PIC S9(04) COMP VALUE ZERO.
           05  WS-SAVED-CUSTOMER      PIC X(121) VALUE SPACES.
           05  WS-DELIV-CHANGED       PIC X(1)  VALUE 'N'.
               88  DELIVERY-CHANGED       VALUE 'Y'.
           05  WS-SCC-FOUND           PIC X(1)  VALUE 'N'.
               88  SECURITY-CHANGE-FOUND  VALUE 'Y'.
           05  WS-SCC-KIND            PIC X(1)  VALUE SPACE.
           05  WS-SCC-OLD-ADDRESS     PIC X(92) VALUE SPACES.
           05  WS-PRV-CHANGED         PIC X(1)  VALUE 'N'.
               88  PRIVACY-CHANGED        VALUE 'Y'.
           05  WS-PRV-FOUND           PIC X(1)  VALUE 'N'.
               88  PRIVACY-FOUND          VALUE 'Y'.
           05  WS-PRV-BEFORE          PIC X(60) VALUE SPACES.
           05  WS-PRV-MESSAGE         PIC X(60) VALUE SPACES.
           05  WS-PRV-OPTS-KEYED      PIC X(1)  VALUE 'N'.
               88  PRIVACY-OPTS-KEYED     VALUE 'Y'.

       COPY CUSTMAST.
       COPY ERRDATA.
       COPY ALRTDATA.
       COPY SGNDATA.
       COPY ASGNDATA.
       COPY REGEDATA.
       COPY IRADATA.
       COPY MNRDATA.
       COPY ACCTMST.
       COPY SECCDATA.
       COPY PRIVDATA.
       COPY ACCLOG.
       COPY NOTEDATA.
       COPY CMNTMAP.
       COPY ENTLDATA.

       LINKAGE SECTION.
       01  DFHCOMMAREA                PIC X(01).
           END-EXEC
           MOVE 'N' TO WS-CUST-CHANGED
           MOVE 'N' TO WS-ADDR-CHANGED
           MOVE 'N' TO WS-DELIV-CHANGED
           MOVE 'N' TO WS-SGN-CHANGED
           MOVE SPACES TO WS-SGN-MESSAGE
           MOVE 'N' TO WS-ASG-CHANGED
           MOVE SPACES TO WS-ASG-MESSAGE
           MOVE 'N' TO WS-ODE-CHANGED
           MOVE SPACES TO WS-ODE-MESSAGE
           MOVE 'N' TO WS-IRA-CHANGED
           MOVE SPACES TO WS-IRA-MESSAGE
           MOVE 'N' TO WS-MNR-CHANGED
           MOVE SPACES TO WS-MNR-MESSAGE
           MOVE 'N' TO WS-PRV-CHANGED
           MOVE SPACES TO WS-PRV-MESSAGE
           MOVE MCUSTIDI TO CUSTOMER-ID
           PERFORM 1250-CHECK-ENTITLEMENT
           IF ENC-ALLOWED
               CALL 'VALCUST' USING CUSTOMER-ID
                                    CUSTOMER-RECORD
                                    WS-PROCESS-RC
           ELSE
               MOVE 8 TO WS-PROCESS-RC
           END-IF
           IF WS-PROCESS-RC = ZERO
               PERFORM 2000-APPLY-CUSTOMER-FIELDS
               PERFORM 3000-APPLY-ADDRESS-FIELDS
               PERFORM 4000-APPLY-ALERT-FIELDS
               PERFORM 6000-APPLY-SIGNER-FIELDS
               PERFORM 7000-APPLY-ASSIGNMENT-FIELDS
               PERFORM 8000-APPLY-OD-ELECTION
               PERFORM 8500-APPLY-IRA-PLAN
               PERFORM 8900-APPLY-CUSTODY
               PERFORM 8960-APPLY-PRIVACY-CHOICES
               PERFORM 2900-LOG-ACCESS
               PERFORM 5000-APPLY-NOTE-FIELD
           END-IF
           PERFORM 1300-SEND-RESULT-MAP
           EXEC CICS RETURN END-EXEC.

       1250-CHECK-ENTITLEMENT.
      *    An operator without CUSTMNT on the entitlement record gets
      *    neither the profile nor any change applied; ENTLCHK puts
      *    the refusal on ACCESSLOG.
           MOVE SPACES          TO ENTL-CHECK-AREA
           MOVE ZERO            TO ENC-AMOUNT
           EXEC CICS ASSIGN
                USERID(ENC-OPERATOR-ID)
           END-EXEC
           MOVE EIBTRMID        TO ENC-TERMINAL
           MOVE WS-PROGRAM-NAME TO ENC-PROGRAM
           MOVE 'CUSTMNT'       TO ENC-FUNCTION
           MOVE CUSTOMER-ID     TO ENC-CUSTOMER-ID
           CALL 'ENTLCHK' USING ENTL-CHECK-AREA.

       2900-LOG-ACCESS.
      *    Whether the operator changed anything or only looked, the
      *    access itself goes on record - "who viewed this customer's
           MOVE EIBTRMID              TO ACL-TERMINAL
           MOVE CUSTOMER-ID           TO ACL-CUSTOMER-ID
           IF CUSTOMER-CHANGED OR ADDRESS-CHANGED OR ALERT-CHANGED
                   OR SIGNER-CHANGED OR ASSIGNMENT-CHANGED
                   OR OD-ELECTION-CHANGED OR IRA-PLAN-CHANGED
                   OR CUSTODY-CHANGED OR PRIVACY-CHANGED
               SET ACL-ACTION-UPDATE  TO TRUE
               MOVE 'PROFILE MAINTAINED'  TO ACL-WHAT-VIEWED
           ELSE
               MOVE 'Y'    TO WS-CUST-CHANGED
           END-IF
           IF MDELIVI = 'P' OR MDELIVI = 'E'
               IF MDELIVI NOT = DELIVERY-PREF
                   MOVE 'Y' TO WS-DELIV-CHANGED
               END-IF
               MOVE MDELIVI TO DELIVERY-PREF
               MOVE 'Y'     TO WS-CUST-CHANGED
           END-IF
                   SET ERRC-DBUPD-FAILED TO TRUE
                   MOVE 'DATABASE UPDATE FAILED' TO ERR-MESSAGE
                   CALL 'ERRHANDR' USING ERROR-RECORD
               ELSE
                   IF DELIVERY-CHANGED
      *                Switching statements to electronic stops the
      *                paper reaching the real customer - it counts as
      *                a takeover change like the address does.
                       MOVE 'D'    TO WS-SCC-KIND
                       MOVE SPACES TO WS-SCC-OLD-ADDRESS
                       PERFORM 3200-RECORD-SECURITY-CHANGE
                   END-IF
               END-IF
           END-IF.

               END-IF
           END-PERFORM
           IF ADDRESS-FOUND
               MOVE ADDRFILE-REC(11:92) TO WS-SCC-OLD-ADDRESS
               IF MADDR1I NOT = SPACES AND MADDR1I NOT = LOW-VALUES
                   MOVE MADDR1I TO ADDRFILE-LINE-1
               END-IF
               REWRITE ADDRFILE-REC
               MOVE 'Y' TO WS-ADDR-CHANGED
           END-IF
           CLOSE ADDRFILE
           IF ADDRESS-CHANGED
               MOVE 'A' TO WS-SCC-KIND
               PERFORM 3200-RECORD-SECURITY-CHANGE
           END-IF.

       3200-RECORD-SECURITY-CHANGE.
      *    The change restarts the cooling-off period and owes the
      *    customer a confirmation letter. While an earlier letter is
      *    still owed, the address it goes to is the one captured by
      *    the first change - a second change the same day must not
      *    redirect the warning to the new address.
           EXEC CICS ASSIGN
                USERID(WS-ACCESS-OPERATOR)
           END-EXEC
           OPEN I-O SECCHG
           MOVE 'N' TO WS-SCC-FOUND
           MOVE CUSTOMER-ID TO SECCHG-CUSTOMER-ID
           READ SECCHG INTO SECURITY-CHANGE-RECORD
               KEY IS SECCHG-CUSTOMER-ID
               INVALID KEY
                   MOVE SPACES      TO SECURITY-CHANGE-RECORD
                   MOVE CUSTOMER-ID TO SCC-CUSTOMER-ID
               NOT INVALID KEY
                   MOVE 'Y' TO WS-SCC-FOUND
           END-READ
           IF NOT SCC-LETTER-DUE
               MOVE SPACES TO SCC-LETTER-KINDS
                              SCC-OLD-ADDRESS
           END-IF
           MOVE WS-SCC-KIND                TO SCC-CHANGE-KIND
           MOVE FUNCTION CURRENT-DATE(1:8) TO SCC-CHANGE-DATE
           MOVE WS-ACCESS-OPERATOR         TO SCC-CHANGED-BY
           MOVE WS-PROGRAM-NAME            TO SCC-SOURCE
           IF SCC-ADDRESS-CHANGE
               MOVE 'Y' TO SCC-LTR-ADDRESS
               IF SCC-OLD-ADDRESS = SPACES
                   MOVE WS-SCC-OLD-ADDRESS TO SCC-OLD-ADDRESS
               END-IF
           ELSE
               MOVE 'Y' TO SCC-LTR-DELIVERY
           END-IF
           SET SCC-LETTER-DUE TO TRUE
           MOVE SPACES TO SCC-LETTER-DATE
           IF SECURITY-CHANGE-FOUND
               REWRITE SECCHG-REC FROM SECURITY-CHANGE-RECORD
                   INVALID KEY
                       PERFORM 3290-LOG-SECCHG-FAILURE
               END-REWRITE
           ELSE
               WRITE SECCHG-REC FROM SECURITY-CHANGE-RECORD
                   INVALID KEY
                       PERFORM 3290-LOG-SECCHG-FAILURE
               END-WRITE
           END-IF
           CLOSE SECCHG.

       3290-LOG-SECCHG-FAILURE.
           MOVE 'CUSTMNT' TO ERR-PROGRAM-NAME
           MOVE '3200-RECORD-SECURITY-CHANGE' TO ERR-PARAGRAPH
           SET ERRC-FILE-REWRITE-FAILED TO TRUE
           MOVE 'SECCHG UPDATE FAILED - COOLING-OFF NOT STARTED'
               TO ERR-MESSAGE
           CALL 'ERRHANDR' USING ERROR-RECORD.

       4000-APPLY-ALERT-FIELDS.
      *    Thresholds arrive as digits in cents (standard keypunch
           WRITE ALERTPRM-REC FROM ALERT-THRESHOLD-RECORD
           CLOSE ALERTPRM.

       6000-APPLY-SIGNER-FIELDS.
      *    One register action per visit, chosen by the ACTION field;
      *    a blank action leaves the register alone whatever else was
      *    keyed in the signer fields.
           IF MSGNACTI = SPACES OR MSGNACTI = LOW-VALUES
               CONTINUE
           ELSE
               EXEC CICS ASSIGN
                    USERID(WS-ACCESS-OPERATOR)
               END-EXEC
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SGN-TODAY
               OPEN I-O SIGNERS
               EVALUATE MSGNACTI
                   WHEN 'A'
                       PERFORM 6100-ADD-SIGNER
                   WHEN 'C'
                       PERFORM 6200-CHANGE-SIGNER
                   WHEN 'R'
                       PERFORM 6300-REVOKE-SIGNER
                   WHEN OTHER
                       MOVE 'SIGNER ACTION MUST BE A, C OR R'
                           TO WS-SGN-MESSAGE
               END-EVALUATE
               CLOSE SIGNERS
           END-IF.

       6100-ADD-SIGNER.
      *    Signer numbers are handed out here, never keyed: the next
      *    number after the highest on file for the customer (revoked
      *    entries keep theirs, so a number is never reused and the
      *    audit trail stays unambiguous). 00 is the account holder.
           IF MSGNNAMI = SPACES OR MSGNNAMI = LOW-VALUES
               MOVE 'SIGNER NAME IS REQUIRED TO ADD' TO WS-SGN-MESSAGE
           ELSE
               IF MSGNROLI NOT = 'J' AND MSGNROLI NOT = 'A'
                       AND MSGNROLI NOT = 'P' AND MSGNROLI NOT = 'T'
                   MOVE 'SIGNER ROLE MUST BE J, A, P OR T'
                       TO WS-SGN-MESSAGE
               ELSE
                   PERFORM 6110-FIND-NEXT-SEQ
                   IF WS-SGN-NEXT-SEQ = 99
                       MOVE 'SIGNER REGISTER FULL FOR THIS CUSTOMER'
                           TO WS-SGN-MESSAGE
                   ELSE
                       PERFORM 6120-BUILD-NEW-SIGNER
                   END-IF
               END-IF
           END-IF.

       6110-FIND-NEXT-SEQ.
           MOVE ZERO        TO WS-SGN-NEXT-SEQ
           MOVE 'N'         TO WS-EOF-SIGNERS
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
                   IF SGN-CUSTOMER-ID = CUSTOMER-ID
                       MOVE SGN-SEQ TO WS-SGN-NEXT-SEQ
                   ELSE
                       MOVE 'Y' TO WS-EOF-SIGNERS
                   END-IF
               END-IF
           END-PERFORM.

       6120-BUILD-NEW-SIGNER.
           MOVE SPACES           TO SIGNER-RECORD
           MOVE CUSTOMER-ID      TO SGN-CUSTOMER-ID
           ADD 1 TO WS-SGN-NEXT-SEQ
           MOVE WS-SGN-NEXT-SEQ  TO SGN-SEQ
           MOVE MSGNNAMI         TO SGN-NAME
           MOVE MSGNROLI         TO SGN-ROLE
           MOVE WS-SGN-TODAY     TO SGN-EFFECTIVE-DATE
           MOVE ZERO             TO SGN-AUTH-LIMIT
           SET SGN-ACTIVE        TO TRUE
           MOVE WS-SGN-TODAY     TO SGN-ADDED-DATE
           PERFORM 6400-APPLY-KEYED-TERMS
           IF SIGNER-INPUT-OK
               MOVE WS-SGN-TODAY       TO SGN-UPDATED-DATE
               MOVE WS-ACCESS-OPERATOR TO SGN-UPDATED-BY
               MOVE SPACES             TO WS-SGN-BEFORE
               WRITE SIGNERS-REC FROM SIGNER-RECORD
                   INVALID KEY
                       MOVE 'SIGNER ADD FAILED - REGISTER IN USE'
                           TO WS-SGN-MESSAGE
                   NOT INVALID KEY
                       MOVE 'SIGNERADD' TO WS-SGN-AUDIT-ACTION
                       PERFORM 6500-WRITE-SIGNER-AUDIT
                       STRING 'SIGNER ' DELIMITED SIZE
                              SGN-SEQ   DELIMITED SIZE
                              ' ADDED'  DELIMITED SIZE
                              INTO WS-SGN-MESSAGE
               END-WRITE
           END-IF.

       6200-CHANGE-SIGNER.
      *    Only keyed fields overwrite the entry, as on the rest of
      *    the screen. A revoked entry stays revoked - reinstating a
      *    signer is a fresh add, so the revocation stays on record.
           PERFORM 6210-READ-NUMBERED-SIGNER
           IF SIGNER-FOUND
               IF SGN-REVOKED
                   MOVE 'SIGNER IS REVOKED - ADD A NEW ENTRY'
                       TO WS-SGN-MESSAGE
               ELSE
                   MOVE SIGNER-RECORD TO WS-SGN-BEFORE
                   IF MSGNNAMI NOT = SPACES
                           AND MSGNNAMI NOT = LOW-VALUES
                       MOVE MSGNNAMI TO SGN-NAME
                   END-IF
                   IF MSGNROLI = 'J' OR MSGNROLI = 'A'
                           OR MSGNROLI = 'P' OR MSGNROLI = 'T'
                       MOVE MSGNROLI TO SGN-ROLE
                   END-IF
                   PERFORM 6400-APPLY-KEYED-TERMS
                   IF SIGNER-INPUT-OK
                       MOVE 'SIGNERCHG' TO WS-SGN-AUDIT-ACTION
                       PERFORM 6600-REWRITE-SIGNER
                   END-IF
               END-IF
           END-IF.

       6210-READ-NUMBERED-SIGNER.
           MOVE 'N' TO WS-SGN-FOUND
           IF MSGNNOI NOT NUMERIC OR MSGNNOI = '00'
               MOVE 'SIGNER NO REQUIRED TO CHANGE OR REVOKE'
                   TO WS-SGN-MESSAGE
           ELSE
               MOVE CUSTOMER-ID TO SIGNERS-CUSTOMER-ID
               MOVE MSGNNOI     TO SIGNERS-SEQ
               READ SIGNERS INTO SIGNER-RECORD
                   KEY IS SIGNERS-KEY
                   INVALID KEY
                       MOVE 'SIGNER NO NOT ON REGISTER FOR CUSTOMER'
                           TO WS-SGN-MESSAGE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-SGN-FOUND
               END-READ
           END-IF.

       6300-REVOKE-SIGNER.
      *    Revocation takes effect today: the entry is kept (status R)
      *    with its expiry pulled in, so CUSTINQ and PAYENTRY stop
      *    honouring it at once and the history is preserved.
           PERFORM 6210-READ-NUMBERED-SIGNER
           IF SIGNER-FOUND
               IF SGN-REVOKED
                   MOVE 'SIGNER IS ALREADY REVOKED' TO WS-SGN-MESSAGE
               ELSE
                   MOVE SIGNER-RECORD TO WS-SGN-BEFORE
                   SET SGN-REVOKED TO TRUE
                   IF SGN-EXPIRY-DATE = SPACES
                           OR SGN-EXPIRY-DATE > WS-SGN-TODAY
                       MOVE WS-SGN-TODAY TO SGN-EXPIRY-DATE
                   END-IF
                   MOVE 'SIGNERRVK' TO WS-SGN-AUDIT-ACTION
                   PERFORM 6600-REWRITE-SIGNER
               END-IF
           END-IF.

       6400-APPLY-KEYED-TERMS.
      *    Dates are CCYYMMDD; an expiry keyed as all zeros clears it
      *    (open-ended). The authority limit is keyed in cents like
      *    the alert thresholds, and zero means no per-item limit.
           MOVE 'Y' TO WS-SGN-INPUT-OK
           IF MSGNEFFI NUMERIC
               MOVE MSGNEFFI TO SGN-EFFECTIVE-DATE
           END-IF
           IF MSGNEXPI NUMERIC
               IF MSGNEXPI = '00000000'
                   MOVE SPACES TO SGN-EXPIRY-DATE
               ELSE
                   MOVE MSGNEXPI TO SGN-EXPIRY-DATE
               END-IF
           END-IF
           IF MSGNLIMI NUMERIC
               COMPUTE SGN-AUTH-LIMIT =
                   FUNCTION NUMVAL(MSGNLIMI) / 100
           END-IF
           IF SGN-EXPIRY-DATE NOT = SPACES
                   AND SGN-EXPIRY-DATE NOT > SGN-EFFECTIVE-DATE
               MOVE 'N' TO WS-SGN-INPUT-OK
               MOVE 'SIGNER EXPIRY MUST BE AFTER EFFECTIVE DATE'
                   TO WS-SGN-MESSAGE
           END-IF.

       6500-WRITE-SIGNER-AUDIT.
           MOVE 'Y' TO WS-SGN-CHANGED
           MOVE CUSTOMER-ID           TO AUDIT-CUSTOMER-ID
           MOVE WS-SGN-AUDIT-ACTION   TO AUDIT-ACTION
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE SPACES                TO AUDIT-BEFORE-IMAGE
                                         AUDIT-AFTER-IMAGE
           MOVE WS-SGN-BEFORE         TO AUDIT-BEFORE-IMAGE
           MOVE SIGNER-RECORD         TO AUDIT-AFTER-IMAGE
           OPEN EXTEND AUDITFILE
           WRITE AUDITFILE-REC
           CLOSE AUDITFILE.

       6600-REWRITE-SIGNER.
           MOVE WS-SGN-TODAY       TO SGN-UPDATED-DATE
           MOVE WS-ACCESS-OPERATOR TO SGN-UPDATED-BY
           REWRITE SIGNERS-REC FROM SIGNER-RECORD
               INVALID KEY
                   MOVE 'SIGNER UPDATE FAILED - REGISTER IN USE'
                       TO WS-SGN-MESSAGE
               NOT INVALID KEY
                   PERFORM 6500-WRITE-SIGNER-AUDIT
                   IF SGN-REVOKED
                       STRING 'SIGNER '   DELIMITED SIZE
                              SGN-SEQ     DELIMITED SIZE
                              ' REVOKED'  DELIMITED SIZE
                              INTO WS-SGN-MESSAGE
                   ELSE
                       STRING 'SIGNER '   DELIMITED SIZE
                              SGN-SEQ     DELIMITED SIZE
                              ' CHANGED'  DELIMITED SIZE
                              INTO WS-SGN-MESSAGE
                   END-IF
           END-REWRITE.

       7000-APPLY-ASSIGNMENT-FIELDS.
      *    Either field may be keyed alone; the other keeps what is on
      *    file. A customer onboarded before assignments were kept
      *    has no record yet and gets one here. Keying NONE as the
      *    officer takes the relationship off its banker.
           IF (MBRNCHI = SPACES OR MBRNCHI = LOW-VALUES)
                   AND (MOFFCRI = SPACES OR MOFFCRI = LOW-VALUES)
               CONTINUE
           ELSE
               EXEC CICS ASSIGN
                    USERID(WS-ACCESS-OPERATOR)
               END-EXEC
               OPEN I-O ASSIGNS
               PERFORM 7100-READ-ASSIGNMENT
               MOVE 'Y' TO WS-ASG-INPUT-OK
               IF MBRNCHI NOT = SPACES AND MBRNCHI NOT = LOW-VALUES
                   PERFORM 7200-VALIDATE-BRANCH
               END-IF
               IF ASSIGNMENT-INPUT-OK
                   IF MOFFCRI NOT = SPACES AND MOFFCRI NOT = LOW-VALUES
                       IF MOFFCRI = 'NONE'
                           MOVE SPACES  TO ASG-OFFICER-ID
                       ELSE
                           MOVE MOFFCRI TO ASG-OFFICER-ID
                       END-IF
                   END-IF
                   SET ASG-MAINTAINED TO TRUE
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO ASG-ASSIGNED-DATE
                   MOVE WS-ACCESS-OPERATOR TO ASG-UPDATED-BY
                   PERFORM 7300-WRITE-ASSIGNMENT
               END-IF
               CLOSE ASSIGNS
           END-IF.

       7100-READ-ASSIGNMENT.
           MOVE 'N' TO WS-ASG-FOUND
           MOVE CUSTOMER-ID TO ASSIGNS-CUSTOMER-ID
           READ ASSIGNS INTO CUSTOMER-ASSIGNMENT-RECORD
               KEY IS ASSIGNS-CUSTOMER-ID
               INVALID KEY
                   MOVE SPACES      TO CUSTOMER-ASSIGNMENT-RECORD
                   MOVE CUSTOMER-ID TO ASG-CUSTOMER-ID
                   MOVE SPACES      TO WS-ASG-BEFORE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ASG-FOUND
                   MOVE CUSTOMER-ASSIGNMENT-RECORD TO WS-ASG-BEFORE
           END-READ.

       7200-VALIDATE-BRANCH.
      *    Only an open branch on the table can take a customer; its
      *    region comes along so the assignment always sorts under
      *    the branch's current region.
           OPEN INPUT BRANCHES
           MOVE MBRNCHI TO BRANCHES-BRANCH
           READ BRANCHES INTO BRANCH-RECORD
               KEY IS BRANCHES-BRANCH
               INVALID KEY
                   MOVE 'N' TO WS-ASG-INPUT-OK
                   MOVE 'HOME BRANCH NOT ON BRANCH TABLE'
                       TO WS-ASG-MESSAGE
               NOT INVALID KEY
                   IF BRN-CLOSED
                       MOVE 'N' TO WS-ASG-INPUT-OK
                       MOVE 'HOME BRANCH IS CLOSED' TO WS-ASG-MESSAGE
                   ELSE
                       MOVE BRN-BRANCH TO ASG-BRANCH
                       MOVE BRN-REGION TO ASG-REGION
                   END-IF
           END-READ
           CLOSE BRANCHES.

       7300-WRITE-ASSIGNMENT.
           IF ASSIGNMENT-FOUND
               REWRITE ASSIGNS-REC FROM CUSTOMER-ASSIGNMENT-RECORD
                   INVALID KEY
                       MOVE 'ASSIGNMENT UPDATE FAILED - FILE IN USE'
                           TO WS-ASG-MESSAGE
                   NOT INVALID KEY
                       PERFORM 7400-WRITE-ASSIGNMENT-AUDIT
               END-REWRITE
           ELSE
               WRITE ASSIGNS-REC FROM CUSTOMER-ASSIGNMENT-RECORD
                   INVALID KEY
                       MOVE 'ASSIGNMENT ADD FAILED - FILE IN USE'
                           TO WS-ASG-MESSAGE
                   NOT INVALID KEY
                       PERFORM 7400-WRITE-ASSIGNMENT-AUDIT
               END-WRITE
           END-IF.

       7400-WRITE-ASSIGNMENT-AUDIT.
           MOVE 'Y' TO WS-ASG-CHANGED
           MOVE CUSTOMER-ID           TO AUDIT-CUSTOMER-ID
           MOVE 'ASSIGNCHG'           TO AUDIT-ACTION
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE SPACES                TO AUDIT-BEFORE-IMAGE
                                         AUDIT-AFTER-IMAGE
           MOVE WS-ASG-BEFORE         TO AUDIT-BEFORE-IMAGE
           MOVE CUSTOMER-ASSIGNMENT-RECORD TO AUDIT-AFTER-IMAGE
           OPEN EXTEND AUDITFILE
           WRITE AUDITFILE-REC
           CLOSE AUDITFILE.

       8000-APPLY-OD-ELECTION.
      *    Y opts the customer in to overdraft coverage of ATM and
      *    one-time debit card items, N opts out (or revokes an
      *    earlier opt-in). The method is required either way, so the
      *    election on file always says how the customer gave it.
      *    Keying the election already on file changes nothing.
           IF MODOPTI = SPACES OR MODOPTI = LOW-VALUES
               CONTINUE
           ELSE
               IF MODOPTI NOT = 'Y' AND MODOPTI NOT = 'N'
                   MOVE 'OD OPT-IN MUST BE Y OR N' TO WS-ODE-MESSAGE
               ELSE
                   IF MODMTHI NOT = 'B' AND MODMTHI NOT = 'P'
                           AND MODMTHI NOT = 'O' AND MODMTHI NOT = 'M'
                       MOVE 'OD OPT-IN METHOD MUST BE B, P, O OR M'
                           TO WS-ODE-MESSAGE
                   ELSE
                       EXEC CICS ASSIGN
                            USERID(WS-ACCESS-OPERATOR)
                       END-EXEC
                       OPEN I-O ODOPTIN
                       PERFORM 8100-READ-OD-ELECTION
                       IF OD-ELECTION-FOUND
                               AND ((MODOPTI = 'Y' AND ODE-OPTED-IN)
                               OR (MODOPTI = 'N' AND ODE-OPTED-OUT))
                           MOVE 'OD ELECTION ALREADY ON FILE'
                               TO WS-ODE-MESSAGE
                       ELSE
                           PERFORM 8200-WRITE-OD-ELECTION
                       END-IF
                       CLOSE ODOPTIN
                   END-IF
               END-IF
           END-IF.

       8100-READ-OD-ELECTION.
           MOVE 'N' TO WS-ODE-FOUND
           MOVE CUSTOMER-ID TO ODOPTIN-CUSTOMER-ID
           READ ODOPTIN INTO OVERDRAFT-ELECTION-RECORD
               KEY IS ODOPTIN-CUSTOMER-ID
               INVALID KEY
                   MOVE SPACES      TO OVERDRAFT-ELECTION-RECORD
                   MOVE CUSTOMER-ID TO ODE-CUSTOMER-ID
                   MOVE SPACES      TO WS-ODE-BEFORE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ODE-FOUND
                   MOVE OVERDRAFT-ELECTION-RECORD TO WS-ODE-BEFORE
           END-READ.

       8200-WRITE-OD-ELECTION.
      *    Every change - opt-in, opt-out or revocation - owes the
      *    customer a fresh written confirmation, so the notice goes
      *    back to due whatever was sent before.
           IF MODOPTI = 'Y'
               SET ODE-OPTED-IN      TO TRUE
               MOVE 'ODOPTIN'        TO WS-ODE-AUDIT-ACTION
           ELSE
               SET ODE-OPTED-OUT     TO TRUE
               MOVE 'ODOPTOUT'       TO WS-ODE-AUDIT-ACTION
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO ODE-ELECTION-DATE
           MOVE MODMTHI              TO ODE-METHOD
           MOVE WS-ACCESS-OPERATOR   TO ODE-UPDATED-BY
           SET ODE-NOTICE-DUE        TO TRUE
           MOVE SPACES               TO ODE-NOTICE-DATE
           IF OD-ELECTION-FOUND
               REWRITE ODOPTIN-REC FROM OVERDRAFT-ELECTION-RECORD
                   INVALID KEY
                       MOVE 'OD ELECTION UPDATE FAILED - FILE IN USE'
                           TO WS-ODE-MESSAGE
                   NOT INVALID KEY
                       PERFORM 8300-WRITE-OD-ELECTION-AUDIT
               END-REWRITE
           ELSE
               WRITE ODOPTIN-REC FROM OVERDRAFT-ELECTION-RECORD
                   INVALID KEY
                       MOVE 'OD ELECTION ADD FAILED - FILE IN USE'
                           TO WS-ODE-MESSAGE
                   NOT INVALID KEY
                       PERFORM 8300-WRITE-OD-ELECTION-AUDIT
               END-WRITE
           END-IF.

       8300-WRITE-OD-ELECTION-AUDIT.
           MOVE 'Y' TO WS-ODE-CHANGED
           MOVE CUSTOMER-ID           TO AUDIT-CUSTOMER-ID
           MOVE WS-ODE-AUDIT-ACTION   TO AUDIT-ACTION
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE SPACES                TO AUDIT-BEFORE-IMAGE
                                         AUDIT-AFTER-IMAGE
           MOVE WS-ODE-BEFORE         TO AUDIT-BEFORE-IMAGE
           MOVE OVERDRAFT-ELECTION-RECORD TO AUDIT-AFTER-IMAGE
           OPEN EXTEND AUDITFILE
           WRITE AUDITFILE-REC
           CLOSE AUDITFILE
           IF ODE-OPTED-IN
               MOVE 'OVERDRAFT OPT-IN RECORDED' TO WS-ODE-MESSAGE
           ELSE
               MOVE 'OVERDRAFT OPT-OUT RECORDED' TO WS-ODE-MESSAGE
           END-IF.

       8500-APPLY-IRA-PLAN.
      *    The plan type is required whenever either IRA field is
      *    keyed; a new plan needs the owner's birth date as well,
      *    an existing one keeps the date on file when BORN is left
      *    blank. Converting between traditional and Roth is not a
      *    maintenance change, so a keyed type that differs from the
      *    plan on file is refused.
           IF (MIRAPLI = SPACES OR MIRAPLI = LOW-VALUES)
                   AND (MIRABDI = SPACES OR MIRABDI = LOW-VALUES)
               CONTINUE
           ELSE
               IF MIRAPLI NOT = 'T' AND MIRAPLI NOT = 'R'
                   MOVE 'IRA PLAN MUST BE T OR R' TO WS-IRA-MESSAGE
               ELSE
                   IF MIRABDI NOT = SPACES AND MIRABDI NOT = LOW-VALUES
                           AND (MIRABDI NOT NUMERIC
                           OR MIRABDI(5:2) < '01'
                           OR MIRABDI(5:2) > '12'
                           OR MIRABDI(7:2) < '01'
                           OR MIRABDI(7:2) > '31')
                       MOVE 'IRA BIRTH DATE MUST BE CCYYMMDD'
                           TO WS-IRA-MESSAGE
                   ELSE
                       EXEC CICS ASSIGN
                            USERID(WS-ACCESS-OPERATOR)
                       END-EXEC
                       OPEN I-O IRAACCT
                       PERFORM 8600-READ-IRA-PLAN
                       EVALUATE TRUE
                           WHEN NOT IRA-PLAN-FOUND
                             AND (MIRABDI = SPACES
                             OR MIRABDI = LOW-VALUES)
                               MOVE 'IRA BIRTH DATE REQUIRED'
                                   TO WS-IRA-MESSAGE
                           WHEN IRA-PLAN-FOUND
                             AND MIRAPLI NOT = IRA-PLAN-TYPE
                               MOVE 'IRA PLAN TYPE CANNOT BE CHANGED'
                                   TO WS-IRA-MESSAGE
                           WHEN IRA-PLAN-FOUND
                             AND (MIRABDI = SPACES
                             OR MIRABDI = LOW-VALUES
                             OR MIRABDI = IRA-BIRTH-DATE)
                               MOVE 'IRA PLAN ALREADY ON FILE'
                                   TO WS-IRA-MESSAGE
                           WHEN OTHER
                               PERFORM 8700-WRITE-IRA-PLAN
                       END-EVALUATE
                       CLOSE IRAACCT
                   END-IF
               END-IF
           END-IF.

       8600-READ-IRA-PLAN.
           MOVE 'N' TO WS-IRA-FOUND
           MOVE CUSTOMER-ID TO IRAACCT-CUSTOMER-ID
           READ IRAACCT INTO IRA-PLAN-RECORD
               KEY IS IRAACCT-CUSTOMER-ID
               INVALID KEY
                   MOVE SPACES      TO IRA-PLAN-RECORD
                   MOVE CUSTOMER-ID TO IRA-CUSTOMER-ID
                   MOVE SPACES      TO WS-IRA-BEFORE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-IRA-FOUND
                   MOVE IRA-PLAN-RECORD TO WS-IRA-BEFORE
           END-READ.

       8700-WRITE-IRA-PLAN.
           MOVE MIRABDI              TO IRA-BIRTH-DATE
           MOVE WS-ACCESS-OPERATOR   TO IRA-UPDATED-BY
           IF IRA-PLAN-FOUND
               MOVE 'IRAPLNCHG'      TO WS-IRA-AUDIT-ACTION
               REWRITE IRAACCT-REC FROM IRA-PLAN-RECORD
                   INVALID KEY
                       MOVE 'IRA PLAN UPDATE FAILED - FILE IN USE'
                           TO WS-IRA-MESSAGE
                   NOT INVALID KEY
                       PERFORM 8800-WRITE-IRA-PLAN-AUDIT
               END-REWRITE
           ELSE
               MOVE 'IRAPLNADD'      TO WS-IRA-AUDIT-ACTION
               MOVE MIRAPLI          TO IRA-PLAN-TYPE
               MOVE FUNCTION CURRENT-DATE(1:8) TO IRA-OPEN-DATE
               SET IRA-ACTIVE        TO TRUE
               MOVE SPACES           TO IRA-CONTRIB-TAX-YEAR(1)
                                        IRA-CONTRIB-TAX-YEAR(2)
               MOVE ZERO             TO IRA-CONTRIB-AMOUNT(1)
                                        IRA-CONTRIB-AMOUNT(2)
               WRITE IRAACCT-REC FROM IRA-PLAN-RECORD
                   INVALID KEY
                       MOVE 'IRA PLAN ADD FAILED - FILE IN USE'
                           TO WS-IRA-MESSAGE
                   NOT INVALID KEY
                       PERFORM 8750-OPEN-IRA-ACCOUNT
                       PERFORM 8800-WRITE-IRA-PLAN-AUDIT
               END-WRITE
           END-IF.

       8750-OPEN-IRA-ACCOUNT.
      *    The plan's deposit account, opened the way ACCTMLOD seeds
      *    checking. One already on file (a plan closed and set up
      *    again) is simply left as it is.
           MOVE SPACES TO WS-IRA-ACCOUNT-NO
           STRING CUSTOMER-ID 'IR' DELIMITED SIZE
               INTO WS-IRA-ACCOUNT-NO
           MOVE SPACES            TO ACCOUNT-MASTER-RECORD
           MOVE WS-IRA-ACCOUNT-NO TO AM-ACCOUNT-NUMBER
           MOVE CUSTOMER-ID       TO AM-CUSTOMER-ID
           SET AM-TYPE-IRA        TO TRUE
           MOVE ZERO              TO AM-BALANCE
                                     AM-YTD-INTEREST
           SET AM-STATUS-ACTIVE   TO TRUE
           MOVE IRA-OPEN-DATE     TO AM-OPENED-DATE
                                     AM-LAST-UPDATE-DATE
           CALL 'ACCTMION' USING WS-IRA-ACCOUNT-NO
                                 ACCOUNT-MASTER-RECORD
                                 WS-IRA-ACCT-RC.

       8800-WRITE-IRA-PLAN-AUDIT.
           MOVE 'Y' TO WS-IRA-CHANGED
           MOVE CUSTOMER-ID           TO AUDIT-CUSTOMER-ID
           MOVE WS-IRA-AUDIT-ACTION   TO AUDIT-ACTION
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE SPACES                TO AUDIT-BEFORE-IMAGE
                                         AUDIT-AFTER-IMAGE
           MOVE WS-IRA-BEFORE         TO AUDIT-BEFORE-IMAGE
           MOVE IRA-PLAN-RECORD       TO AUDIT-AFTER-IMAGE
           OPEN EXTEND AUDITFILE
           WRITE AUDITFILE-REC
           CLOSE AUDITFILE
           IF IRA-PLAN-FOUND
               MOVE 'IRA BIRTH DATE CORRECTED' TO WS-IRA-MESSAGE
           ELSE
               MOVE 'IRA PLAN OPENED' TO WS-IRA-MESSAGE
           END-IF.

       8900-APPLY-CUSTODY.
      *    Any custodial field keyed sets up or maintains the
      *    customer's custodial record. A new one needs the minor's
      *    birth date and the custodian; the majority age defaults
      *    to 18 and the minor's name to the name on file. On a
      *    record already on file only the fields keyed change - a
      *    successor custodian, a corrected birth date or age, the
      *    name the account is retitled to at majority.
           IF (MMNRDBI = SPACES OR MMNRDBI = LOW-VALUES)
                   AND (MCUSTDI = SPACES OR MCUSTDI = LOW-VALUES)
                   AND (MMNRAGI = SPACES OR MMNRAGI = LOW-VALUES)
                   AND (MMNRNMI = SPACES OR MMNRNMI = LOW-VALUES)
               CONTINUE
           ELSE
               EXEC CICS ASSIGN
                    USERID(WS-ACCESS-OPERATOR)
               END-EXEC
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-MNR-TODAY
               OPEN I-O CUSTODY
               PERFORM 8910-READ-CUSTODY
               PERFORM 8920-MERGE-CUSTODY-FIELDS
               IF WS-MNR-MESSAGE = SPACES
                   PERFORM 8930-CHECK-CUSTODIAN
               END-IF
               IF WS-MNR-MESSAGE = SPACES
                   PERFORM 8940-WRITE-CUSTODY
               END-IF
               CLOSE CUSTODY
           END-IF.

       8910-READ-CUSTODY.
           MOVE 'N' TO WS-MNR-FOUND
           MOVE CUSTOMER-ID TO CUSTODY-CUSTOMER-ID
           READ CUSTODY INTO CUSTODIAL-ACCOUNT-RECORD
               KEY IS CUSTODY-CUSTOMER-ID
               INVALID KEY
                   MOVE SPACES      TO CUSTODIAL-ACCOUNT-RECORD
                   MOVE CUSTOMER-ID TO MNR-CUSTOMER-ID
                   MOVE SPACES      TO WS-MNR-BEFORE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MNR-FOUND
                   MOVE CUSTODIAL-ACCOUNT-RECORD TO WS-MNR-BEFORE
           END-READ
           MOVE MNR-MAJORITY-DATE TO WS-MNR-OLD-MAJORITY.

       8920-MERGE-CUSTODY-FIELDS.
           EVALUATE TRUE
               WHEN CUSTODY-FOUND AND MNR-CONVERTED
                   MOVE 'ACCOUNT ALREADY CONVERTED AT MAJORITY'
                       TO WS-MNR-MESSAGE
               WHEN MMNRDBI NOT = SPACES AND MMNRDBI NOT = LOW-VALUES
                     AND (MMNRDBI NOT NUMERIC
                     OR MMNRDBI(5:2) < '01'
                     OR MMNRDBI(5:2) > '12'
                     OR MMNRDBI(7:2) < '01'
                     OR MMNRDBI(7:2) > '31')
                   MOVE 'MINOR DOB MUST BE CCYYMMDD' TO WS-MNR-MESSAGE
               WHEN MMNRAGI NOT = SPACES AND MMNRAGI NOT = LOW-VALUES
                     AND (MMNRAGI NOT NUMERIC
                     OR MMNRAGI < '18' OR MMNRAGI > '21')
                   MOVE 'MAJORITY AGE MUST BE 18 TO 21'
                       TO WS-MNR-MESSAGE
               WHEN NOT CUSTODY-FOUND
                     AND (MMNRDBI = SPACES OR MMNRDBI = LOW-VALUES)
                   MOVE 'MINOR DOB REQUIRED' TO WS-MNR-MESSAGE
               WHEN NOT CUSTODY-FOUND
                     AND (MCUSTDI = SPACES OR MCUSTDI = LOW-VALUES)
                   MOVE 'CUSTODIAN REQUIRED' TO WS-MNR-MESSAGE
               WHEN OTHER
                   IF MMNRDBI NOT = SPACES AND MMNRDBI NOT = LOW-VALUES
                       MOVE MMNRDBI TO MNR-BIRTH-DATE
                   END-IF
                   IF MMNRAGI NOT = SPACES AND MMNRAGI NOT = LOW-VALUES
                       MOVE MMNRAGI TO MNR-MAJORITY-AGE
                   END-IF
                   IF MCUSTDI NOT = SPACES AND MCUSTDI NOT = LOW-VALUES
                       MOVE MCUSTDI TO MNR-CUSTODIAN-ID
                   END-IF
                   IF MMNRNMI NOT = SPACES AND MMNRNMI NOT = LOW-VALUES
                       MOVE MMNRNMI TO MNR-MINOR-NAME
                   END-IF
                   IF MNR-MAJORITY-AGE NOT NUMERIC
                       MOVE 18 TO MNR-MAJORITY-AGE
                   END-IF
                   IF MNR-MINOR-NAME = SPACES
                       MOVE CUSTOMER-NAME TO MNR-MINOR-NAME
                   END-IF
                   PERFORM 8925-SET-MAJORITY-DATE
                   IF MNR-MAJORITY-DATE NOT > WS-MNR-TODAY
                       MOVE 'CUSTOMER HAS ALREADY REACHED MAJORITY'
                           TO WS-MNR-MESSAGE
                   END-IF
           END-EVALUATE.

       8925-SET-MAJORITY-DATE.
      *    Same rule as DBUPD01's onboarding entry: the birthday in
      *    the majority year, or 1 March for a 29 February birthday
      *    when that year is not a leap year. A moved majority date
      *    owes the customer a fresh conversion notice.
           MOVE MNR-BIRTH-DATE(1:4) TO WS-MNR-YEAR
           ADD MNR-MAJORITY-AGE     TO WS-MNR-YEAR
           MOVE MNR-BIRTH-DATE      TO MNR-MAJORITY-DATE
           MOVE WS-MNR-YEAR         TO MNR-MAJORITY-DATE(1:4)
           IF MNR-BIRTH-DATE(5:4) = '0229'
                   AND (FUNCTION MOD(WS-MNR-YEAR, 4) NOT = ZERO
                   OR (FUNCTION MOD(WS-MNR-YEAR, 100) = ZERO
                   AND FUNCTION MOD(WS-MNR-YEAR, 400) NOT = ZERO))
               MOVE '0301' TO MNR-MAJORITY-DATE(5:4)
           END-IF
           IF MNR-MAJORITY-DATE NOT = WS-MNR-OLD-MAJORITY
               MOVE SPACES TO MNR-NOTICE-DATE
           END-IF.

       8930-CHECK-CUSTODIAN.
      *    VALCUST fills CUSTOMER-RECORD with whoever it validates, so
      *    the minor's record is held aside and put back.
           IF MNR-CUSTODIAN-ID = CUSTOMER-ID
               MOVE 'CUSTODIAN CANNOT BE THE MINOR' TO WS-MNR-MESSAGE
           ELSE
               MOVE CUSTOMER-RECORD TO WS-SAVED-CUSTOMER
               CALL 'VALCUST' USING MNR-CUSTODIAN-ID
                                    CUSTOMER-RECORD
                                    WS-MNR-CUST-RC
               MOVE WS-SAVED-CUSTOMER TO CUSTOMER-RECORD
               IF WS-MNR-CUST-RC NOT = ZERO
                   MOVE 'CUSTODIAN NOT FOUND OR NOT ACTIVE'
                       TO WS-MNR-MESSAGE
               END-IF
           END-IF.

       8940-WRITE-CUSTODY.
           MOVE WS-ACCESS-OPERATOR   TO MNR-UPDATED-BY
           IF CUSTODY-FOUND
               MOVE 'MINORCHG'       TO WS-MNR-AUDIT-ACTION
               REWRITE CUSTODY-REC FROM CUSTODIAL-ACCOUNT-RECORD
                   INVALID KEY
                       MOVE 'CUSTODIAL UPDATE FAILED - FILE IN USE'
                           TO WS-MNR-MESSAGE
                   NOT INVALID KEY
                       PERFORM 8950-WRITE-CUSTODY-AUDIT
               END-REWRITE
           ELSE
               MOVE 'MINORADD'       TO WS-MNR-AUDIT-ACTION
               SET MNR-CUSTODIAL     TO TRUE
               MOVE WS-MNR-TODAY     TO MNR-SETUP-DATE
               MOVE SPACES           TO MNR-NOTICE-DATE
                                        MNR-CONVERTED-DATE
               WRITE CUSTODY-REC FROM CUSTODIAL-ACCOUNT-RECORD
                   INVALID KEY
                       MOVE 'CUSTODIAL ADD FAILED - FILE IN USE'
                           TO WS-MNR-MESSAGE
                   NOT INVALID KEY
                       PERFORM 8950-WRITE-CUSTODY-AUDIT
               END-WRITE
           END-IF.

       8950-WRITE-CUSTODY-AUDIT.
           MOVE 'Y' TO WS-MNR-CHANGED
           MOVE CUSTOMER-ID           TO AUDIT-CUSTOMER-ID
           MOVE WS-MNR-AUDIT-ACTION   TO AUDIT-ACTION
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE SPACES                TO AUDIT-BEFORE-IMAGE
                                         AUDIT-AFTER-IMAGE
           MOVE WS-MNR-BEFORE         TO AUDIT-BEFORE-IMAGE
           MOVE CUSTODIAL-ACCOUNT-RECORD TO AUDIT-AFTER-IMAGE
           OPEN EXTEND AUDITFILE
           WRITE AUDITFILE-REC
           CLOSE AUDITFILE
           IF CUSTODY-FOUND
               MOVE 'CUSTODIAL ACCOUNT UPDATED' TO WS-MNR-MESSAGE
           ELSE
               MOVE 'CUSTODIAL ACCOUNT SET UP' TO WS-MNR-MESSAGE
           END-IF.

       8960-APPLY-PRIVACY-CHOICES.
      *    Each of the three choices is keyed on its own: Y opts the
      *    customer out, N takes an earlier opt-out back, blank
      *    leaves that choice as it stands. The method is required
      *    whenever anything is keyed, so the record always says how
      *    the customer gave it. Keying what is already on file
      *    changes nothing. The correspondence language (E or S)
      *    rides on the same record and is keyed on its own - it
      *    takes no method, and keying only the language leaves the
      *    privacy election's date and method as they stand.
           MOVE 'N' TO WS-PRV-OPTS-KEYED
           IF (MPRAFFI = SPACES OR MPRAFFI = LOW-VALUES)
                   AND (MPRTPYI = SPACES OR MPRTPYI = LOW-VALUES)
                   AND (MPRSOLI = SPACES OR MPRSOLI = LOW-VALUES)
               CONTINUE
           ELSE
               MOVE 'Y' TO WS-PRV-OPTS-KEYED
           END-IF
           IF NOT PRIVACY-OPTS-KEYED
                   AND (MPRLNGI = SPACES OR MPRLNGI = LOW-VALUES)
               CONTINUE
           ELSE
               IF (MPRAFFI NOT = 'Y' AND MPRAFFI NOT = 'N'
                       AND MPRAFFI NOT = SPACES
                       AND MPRAFFI NOT = LOW-VALUES)
                   OR (MPRTPYI NOT = 'Y' AND MPRTPYI NOT = 'N'
                       AND MPRTPYI NOT = SPACES
                       AND MPRTPYI NOT = LOW-VALUES)
                   OR (MPRSOLI NOT = 'Y' AND MPRSOLI NOT = 'N'
                       AND MPRSOLI NOT = SPACES
                       AND MPRSOLI NOT = LOW-VALUES)
                   MOVE 'PRIVACY CHOICES MUST BE Y OR N'
                       TO WS-PRV-MESSAGE
               ELSE
                   IF MPRLNGI NOT = 'E' AND MPRLNGI NOT = 'S'
                           AND MPRLNGI NOT = SPACES
                           AND MPRLNGI NOT = LOW-VALUES
                       MOVE 'LANGUAGE MUST BE E OR S'
                           TO WS-PRV-MESSAGE
                   ELSE
                       IF PRIVACY-OPTS-KEYED
                               AND MPRMTHI NOT = 'B'
                               AND MPRMTHI NOT = 'P'
                               AND MPRMTHI NOT = 'O'
                               AND MPRMTHI NOT = 'M'
                           MOVE 'PRIVACY METHOD MUST BE B, P, O OR M'
                               TO WS-PRV-MESSAGE
                       ELSE
                           PERFORM 8965-UPDATE-PRIVACY-CHOICES
                       END-IF
                   END-IF
               END-IF
           END-IF.

       8965-UPDATE-PRIVACY-CHOICES.
           EXEC CICS ASSIGN
                USERID(WS-ACCESS-OPERATOR)
           END-EXEC
           OPEN I-O PRIVOPT
           PERFORM 8970-READ-PRIVACY-CHOICES
           PERFORM 8975-MERGE-PRIVACY-CHOICES
           IF PRIVACY-FOUND
                   AND PRIVACY-ELECTION-RECORD(11:3)
                       = WS-PRV-BEFORE(11:3)
                   AND PRV-LANGUAGE = WS-PRV-BEFORE(48:1)
               MOVE 'PRIVACY CHOICES ALREADY ON FILE'
                   TO WS-PRV-MESSAGE
           ELSE
               PERFORM 8980-WRITE-PRIVACY-CHOICES
           END-IF
           CLOSE PRIVOPT.

       8970-READ-PRIVACY-CHOICES.
      *    A customer with no record has opted out of nothing. One
      *    who predates the privacy notices has no initial notice
      *    owed either - the annual mailing reaches them.
           MOVE 'N' TO WS-PRV-FOUND
           MOVE CUSTOMER-ID TO PRIVOPT-CUSTOMER-ID
           READ PRIVOPT INTO PRIVACY-ELECTION-RECORD
               KEY IS PRIVOPT-CUSTOMER-ID
               INVALID KEY
                   MOVE SPACES      TO PRIVACY-ELECTION-RECORD
                   MOVE CUSTOMER-ID TO PRV-CUSTOMER-ID
                   MOVE 'N'         TO PRV-NO-AFFILIATE
                                       PRV-NO-THIRD-PARTY
                                       PRV-NO-SOLICIT
                   MOVE SPACES      TO WS-PRV-BEFORE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PRV-FOUND
                   MOVE PRIVACY-ELECTION-RECORD TO WS-PRV-BEFORE
           END-READ.

       8975-MERGE-PRIVACY-CHOICES.
           IF MPRAFFI = 'Y' OR MPRAFFI = 'N'
               MOVE MPRAFFI TO PRV-NO-AFFILIATE
           END-IF
           IF MPRTPYI = 'Y' OR MPRTPYI = 'N'
               MOVE MPRTPYI TO PRV-NO-THIRD-PARTY
           END-IF
           IF MPRSOLI = 'Y' OR MPRSOLI = 'N'
               MOVE MPRSOLI TO PRV-NO-SOLICIT
           END-IF
           IF MPRLNGI = 'E' OR MPRLNGI = 'S'
               MOVE MPRLNGI TO PRV-LANGUAGE
           END-IF.

       8980-WRITE-PRIVACY-CHOICES.
           IF PRIVACY-OPTS-KEYED
               MOVE FUNCTION CURRENT-DATE(1:8) TO PRV-ELECTION-DATE
               MOVE MPRMTHI              TO PRV-METHOD
           END-IF
           MOVE WS-ACCESS-OPERATOR   TO PRV-UPDATED-BY
           IF PRIVACY-FOUND
               REWRITE PRIVOPT-REC FROM PRIVACY-ELECTION-RECORD
                   INVALID KEY
                       MOVE 'PRIVACY UPDATE FAILED - FILE IN USE'
                           TO WS-PRV-MESSAGE
                   NOT INVALID KEY
                       PERFORM 8990-WRITE-PRIVACY-AUDIT
               END-REWRITE
           ELSE
               WRITE PRIVOPT-REC FROM PRIVACY-ELECTION-RECORD
                   INVALID KEY
                       MOVE 'PRIVACY ADD FAILED - FILE IN USE'
                           TO WS-PRV-MESSAGE
                   NOT INVALID KEY
                       PERFORM 8990-WRITE-PRIVACY-AUDIT
               END-WRITE
           END-IF.

       8990-WRITE-PRIVACY-AUDIT.
           MOVE 'Y' TO WS-PRV-CHANGED
           MOVE CUSTOMER-ID           TO AUDIT-CUSTOMER-ID
           MOVE 'PRIVOPT'             TO AUDIT-ACTION
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE SPACES                TO AUDIT-BEFORE-IMAGE
                                         AUDIT-AFTER-IMAGE
           MOVE WS-PRV-BEFORE         TO AUDIT-BEFORE-IMAGE
           MOVE PRIVACY-ELECTION-RECORD TO AUDIT-AFTER-IMAGE
           OPEN EXTEND AUDITFILE
           WRITE AUDITFILE-REC
           CLOSE AUDITFILE
           IF PRIVACY-OPTS-KEYED
               MOVE 'PRIVACY CHOICES RECORDED' TO WS-PRV-MESSAGE
           ELSE
               MOVE 'LANGUAGE PREFERENCE RECORDED' TO WS-PRV-MESSAGE
           END-IF.

       1300-SEND-RESULT-MAP.
           MOVE LOW-VALUES TO CMNTMAPI
           IF WS-PROCESS-RC NOT = ZERO
               MOVE 'CUSTOMER NOT FOUND OR NOT ACTIVE' TO MSGMI
           ELSE
               IF CUSTOMER-CHANGED OR ADDRESS-CHANGED
                       OR ALERT-CHANGED OR ASSIGNMENT-CHANGED
                       OR OD-ELECTION-CHANGED OR IRA-PLAN-CHANGED
                       OR CUSTODY-CHANGED OR PRIVACY-CHANGED
                   MOVE 'CUSTOMER UPDATED' TO MSGMI
               ELSE
                   MOVE 'NO CHANGES ENTERED' TO MSGMI
               END-IF
      *        The signer outcome (done or refused) always shows, so
      *        the operator knows what happened to the register entry.
      *        A refused reassignment reports the same way when
      *        the register has nothing to say.
      *        The overdraft election outcome comes next, then the
      *        IRA plan outcome, the custodial account, and the
      *        privacy choices last.
               IF WS-SGN-MESSAGE = SPACES
                   MOVE WS-ASG-MESSAGE TO WS-SGN-MESSAGE
               END-IF
               IF WS-SGN-MESSAGE = SPACES
                   MOVE WS-ODE-MESSAGE TO WS-SGN-MESSAGE
               END-IF
               IF WS-SGN-MESSAGE = SPACES
                   MOVE WS-IRA-MESSAGE TO WS-SGN-MESSAGE
               END-IF
               IF WS-SGN-MESSAGE = SPACES
                   MOVE WS-MNR-MESSAGE TO WS-SGN-MESSAGE
               END-IF
               IF WS-SGN-MESSAGE = SPACES
                   MOVE WS-PRV-MESSAGE TO WS-SGN-MESSAGE
               END-IF
               IF WS-SGN-MESSAGE NOT = SPACES
                   IF CUSTOMER-CHANGED OR ADDRESS-CHANGED
                           OR ALERT-CHANGED OR ASSIGNMENT-CHANGED
                           OR OD-ELECTION-CHANGED OR IRA-PLAN-CHANGED
                           OR CUSTODY-CHANGED OR PRIVACY-CHANGED
                       MOVE SPACES TO MSGMI
                       STRING 'CUSTOMER UPDATED - ' DELIMITED SIZE
                              WS-SGN-MESSAGE        DELIMITED SIZE
                              INTO MSGMI
                   ELSE
                       MOVE WS-SGN-MESSAGE TO MSGMI
                   END-IF
               END-IF
           END-IF
           IF ENC-REFUSED
               MOVE ENC-MESSAGE TO MSGMI
           END-IF
           EXEC CICS SEND MAP('CMNTMAP')
                          MAPSET('CUSTMNTM')
