      * PURPOSE:  Generic Database Update Utility                     *
      * AUTHOR:   TABFORGE-AI                                         *
      * CALLS:    (none)                                              *
      * COPYBOOKS: CUSTMAST, ACCTDATA, WLDATA, ASGNDATA, MNRDATA,     *
      *            PRIVDATA                                           *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     DBUPD01.
           SELECT PENDFILE  ASSIGN TO UT-S-PENDFILE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
      *    Home branch / officer assignment (see ASGNDATA) - opened
      *    only by the onboarding entries, to default a new customer.
           SELECT ASSIGNS   ASSIGN TO UT-S-ASSIGNS
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS RANDOM
                           RECORD KEY   IS ASSIGNS-CUSTOMER-ID.
           SELECT BRANCHES  ASSIGN TO UT-S-BRANCHES
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS RANDOM
                           RECORD KEY   IS BRANCHES-BRANCH.
      *    Custodial (minor) accounts (see MNRDATA) - opened only by
      *    the 'DBUPD01M' onboarding entry.
           SELECT CUSTODY   ASSIGN TO UT-S-CUSTODY
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS RANDOM
                           RECORD KEY   IS CUSTODY-CUSTOMER-ID.
      *    Privacy opt-out elections (see PRIVDATA) - opened only by
      *    the onboarding entries, to leave the initial privacy notice
      *    due for PRIVNOTC.
           SELECT PRIVOPT   ASSIGN TO UT-S-PRIVOPT
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS RANDOM
                           RECORD KEY   IS PRIVOPT-CUSTOMER-ID.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 200 CHARACTERS.
       01  PENDFILE-REC               PIC X(200).

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

       FD  CUSTODY
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
       01  CUSTODY-REC.
           05  CUSTODY-CUSTOMER-ID    PIC X(10).
           05  FILLER                 PIC X(110).

       FD  PRIVOPT
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  PRIVOPT-REC.
           05  PRIVOPT-CUSTOMER-ID    PIC X(10).
           05  FILLER                 PIC X(50).

       WORKING-STORAGE SECTION.
       01  WS-DBUPD01-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'DBUPD01'.
           05  WS-WL-NAME-LEN         PIC 9(02) COMP VALUE ZERO.
           05  WS-WL-SCAN-IX          PIC 9(02) COMP VALUE ZERO.
           05  WS-WL-SCAN-LIMIT       PIC 9(02) COMP VALUE ZERO.
      *    A new customer belongs to the house branch until a branch
      *    takes the relationship on in CUSTMNT.
           05  WS-HOUSE-BRANCH        PIC X(04) VALUE '0001'.
           05  WS-MNR-TODAY           PIC X(08) VALUE SPACES.
           05  WS-MNR-YEAR            PIC 9(04) VALUE ZERO.
           05  WS-MNR-FOUND           PIC X(01) VALUE 'N'.
               88  CUSTODY-ON-FILE        VALUE 'Y'.
      *    Correspondence language for the new customer's PRIVOPT
      *    record - English unless the 'DBUPD01L' entry says else.
           05  WS-ONBOARD-LANGUAGE    PIC X(01) VALUE 'E'.

       COPY WLDATA.
       COPY ASGNDATA.
       COPY PRIVDATA.

       LINKAGE SECTION.
       01  LK-CUSTOMER-ID             PIC X(10).
       COPY CUSTMAST.
       01  LK-UPDATE-RC               PIC S9(04) COMP.
       01  LK-LANGUAGE                PIC X(01).
       COPY ACCTDATA.
       COPY MNRDATA.

       PROCEDURE DIVISION USING LK-CUSTOMER-ID
                                CUSTOMER-RECORD
       ENTRY 'DBUPD01N' USING LK-CUSTOMER-ID
                              CUSTOMER-RECORD
                              LK-UPDATE-RC.
           MOVE 'E' TO WS-ONBOARD-LANGUAGE
           PERFORM 3010-ONBOARD-CUSTOMER
           GOBACK.

       3005-ONBOARD-LANGUAGE-ENTRY.
      *    Onboarding with the customer's correspondence language
      *    (E English, S Spanish - see PRIVDATA) for the PRIVOPT
      *    record; anything else onboards in English. Otherwise
      *    exactly 'DBUPD01N'.
       ENTRY 'DBUPD01L' USING LK-CUSTOMER-ID
                              CUSTOMER-RECORD
                              LK-LANGUAGE
                              LK-UPDATE-RC.
           IF LK-LANGUAGE = 'S'
               MOVE 'S' TO WS-ONBOARD-LANGUAGE
           ELSE
               MOVE 'E' TO WS-ONBOARD-LANGUAGE
           END-IF
           PERFORM 3010-ONBOARD-CUSTOMER
           GOBACK.

       3010-ONBOARD-CUSTOMER.
           MOVE SPACES TO WS-UPD-STATUS
           MOVE ZERO   TO LK-UPDATE-RC
           MOVE LK-CUSTOMER-ID TO CUSTOMER-ID
               OPEN EXTEND AUDITFILE
               PERFORM 3100-WRITE-NEW-RECORD
               PERFORM 9000-END
           END-IF.

       3050-SCREEN-WATCHLIST.
      *    A listed name matches when it appears anywhere in the
           MOVE WL-LIST-SOURCE        TO PND-LIST-SOURCE
           MOVE FUNCTION CURRENT-DATE(1:8) TO PND-SCREENED-DATE
           MOVE CUSTOMER-RECORD       TO PND-CANDIDATE-RECORD
           MOVE WS-ONBOARD-LANGUAGE   TO PND-LANGUAGE
           OPEN EXTEND PENDFILE
           WRITE PENDFILE-REC FROM PENDING-REVIEW-RECORD
           CLOSE PENDFILE
      *    Compliance-released onboarding - same write as 'DBUPD01N'
      *    but without the watchlist screen, for WLREVIEW applying a
      *    reviewed release decision to a record the screen already
      *    parked once, with the language that parked with it.
      *    Nothing else should call this entry.
       ENTRY 'DBUPD01R' USING LK-CUSTOMER-ID
                              CUSTOMER-RECORD
                              LK-LANGUAGE
                              LK-UPDATE-RC.
           IF LK-LANGUAGE = 'S'
               MOVE 'S' TO WS-ONBOARD-LANGUAGE
           ELSE
               MOVE 'E' TO WS-ONBOARD-LANGUAGE
           END-IF
           MOVE SPACES TO WS-UPD-STATUS
           MOVE ZERO   TO LK-UPDATE-RC
           MOVE LK-CUSTOMER-ID TO CUSTOMER-ID
                   MOVE CUSTOMER-RECORD TO WS-NEW-VALUES
                   MOVE 'ONBOARD' TO WS-AUDIT-ACTION
                   PERFORM 8000-WRITE-AUDIT-RECORD
                   PERFORM 3150-DEFAULT-ASSIGNMENT
                   PERFORM 3170-DEFAULT-PRIVACY
           END-WRITE.

       3150-DEFAULT-ASSIGNMENT.
      *    House branch (and its region, when the branch table has
      *    it), no officer. An assignment already on file - keyed
      *    ahead of a parked onboarding being released - is kept.
           MOVE SPACES              TO CUSTOMER-ASSIGNMENT-RECORD
           MOVE CUSTOMER-ID         TO ASG-CUSTOMER-ID
           MOVE WS-HOUSE-BRANCH     TO ASG-BRANCH
           SET ASG-DEFAULTED        TO TRUE
           MOVE FUNCTION CURRENT-DATE(1:8) TO ASG-ASSIGNED-DATE
           MOVE WS-PROGRAM-NAME     TO ASG-UPDATED-BY
           OPEN INPUT BRANCHES
           MOVE WS-HOUSE-BRANCH     TO BRANCHES-BRANCH
           READ BRANCHES INTO BRANCH-RECORD
               KEY IS BRANCHES-BRANCH
               NOT INVALID KEY
                   MOVE BRN-REGION  TO ASG-REGION
           END-READ
           CLOSE BRANCHES
           OPEN I-O ASSIGNS
           WRITE ASSIGNS-REC FROM CUSTOMER-ASSIGNMENT-RECORD
               NOT INVALID KEY
                   MOVE SPACES      TO WS-BEFORE-IMAGE
                   MOVE CUSTOMER-ASSIGNMENT-RECORD TO WS-NEW-VALUES
                   MOVE 'ASSIGNDFT' TO WS-AUDIT-ACTION
                   PERFORM 8000-WRITE-AUDIT-RECORD
           END-WRITE
           CLOSE ASSIGNS.

       3170-DEFAULT-PRIVACY.
      *    Every new customer is owed the initial privacy notice at
      *    the start of the relationship - written with no opt-outs
      *    and the notice due, which PRIVNOTC sends that night. Opt-
      *    outs already keyed on CUSTMNT ahead of a parked onboarding
      *    being released are kept, and only the notice is left due.
      *    The onboarding language goes on the record unless CUSTMNT
      *    already set one.
           MOVE SPACES              TO PRIVACY-ELECTION-RECORD
           MOVE CUSTOMER-ID         TO PRV-CUSTOMER-ID
           MOVE 'N'                 TO PRV-NO-AFFILIATE
                                       PRV-NO-THIRD-PARTY
                                       PRV-NO-SOLICIT
           MOVE WS-ONBOARD-LANGUAGE TO PRV-LANGUAGE
           MOVE WS-PROGRAM-NAME     TO PRV-UPDATED-BY
           SET PRV-INITIAL-DUE      TO TRUE
           OPEN I-O PRIVOPT
           MOVE CUSTOMER-ID         TO PRIVOPT-CUSTOMER-ID
           READ PRIVOPT INTO PRIVACY-ELECTION-RECORD
               KEY IS PRIVOPT-CUSTOMER-ID
               INVALID KEY
                   MOVE SPACES      TO WS-BEFORE-IMAGE
                   MOVE PRIVACY-ELECTION-RECORD TO WS-NEW-VALUES
                   WRITE PRIVOPT-REC FROM PRIVACY-ELECTION-RECORD
                       NOT INVALID KEY
                           MOVE 'PRIVDFT' TO WS-AUDIT-ACTION
                           PERFORM 8000-WRITE-AUDIT-RECORD
                   END-WRITE
               NOT INVALID KEY
                   MOVE PRIVOPT-REC TO WS-BEFORE-IMAGE
                   SET PRV-INITIAL-DUE TO TRUE
                   MOVE SPACES      TO PRV-INITIAL-DATE
                   IF PRV-LANGUAGE = SPACE
                       MOVE WS-ONBOARD-LANGUAGE TO PRV-LANGUAGE
                   END-IF
                   MOVE PRIVACY-ELECTION-RECORD TO WS-NEW-VALUES
                   REWRITE PRIVOPT-REC FROM PRIVACY-ELECTION-RECORD
                       NOT INVALID KEY
                           MOVE 'PRIVDUE' TO WS-AUDIT-ACTION
                           PERFORM 8000-WRITE-AUDIT-RECORD
                   END-REWRITE
           END-READ
           CLOSE PRIVOPT.

       5000-ONBOARD-MINOR-ENTRY.
      *    Onboarding for a minor opened under a custodian. The birth
      *    date and custodian the customer master has no room for
      *    arrive on a CUSTODIAL-ACCOUNT-RECORD (see MNRDATA) and are
      *    checked before anything else happens - RC 16 when they are
      *    unusable (birth date not CCYYMMDD, majority age outside
      *    18-21, the customer already of age, or a custodian who is
      *    blank, the minor, or not on file), with nothing written.
      *    The customer is then screened and onboarded exactly as
      *    'DBUPD01N' does, and the custodial record goes on CUSTODY
      *    whether the customer was written (RC 0) or parked for
      *    review (RC 4), so a released onboarding is custodial from
      *    its first day.
       ENTRY 'DBUPD01M' USING LK-CUSTOMER-ID
                              CUSTOMER-RECORD
                              CUSTODIAL-ACCOUNT-RECORD
                              LK-UPDATE-RC.
           MOVE 'E' TO WS-ONBOARD-LANGUAGE
           MOVE SPACES TO WS-UPD-STATUS
           MOVE ZERO   TO LK-UPDATE-RC
           MOVE LK-CUSTOMER-ID TO CUSTOMER-ID
           PERFORM 5050-CHECK-CUSTODY
           IF LK-UPDATE-RC = ZERO
               PERFORM 3050-SCREEN-WATCHLIST
               IF WATCHLIST-HIT
                   PERFORM 3060-PARK-FOR-REVIEW
                   OPEN EXTEND AUDITFILE
                   PERFORM 5100-WRITE-CUSTODY
                   CLOSE AUDITFILE
               ELSE
                   OPEN I-O DBFILE
                   OPEN EXTEND AUDITFILE
                   PERFORM 3100-WRITE-NEW-RECORD
                   IF LK-UPDATE-RC = ZERO
                       PERFORM 5100-WRITE-CUSTODY
                   END-IF
                   PERFORM 9000-END
               END-IF
           END-IF
           GOBACK.

       5050-CHECK-CUSTODY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-MNR-TODAY
           IF MNR-MAJORITY-AGE NOT NUMERIC OR MNR-MAJORITY-AGE = ZERO
               MOVE 18 TO MNR-MAJORITY-AGE
           END-IF
           EVALUATE TRUE
               WHEN MNR-BIRTH-DATE NOT NUMERIC
                 OR MNR-BIRTH-DATE(5:2) < '01'
                 OR MNR-BIRTH-DATE(5:2) > '12'
                 OR MNR-BIRTH-DATE(7:2) < '01'
                 OR MNR-BIRTH-DATE(7:2) > '31'
                   MOVE 16 TO LK-UPDATE-RC
               WHEN MNR-MAJORITY-AGE < 18 OR MNR-MAJORITY-AGE > 21
                   MOVE 16 TO LK-UPDATE-RC
               WHEN MNR-CUSTODIAN-ID = SPACES
                 OR MNR-CUSTODIAN-ID = LK-CUSTOMER-ID
                   MOVE 16 TO LK-UPDATE-RC
               WHEN OTHER
                   PERFORM 5060-SET-MAJORITY-DATE
                   IF MNR-MAJORITY-DATE NOT > WS-MNR-TODAY
                       MOVE 16 TO LK-UPDATE-RC
                   ELSE
                       PERFORM 5070-FIND-CUSTODIAN
                   END-IF
           END-EVALUATE.

       5060-SET-MAJORITY-DATE.
      *    Same rule CUSTMNT applies when the birth date or the age is
      *    maintained: the birthday in the majority year, or 1 March
      *    for a 29 February birthday when that year is not a leap
      *    year.
           MOVE MNR-BIRTH-DATE(1:4) TO WS-MNR-YEAR
           ADD MNR-MAJORITY-AGE     TO WS-MNR-YEAR
           MOVE MNR-BIRTH-DATE      TO MNR-MAJORITY-DATE
           MOVE WS-MNR-YEAR         TO MNR-MAJORITY-DATE(1:4)
           IF MNR-BIRTH-DATE(5:4) = '0229'
                   AND (FUNCTION MOD(WS-MNR-YEAR, 4) NOT = ZERO
                   OR (FUNCTION MOD(WS-MNR-YEAR, 100) = ZERO
                   AND FUNCTION MOD(WS-MNR-YEAR, 400) NOT = ZERO))
               MOVE '0301' TO MNR-MAJORITY-DATE(5:4)
           END-IF.

       5070-FIND-CUSTODIAN.
           MOVE MNR-CUSTODIAN-ID TO DBFILE-CUSTOMER-ID
           OPEN INPUT DBFILE
           READ DBFILE
               KEY IS DBFILE-CUSTOMER-ID
               INVALID KEY
                   MOVE 16 TO LK-UPDATE-RC
           END-READ
           CLOSE DBFILE.

       5100-WRITE-CUSTODY.
      *    A record already on CUSTODY for this CUSTOMER-ID can only be
      *    left from an earlier onboarding attempt that compliance
      *    denied; it is replaced, with its old image on the audit.
           MOVE LK-CUSTOMER-ID      TO MNR-CUSTOMER-ID
           IF MNR-MINOR-NAME = SPACES
               MOVE CUSTOMER-NAME   TO MNR-MINOR-NAME
           END-IF
           SET MNR-CUSTODIAL        TO TRUE
           MOVE WS-MNR-TODAY        TO MNR-SETUP-DATE
           MOVE SPACES              TO MNR-NOTICE-DATE
                                       MNR-CONVERTED-DATE
           MOVE WS-PROGRAM-NAME     TO MNR-UPDATED-BY
           MOVE 'N'                 TO WS-MNR-FOUND
           MOVE SPACES              TO WS-BEFORE-IMAGE
           OPEN I-O CUSTODY
           MOVE MNR-CUSTOMER-ID     TO CUSTODY-CUSTOMER-ID
           READ CUSTODY
               KEY IS CUSTODY-CUSTOMER-ID
               NOT INVALID KEY
                   MOVE 'Y'         TO WS-MNR-FOUND
                   MOVE CUSTODY-REC TO WS-BEFORE-IMAGE
           END-READ
           MOVE CUSTODIAL-ACCOUNT-RECORD TO WS-NEW-VALUES
           IF CUSTODY-ON-FILE
               MOVE 'MINORCHG'      TO WS-AUDIT-ACTION
               REWRITE CUSTODY-REC FROM CUSTODIAL-ACCOUNT-RECORD
                   INVALID KEY
                       MOVE 12 TO LK-UPDATE-RC
                   NOT INVALID KEY
                       PERFORM 8000-WRITE-AUDIT-RECORD
               END-REWRITE
           ELSE
               MOVE 'MINORADD'      TO WS-AUDIT-ACTION
               WRITE CUSTODY-REC FROM CUSTODIAL-ACCOUNT-RECORD
                   INVALID KEY
                       MOVE 12 TO LK-UPDATE-RC
                   NOT INVALID KEY
                       PERFORM 8000-WRITE-AUDIT-RECORD
               END-WRITE
           END-IF
           CLOSE CUSTODY.

       8000-WRITE-AUDIT-RECORD.
           MOVE CUSTOMER-ID           TO AUDIT-CUSTOMER-ID
           MOVE WS-AUDIT-ACTION       TO AUDIT-ACTION
