      *----------------------------------------------------------------*
      * PROGRAM:  FDICCOV                                              *
      * PURPOSE:  Deposit insurance coverage per depositor and         *
      *           ownership category. Reads every open deposit account *
      *           (CH, SA, IR) on ACCTMAST and every active            *
      *           certificate on TDFILE, assigns its balance to the    *
      *           owning depositors' ownership category - IRAs and     *
      *           IRA certificates to the owner's retirement category, *
      *           joint for the other deposits of a RELDATA            *
      *           household's primary member when the household has    *
      *           other members, split in equal shares among them,     *
      *           single otherwise - sorts the pieces by depositor     *
      *           and category and applies the per-depositor,          *
      *           per-category coverage limit. Writes the insured and  *
      *           uninsured amount per depositor and category to       *
      *           FDICDEP, lists the depositors near or over the       *
      *           limit for relationship managers to call, and totals  *
      *           uninsured deposits by category for the liquidity     *
      *           and call-report teams.                               *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    FMTAMT                                               *
      * COPYBOOKS: ACCTMST, RELDATA, CUSTMAST, FDICDATA, ERRDATA,      *
      *            BUSDATE, TDDATA                                     *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     FDICCOV.
       AUTHOR.         TABFORGE-AI.
       DATE-WRITTEN.   2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTMAST ASSIGN TO UT-S-ACCTMAST
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS SEQUENTIAL
                           RECORD KEY   IS AMF-ACCOUNT-NUMBER.
      *    Certificates of deposit (see TDDATA) - the book of record
      *    for certificates; TDENTRY books them here, not on ACCTMAST.
           SELECT TDFILE   ASSIGN TO UT-S-TDFILE
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS SEQUENTIAL
                           RECORD KEY   IS TDFILE-TD-ID.
           SELECT RELFILE  ASSIGN TO UT-S-RELFILE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT DBFILE   ASSIGN TO UT-S-DBFILE
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS RANDOM
                           RECORD KEY   IS DBFILE-CUSTOMER-ID
                           ALTERNATE RECORD KEY IS DBFILE-ACCOUNT-NUMBER
                               WITH DUPLICATES.
           SELECT BUSDATEF ASSIGN TO UT-S-BUSDATE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT WRKFILE  ASSIGN TO UT-S-WRKFILE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT SORTWK1  ASSIGN TO UT-S-SORTWK.
           SELECT SRTWRK   ASSIGN TO UT-S-SRTWRK
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT FDICDEP  ASSIGN TO UT-S-FDICDEP
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT FDICRPT  ASSIGN TO UT-S-FDICRPT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    Product subledger (see ACCTMST) - read in account-number
      *    order.
       FD  ACCTMAST
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  ACCTMAST-REC.
           05  AMF-ACCOUNT-NUMBER     PIC X(12).
           05  FILLER                 PIC X(88).

       FD  TDFILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  TDFILE-REC.
           05  TDFILE-TD-ID           PIC X(12).
           05  FILLER                 PIC X(68).

      *    Household membership (see RELDATA).
       FD  RELFILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  RELFILE-REC                PIC X(40).

       FD  DBFILE
           RECORDING MODE IS F
           RECORD CONTAINS 400 CHARACTERS.
       01  DBFILE-REC.
      *    Same layout as DBREAD01/DBUPD01's FD - kept in step by
      *    hand.
           05  DBFILE-CUSTOMER-ID     PIC X(10).
           05  FILLER                 PIC X(378).
           05  DBFILE-ACCOUNT-NUMBER  PIC X(12).

       FD  BUSDATEF
           RECORDING MODE IS F
           RECORD CONTAINS 30 CHARACTERS.
       01  BUSDATEF-REC               PIC X(30).

      *    Every deposit balance (or joint share of one) decorated
      *    with the depositor and category it counts toward, so one
      *    SORT lines each depositor's categories up for the break.
       FD  WRKFILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  WRKFILE-REC.
           05  WFD-DEPOSITOR-ID       PIC X(10).
           05  WFD-CATEGORY           PIC X(01).
           05  WFD-AMOUNT             PIC S9(13)V99.
           05  WFD-ACCOUNT-NUMBER     PIC X(12).
           05  FILLER                 PIC X(02).

       SD  SORTWK1
           RECORD CONTAINS 40 CHARACTERS.
       01  SORTWK1-REC.
           05  SORTWK1-KEY            PIC X(11).
           05  FILLER                 PIC X(29).

       FD  SRTWRK
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  SRTWRK-REC.
           05  SFD-DEPOSITOR-ID       PIC X(10).
           05  SFD-CATEGORY           PIC X(01).
           05  SFD-AMOUNT             PIC S9(13)V99.
           05  SFD-ACCOUNT-NUMBER     PIC X(12).
           05  FILLER                 PIC X(02).

      *    Depositor-level insured/uninsured file (see FDICDATA).
       FD  FDICDEP
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  FDICDEP-REC                PIC X(100).

       FD  FDICRPT
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  FDICRPT-REC                PIC X(133).

       WORKING-STORAGE SECTION.
       01  WS-FDICCOV-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'FDICCOV'.
           05  WS-EOF-INPUT           PIC X(1)  VALUE 'N'.
               88  EOF-INPUT              VALUE 'Y'.
           05  WS-EOF-SRTWRK          PIC X(1)  VALUE 'N'.
               88  EOF-SRTWRK             VALUE 'Y'.
      *    SYSIN line 1 the standard maximum deposit insurance amount
      *    in whole currency units (blank keeps 250,000), line 2 the
      *    percent of it at which a depositor goes on the call list
      *    (blank keeps 90), line 3 the amount for the retirement
      *    category (blank keeps the standard amount).
           05  WS-LIMIT-X             PIC X(9)  VALUE SPACES.
           05  WS-LIMIT-N REDEFINES WS-LIMIT-X
                                      PIC 9(9).
           05  WS-NEAR-PCT-X          PIC X(3)  VALUE SPACES.
           05  WS-NEAR-PCT-N REDEFINES WS-NEAR-PCT-X
                                      PIC 9(3).
           05  WS-COVERAGE-LIMIT      PIC S9(09)V99 COMP-3
                                       VALUE 250000.00.
           05  WS-RET-LIMIT-X         PIC X(9)  VALUE SPACES.
           05  WS-RET-LIMIT-N REDEFINES WS-RET-LIMIT-X
                                      PIC 9(9).
           05  WS-RETIREMENT-LIMIT    PIC S9(09)V99 COMP-3 VALUE ZERO.
           05  WS-NEAR-PCT            PIC 9(3)  VALUE 90.
           05  WS-NEAR-AMOUNT         PIC S9(09)V99 COMP-3 VALUE ZERO.
           05  WS-RET-NEAR-AMOUNT     PIC S9(09)V99 COMP-3 VALUE ZERO.
           05  WS-CUR-LIMIT           PIC S9(09)V99 COMP-3 VALUE ZERO.
           05  WS-CUR-NEAR-AMOUNT     PIC S9(09)V99 COMP-3 VALUE ZERO.
           05  WS-HH-COUNT            PIC 9(4)  COMP VALUE ZERO.
           05  WS-HH-IX               PIC 9(4)  COMP VALUE ZERO.
           05  WS-FOUND-HOUSEHOLD     PIC X(10) VALUE SPACES.
           05  WS-OWNER-COUNT         PIC 9(4)  COMP VALUE ZERO.
           05  WS-OWNER-IX            PIC 9(4)  COMP VALUE ZERO.
           05  WS-SHARE               PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-SHARE-LEFT          PIC S9(13)V99 COMP-3 VALUE ZERO.
      *        The deposit being staged, from ACCTMAST or TDFILE.
           05  WS-STG-CUSTOMER-ID     PIC X(10) VALUE SPACES.
           05  WS-STG-ACCOUNT         PIC X(12) VALUE SPACES.
           05  WS-STG-BALANCE         PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-CUR-KEY.
               10  WS-CUR-DEPOSITOR   PIC X(10) VALUE LOW-VALUES.
               10  WS-CUR-CATEGORY    PIC X(01) VALUE LOW-VALUES.
           05  WS-CUR-OWNED           PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-CUR-ACCOUNTS        PIC 9(5)  COMP VALUE ZERO.
           05  WS-CAT-IX              PIC 9(1)  COMP VALUE ZERO.
           05  WS-ACCOUNT-COUNT       PIC 9(7)  COMP VALUE ZERO.
           05  WS-STAGED-COUNT        PIC 9(7)  COMP VALUE ZERO.
           05  WS-DEPOSITOR-COUNT     PIC 9(7)  COMP VALUE ZERO.
           05  WS-CALL-COUNT          PIC 9(7)  COMP VALUE ZERO.
           05  WS-TOTAL-DEPOSITS      PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-TOTAL-INSURED       PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-TOTAL-UNINSURED     PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-FMT-AMOUNT          PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-FORMATTED-AMT       PIC X(18) VALUE SPACES.
           05  WS-FORMATTED-AMT-2     PIC X(18) VALUE SPACES.
           05  WS-FORMATTED-AMT-3     PIC X(18) VALUE SPACES.
           05  WS-FMT-RC              PIC S9(04) COMP VALUE ZERO.
           05  WS-COUNT-DISP          PIC ZZZZZZ9.
           05  WS-ACCTS-DISP          PIC ZZZZ9.
           05  WS-PCT-DISP            PIC ZZ9.
           05  WS-RPT-LINE            PIC X(133) VALUE SPACES.

      *    Household membership, with each household's member count
      *    (the number of equal owners of its primary's accounts).
       01  WS-HOUSEHOLD-TABLE.
           05  WS-HH-ENTRY OCCURS 2000 TIMES.
               10  WS-HH-CUST         PIC X(10).
               10  WS-HH-ID           PIC X(10).
               10  WS-HH-ROLE         PIC X(01).

      *    Totals per ownership category, in FDC-CATEGORY order.
       01  WS-CATEGORY-NAMES.
           05  FILLER                 PIC X(11) VALUE 'SSINGLE'.
           05  FILLER                 PIC X(11) VALUE 'JJOINT'.
           05  FILLER                 PIC X(11) VALUE 'TTRUST'.
           05  FILLER                 PIC X(11) VALUE 'RRETIREMENT'.
       01  WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-NAMES.
           05  WS-CAT-ENTRY OCCURS 4 TIMES.
               10  WS-CAT-CODE        PIC X(01).
               10  WS-CAT-NAME        PIC X(10).
       01  WS-CATEGORY-TOTALS.
           05  WS-CAT-TOTAL OCCURS 4 TIMES.
               10  WS-CAT-DEPOSITORS  PIC 9(7)  COMP.
               10  WS-CAT-DEPOSITS    PIC S9(15)V99 COMP-3.
               10  WS-CAT-INSURED     PIC S9(15)V99 COMP-3.
               10  WS-CAT-UNINSURED   PIC S9(15)V99 COMP-3.

       COPY ACCTMST.
       COPY RELDATA.
       COPY CUSTMAST.
       COPY FDICDATA.
       COPY ERRDATA.
       COPY BUSDATE.
       COPY TDDATA.

       PROCEDURE DIVISION.

       1000-INIT.
           ACCEPT WS-LIMIT-X    FROM SYSIN
           ACCEPT WS-NEAR-PCT-X FROM SYSIN
           ACCEPT WS-RET-LIMIT-X FROM SYSIN
           IF WS-LIMIT-X NUMERIC AND WS-LIMIT-N > ZERO
               MOVE WS-LIMIT-N TO WS-COVERAGE-LIMIT
           END-IF
           IF WS-RET-LIMIT-X NUMERIC AND WS-RET-LIMIT-N > ZERO
               MOVE WS-RET-LIMIT-N TO WS-RETIREMENT-LIMIT
           ELSE
               MOVE WS-COVERAGE-LIMIT TO WS-RETIREMENT-LIMIT
           END-IF
           IF WS-NEAR-PCT-X NUMERIC AND WS-NEAR-PCT-N > ZERO
                   AND WS-NEAR-PCT-N NOT > 100
               MOVE WS-NEAR-PCT-N TO WS-NEAR-PCT
           END-IF
           COMPUTE WS-NEAR-AMOUNT ROUNDED =
               WS-COVERAGE-LIMIT * WS-NEAR-PCT / 100
           COMPUTE WS-RET-NEAR-AMOUNT ROUNDED =
               WS-RETIREMENT-LIMIT * WS-NEAR-PCT / 100
           PERFORM VARYING WS-CAT-IX FROM 1 BY 1 UNTIL WS-CAT-IX > 4
               MOVE ZERO TO WS-CAT-DEPOSITORS(WS-CAT-IX)
                            WS-CAT-DEPOSITS(WS-CAT-IX)
                            WS-CAT-INSURED(WS-CAT-IX)
                            WS-CAT-UNINSURED(WS-CAT-IX)
           END-PERFORM
           OPEN INPUT BUSDATEF
           READ BUSDATEF INTO BUSINESS-DATE-RECORD
               AT END
                   MOVE FUNCTION CURRENT-DATE(1:8) TO BUS-DATE
           END-READ
           CLOSE BUSDATEF
           PERFORM 1400-LOAD-HOUSEHOLDS
           OPEN OUTPUT WRKFILE
           PERFORM 2000-STAGE-DEPOSITS
           CLOSE WRKFILE
           SORT SORTWK1
               ON ASCENDING KEY SORTWK1-KEY
               USING WRKFILE
               GIVING SRTWRK
           OPEN INPUT  DBFILE
           OPEN OUTPUT FDICDEP
           OPEN OUTPUT FDICRPT
           PERFORM 4000-WRITE-REPORT-HEADINGS
           PERFORM 3000-BREAK-BY-DEPOSITOR
           PERFORM 5000-WRITE-SUMMARY
           PERFORM 9000-END.

       1400-LOAD-HOUSEHOLDS.
           OPEN INPUT RELFILE
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ RELFILE INTO HOUSEHOLD-RELATION-RECORD
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT
                   IF WS-HH-COUNT < 2000
                       ADD 1 TO WS-HH-COUNT
                       MOVE REL-CUSTOMER-ID  TO WS-HH-CUST(WS-HH-COUNT)
                       MOVE REL-HOUSEHOLD-ID TO WS-HH-ID(WS-HH-COUNT)
                       MOVE REL-ROLE         TO WS-HH-ROLE(WS-HH-COUNT)
                   ELSE
                       DISPLAY 'FDICCOV HOUSEHOLD TABLE FULL - '
                               REL-CUSTOMER-ID ' NOT LOADED'
                   END-IF
               END-IF
           END-PERFORM
           CLOSE RELFILE.

       2000-STAGE-DEPOSITS.
      *    Only deposits count - loans are not insured and a closed
      *    or overdrawn account holds nothing to insure. Dormant and
      *    suspended accounts are still the depositor's money.
      *    Certificates are staged from TDFILE alone - a TD row on
      *    ACCTMAST would count the certificate twice.
           OPEN INPUT ACCTMAST
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ ACCTMAST INTO ACCOUNT-MASTER-RECORD
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT
                   IF (AM-TYPE-CHECKING OR AM-TYPE-SAVINGS
                           OR AM-TYPE-IRA)
                           AND NOT AM-STATUS-CLOSED
                           AND AM-BALANCE > ZERO
                       ADD 1 TO WS-ACCOUNT-COUNT
                       MOVE AM-CUSTOMER-ID    TO WS-STG-CUSTOMER-ID
                       MOVE AM-ACCOUNT-NUMBER TO WS-STG-ACCOUNT
                       MOVE AM-BALANCE        TO WS-STG-BALANCE
                       IF AM-TYPE-IRA
                           PERFORM 2050-STAGE-RETIREMENT
                       ELSE
                           PERFORM 2100-CLASSIFY-ACCOUNT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ACCTMAST
           PERFORM 2300-STAGE-CERTIFICATES.

       2050-STAGE-RETIREMENT.
      *    An IRA, or a certificate held in one, has one owner
      *    whatever the household - it is the owner's retirement
      *    category, never a joint share.
           MOVE SPACES             TO WRKFILE-REC
           MOVE WS-STG-CUSTOMER-ID TO WFD-DEPOSITOR-ID
           MOVE 'R'                TO WFD-CATEGORY
           MOVE WS-STG-BALANCE     TO WFD-AMOUNT
           MOVE WS-STG-ACCOUNT     TO WFD-ACCOUNT-NUMBER
           WRITE WRKFILE-REC
           ADD 1 TO WS-STAGED-COUNT.

       2100-CLASSIFY-ACCOUNT.
      *    The primary member of a household with other members owns
      *    the household's accounts jointly with them; otherwise the
      *    account is the customer's alone.
           MOVE SPACES             TO WS-FOUND-HOUSEHOLD
           MOVE ZERO   TO WS-OWNER-COUNT
           PERFORM VARYING WS-HH-IX FROM 1 BY 1
                   UNTIL WS-HH-IX > WS-HH-COUNT
                   OR WS-FOUND-HOUSEHOLD NOT = SPACES
               IF WS-HH-CUST(WS-HH-IX) = WS-STG-CUSTOMER-ID
                       AND WS-HH-ROLE(WS-HH-IX) = 'P'
                   MOVE WS-HH-ID(WS-HH-IX) TO WS-FOUND-HOUSEHOLD
               END-IF
           END-PERFORM
           IF WS-FOUND-HOUSEHOLD NOT = SPACES
               PERFORM VARYING WS-HH-IX FROM 1 BY 1
                       UNTIL WS-HH-IX > WS-HH-COUNT
                   IF WS-HH-ID(WS-HH-IX) = WS-FOUND-HOUSEHOLD
                       ADD 1 TO WS-OWNER-COUNT
                   END-IF
               END-PERFORM
           END-IF
           IF WS-OWNER-COUNT > 1
               PERFORM 2200-STAGE-JOINT-SHARES
           ELSE
               MOVE SPACES             TO WRKFILE-REC
               MOVE WS-STG-CUSTOMER-ID TO WFD-DEPOSITOR-ID
               MOVE 'S'                TO WFD-CATEGORY
               MOVE WS-STG-BALANCE     TO WFD-AMOUNT
               MOVE WS-STG-ACCOUNT     TO WFD-ACCOUNT-NUMBER
               WRITE WRKFILE-REC
               ADD 1 TO WS-STAGED-COUNT
           END-IF.

       2200-STAGE-JOINT-SHARES.
      *    Equal shares to the cent; the odd cents stay with the
      *    primary so the shares add back to the balance exactly.
           COMPUTE WS-SHARE = WS-STG-BALANCE / WS-OWNER-COUNT
           MOVE WS-STG-BALANCE TO WS-SHARE-LEFT
           PERFORM VARYING WS-HH-IX FROM 1 BY 1
                   UNTIL WS-HH-IX > WS-HH-COUNT
               IF WS-HH-ID(WS-HH-IX) = WS-FOUND-HOUSEHOLD
                       AND WS-HH-CUST(WS-HH-IX) NOT = WS-STG-CUSTOMER-ID
                   MOVE SPACES              TO WRKFILE-REC
                   MOVE WS-HH-CUST(WS-HH-IX) TO WFD-DEPOSITOR-ID
                   MOVE 'J'                 TO WFD-CATEGORY
                   MOVE WS-SHARE            TO WFD-AMOUNT
                   MOVE WS-STG-ACCOUNT      TO WFD-ACCOUNT-NUMBER
                   WRITE WRKFILE-REC
                   ADD 1 TO WS-STAGED-COUNT
                   SUBTRACT WS-SHARE FROM WS-SHARE-LEFT
               END-IF
           END-PERFORM
           MOVE SPACES             TO WRKFILE-REC
           MOVE WS-STG-CUSTOMER-ID TO WFD-DEPOSITOR-ID
           MOVE 'J'                TO WFD-CATEGORY
           MOVE WS-SHARE-LEFT      TO WFD-AMOUNT
           MOVE WS-STG-ACCOUNT     TO WFD-ACCOUNT-NUMBER
           WRITE WRKFILE-REC
           ADD 1 TO WS-STAGED-COUNT.

       2300-STAGE-CERTIFICATES.
      *    Every active certificate with a balance - an IRA
      *    certificate to its owner's retirement category, any other
      *    through the same household test as an account.
           OPEN INPUT TDFILE
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ TDFILE INTO TERM-DEPOSIT-RECORD
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT
                   IF TD-ACTIVE AND TD-PRINCIPAL > ZERO
                       ADD 1 TO WS-ACCOUNT-COUNT
                       MOVE TD-CUSTOMER-ID TO WS-STG-CUSTOMER-ID
                       MOVE TD-ID          TO WS-STG-ACCOUNT
                       MOVE TD-PRINCIPAL   TO WS-STG-BALANCE
                       IF TD-IRA
                           PERFORM 2050-STAGE-RETIREMENT
                       ELSE
                           PERFORM 2100-CLASSIFY-ACCOUNT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE TDFILE.

       3000-BREAK-BY-DEPOSITOR.
           OPEN INPUT SRTWRK
           MOVE 'N' TO WS-EOF-SRTWRK
           PERFORM 3100-ACCUMULATE-CATEGORY UNTIL EOF-SRTWRK
           PERFORM 3500-CLOSE-CATEGORY
           CLOSE SRTWRK.

       3100-ACCUMULATE-CATEGORY.
           READ SRTWRK
               AT END MOVE 'Y' TO WS-EOF-SRTWRK
           END-READ
           IF NOT EOF-SRTWRK
               IF SFD-DEPOSITOR-ID NOT = WS-CUR-DEPOSITOR
                       OR SFD-CATEGORY NOT = WS-CUR-CATEGORY
                   PERFORM 3500-CLOSE-CATEGORY
                   IF SFD-DEPOSITOR-ID NOT = WS-CUR-DEPOSITOR
                       ADD 1 TO WS-DEPOSITOR-COUNT
                   END-IF
                   MOVE SFD-DEPOSITOR-ID TO WS-CUR-DEPOSITOR
                   MOVE SFD-CATEGORY     TO WS-CUR-CATEGORY
               END-IF
               ADD SFD-AMOUNT TO WS-CUR-OWNED
               ADD 1          TO WS-CUR-ACCOUNTS
           END-IF.

       3500-CLOSE-CATEGORY.
           IF WS-CUR-DEPOSITOR NOT = LOW-VALUES
               PERFORM 3600-APPLY-COVERAGE
           END-IF
           MOVE ZERO TO WS-CUR-OWNED
                        WS-CUR-ACCOUNTS.

       3600-APPLY-COVERAGE.
           IF WS-CUR-CATEGORY = 'R'
               MOVE WS-RETIREMENT-LIMIT TO WS-CUR-LIMIT
               MOVE WS-RET-NEAR-AMOUNT  TO WS-CUR-NEAR-AMOUNT
           ELSE
               MOVE WS-COVERAGE-LIMIT   TO WS-CUR-LIMIT
               MOVE WS-NEAR-AMOUNT      TO WS-CUR-NEAR-AMOUNT
           END-IF
           MOVE SPACES             TO FDIC-COVERAGE-RECORD
           MOVE WS-CUR-DEPOSITOR   TO FDC-DEPOSITOR-ID
           MOVE WS-CUR-CATEGORY    TO FDC-CATEGORY
           MOVE WS-CUR-ACCOUNTS    TO FDC-ACCOUNT-COUNT
           MOVE WS-CUR-OWNED       TO FDC-OWNED-BALANCE
           MOVE WS-CUR-LIMIT       TO FDC-COVERAGE-LIMIT
           MOVE BUS-DATE           TO FDC-AS-OF-DATE
           IF WS-CUR-OWNED > WS-CUR-LIMIT
               MOVE WS-CUR-LIMIT   TO FDC-INSURED
               COMPUTE FDC-UNINSURED = WS-CUR-OWNED - WS-CUR-LIMIT
               SET FDC-OVER-LIMIT TO TRUE
           ELSE
               MOVE WS-CUR-OWNED   TO FDC-INSURED
               MOVE ZERO           TO FDC-UNINSURED
               IF WS-CUR-OWNED NOT < WS-CUR-NEAR-AMOUNT
                   SET FDC-NEAR-LIMIT TO TRUE
               ELSE
                   SET FDC-WITHIN-LIMIT TO TRUE
               END-IF
           END-IF
           WRITE FDICDEP-REC FROM FDIC-COVERAGE-RECORD
           ADD WS-CUR-OWNED   TO WS-TOTAL-DEPOSITS
           ADD FDC-INSURED    TO WS-TOTAL-INSURED
           ADD FDC-UNINSURED  TO WS-TOTAL-UNINSURED
           PERFORM VARYING WS-CAT-IX FROM 1 BY 1
                   UNTIL WS-CAT-IX > 4
                   OR WS-CAT-CODE(WS-CAT-IX) = FDC-CATEGORY
               CONTINUE
           END-PERFORM
           IF WS-CAT-IX NOT > 4
               ADD 1             TO WS-CAT-DEPOSITORS(WS-CAT-IX)
               ADD WS-CUR-OWNED  TO WS-CAT-DEPOSITS(WS-CAT-IX)
               ADD FDC-INSURED   TO WS-CAT-INSURED(WS-CAT-IX)
               ADD FDC-UNINSURED TO WS-CAT-UNINSURED(WS-CAT-IX)
           END-IF
           IF FDC-OVER-LIMIT OR FDC-NEAR-LIMIT
               PERFORM 3700-WRITE-CALL-LINE
           END-IF.

       3700-WRITE-CALL-LINE.
           ADD 1 TO WS-CALL-COUNT
           MOVE FDC-DEPOSITOR-ID TO DBFILE-CUSTOMER-ID
           READ DBFILE INTO CUSTOMER-RECORD
               KEY IS DBFILE-CUSTOMER-ID
               INVALID KEY
                   MOVE SPACES TO CUSTOMER-NAME
                   MOVE '*** NOT ON DBFILE ***' TO CUSTOMER-NAME
           END-READ
           MOVE FDC-OWNED-BALANCE TO WS-FMT-AMOUNT
           CALL 'FMTAMT' USING WS-FMT-AMOUNT
                               WS-FORMATTED-AMT
                               SPACES
                               WS-FMT-RC
           MOVE FDC-INSURED TO WS-FMT-AMOUNT
           CALL 'FMTAMT' USING WS-FMT-AMOUNT
                               WS-FORMATTED-AMT-2
                               SPACES
                               WS-FMT-RC
           MOVE FDC-UNINSURED TO WS-FMT-AMOUNT
           CALL 'FMTAMT' USING WS-FMT-AMOUNT
                               WS-FORMATTED-AMT-3
                               SPACES
                               WS-FMT-RC
           MOVE SPACES TO WS-RPT-LINE
           MOVE FDC-DEPOSITOR-ID        TO WS-RPT-LINE(1:10)
           MOVE CUSTOMER-NAME(1:30)     TO WS-RPT-LINE(13:30)
           MOVE WS-CAT-NAME(WS-CAT-IX)  TO WS-RPT-LINE(45:10)
           MOVE FDC-ACCOUNT-COUNT       TO WS-ACCTS-DISP
           MOVE WS-ACCTS-DISP           TO WS-RPT-LINE(56:5)
           MOVE WS-FORMATTED-AMT        TO WS-RPT-LINE(63:18)
           MOVE WS-FORMATTED-AMT-2      TO WS-RPT-LINE(83:18)
           MOVE WS-FORMATTED-AMT-3      TO WS-RPT-LINE(103:18)
           IF FDC-OVER-LIMIT
               MOVE 'OVER LIMIT'        TO WS-RPT-LINE(123:11)
           ELSE
               MOVE 'NEAR LIMIT'        TO WS-RPT-LINE(123:11)
           END-IF
           WRITE FDICRPT-REC FROM WS-RPT-LINE.

       4000-WRITE-REPORT-HEADINGS.
           MOVE WS-COVERAGE-LIMIT TO WS-FMT-AMOUNT
           CALL 'FMTAMT' USING WS-FMT-AMOUNT
                               WS-FORMATTED-AMT
                               SPACES
                               WS-FMT-RC
           MOVE SPACES TO WS-RPT-LINE
           STRING 'DEPOSIT INSURANCE COVERAGE - BUSINESS DATE '
                  BUS-DATE
                  '   COVERAGE PER DEPOSITOR PER CATEGORY '
                  WS-FORMATTED-AMT
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE FDICRPT-REC FROM WS-RPT-LINE
           IF WS-RETIREMENT-LIMIT NOT = WS-COVERAGE-LIMIT
               MOVE WS-RETIREMENT-LIMIT TO WS-FMT-AMOUNT
               CALL 'FMTAMT' USING WS-FMT-AMOUNT
                                   WS-FORMATTED-AMT
                                   SPACES
                                   WS-FMT-RC
               MOVE SPACES TO WS-RPT-LINE
               STRING 'RETIREMENT CATEGORY COVERAGE PER DEPOSITOR '
                      WS-FORMATTED-AMT
                   DELIMITED SIZE INTO WS-RPT-LINE
               WRITE FDICRPT-REC FROM WS-RPT-LINE
           END-IF
           MOVE WS-NEAR-PCT TO WS-PCT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'DEPOSITORS AT OR ABOVE ' WS-PCT-DISP
                  ' PERCENT OF COVERAGE - RELATIONSHIP MANAGER CALL '
                  'LIST'
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE FDICRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'DEPOSITOR   NAME                            '
                  'CATEGORY   ACCTS  OWNED               '
                  'INSURED             UNINSURED           STATUS'
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE FDICRPT-REC FROM WS-RPT-LINE.

       5000-WRITE-SUMMARY.
      *    Uninsured deposits by ownership category - the figure the
      *    liquidity and call-report teams take from this run.
           MOVE SPACES TO WS-RPT-LINE
           WRITE FDICRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'UNINSURED DEPOSIT SUMMARY  CATEGORY   DEPOSITORS  '
                  'DEPOSITS            INSURED             UNINSURED'
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE FDICRPT-REC FROM WS-RPT-LINE
           PERFORM 5100-WRITE-CATEGORY-LINE
               VARYING WS-CAT-IX FROM 1 BY 1 UNTIL WS-CAT-IX > 4
           MOVE WS-TOTAL-DEPOSITS  TO WS-FMT-AMOUNT
           CALL 'FMTAMT' USING WS-FMT-AMOUNT
                               WS-FORMATTED-AMT
                               SPACES
                               WS-FMT-RC
           MOVE WS-TOTAL-INSURED   TO WS-FMT-AMOUNT
           CALL 'FMTAMT' USING WS-FMT-AMOUNT
                               WS-FORMATTED-AMT-2
                               SPACES
                               WS-FMT-RC
           MOVE WS-TOTAL-UNINSURED TO WS-FMT-AMOUNT
           CALL 'FMTAMT' USING WS-FMT-AMOUNT
                               WS-FORMATTED-AMT-3
                               SPACES
                               WS-FMT-RC
           MOVE SPACES TO WS-RPT-LINE
           MOVE 'ALL CATEGORIES'       TO WS-RPT-LINE(28:14)
           MOVE WS-DEPOSITOR-COUNT     TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP          TO WS-RPT-LINE(43:7)
           MOVE WS-FORMATTED-AMT       TO WS-RPT-LINE(52:18)
           MOVE WS-FORMATTED-AMT-2     TO WS-RPT-LINE(72:18)
           MOVE WS-FORMATTED-AMT-3     TO WS-RPT-LINE(92:18)
           WRITE FDICRPT-REC FROM WS-RPT-LINE.

       5100-WRITE-CATEGORY-LINE.
           MOVE WS-CAT-DEPOSITS(WS-CAT-IX)  TO WS-FMT-AMOUNT
           CALL 'FMTAMT' USING WS-FMT-AMOUNT
                               WS-FORMATTED-AMT
                               SPACES
                               WS-FMT-RC
           MOVE WS-CAT-INSURED(WS-CAT-IX)   TO WS-FMT-AMOUNT
           CALL 'FMTAMT' USING WS-FMT-AMOUNT
                               WS-FORMATTED-AMT-2
                               SPACES
                               WS-FMT-RC
           MOVE WS-CAT-UNINSURED(WS-CAT-IX) TO WS-FMT-AMOUNT
           CALL 'FMTAMT' USING WS-FMT-AMOUNT
                               WS-FORMATTED-AMT-3
                               SPACES
                               WS-FMT-RC
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-CAT-NAME(WS-CAT-IX)      TO WS-RPT-LINE(28:10)
           MOVE WS-CAT-DEPOSITORS(WS-CAT-IX) TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP               TO WS-RPT-LINE(43:7)
           MOVE WS-FORMATTED-AMT            TO WS-RPT-LINE(52:18)
           MOVE WS-FORMATTED-AMT-2          TO WS-RPT-LINE(72:18)
           MOVE WS-FORMATTED-AMT-3          TO WS-RPT-LINE(92:18)
           WRITE FDICRPT-REC FROM WS-RPT-LINE.

       9000-END.
           CLOSE DBFILE
                 FDICDEP
                 FDICRPT
           DISPLAY 'FDICCOV DEPOSIT ACCOUNTS:   ' WS-ACCOUNT-COUNT
           DISPLAY 'FDICCOV DEPOSITORS:         ' WS-DEPOSITOR-COUNT
           DISPLAY 'FDICCOV ON CALL LIST:       ' WS-CALL-COUNT
           MOVE RC-SUCCESS TO WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.
