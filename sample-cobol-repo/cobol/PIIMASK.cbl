      *----------------------------------------------------------------*
      * PROGRAM:  PIIMASK                                              *
      * PURPOSE:  Builds masked test copies of the production files    *
      *           so development and testing never work on real        *
      *           customer data. Reads the customer master extract     *
      *           (DBBKUP), CUSTFILE, TRANFILE, the transaction        *
      *           history store, ADDRFILE, the household file, LOAN-   *
      *           FILE and ACCTMAST, and writes a test version of      *
      *           each. Every CUSTOMER-ID goes through one keyed       *
      *           digit mapping (SYSIN key, one test ID per real ID),  *
      *           the same in every file, so the CUSTFILE/TRANFILE     *
      *           match-merge, the households and the ACCTMAST links   *
      *           still line up; account numbers take the masked ID    *
      *           and a regenerated check digit, so a number that      *
      *           passed CHKDIGIT still passes (and one that failed    *
      *           still fails). Names, addresses, PINs, incomes and    *
      *           credit scores are replaced with realistic made-up    *
      *           values drawn from the masked ID; balances, dates,    *
      *           statuses and every other field are kept so batch     *
      *           runs behave the same on the test copies. Files keyed *
      *           or sequenced by customer or account are re-sorted.   *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    CHKDIGIT                                             *
      * COPYBOOKS: CUSTMAST, RELDATA, LOANDATA, ACCTMST, ERRDATA       *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PIIMASK.
       AUTHOR.         TABFORGE-AI.
       DATE-WRITTEN.   2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DBBKUP   ASSIGN TO UT-S-DBBKUP
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT DBWORK   ASSIGN TO UT-S-DBWORK
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT DBOUT    ASSIGN TO UT-S-DBOUT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT SORTDB   ASSIGN TO UT-S-SORTWK.
           SELECT CUSTFILE ASSIGN TO UT-S-CUSTFILE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT CUSTWORK ASSIGN TO UT-S-CUSTWORK
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT CUSTOUT  ASSIGN TO UT-S-CUSTOUT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT SORTCUST ASSIGN TO UT-S-SORTWK.
           SELECT TRANFILE ASSIGN TO UT-S-TRANFILE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT TRANWORK ASSIGN TO UT-S-TRANWORK
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT TRANOUT  ASSIGN TO UT-S-TRANOUT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT SORTTRAN ASSIGN TO UT-S-SORTWK.
           SELECT TRANHIST ASSIGN TO UT-S-TRANHIST
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS SEQUENTIAL
                           RECORD KEY   IS THX-KEY.
           SELECT HISTWORK ASSIGN TO UT-S-HISTWORK
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT HISTOUT  ASSIGN TO UT-S-HISTOUT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT SORTHIST ASSIGN TO UT-S-SORTWK.
           SELECT ADDRFILE ASSIGN TO UT-S-ADDRFILE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT ADDRWORK ASSIGN TO UT-S-ADDRWORK
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT ADDROUT  ASSIGN TO UT-S-ADDROUT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT SORTADDR ASSIGN TO UT-S-SORTWK.
           SELECT RELFILE  ASSIGN TO UT-S-RELFILE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT RELOUT   ASSIGN TO UT-S-RELOUT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT LOANFILE ASSIGN TO UT-S-LOANFILE
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS SEQUENTIAL
                           RECORD KEY   IS LOANFILE-LOAN-ID.
           SELECT LOANOUT  ASSIGN TO UT-S-LOANOUT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT ACCTMAST ASSIGN TO UT-S-ACCTMAST
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS SEQUENTIAL
                           RECORD KEY   IS AMF-ACCOUNT-NUMBER.
           SELECT ACCTWORK ASSIGN TO UT-S-ACCTWORK
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT ACCTOUT  ASSIGN TO UT-S-ACCTOUT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT SORTACCT ASSIGN TO UT-S-SORTWK.

       DATA DIVISION.
       FILE SECTION.
      *    The nightly DBFILE extract - CUSTOMER-RECORD in bytes
      *    1-121, the published account number in bytes 389-400.
       FD  DBBKUP
           RECORDING MODE IS F
           RECORD CONTAINS 400 CHARACTERS.
       01  DBBKUP-REC                 PIC X(400).

       FD  DBWORK
           RECORDING MODE IS F
           RECORD CONTAINS 400 CHARACTERS.
       01  DBWORK-REC                 PIC X(400).

       FD  DBOUT
           RECORDING MODE IS F
           RECORD CONTAINS 400 CHARACTERS.
       01  DBOUT-REC                  PIC X(400).

       SD  SORTDB.
       01  SORTDB-REC.
           05  SORT-DB-CUSTOMER-ID    PIC X(10).
           05  FILLER                 PIC X(390).

      *    ACCTBAL's customer side of the match-merge - must come
      *    out in customer order.
       FD  CUSTFILE
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01  CUSTFILE-REC               PIC X(200).

       FD  CUSTWORK
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01  CUSTWORK-REC               PIC X(200).

       FD  CUSTOUT
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01  CUSTOUT-REC                PIC X(200).

       SD  SORTCUST.
       01  SORTCUST-REC.
           05  SORT-CUST-CUSTOMER-ID  PIC X(10).
           05  FILLER                 PIC X(190).

      *    ACCOUNT-RECORD images: ACCOUNT-NUMBER is bytes 1-12 and
      *    TRANSACTION-DATE bytes 30-39 - the manual-offset SORT key
      *    TRANARCH uses.
       FD  TRANFILE
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
       01  TRANFILE-REC               PIC X(150).

       FD  TRANWORK
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
       01  TRANWORK-REC               PIC X(150).

       FD  TRANOUT
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
       01  TRANOUT-REC                PIC X(150).

       SD  SORTTRAN.
       01  SORTTRAN-REC.
           05  SORT-TRAN-ACCOUNT      PIC X(12).
           05  FILLER                 PIC X(17).
           05  SORT-TRAN-DATE         PIC X(10).
           05  FILLER                 PIC X(111).

      *    The keyed history store - account/date/sequence key in
      *    front of the 150-byte ACCOUNT-RECORD image.
       FD  TRANHIST
           RECORDING MODE IS F
           RECORD CONTAINS 178 CHARACTERS.
       01  TRANHIST-REC.
           05  THX-KEY.
               10  THX-ACCOUNT        PIC X(12).
               10  THX-DATE           PIC X(10).
               10  THX-SEQUENCE       PIC 9(06).
           05  THX-IMAGE              PIC X(150).

       FD  HISTWORK
           RECORDING MODE IS F
           RECORD CONTAINS 178 CHARACTERS.
       01  HISTWORK-REC               PIC X(178).

       FD  HISTOUT
           RECORDING MODE IS F
           RECORD CONTAINS 178 CHARACTERS.
       01  HISTOUT-REC                PIC X(178).

       SD  SORTHIST.
       01  SORTHIST-REC.
           05  SORT-HIST-KEY          PIC X(28).
           05  FILLER                 PIC X(150).

       FD  ADDRFILE
           RECORDING MODE IS F
           RECORD CONTAINS 114 CHARACTERS.
       01  ADDRFILE-REC.
           05  ADDRFILE-CUSTOMER-ID   PIC X(10).
           05  ADDRFILE-LINE-1        PIC X(30).
           05  ADDRFILE-LINE-2        PIC X(30).
           05  ADDRFILE-CITY          PIC X(20).
           05  ADDRFILE-STATE         PIC X(02).
           05  ADDRFILE-ZIP           PIC X(10).
           05  ADDRFILE-COUNTRY       PIC X(03).
           05  ADDRFILE-VALID-FLAG    PIC X(01).
           05  ADDRFILE-LAST-UPDATE   PIC X(08).

       FD  ADDRWORK
           RECORDING MODE IS F
           RECORD CONTAINS 114 CHARACTERS.
       01  ADDRWORK-REC               PIC X(114).

       FD  ADDROUT
           RECORDING MODE IS F
           RECORD CONTAINS 114 CHARACTERS.
       01  ADDROUT-REC                PIC X(114).

       SD  SORTADDR.
       01  SORTADDR-REC.
           05  SORT-ADDR-CUSTOMER-ID  PIC X(10).
           05  FILLER                 PIC X(104).

      *    Every reader loads the household file into a table, so
      *    its record order does not matter and is kept as it is.
       FD  RELFILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  RELFILE-REC                PIC X(40).

       FD  RELOUT
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  RELOUT-REC                 PIC X(40).

      *    Keyed on LOAN-ID, which carries no customer data - the
      *    unload comes out in key order and stays that way.
       FD  LOANFILE
           RECORDING MODE IS F
           RECORD CONTAINS 300 CHARACTERS.
       01  LOANFILE-REC.
           05  LOANFILE-LOAN-ID       PIC X(12).
           05  FILLER                 PIC X(288).

       FD  LOANOUT
           RECORDING MODE IS F
           RECORD CONTAINS 300 CHARACTERS.
       01  LOANOUT-REC                PIC X(300).

       FD  ACCTMAST
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  ACCTMAST-REC.
           05  AMF-ACCOUNT-NUMBER     PIC X(12).
           05  FILLER                 PIC X(88).

       FD  ACCTWORK
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  ACCTWORK-REC               PIC X(100).

       FD  ACCTOUT
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  ACCTOUT-REC                PIC X(100).

       SD  SORTACCT.
       01  SORTACCT-REC.
           05  SORT-ACCT-NUMBER       PIC X(12).
           05  FILLER                 PIC X(88).

       WORKING-STORAGE SECTION.
       01  WS-PIIMASK-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'PIIMASK'.
           05  WS-EOF-INPUT           PIC X(1)  VALUE 'N'.
               88  EOF-INPUT              VALUE 'Y'.
      *        SYSIN line 1: the ten-digit masking key. The same key
      *        always gives the same test IDs, so a refresh lines up
      *        with the last one; it is held by the test-data
      *        administrator and never written to any output.
           05  WS-MASK-KEY            PIC X(10) VALUE SPACES.
           05  WS-MASK-KEY-DIGITS REDEFINES WS-MASK-KEY.
               10  WS-KEY-DIGIT       PIC 9(1) OCCURS 10 TIMES.
           05  WS-MASK-IN-ID          PIC X(10) VALUE SPACES.
           05  WS-MASK-OUT-ID         PIC X(10) VALUE SPACES.
           05  WS-MASK-IX             PIC 9(2)  COMP VALUE ZERO.
           05  WS-MASK-DIGIT          PIC 9(1)  VALUE ZERO.
           05  WS-MASK-CARRY          PIC 9(1)  VALUE ZERO.
           05  WS-MASK-SUM            PIC 9(2)  COMP VALUE ZERO.
           05  WS-ACCT-IN             PIC X(12) VALUE SPACES.
           05  WS-ACCT-OUT            PIC X(12) VALUE SPACES.
      *        TRANFILE and the history store arrive in account order,
      *        so the last account mapped is kept and reused.
           05  WS-LAST-ACCT-IN        PIC X(12) VALUE SPACES.
           05  WS-LAST-ACCT-OUT       PIC X(12) VALUE SPACES.
           05  WS-CHKDGT-RC           PIC S9(04) COMP VALUE ZERO.
           05  WS-ORIG-CHKDGT-RC      PIC S9(04) COMP VALUE ZERO.
           05  WS-TRY-DIGIT           PIC 9(2)  COMP VALUE ZERO.
           05  WS-TRY-CHAR            PIC 9(1)  VALUE ZERO.
           05  WS-DIGIT-FOUND         PIC X(1)  VALUE 'N'.
               88  DIGIT-FOUND            VALUE 'Y'.
      *        Made-up values are all derived from the masked ID, so
      *        a customer gets the same fake name on DBFILE and
      *        CUSTFILE and the same fake address every refresh.
           05  WS-SEED                PIC 9(9)  COMP VALUE ZERO.
           05  WS-SEED-PART           PIC 9(9)  COMP VALUE ZERO.
           05  WS-FIRST-IX            PIC 9(2)  COMP VALUE ZERO.
           05  WS-LAST-IX             PIC 9(2)  COMP VALUE ZERO.
           05  WS-STREET-IX           PIC 9(2)  COMP VALUE ZERO.
           05  WS-CITY-IX             PIC 9(2)  COMP VALUE ZERO.
           05  WS-CORP-IX             PIC 9(2)  COMP VALUE ZERO.
           05  WS-HOUSE-NUMBER        PIC 9(4)  VALUE ZERO.
           05  WS-FAKE-PIN            PIC 9(4)  VALUE ZERO.
           05  WS-FAKE-INCOME         PIC 9(9)  COMP VALUE ZERO.
           05  WS-FAKE-SCORE          PIC 9(3)  COMP VALUE ZERO.
           05  WS-ZIP-OUT             PIC X(10) VALUE SPACES.
           05  WS-DB-IMAGE            PIC X(400) VALUE SPACES.
           05  WS-CUST-IMAGE          PIC X(200) VALUE SPACES.
      *        ACCOUNT-RECORD image by offset: ACCOUNT-NUMBER bytes
      *        1-12, TRANSACTION-TYPE 48-50 and the transfer
      *        counterparty's CUSTOMER-ID in TRANSACTION-REF 51-60.
           05  WS-TRAN-IMAGE.
               10  WS-TRN-ACCOUNT     PIC X(12).
               10  FILLER             PIC X(35).
               10  WS-TRN-TYPE        PIC X(03).
                   88  WS-TRN-TRANSFER    VALUE 'TR '.
               10  WS-TRN-REF-CUST    PIC X(10).
               10  FILLER             PIC X(90).
           05  WS-DB-COUNT            PIC 9(7)  COMP VALUE ZERO.
           05  WS-CUST-COUNT          PIC 9(7)  COMP VALUE ZERO.
           05  WS-TRAN-COUNT          PIC 9(7)  COMP VALUE ZERO.
           05  WS-HIST-COUNT          PIC 9(7)  COMP VALUE ZERO.
           05  WS-ADDR-COUNT          PIC 9(7)  COMP VALUE ZERO.
           05  WS-REL-COUNT           PIC 9(7)  COMP VALUE ZERO.
           05  WS-LOAN-COUNT          PIC 9(7)  COMP VALUE ZERO.
           05  WS-ACCT-COUNT          PIC 9(7)  COMP VALUE ZERO.
           05  WS-REGEN-COUNT         PIC 9(7)  COMP VALUE ZERO.
           05  WS-BAD-DIGIT-COUNT     PIC 9(7)  COMP VALUE ZERO.

       01  WS-FIRST-NAMES.
           05  FILLER                 PIC X(10) VALUE 'JAMES'.
           05  FILLER                 PIC X(10) VALUE 'MARY'.
           05  FILLER                 PIC X(10) VALUE 'ROBERT'.
           05  FILLER                 PIC X(10) VALUE 'PATRICIA'.
           05  FILLER                 PIC X(10) VALUE 'JOHN'.
           05  FILLER                 PIC X(10) VALUE 'JENNIFER'.
           05  FILLER                 PIC X(10) VALUE 'MICHAEL'.
           05  FILLER                 PIC X(10) VALUE 'LINDA'.
           05  FILLER                 PIC X(10) VALUE 'DAVID'.
           05  FILLER                 PIC X(10) VALUE 'ELIZABETH'.
           05  FILLER                 PIC X(10) VALUE 'WILLIAM'.
           05  FILLER                 PIC X(10) VALUE 'BARBARA'.
           05  FILLER                 PIC X(10) VALUE 'RICHARD'.
           05  FILLER                 PIC X(10) VALUE 'SUSAN'.
           05  FILLER                 PIC X(10) VALUE 'JOSEPH'.
           05  FILLER                 PIC X(10) VALUE 'JESSICA'.
           05  FILLER                 PIC X(10) VALUE 'THOMAS'.
           05  FILLER                 PIC X(10) VALUE 'SARAH'.
           05  FILLER                 PIC X(10) VALUE 'CHARLES'.
           05  FILLER                 PIC X(10) VALUE 'KAREN'.
       01  WS-FIRST-NAME-TABLE REDEFINES WS-FIRST-NAMES.
           05  WS-FIRST-NAME          PIC X(10) OCCURS 20 TIMES.

       01  WS-LAST-NAMES.
           05  FILLER                 PIC X(12) VALUE 'SMITH'.
           05  FILLER                 PIC X(12) VALUE 'JOHNSON'.
           05  FILLER                 PIC X(12) VALUE 'WILLIAMS'.
           05  FILLER                 PIC X(12) VALUE 'BROWN'.
           05  FILLER                 PIC X(12) VALUE 'JONES'.
           05  FILLER                 PIC X(12) VALUE 'GARCIA'.
           05  FILLER                 PIC X(12) VALUE 'MILLER'.
           05  FILLER                 PIC X(12) VALUE 'DAVIS'.
           05  FILLER                 PIC X(12) VALUE 'RODRIGUEZ'.
           05  FILLER                 PIC X(12) VALUE 'MARTINEZ'.
           05  FILLER                 PIC X(12) VALUE 'HERNANDEZ'.
           05  FILLER                 PIC X(12) VALUE 'LOPEZ'.
           05  FILLER                 PIC X(12) VALUE 'GONZALEZ'.
           05  FILLER                 PIC X(12) VALUE 'WILSON'.
           05  FILLER                 PIC X(12) VALUE 'ANDERSON'.
           05  FILLER                 PIC X(12) VALUE 'TAYLOR'.
           05  FILLER                 PIC X(12) VALUE 'MOORE'.
           05  FILLER                 PIC X(12) VALUE 'JACKSON'.
           05  FILLER                 PIC X(12) VALUE 'MARTIN'.
           05  FILLER                 PIC X(12) VALUE 'THOMPSON'.
       01  WS-LAST-NAME-TABLE REDEFINES WS-LAST-NAMES.
           05  WS-LAST-NAME           PIC X(12) OCCURS 20 TIMES.

      *    Corporate customers get a company-style name instead.
       01  WS-CORP-SUFFIXES.
           05  FILLER                 PIC X(14) VALUE 'HOLDINGS LLC'.
           05  FILLER                 PIC X(14) VALUE 'TRADING CO'.
           05  FILLER                 PIC X(14) VALUE 'INDUSTRIES INC'.
           05  FILLER                 PIC X(14) VALUE 'SERVICES CORP'.
       01  WS-CORP-SUFFIX-TABLE REDEFINES WS-CORP-SUFFIXES.
           05  WS-CORP-SUFFIX         PIC X(14) OCCURS 4 TIMES.

       01  WS-STREET-NAMES.
           05  FILLER                 PIC X(16) VALUE 'MAIN ST'.
           05  FILLER                 PIC X(16) VALUE 'OAK AVE'.
           05  FILLER                 PIC X(16) VALUE 'MAPLE DR'.
           05  FILLER                 PIC X(16) VALUE 'CEDAR LN'.
           05  FILLER                 PIC X(16) VALUE 'PINE ST'.
           05  FILLER                 PIC X(16) VALUE 'ELM ST'.
           05  FILLER                 PIC X(16) VALUE 'WASHINGTON AVE'.
           05  FILLER                 PIC X(16) VALUE 'LAKE RD'.
           05  FILLER                 PIC X(16) VALUE 'HILL ST'.
           05  FILLER                 PIC X(16) VALUE 'PARK AVE'.
           05  FILLER                 PIC X(16) VALUE 'RIVER RD'.
           05  FILLER                 PIC X(16) VALUE 'CHURCH ST'.
           05  FILLER                 PIC X(16) VALUE 'MILL RD'.
           05  FILLER                 PIC X(16) VALUE 'SPRING ST'.
           05  FILLER                 PIC X(16) VALUE 'RIDGE RD'.
           05  FILLER                 PIC X(16) VALUE 'SUNSET BLVD'.
           05  FILLER                 PIC X(16) VALUE 'FOREST DR'.
           05  FILLER                 PIC X(16) VALUE 'MEADOW LN'.
           05  FILLER                 PIC X(16) VALUE 'HIGHLAND AVE'.
           05  FILLER                 PIC X(16) VALUE 'CENTER ST'.
       01  WS-STREET-NAME-TABLE REDEFINES WS-STREET-NAMES.
           05  WS-STREET-NAME         PIC X(16) OCCURS 20 TIMES.

       01  WS-CITY-NAMES.
           05  FILLER                 PIC X(16) VALUE 'SPRINGFIELD'.
           05  FILLER                 PIC X(16) VALUE 'FRANKLIN'.
           05  FILLER                 PIC X(16) VALUE 'GREENVILLE'.
           05  FILLER                 PIC X(16) VALUE 'BRISTOL'.
           05  FILLER                 PIC X(16) VALUE 'CLINTON'.
           05  FILLER                 PIC X(16) VALUE 'FAIRVIEW'.
           05  FILLER                 PIC X(16) VALUE 'SALEM'.
           05  FILLER                 PIC X(16) VALUE 'MADISON'.
           05  FILLER                 PIC X(16) VALUE 'GEORGETOWN'.
           05  FILLER                 PIC X(16) VALUE 'ARLINGTON'.
           05  FILLER                 PIC X(16) VALUE 'ASHLAND'.
           05  FILLER                 PIC X(16) VALUE 'BURLINGTON'.
           05  FILLER                 PIC X(16) VALUE 'MANCHESTER'.
           05  FILLER                 PIC X(16) VALUE 'MARION'.
           05  FILLER                 PIC X(16) VALUE 'OXFORD'.
           05  FILLER                 PIC X(16) VALUE 'CLAYTON'.
           05  FILLER                 PIC X(16) VALUE 'MILTON'.
           05  FILLER                 PIC X(16) VALUE 'AUBURN'.
           05  FILLER                 PIC X(16) VALUE 'DAYTON'.
           05  FILLER                 PIC X(16) VALUE 'RIVERSIDE'.
       01  WS-CITY-NAME-TABLE REDEFINES WS-CITY-NAMES.
           05  WS-CITY-NAME           PIC X(16) OCCURS 20 TIMES.

       COPY CUSTMAST.
       COPY RELDATA.
       COPY LOANDATA.
       COPY ACCTMST.
       COPY ERRDATA.

       PROCEDURE DIVISION.

       1000-INIT.
      *    A missing or malformed key stops the run before any
      *    output is opened - an unmasked or half-masked copy must
      *    never reach the test region.
           ACCEPT WS-MASK-KEY FROM SYSIN
           IF WS-MASK-KEY NOT NUMERIC
              OR WS-MASK-KEY = ZEROES
               DISPLAY 'PIIMASK MASKING KEY MISSING OR NOT TEN DIGITS'
                       ' - NO TEST FILES WRITTEN'
               MOVE RC-ERROR TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2000-MASK-DBBKUP
           PERFORM 2100-MASK-CUSTFILE
           PERFORM 2200-MASK-TRANFILE
           PERFORM 2300-MASK-TRANHIST
           PERFORM 2400-MASK-ADDRFILE
           PERFORM 2500-MASK-RELFILE
           PERFORM 2600-MASK-LOANFILE
           PERFORM 2700-MASK-ACCTMAST
           PERFORM 9000-END.

       2000-MASK-DBBKUP.
           OPEN INPUT  DBBKUP
                OUTPUT DBWORK
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM 2010-MASK-DB-RECORD UNTIL EOF-INPUT
           CLOSE DBBKUP
                 DBWORK
           SORT SORTDB
               ON ASCENDING KEY SORT-DB-CUSTOMER-ID
               USING DBWORK
               GIVING DBOUT.

       2010-MASK-DB-RECORD.
           READ DBBKUP INTO WS-DB-IMAGE
               AT END MOVE 'Y' TO WS-EOF-INPUT
           END-READ
           IF NOT EOF-INPUT
               MOVE WS-DB-IMAGE(1:121) TO CUSTOMER-RECORD
               PERFORM 7200-MASK-CUSTOMER-RECORD
               MOVE CUSTOMER-RECORD TO WS-DB-IMAGE(1:121)
               MOVE WS-DB-IMAGE(389:12) TO WS-ACCT-IN
               PERFORM 7100-MASK-ACCOUNT
               MOVE WS-ACCT-OUT TO WS-DB-IMAGE(389:12)
               WRITE DBWORK-REC FROM WS-DB-IMAGE
               ADD 1 TO WS-DB-COUNT
           END-IF.

       2100-MASK-CUSTFILE.
           OPEN INPUT  CUSTFILE
                OUTPUT CUSTWORK
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM 2110-MASK-CUST-RECORD UNTIL EOF-INPUT
           CLOSE CUSTFILE
                 CUSTWORK
           SORT SORTCUST
               ON ASCENDING KEY SORT-CUST-CUSTOMER-ID
               USING CUSTWORK
               GIVING CUSTOUT.

       2110-MASK-CUST-RECORD.
           READ CUSTFILE INTO WS-CUST-IMAGE
               AT END MOVE 'Y' TO WS-EOF-INPUT
           END-READ
           IF NOT EOF-INPUT
               MOVE WS-CUST-IMAGE(1:121) TO CUSTOMER-RECORD
               PERFORM 7200-MASK-CUSTOMER-RECORD
               MOVE CUSTOMER-RECORD TO WS-CUST-IMAGE(1:121)
               WRITE CUSTWORK-REC FROM WS-CUST-IMAGE
               ADD 1 TO WS-CUST-COUNT
           END-IF.

       2200-MASK-TRANFILE.
      *    Back into account/date order - ACCTBAL's match-merge
      *    checks the sequence.
           OPEN INPUT  TRANFILE
                OUTPUT TRANWORK
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM 2210-MASK-TRAN-RECORD UNTIL EOF-INPUT
           CLOSE TRANFILE
                 TRANWORK
           SORT SORTTRAN
               ON ASCENDING KEY SORT-TRAN-ACCOUNT
                                SORT-TRAN-DATE
               USING TRANWORK
               GIVING TRANOUT.

       2210-MASK-TRAN-RECORD.
           READ TRANFILE INTO WS-TRAN-IMAGE
               AT END MOVE 'Y' TO WS-EOF-INPUT
           END-READ
           IF NOT EOF-INPUT
               PERFORM 7400-MASK-TRAN-IMAGE
               WRITE TRANWORK-REC FROM WS-TRAN-IMAGE
               ADD 1 TO WS-TRAN-COUNT
           END-IF.

       2300-MASK-TRANHIST.
      *    Unloaded in key order, re-keyed under the masked account
      *    and sorted back into key order for the test cluster's
      *    REPRO load; date and sequence are untouched.
           OPEN INPUT  TRANHIST
                OUTPUT HISTWORK
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM 2310-MASK-HIST-RECORD UNTIL EOF-INPUT
           CLOSE TRANHIST
                 HISTWORK
           SORT SORTHIST
               ON ASCENDING KEY SORT-HIST-KEY
               USING HISTWORK
               GIVING HISTOUT.

       2310-MASK-HIST-RECORD.
           READ TRANHIST NEXT
               AT END MOVE 'Y' TO WS-EOF-INPUT
           END-READ
           IF NOT EOF-INPUT
               MOVE THX-IMAGE TO WS-TRAN-IMAGE
               PERFORM 7400-MASK-TRAN-IMAGE
               MOVE WS-TRAN-IMAGE TO THX-IMAGE
               MOVE THX-ACCOUNT   TO WS-ACCT-IN
               PERFORM 7100-MASK-ACCOUNT
               MOVE WS-ACCT-OUT   TO THX-ACCOUNT
               WRITE HISTWORK-REC FROM TRANHIST-REC
               ADD 1 TO WS-HIST-COUNT
           END-IF.

       2400-MASK-ADDRFILE.
           OPEN INPUT  ADDRFILE
                OUTPUT ADDRWORK
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM 2410-MASK-ADDR-RECORD UNTIL EOF-INPUT
           CLOSE ADDRFILE
                 ADDRWORK
           SORT SORTADDR
               ON ASCENDING KEY SORT-ADDR-CUSTOMER-ID
               USING ADDRWORK
               GIVING ADDROUT.

       2410-MASK-ADDR-RECORD.
      *    A made-up street address and town; the state and country
      *    are kept, and the ZIP keeps only its three-digit sectional
      *    center, so anything that groups customers by region still
      *    groups them the same way. The validity flag and date are
      *    kept as they were.
           READ ADDRFILE
               AT END MOVE 'Y' TO WS-EOF-INPUT
           END-READ
           IF NOT EOF-INPUT
               MOVE ADDRFILE-CUSTOMER-ID TO WS-MASK-IN-ID
               PERFORM 7000-MASK-CUSTOMER-ID
               MOVE WS-MASK-OUT-ID TO ADDRFILE-CUSTOMER-ID
               PERFORM 7300-BUILD-SEED
               IF ADDRFILE-LINE-1 NOT = SPACES
                   MOVE SPACES TO ADDRFILE-LINE-1
                   STRING WS-HOUSE-NUMBER DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WS-STREET-NAME(WS-STREET-IX)
                              DELIMITED BY '  '
                       INTO ADDRFILE-LINE-1
                   END-STRING
               END-IF
               MOVE SPACES TO ADDRFILE-LINE-2
               IF ADDRFILE-CITY NOT = SPACES
                   MOVE WS-CITY-NAME(WS-CITY-IX) TO ADDRFILE-CITY
               END-IF
               IF ADDRFILE-ZIP NOT = SPACES
                   MOVE SPACES TO WS-ZIP-OUT
                   MOVE ADDRFILE-ZIP(1:3) TO WS-ZIP-OUT(1:3)
                   MOVE '00' TO WS-ZIP-OUT(4:2)
                   MOVE WS-ZIP-OUT TO ADDRFILE-ZIP
               END-IF
               WRITE ADDRWORK-REC FROM ADDRFILE-REC
               ADD 1 TO WS-ADDR-COUNT
           END-IF.

       2500-MASK-RELFILE.
           OPEN INPUT  RELFILE
                OUTPUT RELOUT
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM 2510-MASK-REL-RECORD UNTIL EOF-INPUT
           CLOSE RELFILE
                 RELOUT.

       2510-MASK-REL-RECORD.
      *    Household IDs are customer-style IDs issued by the branch
      *    and go through the same mapping, as does the decedent on
      *    a pending retitle, so every cross-reference still holds.
           READ RELFILE INTO HOUSEHOLD-RELATION-RECORD
               AT END MOVE 'Y' TO WS-EOF-INPUT
           END-READ
           IF NOT EOF-INPUT
               MOVE REL-HOUSEHOLD-ID TO WS-MASK-IN-ID
               PERFORM 7000-MASK-CUSTOMER-ID
               MOVE WS-MASK-OUT-ID   TO REL-HOUSEHOLD-ID
               MOVE REL-CUSTOMER-ID  TO WS-MASK-IN-ID
               PERFORM 7000-MASK-CUSTOMER-ID
               MOVE WS-MASK-OUT-ID   TO REL-CUSTOMER-ID
               MOVE REL-RETITLE-DECEDENT TO WS-MASK-IN-ID
               PERFORM 7000-MASK-CUSTOMER-ID
               MOVE WS-MASK-OUT-ID   TO REL-RETITLE-DECEDENT
               WRITE RELOUT-REC FROM HOUSEHOLD-RELATION-RECORD
               ADD 1 TO WS-REL-COUNT
           END-IF.

       2600-MASK-LOANFILE.
           OPEN INPUT  LOANFILE
                OUTPUT LOANOUT
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM 2610-MASK-LOAN-RECORD UNTIL EOF-INPUT
           CLOSE LOANFILE
                 LOANOUT.

       2610-MASK-LOAN-RECORD.
           READ LOANFILE NEXT INTO LOAN-RECORD
               AT END MOVE 'Y' TO WS-EOF-INPUT
           END-READ
           IF NOT EOF-INPUT
               MOVE LOAN-CUSTOMER-ID TO WS-MASK-IN-ID
               PERFORM 7000-MASK-CUSTOMER-ID
               MOVE WS-MASK-OUT-ID   TO LOAN-CUSTOMER-ID
               WRITE LOANOUT-REC FROM LOAN-RECORD
               ADD 1 TO WS-LOAN-COUNT
           END-IF.

       2700-MASK-ACCTMAST.
           OPEN INPUT  ACCTMAST
                OUTPUT ACCTWORK
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM 2710-MASK-ACCT-RECORD UNTIL EOF-INPUT
           CLOSE ACCTMAST
                 ACCTWORK
           SORT SORTACCT
               ON ASCENDING KEY SORT-ACCT-NUMBER
               USING ACCTWORK
               GIVING ACCTOUT.

       2710-MASK-ACCT-RECORD.
           READ ACCTMAST NEXT INTO ACCOUNT-MASTER-RECORD
               AT END MOVE 'Y' TO WS-EOF-INPUT
           END-READ
           IF NOT EOF-INPUT
               MOVE AM-ACCOUNT-NUMBER TO WS-ACCT-IN
               PERFORM 7100-MASK-ACCOUNT
               MOVE WS-ACCT-OUT       TO AM-ACCOUNT-NUMBER
               MOVE AM-CUSTOMER-ID    TO WS-MASK-IN-ID
               PERFORM 7000-MASK-CUSTOMER-ID
               MOVE WS-MASK-OUT-ID    TO AM-CUSTOMER-ID
               WRITE ACCTWORK-REC FROM ACCOUNT-MASTER-RECORD
               ADD 1 TO WS-ACCT-COUNT
           END-IF.

       7000-MASK-CUSTOMER-ID.
      *    Each digit is shifted by its key digit plus the previous
      *    masked digit, so neighbouring IDs come out unrelated while
      *    each ID still maps to exactly one test ID and back. Letters
      *    and spaces stay where they are - the ID keeps its shape
      *    and a blank reference stays blank.
           MOVE WS-MASK-IN-ID TO WS-MASK-OUT-ID
           MOVE ZERO TO WS-MASK-CARRY
           PERFORM 7010-MASK-POSITION
               VARYING WS-MASK-IX FROM 1 BY 1
               UNTIL WS-MASK-IX > 10.

       7010-MASK-POSITION.
           IF WS-MASK-IN-ID(WS-MASK-IX:1) NUMERIC
               MOVE WS-MASK-IN-ID(WS-MASK-IX:1) TO WS-MASK-DIGIT
               COMPUTE WS-MASK-SUM = WS-MASK-DIGIT
                                   + WS-KEY-DIGIT(WS-MASK-IX)
                                   + WS-MASK-CARRY
               COMPUTE WS-MASK-DIGIT = FUNCTION MOD(WS-MASK-SUM 10)
               MOVE WS-MASK-DIGIT TO WS-MASK-OUT-ID(WS-MASK-IX:1)
               MOVE WS-MASK-DIGIT TO WS-MASK-CARRY
           END-IF.

       7100-MASK-ACCOUNT.
      *    The leading ten characters are the CUSTOMER-ID and take
      *    its mapping; the eleventh is kept (a product code or a
      *    digit). Where the number carries a check digit in the
      *    twelfth place it is regenerated the way ACCTRNUM completes
      *    a new number - and a number that failed CHKDIGIT in
      *    production is given a digit that fails it here too.
           IF WS-ACCT-IN = WS-LAST-ACCT-IN
              AND WS-ACCT-IN NOT = SPACES
               MOVE WS-LAST-ACCT-OUT TO WS-ACCT-OUT
           ELSE
               MOVE WS-ACCT-IN TO WS-ACCT-OUT
               MOVE WS-ACCT-IN(1:10) TO WS-MASK-IN-ID
               PERFORM 7000-MASK-CUSTOMER-ID
               MOVE WS-MASK-OUT-ID TO WS-ACCT-OUT(1:10)
               IF WS-ACCT-IN(12:1) NUMERIC
                   PERFORM 7110-REGENERATE-CHECK-DIGIT
               END-IF
               MOVE WS-ACCT-IN  TO WS-LAST-ACCT-IN
               MOVE WS-ACCT-OUT TO WS-LAST-ACCT-OUT
           END-IF.

       7110-REGENERATE-CHECK-DIGIT.
           CALL 'CHKDIGIT' USING WS-ACCT-IN
                                 WS-CHKDGT-RC
           MOVE WS-CHKDGT-RC TO WS-ORIG-CHKDGT-RC
           MOVE 'N' TO WS-DIGIT-FOUND
           PERFORM 7120-TRY-CHECK-DIGIT
               VARYING WS-TRY-DIGIT FROM 0 BY 1
               UNTIL WS-TRY-DIGIT > 9 OR DIGIT-FOUND
           IF WS-ORIG-CHKDGT-RC NOT = ZERO
               MOVE WS-ACCT-OUT(12:1) TO WS-TRY-CHAR
               COMPUTE WS-TRY-CHAR = FUNCTION MOD(WS-TRY-CHAR + 1 10)
               MOVE WS-TRY-CHAR TO WS-ACCT-OUT(12:1)
               ADD 1 TO WS-BAD-DIGIT-COUNT
           ELSE
               ADD 1 TO WS-REGEN-COUNT
           END-IF.

       7120-TRY-CHECK-DIGIT.
           MOVE WS-TRY-DIGIT TO WS-TRY-CHAR
           MOVE WS-TRY-CHAR  TO WS-ACCT-OUT(12:1)
           CALL 'CHKDIGIT' USING WS-ACCT-OUT
                                 WS-CHKDGT-RC
           IF WS-CHKDGT-RC = ZERO
               MOVE 'Y' TO WS-DIGIT-FOUND
           END-IF.

       7200-MASK-CUSTOMER-RECORD.
      *    Balances, limits, status, segment, dates, activity
      *    counters and the delivery preference are kept; only what
      *    identifies the customer is replaced. Fields that are
      *    empty in production stay empty.
           MOVE CUSTOMER-ID TO WS-MASK-IN-ID
           PERFORM 7000-MASK-CUSTOMER-ID
           MOVE WS-MASK-OUT-ID TO CUSTOMER-ID
           PERFORM 7300-BUILD-SEED
           IF CUSTOMER-NAME NOT = SPACES
               MOVE SPACES TO CUSTOMER-NAME
               IF SEG-CORPORATE
                   STRING WS-LAST-NAME(WS-LAST-IX) DELIMITED BY ' '
                          ' ' DELIMITED BY SIZE
                          WS-CORP-SUFFIX(WS-CORP-IX)
                              DELIMITED BY '  '
                       INTO CUSTOMER-NAME
                   END-STRING
               ELSE
                   STRING WS-FIRST-NAME(WS-FIRST-IX) DELIMITED BY ' '
                          ' ' DELIMITED BY SIZE
                          WS-LAST-NAME(WS-LAST-IX) DELIMITED BY ' '
                       INTO CUSTOMER-NAME
                   END-STRING
               END-IF
           END-IF
           IF CUSTOMER-PIN NOT = SPACES
               MOVE WS-FAKE-PIN TO CUSTOMER-PIN
           END-IF
           IF CUSTOMER-INCOME > ZERO
               MOVE WS-FAKE-INCOME TO CUSTOMER-INCOME
           END-IF
           IF CUSTOMER-CREDIT-SCORE > ZERO
               MOVE WS-FAKE-SCORE TO CUSTOMER-CREDIT-SCORE
           END-IF.

       7300-BUILD-SEED.
      *    Folds the masked ID's digits into one number and carves
      *    the table picks and made-up amounts out of it: incomes
      *    from 18,000 to 200,000 in whole thousands, scores from 540
      *    to 849, house numbers from 1000 to 9999.
           MOVE ZERO TO WS-SEED
           PERFORM 7310-FOLD-DIGIT
               VARYING WS-MASK-IX FROM 1 BY 1
               UNTIL WS-MASK-IX > 10
           COMPUTE WS-FIRST-IX  = FUNCTION MOD(WS-SEED 20) + 1
           DIVIDE WS-SEED BY 20 GIVING WS-SEED-PART
           COMPUTE WS-LAST-IX   = FUNCTION MOD(WS-SEED-PART 20) + 1
           DIVIDE WS-SEED BY 400 GIVING WS-SEED-PART
           COMPUTE WS-STREET-IX = FUNCTION MOD(WS-SEED-PART 20) + 1
           DIVIDE WS-SEED BY 8000 GIVING WS-SEED-PART
           COMPUTE WS-CITY-IX   = FUNCTION MOD(WS-SEED-PART 20) + 1
           DIVIDE WS-SEED BY 7 GIVING WS-SEED-PART
           COMPUTE WS-CORP-IX   = FUNCTION MOD(WS-SEED-PART 4) + 1
           DIVIDE WS-SEED BY 3 GIVING WS-SEED-PART
           COMPUTE WS-HOUSE-NUMBER =
               FUNCTION MOD(WS-SEED-PART 9000) + 1000
           DIVIDE WS-SEED BY 11 GIVING WS-SEED-PART
           COMPUTE WS-FAKE-PIN = FUNCTION MOD(WS-SEED-PART 10000)
           DIVIDE WS-SEED BY 13 GIVING WS-SEED-PART
           COMPUTE WS-FAKE-INCOME =
               (FUNCTION MOD(WS-SEED-PART 183) + 18) * 1000
           DIVIDE WS-SEED BY 17 GIVING WS-SEED-PART
           COMPUTE WS-FAKE-SCORE =
               FUNCTION MOD(WS-SEED-PART 310) + 540.

       7310-FOLD-DIGIT.
           IF WS-MASK-OUT-ID(WS-MASK-IX:1) NUMERIC
               MOVE WS-MASK-OUT-ID(WS-MASK-IX:1) TO WS-MASK-DIGIT
               COMPUTE WS-SEED =
                   FUNCTION MOD(WS-SEED * 10 + WS-MASK-DIGIT
                                100000000)
           END-IF.

       7400-MASK-TRAN-IMAGE.
      *    The posting account, and on a transfer the counterparty
      *    the reference carries, so both legs still find their
      *    customers on the test files.
           MOVE WS-TRN-ACCOUNT TO WS-ACCT-IN
           PERFORM 7100-MASK-ACCOUNT
           MOVE WS-ACCT-OUT    TO WS-TRN-ACCOUNT
           IF WS-TRN-TRANSFER
               MOVE WS-TRN-REF-CUST TO WS-MASK-IN-ID
               PERFORM 7000-MASK-CUSTOMER-ID
               MOVE WS-MASK-OUT-ID  TO WS-TRN-REF-CUST
           END-IF.

       9000-END.
           DISPLAY 'PIIMASK CUSTOMER MASTER RECORDS: ' WS-DB-COUNT
           DISPLAY 'PIIMASK CUSTFILE RECORDS:        ' WS-CUST-COUNT
           DISPLAY 'PIIMASK TRANFILE RECORDS:        ' WS-TRAN-COUNT
           DISPLAY 'PIIMASK HISTORY RECORDS:         ' WS-HIST-COUNT
           DISPLAY 'PIIMASK ADDRESS RECORDS:         ' WS-ADDR-COUNT
           DISPLAY 'PIIMASK HOUSEHOLD RECORDS:       ' WS-REL-COUNT
           DISPLAY 'PIIMASK LOAN RECORDS:            ' WS-LOAN-COUNT
           DISPLAY 'PIIMASK PRODUCT ACCOUNTS:        ' WS-ACCT-COUNT
           DISPLAY 'PIIMASK CHECK DIGITS REGENERATED: ' WS-REGEN-COUNT
           IF WS-BAD-DIGIT-COUNT > ZERO
               DISPLAY 'PIIMASK FAILING CHECK DIGITS KEPT FAILING: '
                       WS-BAD-DIGIT-COUNT
           END-IF
           MOVE RC-SUCCESS TO WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.
