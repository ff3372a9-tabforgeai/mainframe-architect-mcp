      *----------------------------------------------------------------*
      * PROGRAM:  LENDEXPO                                             *
      * PURPOSE:  Credit exposure aggregation for the legal lending    *
      *           limit and Regulation O. Stages every borrower's      *
      *           outstanding balances and unused commitments - loans  *
      *           on LOANFILE as borrower or co-borrower (net of       *
      *           participations sold), approved applications not yet  *
      *           funded, undrawn home equity lines and the overdraft  *
      *           line on CREDIT-LIMIT (ODLOC) - sorts them by         *
      *           borrower and rolls them up per borrower and per      *
      *           RELDATA household. Borrowers on compliance's insider *
      *           register carry their insider type, and each          *
      *           insider's Reg O aggregate takes in the credit to its *
      *           related interests. The results are written to the    *
      *           EXPOSURE KSDS LOANPROC tests new approvals against,  *
      *           and the exception report lists every borrower and    *
      *           household over the legal lending limit, every        *
      *           insider over the Reg O individual limit or past the  *
      *           board approval level, and the insider aggregate      *
      *           against capital. RC 4 when anything is over a limit. *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    FMTAMT                                               *
      * COPYBOOKS: LOANDATA, APPLDATA, CUSTMAST, RELDATA, PARTDATA,    *
      *            INSDDATA, EXPODATA, BUSDATE                         *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LENDEXPO.
       AUTHOR.         TABFORGE-AI.
       DATE-WRITTEN.   2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPLFILE ASSIGN TO UT-S-APPLFILE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT LOANFILE ASSIGN TO UT-S-LOANFILE
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS SEQUENTIAL
                           RECORD KEY   IS LOANFILE-LOAN-ID.
           SELECT PARTFILE ASSIGN TO UT-S-PARTFILE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT ODLOC    ASSIGN TO UT-S-ODLOC
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS SEQUENTIAL
                           RECORD KEY   IS ODF-CUSTOMER-ID.
           SELECT DBFILE   ASSIGN TO UT-S-DBFILE
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS RANDOM
                           RECORD KEY   IS DBFILE-CUSTOMER-ID
                           ALTERNATE RECORD KEY IS DBFILE-ACCOUNT-NUMBER
                               WITH DUPLICATES.
           SELECT RELFILE  ASSIGN TO UT-S-RELFILE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT INSIDERS ASSIGN TO UT-S-INSIDERS
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT BUSDATEF ASSIGN TO UT-S-BUSDATE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT WRKFILE  ASSIGN TO UT-S-WRKFILE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT SORTWK1  ASSIGN TO UT-S-SORTWK.
           SELECT SORTWK2  ASSIGN TO UT-S-SORTWK2.
           SELECT SRTWRK   ASSIGN TO UT-S-SRTWRK
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT CUSWRK   ASSIGN TO UT-S-CUSWRK
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT HHWRK    ASSIGN TO UT-S-HHWRK
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT SRTHH    ASSIGN TO UT-S-SRTHH
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT EXPOSURE ASSIGN TO UT-S-EXPOSURE
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS SEQUENTIAL
                           RECORD KEY   IS EXPOSURE-KEY.
           SELECT EXPRPT   ASSIGN TO UT-S-EXPRPT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  APPLFILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  APPLFILE-REC               PIC X(100).

       FD  LOANFILE
           RECORDING MODE IS F
           RECORD CONTAINS 300 CHARACTERS.
       01  LOANFILE-REC.
           05  LOANFILE-LOAN-ID       PIC X(12).
           05  FILLER                 PIC X(288).

       FD  PARTFILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PARTFILE-REC               PIC X(80).

      *    Same layout as INTCALC's ODLOC FD (see ODLDATA).
       FD  ODLOC
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  ODLOC-REC.
           05  ODF-CUSTOMER-ID        PIC X(10).
           05  ODF-ENROLLED-FLAG      PIC X(01).
           05  ODF-DRAWN-BALANCE      PIC S9(11)V99 COMP-3.
           05  FILLER                 PIC X(22).

       FD  DBFILE
           RECORDING MODE IS F
           RECORD CONTAINS 400 CHARACTERS.
       01  DBFILE-REC.
      *    Same layout as DBREAD01/DBUPD01's FD - kept in step by
      *    hand.
           05  DBFILE-CUSTOMER-ID     PIC X(10).
           05  FILLER                 PIC X(378).
           05  DBFILE-ACCOUNT-NUMBER  PIC X(12).

      *    Household membership (see RELDATA).
       FD  RELFILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  RELFILE-REC                PIC X(40).

       FD  INSIDERS
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  INSIDERS-REC               PIC X(80).

       FD  BUSDATEF
           RECORDING MODE IS F
           RECORD CONTAINS 30 CHARACTERS.
       01  BUSDATEF-REC               PIC X(30).

      *    Stage one: every piece of credit decorated with the
      *    borrower it counts against, so one SORT lines a borrower's
      *    exposure up for a single control break.
       FD  WRKFILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  WRKFILE-REC.
           05  WEX-CUSTOMER-ID        PIC X(10).
           05  WEX-OUTSTANDING        PIC S9(11)V99.
           05  WEX-UNUSED             PIC S9(11)V99.
           05  WEX-SOURCE             PIC X(01).
           05  FILLER                 PIC X(03).

       SD  SORTWK1
           RECORD CONTAINS 40 CHARACTERS.
       01  SORTWK1-REC.
           05  SORTWK1-KEY            PIC X(10).
           05  FILLER                 PIC X(30).

       SD  SORTWK2
           RECORD CONTAINS 40 CHARACTERS.
       01  SORTWK2-REC.
           05  SORTWK2-KEY            PIC X(10).
           05  FILLER                 PIC X(30).

       FD  SRTWRK
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  SRTWRK-REC.
           05  SRX-CUSTOMER-ID        PIC X(10).
           05  SRX-OUTSTANDING        PIC S9(11)V99.
           05  SRX-UNUSED             PIC S9(11)V99.
           05  SRX-SOURCE             PIC X(01).
           05  FILLER                 PIC X(03).

      *    Stage two: the borrower records in key order, held back
      *    until every related interest has been rolled into its
      *    insider's Reg O aggregate.
       FD  CUSWRK
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  CUSWRK-REC                 PIC X(80).

      *    Each household member's totals re-keyed by household.
       FD  HHWRK
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  HHWRK-REC.
           05  HHW-HOUSEHOLD-ID       PIC X(10).
           05  HHW-OUTSTANDING        PIC S9(11)V99.
           05  HHW-UNUSED             PIC S9(11)V99.
           05  FILLER                 PIC X(04).

       FD  SRTHH
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  SRTHH-REC.
           05  SHH-HOUSEHOLD-ID       PIC X(10).
           05  SHH-OUTSTANDING        PIC S9(11)V99.
           05  SHH-UNUSED             PIC S9(11)V99.
           05  FILLER                 PIC X(04).

       FD  EXPOSURE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  EXPOSURE-REC.
           05  EXPOSURE-KEY           PIC X(11).
           05  FILLER                 PIC X(69).

       FD  EXPRPT
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  EXPRPT-REC                 PIC X(133).

       WORKING-STORAGE SECTION.
       01  WS-LENDEXPO-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'LENDEXPO'.
           05  WS-EOF-INPUT           PIC X(1)  VALUE 'N'.
               88  EOF-INPUT              VALUE 'Y'.
           05  WS-EOF-SRTWRK          PIC X(1)  VALUE 'N'.
               88  EOF-SRTWRK             VALUE 'Y'.
           05  WS-EOF-SRTHH           PIC X(1)  VALUE 'N'.
               88  EOF-SRTHH              VALUE 'Y'.
           05  WS-CAPITAL-X           PIC X(13) VALUE SPACES.
           05  WS-CAPITAL-N REDEFINES WS-CAPITAL-X
                                      PIC 9(13).
           05  WS-LIMIT-PCT-X         PIC X(4)  VALUE SPACES.
           05  WS-LIMIT-PCT-N REDEFINES WS-LIMIT-PCT-X
                                      PIC 9(2)V99.
           05  WS-LIMIT-PCT           PIC 9(2)V99 VALUE 15.00.
           05  WS-CAPITAL             PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-LEGAL-LIMIT         PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-BOARD-LEVEL         PIC S9(13)V99 COMP-3 VALUE ZERO.
      *    Reg O prior-approval level: the greater of 25,000 or 5
      *    percent of capital and surplus, never above 500,000.
           05  WS-BOARD-FLOOR         PIC S9(07)V99 COMP-3
                                       VALUE 25000.00.
           05  WS-BOARD-CEILING       PIC S9(07)V99 COMP-3
                                       VALUE 500000.00.
           05  WS-BOARD-PCT           PIC S9(01)V99 COMP-3 VALUE 0.05.
           05  WS-INSIDER-AGGR        PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-LINK-CUSTOMER       PIC X(10) VALUE SPACES.
           05  WS-LINK-COBORROWER     PIC X(10) VALUE SPACES.
           05  WS-LINK-COUNT          PIC 9(4)  COMP VALUE ZERO.
           05  WS-LINK-IX             PIC 9(4)  COMP VALUE ZERO.
           05  WS-PART-COUNT          PIC 9(4)  COMP VALUE ZERO.
           05  WS-PART-IX             PIC 9(4)  COMP VALUE ZERO.
           05  WS-INS-COUNT           PIC 9(4)  COMP VALUE ZERO.
           05  WS-INS-IX              PIC 9(4)  COMP VALUE ZERO.
           05  WS-INS-FOUND-IX        PIC 9(4)  COMP VALUE ZERO.
           05  WS-INS-OWNER-IX        PIC 9(4)  COMP VALUE ZERO.
           05  WS-HH-COUNT            PIC 9(4)  COMP VALUE ZERO.
           05  WS-HH-IX               PIC 9(4)  COMP VALUE ZERO.
           05  WS-FIND-ID             PIC X(10) VALUE SPACES.
           05  WS-FOUND-HOUSEHOLD     PIC X(10) VALUE SPACES.
           05  WS-RETAINED-PCT        PIC S9(03)V9(4) COMP-3
                                       VALUE ZERO.
           05  WS-STAGE-OUTSTANDING   PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-STAGE-UNUSED        PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-STAGE-SOURCE        PIC X(01) VALUE SPACE.
           05  WS-CUR-ID              PIC X(10) VALUE LOW-VALUES.
           05  WS-CUR-OUTSTANDING     PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-CUR-UNUSED          PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-STAGED-COUNT        PIC 9(7)  COMP VALUE ZERO.
           05  WS-BORROWER-COUNT      PIC 9(7)  COMP VALUE ZERO.
           05  WS-HOUSEHOLD-COUNT     PIC 9(7)  COMP VALUE ZERO.
           05  WS-EXCEPTION-COUNT     PIC 9(7)  COMP VALUE ZERO.
           05  WS-EXCEPTION-TEXT      PIC X(30) VALUE SPACES.
           05  WS-FMT-AMOUNT          PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-FORMATTED-AMT       PIC X(18) VALUE SPACES.
           05  WS-FORMATTED-AMT-2     PIC X(18) VALUE SPACES.
           05  WS-FMT-RC              PIC S9(04) COMP VALUE ZERO.
           05  WS-COUNT-DISP          PIC ZZZZZZ9.
           05  WS-RPT-LINE            PIC X(133) VALUE SPACES.

      *    Funded application links - APP-ID doubles as LOAN-ID, and
      *    older loans carry no customer of their own, so this is the
      *    borrower and co-borrower tie for the loan book.
       01  WS-LINK-TABLE.
           05  WS-LINK-ENTRY OCCURS 2000 TIMES.
               10  WS-LNK-LOAN        PIC X(12).
               10  WS-LNK-CUST        PIC X(10).
               10  WS-LNK-COBOR       PIC X(10).

      *    Share of each loan sold to participants - only the
      *    retained piece is our exposure.
       01  WS-PART-TABLE.
           05  WS-PART-ENTRY OCCURS 500 TIMES.
               10  WS-PRT-LOAN        PIC X(12).
               10  WS-PRT-SOLD-PCT    PIC S9(03)V9(4) COMP-3.

      *    Current insider register with each insider's running Reg O
      *    aggregate.
       01  WS-INSIDER-TABLE.
           05  WS-INS-ENTRY OCCURS 500 TIMES.
               10  WS-INS-CUST        PIC X(10).
               10  WS-INS-TYPE        PIC X(01).
               10  WS-INS-OWNER       PIC X(10).
               10  WS-INS-NAME        PIC X(28).
               10  WS-INS-REGO        PIC S9(13)V99 COMP-3.

       01  WS-HOUSEHOLD-TABLE.
           05  WS-HH-ENTRY OCCURS 2000 TIMES.
               10  WS-HH-CUST         PIC X(10).
               10  WS-HH-ID           PIC X(10).

       COPY LOANDATA.
       COPY APPLDATA.
       COPY CUSTMAST.
       COPY RELDATA.
       COPY PARTDATA.
       COPY INSDDATA.
       COPY EXPODATA.
       COPY BUSDATE.

       PROCEDURE DIVISION.

       1000-INIT.
      *    SYSIN line 1 capital and surplus in whole currency units
      *    (the call report figure compliance uses), line 2 the legal
      *    lending limit as a percent of it with two implied decimals
      *    (blank keeps 15.00). No capital figure, no limits - the
      *    run stops rather than measure against zero.
           ACCEPT WS-CAPITAL-X   FROM SYSIN
           ACCEPT WS-LIMIT-PCT-X FROM SYSIN
           IF WS-CAPITAL-X NOT NUMERIC OR WS-CAPITAL-N = ZERO
               DISPLAY 'LENDEXPO CAPITAL FIGURE MISSING - ABORT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-CAPITAL-N TO WS-CAPITAL
           IF WS-LIMIT-PCT-X NUMERIC AND WS-LIMIT-PCT-N > ZERO
               MOVE WS-LIMIT-PCT-N TO WS-LIMIT-PCT
           END-IF
           COMPUTE WS-LEGAL-LIMIT ROUNDED =
               WS-CAPITAL * WS-LIMIT-PCT / 100
           COMPUTE WS-BOARD-LEVEL ROUNDED = WS-CAPITAL * WS-BOARD-PCT
           IF WS-BOARD-LEVEL > WS-BOARD-CEILING
               MOVE WS-BOARD-CEILING TO WS-BOARD-LEVEL
           END-IF
           IF WS-BOARD-LEVEL < WS-BOARD-FLOOR
               MOVE WS-BOARD-FLOOR TO WS-BOARD-LEVEL
           END-IF
           OPEN INPUT BUSDATEF
           READ BUSDATEF INTO BUSINESS-DATE-RECORD
               AT END
                   MOVE FUNCTION CURRENT-DATE(1:8) TO BUS-DATE
           END-READ
           CLOSE BUSDATEF
           OPEN OUTPUT WRKFILE
           PERFORM 1100-LOAD-APPLICATIONS
           PERFORM 1200-LOAD-PARTICIPATIONS
           PERFORM 1300-LOAD-INSIDERS
           PERFORM 1400-LOAD-HOUSEHOLDS
           PERFORM 2100-STAGE-LOANS
           PERFORM 2200-STAGE-OVERDRAFT-LINES
           CLOSE WRKFILE
           SORT SORTWK1
               ON ASCENDING KEY SORTWK1-KEY
               USING WRKFILE
               GIVING SRTWRK
           OPEN OUTPUT CUSWRK
           OPEN OUTPUT HHWRK
           PERFORM 3000-BREAK-BY-BORROWER
           CLOSE CUSWRK
                 HHWRK
           SORT SORTWK2
               ON ASCENDING KEY SORTWK2-KEY
               USING HHWRK
               GIVING SRTHH
           OPEN OUTPUT EXPOSURE
           OPEN OUTPUT EXPRPT
           PERFORM 4000-WRITE-REPORT-HEADINGS
           PERFORM 4100-WRITE-BORROWERS
           PERFORM 5000-BREAK-BY-HOUSEHOLD
           PERFORM 6000-WRITE-LIMITS
           PERFORM 9000-END.

       1100-LOAD-APPLICATIONS.
      *    Funded applications give the loan book its borrower and
      *    co-borrower; approved ones not yet funded are commitments
      *    already made and count in full against both.
           OPEN INPUT APPLFILE
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ APPLFILE INTO LOAN-APPLICATION-RECORD
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT
                   IF APP-FUNDED
                       IF WS-LINK-COUNT < 2000
                           ADD 1 TO WS-LINK-COUNT
                           MOVE APP-ID
                               TO WS-LNK-LOAN(WS-LINK-COUNT)
                           MOVE APP-CUSTOMER-ID
                               TO WS-LNK-CUST(WS-LINK-COUNT)
                           MOVE APP-COBORROWER-ID
                               TO WS-LNK-COBOR(WS-LINK-COUNT)
                       ELSE
                           DISPLAY 'LENDEXPO LINK TABLE FULL - LOAN '
                                   APP-ID ' UNLINKED'
                       END-IF
                   END-IF
                   IF APP-APPROVED
                       MOVE ZERO       TO WS-STAGE-OUTSTANDING
                       MOVE APP-AMOUNT TO WS-STAGE-UNUSED
                       MOVE 'A'        TO WS-STAGE-SOURCE
                       MOVE APP-CUSTOMER-ID TO WS-FIND-ID
                       PERFORM 2900-STAGE-AMOUNT
                       MOVE APP-COBORROWER-ID TO WS-FIND-ID
                       PERFORM 2900-STAGE-AMOUNT
                   END-IF
               END-IF
           END-PERFORM
           CLOSE APPLFILE.

       1200-LOAD-PARTICIPATIONS.
           OPEN INPUT PARTFILE
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ PARTFILE INTO PARTICIPATION-RECORD
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT AND PART-PCT NUMERIC
                   MOVE ZERO TO WS-PART-IX
                   PERFORM VARYING WS-LINK-IX FROM 1 BY 1
                           UNTIL WS-LINK-IX > WS-PART-COUNT
                           OR WS-PART-IX > ZERO
                       IF WS-PRT-LOAN(WS-LINK-IX) = PART-LOAN-ID
                           MOVE WS-LINK-IX TO WS-PART-IX
                       END-IF
                   END-PERFORM
                   IF WS-PART-IX = ZERO
                       IF WS-PART-COUNT < 500
                           ADD 1 TO WS-PART-COUNT
                           MOVE WS-PART-COUNT TO WS-PART-IX
                           MOVE PART-LOAN-ID
                               TO WS-PRT-LOAN(WS-PART-IX)
                           MOVE ZERO
                               TO WS-PRT-SOLD-PCT(WS-PART-IX)
                       ELSE
                           DISPLAY 'LENDEXPO PARTICIPATION TABLE '
                                   'FULL - ' PART-LOAN-ID
                                   ' COUNTED IN FULL'
                       END-IF
                   END-IF
                   IF WS-PART-IX > ZERO
                       ADD PART-PCT TO WS-PRT-SOLD-PCT(WS-PART-IX)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE PARTFILE.

       1300-LOAD-INSIDERS.
      *    Every current insider gets a borrower record even with no
      *    credit outstanding, so LOANPROC knows who they are.
           OPEN INPUT INSIDERS
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ INSIDERS INTO INSIDER-RECORD
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT
                       AND (INS-END-DATE = SPACES
                            OR INS-END-DATE > BUS-DATE)
                   IF WS-INS-COUNT < 500
                       ADD 1 TO WS-INS-COUNT
                       MOVE INS-CUSTOMER-ID
                           TO WS-INS-CUST(WS-INS-COUNT)
                       MOVE INS-TYPE TO WS-INS-TYPE(WS-INS-COUNT)
                       IF INS-RELATED-INTEREST
                           MOVE INS-RELATED-TO
                               TO WS-INS-OWNER(WS-INS-COUNT)
                       ELSE
                           MOVE INS-CUSTOMER-ID
                               TO WS-INS-OWNER(WS-INS-COUNT)
                       END-IF
                       MOVE INS-NAME TO WS-INS-NAME(WS-INS-COUNT)
                       MOVE ZERO TO WS-INS-REGO(WS-INS-COUNT)
                       MOVE ZERO TO WS-STAGE-OUTSTANDING
                                    WS-STAGE-UNUSED
                       MOVE 'I' TO WS-STAGE-SOURCE
                       MOVE INS-CUSTOMER-ID TO WS-FIND-ID
                       PERFORM 2900-STAGE-AMOUNT
                   ELSE
                       DISPLAY 'LENDEXPO INSIDER TABLE FULL - '
                               INS-CUSTOMER-ID ' NOT LOADED'
                   END-IF
               END-IF
           END-PERFORM
           CLOSE INSIDERS.

       1400-LOAD-HOUSEHOLDS.
      *    Likewise every household member, so a new borrower's
      *    household is known before they owe anything.
           OPEN INPUT RELFILE
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ RELFILE INTO HOUSEHOLD-RELATION-RECORD
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT
                   IF WS-HH-COUNT < 2000
                       ADD 1 TO WS-HH-COUNT
                       MOVE REL-CUSTOMER-ID TO WS-HH-CUST(WS-HH-COUNT)
                       MOVE REL-HOUSEHOLD-ID TO WS-HH-ID(WS-HH-COUNT)
                       MOVE ZERO TO WS-STAGE-OUTSTANDING
                                    WS-STAGE-UNUSED
                       MOVE 'R' TO WS-STAGE-SOURCE
                       MOVE REL-CUSTOMER-ID TO WS-FIND-ID
                       PERFORM 2900-STAGE-AMOUNT
                   ELSE
                       DISPLAY 'LENDEXPO HOUSEHOLD TABLE FULL - '
                               REL-CUSTOMER-ID ' NOT LOADED'
                   END-IF
               END-IF
           END-PERFORM
           CLOSE RELFILE.

       2100-STAGE-LOANS.
      *    Anything still owed counts - active, defaulted and matured
      *    unpaid loans; charged-off, sold and closed ones do not. An
      *    undrawn home equity line in its draw period is a
      *    commitment for the rest of the line.
           OPEN INPUT LOANFILE
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ LOANFILE INTO LOAN-RECORD
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT
                       AND (LOAN-ACTIVE OR LOAN-DEFAULTED
                            OR LOAN-MATURED-UNPAID)
                   PERFORM 2110-STAGE-ONE-LOAN
               END-IF
           END-PERFORM
           CLOSE LOANFILE.

       2110-STAGE-ONE-LOAN.
           MOVE ZERO TO WS-STAGE-OUTSTANDING
                        WS-STAGE-UNUSED
           IF LOAN-BALANCE > ZERO
               MOVE LOAN-BALANCE TO WS-STAGE-OUTSTANDING
           END-IF
           IF LOAN-HELOC AND LOAN-HEL-DRAW
                   AND LOAN-AMOUNT > LOAN-BALANCE
               COMPUTE WS-STAGE-UNUSED = LOAN-AMOUNT - LOAN-BALANCE
           END-IF
           MOVE 100 TO WS-RETAINED-PCT
           PERFORM VARYING WS-PART-IX FROM 1 BY 1
                   UNTIL WS-PART-IX > WS-PART-COUNT
               IF WS-PRT-LOAN(WS-PART-IX) = LOAN-ID
                   COMPUTE WS-RETAINED-PCT =
                       100 - WS-PRT-SOLD-PCT(WS-PART-IX)
               END-IF
           END-PERFORM
           IF WS-RETAINED-PCT < ZERO
               MOVE ZERO TO WS-RETAINED-PCT
           END-IF
           COMPUTE WS-STAGE-OUTSTANDING ROUNDED =
               WS-STAGE-OUTSTANDING * WS-RETAINED-PCT / 100
           COMPUTE WS-STAGE-UNUSED ROUNDED =
               WS-STAGE-UNUSED * WS-RETAINED-PCT / 100
           MOVE 'L' TO WS-STAGE-SOURCE
           MOVE LOAN-CUSTOMER-ID TO WS-LINK-CUSTOMER
           MOVE SPACES TO WS-LINK-COBORROWER
           PERFORM VARYING WS-LINK-IX FROM 1 BY 1
                   UNTIL WS-LINK-IX > WS-LINK-COUNT
               IF WS-LNK-LOAN(WS-LINK-IX) = LOAN-ID
                   IF WS-LINK-CUSTOMER = SPACES
                       MOVE WS-LNK-CUST(WS-LINK-IX)
                           TO WS-LINK-CUSTOMER
                   END-IF
                   MOVE WS-LNK-COBOR(WS-LINK-IX)
                       TO WS-LINK-COBORROWER
               END-IF
           END-PERFORM
           IF WS-LINK-CUSTOMER = SPACES
               DISPLAY 'LENDEXPO LOAN ' LOAN-ID
                       ' HAS NO BORROWER LINK - NOT AGGREGATED'
           ELSE
               MOVE WS-LINK-CUSTOMER TO WS-FIND-ID
               PERFORM 2900-STAGE-AMOUNT
      *        The co-borrower is liable for the whole debt.
               MOVE WS-LINK-COBORROWER TO WS-FIND-ID
               PERFORM 2900-STAGE-AMOUNT
           END-IF.

       2200-STAGE-OVERDRAFT-LINES.
      *    An enrolled overdraft line is drawn balance outstanding
      *    plus the rest of CREDIT-LIMIT unused.
           OPEN INPUT ODLOC
           OPEN INPUT DBFILE
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ ODLOC
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT AND ODF-ENROLLED-FLAG = 'Y'
                   MOVE ZERO TO WS-STAGE-OUTSTANDING
                                WS-STAGE-UNUSED
                   IF ODF-DRAWN-BALANCE > ZERO
                       MOVE ODF-DRAWN-BALANCE TO WS-STAGE-OUTSTANDING
                   END-IF
                   MOVE ODF-CUSTOMER-ID TO DBFILE-CUSTOMER-ID
                   READ DBFILE INTO CUSTOMER-RECORD
                       INVALID KEY
                           MOVE ZERO TO CREDIT-LIMIT
                   END-READ
                   IF CREDIT-LIMIT > WS-STAGE-OUTSTANDING
                       COMPUTE WS-STAGE-UNUSED =
                           CREDIT-LIMIT - WS-STAGE-OUTSTANDING
                   END-IF
                   MOVE 'O' TO WS-STAGE-SOURCE
                   MOVE ODF-CUSTOMER-ID TO WS-FIND-ID
                   PERFORM 2900-STAGE-AMOUNT
               END-IF
           END-PERFORM
           CLOSE ODLOC
                 DBFILE.

       2900-STAGE-AMOUNT.
           IF WS-FIND-ID NOT = SPACES AND WS-FIND-ID NOT = LOW-VALUES
               MOVE SPACES               TO WRKFILE-REC
               MOVE WS-FIND-ID           TO WEX-CUSTOMER-ID
               MOVE WS-STAGE-OUTSTANDING TO WEX-OUTSTANDING
               MOVE WS-STAGE-UNUSED      TO WEX-UNUSED
               MOVE WS-STAGE-SOURCE      TO WEX-SOURCE
               WRITE WRKFILE-REC
               ADD 1 TO WS-STAGED-COUNT
           END-IF.

       3000-BREAK-BY-BORROWER.
           OPEN INPUT SRTWRK
           MOVE 'N' TO WS-EOF-SRTWRK
           PERFORM 3100-ACCUMULATE-BORROWER UNTIL EOF-SRTWRK
           PERFORM 3500-CLOSE-BORROWER
           CLOSE SRTWRK.

       3100-ACCUMULATE-BORROWER.
           READ SRTWRK
               AT END MOVE 'Y' TO WS-EOF-SRTWRK
           END-READ
           IF NOT EOF-SRTWRK
               IF SRX-CUSTOMER-ID NOT = WS-CUR-ID
                   PERFORM 3500-CLOSE-BORROWER
                   MOVE SRX-CUSTOMER-ID TO WS-CUR-ID
               END-IF
               ADD SRX-OUTSTANDING TO WS-CUR-OUTSTANDING
               ADD SRX-UNUSED      TO WS-CUR-UNUSED
           END-IF.

       3500-CLOSE-BORROWER.
           IF WS-CUR-ID NOT = LOW-VALUES
               PERFORM 3600-BUILD-BORROWER-RECORD
           END-IF
           MOVE ZERO TO WS-CUR-OUTSTANDING
                        WS-CUR-UNUSED.

       3600-BUILD-BORROWER-RECORD.
           ADD 1 TO WS-BORROWER-COUNT
           MOVE SPACES TO EXPOSURE-RECORD
           SET EXP-CUSTOMER TO TRUE
           MOVE WS-CUR-ID          TO EXP-KEY-ID
           MOVE WS-CUR-OUTSTANDING TO EXP-OUTSTANDING
           MOVE WS-CUR-UNUSED      TO EXP-UNUSED
           COMPUTE EXP-TOTAL = WS-CUR-OUTSTANDING + WS-CUR-UNUSED
           MOVE ZERO               TO EXP-REGO-TOTAL
           MOVE BUS-DATE           TO EXP-AS-OF-DATE
           MOVE WS-CUR-ID TO WS-FIND-ID
           PERFORM 3700-FIND-HOUSEHOLD
           MOVE WS-FOUND-HOUSEHOLD TO EXP-HOUSEHOLD-ID
           IF WS-FOUND-HOUSEHOLD NOT = SPACES
               MOVE SPACES             TO HHWRK-REC
               MOVE WS-FOUND-HOUSEHOLD TO HHW-HOUSEHOLD-ID
               MOVE WS-CUR-OUTSTANDING TO HHW-OUTSTANDING
               MOVE WS-CUR-UNUSED      TO HHW-UNUSED
               WRITE HHWRK-REC
           END-IF
           PERFORM 3800-FIND-INSIDER
           IF WS-INS-FOUND-IX > ZERO
               MOVE WS-INS-TYPE(WS-INS-FOUND-IX)  TO EXP-INSIDER-TYPE
               MOVE WS-INS-OWNER(WS-INS-FOUND-IX) TO EXP-INSIDER-ID
               PERFORM 3850-ADD-TO-REGO-AGGREGATE
           END-IF
           WRITE CUSWRK-REC FROM EXPOSURE-RECORD.

       3700-FIND-HOUSEHOLD.
           MOVE SPACES TO WS-FOUND-HOUSEHOLD
           PERFORM VARYING WS-HH-IX FROM 1 BY 1
                   UNTIL WS-HH-IX > WS-HH-COUNT
                   OR WS-FOUND-HOUSEHOLD NOT = SPACES
               IF WS-HH-CUST(WS-HH-IX) = WS-FIND-ID
                   MOVE WS-HH-ID(WS-HH-IX) TO WS-FOUND-HOUSEHOLD
               END-IF
           END-PERFORM.

       3800-FIND-INSIDER.
      *    Caller sets WS-FIND-ID; zero when not on the register.
           MOVE ZERO TO WS-INS-FOUND-IX
           PERFORM VARYING WS-INS-IX FROM 1 BY 1
                   UNTIL WS-INS-IX > WS-INS-COUNT
                   OR WS-INS-FOUND-IX > ZERO
               IF WS-INS-CUST(WS-INS-IX) = WS-FIND-ID
                   MOVE WS-INS-IX TO WS-INS-FOUND-IX
               END-IF
           END-PERFORM.

       3850-ADD-TO-REGO-AGGREGATE.
      *    The credit counts toward the insider it belongs to - the
      *    borrower itself, or for a related interest its insider.
           MOVE WS-INS-FOUND-IX TO WS-INS-OWNER-IX
           MOVE WS-INS-OWNER(WS-INS-FOUND-IX) TO WS-FIND-ID
           PERFORM 3800-FIND-INSIDER
           IF WS-INS-FOUND-IX > ZERO
               ADD EXP-TOTAL TO WS-INS-REGO(WS-INS-FOUND-IX)
           ELSE
               DISPLAY 'LENDEXPO RELATED INTEREST '
                       WS-INS-CUST(WS-INS-OWNER-IX)
                       ' NAMES AN INSIDER NOT ON THE REGISTER'
           END-IF.

       4000-WRITE-REPORT-HEADINGS.
           MOVE SPACES TO WS-RPT-LINE
           STRING 'CREDIT EXPOSURE / LENDING LIMIT EXCEPTIONS - '
                  BUS-DATE
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE EXPRPT-REC FROM WS-RPT-LINE
           MOVE WS-CAPITAL TO WS-FMT-AMOUNT
           CALL 'FMTAMT' USING WS-FMT-AMOUNT
                               WS-FORMATTED-AMT
                               SPACES
                               WS-FMT-RC
           MOVE WS-LEGAL-LIMIT TO WS-FMT-AMOUNT
           CALL 'FMTAMT' USING WS-FMT-AMOUNT
                               WS-FORMATTED-AMT-2
                               SPACES
                               WS-FMT-RC
           MOVE SPACES TO WS-RPT-LINE
           STRING 'CAPITAL AND SURPLUS ' WS-FORMATTED-AMT
                  '  LEGAL LENDING LIMIT ' WS-FORMATTED-AMT-2
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE EXPRPT-REC FROM WS-RPT-LINE
           MOVE WS-BOARD-LEVEL TO WS-FMT-AMOUNT
           CALL 'FMTAMT' USING WS-FMT-AMOUNT
                               WS-FORMATTED-AMT
                               SPACES
                               WS-FMT-RC
           MOVE SPACES TO WS-RPT-LINE
           STRING 'REG O BOARD APPROVAL LEVEL ' WS-FORMATTED-AMT
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE EXPRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE EXPRPT-REC FROM WS-RPT-LINE
           STRING 'TYPE ID          INS  EXPOSURE           '
                  'REG O AGGREGATE    EXCEPTION'
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE EXPRPT-REC FROM WS-RPT-LINE.

       4100-WRITE-BORROWERS.
           OPEN INPUT CUSWRK
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ CUSWRK INTO EXPOSURE-RECORD
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT
                   PERFORM 4200-CHECK-BORROWER
                   WRITE EXPOSURE-REC FROM EXPOSURE-RECORD
                       INVALID KEY
                           DISPLAY 'LENDEXPO DUPLICATE EXPOSURE KEY '
                                   EXP-KEY
                   END-WRITE
               END-IF
           END-PERFORM
           CLOSE CUSWRK.

       4200-CHECK-BORROWER.
           IF EXP-TOTAL > WS-LEGAL-LIMIT
               MOVE 'OVER LEGAL LENDING LIMIT' TO WS-EXCEPTION-TEXT
               PERFORM 4900-REPORT-EXCEPTION
           END-IF
      *    An insider's own record takes the Reg O aggregate -
      *    insider plus related interests - and is measured against
      *    the individual limit and the board approval level.
           IF EXP-INSIDER-TYPE NOT = SPACE
                   AND EXP-INSIDER-ID = EXP-KEY-ID
               MOVE EXP-KEY-ID TO WS-FIND-ID
               PERFORM 3800-FIND-INSIDER
               IF WS-INS-FOUND-IX > ZERO
                   MOVE WS-INS-REGO(WS-INS-FOUND-IX)
                       TO EXP-REGO-TOTAL
                   ADD EXP-REGO-TOTAL TO WS-INSIDER-AGGR
                   IF EXP-REGO-TOTAL > WS-LEGAL-LIMIT
                       MOVE 'OVER REG O INDIVIDUAL LIMIT'
                           TO WS-EXCEPTION-TEXT
                       PERFORM 4900-REPORT-EXCEPTION
                   ELSE
                       IF EXP-REGO-TOTAL > WS-BOARD-LEVEL
                           MOVE 'ABOVE BOARD APPROVAL LEVEL'
                               TO WS-EXCEPTION-TEXT
                           PERFORM 4900-REPORT-EXCEPTION
                       END-IF
                   END-IF
               END-IF
           END-IF.

       4900-REPORT-EXCEPTION.
      *    The board approval level is reported for information -
      *    the board approved that credit; everything else is a
      *    limit breach.
           IF WS-EXCEPTION-TEXT NOT = 'ABOVE BOARD APPROVAL LEVEL'
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF
           MOVE EXP-TOTAL TO WS-FMT-AMOUNT
           CALL 'FMTAMT' USING WS-FMT-AMOUNT
                               WS-FORMATTED-AMT
                               SPACES
                               WS-FMT-RC
           MOVE SPACES TO WS-FORMATTED-AMT-2
           IF EXP-CUSTOMER AND EXP-INSIDER-TYPE NOT = SPACE
               MOVE EXP-REGO-TOTAL TO WS-FMT-AMOUNT
               CALL 'FMTAMT' USING WS-FMT-AMOUNT
                                   WS-FORMATTED-AMT-2
                                   SPACES
                                   WS-FMT-RC
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING ' ' EXP-KEY-TYPE '   ' EXP-KEY-ID '   '
                  EXP-INSIDER-TYPE '  ' WS-FORMATTED-AMT ' '
                  WS-FORMATTED-AMT-2 ' ' WS-EXCEPTION-TEXT
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE EXPRPT-REC FROM WS-RPT-LINE.

       5000-BREAK-BY-HOUSEHOLD.
           OPEN INPUT SRTHH
           MOVE 'N' TO WS-EOF-SRTHH
           MOVE LOW-VALUES TO WS-CUR-ID
           MOVE ZERO TO WS-CUR-OUTSTANDING
                        WS-CUR-UNUSED
           PERFORM 5100-ACCUMULATE-HOUSEHOLD UNTIL EOF-SRTHH
           PERFORM 5500-CLOSE-HOUSEHOLD
           CLOSE SRTHH.

       5100-ACCUMULATE-HOUSEHOLD.
           READ SRTHH
               AT END MOVE 'Y' TO WS-EOF-SRTHH
           END-READ
           IF NOT EOF-SRTHH
               IF SHH-HOUSEHOLD-ID NOT = WS-CUR-ID
                   PERFORM 5500-CLOSE-HOUSEHOLD
                   MOVE SHH-HOUSEHOLD-ID TO WS-CUR-ID
               END-IF
               ADD SHH-OUTSTANDING TO WS-CUR-OUTSTANDING
               ADD SHH-UNUSED      TO WS-CUR-UNUSED
           END-IF.

       5500-CLOSE-HOUSEHOLD.
           IF WS-CUR-ID NOT = LOW-VALUES
               ADD 1 TO WS-HOUSEHOLD-COUNT
               MOVE SPACES TO EXPOSURE-RECORD
               SET EXP-HOUSEHOLD TO TRUE
               MOVE WS-CUR-ID          TO EXP-KEY-ID
               MOVE WS-CUR-ID          TO EXP-HOUSEHOLD-ID
               MOVE WS-CUR-OUTSTANDING TO EXP-OUTSTANDING
               MOVE WS-CUR-UNUSED      TO EXP-UNUSED
               COMPUTE EXP-TOTAL =
                   WS-CUR-OUTSTANDING + WS-CUR-UNUSED
               MOVE ZERO               TO EXP-REGO-TOTAL
               MOVE BUS-DATE           TO EXP-AS-OF-DATE
               IF EXP-TOTAL > WS-LEGAL-LIMIT
                   MOVE 'HOUSEHOLD OVER LEGAL LIMIT'
                       TO WS-EXCEPTION-TEXT
                   PERFORM 4900-REPORT-EXCEPTION
               END-IF
               WRITE EXPOSURE-REC FROM EXPOSURE-RECORD
                   INVALID KEY
                       DISPLAY 'LENDEXPO DUPLICATE EXPOSURE KEY '
                               EXP-KEY
               END-WRITE
           END-IF
           MOVE ZERO TO WS-CUR-OUTSTANDING
                        WS-CUR-UNUSED.

       6000-WRITE-LIMITS.
      *    Reg O caps credit to all insiders together at capital and
      *    surplus.
           MOVE SPACES TO EXPOSURE-RECORD
           SET EXP-LIMITS TO TRUE
           MOVE 'LIMITS'          TO EXP-KEY-ID
           MOVE WS-CAPITAL        TO EXP-CAPITAL
           MOVE WS-LEGAL-LIMIT    TO EXP-LEGAL-LIMIT
           MOVE WS-BOARD-LEVEL    TO EXP-BOARD-LEVEL
           MOVE WS-INSIDER-AGGR   TO EXP-INSIDER-AGGR
           MOVE BUS-DATE          TO EXP-AS-OF-DATE
           WRITE EXPOSURE-REC FROM EXPOSURE-RECORD
               INVALID KEY
                   DISPLAY 'LENDEXPO LIMITS RECORD NOT WRITTEN'
           END-WRITE
           MOVE WS-INSIDER-AGGR TO WS-FMT-AMOUNT
           CALL 'FMTAMT' USING WS-FMT-AMOUNT
                               WS-FORMATTED-AMT
                               SPACES
                               WS-FMT-RC
           MOVE SPACES TO WS-RPT-LINE
           WRITE EXPRPT-REC FROM WS-RPT-LINE
           STRING 'AGGREGATE CREDIT TO ALL INSIDERS: '
                  WS-FORMATTED-AMT
               DELIMITED SIZE INTO WS-RPT-LINE
           IF WS-INSIDER-AGGR > WS-CAPITAL
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE '  OVER REG O AGGREGATE LIMIT'
                   TO WS-RPT-LINE(55:28)
           END-IF
           WRITE EXPRPT-REC FROM WS-RPT-LINE.

       9000-END.
           MOVE SPACES TO WS-RPT-LINE
           WRITE EXPRPT-REC FROM WS-RPT-LINE
           MOVE WS-BORROWER-COUNT TO WS-COUNT-DISP
           STRING 'BORROWERS AGGREGATED:  ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE EXPRPT-REC FROM WS-RPT-LINE
           MOVE WS-HOUSEHOLD-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'HOUSEHOLDS AGGREGATED: ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE EXPRPT-REC FROM WS-RPT-LINE
           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'LIMIT EXCEPTIONS:      ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE EXPRPT-REC FROM WS-RPT-LINE
           CLOSE EXPOSURE
                 EXPRPT
           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-DISP
           DISPLAY 'LENDEXPO LIMIT EXCEPTIONS: ' WS-COUNT-DISP
           IF WS-EXCEPTION-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
