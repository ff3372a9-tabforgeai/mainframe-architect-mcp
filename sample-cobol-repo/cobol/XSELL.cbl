      *----------------------------------------------------------------*
      * PROGRAM:  XSELL                                                *
      * PURPOSE:  Monthly product-gap cross-sell prospect lists for    *
      *           the branches. Everything a customer holds is staged  *
      *           and lined up per CUSTOMER-ID - open ACCTMAST         *
      *           accounts (CH, SA, TD, IR), active TDFILE             *
      *           certificates with their maturity, active LOANFILE    *
      *           loans by type, the month's average daily balance     *
      *           off BALHIST and active BKFILE bankruptcies - and     *
      *           tested against marketing's rules on PARMS.XSELL (see *
      *           XSLDATA) with the credit score and income off the    *
      *           customer master. Customers who opted out of          *
      *           solicitation (PRIVOPT), are suspended, dormant,      *
      *           closed or in estate, hold a suspended or dormant     *
      *           account, or are under a bankruptcy stay are never    *
      *           listed. Prospects are listed by home branch and      *
      *           relationship officer (ASSIGNS; the loan officer      *
      *           when the relationship has no named banker) and       *
      *           carried on the PROSPHST generations for 90 days;     *
      *           each month the open prospects are checked for the    *
      *           offered product opened since listing, and those      *
      *           whose 90 days have run out are reported on the       *
      *           follow-up report, opened or not, by branch and       *
      *           officer and by rule. SYSIN is the month as CCYYMM    *
      *           for the average balances (blank is the business      *
      *           date's month). RC=4 when a rule card was rejected.   *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    DBREAD01                                             *
      * COPYBOOKS: ACCTMST, TDDATA, LOANDATA, APPLDATA, BALHDATA,      *
      *            BKDATA, ASGNDATA, PRIVDATA, CUSTMAST, XSLDATA,      *
      *            ERRDATA, BUSDATE                                    *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     XSELL.
       AUTHOR.         TABFORGE-AI.
       DATE-WRITTEN.   2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARMFILE ASSIGN TO UT-S-PARMFILE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT BUSDATEF ASSIGN TO UT-S-BUSDATE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT BRANCHES ASSIGN TO UT-S-BRANCHES
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS SEQUENTIAL
                           RECORD KEY   IS BRANCHES-BRANCH.
           SELECT ASSIGNS  ASSIGN TO UT-S-ASSIGNS
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS RANDOM
                           RECORD KEY   IS ASSIGNS-CUSTOMER-ID.
           SELECT PRIVOPT  ASSIGN TO UT-S-PRIVOPT
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS RANDOM
                           RECORD KEY   IS PRIVOPT-CUSTOMER-ID.
           SELECT APPLFILE ASSIGN TO UT-S-APPLFILE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT ACCTMAST ASSIGN TO UT-S-ACCTMAST
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS SEQUENTIAL
                           RECORD KEY   IS AMF-ACCOUNT-NUMBER.
           SELECT TDFILE   ASSIGN TO UT-S-TDFILE
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS SEQUENTIAL
                           RECORD KEY   IS TDFILE-TD-ID.
           SELECT LOANFILE ASSIGN TO UT-S-LOANFILE
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS SEQUENTIAL
                           RECORD KEY   IS LOANFILE-LOAN-ID.
           SELECT BALHIST  ASSIGN TO UT-S-BALHIST
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS SEQUENTIAL
                           RECORD KEY   IS BHF-KEY.
           SELECT BKFILE   ASSIGN TO UT-S-BKFILE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT HISTIN   ASSIGN TO UT-S-HISTIN
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT HISTOUT  ASSIGN TO UT-S-HISTOUT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT WRKFILE  ASSIGN TO UT-S-WRKFILE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT SORTWK1  ASSIGN TO UT-S-SORTWK.
           SELECT SRTWRK   ASSIGN TO UT-S-SRTWRK
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT PRSWORK  ASSIGN TO UT-S-PRSWORK
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT SORTWK2  ASSIGN TO UT-S-SORTWK2.
           SELECT SRTPRS   ASSIGN TO UT-S-SRTPRS
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT FUPWORK  ASSIGN TO UT-S-FUPWORK
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT SORTWK3  ASSIGN TO UT-S-SORTWK3.
           SELECT SRTFUP   ASSIGN TO UT-S-SRTFUP
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT XSLRPT   ASSIGN TO UT-S-XSLRPT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT XSLFUP   ASSIGN TO UT-S-XSLFUP
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    PARMS.XSELL - marketing's product-gap rules (see XSLDATA).
       FD  PARMFILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PARMFILE-REC               PIC X(80).

       FD  BUSDATEF
           RECORDING MODE IS F
           RECORD CONTAINS 30 CHARACTERS.
       01  BUSDATEF-REC               PIC X(30).

       FD  BRANCHES
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  BRANCHES-REC.
           05  BRANCHES-BRANCH        PIC X(04).
           05  FILLER                 PIC X(76).

       FD  ASSIGNS
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  ASSIGNS-REC.
           05  ASSIGNS-CUSTOMER-ID    PIC X(10).
           05  FILLER                 PIC X(50).

       FD  PRIVOPT
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  PRIVOPT-REC.
           05  PRIVOPT-CUSTOMER-ID    PIC X(10).
           05  FILLER                 PIC X(50).

      *    Funded applications tie a loan with no LOAN-CUSTOMER-ID
      *    to its borrower, as BRSCORE links them.
       FD  APPLFILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  APPLFILE-REC               PIC X(100).

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

       FD  LOANFILE
           RECORDING MODE IS F
           RECORD CONTAINS 300 CHARACTERS.
       01  LOANFILE-REC.
           05  LOANFILE-LOAN-ID       PIC X(12).
           05  FILLER                 PIC X(288).

       FD  BALHIST
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  BALHIST-REC.
           05  BHF-KEY.
               10  BHF-CUSTOMER-ID    PIC X(10).
               10  BHF-DATE           PIC X(08).
           05  FILLER                 PIC X(22).

      *    BKMNT's bankruptcy status file (see BKDATA).
       FD  BKFILE
           RECORDING MODE IS F
           RECORD CONTAINS 70 CHARACTERS.
       01  BKFILE-REC                 PIC X(70).

      *    Prospects still inside their follow-up window, last month's
      *    generation in and this month's out (see XSLDATA).
       FD  HISTIN
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  HISTIN-REC                 PIC X(100).

       FD  HISTOUT
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  HISTOUT-REC                PIC X(100).

      *    One record per holding, balance or prospect on file (see
      *    WS-STAGED-RECORD); SORTWK1 lines them up by customer with
      *    the holdings ahead of the prospects being followed up.
       FD  WRKFILE
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
       01  WRKFILE-REC                PIC X(120).

       SD  SORTWK1
           RECORD CONTAINS 120 CHARACTERS.
       01  SORTWK1-REC.
           05  SORTWK1-KEY            PIC X(11).
           05  FILLER                 PIC X(109).

       FD  SRTWRK
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
       01  SRTWRK-REC                 PIC X(120).

      *    The month's new prospects for the branch lists - the
      *    history record with what the list shows beside it.
       FD  PRSWORK
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
       01  PRSWORK-REC.
           05  PWK-HISTORY-IMAGE      PIC X(100).
           05  PWK-AVG-BALANCE        PIC S9(13)V99 COMP-3.
           05  PWK-CREDIT-SCORE       PIC 9(03).
           05  PWK-SEGMENT            PIC X(02).
           05  PWK-HELD               PIC X(32).
           05  FILLER                 PIC X(05).

       SD  SORTWK2
           RECORD CONTAINS 150 CHARACTERS.
       01  SORTWK2-REC.
           05  SP2-CUSTOMER-ID        PIC X(10).
           05  FILLER                 PIC X(24).
           05  SP2-BRANCH             PIC X(04).
           05  SP2-OFFICER-ID         PIC X(08).
           05  FILLER                 PIC X(104).

       FD  SRTPRS
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
       01  SRTPRS-REC.
           05  SPR-HISTORY-IMAGE      PIC X(100).
           05  SPR-AVG-BALANCE        PIC S9(13)V99 COMP-3.
           05  SPR-CREDIT-SCORE       PIC 9(03).
           05  SPR-SEGMENT            PIC X(02).
           05  SPR-HELD               PIC X(32).
           05  FILLER                 PIC X(05).

      *    Prospects whose follow-up window closed this month.
       FD  FUPWORK
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  FUPWORK-REC                PIC X(100).

       SD  SORTWK3
           RECORD CONTAINS 100 CHARACTERS.
       01  SORTWK3-REC.
           05  SF3-CUSTOMER-ID        PIC X(10).
           05  FILLER                 PIC X(24).
           05  SF3-BRANCH             PIC X(04).
           05  SF3-OFFICER-ID         PIC X(08).
           05  FILLER                 PIC X(54).

       FD  SRTFUP
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  SRTFUP-REC                 PIC X(100).

       FD  XSLRPT
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  XSLRPT-REC                 PIC X(133).

       FD  XSLFUP
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  XSLFUP-REC                 PIC X(133).

       WORKING-STORAGE SECTION.
       01  WS-XSELL-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'XSELL'.
           05  WS-EOF-INPUT           PIC X(1)  VALUE 'N'.
               88  EOF-INPUT              VALUE 'Y'.
           05  WS-EOF-SORTED          PIC X(1)  VALUE 'N'.
               88  EOF-SORTED             VALUE 'Y'.
           05  WS-MONTH-X             PIC X(6)  VALUE SPACES.
           05  WS-MONTH-N REDEFINES WS-MONTH-X
                                      PIC 9(6).
           05  WS-REPORT-MONTH        PIC X(6)  VALUE SPACES.
           05  WS-BUS-DATE-8          PIC 9(8)  VALUE ZERO.
           05  WS-WORK-DATE-8         PIC 9(8)  VALUE ZERO.
           05  WS-FOLLOW-UP-DATE      PIC X(8)  VALUE SPACES.
      *    How long a listed prospect has to open the product.
           05  WS-FOLLOW-UP-DAYS      PIC 9(3)  VALUE 90.
           05  WS-STAGE-CUSTOMER      PIC X(10) VALUE SPACES.
           05  WS-CUR-CUSTOMER        PIC X(10) VALUE LOW-VALUES.
           05  WS-CUR-BRANCH          PIC X(04) VALUE LOW-VALUES.
           05  WS-CUR-OFFICER         PIC X(08) VALUE LOW-VALUES.
           05  WS-LOOKUP-CODE         PIC X(04) VALUE SPACES.
           05  WS-PRODUCT-OK          PIC X(01) VALUE 'N'.
           05  WS-RULE-OK             PIC X(01) VALUE 'N'.
           05  WS-RULE-MATCH          PIC X(01) VALUE 'N'.
           05  WS-ELIGIBLE            PIC X(01) VALUE 'N'.
           05  WS-ASG-READ            PIC X(01) VALUE 'N'.
           05  WS-READ-RC             PIC S9(04) COMP VALUE ZERO.
           05  WS-LINK-COUNT          PIC 9(4)  COMP VALUE ZERO.
           05  WS-LINK-IX             PIC 9(4)  COMP VALUE ZERO.
           05  WS-BRN-COUNT           PIC 9(4)  COMP VALUE ZERO.
           05  WS-BRN-IX              PIC 9(4)  COMP VALUE ZERO.
           05  WS-RUL-COUNT           PIC 9(3)  COMP VALUE ZERO.
           05  WS-RUL-IX              PIC 9(3)  COMP VALUE ZERO.
           05  WS-FRL-COUNT           PIC 9(3)  COMP VALUE ZERO.
           05  WS-FRL-IX              PIC 9(3)  COMP VALUE ZERO.
           05  WS-PRD-IX              PIC 9(2)  COMP VALUE ZERO.
           05  WS-PRD-FROM            PIC 9(2)  COMP VALUE ZERO.
           05  WS-PRD-TO              PIC 9(2)  COMP VALUE ZERO.
           05  WS-LCK-IX              PIC 9(2)  COMP VALUE ZERO.
           05  WS-OPN-COUNT           PIC 9(2)  COMP VALUE ZERO.
           05  WS-OPN-IX              PIC 9(2)  COMP VALUE ZERO.
           05  WS-HELD-COUNT          PIC 9(2)  COMP VALUE ZERO.
           05  WS-HELD-PTR            PIC 9(3)  COMP VALUE ZERO.
           05  WS-LEVEL-IX            PIC 9(1)  COMP VALUE ZERO.
           05  WS-RULES-REJECTED      PIC 9(5)  COMP VALUE ZERO.
           05  WS-STAGED-COUNT        PIC 9(9)  COMP VALUE ZERO.
           05  WS-CUSTOMER-COUNT      PIC 9(7)  COMP VALUE ZERO.
           05  WS-PROSPECT-COUNT      PIC 9(7)  COMP VALUE ZERO.
           05  WS-CARRIED-COUNT       PIC 9(7)  COMP VALUE ZERO.
           05  WS-CONVERTED-COUNT     PIC 9(7)  COMP VALUE ZERO.
           05  WS-CLOSED-COUNT        PIC 9(7)  COMP VALUE ZERO.
           05  WS-RELISTED-COUNT      PIC 9(7)  COMP VALUE ZERO.
           05  WS-EXCL-BANKRUPT       PIC 9(7)  COMP VALUE ZERO.
           05  WS-EXCL-INACTIVE       PIC 9(7)  COMP VALUE ZERO.
           05  WS-EXCL-CLOSED         PIC 9(7)  COMP VALUE ZERO.
           05  WS-EXCL-NOT-ON-FILE    PIC 9(7)  COMP VALUE ZERO.
           05  WS-EXCL-OPTED-OUT      PIC 9(7)  COMP VALUE ZERO.
           05  WS-BAL-CUSTOMER        PIC X(10) VALUE LOW-VALUES.
           05  WS-BAL-DAYS            PIC 9(3)  COMP VALUE ZERO.
           05  WS-BAL-SUM             PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-RATE                PIC 9(3)V9 VALUE ZERO.
           05  WS-RATE-DISP           PIC ZZ9.9.
           05  WS-COUNT-DISP          PIC ZZZZZZ9.
           05  WS-COUNT-DISP2         PIC ZZZZZZ9.
           05  WS-RPT-LINE            PIC X(133) VALUE SPACES.

      *    One staged record - a holding ('A': a product, or with no
      *    product just a hold on the customer), the month's average
      *    balance ('B') or a prospect being followed up ('H').
       01  WS-STAGED-RECORD.
           05  WXS-CUSTOMER-ID        PIC X(10).
           05  WXS-KIND               PIC X(01).
               88  WXS-HOLDING            VALUE 'A'.
               88  WXS-AVG-BALANCE        VALUE 'B'.
               88  WXS-PROSPECT           VALUE 'H'.
           05  WXS-DETAIL             PIC X(109).
           05  WXS-HOLDING-DETAIL REDEFINES WXS-DETAIL.
               10  WXS-PRODUCT        PIC X(04).
               10  WXS-OPENED-DATE    PIC X(08).
               10  WXS-MATURITY-DATE  PIC X(08).
               10  WXS-AMOUNT         PIC S9(13)V99 COMP-3.
               10  WXS-OFFICER-ID     PIC X(08).
               10  WXS-HOLD-FLAG      PIC X(01).
                   88  WXS-ACCOUNT-HOLD   VALUE 'S'.
                   88  WXS-BK-STAY        VALUE 'B'.
               10  FILLER             PIC X(72).
           05  WXS-PROSPECT-DETAIL REDEFINES WXS-DETAIL.
               10  WXS-HISTORY-IMAGE  PIC X(100).
               10  FILLER             PIC X(09).

      *    Product codes the rules may name, in holding-slot order:
      *    the deposit products, then the loan types. LOAN on a rule
      *    covers slots 5 through 8.
       01  WS-PRODUCT-VALUES.
           05  FILLER                 PIC X(04) VALUE 'CH'.
           05  FILLER                 PIC X(04) VALUE 'SA'.
           05  FILLER                 PIC X(04) VALUE 'TD'.
           05  FILLER                 PIC X(04) VALUE 'IR'.
           05  FILLER                 PIC X(04) VALUE 'PERS'.
           05  FILLER                 PIC X(04) VALUE 'MORT'.
           05  FILLER                 PIC X(04) VALUE 'VEHI'.
           05  FILLER                 PIC X(04) VALUE 'HELC'.
       01  WS-PRODUCT-TABLE REDEFINES WS-PRODUCT-VALUES.
           05  WS-PRD-CODE            PIC X(04) OCCURS 8 TIMES.

      *    What the customer being worked holds, slot per product.
       01  WS-CUSTOMER-HOLDINGS.
           05  WS-HOLDING OCCURS 8 TIMES.
               10  WS-HLD-HELD        PIC X(01).
               10  WS-HLD-OPENED      PIC X(08).
               10  WS-HLD-MATURITY    PIC X(08).
           05  WS-CUS-DEPOSITS        PIC S9(15)V99 COMP-3.
           05  WS-CUS-AVG-BALANCE     PIC S9(13)V99 COMP-3.
           05  WS-CUS-HAS-AVG         PIC X(01).
           05  WS-CUS-ACCOUNT-HOLD    PIC X(01).
           05  WS-CUS-BK-STAY         PIC X(01).
           05  WS-CUS-LOAN-OFFICER    PIC X(08).
           05  WS-CUS-BRANCH          PIC X(04).
           05  WS-CUS-OFFICER         PIC X(08).
           05  WS-CUS-HELD-LIST       PIC X(32).
      *        Products the customer is already listed for - still in
      *        a follow-up window, or listed earlier this run.
           05  WS-OPN-OFFER           PIC X(04) OCCURS 20 TIMES.

      *    Result of a holding test on WS-LOOKUP-CODE.
       01  WS-HELD-TEST.
           05  WS-TST-HELD            PIC X(01).
           05  WS-TST-SLOTS           PIC 9(2)  COMP.
           05  WS-TST-OPENED          PIC X(08).
           05  WS-TST-MATURITY        PIC X(08).

      *    Marketing's rules as loaded, with the latest maturity date
      *    each rule's window reaches and the month's count.
       01  WS-RULE-TABLE.
           05  WS-RUL-ENTRY OCCURS 50 TIMES.
               10  WS-RUL-CARD        PIC X(80).
               10  WS-RUL-MATURE-LIMIT PIC X(08).
               10  WS-RUL-LISTED      PIC 9(7)  COMP.

      *    Follow-up results by the rule that listed the prospect -
      *    the rule may have been retired since.
       01  WS-FUP-RULE-TABLE.
           05  WS-FRL-ENTRY OCCURS 50 TIMES.
               10  WS-FRL-RULE-ID     PIC X(04).
               10  WS-FRL-LISTED      PIC 9(7)  COMP.
               10  WS-FRL-OPENED      PIC 9(7)  COMP.

      *    Officer, branch and all-branch counts for both reports.
       01  WS-LEVEL-TOTALS.
           05  WS-LEVEL OCCURS 3 TIMES.
               10  WS-LVL-LISTED      PIC 9(7)  COMP.
               10  WS-LVL-OPENED      PIC 9(7)  COMP.
       01  WS-LINE-LABEL              PIC X(24) VALUE SPACES.

      *    Branch table - current name for each branch.
       01  WS-BRANCH-TABLE.
           05  WS-BRN-ENTRY OCCURS 500 TIMES.
               10  WS-BRN-BRANCH      PIC X(04).
               10  WS-BRN-NAME        PIC X(30).

      *    Funded application links - older loans carry no customer
      *    of their own.
       01  WS-LINK-TABLE.
           05  WS-LINK-ENTRY OCCURS 2000 TIMES.
               10  WS-LNK-LOAN        PIC X(12).
               10  WS-LNK-CUST        PIC X(10).

      *    One line of the branch prospect list.
       01  WS-PROSPECT-LINE.
           05  FILLER                 PIC X(06).
           05  PLN-CUSTOMER-ID        PIC X(10).
           05  FILLER                 PIC X(02).
           05  PLN-NAME               PIC X(30).
           05  FILLER                 PIC X(01).
           05  PLN-SEGMENT            PIC X(02).
           05  FILLER                 PIC X(02).
           05  PLN-RULE-ID            PIC X(04).
           05  FILLER                 PIC X(02).
           05  PLN-OFFER              PIC X(04).
           05  FILLER                 PIC X(01).
           05  PLN-AVG-BALANCE        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(02).
           05  PLN-SCORE              PIC ZZ9.
           05  FILLER                 PIC X(02).
           05  PLN-HELD               PIC X(32).
           05  FILLER                 PIC X(15).

      *    One line of the follow-up report.
       01  WS-FOLLOW-UP-LINE.
           05  FILLER                 PIC X(06).
           05  FLN-CUSTOMER-ID        PIC X(10).
           05  FILLER                 PIC X(02).
           05  FLN-NAME               PIC X(30).
           05  FILLER                 PIC X(02).
           05  FLN-RULE-ID            PIC X(04).
           05  FILLER                 PIC X(02).
           05  FLN-OFFER              PIC X(04).
           05  FILLER                 PIC X(02).
           05  FLN-LISTED-DATE        PIC X(08).
           05  FILLER                 PIC X(02).
           05  FLN-FOLLOW-UP-DATE     PIC X(08).
           05  FILLER                 PIC X(02).
           05  FLN-RESULT             PIC X(20).
           05  FILLER                 PIC X(31).

       COPY ACCTMST.
       COPY TDDATA.
       COPY LOANDATA.
       COPY APPLDATA.
       COPY BALHDATA.
       COPY BKDATA.
       COPY ASGNDATA.
       COPY PRIVDATA.
       COPY CUSTMAST.
       COPY XSLDATA.
       COPY ERRDATA.
       COPY BUSDATE.

       PROCEDURE DIVISION.

       1000-INIT.
           OPEN INPUT BUSDATEF
           READ BUSDATEF INTO BUSINESS-DATE-RECORD
               AT END
                   MOVE FUNCTION CURRENT-DATE(1:8) TO BUS-DATE
           END-READ
           CLOSE BUSDATEF
           ACCEPT WS-MONTH-X FROM SYSIN
           IF WS-MONTH-X NUMERIC AND WS-MONTH-N > ZERO
               MOVE WS-MONTH-X TO WS-REPORT-MONTH
           ELSE
               MOVE BUS-DATE(1:6) TO WS-REPORT-MONTH
           END-IF
           MOVE BUS-DATE TO WS-BUS-DATE-8
           COMPUTE WS-WORK-DATE-8 = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-BUS-DATE-8)
                + WS-FOLLOW-UP-DAYS)
           MOVE WS-WORK-DATE-8 TO WS-FOLLOW-UP-DATE
           PERFORM 1050-LOAD-RULES
           PERFORM 1100-LOAD-BRANCHES
           PERFORM 1200-LOAD-APPLICATIONS
           OPEN OUTPUT WRKFILE
           PERFORM 2000-STAGE-ACCOUNTS
           PERFORM 2100-STAGE-TERM-DEPOSITS
           PERFORM 2200-STAGE-LOANS
           PERFORM 2300-STAGE-BALANCES
           PERFORM 2400-STAGE-BANKRUPTCIES
           PERFORM 2500-STAGE-PROSPECTS
           CLOSE WRKFILE
           SORT SORTWK1
               ON ASCENDING KEY SORTWK1-KEY
               USING WRKFILE
               GIVING SRTWRK
           PERFORM 3000-MATCH-CUSTOMERS
           SORT SORTWK2
               ON ASCENDING KEY SP2-BRANCH
                                SP2-OFFICER-ID
                                SP2-CUSTOMER-ID
               USING PRSWORK
               GIVING SRTPRS
           PERFORM 4000-WRITE-PROSPECT-LISTS
           SORT SORTWK3
               ON ASCENDING KEY SF3-BRANCH
                                SF3-OFFICER-ID
                                SF3-CUSTOMER-ID
               USING FUPWORK
               GIVING SRTFUP
           PERFORM 5000-WRITE-FOLLOW-UP
           PERFORM 9000-END.

       1050-LOAD-RULES.
           OPEN INPUT PARMFILE
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ PARMFILE
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT
                       AND PARMFILE-REC(1:1) NOT = '*'
                       AND PARMFILE-REC NOT = SPACES
                   MOVE PARMFILE-REC TO CROSS-SELL-RULE
                   PERFORM 1060-EDIT-RULE
                   IF WS-RULE-OK = 'Y'
                       PERFORM 1080-ADD-RULE
                   ELSE
                       ADD 1 TO WS-RULES-REJECTED
                       DISPLAY 'XSELL RULE REJECTED: '
                               PARMFILE-REC(1:53)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE PARMFILE
           IF WS-RUL-COUNT = ZERO
               DISPLAY 'XSELL NO RULES ON PARMS.XSELL - '
                       'NO PROSPECTS LISTED'
           END-IF.

       1060-EDIT-RULE.
      *    Blank numeric tests are not applied - held as zero.
           MOVE 'Y' TO WS-RULE-OK
           IF XSR-MIN-AVG-BAL = SPACES
               MOVE ZERO TO XSR-MIN-AVG-BAL
           END-IF
           IF XSR-MIN-SCORE = SPACES
               MOVE ZERO TO XSR-MIN-SCORE
           END-IF
           IF XSR-MIN-INCOME = SPACES
               MOVE ZERO TO XSR-MIN-INCOME
           END-IF
           IF XSR-MATURE-DAYS = SPACES
               MOVE ZERO TO XSR-MATURE-DAYS
           END-IF
           IF XSR-RULE-ID = SPACES
                   OR XSR-MIN-AVG-BAL NOT NUMERIC
                   OR XSR-MIN-SCORE NOT NUMERIC
                   OR XSR-MIN-INCOME NOT NUMERIC
                   OR XSR-MATURE-DAYS NOT NUMERIC
                   OR (XSR-HOLDS-ONLY-FLAG NOT = SPACE
                       AND NOT XSR-HOLDS-ONLY)
               MOVE 'N' TO WS-RULE-OK
           END-IF
           MOVE XSR-OFFER TO WS-LOOKUP-CODE
           PERFORM 1070-CHECK-PRODUCT
           IF WS-PRODUCT-OK = 'N'
               MOVE 'N' TO WS-RULE-OK
           END-IF
      *    Holding only one product, or its maturity, means naming it.
           IF XSR-HOLDS = SPACES
               IF XSR-HOLDS-ONLY
                       OR (XSR-MATURE-DAYS NUMERIC
                           AND XSR-MATURE-DAYS > ZERO)
                   MOVE 'N' TO WS-RULE-OK
               END-IF
           ELSE
               MOVE XSR-HOLDS TO WS-LOOKUP-CODE
               PERFORM 1070-CHECK-PRODUCT
               IF WS-PRODUCT-OK = 'N'
                   MOVE 'N' TO WS-RULE-OK
               END-IF
           END-IF
           PERFORM VARYING WS-LCK-IX FROM 1 BY 1 UNTIL WS-LCK-IX > 3
               IF XSR-LACKS(WS-LCK-IX) NOT = SPACES
                   MOVE XSR-LACKS(WS-LCK-IX) TO WS-LOOKUP-CODE
                   PERFORM 1070-CHECK-PRODUCT
                   IF WS-PRODUCT-OK = 'N'
                       MOVE 'N' TO WS-RULE-OK
                   END-IF
               END-IF
           END-PERFORM.

       1070-CHECK-PRODUCT.
           MOVE 'N' TO WS-PRODUCT-OK
           IF WS-LOOKUP-CODE = 'LOAN'
               MOVE 'Y' TO WS-PRODUCT-OK
           ELSE
               PERFORM VARYING WS-PRD-IX FROM 1 BY 1
                       UNTIL WS-PRD-IX > 8
                   IF WS-PRD-CODE(WS-PRD-IX) = WS-LOOKUP-CODE
                       MOVE 'Y' TO WS-PRODUCT-OK
                   END-IF
               END-PERFORM
           END-IF.

       1080-ADD-RULE.
           IF WS-RUL-COUNT < 50
               ADD 1 TO WS-RUL-COUNT
               MOVE CROSS-SELL-RULE TO WS-RUL-CARD(WS-RUL-COUNT)
               MOVE ZERO TO WS-RUL-LISTED(WS-RUL-COUNT)
               MOVE SPACES TO WS-RUL-MATURE-LIMIT(WS-RUL-COUNT)
               IF XSR-MATURE-DAYS > ZERO
                   COMPUTE WS-WORK-DATE-8 = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WS-BUS-DATE-8)
                        + XSR-MATURE-DAYS)
                   MOVE WS-WORK-DATE-8
                       TO WS-RUL-MATURE-LIMIT(WS-RUL-COUNT)
               END-IF
           ELSE
               ADD 1 TO WS-RULES-REJECTED
               DISPLAY 'XSELL RULE TABLE FULL - RULE '
                       XSR-RULE-ID ' IGNORED'
           END-IF.

       1100-LOAD-BRANCHES.
           OPEN INPUT BRANCHES
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ BRANCHES INTO BRANCH-RECORD
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT
                   IF WS-BRN-COUNT < 500
                       ADD 1 TO WS-BRN-COUNT
                       MOVE BRN-BRANCH TO WS-BRN-BRANCH(WS-BRN-COUNT)
                       MOVE BRN-NAME   TO WS-BRN-NAME(WS-BRN-COUNT)
                   ELSE
                       DISPLAY 'XSELL BRANCH TABLE FULL - BRANCH '
                               BRN-BRANCH ' NOT LOADED'
                   END-IF
               END-IF
           END-PERFORM
           CLOSE BRANCHES.

       1200-LOAD-APPLICATIONS.
           OPEN INPUT APPLFILE
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ APPLFILE INTO LOAN-APPLICATION-RECORD
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT AND APP-FUNDED
                   IF WS-LINK-COUNT < 2000
                       ADD 1 TO WS-LINK-COUNT
                       MOVE APP-ID TO WS-LNK-LOAN(WS-LINK-COUNT)
                       MOVE APP-CUSTOMER-ID
                           TO WS-LNK-CUST(WS-LINK-COUNT)
                   ELSE
                       DISPLAY 'XSELL LINK TABLE FULL - LOAN '
                               APP-ID ' UNLINKED'
                   END-IF
               END-IF
           END-PERFORM
           CLOSE APPLFILE.

       2000-STAGE-ACCOUNTS.
      *    Every account not closed is a relationship; a suspended or
      *    dormant one keeps the customer off the lists. Loan rows
      *    are the money LOANFILE carries by type.
           OPEN INPUT ACCTMAST
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ ACCTMAST INTO ACCOUNT-MASTER-RECORD
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT AND NOT AM-STATUS-CLOSED
                   MOVE AM-CUSTOMER-ID TO WS-STAGE-CUSTOMER
                   PERFORM 2900-BUILD-HOLDING
                   IF NOT AM-TYPE-LOAN
                       MOVE AM-ACCOUNT-TYPE TO WXS-PRODUCT
                       MOVE AM-OPENED-DATE  TO WXS-OPENED-DATE
                       MOVE AM-BALANCE      TO WXS-AMOUNT
                   END-IF
                   IF AM-STATUS-SUSPENDED OR AM-STATUS-DORMANT
                       MOVE 'S' TO WXS-HOLD-FLAG
                   END-IF
                   IF WXS-PRODUCT NOT = SPACES
                           OR WXS-HOLD-FLAG NOT = SPACE
                       PERFORM 2950-WRITE-WORK-RECORD
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ACCTMAST.

       2100-STAGE-TERM-DEPOSITS.
      *    The certificate's maturity is what the maturing-CD rules
      *    test; its money is already on the ACCTMAST TD row.
           OPEN INPUT TDFILE
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ TDFILE INTO TERM-DEPOSIT-RECORD
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT AND TD-ACTIVE
                   MOVE TD-CUSTOMER-ID TO WS-STAGE-CUSTOMER
                   PERFORM 2900-BUILD-HOLDING
                   MOVE 'TD'             TO WXS-PRODUCT
                   MOVE TD-OPEN-DATE     TO WXS-OPENED-DATE
                   MOVE TD-MATURITY-DATE TO WXS-MATURITY-DATE
                   PERFORM 2950-WRITE-WORK-RECORD
               END-IF
           END-PERFORM
           CLOSE TDFILE.

       2200-STAGE-LOANS.
      *    A loan still being worked is held by type whatever its
      *    balance (a HELOC may be undrawn); a bankruptcy chapter on
      *    any of the customer's loans keeps them off the lists.
           OPEN INPUT LOANFILE
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ LOANFILE INTO LOAN-RECORD
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT
                       AND (LOAN-ACTIVE OR LOAN-DEFAULTED
                            OR LOAN-MATURED-UNPAID)
                   MOVE LOAN-CUSTOMER-ID TO WS-STAGE-CUSTOMER
                   IF WS-STAGE-CUSTOMER = SPACES
                       PERFORM VARYING WS-LINK-IX FROM 1 BY 1
                               UNTIL WS-LINK-IX > WS-LINK-COUNT
                               OR WS-STAGE-CUSTOMER NOT = SPACES
                           IF WS-LNK-LOAN(WS-LINK-IX) = LOAN-ID
                               MOVE WS-LNK-CUST(WS-LINK-IX)
                                   TO WS-STAGE-CUSTOMER
                           END-IF
                       END-PERFORM
                   END-IF
                   IF WS-STAGE-CUSTOMER NOT = SPACES
                       PERFORM 2900-BUILD-HOLDING
                       MOVE LOAN-TYPE       TO WXS-PRODUCT
                       MOVE LOAN-START-DATE TO WXS-OPENED-DATE
                       MOVE LOAN-END-DATE   TO WXS-MATURITY-DATE
                       MOVE LOAN-OFFICER-ID TO WXS-OFFICER-ID
                       IF LOAN-BK-ACTIVE
                           MOVE 'B' TO WXS-HOLD-FLAG
                       END-IF
                       PERFORM 2950-WRITE-WORK-RECORD
                   END-IF
               END-IF
           END-PERFORM
           CLOSE LOANFILE.

       2300-STAGE-BALANCES.
      *    The month's average daily balance, figured as BALRPT
      *    figures it.
           OPEN INPUT BALHIST
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ BALHIST INTO BALANCE-HISTORY-RECORD
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT
                       AND BH-DATE(1:6) = WS-REPORT-MONTH
                   IF BH-CUSTOMER-ID NOT = WS-BAL-CUSTOMER
                       PERFORM 2350-STAGE-AVERAGE
                       MOVE BH-CUSTOMER-ID TO WS-BAL-CUSTOMER
                   END-IF
                   ADD 1          TO WS-BAL-DAYS
                   ADD BH-BALANCE TO WS-BAL-SUM
               END-IF
           END-PERFORM
           PERFORM 2350-STAGE-AVERAGE
           CLOSE BALHIST.

       2350-STAGE-AVERAGE.
           IF WS-BAL-DAYS > ZERO
               MOVE WS-BAL-CUSTOMER TO WS-STAGE-CUSTOMER
               PERFORM 2900-BUILD-HOLDING
               MOVE 'B' TO WXS-KIND
               COMPUTE WXS-AMOUNT ROUNDED = WS-BAL-SUM / WS-BAL-DAYS
               PERFORM 2950-WRITE-WORK-RECORD
           END-IF
           MOVE ZERO TO WS-BAL-DAYS
                        WS-BAL-SUM.

       2400-STAGE-BANKRUPTCIES.
           OPEN INPUT BKFILE
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ BKFILE INTO BANKRUPTCY-RECORD
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT AND BKR-ACTIVE
                   MOVE BKR-CUSTOMER-ID TO WS-STAGE-CUSTOMER
                   PERFORM 2900-BUILD-HOLDING
                   MOVE 'B' TO WXS-HOLD-FLAG
                   PERFORM 2950-WRITE-WORK-RECORD
               END-IF
           END-PERFORM
           CLOSE BKFILE.

       2500-STAGE-PROSPECTS.
      *    Last month's open prospects sort in behind the customer's
      *    holdings, so the follow-up sees everything held today.
           OPEN INPUT HISTIN
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ HISTIN INTO PROSPECT-HISTORY-RECORD
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT
                   MOVE SPACES          TO WS-STAGED-RECORD
                   MOVE XSH-CUSTOMER-ID TO WXS-CUSTOMER-ID
                   MOVE 'H'             TO WXS-KIND
                   MOVE PROSPECT-HISTORY-RECORD TO WXS-HISTORY-IMAGE
                   PERFORM 2950-WRITE-WORK-RECORD
               END-IF
           END-PERFORM
           CLOSE HISTIN.

       2900-BUILD-HOLDING.
           MOVE SPACES            TO WS-STAGED-RECORD
           MOVE WS-STAGE-CUSTOMER TO WXS-CUSTOMER-ID
           MOVE 'A'               TO WXS-KIND
           MOVE ZERO              TO WXS-AMOUNT.

       2950-WRITE-WORK-RECORD.
           WRITE WRKFILE-REC FROM WS-STAGED-RECORD
           ADD 1 TO WS-STAGED-COUNT.

       3000-MATCH-CUSTOMERS.
           OPEN INPUT  SRTWRK
                       ASSIGNS
                       PRIVOPT
           OPEN OUTPUT HISTOUT
                       PRSWORK
                       FUPWORK
           MOVE 'N' TO WS-EOF-SORTED
           PERFORM UNTIL EOF-SORTED
               READ SRTWRK INTO WS-STAGED-RECORD
                   AT END MOVE 'Y' TO WS-EOF-SORTED
               END-READ
               IF NOT EOF-SORTED
                   IF WXS-CUSTOMER-ID NOT = WS-CUR-CUSTOMER
                       IF WS-CUR-CUSTOMER NOT = LOW-VALUES
                           PERFORM 3500-CLOSE-CUSTOMER
                       END-IF
                       MOVE WXS-CUSTOMER-ID TO WS-CUR-CUSTOMER
                       PERFORM 3050-CLEAR-CUSTOMER
                   END-IF
                   EVALUATE TRUE
                       WHEN WXS-HOLDING
                           PERFORM 3100-ADD-HOLDING
                       WHEN WXS-AVG-BALANCE
                           MOVE WXS-AMOUNT TO WS-CUS-AVG-BALANCE
                           MOVE 'Y'        TO WS-CUS-HAS-AVG
                       WHEN WXS-PROSPECT
                           PERFORM 3300-FOLLOW-UP-PROSPECT
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF WS-CUR-CUSTOMER NOT = LOW-VALUES
               PERFORM 3500-CLOSE-CUSTOMER
           END-IF
           CLOSE SRTWRK
                 ASSIGNS
                 PRIVOPT
                 HISTOUT
                 PRSWORK
                 FUPWORK.

       3050-CLEAR-CUSTOMER.
           INITIALIZE WS-CUSTOMER-HOLDINGS
           PERFORM VARYING WS-PRD-IX FROM 1 BY 1 UNTIL WS-PRD-IX > 8
               MOVE 'N' TO WS-HLD-HELD(WS-PRD-IX)
           END-PERFORM
           MOVE 'N' TO WS-CUS-HAS-AVG
                       WS-CUS-ACCOUNT-HOLD
                       WS-CUS-BK-STAY
                       WS-ASG-READ
           MOVE ZERO TO WS-OPN-COUNT
                        WS-HELD-COUNT.

       3100-ADD-HOLDING.
           IF WXS-ACCOUNT-HOLD
               MOVE 'Y' TO WS-CUS-ACCOUNT-HOLD
           END-IF
           IF WXS-BK-STAY
               MOVE 'Y' TO WS-CUS-BK-STAY
           END-IF
           IF WXS-OFFICER-ID NOT = SPACES
               MOVE WXS-OFFICER-ID TO WS-CUS-LOAN-OFFICER
           END-IF
           IF WXS-PRODUCT NOT = SPACES
               PERFORM VARYING WS-PRD-IX FROM 1 BY 1
                       UNTIL WS-PRD-IX > 8
                       OR WS-PRD-CODE(WS-PRD-IX) = WXS-PRODUCT
                   CONTINUE
               END-PERFORM
               IF WS-PRD-IX NOT > 8
                   PERFORM 3150-POST-HOLDING
               END-IF
           END-IF.

       3150-POST-HOLDING.
      *    The latest opening is what a follow-up looks for; the
      *    earliest maturity still to come is what a rule tests.
           IF WS-HLD-HELD(WS-PRD-IX) = 'N'
               MOVE 'Y' TO WS-HLD-HELD(WS-PRD-IX)
               ADD 1 TO WS-HELD-COUNT
           END-IF
           IF WXS-OPENED-DATE > WS-HLD-OPENED(WS-PRD-IX)
               MOVE WXS-OPENED-DATE TO WS-HLD-OPENED(WS-PRD-IX)
           END-IF
           IF WXS-MATURITY-DATE NOT = SPACES
                   AND WXS-MATURITY-DATE NOT < BUS-DATE
               IF WS-HLD-MATURITY(WS-PRD-IX) = SPACES
                       OR WXS-MATURITY-DATE
                          < WS-HLD-MATURITY(WS-PRD-IX)
                   MOVE WXS-MATURITY-DATE
                       TO WS-HLD-MATURITY(WS-PRD-IX)
               END-IF
           END-IF
           IF WS-PRD-IX NOT > 4
               ADD WXS-AMOUNT TO WS-CUS-DEPOSITS
           END-IF.

       3300-FOLLOW-UP-PROSPECT.
      *    Opened means the offered product shows an opening date
      *    inside the window. A prospect whose window has closed is
      *    reported and dropped; the rest carry to the next month.
           MOVE WXS-HISTORY-IMAGE TO PROSPECT-HISTORY-RECORD
           IF XSH-NOT-OPENED
               MOVE XSH-OFFER TO WS-LOOKUP-CODE
               PERFORM 3910-TEST-HELD
               IF WS-TST-HELD = 'Y'
                       AND WS-TST-OPENED NOT < XSH-LISTED-DATE
                       AND WS-TST-OPENED NOT > XSH-FOLLOW-UP-DATE
                   MOVE 'C'           TO XSH-STATUS
                   MOVE WS-TST-OPENED TO XSH-OPENED-DATE
                   ADD 1 TO WS-CONVERTED-COUNT
               END-IF
           END-IF
           IF XSH-FOLLOW-UP-DATE NOT > BUS-DATE
               WRITE FUPWORK-REC FROM PROSPECT-HISTORY-RECORD
               ADD 1 TO WS-CLOSED-COUNT
           ELSE
               WRITE HISTOUT-REC FROM PROSPECT-HISTORY-RECORD
               ADD 1 TO WS-CARRIED-COUNT
               MOVE XSH-OFFER TO WS-LOOKUP-CODE
               PERFORM 3950-NOTE-LISTED
           END-IF.

       3500-CLOSE-CUSTOMER.
      *    Only a customer holding something is a cross-sell prospect;
      *    the exclusions are counted in the order they are tested.
           IF WS-HELD-COUNT > ZERO
               ADD 1 TO WS-CUSTOMER-COUNT
               IF WS-CUS-HAS-AVG = 'N'
                   MOVE WS-CUS-DEPOSITS TO WS-CUS-AVG-BALANCE
               END-IF
               PERFORM 3550-CHECK-ELIGIBLE
               IF WS-ELIGIBLE = 'Y'
                   PERFORM 3580-BUILD-HELD-LIST
                   PERFORM 3600-APPLY-RULE
                       VARYING WS-RUL-IX FROM 1 BY 1
                       UNTIL WS-RUL-IX > WS-RUL-COUNT
               END-IF
           END-IF.

       3550-CHECK-ELIGIBLE.
           MOVE 'Y' TO WS-ELIGIBLE
           IF WS-CUS-BK-STAY = 'Y'
               MOVE 'N' TO WS-ELIGIBLE
               ADD 1 TO WS-EXCL-BANKRUPT
           END-IF
           IF WS-ELIGIBLE = 'Y' AND WS-CUS-ACCOUNT-HOLD = 'Y'
               MOVE 'N' TO WS-ELIGIBLE
               ADD 1 TO WS-EXCL-INACTIVE
           END-IF
           IF WS-ELIGIBLE = 'Y'
               CALL 'DBREAD01' USING WS-CUR-CUSTOMER
                                     CUSTOMER-RECORD
                                     WS-READ-RC
               EVALUATE TRUE
                   WHEN WS-READ-RC NOT = ZERO
                       MOVE 'N' TO WS-ELIGIBLE
                       ADD 1 TO WS-EXCL-NOT-ON-FILE
                   WHEN STATUS-SUSPENDED OR STATUS-DORMANT
                       MOVE 'N' TO WS-ELIGIBLE
                       ADD 1 TO WS-EXCL-INACTIVE
                   WHEN NOT STATUS-ACTIVE
                       MOVE 'N' TO WS-ELIGIBLE
                       ADD 1 TO WS-EXCL-CLOSED
               END-EVALUATE
           END-IF
      *    No PRIVOPT record means no opt-out.
           IF WS-ELIGIBLE = 'Y'
               MOVE WS-CUR-CUSTOMER TO PRIVOPT-CUSTOMER-ID
               READ PRIVOPT INTO PRIVACY-ELECTION-RECORD
                   KEY IS PRIVOPT-CUSTOMER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PRV-SOLICIT-OPTED-OUT
                           MOVE 'N' TO WS-ELIGIBLE
                           ADD 1 TO WS-EXCL-OPTED-OUT
                       END-IF
               END-READ
           END-IF.

       3580-BUILD-HELD-LIST.
           MOVE SPACES TO WS-CUS-HELD-LIST
           MOVE 1 TO WS-HELD-PTR
           PERFORM VARYING WS-PRD-IX FROM 1 BY 1 UNTIL WS-PRD-IX > 8
               IF WS-HLD-HELD(WS-PRD-IX) = 'Y'
                   STRING WS-PRD-CODE(WS-PRD-IX) DELIMITED SPACE
                          ' '                    DELIMITED SIZE
                       INTO WS-CUS-HELD-LIST
                       WITH POINTER WS-HELD-PTR
               END-IF
           END-PERFORM.

       3600-APPLY-RULE.
           MOVE WS-RUL-CARD(WS-RUL-IX) TO CROSS-SELL-RULE
           PERFORM 3700-TEST-RULE
           IF WS-RULE-MATCH = 'Y'
               PERFORM 3800-LIST-PROSPECT
           END-IF.

       3700-TEST-RULE.
           MOVE 'Y' TO WS-RULE-MATCH
      *    Not for a product already held or already offered.
           MOVE XSR-OFFER TO WS-LOOKUP-CODE
           PERFORM 3910-TEST-HELD
           IF WS-TST-HELD = 'Y'
               MOVE 'N' TO WS-RULE-MATCH
           END-IF
           IF WS-RULE-MATCH = 'Y'
               PERFORM VARYING WS-OPN-IX FROM 1 BY 1
                       UNTIL WS-OPN-IX > WS-OPN-COUNT
                   IF WS-OPN-OFFER(WS-OPN-IX) = XSR-OFFER
                       MOVE 'N' TO WS-RULE-MATCH
                   END-IF
               END-PERFORM
               IF WS-RULE-MATCH = 'N'
                   ADD 1 TO WS-RELISTED-COUNT
               END-IF
           END-IF
           IF WS-RULE-MATCH = 'Y' AND XSR-HOLDS NOT = SPACES
               MOVE XSR-HOLDS TO WS-LOOKUP-CODE
               PERFORM 3910-TEST-HELD
               IF WS-TST-HELD = 'N'
                   MOVE 'N' TO WS-RULE-MATCH
               END-IF
               IF XSR-HOLDS-ONLY
                       AND WS-HELD-COUNT > WS-TST-SLOTS
                   MOVE 'N' TO WS-RULE-MATCH
               END-IF
               IF XSR-MATURE-DAYS > ZERO
                   IF WS-TST-MATURITY = SPACES
                           OR WS-TST-MATURITY
                              > WS-RUL-MATURE-LIMIT(WS-RUL-IX)
                       MOVE 'N' TO WS-RULE-MATCH
                   END-IF
               END-IF
           END-IF
           PERFORM VARYING WS-LCK-IX FROM 1 BY 1
                   UNTIL WS-LCK-IX > 3 OR WS-RULE-MATCH = 'N'
               IF XSR-LACKS(WS-LCK-IX) NOT = SPACES
                   MOVE XSR-LACKS(WS-LCK-IX) TO WS-LOOKUP-CODE
                   PERFORM 3910-TEST-HELD
                   IF WS-TST-HELD = 'Y'
                       MOVE 'N' TO WS-RULE-MATCH
                   END-IF
               END-IF
           END-PERFORM
           IF WS-RULE-MATCH = 'Y'
               IF WS-CUS-AVG-BALANCE < XSR-MIN-AVG-BAL
                       OR CUSTOMER-CREDIT-SCORE < XSR-MIN-SCORE
                       OR CUSTOMER-INCOME < XSR-MIN-INCOME
                   MOVE 'N' TO WS-RULE-MATCH
               END-IF
           END-IF.

       3800-LIST-PROSPECT.
           IF WS-ASG-READ = 'N'
               PERFORM 3850-READ-ASSIGNMENT
           END-IF
           MOVE SPACES             TO PROSPECT-HISTORY-RECORD
           MOVE WS-CUR-CUSTOMER    TO XSH-CUSTOMER-ID
           MOVE XSR-RULE-ID        TO XSH-RULE-ID
           MOVE XSR-OFFER          TO XSH-OFFER
           MOVE BUS-DATE           TO XSH-LISTED-DATE
           MOVE WS-FOLLOW-UP-DATE  TO XSH-FOLLOW-UP-DATE
           MOVE WS-CUS-BRANCH      TO XSH-BRANCH
           MOVE WS-CUS-OFFICER     TO XSH-OFFICER-ID
           MOVE 'O'                TO XSH-STATUS
           MOVE CUSTOMER-NAME      TO XSH-CUSTOMER-NAME
           WRITE HISTOUT-REC FROM PROSPECT-HISTORY-RECORD
           MOVE SPACES TO PRSWORK-REC
           MOVE PROSPECT-HISTORY-RECORD TO PWK-HISTORY-IMAGE
           MOVE WS-CUS-AVG-BALANCE      TO PWK-AVG-BALANCE
           MOVE CUSTOMER-CREDIT-SCORE   TO PWK-CREDIT-SCORE
           MOVE CUSTOMER-SEGMENT        TO PWK-SEGMENT
           MOVE WS-CUS-HELD-LIST        TO PWK-HELD
           WRITE PRSWORK-REC
           ADD 1 TO WS-PROSPECT-COUNT
           ADD 1 TO WS-RUL-LISTED(WS-RUL-IX)
           MOVE XSR-OFFER TO WS-LOOKUP-CODE
           PERFORM 3950-NOTE-LISTED.

       3850-READ-ASSIGNMENT.
      *    A relationship with no named banker goes to the officer on
      *    the customer's loan, if there is one.
           MOVE 'Y'    TO WS-ASG-READ
           MOVE SPACES TO WS-CUS-BRANCH
                          WS-CUS-OFFICER
           MOVE WS-CUR-CUSTOMER TO ASSIGNS-CUSTOMER-ID
           READ ASSIGNS INTO CUSTOMER-ASSIGNMENT-RECORD
               KEY IS ASSIGNS-CUSTOMER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ASG-BRANCH     TO WS-CUS-BRANCH
                   MOVE ASG-OFFICER-ID TO WS-CUS-OFFICER
           END-READ
           IF WS-CUS-OFFICER = SPACES
               MOVE WS-CUS-LOAN-OFFICER TO WS-CUS-OFFICER
           END-IF.

       3910-TEST-HELD.
      *    Whether the customer holds WS-LOOKUP-CODE (LOAN is any
      *    loan type), in how many slots, the latest opening and the
      *    earliest maturity still to come among them.
           MOVE 'N'    TO WS-TST-HELD
           MOVE ZERO   TO WS-TST-SLOTS
           MOVE SPACES TO WS-TST-OPENED
                          WS-TST-MATURITY
           IF WS-LOOKUP-CODE = 'LOAN'
               MOVE 5 TO WS-PRD-FROM
               MOVE 8 TO WS-PRD-TO
           ELSE
               MOVE 1 TO WS-PRD-FROM
               MOVE 8 TO WS-PRD-TO
           END-IF
           PERFORM VARYING WS-PRD-IX FROM WS-PRD-FROM BY 1
                   UNTIL WS-PRD-IX > WS-PRD-TO
               IF WS-HLD-HELD(WS-PRD-IX) = 'Y'
                       AND (WS-LOOKUP-CODE = 'LOAN'
                            OR WS-PRD-CODE(WS-PRD-IX)
                               = WS-LOOKUP-CODE)
                   MOVE 'Y' TO WS-TST-HELD
                   ADD 1 TO WS-TST-SLOTS
                   IF WS-HLD-OPENED(WS-PRD-IX) > WS-TST-OPENED
                       MOVE WS-HLD-OPENED(WS-PRD-IX)
                           TO WS-TST-OPENED
                   END-IF
                   IF WS-HLD-MATURITY(WS-PRD-IX) NOT = SPACES
                       IF WS-TST-MATURITY = SPACES
                               OR WS-HLD-MATURITY(WS-PRD-IX)
                                  < WS-TST-MATURITY
                           MOVE WS-HLD-MATURITY(WS-PRD-IX)
                               TO WS-TST-MATURITY
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       3950-NOTE-LISTED.
           IF WS-OPN-COUNT < 20
               ADD 1 TO WS-OPN-COUNT
               MOVE WS-LOOKUP-CODE TO WS-OPN-OFFER(WS-OPN-COUNT)
           END-IF.

       4000-WRITE-PROSPECT-LISTS.
           OPEN OUTPUT XSLRPT
           MOVE SPACES TO WS-RPT-LINE
           STRING 'CROSS-SELL PROSPECTS BY BRANCH AND OFFICER - '
                  'BUSINESS DATE ' BUS-DATE
                  '   AVERAGE BALANCES FOR ' WS-REPORT-MONTH
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE XSLRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'FOLLOW-UP DUE ' WS-FOLLOW-UP-DATE
                  ' - A PROSPECT WHO OPENS THE OFFERED PRODUCT BY '
                  'THEN COUNTS AS OPENED'
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE XSLRPT-REC FROM WS-RPT-LINE
           PERFORM 4050-WRITE-RULE-LEGEND
           PERFORM 4100-WRITE-LIST-HEADINGS
           PERFORM VARYING WS-LEVEL-IX FROM 1 BY 1
                   UNTIL WS-LEVEL-IX > 3
               MOVE ZERO TO WS-LVL-LISTED(WS-LEVEL-IX)
                            WS-LVL-OPENED(WS-LEVEL-IX)
           END-PERFORM
           MOVE LOW-VALUES TO WS-CUR-BRANCH
                              WS-CUR-OFFICER
           OPEN INPUT SRTPRS
           MOVE 'N' TO WS-EOF-SORTED
           PERFORM UNTIL EOF-SORTED
               READ SRTPRS
                   AT END MOVE 'Y' TO WS-EOF-SORTED
               END-READ
               IF NOT EOF-SORTED
                   MOVE SPR-HISTORY-IMAGE TO PROSPECT-HISTORY-RECORD
                   PERFORM 4200-CHECK-LIST-BREAK
                   PERFORM 4300-WRITE-PROSPECT-LINE
               END-IF
           END-PERFORM
           CLOSE SRTPRS
           IF WS-CUR-BRANCH NOT = LOW-VALUES
               PERFORM 4500-CLOSE-LIST-OFFICER
               PERFORM 4600-CLOSE-LIST-BRANCH
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           WRITE XSLRPT-REC FROM WS-RPT-LINE
           MOVE WS-LVL-LISTED(3) TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'ALL BRANCHES - PROSPECTS LISTED: ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE XSLRPT-REC FROM WS-RPT-LINE
           PERFORM 4700-WRITE-RULE-COUNTS
           PERFORM 4800-WRITE-EXCLUSIONS
           CLOSE XSLRPT.

       4050-WRITE-RULE-LEGEND.
           MOVE SPACES TO WS-RPT-LINE
           WRITE XSLRPT-REC FROM WS-RPT-LINE
           MOVE 'RULES IN EFFECT (PARMS.XSELL):' TO WS-RPT-LINE
           WRITE XSLRPT-REC FROM WS-RPT-LINE
           PERFORM VARYING WS-RUL-IX FROM 1 BY 1
                   UNTIL WS-RUL-IX > WS-RUL-COUNT
               MOVE WS-RUL-CARD(WS-RUL-IX) TO CROSS-SELL-RULE
               MOVE SPACES TO WS-RPT-LINE
               STRING '    ' XSR-RULE-ID '  OFFER ' XSR-OFFER
                      '  ' XSR-DESCRIPTION
                   DELIMITED SIZE INTO WS-RPT-LINE
               WRITE XSLRPT-REC FROM WS-RPT-LINE
           END-PERFORM.

       4100-WRITE-LIST-HEADINGS.
           MOVE SPACES TO WS-RPT-LINE
           WRITE XSLRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE 'CUSTOMER'           TO WS-RPT-LINE(7:8)
           MOVE 'NAME'               TO WS-RPT-LINE(19:4)
           MOVE 'SG'                 TO WS-RPT-LINE(50:2)
           MOVE 'RULE'               TO WS-RPT-LINE(54:4)
           MOVE 'OFFER'              TO WS-RPT-LINE(60:5)
           MOVE 'AVG BALANCE'        TO WS-RPT-LINE(70:11)
           MOVE 'SCR'                TO WS-RPT-LINE(83:3)
           MOVE 'PRODUCTS HELD'      TO WS-RPT-LINE(88:13)
           WRITE XSLRPT-REC FROM WS-RPT-LINE.

       4200-CHECK-LIST-BREAK.
           IF XSH-BRANCH NOT = WS-CUR-BRANCH
               IF WS-CUR-BRANCH NOT = LOW-VALUES
                   PERFORM 4500-CLOSE-LIST-OFFICER
                   PERFORM 4600-CLOSE-LIST-BRANCH
               END-IF
               MOVE XSH-BRANCH TO WS-CUR-BRANCH
               MOVE SPACES TO WS-RPT-LINE
               WRITE XSLRPT-REC FROM WS-RPT-LINE
               PERFORM 6100-FORMAT-BRANCH-HEADING
               WRITE XSLRPT-REC FROM WS-RPT-LINE
               PERFORM 4400-START-LIST-OFFICER
           ELSE
               IF XSH-OFFICER-ID NOT = WS-CUR-OFFICER
                   PERFORM 4500-CLOSE-LIST-OFFICER
                   PERFORM 4400-START-LIST-OFFICER
               END-IF
           END-IF.

       4300-WRITE-PROSPECT-LINE.
           MOVE SPACES            TO WS-PROSPECT-LINE
           MOVE XSH-CUSTOMER-ID   TO PLN-CUSTOMER-ID
           MOVE XSH-CUSTOMER-NAME TO PLN-NAME
           MOVE SPR-SEGMENT       TO PLN-SEGMENT
           MOVE XSH-RULE-ID       TO PLN-RULE-ID
           MOVE XSH-OFFER         TO PLN-OFFER
           MOVE SPR-AVG-BALANCE   TO PLN-AVG-BALANCE
           MOVE SPR-CREDIT-SCORE  TO PLN-SCORE
           MOVE SPR-HELD          TO PLN-HELD
           WRITE XSLRPT-REC FROM WS-PROSPECT-LINE
           ADD 1 TO WS-LVL-LISTED(1).

       4400-START-LIST-OFFICER.
           MOVE XSH-OFFICER-ID TO WS-CUR-OFFICER
           PERFORM 6200-FORMAT-OFFICER-LABEL
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-LINE-LABEL TO WS-RPT-LINE
           WRITE XSLRPT-REC FROM WS-RPT-LINE.

       4500-CLOSE-LIST-OFFICER.
           MOVE WS-LVL-LISTED(1) TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING '      OFFICER PROSPECTS: ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE XSLRPT-REC FROM WS-RPT-LINE
           ADD WS-LVL-LISTED(1) TO WS-LVL-LISTED(2)
           MOVE ZERO TO WS-LVL-LISTED(1).

       4600-CLOSE-LIST-BRANCH.
           MOVE WS-LVL-LISTED(2) TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING '  BRANCH PROSPECTS:  ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE XSLRPT-REC FROM WS-RPT-LINE
           ADD WS-LVL-LISTED(2) TO WS-LVL-LISTED(3)
           MOVE ZERO TO WS-LVL-LISTED(2).

       4700-WRITE-RULE-COUNTS.
           PERFORM VARYING WS-RUL-IX FROM 1 BY 1
                   UNTIL WS-RUL-IX > WS-RUL-COUNT
               MOVE WS-RUL-CARD(WS-RUL-IX) TO CROSS-SELL-RULE
               MOVE WS-RUL-LISTED(WS-RUL-IX) TO WS-COUNT-DISP
               MOVE SPACES TO WS-RPT-LINE
               STRING '    RULE ' XSR-RULE-ID '  OFFER ' XSR-OFFER
                      '  LISTED: ' WS-COUNT-DISP
                   DELIMITED SIZE INTO WS-RPT-LINE
               WRITE XSLRPT-REC FROM WS-RPT-LINE
           END-PERFORM.

       4800-WRITE-EXCLUSIONS.
           MOVE SPACES TO WS-RPT-LINE
           WRITE XSLRPT-REC FROM WS-RPT-LINE
           MOVE WS-CUSTOMER-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'CUSTOMERS WITH A RELATIONSHIP:         '
                  WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE XSLRPT-REC FROM WS-RPT-LINE
           MOVE WS-EXCL-BANKRUPT TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING '  EXCLUDED - BANKRUPTCY STAY:          '
                  WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE XSLRPT-REC FROM WS-RPT-LINE
           MOVE WS-EXCL-INACTIVE TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING '  EXCLUDED - SUSPENDED OR DORMANT:     '
                  WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE XSLRPT-REC FROM WS-RPT-LINE
           MOVE WS-EXCL-CLOSED TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING '  EXCLUDED - CLOSED OR ESTATE:         '
                  WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE XSLRPT-REC FROM WS-RPT-LINE
           MOVE WS-EXCL-NOT-ON-FILE TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING '  EXCLUDED - NOT ON CUSTOMER MASTER:   '
                  WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE XSLRPT-REC FROM WS-RPT-LINE
           MOVE WS-EXCL-OPTED-OUT TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING '  EXCLUDED - OPTED OUT OF SOLICITATION:'
                  WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE XSLRPT-REC FROM WS-RPT-LINE
           MOVE WS-RELISTED-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'ALREADY LISTED, WINDOW STILL OPEN:     '
                  WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE XSLRPT-REC FROM WS-RPT-LINE.

       5000-WRITE-FOLLOW-UP.
           OPEN OUTPUT XSLFUP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'CROSS-SELL FOLLOW-UP - PROSPECTS WHOSE '
                  'FOLLOW-UP WINDOW CLOSED BY ' BUS-DATE
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE XSLFUP-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE XSLFUP-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE 'CUSTOMER'           TO WS-RPT-LINE(7:8)
           MOVE 'NAME'               TO WS-RPT-LINE(19:4)
           MOVE 'RULE'               TO WS-RPT-LINE(51:4)
           MOVE 'OFFER'              TO WS-RPT-LINE(57:5)
           MOVE 'LISTED'             TO WS-RPT-LINE(63:6)
           MOVE 'DUE'                TO WS-RPT-LINE(73:3)
           MOVE 'RESULT'             TO WS-RPT-LINE(83:6)
           WRITE XSLFUP-REC FROM WS-RPT-LINE
           PERFORM VARYING WS-LEVEL-IX FROM 1 BY 1
                   UNTIL WS-LEVEL-IX > 3
               MOVE ZERO TO WS-LVL-LISTED(WS-LEVEL-IX)
                            WS-LVL-OPENED(WS-LEVEL-IX)
           END-PERFORM
           MOVE LOW-VALUES TO WS-CUR-BRANCH
                              WS-CUR-OFFICER
           OPEN INPUT SRTFUP
           MOVE 'N' TO WS-EOF-SORTED
           PERFORM UNTIL EOF-SORTED
               READ SRTFUP INTO PROSPECT-HISTORY-RECORD
                   AT END MOVE 'Y' TO WS-EOF-SORTED
               END-READ
               IF NOT EOF-SORTED
                   PERFORM 5200-CHECK-FOLLOW-UP-BREAK
                   PERFORM 5300-WRITE-FOLLOW-UP-LINE
               END-IF
           END-PERFORM
           CLOSE SRTFUP
           IF WS-CUR-BRANCH NOT = LOW-VALUES
               PERFORM 5500-CLOSE-FUP-OFFICER
               PERFORM 5600-CLOSE-FUP-BRANCH
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           WRITE XSLFUP-REC FROM WS-RPT-LINE
           MOVE 'ALL BRANCHES' TO WS-LINE-LABEL
           MOVE 3 TO WS-LEVEL-IX
           PERFORM 5800-WRITE-RESULT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE XSLFUP-REC FROM WS-RPT-LINE
           MOVE 'RESULTS BY RULE:' TO WS-RPT-LINE
           WRITE XSLFUP-REC FROM WS-RPT-LINE
           PERFORM VARYING WS-FRL-IX FROM 1 BY 1
                   UNTIL WS-FRL-IX > WS-FRL-COUNT
               MOVE SPACES TO WS-LINE-LABEL
               STRING '    RULE ' WS-FRL-RULE-ID(WS-FRL-IX)
                   DELIMITED SIZE INTO WS-LINE-LABEL
               MOVE WS-FRL-LISTED(WS-FRL-IX) TO WS-LVL-LISTED(1)
               MOVE WS-FRL-OPENED(WS-FRL-IX) TO WS-LVL-OPENED(1)
               MOVE 1 TO WS-LEVEL-IX
               PERFORM 5800-WRITE-RESULT-LINE
           END-PERFORM
           CLOSE XSLFUP.

       5200-CHECK-FOLLOW-UP-BREAK.
           IF XSH-BRANCH NOT = WS-CUR-BRANCH
               IF WS-CUR-BRANCH NOT = LOW-VALUES
                   PERFORM 5500-CLOSE-FUP-OFFICER
                   PERFORM 5600-CLOSE-FUP-BRANCH
               END-IF
               MOVE XSH-BRANCH TO WS-CUR-BRANCH
               MOVE SPACES TO WS-RPT-LINE
               WRITE XSLFUP-REC FROM WS-RPT-LINE
               PERFORM 6100-FORMAT-BRANCH-HEADING
               WRITE XSLFUP-REC FROM WS-RPT-LINE
               PERFORM 5400-START-FUP-OFFICER
           ELSE
               IF XSH-OFFICER-ID NOT = WS-CUR-OFFICER
                   PERFORM 5500-CLOSE-FUP-OFFICER
                   PERFORM 5400-START-FUP-OFFICER
               END-IF
           END-IF.

       5300-WRITE-FOLLOW-UP-LINE.
           MOVE SPACES             TO WS-FOLLOW-UP-LINE
           MOVE XSH-CUSTOMER-ID    TO FLN-CUSTOMER-ID
           MOVE XSH-CUSTOMER-NAME  TO FLN-NAME
           MOVE XSH-RULE-ID        TO FLN-RULE-ID
           MOVE XSH-OFFER          TO FLN-OFFER
           MOVE XSH-LISTED-DATE    TO FLN-LISTED-DATE
           MOVE XSH-FOLLOW-UP-DATE TO FLN-FOLLOW-UP-DATE
           ADD 1 TO WS-LVL-LISTED(1)
           IF XSH-OPENED
               STRING 'OPENED ' XSH-OPENED-DATE
                   DELIMITED SIZE INTO FLN-RESULT
               ADD 1 TO WS-LVL-OPENED(1)
           ELSE
               MOVE 'NOT OPENED' TO FLN-RESULT
           END-IF
           WRITE XSLFUP-REC FROM WS-FOLLOW-UP-LINE
           PERFORM 5700-POST-RULE-RESULT.

       5400-START-FUP-OFFICER.
           MOVE XSH-OFFICER-ID TO WS-CUR-OFFICER
           PERFORM 6200-FORMAT-OFFICER-LABEL
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-LINE-LABEL TO WS-RPT-LINE
           WRITE XSLFUP-REC FROM WS-RPT-LINE.

       5500-CLOSE-FUP-OFFICER.
           MOVE '      OFFICER TOTAL' TO WS-LINE-LABEL
           MOVE 1 TO WS-LEVEL-IX
           PERFORM 5800-WRITE-RESULT-LINE
           ADD WS-LVL-LISTED(1) TO WS-LVL-LISTED(2)
           ADD WS-LVL-OPENED(1) TO WS-LVL-OPENED(2)
           MOVE ZERO TO WS-LVL-LISTED(1)
                        WS-LVL-OPENED(1).

       5600-CLOSE-FUP-BRANCH.
           MOVE '  BRANCH TOTAL' TO WS-LINE-LABEL
           MOVE 2 TO WS-LEVEL-IX
           PERFORM 5800-WRITE-RESULT-LINE
           ADD WS-LVL-LISTED(2) TO WS-LVL-LISTED(3)
           ADD WS-LVL-OPENED(2) TO WS-LVL-OPENED(3)
           MOVE ZERO TO WS-LVL-LISTED(2)
                        WS-LVL-OPENED(2).

       5700-POST-RULE-RESULT.
           PERFORM VARYING WS-FRL-IX FROM 1 BY 1
                   UNTIL WS-FRL-IX > WS-FRL-COUNT
                   OR WS-FRL-RULE-ID(WS-FRL-IX) = XSH-RULE-ID
               CONTINUE
           END-PERFORM
           IF WS-FRL-IX > WS-FRL-COUNT
               IF WS-FRL-COUNT < 50
                   ADD 1 TO WS-FRL-COUNT
                   MOVE WS-FRL-COUNT TO WS-FRL-IX
                   MOVE XSH-RULE-ID TO WS-FRL-RULE-ID(WS-FRL-IX)
                   MOVE ZERO TO WS-FRL-LISTED(WS-FRL-IX)
                                WS-FRL-OPENED(WS-FRL-IX)
               ELSE
                   MOVE ZERO TO WS-FRL-IX
               END-IF
           END-IF
           IF WS-FRL-IX > ZERO
               ADD 1 TO WS-FRL-LISTED(WS-FRL-IX)
               IF XSH-OPENED
                   ADD 1 TO WS-FRL-OPENED(WS-FRL-IX)
               END-IF
           END-IF.

       5800-WRITE-RESULT-LINE.
           MOVE ZERO TO WS-RATE
           IF WS-LVL-LISTED(WS-LEVEL-IX) > ZERO
               COMPUTE WS-RATE ROUNDED =
                   WS-LVL-OPENED(WS-LEVEL-IX) * 100
                   / WS-LVL-LISTED(WS-LEVEL-IX)
           END-IF
           MOVE WS-LVL-LISTED(WS-LEVEL-IX) TO WS-COUNT-DISP
           MOVE WS-LVL-OPENED(WS-LEVEL-IX) TO WS-COUNT-DISP2
           MOVE WS-RATE TO WS-RATE-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-LINE-LABEL
                  '  LISTED: ' WS-COUNT-DISP
                  '  OPENED: ' WS-COUNT-DISP2
                  '  RATE: ' WS-RATE-DISP '%'
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE XSLFUP-REC FROM WS-RPT-LINE.

       6100-FORMAT-BRANCH-HEADING.
           MOVE SPACES TO WS-RPT-LINE
           IF WS-CUR-BRANCH = SPACES
               MOVE '  UNASSIGNED - NO HOME BRANCH ON FILE'
                   TO WS-RPT-LINE
           ELSE
               STRING '  BRANCH ' WS-CUR-BRANCH '  '
                   DELIMITED SIZE INTO WS-RPT-LINE
               PERFORM VARYING WS-BRN-IX FROM 1 BY 1
                       UNTIL WS-BRN-IX > WS-BRN-COUNT
                       OR WS-BRN-BRANCH(WS-BRN-IX) = WS-CUR-BRANCH
                   CONTINUE
               END-PERFORM
               IF WS-BRN-IX NOT > WS-BRN-COUNT
                   MOVE WS-BRN-NAME(WS-BRN-IX) TO WS-RPT-LINE(16:30)
               ELSE
                   MOVE '(NOT ON BRANCH TABLE)' TO WS-RPT-LINE(16:30)
               END-IF
           END-IF.

       6200-FORMAT-OFFICER-LABEL.
           MOVE SPACES TO WS-LINE-LABEL
           IF WS-CUR-OFFICER = SPACES
               MOVE '    NO OFFICER' TO WS-LINE-LABEL
           ELSE
               STRING '    OFFICER ' WS-CUR-OFFICER
                   DELIMITED SIZE INTO WS-LINE-LABEL
           END-IF.

       9000-END.
           DISPLAY 'XSELL BUSINESS DATE:          ' BUS-DATE
           DISPLAY 'XSELL RULES LOADED:           ' WS-RUL-COUNT
           DISPLAY 'XSELL RULES REJECTED:         ' WS-RULES-REJECTED
           DISPLAY 'XSELL ITEMS STAGED:           ' WS-STAGED-COUNT
           DISPLAY 'XSELL CUSTOMERS TESTED:       ' WS-CUSTOMER-COUNT
           DISPLAY 'XSELL PROSPECTS LISTED:       ' WS-PROSPECT-COUNT
           DISPLAY 'XSELL PROSPECTS CARRIED:      ' WS-CARRIED-COUNT
           DISPLAY 'XSELL PROSPECTS OPENED:       ' WS-CONVERTED-COUNT
           DISPLAY 'XSELL FOLLOW-UPS REPORTED:    ' WS-CLOSED-COUNT
           IF WS-RULES-REJECTED > ZERO
               MOVE RC-WARNING TO WS-RETURN-CODE
           ELSE
               MOVE RC-SUCCESS TO WS-RETURN-CODE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.
