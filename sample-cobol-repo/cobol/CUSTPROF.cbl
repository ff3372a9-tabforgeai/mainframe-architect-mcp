      *----------------------------------------------------------------*
      * PROGRAM:  CUSTPROF                                             *
      * PURPOSE:  Monthly customer and household profitability. Every *
      *           piece of a customer's month is staged and summed     *
      *           per CUSTOMER-ID (see PRFDATA):                       *
      *             net interest margin - deposit balances (ACCTMAST   *
      *               CH, SA, IR and TDFILE certificates) earn the     *
      *               funds-transfer-pricing credit for their product  *
      *               less the interest paid (INTCALC's month-end      *
      *               capitalization off CAPINT, the locked rate on    *
      *               certificates); LOANFILE balances earn the note   *
      *               rate less the FTP charge (non-accrual loans      *
      *               carry only the charge);                          *
      *             fee income - FEEPROC's maintenance fee (FEERPT),   *
      *               PYMT001's overdraft fees (ODDECISN) and          *
      *               ACCTANAL's net analysis fee (ANALCHG);           *
      *             servicing cost - the month's TRANHIST items priced *
      *               per channel.                                     *
      *           FTP rates, channel costs and the waiver-review floor *
      *           come from PARMS.PROFIT; anything not on it keeps the *
      *           WORKING-STORAGE default. Customers are written to    *
      *           the PRFCUST extract, ranked by profit, rolled up to  *
      *           their RELDATA household and ranked again, and those  *
      *           still given a segment fee waiver (corporate or       *
      *           private banking) whose profit falls below the floor  *
      *           are listed least profitable first for pricing        *
      *           review. SYSIN is the month as CCYYMM (blank is the   *
      *           business date's month).                              *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    DBREAD01                                             *
      * COPYBOOKS: ACCTMST, TDDATA, LOANDATA, APPLDATA, RELDATA,       *
      *            REGEDATA, ACCTDATA, CUSTMAST, PRFDATA, ERRDATA,     *
      *            BUSDATE                                             *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CUSTPROF.
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
           SELECT RELFILE  ASSIGN TO UT-S-RELFILE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
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
           SELECT FEERPT   ASSIGN TO UT-S-FEERPT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT ODDECISN ASSIGN TO UT-S-ODDECISN
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT ANALCHG  ASSIGN TO UT-S-ANALCHG
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT CAPINTF  ASSIGN TO UT-S-CAPINTF
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT TRANHIST ASSIGN TO UT-S-TRANHIST
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS SEQUENTIAL
                           RECORD KEY   IS THX-KEY.
           SELECT WRKFILE  ASSIGN TO UT-S-WRKFILE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT SORTWK1  ASSIGN TO UT-S-SORTWK.
           SELECT SRTWRK   ASSIGN TO UT-S-SRTWRK
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT PRFCUST  ASSIGN TO UT-S-PRFCUST
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT SORTWK2  ASSIGN TO UT-S-SORTWK2.
           SELECT SRTPRF   ASSIGN TO UT-S-SRTPRF
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT HHWORK   ASSIGN TO UT-S-HHWORK
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT SORTWK3  ASSIGN TO UT-S-SORTWK3.
           SELECT SRTHH    ASSIGN TO UT-S-SRTHH
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT PRFRPT   ASSIGN TO UT-S-PRFRPT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    PARMS.PROFIT - maintained by finance:
      *      'F' - FTP rate (decimal, like LOAN-INTEREST-RATE) for a
      *            deposit product (CH, SA, IR, TD) or loan type
      *            (PERS, MORT, VEHI, HELC);
      *      'C' - servicing cost per item for a CHANNEL-CODE ('OTHR'
      *            prices any channel not listed);
      *      'W' - waiver-review floor: a segment-waived customer
      *            earning less than this in the month is listed.
       FD  PARMFILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PARMFILE-REC.
           05  PRP-TYPE               PIC X(01).
               88  PRP-FTP-RATE           VALUE 'F'.
               88  PRP-CHANNEL-COST       VALUE 'C'.
               88  PRP-WAIVER-FLOOR       VALUE 'W'.
           05  PRP-CODE               PIC X(04).
           05  PRP-RATE               PIC 9(03)V9(4).
           05  PRP-AMOUNT             PIC 9(07)V99.
           05  FILLER                 PIC X(59).

       FD  BUSDATEF
           RECORDING MODE IS F
           RECORD CONTAINS 30 CHARACTERS.
       01  BUSDATEF-REC               PIC X(30).

      *    Household membership (see RELDATA).
       FD  RELFILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  RELFILE-REC                PIC X(40).

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

      *    Same layout as FEEPROC's FEERPT FD.
       FD  FEERPT
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01  FEERPT-REC.
           05  FEERPT-CUSTOMER-IMAGE.
               10  FEERPT-CUSTOMER-ID PIC X(10).
               10  FILLER             PIC X(111).
           05  FEERPT-FEE-ASSESSED    PIC S9(07)V99.
           05  FEERPT-BUSINESS-DATE   PIC X(08).
           05  FEERPT-FEE-WAIVED      PIC S9(07)V99.
           05  FEERPT-WAIVE-REASON    PIC X(53).

      *    PYMT001's overdraft decision log (see REGEDATA).
       FD  ODDECISN
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  ODDECISN-REC               PIC X(60).

      *    Same layout as ACCTANAL's ANALCHG FD.
       FD  ANALCHG
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  ANALCHG-REC.
           05  ANC-CUSTOMER-ID        PIC X(10).
           05  ANC-NET-FEE            PIC S9(09)V99.
           05  ANC-EARNINGS-CREDIT    PIC S9(09)V99.
           05  ANC-BUSINESS-DATE      PIC X(08).

      *    Same layout as INTCALC's CAPINTF FD.
       FD  CAPINTF
           RECORDING MODE IS F
           RECORD CONTAINS 30 CHARACTERS.
       01  CAPINTF-REC.
           05  CAP-CUSTOMER-ID        PIC X(10).
           05  CAP-AMOUNT             PIC S9(11)V99 COMP-3.
           05  CAP-POST-DATE          PIC X(08).
           05  FILLER                 PIC X(05).

       FD  TRANHIST
           RECORDING MODE IS F
           RECORD CONTAINS 178 CHARACTERS.
       01  TRANHIST-REC.
           05  THX-KEY.
               10  THX-ACCOUNT        PIC X(12).
               10  THX-DATE           PIC X(10).
               10  THX-SEQUENCE       PIC 9(06).
           05  THX-IMAGE              PIC X(150).

      *    One record per piece of a customer's month; SORTWK1 lines
      *    them up by customer for the summing pass.
       FD  WRKFILE
           RECORDING MODE IS F
           RECORD CONTAINS 130 CHARACTERS.
       01  WRKFILE-REC.
           05  WPR-CUSTOMER-ID        PIC X(10).
           05  WPR-DEPOSIT-BALANCE    PIC S9(13)V99.
           05  WPR-LOAN-BALANCE       PIC S9(13)V99.
           05  WPR-FTP-CREDIT         PIC S9(09)V99.
           05  WPR-INTEREST-PAID      PIC S9(09)V99.
           05  WPR-LOAN-MARGIN        PIC S9(09)V99.
           05  WPR-MAINT-FEES         PIC S9(07)V99.
           05  WPR-OVERDRAFT-FEES     PIC S9(07)V99.
           05  WPR-ANALYSIS-FEES      PIC S9(07)V99.
           05  WPR-TXN-COUNT          PIC 9(05).
           05  WPR-SERVICE-COST       PIC S9(07)V99.
           05  WPR-FEE-WAIVED         PIC S9(07)V99.
           05  WPR-SEGMENT-WAIVER     PIC X(01).
           05  FILLER                 PIC X(06).

       SD  SORTWK1
           RECORD CONTAINS 130 CHARACTERS.
       01  SORTWK1-REC.
           05  SORTWK1-KEY            PIC X(10).
           05  FILLER                 PIC X(120).

       FD  SRTWRK
           RECORDING MODE IS F
           RECORD CONTAINS 130 CHARACTERS.
       01  SRTWRK-REC.
           05  SPR-CUSTOMER-ID        PIC X(10).
           05  SPR-DEPOSIT-BALANCE    PIC S9(13)V99.
           05  SPR-LOAN-BALANCE       PIC S9(13)V99.
           05  SPR-FTP-CREDIT         PIC S9(09)V99.
           05  SPR-INTEREST-PAID      PIC S9(09)V99.
           05  SPR-LOAN-MARGIN        PIC S9(09)V99.
           05  SPR-MAINT-FEES         PIC S9(07)V99.
           05  SPR-OVERDRAFT-FEES     PIC S9(07)V99.
           05  SPR-ANALYSIS-FEES      PIC S9(07)V99.
           05  SPR-TXN-COUNT          PIC 9(05).
           05  SPR-SERVICE-COST       PIC S9(07)V99.
           05  SPR-FEE-WAIVED         PIC S9(07)V99.
           05  SPR-SEGMENT-WAIVER     PIC X(01).
           05  FILLER                 PIC X(06).

      *    The month's customer profitability extract (see PRFDATA).
       FD  PRFCUST
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
       01  PRFCUST-REC                PIC X(150).

      *    PRFDATA layout, sorted on profit or household.
       SD  SORTWK2
           RECORD CONTAINS 150 CHARACTERS.
       01  SORTWK2-REC.
           05  SP2-CUSTOMER-ID        PIC X(10).
           05  SP2-HOUSEHOLD-ID       PIC X(10).
           05  FILLER                 PIC X(111).
           05  SP2-PROFIT             PIC S9(11)V99 COMP-3.
           05  FILLER                 PIC X(12).

       FD  SRTPRF
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
       01  SRTPRF-REC                 PIC X(150).

      *    One record per household, members' figures summed.
       FD  HHWORK
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  HHWORK-REC.
           05  HHW-HOUSEHOLD-ID       PIC X(10).
           05  HHW-MEMBERS            PIC 9(04).
           05  HHW-PRIMARY-NAME       PIC X(30).
           05  HHW-DEPOSIT-BALANCE    PIC S9(13)V99 COMP-3.
           05  HHW-LOAN-BALANCE       PIC S9(13)V99 COMP-3.
           05  HHW-MARGIN             PIC S9(11)V99 COMP-3.
           05  HHW-FEES               PIC S9(11)V99 COMP-3.
           05  HHW-SERVICE-COST       PIC S9(11)V99 COMP-3.
           05  HHW-PROFIT             PIC S9(11)V99 COMP-3.
           05  HHW-WAIVED-MEMBERS     PIC 9(04).
           05  FILLER                 PIC X(08).

       SD  SORTWK3
           RECORD CONTAINS 100 CHARACTERS.
       01  SORTWK3-REC.
           05  SH3-HOUSEHOLD-ID       PIC X(10).
           05  FILLER                 PIC X(71).
           05  SH3-PROFIT             PIC S9(11)V99 COMP-3.
           05  FILLER                 PIC X(12).

       FD  SRTHH
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  SRTHH-REC.
           05  SHH-HOUSEHOLD-ID       PIC X(10).
           05  SHH-MEMBERS            PIC 9(04).
           05  SHH-PRIMARY-NAME       PIC X(30).
           05  SHH-DEPOSIT-BALANCE    PIC S9(13)V99 COMP-3.
           05  SHH-LOAN-BALANCE       PIC S9(13)V99 COMP-3.
           05  SHH-MARGIN             PIC S9(11)V99 COMP-3.
           05  SHH-FEES               PIC S9(11)V99 COMP-3.
           05  SHH-SERVICE-COST       PIC S9(11)V99 COMP-3.
           05  SHH-PROFIT             PIC S9(11)V99 COMP-3.
           05  SHH-WAIVED-MEMBERS     PIC 9(04).
           05  FILLER                 PIC X(08).

       FD  PRFRPT
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  PRFRPT-REC                 PIC X(133).

       WORKING-STORAGE SECTION.
       01  WS-CUSTPROF-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'CUSTPROF'.
           05  WS-EOF-INPUT           PIC X(1)  VALUE 'N'.
               88  EOF-INPUT              VALUE 'Y'.
           05  WS-EOF-SORTED          PIC X(1)  VALUE 'N'.
               88  EOF-SORTED             VALUE 'Y'.
           05  WS-MONTH-X             PIC X(6)  VALUE SPACES.
           05  WS-MONTH-N REDEFINES WS-MONTH-X
                                      PIC 9(6).
           05  WS-REPORT-MONTH        PIC X(6)  VALUE SPACES.
           05  WS-TXN-MONTH           PIC X(7)  VALUE SPACES.
           05  WS-STAGE-CUSTOMER      PIC X(10) VALUE SPACES.
           05  WS-CUR-CUSTOMER        PIC X(10) VALUE LOW-VALUES.
           05  WS-CUR-ACCOUNT         PIC X(12) VALUE LOW-VALUES.
           05  WS-CUR-HOUSEHOLD       PIC X(10) VALUE LOW-VALUES.
           05  WS-LOOKUP-CODE         PIC X(04) VALUE SPACES.
           05  WS-FTP-RATE            PIC S9(03)V9(4) COMP-3
                                       VALUE ZERO.
           05  WS-ITEM-COST           PIC S9(03)V99 COMP-3
                                       VALUE ZERO.
      *    Any channel not on the cost table, and the review floor,
      *    until PARMS.PROFIT says otherwise.
           05  WS-OTHER-COST          PIC S9(03)V99 COMP-3
                                       VALUE 0.25.
           05  WS-WAIVER-FLOOR        PIC S9(07)V99 COMP-3
                                       VALUE ZERO.
           05  WS-ACCT-TXN-COUNT      PIC 9(05) VALUE ZERO.
           05  WS-ACCT-TXN-COST       PIC S9(07)V99 COMP-3
                                       VALUE ZERO.
           05  WS-CUSTOMER-COUNT      PIC 9(7)  COMP VALUE ZERO.
           05  WS-HOUSEHOLD-COUNT     PIC 9(7)  COMP VALUE ZERO.
           05  WS-REVIEW-COUNT        PIC 9(7)  COMP VALUE ZERO.
           05  WS-STAGED-COUNT        PIC 9(7)  COMP VALUE ZERO.
           05  WS-TXN-COUNT           PIC 9(9)  COMP VALUE ZERO.
           05  WS-RANK                PIC 9(7)  COMP VALUE ZERO.
           05  WS-PARM-COUNT          PIC 9(3)  COMP VALUE ZERO.
           05  WS-READ-RC             PIC S9(04) COMP VALUE ZERO.
           05  WS-MBR-COUNT           PIC 9(4)  COMP VALUE ZERO.
           05  WS-MBR-IX              PIC 9(4)  COMP VALUE ZERO.
           05  WS-LINK-COUNT          PIC 9(4)  COMP VALUE ZERO.
           05  WS-LINK-IX             PIC 9(4)  COMP VALUE ZERO.
           05  WS-FTP-COUNT           PIC 9(2)  COMP VALUE ZERO.
           05  WS-FTP-IX              PIC 9(2)  COMP VALUE ZERO.
           05  WS-CHN-COUNT           PIC 9(2)  COMP VALUE ZERO.
           05  WS-CHN-IX              PIC 9(2)  COMP VALUE ZERO.
           05  WS-MARGIN              PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-FEES                PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-COUNT-DISP          PIC ZZZZZZ9.
           05  WS-AMT-DISP            PIC Z,ZZZ,ZZ9.99-.
           05  WS-RPT-LINE            PIC X(133) VALUE SPACES.

      *    Customer totals built up across the customer's staged
      *    records.
       01  WS-CUSTOMER-TOTALS.
           05  WS-TOT-DEPOSIT-BALANCE PIC S9(13)V99 COMP-3.
           05  WS-TOT-LOAN-BALANCE    PIC S9(13)V99 COMP-3.
           05  WS-TOT-FTP-CREDIT      PIC S9(11)V99 COMP-3.
           05  WS-TOT-INTEREST-PAID   PIC S9(11)V99 COMP-3.
           05  WS-TOT-LOAN-MARGIN     PIC S9(11)V99 COMP-3.
           05  WS-TOT-MAINT-FEES      PIC S9(09)V99 COMP-3.
           05  WS-TOT-OVERDRAFT-FEES  PIC S9(09)V99 COMP-3.
           05  WS-TOT-ANALYSIS-FEES   PIC S9(09)V99 COMP-3.
           05  WS-TOT-TXN-COUNT       PIC 9(07) COMP.
           05  WS-TOT-SERVICE-COST    PIC S9(09)V99 COMP-3.
           05  WS-TOT-FEE-WAIVED      PIC S9(09)V99 COMP-3.
           05  WS-TOT-SEGMENT-WAIVER  PIC X(01).

      *    Bank-wide totals for the report footing.
       01  WS-GRAND-TOTALS.
           05  WS-GRD-MARGIN          PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-GRD-FEES            PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-GRD-SERVICE-COST    PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-GRD-PROFIT          PIC S9(13)V99 COMP-3 VALUE ZERO.

      *    FTP rates by product - the defaults stand until PARMS.PROFIT
      *    says otherwise.
       01  WS-FTP-DEFAULT-VALUES.
           05  FILLER                 PIC X(04)      VALUE 'CH'.
           05  FILLER                 PIC 9(03)V9(4) VALUE 0.0300.
           05  FILLER                 PIC X(04)      VALUE 'SA'.
           05  FILLER                 PIC 9(03)V9(4) VALUE 0.0350.
           05  FILLER                 PIC X(04)      VALUE 'IR'.
           05  FILLER                 PIC 9(03)V9(4) VALUE 0.0400.
           05  FILLER                 PIC X(04)      VALUE 'TD'.
           05  FILLER                 PIC 9(03)V9(4) VALUE 0.0425.
           05  FILLER                 PIC X(04)      VALUE 'PERS'.
           05  FILLER                 PIC 9(03)V9(4) VALUE 0.0450.
           05  FILLER                 PIC X(04)      VALUE 'MORT'.
           05  FILLER                 PIC 9(03)V9(4) VALUE 0.0425.
           05  FILLER                 PIC X(04)      VALUE 'VEHI'.
           05  FILLER                 PIC 9(03)V9(4) VALUE 0.0450.
           05  FILLER                 PIC X(04)      VALUE 'HELC'.
           05  FILLER                 PIC 9(03)V9(4) VALUE 0.0450.
       01  WS-FTP-DEFAULT-TABLE REDEFINES WS-FTP-DEFAULT-VALUES.
           05  WS-FTP-DEFAULT OCCURS 8 TIMES.
               10  WS-FTD-CODE        PIC X(04).
               10  WS-FTD-RATE        PIC 9(03)V9(4).
       01  WS-FTP-TABLE.
           05  WS-FTP-ENTRY OCCURS 12 TIMES.
               10  WS-FTP-CODE        PIC X(04).
               10  WS-FTP-TBL-RATE    PIC S9(03)V9(4) COMP-3.

      *    Servicing cost per item by channel, the same way.
       01  WS-CHN-DEFAULT-VALUES.
           05  FILLER                 PIC X(04)      VALUE 'BRCH'.
           05  FILLER                 PIC 9(03)V99   VALUE 3.25.
           05  FILLER                 PIC X(04)      VALUE 'CASH'.
           05  FILLER                 PIC 9(03)V99   VALUE 3.25.
           05  FILLER                 PIC X(04)      VALUE 'CHK '.
           05  FILLER                 PIC 9(03)V99   VALUE 0.35.
           05  FILLER                 PIC X(04)      VALUE 'ATM '.
           05  FILLER                 PIC 9(03)V99   VALUE 0.45.
           05  FILLER                 PIC X(04)      VALUE 'POS '.
           05  FILLER                 PIC 9(03)V99   VALUE 0.10.
           05  FILLER                 PIC X(04)      VALUE 'ACH '.
           05  FILLER                 PIC 9(03)V99   VALUE 0.08.
           05  FILLER                 PIC X(04)      VALUE 'SORD'.
           05  FILLER                 PIC 9(03)V99   VALUE 0.05.
           05  FILLER                 PIC X(04)      VALUE 'WIRE'.
           05  FILLER                 PIC 9(03)V99   VALUE 6.50.
           05  FILLER                 PIC X(04)      VALUE 'OLBX'.
           05  FILLER                 PIC 9(03)V99   VALUE 0.04.
           05  FILLER                 PIC X(04)      VALUE 'OLBP'.
           05  FILLER                 PIC 9(03)V99   VALUE 0.04.
           05  FILLER                 PIC X(04)      VALUE 'LBOX'.
           05  FILLER                 PIC 9(03)V99   VALUE 0.15.
           05  FILLER                 PIC X(04)      VALUE 'RDEP'.
           05  FILLER                 PIC 9(03)V99   VALUE 4.00.
       01  WS-CHN-DEFAULT-TABLE REDEFINES WS-CHN-DEFAULT-VALUES.
           05  WS-CHN-DEFAULT OCCURS 12 TIMES.
               10  WS-CHD-CODE        PIC X(04).
               10  WS-CHD-COST        PIC 9(03)V99.
       01  WS-CHN-TABLE.
           05  WS-CHN-ENTRY OCCURS 30 TIMES.
               10  WS-CHN-CODE        PIC X(04).
               10  WS-CHN-COST        PIC S9(03)V99 COMP-3.

      *    Household membership, first household per customer wins
      *    (the FEEPROC relationship-pricing rule).
       01  WS-MEMBER-TABLE.
           05  WS-MBR-ENTRY OCCURS 2000 TIMES.
               10  WS-MBR-HOUSEHOLD   PIC X(10).
               10  WS-MBR-CUST        PIC X(10).
               10  WS-MBR-ROLE        PIC X(01).

      *    Funded application links - older loans carry no customer
      *    of their own.
       01  WS-LINK-TABLE.
           05  WS-LINK-ENTRY OCCURS 2000 TIMES.
               10  WS-LNK-LOAN        PIC X(12).
               10  WS-LNK-CUST        PIC X(10).

      *    Household being rolled up.
       01  WS-HOUSEHOLD-TOTALS.
           05  WS-HH-MEMBERS          PIC 9(04) COMP.
           05  WS-HH-PRIMARY-NAME     PIC X(30).
           05  WS-HH-DEPOSIT-BALANCE  PIC S9(13)V99 COMP-3.
           05  WS-HH-LOAN-BALANCE     PIC S9(13)V99 COMP-3.
           05  WS-HH-MARGIN           PIC S9(11)V99 COMP-3.
           05  WS-HH-FEES             PIC S9(11)V99 COMP-3.
           05  WS-HH-SERVICE-COST     PIC S9(11)V99 COMP-3.
           05  WS-HH-PROFIT           PIC S9(11)V99 COMP-3.
           05  WS-HH-WAIVED-MEMBERS   PIC 9(04) COMP.

      *    One line of the customer ranking and waiver review.
       01  WS-CUST-LINE.
           05  CLN-RANK               PIC ZZZZZZ9.
           05  FILLER                 PIC X(02).
           05  CLN-CUSTOMER-ID        PIC X(10).
           05  FILLER                 PIC X(01).
           05  CLN-NAME               PIC X(24).
           05  FILLER                 PIC X(01).
           05  CLN-SEGMENT            PIC X(02).
           05  FILLER                 PIC X(01).
           05  CLN-HOUSEHOLD          PIC X(10).
           05  FILLER                 PIC X(01).
           05  CLN-MARGIN             PIC -,---,---,--9.99.
           05  FILLER                 PIC X(01).
           05  CLN-FEES               PIC -,---,--9.99.
           05  FILLER                 PIC X(01).
           05  CLN-COST               PIC -,---,--9.99.
           05  FILLER                 PIC X(01).
           05  CLN-PROFIT             PIC -,---,---,--9.99.
           05  FILLER                 PIC X(01).
           05  CLN-FLAG               PIC X(14).

      *    One line of the household ranking.
       01  WS-HH-LINE.
           05  HLN-RANK               PIC ZZZZZZ9.
           05  FILLER                 PIC X(02).
           05  HLN-HOUSEHOLD          PIC X(10).
           05  FILLER                 PIC X(01).
           05  HLN-MEMBERS            PIC ZZZ9.
           05  FILLER                 PIC X(01).
           05  HLN-NAME               PIC X(24).
           05  FILLER                 PIC X(01).
           05  HLN-DEPOSITS           PIC -,---,---,--9.
           05  FILLER                 PIC X(01).
           05  HLN-LOANS              PIC -,---,---,--9.
           05  FILLER                 PIC X(01).
           05  HLN-MARGIN             PIC -,---,--9.99.
           05  FILLER                 PIC X(01).
           05  HLN-FEES               PIC -,---,--9.99.
           05  FILLER                 PIC X(01).
           05  HLN-PROFIT             PIC -,---,---,--9.99.
           05  FILLER                 PIC X(01).
           05  HLN-WAIVED             PIC ZZZ9.
           05  FILLER                 PIC X(09).

       COPY ACCTMST.
       COPY TDDATA.
       COPY LOANDATA.
       COPY APPLDATA.
       COPY RELDATA.
       COPY REGEDATA.
       COPY ACCTDATA.
       COPY CUSTMAST.
       COPY PRFDATA.
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
      *    TRANSACTION-DATE is carried as CCYY-MM-DD.
           STRING WS-REPORT-MONTH(1:4) '-' WS-REPORT-MONTH(5:2)
               DELIMITED SIZE INTO WS-TXN-MONTH
           PERFORM 1050-LOAD-PARAMETERS
           PERFORM 1100-LOAD-HOUSEHOLDS
           PERFORM 1200-LOAD-APPLICATIONS
           OPEN OUTPUT WRKFILE
           PERFORM 2000-STAGE-DEPOSITS
           PERFORM 2100-STAGE-TERM-DEPOSITS
           PERFORM 2200-STAGE-LOANS
           PERFORM 2300-STAGE-MAINT-FEES
           PERFORM 2400-STAGE-OVERDRAFT-FEES
           PERFORM 2500-STAGE-ANALYSIS-FEES
           PERFORM 2600-STAGE-INTEREST-PAID
           PERFORM 2700-STAGE-TRANSACTIONS
           CLOSE WRKFILE
           SORT SORTWK1
               ON ASCENDING KEY SORTWK1-KEY
               USING WRKFILE
               GIVING SRTWRK
           PERFORM 3000-SUMMARIZE-CUSTOMERS
           OPEN OUTPUT PRFRPT
           SORT SORTWK2
               ON DESCENDING KEY SP2-PROFIT
               USING PRFCUST
               GIVING SRTPRF
           PERFORM 4000-WRITE-CUSTOMER-RANKING
           SORT SORTWK2
               ON ASCENDING KEY SP2-PROFIT
               USING PRFCUST
               GIVING SRTPRF
           PERFORM 5000-WRITE-WAIVER-REVIEW
           SORT SORTWK2
               ON ASCENDING KEY SP2-HOUSEHOLD-ID
               USING PRFCUST
               GIVING SRTPRF
           PERFORM 6000-ROLL-UP-HOUSEHOLDS
           SORT SORTWK3
               ON DESCENDING KEY SH3-PROFIT
               USING HHWORK
               GIVING SRTHH
           PERFORM 7000-WRITE-HOUSEHOLD-RANKING
           PERFORM 9000-END.

       1050-LOAD-PARAMETERS.
           PERFORM VARYING WS-FTP-IX FROM 1 BY 1 UNTIL WS-FTP-IX > 8
               MOVE WS-FTD-CODE(WS-FTP-IX) TO WS-FTP-CODE(WS-FTP-IX)
               MOVE WS-FTD-RATE(WS-FTP-IX)
                   TO WS-FTP-TBL-RATE(WS-FTP-IX)
           END-PERFORM
           MOVE 8 TO WS-FTP-COUNT
           PERFORM VARYING WS-CHN-IX FROM 1 BY 1 UNTIL WS-CHN-IX > 12
               MOVE WS-CHD-CODE(WS-CHN-IX) TO WS-CHN-CODE(WS-CHN-IX)
               MOVE WS-CHD-COST(WS-CHN-IX) TO WS-CHN-COST(WS-CHN-IX)
           END-PERFORM
           MOVE 12 TO WS-CHN-COUNT
           OPEN INPUT PARMFILE
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ PARMFILE
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT
                   PERFORM 1060-APPLY-PARAMETER
               END-IF
           END-PERFORM
           CLOSE PARMFILE.

       1060-APPLY-PARAMETER.
           EVALUATE TRUE
               WHEN PRP-FTP-RATE AND PRP-RATE NUMERIC
                   MOVE PRP-CODE TO WS-LOOKUP-CODE
                   PERFORM 2910-FIND-FTP-RATE
                   IF WS-FTP-IX > WS-FTP-COUNT
                       IF WS-FTP-COUNT < 12
                           ADD 1 TO WS-FTP-COUNT
                           MOVE WS-FTP-COUNT TO WS-FTP-IX
                           MOVE PRP-CODE TO WS-FTP-CODE(WS-FTP-IX)
                       ELSE
                           MOVE ZERO TO WS-FTP-IX
                       END-IF
                   END-IF
                   IF WS-FTP-IX > ZERO
                       MOVE PRP-RATE TO WS-FTP-TBL-RATE(WS-FTP-IX)
                       ADD 1 TO WS-PARM-COUNT
                   ELSE
                       DISPLAY 'CUSTPROF FTP TABLE FULL - '
                               PRP-CODE ' IGNORED'
                   END-IF
               WHEN PRP-CHANNEL-COST AND PRP-AMOUNT NUMERIC
                       AND PRP-CODE = 'OTHR'
                   MOVE PRP-AMOUNT TO WS-OTHER-COST
                   ADD 1 TO WS-PARM-COUNT
               WHEN PRP-CHANNEL-COST AND PRP-AMOUNT NUMERIC
                   PERFORM VARYING WS-CHN-IX FROM 1 BY 1
                           UNTIL WS-CHN-IX > WS-CHN-COUNT
                           OR WS-CHN-CODE(WS-CHN-IX) = PRP-CODE
                       CONTINUE
                   END-PERFORM
                   IF WS-CHN-IX > WS-CHN-COUNT
                       IF WS-CHN-COUNT < 30
                           ADD 1 TO WS-CHN-COUNT
                           MOVE WS-CHN-COUNT TO WS-CHN-IX
                           MOVE PRP-CODE TO WS-CHN-CODE(WS-CHN-IX)
                       ELSE
                           MOVE ZERO TO WS-CHN-IX
                       END-IF
                   END-IF
                   IF WS-CHN-IX > ZERO
                       MOVE PRP-AMOUNT TO WS-CHN-COST(WS-CHN-IX)
                       ADD 1 TO WS-PARM-COUNT
                   ELSE
                       DISPLAY 'CUSTPROF CHANNEL TABLE FULL - '
                               PRP-CODE ' IGNORED'
                   END-IF
               WHEN PRP-WAIVER-FLOOR AND PRP-AMOUNT NUMERIC
                   MOVE PRP-AMOUNT TO WS-WAIVER-FLOOR
                   ADD 1 TO WS-PARM-COUNT
               WHEN OTHER
                   DISPLAY 'CUSTPROF PARAMETER RECORD IGNORED: '
                           PARMFILE-REC(1:21)
           END-EVALUATE.

       1100-LOAD-HOUSEHOLDS.
           OPEN INPUT RELFILE
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ RELFILE INTO HOUSEHOLD-RELATION-RECORD
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT
                   IF WS-MBR-COUNT < 2000
                       ADD 1 TO WS-MBR-COUNT
                       MOVE REL-HOUSEHOLD-ID
                           TO WS-MBR-HOUSEHOLD(WS-MBR-COUNT)
                       MOVE REL-CUSTOMER-ID
                           TO WS-MBR-CUST(WS-MBR-COUNT)
                       MOVE REL-ROLE TO WS-MBR-ROLE(WS-MBR-COUNT)
                   ELSE
                       DISPLAY 'CUSTPROF HOUSEHOLD TABLE FULL - '
                               'CUSTOMER ' REL-CUSTOMER-ID
                               ' RANKED ALONE'
                   END-IF
               END-IF
           END-PERFORM
           CLOSE RELFILE.

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
                       DISPLAY 'CUSTPROF LINK TABLE FULL - LOAN '
                               APP-ID ' UNLINKED'
                   END-IF
               END-IF
           END-PERFORM
           CLOSE APPLFILE.

       2000-STAGE-DEPOSITS.
      *    Open non-maturity deposit accounts earn the FTP credit on
      *    a positive balance for the month. Loan and term-deposit
      *    rows on ACCTMAST are the money LOANFILE and TDFILE carry.
           OPEN INPUT ACCTMAST
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ ACCTMAST INTO ACCOUNT-MASTER-RECORD
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT
                       AND NOT AM-STATUS-CLOSED
                       AND AM-BALANCE > ZERO
                       AND (AM-TYPE-CHECKING OR AM-TYPE-SAVINGS
                            OR AM-TYPE-IRA)
                   MOVE AM-CUSTOMER-ID  TO WS-STAGE-CUSTOMER
                   PERFORM 2900-BUILD-WORK-RECORD
                   MOVE AM-ACCOUNT-TYPE TO WS-LOOKUP-CODE
                   PERFORM 2910-FIND-FTP-RATE
                   MOVE AM-BALANCE TO WPR-DEPOSIT-BALANCE
                   COMPUTE WPR-FTP-CREDIT ROUNDED =
                       AM-BALANCE * WS-FTP-RATE / 12
                   PERFORM 2950-WRITE-WORK-RECORD
               END-IF
           END-PERFORM
           CLOSE ACCTMAST.

       2100-STAGE-TERM-DEPOSITS.
      *    A certificate earns the TD credit and costs a month at its
      *    locked rate, whenever TDMATUR actually pays it.
           OPEN INPUT TDFILE
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ TDFILE INTO TERM-DEPOSIT-RECORD
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT
                       AND TD-ACTIVE AND TD-PRINCIPAL > ZERO
                   MOVE TD-CUSTOMER-ID TO WS-STAGE-CUSTOMER
                   PERFORM 2900-BUILD-WORK-RECORD
                   MOVE 'TD' TO WS-LOOKUP-CODE
                   PERFORM 2910-FIND-FTP-RATE
                   MOVE TD-PRINCIPAL TO WPR-DEPOSIT-BALANCE
                   COMPUTE WPR-FTP-CREDIT ROUNDED =
                       TD-PRINCIPAL * WS-FTP-RATE / 12
                   COMPUTE WPR-INTEREST-PAID ROUNDED =
                       TD-PRINCIPAL * TD-LOCKED-RATE / 12
                   PERFORM 2950-WRITE-WORK-RECORD
               END-IF
           END-PERFORM
           CLOSE TDFILE.

       2200-STAGE-LOANS.
      *    Everything still owed is funded at the FTP rate; only an
      *    accruing loan earns its note rate against it.
           OPEN INPUT LOANFILE
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ LOANFILE INTO LOAN-RECORD
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT
                       AND (LOAN-ACTIVE OR LOAN-DEFAULTED
                            OR LOAN-MATURED-UNPAID)
                       AND LOAN-BALANCE > ZERO
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
                       PERFORM 2900-BUILD-WORK-RECORD
                       MOVE LOAN-TYPE TO WS-LOOKUP-CODE
                       PERFORM 2910-FIND-FTP-RATE
                       MOVE LOAN-BALANCE TO WPR-LOAN-BALANCE
                       IF LOAN-NONACCRUAL OR LOAN-DEFAULTED
                           COMPUTE WPR-LOAN-MARGIN ROUNDED =
                               ZERO - LOAN-BALANCE * WS-FTP-RATE / 12
                       ELSE
                           COMPUTE WPR-LOAN-MARGIN ROUNDED =
                               LOAN-BALANCE
                               * (LOAN-INTEREST-RATE - WS-FTP-RATE)
                               / 12
                       END-IF
                       PERFORM 2950-WRITE-WORK-RECORD
                   END-IF
               END-IF
           END-PERFORM
           CLOSE LOANFILE.

       2300-STAGE-MAINT-FEES.
      *    The segment waivers are the ones FEEPROC writes with the
      *    segment as the reason; relationship-pricing waivers are
      *    earned by the household's balances and are not flagged.
           OPEN INPUT FEERPT
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ FEERPT
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT
                       AND FEERPT-BUSINESS-DATE(1:6) = WS-REPORT-MONTH
                   MOVE FEERPT-CUSTOMER-ID TO WS-STAGE-CUSTOMER
                   PERFORM 2900-BUILD-WORK-RECORD
                   MOVE FEERPT-FEE-ASSESSED TO WPR-MAINT-FEES
                   IF FEERPT-FEE-WAIVED NUMERIC
                       MOVE FEERPT-FEE-WAIVED TO WPR-FEE-WAIVED
                   END-IF
                   IF FEERPT-WAIVE-REASON = 'CORPORATE SEGMENT'
                           OR FEERPT-WAIVE-REASON =
                              'PRIVATE BANKING SEGMENT'
                       MOVE 'Y' TO WPR-SEGMENT-WAIVER
                   END-IF
                   PERFORM 2950-WRITE-WORK-RECORD
               END-IF
           END-PERFORM
           CLOSE FEERPT.

       2400-STAGE-OVERDRAFT-FEES.
           OPEN INPUT ODDECISN
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ ODDECISN INTO OVERDRAFT-DECISION-RECORD
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT
                       AND ODD-PAID
                       AND ODD-DATE(1:6) = WS-REPORT-MONTH
                   MOVE ODD-CUSTOMER-ID TO WS-STAGE-CUSTOMER
                   PERFORM 2900-BUILD-WORK-RECORD
                   MOVE ODD-FEE TO WPR-OVERDRAFT-FEES
                   PERFORM 2950-WRITE-WORK-RECORD
               END-IF
           END-PERFORM
           CLOSE ODDECISN.

       2500-STAGE-ANALYSIS-FEES.
           OPEN INPUT ANALCHG
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ ANALCHG
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT
                       AND ANC-BUSINESS-DATE(1:6) = WS-REPORT-MONTH
                       AND ANC-NET-FEE NOT = ZERO
                   MOVE ANC-CUSTOMER-ID TO WS-STAGE-CUSTOMER
                   PERFORM 2900-BUILD-WORK-RECORD
                   MOVE ANC-NET-FEE TO WPR-ANALYSIS-FEES
                   PERFORM 2950-WRITE-WORK-RECORD
               END-IF
           END-PERFORM
           CLOSE ANALCHG.

       2600-STAGE-INTEREST-PAID.
      *    INTCALC capitalizes the month's accrual on the month-end
      *    night - that posting is the interest the deposits cost.
           OPEN INPUT CAPINTF
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ CAPINTF
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT
                       AND CAP-POST-DATE(1:6) = WS-REPORT-MONTH
                   MOVE CAP-CUSTOMER-ID TO WS-STAGE-CUSTOMER
                   PERFORM 2900-BUILD-WORK-RECORD
                   MOVE CAP-AMOUNT TO WPR-INTEREST-PAID
                   PERFORM 2950-WRITE-WORK-RECORD
               END-IF
           END-PERFORM
           CLOSE CAPINTF.

       2700-STAGE-TRANSACTIONS.
      *    The history store is in account order, so each account's
      *    month is counted and priced in one pass and staged once.
           OPEN INPUT TRANHIST
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ TRANHIST
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT
                   MOVE THX-IMAGE TO ACCOUNT-RECORD
                   IF TRANSACTION-DATE(1:7) = WS-TXN-MONTH
                       IF THX-ACCOUNT NOT = WS-CUR-ACCOUNT
                           PERFORM 2750-STAGE-ACCOUNT-ACTIVITY
                           MOVE THX-ACCOUNT TO WS-CUR-ACCOUNT
                       END-IF
                       PERFORM 2710-PRICE-TRANSACTION
                   END-IF
               END-IF
           END-PERFORM
           PERFORM 2750-STAGE-ACCOUNT-ACTIVITY
           CLOSE TRANHIST.

       2710-PRICE-TRANSACTION.
           ADD 1 TO WS-TXN-COUNT
           MOVE WS-OTHER-COST TO WS-ITEM-COST
           PERFORM VARYING WS-CHN-IX FROM 1 BY 1
                   UNTIL WS-CHN-IX > WS-CHN-COUNT
               IF WS-CHN-CODE(WS-CHN-IX) = CHANNEL-CODE
                   MOVE WS-CHN-COST(WS-CHN-IX) TO WS-ITEM-COST
               END-IF
           END-PERFORM
           IF WS-ACCT-TXN-COUNT < 99999
               ADD 1 TO WS-ACCT-TXN-COUNT
           END-IF
           ADD WS-ITEM-COST TO WS-ACCT-TXN-COST.

       2750-STAGE-ACCOUNT-ACTIVITY.
           IF WS-ACCT-TXN-COUNT > ZERO
               MOVE WS-CUR-ACCOUNT(1:10) TO WS-STAGE-CUSTOMER
               PERFORM 2900-BUILD-WORK-RECORD
               MOVE WS-ACCT-TXN-COUNT TO WPR-TXN-COUNT
               MOVE WS-ACCT-TXN-COST  TO WPR-SERVICE-COST
               PERFORM 2950-WRITE-WORK-RECORD
           END-IF
           MOVE ZERO TO WS-ACCT-TXN-COUNT
                        WS-ACCT-TXN-COST.

       2900-BUILD-WORK-RECORD.
           MOVE SPACES            TO WRKFILE-REC
           MOVE WS-STAGE-CUSTOMER TO WPR-CUSTOMER-ID
           MOVE ZERO TO WPR-DEPOSIT-BALANCE WPR-LOAN-BALANCE
                        WPR-FTP-CREDIT WPR-INTEREST-PAID
                        WPR-LOAN-MARGIN WPR-MAINT-FEES
                        WPR-OVERDRAFT-FEES WPR-ANALYSIS-FEES
                        WPR-TXN-COUNT WPR-SERVICE-COST
                        WPR-FEE-WAIVED
           MOVE 'N' TO WPR-SEGMENT-WAIVER.

       2910-FIND-FTP-RATE.
      *    Leaves WS-FTP-IX past the count (and a zero rate) when the
      *    code is not on the table.
           MOVE ZERO TO WS-FTP-RATE
           PERFORM VARYING WS-FTP-IX FROM 1 BY 1
                   UNTIL WS-FTP-IX > WS-FTP-COUNT
                   OR WS-FTP-CODE(WS-FTP-IX) = WS-LOOKUP-CODE
               CONTINUE
           END-PERFORM
           IF WS-FTP-IX NOT > WS-FTP-COUNT
               MOVE WS-FTP-TBL-RATE(WS-FTP-IX) TO WS-FTP-RATE
           END-IF.

       2950-WRITE-WORK-RECORD.
           WRITE WRKFILE-REC
           ADD 1 TO WS-STAGED-COUNT.

       3000-SUMMARIZE-CUSTOMERS.
           OPEN INPUT  SRTWRK
           OPEN OUTPUT PRFCUST
           MOVE 'N' TO WS-EOF-SORTED
           PERFORM UNTIL EOF-SORTED
               READ SRTWRK
                   AT END MOVE 'Y' TO WS-EOF-SORTED
               END-READ
               IF NOT EOF-SORTED
                   IF SPR-CUSTOMER-ID NOT = WS-CUR-CUSTOMER
                       IF WS-CUR-CUSTOMER NOT = LOW-VALUES
                           PERFORM 3500-WRITE-CUSTOMER-PROFIT
                       END-IF
                       MOVE SPR-CUSTOMER-ID TO WS-CUR-CUSTOMER
                       INITIALIZE WS-CUSTOMER-TOTALS
                       MOVE 'N' TO WS-TOT-SEGMENT-WAIVER
                   END-IF
                   PERFORM 3100-ADD-STAGED-RECORD
               END-IF
           END-PERFORM
           IF WS-CUR-CUSTOMER NOT = LOW-VALUES
               PERFORM 3500-WRITE-CUSTOMER-PROFIT
           END-IF
           CLOSE SRTWRK
                 PRFCUST.

       3100-ADD-STAGED-RECORD.
           ADD SPR-DEPOSIT-BALANCE TO WS-TOT-DEPOSIT-BALANCE
           ADD SPR-LOAN-BALANCE    TO WS-TOT-LOAN-BALANCE
           ADD SPR-FTP-CREDIT      TO WS-TOT-FTP-CREDIT
           ADD SPR-INTEREST-PAID   TO WS-TOT-INTEREST-PAID
           ADD SPR-LOAN-MARGIN     TO WS-TOT-LOAN-MARGIN
           ADD SPR-MAINT-FEES      TO WS-TOT-MAINT-FEES
           ADD SPR-OVERDRAFT-FEES  TO WS-TOT-OVERDRAFT-FEES
           ADD SPR-ANALYSIS-FEES   TO WS-TOT-ANALYSIS-FEES
           ADD SPR-TXN-COUNT       TO WS-TOT-TXN-COUNT
           ADD SPR-SERVICE-COST    TO WS-TOT-SERVICE-COST
           ADD SPR-FEE-WAIVED      TO WS-TOT-FEE-WAIVED
           IF SPR-SEGMENT-WAIVER = 'Y'
               MOVE 'Y' TO WS-TOT-SEGMENT-WAIVER
           END-IF.

       3500-WRITE-CUSTOMER-PROFIT.
           MOVE SPACES TO CUSTOMER-PROFIT-RECORD
           MOVE WS-CUR-CUSTOMER TO PRF-CUSTOMER-ID
           MOVE WS-REPORT-MONTH TO PRF-MONTH
           PERFORM VARYING WS-MBR-IX FROM 1 BY 1
                   UNTIL WS-MBR-IX > WS-MBR-COUNT
                   OR PRF-HOUSEHOLD-ID NOT = SPACES
               IF WS-MBR-CUST(WS-MBR-IX) = WS-CUR-CUSTOMER
                   MOVE WS-MBR-HOUSEHOLD(WS-MBR-IX)
                       TO PRF-HOUSEHOLD-ID
                   MOVE WS-MBR-ROLE(WS-MBR-IX)
                       TO PRF-HOUSEHOLD-ROLE
               END-IF
           END-PERFORM
           CALL 'DBREAD01' USING WS-CUR-CUSTOMER
                                 CUSTOMER-RECORD
                                 WS-READ-RC
           IF WS-READ-RC = ZERO
               MOVE CUSTOMER-NAME    TO PRF-CUSTOMER-NAME
               MOVE CUSTOMER-SEGMENT TO PRF-SEGMENT
           ELSE
               MOVE '(NOT ON CUSTOMER MASTER)' TO PRF-CUSTOMER-NAME
           END-IF
           MOVE WS-TOT-DEPOSIT-BALANCE TO PRF-DEPOSIT-BALANCE
           MOVE WS-TOT-LOAN-BALANCE    TO PRF-LOAN-BALANCE
           MOVE WS-TOT-FTP-CREDIT      TO PRF-FTP-CREDIT
           MOVE WS-TOT-INTEREST-PAID   TO PRF-INTEREST-PAID
           MOVE WS-TOT-LOAN-MARGIN     TO PRF-LOAN-MARGIN
           MOVE WS-TOT-MAINT-FEES      TO PRF-MAINT-FEES
           MOVE WS-TOT-OVERDRAFT-FEES  TO PRF-OVERDRAFT-FEES
           MOVE WS-TOT-ANALYSIS-FEES   TO PRF-ANALYSIS-FEES
           MOVE WS-TOT-TXN-COUNT       TO PRF-TXN-COUNT
           MOVE WS-TOT-SERVICE-COST    TO PRF-SERVICE-COST
           MOVE WS-TOT-FEE-WAIVED      TO PRF-FEE-WAIVED
           MOVE WS-TOT-SEGMENT-WAIVER  TO PRF-SEGMENT-WAIVER
           COMPUTE PRF-PROFIT =
               PRF-FTP-CREDIT - PRF-INTEREST-PAID + PRF-LOAN-MARGIN
               + PRF-MAINT-FEES + PRF-OVERDRAFT-FEES
               + PRF-ANALYSIS-FEES - PRF-SERVICE-COST
           WRITE PRFCUST-REC FROM CUSTOMER-PROFIT-RECORD
           ADD 1 TO WS-CUSTOMER-COUNT.

       3900-SET-CUSTOMER-FIGURES.
      *    Margin and fee income as every section of the report
      *    shows them.
           COMPUTE WS-MARGIN =
               PRF-FTP-CREDIT - PRF-INTEREST-PAID + PRF-LOAN-MARGIN
           COMPUTE WS-FEES =
               PRF-MAINT-FEES + PRF-OVERDRAFT-FEES + PRF-ANALYSIS-FEES.

       4000-WRITE-CUSTOMER-RANKING.
           MOVE SPACES TO WS-RPT-LINE
           STRING 'CUSTOMER PROFITABILITY - MONTH ' WS-REPORT-MONTH
                  '   BUSINESS DATE ' BUS-DATE
                  '   RANKED MOST TO LEAST PROFITABLE'
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE PRFRPT-REC FROM WS-RPT-LINE
           PERFORM 4100-WRITE-CUSTOMER-HEADINGS
           OPEN INPUT SRTPRF
           MOVE ZERO TO WS-RANK
           MOVE 'N' TO WS-EOF-SORTED
           PERFORM UNTIL EOF-SORTED
               READ SRTPRF INTO CUSTOMER-PROFIT-RECORD
                   AT END MOVE 'Y' TO WS-EOF-SORTED
               END-READ
               IF NOT EOF-SORTED
                   ADD 1 TO WS-RANK
                   PERFORM 3900-SET-CUSTOMER-FIGURES
                   ADD WS-MARGIN        TO WS-GRD-MARGIN
                   ADD WS-FEES          TO WS-GRD-FEES
                   ADD PRF-SERVICE-COST TO WS-GRD-SERVICE-COST
                   ADD PRF-PROFIT       TO WS-GRD-PROFIT
                   PERFORM 4200-FORMAT-CUSTOMER-LINE
                   IF PRF-SEGMENT-WAIVED
                       IF PRF-PROFIT < WS-WAIVER-FLOOR
                           MOVE 'REVIEW WAIVER' TO CLN-FLAG
                       ELSE
                           MOVE 'SEG WAIVER'    TO CLN-FLAG
                       END-IF
                   END-IF
                   WRITE PRFRPT-REC FROM WS-CUST-LINE
               END-IF
           END-PERFORM
           CLOSE SRTPRF
           MOVE SPACES TO WS-RPT-LINE
           WRITE PRFRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-CUST-LINE
           MOVE 'ALL CUSTOMERS'     TO CLN-NAME
           MOVE WS-GRD-MARGIN       TO CLN-MARGIN
           MOVE WS-GRD-FEES         TO CLN-FEES
           MOVE WS-GRD-SERVICE-COST TO CLN-COST
           MOVE WS-GRD-PROFIT       TO CLN-PROFIT
           WRITE PRFRPT-REC FROM WS-CUST-LINE.

       4100-WRITE-CUSTOMER-HEADINGS.
           MOVE SPACES TO WS-RPT-LINE
           WRITE PRFRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE '   RANK'            TO WS-RPT-LINE(1:7)
           MOVE 'CUSTOMER'           TO WS-RPT-LINE(10:8)
           MOVE 'NAME'               TO WS-RPT-LINE(21:4)
           MOVE 'SG'                 TO WS-RPT-LINE(46:2)
           MOVE 'HOUSEHOLD'          TO WS-RPT-LINE(49:9)
           MOVE 'INTEREST MARGIN'    TO WS-RPT-LINE(61:15)
           MOVE 'FEE INCOME'         TO WS-RPT-LINE(80:10)
           MOVE 'SVC COST'           TO WS-RPT-LINE(95:8)
           MOVE 'PROFIT'             TO WS-RPT-LINE(114:6)
           WRITE PRFRPT-REC FROM WS-RPT-LINE.

       4200-FORMAT-CUSTOMER-LINE.
           MOVE SPACES            TO WS-CUST-LINE
           MOVE WS-RANK           TO CLN-RANK
           MOVE PRF-CUSTOMER-ID   TO CLN-CUSTOMER-ID
           MOVE PRF-CUSTOMER-NAME TO CLN-NAME
           MOVE PRF-SEGMENT       TO CLN-SEGMENT
           MOVE PRF-HOUSEHOLD-ID  TO CLN-HOUSEHOLD
           MOVE WS-MARGIN         TO CLN-MARGIN
           MOVE WS-FEES           TO CLN-FEES
           MOVE PRF-SERVICE-COST  TO CLN-COST
           MOVE PRF-PROFIT        TO CLN-PROFIT.

       5000-WRITE-WAIVER-REVIEW.
      *    Least profitable first; the rank is the customer's place
      *    on the full ranking above.
           MOVE SPACES TO WS-RPT-LINE
           WRITE PRFRPT-REC FROM WS-RPT-LINE
           MOVE WS-WAIVER-FLOOR TO WS-AMT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'SEGMENT FEE WAIVERS UNDER REVIEW - PROFIT BELOW '
                  WS-AMT-DISP
                  '   (FLAG COLUMN SHOWS THE FEE WAIVED)'
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE PRFRPT-REC FROM WS-RPT-LINE
           PERFORM 4100-WRITE-CUSTOMER-HEADINGS
           OPEN INPUT SRTPRF
           MOVE ZERO TO WS-RANK
           MOVE 'N' TO WS-EOF-SORTED
           PERFORM UNTIL EOF-SORTED
               READ SRTPRF INTO CUSTOMER-PROFIT-RECORD
                   AT END MOVE 'Y' TO WS-EOF-SORTED
               END-READ
               IF NOT EOF-SORTED
                   ADD 1 TO WS-RANK
                   IF PRF-PROFIT NOT < WS-WAIVER-FLOOR
                       MOVE 'Y' TO WS-EOF-SORTED
                   ELSE
                       IF PRF-SEGMENT-WAIVED
                           PERFORM 5100-WRITE-REVIEW-LINE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE SRTPRF
           MOVE WS-REVIEW-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'CUSTOMERS UNDER REVIEW: ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE PRFRPT-REC FROM WS-RPT-LINE.

       5100-WRITE-REVIEW-LINE.
           ADD 1 TO WS-REVIEW-COUNT
           PERFORM 3900-SET-CUSTOMER-FIGURES
           PERFORM 4200-FORMAT-CUSTOMER-LINE
           COMPUTE CLN-RANK = WS-CUSTOMER-COUNT - WS-RANK + 1
           MOVE PRF-FEE-WAIVED TO WS-AMT-DISP
           MOVE WS-AMT-DISP    TO CLN-FLAG
           WRITE PRFRPT-REC FROM WS-CUST-LINE.

       6000-ROLL-UP-HOUSEHOLDS.
      *    Customers in no household have been ranked on their own
      *    above and sort to the front here, where they are passed.
           OPEN INPUT  SRTPRF
           OPEN OUTPUT HHWORK
           MOVE LOW-VALUES TO WS-CUR-HOUSEHOLD
           MOVE 'N' TO WS-EOF-SORTED
           PERFORM UNTIL EOF-SORTED
               READ SRTPRF INTO CUSTOMER-PROFIT-RECORD
                   AT END MOVE 'Y' TO WS-EOF-SORTED
               END-READ
               IF NOT EOF-SORTED AND PRF-HOUSEHOLD-ID NOT = SPACES
                   IF PRF-HOUSEHOLD-ID NOT = WS-CUR-HOUSEHOLD
                       IF WS-CUR-HOUSEHOLD NOT = LOW-VALUES
                           PERFORM 6500-WRITE-HOUSEHOLD
                       END-IF
                       MOVE PRF-HOUSEHOLD-ID TO WS-CUR-HOUSEHOLD
                       INITIALIZE WS-HOUSEHOLD-TOTALS
                   END-IF
                   PERFORM 6100-ADD-MEMBER
               END-IF
           END-PERFORM
           IF WS-CUR-HOUSEHOLD NOT = LOW-VALUES
               PERFORM 6500-WRITE-HOUSEHOLD
           END-IF
           CLOSE SRTPRF
                 HHWORK.

       6100-ADD-MEMBER.
      *    The household is shown under its primary's name, or the
      *    first member's if no primary had business this month.
           ADD 1 TO WS-HH-MEMBERS
           IF WS-HH-PRIMARY-NAME = SPACES
                   OR PRF-HOUSEHOLD-ROLE = 'P'
               MOVE PRF-CUSTOMER-NAME TO WS-HH-PRIMARY-NAME
           END-IF
           PERFORM 3900-SET-CUSTOMER-FIGURES
           ADD PRF-DEPOSIT-BALANCE TO WS-HH-DEPOSIT-BALANCE
           ADD PRF-LOAN-BALANCE    TO WS-HH-LOAN-BALANCE
           ADD WS-MARGIN           TO WS-HH-MARGIN
           ADD WS-FEES             TO WS-HH-FEES
           ADD PRF-SERVICE-COST    TO WS-HH-SERVICE-COST
           ADD PRF-PROFIT          TO WS-HH-PROFIT
           IF PRF-SEGMENT-WAIVED
               ADD 1 TO WS-HH-WAIVED-MEMBERS
           END-IF.

       6500-WRITE-HOUSEHOLD.
           MOVE SPACES                TO HHWORK-REC
           MOVE WS-CUR-HOUSEHOLD      TO HHW-HOUSEHOLD-ID
           MOVE WS-HH-MEMBERS         TO HHW-MEMBERS
           MOVE WS-HH-PRIMARY-NAME    TO HHW-PRIMARY-NAME
           MOVE WS-HH-DEPOSIT-BALANCE TO HHW-DEPOSIT-BALANCE
           MOVE WS-HH-LOAN-BALANCE    TO HHW-LOAN-BALANCE
           MOVE WS-HH-MARGIN          TO HHW-MARGIN
           MOVE WS-HH-FEES            TO HHW-FEES
           MOVE WS-HH-SERVICE-COST    TO HHW-SERVICE-COST
           MOVE WS-HH-PROFIT          TO HHW-PROFIT
           MOVE WS-HH-WAIVED-MEMBERS  TO HHW-WAIVED-MEMBERS
           WRITE HHWORK-REC
           ADD 1 TO WS-HOUSEHOLD-COUNT.

       7000-WRITE-HOUSEHOLD-RANKING.
           MOVE SPACES TO WS-RPT-LINE
           WRITE PRFRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'HOUSEHOLD PROFITABILITY - MONTH ' WS-REPORT-MONTH
                  '   RANKED MOST TO LEAST PROFITABLE'
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE PRFRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE PRFRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE '   RANK'            TO WS-RPT-LINE(1:7)
           MOVE 'HOUSEHOLD'          TO WS-RPT-LINE(10:9)
           MOVE 'MBRS'               TO WS-RPT-LINE(21:4)
           MOVE 'PRIMARY MEMBER'     TO WS-RPT-LINE(26:14)
           MOVE 'DEPOSITS'           TO WS-RPT-LINE(58:8)
           MOVE 'LOANS'              TO WS-RPT-LINE(75:5)
           MOVE 'INT MARGIN'         TO WS-RPT-LINE(83:10)
           MOVE 'FEE INCOME'         TO WS-RPT-LINE(96:10)
           MOVE 'PROFIT'             TO WS-RPT-LINE(116:6)
           MOVE 'WVD'                TO WS-RPT-LINE(122:3)
           WRITE PRFRPT-REC FROM WS-RPT-LINE
           OPEN INPUT SRTHH
           MOVE ZERO TO WS-RANK
           MOVE 'N' TO WS-EOF-SORTED
           PERFORM UNTIL EOF-SORTED
               READ SRTHH
                   AT END MOVE 'Y' TO WS-EOF-SORTED
               END-READ
               IF NOT EOF-SORTED
                   ADD 1 TO WS-RANK
                   MOVE SPACES              TO WS-HH-LINE
                   MOVE WS-RANK             TO HLN-RANK
                   MOVE SHH-HOUSEHOLD-ID    TO HLN-HOUSEHOLD
                   MOVE SHH-MEMBERS         TO HLN-MEMBERS
                   MOVE SHH-PRIMARY-NAME    TO HLN-NAME
                   MOVE SHH-DEPOSIT-BALANCE TO HLN-DEPOSITS
                   MOVE SHH-LOAN-BALANCE    TO HLN-LOANS
                   MOVE SHH-MARGIN          TO HLN-MARGIN
                   MOVE SHH-FEES            TO HLN-FEES
                   MOVE SHH-PROFIT          TO HLN-PROFIT
                   MOVE SHH-WAIVED-MEMBERS  TO HLN-WAIVED
                   WRITE PRFRPT-REC FROM WS-HH-LINE
               END-IF
           END-PERFORM
           CLOSE SRTHH.

       9000-END.
           CLOSE PRFRPT
           DISPLAY 'CUSTPROF MONTH:               ' WS-REPORT-MONTH
           DISPLAY 'CUSTPROF PARAMETERS APPLIED:  ' WS-PARM-COUNT
           DISPLAY 'CUSTPROF ITEMS STAGED:        ' WS-STAGED-COUNT
           DISPLAY 'CUSTPROF TRANSACTIONS PRICED: ' WS-TXN-COUNT
           DISPLAY 'CUSTPROF CUSTOMERS RANKED:    ' WS-CUSTOMER-COUNT
           DISPLAY 'CUSTPROF HOUSEHOLDS RANKED:   ' WS-HOUSEHOLD-COUNT
           DISPLAY 'CUSTPROF WAIVERS UNDER REVIEW:' WS-REVIEW-COUNT
           MOVE RC-SUCCESS TO WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.
