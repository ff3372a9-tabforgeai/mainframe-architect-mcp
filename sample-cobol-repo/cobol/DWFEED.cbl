      *----------------------------------------------------------------*
      * PROGRAM:  DWFEED                                               *
      * PURPOSE:  Nightly data warehouse feed - runs at the end of     *
      *           BANKNITE, once every posting step has finished. One  *
      *           uniform event record per business event of the       *
      *           night (see DWHDATA), staged from the files the       *
      *           posting programs already leave behind:               *
      *             payments posted    - PYMT001's PYMTPOST generation *
      *                                  and the intraday cycles'      *
      *                                  PYMTPODY accumulator          *
      *             payments rejected  - PYMT001's REJECTFILE          *
      *             fees assessed      - FEEPROC's FEERPT, PYMT001's   *
      *                                  overdraft fees off ODDECISN   *
      *             interest           - INTCALC's CAPINT and DEBINT   *
      *             loan payments      - LOANPAY's INTPAID trail       *
      *             holds              - FNDHOLD (placed today) and    *
      *                                  HOLDRELS's released file      *
      *             disputes           - DISPUTES opened today and     *
      *                                  DISPUPD's contact notes       *
      *             maintenance        - DBAUDIT, ordinary balance     *
      *                                  updates left out              *
      *           Loan events take their customer off LOANFILE and     *
      *           every event its currency off DBFILE on the way past; *
      *           the same passes write the loan, customer and account *
      *           dimension files. Before the feed is released its     *
      *           counts are proved to tonight's control totals -      *
      *           posted and rejected payments to PYMT001's, fee       *
      *           refunds to PYFEEREV's, maintenance fees to           *
      *           FEEPROC's amount - and every event staged must reach *
      *           the event file. A break ends RC=4, the release steps *
      *           are bypassed and the high-water marks on DWSTATE are *
      *           left where they were.                                *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    (none)                                               *
      * COPYBOOKS: DWHDATA, ACCTDATA, PYMTREJQ, REGEDATA, HOLDDATA,    *
      *            DISPDATA, NOTEDATA, LOANDATA, CUSTMAST, ACCTMST,    *
      *            CTLDATA, ERRDATA, BUSDATE                           *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     DWFEED.
       AUTHOR.         TABFORGE-AI.
       DATE-WRITTEN.   2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSDATEF ASSIGN TO UT-S-BUSDATE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT STATEIN  ASSIGN TO UT-S-STATEIN
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT STATEOUT ASSIGN TO UT-S-STATEOUT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT CTLTOTFILE ASSIGN TO UT-S-CTLTOTAL
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT PYMTPOST ASSIGN TO UT-S-PYMTPOST
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT PYMTPODY ASSIGN TO UT-S-PYMTPODY
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT REJECTS  ASSIGN TO UT-S-REJECTS
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT FEERPT   ASSIGN TO UT-S-FEERPT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT ODDECISN ASSIGN TO UT-S-ODDECISN
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT CAPINTF  ASSIGN TO UT-S-CAPINTF
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT DEBINTF  ASSIGN TO UT-S-DEBINTF
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT INTPAID  ASSIGN TO UT-S-INTPAID
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT FNDHOLD  ASSIGN TO UT-S-FNDHOLD
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT RELSIN   ASSIGN TO UT-S-RELSIN
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT DISPFILE ASSIGN TO UT-S-DISPFILE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT NOTEFILE ASSIGN TO UT-S-NOTEFILE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT AUDITFILE ASSIGN TO UT-S-DBAUDIT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT LOANFILE ASSIGN TO UT-S-LOANFILE
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS SEQUENTIAL
                           RECORD KEY   IS LOANFILE-LOAN-ID.
           SELECT DBFILE   ASSIGN TO UT-S-DBFILE
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS SEQUENTIAL
                           RECORD KEY   IS DBFILE-CUSTOMER-ID
                           ALTERNATE RECORD KEY IS DBFILE-ACCOUNT-NUMBER
                               WITH DUPLICATES.
           SELECT ACCTMAST ASSIGN TO UT-S-ACCTMAST
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS SEQUENTIAL
                           RECORD KEY   IS AMF-ACCOUNT-NUMBER.
           SELECT LNWORK   ASSIGN TO UT-S-LNWORK
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT LNSRT    ASSIGN TO UT-S-LNSRT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT WRKFILE  ASSIGN TO UT-S-WRKFILE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT SORTWK1  ASSIGN TO UT-S-SORTWK.
           SELECT SRTWRK   ASSIGN TO UT-S-SRTWRK
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT DWEVENT  ASSIGN TO UT-S-DWEVENT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT DWCUSTD  ASSIGN TO UT-S-DWCUSTD
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT DWACCTD  ASSIGN TO UT-S-DWACCTD
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT DWLOAND  ASSIGN TO UT-S-DWLOAND
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT DWRPT    ASSIGN TO UT-S-DWRPT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATEF
           RECORDING MODE IS F
           RECORD CONTAINS 30 CHARACTERS.
       01  BUSDATEF-REC               PIC X(30).

      *    DWFEED's high-water marks (see DWHDATA), generation in and
      *    generation out.
       FD  STATEIN
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  STATEIN-REC                PIC X(80).

       FD  STATEOUT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  STATEOUT-REC               PIC X(80).

       FD  CTLTOTFILE
           RECORDING MODE IS F
           RECORD CONTAINS 54 CHARACTERS.
       01  CTLTOTFILE-REC             PIC X(54).

      *    Payment images as PYMT001 posted them (see ACCTDATA).
       FD  PYMTPOST
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01  PYMTPOST-REC               PIC X(200).

       FD  PYMTPODY
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01  PYMTPODY-REC               PIC X(200).

      *    Tonight's reject queue (see PYMTREJQ).
       FD  REJECTS
           RECORDING MODE IS F
           RECORD CONTAINS 254 CHARACTERS.
       01  REJECTS-REC                PIC X(254).

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

      *    Same layout as INTCALC's CAPINTF FD.
       FD  CAPINTF
           RECORDING MODE IS F
           RECORD CONTAINS 30 CHARACTERS.
       01  CAPINTF-REC.
           05  CAP-CUSTOMER-ID        PIC X(10).
           05  CAP-AMOUNT             PIC S9(11)V99 COMP-3.
           05  CAP-POST-DATE          PIC X(08).
           05  FILLER                 PIC X(05).

      *    Same layout as INTCALC's DEBINTF FD.
       FD  DEBINTF
           RECORDING MODE IS F
           RECORD CONTAINS 30 CHARACTERS.
       01  DEBINTF-REC.
           05  DBI-CUSTOMER-ID        PIC X(10).
           05  DBI-AMOUNT             PIC S9(11)V99 COMP-3.
           05  DBI-CHARGE-DATE        PIC X(08).
           05  FILLER                 PIC X(05).

      *    LOANPAY's cumulative interest-paid trail - same layout as
      *    its FD, kept in step by hand.
       FD  INTPAID
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  INTPAID-REC.
           05  IPD-LOAN-ID            PIC X(12).
           05  IPD-PAY-DATE           PIC X(08).
           05  IPD-INTEREST           PIC 9(09)V99.
           05  IPD-PRINCIPAL          PIC 9(09)V99.
           05  FILLER                 PIC X(18).

      *    The hold accumulator and tonight's released holds, both in
      *    the HOLDDATA layout.
       FD  FNDHOLD
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  FNDHOLD-REC                PIC X(60).

       FD  RELSIN
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  RELSIN-REC                 PIC X(60).

       FD  DISPFILE
           RECORDING MODE IS F
           RECORD CONTAINS 325 CHARACTERS.
       01  DISPFILE-REC               PIC X(325).

       FD  NOTEFILE
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
       01  NOTEFILE-REC               PIC X(120).

      *    Same layout as DBUPD01's AUDITFILE FD - before/after image
      *    of the DBFILE record, customer master at the front.
       FD  AUDITFILE
           RECORDING MODE IS F
           RECORD CONTAINS 846 CHARACTERS.
       01  AUDITFILE-REC.
           05  AUDIT-CUSTOMER-ID      PIC X(10).
           05  AUDIT-ACTION           PIC X(10).
           05  AUDIT-TIMESTAMP        PIC X(26).
           05  AUDIT-BEFORE-IMAGE     PIC X(400).
           05  AUDIT-AFTER-IMAGE      PIC X(400).

       FD  LOANFILE
           RECORDING MODE IS F
           RECORD CONTAINS 300 CHARACTERS.
       01  LOANFILE-REC.
           05  LOANFILE-LOAN-ID       PIC X(12).
           05  FILLER                 PIC X(288).

       FD  DBFILE
           RECORDING MODE IS F
           RECORD CONTAINS 400 CHARACTERS.
       01  DBFILE-REC.
      *    Same layout as DBREAD01/DBUPD01's FD - kept in step by
      *    hand.
           05  DBFILE-CUSTOMER-ID     PIC X(10).
           05  FILLER                 PIC X(378).
           05  DBFILE-ACCOUNT-NUMBER  PIC X(12).

       FD  ACCTMAST
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  ACCTMAST-REC.
           05  AMF-ACCOUNT-NUMBER     PIC X(12).
           05  FILLER                 PIC X(88).

      *    Staged events in the DWHDATA event layout - loan payments
      *    on LNWORK until LOANFILE has given them a customer,
      *    everything else on WRKFILE.
       FD  LNWORK
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
       01  LNWORK-REC                 PIC X(150).

       FD  LNSRT
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
       01  LNSRT-REC                  PIC X(150).

       FD  WRKFILE
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
       01  WRKFILE-REC                PIC X(150).

      *    DW-EVENT-RECORD, sorted on loan or customer with the
      *    staging sequence keeping each key's events in the order
      *    they were staged.
       SD  SORTWK1
           RECORD CONTAINS 150 CHARACTERS.
       01  SORTWK1-REC.
           05  FILLER                 PIC X(19).
           05  SDW-CUSTOMER-ID        PIC X(10).
           05  SDW-ACCOUNT-NUMBER     PIC X(12).
           05  FILLER                 PIC X(96).
           05  SDW-SEQUENCE           PIC 9(09).
           05  FILLER                 PIC X(04).

       FD  SRTWRK
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
       01  SRTWRK-REC                 PIC X(150).

       FD  DWEVENT
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
       01  DWEVENT-REC                PIC X(150).

       FD  DWCUSTD
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
       01  DWCUSTD-REC                PIC X(150).

       FD  DWACCTD
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
       01  DWACCTD-REC                PIC X(150).

       FD  DWLOAND
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
       01  DWLOAND-REC                PIC X(150).

       FD  DWRPT
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  DWRPT-REC                  PIC X(133).

       WORKING-STORAGE SECTION.
       01  WS-DWFEED-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'DWFEED'.
           05  WS-EOF-INPUT           PIC X(1)  VALUE 'N'.
               88  EOF-INPUT              VALUE 'Y'.
           05  WS-EOF-SORTED          PIC X(1)  VALUE 'N'.
               88  EOF-SORTED             VALUE 'Y'.
           05  WS-EOF-MASTER          PIC X(1)  VALUE 'N'.
               88  EOF-MASTER             VALUE 'Y'.
           05  WS-BREAK-FLAG          PIC X(1)  VALUE 'N'.
               88  CONTROL-BREAK          VALUE 'Y'.
           05  WS-RELEASED-FLAG       PIC X(1)  VALUE 'N'.
               88  FEED-ALREADY-RELEASED  VALUE 'Y'.
           05  WS-RUN-STAMP           PIC X(26) VALUE SPACES.
           05  WS-RECORD-STAMP        PIC X(16) VALUE SPACES.
           05  WS-EVENT-KEY           PIC X(12) VALUE SPACES.
           05  WS-EVT-IX              PIC 9(2)  COMP VALUE ZERO.
           05  WS-STAGE-SEQ           PIC 9(9)  COMP VALUE ZERO.
           05  WS-EVENT-SEQ           PIC 9(9)  COMP VALUE ZERO.
           05  WS-INTPAID-READ        PIC 9(9)  COMP VALUE ZERO.
      *    Control-side figures out of tonight's CTLTOTAL records.
           05  WS-CTL-PYMT-SUCCESS    PIC 9(9)  COMP VALUE ZERO.
           05  WS-CTL-PYMT-REJECT     PIC 9(9)  COMP VALUE ZERO.
           05  WS-CTL-FEEREV-COUNT    PIC 9(9)  COMP VALUE ZERO.
           05  WS-CTL-FEEREV-AMOUNT   PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-CTL-FEE-AMOUNT      PIC S9(13)V99 COMP-3 VALUE ZERO.
      *    Feed-side figures for the same proofs - the evening run's
      *    own postings only; the intraday cycles proved theirs to
      *    their own control totals at each cutoff.
           05  WS-NIGHT-POST-COUNT    PIC 9(9)  COMP VALUE ZERO.
           05  WS-DAY-POST-COUNT      PIC 9(9)  COMP VALUE ZERO.
           05  WS-NIGHT-REJECT-COUNT  PIC 9(9)  COMP VALUE ZERO.
           05  WS-FEEREV-COUNT        PIC 9(9)  COMP VALUE ZERO.
           05  WS-FEEREV-AMOUNT       PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-MAINT-FEE-AMOUNT    PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-UPDATE-SKIP-COUNT   PIC 9(9)  COMP VALUE ZERO.
           05  WS-NO-LOAN-COUNT       PIC 9(9)  COMP VALUE ZERO.
           05  WS-NO-CUST-COUNT       PIC 9(9)  COMP VALUE ZERO.
      *    File trailers.
           05  WS-EVENT-COUNT         PIC 9(9)  COMP VALUE ZERO.
           05  WS-EVENT-TOTAL         PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-CUST-COUNT          PIC 9(9)  COMP VALUE ZERO.
           05  WS-CUST-TOTAL          PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-ACCT-COUNT          PIC 9(9)  COMP VALUE ZERO.
           05  WS-ACCT-TOTAL          PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-LOAN-COUNT          PIC 9(9)  COMP VALUE ZERO.
           05  WS-LOAN-TOTAL          PIC S9(15)V99 COMP-3 VALUE ZERO.
      *    One proof line at a time through 6100.
           05  WS-CHK-LABEL           PIC X(40) VALUE SPACES.
           05  WS-CHK-FEED            PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-CHK-CONTROL         PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-COUNT-DISP          PIC ZZZ,ZZZ,ZZ9.
           05  WS-COUNT-DISP2         PIC ZZZ,ZZZ,ZZ9.
           05  WS-AMT-DISP            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-AMT-DISP2           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-RPT-LINE            PIC X(133) VALUE SPACES.

      *    The event types in report order (see DWHDATA).
       01  WS-EVENT-TYPE-VALUES.
           05  FILLER                 PIC X(08) VALUE 'PAYPOST'.
           05  FILLER                 PIC X(08) VALUE 'PAYREJ'.
           05  FILLER                 PIC X(08) VALUE 'FEEASSD'.
           05  FILLER                 PIC X(08) VALUE 'INTCRED'.
           05  FILLER                 PIC X(08) VALUE 'INTCHRG'.
           05  FILLER                 PIC X(08) VALUE 'LNPAYMT'.
           05  FILLER                 PIC X(08) VALUE 'HOLDPLC'.
           05  FILLER                 PIC X(08) VALUE 'HOLDREL'.
           05  FILLER                 PIC X(08) VALUE 'DISPSTAT'.
           05  FILLER                 PIC X(08) VALUE 'CUSTMNT'.
       01  WS-EVENT-TYPE-TABLE REDEFINES WS-EVENT-TYPE-VALUES.
           05  WS-EVT-NAME            PIC X(08) OCCURS 10 TIMES.
       01  WS-EVENT-TOTALS.
           05  WS-EVT-TOTAL OCCURS 10 TIMES.
               10  WS-EVT-STAGED      PIC 9(9)  COMP.
               10  WS-EVT-WRITTEN     PIC 9(9)  COMP.
               10  WS-EVT-AMOUNT      PIC S9(15)V99 COMP-3.

       COPY DWHDATA.
       COPY ACCTDATA.
       COPY PYMTREJQ.
       COPY REGEDATA.
       COPY HOLDDATA.
       COPY DISPDATA.
       COPY NOTEDATA.
       COPY LOANDATA.
       COPY CUSTMAST.
       COPY ACCTMST.
       COPY CTLDATA.
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
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           PERFORM VARYING WS-EVT-IX FROM 1 BY 1 UNTIL WS-EVT-IX > 10
               MOVE ZERO TO WS-EVT-STAGED(WS-EVT-IX)
                            WS-EVT-WRITTEN(WS-EVT-IX)
                            WS-EVT-AMOUNT(WS-EVT-IX)
           END-PERFORM
           PERFORM 1100-READ-STATE
           OPEN OUTPUT DWRPT
           PERFORM 1500-WRITE-REPORT-HEADER
           IF FEED-ALREADY-RELEASED
      *        A second run for a date already sent would send the
      *        warehouse every event twice - nothing is staged, the
      *        state goes forward untouched and the release steps
      *        are bypassed.
               MOVE SPACES TO WS-RPT-LINE
               STRING 'FEED FOR BUSINESS DATE ' BUS-DATE
                      ' ALREADY RELEASED - NOTHING SENT'
                   DELIMITED SIZE INTO WS-RPT-LINE
               WRITE DWRPT-REC FROM WS-RPT-LINE
               DISPLAY 'DWFEED FEED ALREADY RELEASED FOR ' BUS-DATE
               MOVE 'Y' TO WS-BREAK-FLAG
               PERFORM 7000-WRITE-STATE
               CLOSE DWRPT
               MOVE RC-WARNING TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1200-LOAD-CONTROL-TOTALS
           OPEN OUTPUT WRKFILE
           OPEN OUTPUT LNWORK
           PERFORM 2000-STAGE-POSTED-PAYMENTS
           PERFORM 2100-STAGE-REJECTED-PAYMENTS
           PERFORM 2200-STAGE-MAINT-FEES
           PERFORM 2250-STAGE-OVERDRAFT-FEES
           PERFORM 2300-STAGE-INTEREST-CREDITED
           PERFORM 2350-STAGE-INTEREST-CHARGED
           PERFORM 2400-STAGE-LOAN-PAYMENTS
           PERFORM 2500-STAGE-HOLDS-PLACED
           PERFORM 2550-STAGE-HOLDS-RELEASED
           PERFORM 2600-STAGE-DISPUTES-OPENED
           PERFORM 2650-STAGE-DISPUTE-NOTES
           PERFORM 2700-STAGE-CUSTOMER-MAINT
           CLOSE LNWORK
           SORT SORTWK1
               ON ASCENDING KEY SDW-ACCOUNT-NUMBER
                                SDW-SEQUENCE
               USING LNWORK
               GIVING LNSRT
           PERFORM 3000-WRITE-LOAN-DIMENSION
           CLOSE WRKFILE
           SORT SORTWK1
               ON ASCENDING KEY SDW-CUSTOMER-ID
                                SDW-SEQUENCE
               USING WRKFILE
               GIVING SRTWRK
           PERFORM 4000-WRITE-EVENTS-AND-CUSTOMERS
           PERFORM 5000-WRITE-ACCOUNT-DIMENSION
           PERFORM 6000-RECONCILE-FEED
           PERFORM 7000-WRITE-STATE
           PERFORM 9000-END.

       1100-READ-STATE.
      *    No state yet (the first night) means no released feed: the
      *    cumulative trails are fed from the start of the business
      *    date.
           OPEN INPUT STATEIN
           READ STATEIN INTO DWFEED-STATE-RECORD
               AT END
                   MOVE SPACES TO DWFEED-STATE-RECORD
                   MOVE ZERO   TO DWS-INTPAID-COUNT
           END-READ
           CLOSE STATEIN
           IF DWS-AUDIT-STAMP = SPACES
               STRING BUS-DATE '00000000' DELIMITED SIZE
                   INTO DWS-AUDIT-STAMP
           END-IF
           IF DWS-NOTE-STAMP = SPACES
               STRING BUS-DATE '00000000' DELIMITED SIZE
                   INTO DWS-NOTE-STAMP
           END-IF
           IF DWS-INTPAID-COUNT NOT NUMERIC
               MOVE ZERO TO DWS-INTPAID-COUNT
           END-IF
           IF DWS-BUSINESS-DATE = BUS-DATE
               MOVE 'Y' TO WS-RELEASED-FLAG
           END-IF.

       1200-LOAD-CONTROL-TOTALS.
      *    PYMT001 and FEEPROC each write one record a night; summing
      *    keeps a restarted step's second record in the count.
           OPEN INPUT CTLTOTFILE
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ CTLTOTFILE INTO CONTROL-TOTAL-REC
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT
                   EVALUATE CTL-JOB-STEP
                       WHEN 'PYMT001'
                           ADD CTL-SUCCESS-COUNT
                               TO WS-CTL-PYMT-SUCCESS
                           ADD CTL-REJECT-COUNT
                               TO WS-CTL-PYMT-REJECT
                       WHEN 'PYFEEREV'
                           ADD CTL-TOTAL-COUNT
                               TO WS-CTL-FEEREV-COUNT
                           ADD CTL-TOTAL-AMOUNT
                               TO WS-CTL-FEEREV-AMOUNT
                       WHEN 'FEEPROC'
                           ADD CTL-TOTAL-AMOUNT
                               TO WS-CTL-FEE-AMOUNT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM
           CLOSE CTLTOTFILE.

       1500-WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-RPT-LINE
           STRING 'DATA WAREHOUSE FEED - BUSINESS DATE ' BUS-DATE
                  '   RUN ' WS-RUN-STAMP(1:8) ' '
                  WS-RUN-STAMP(9:6)
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE DWRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'LAST RELEASED FEED: ' DWS-BUSINESS-DATE
                  '   DBAUDIT AFTER ' DWS-AUDIT-STAMP
                  '   NOTES AFTER ' DWS-NOTE-STAMP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE DWRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE DWRPT-REC FROM WS-RPT-LINE.

       2000-STAGE-POSTED-PAYMENTS.
      *    Tonight's PYMT001 postings, then whatever the intraday
      *    cycles posted since the last feed.
           OPEN INPUT PYMTPOST
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ PYMTPOST INTO ACCOUNT-RECORD
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT
                   ADD 1 TO WS-NIGHT-POST-COUNT
                   IF TXN-CREDIT AND CHANNEL-CODE = 'FREV'
                       ADD 1              TO WS-FEEREV-COUNT
                       ADD PENDING-AMOUNT TO WS-FEEREV-AMOUNT
                   END-IF
                   PERFORM 2010-BUILD-PAYMENT-EVENT
                   MOVE 'PYMT001' TO DWE-SOURCE
                   PERFORM 2900-STAGE-EVENT
               END-IF
           END-PERFORM
           CLOSE PYMTPOST
           OPEN INPUT PYMTPODY
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ PYMTPODY INTO ACCOUNT-RECORD
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT
                   ADD 1 TO WS-DAY-POST-COUNT
                   PERFORM 2010-BUILD-PAYMENT-EVENT
                   MOVE 'PYMTCYCL' TO DWE-SOURCE
                   PERFORM 2900-STAGE-EVENT
               END-IF
           END-PERFORM
           CLOSE PYMTPODY.

       2010-BUILD-PAYMENT-EVENT.
           PERFORM 2890-CLEAR-EVENT
           SET DWE-PAYMENT-POSTED    TO TRUE
           MOVE CHANNEL-CODE         TO DWE-EVENT-SUBTYPE
           MOVE ACCOUNT-NUMBER(1:10) TO DWE-CUSTOMER-ID
           MOVE ACCOUNT-NUMBER       TO DWE-ACCOUNT-NUMBER
           PERFORM 2880-SET-TRANSACTION-DATE
           MOVE TRANSACTION-TIME     TO DWE-EVENT-TIME
           MOVE PENDING-AMOUNT       TO DWE-AMOUNT
      *    Spaces (the customer's own currency) are filled in from
      *    DBFILE in the customer pass.
           MOVE PYMT-CURRENCY-CODE   TO DWE-CURRENCY
           MOVE TRANSACTION-REF      TO DWE-REFERENCE
           EVALUATE TRUE
               WHEN TXN-CREDIT
                   SET DWE-CREDIT   TO TRUE
               WHEN TXN-DEBIT
                   SET DWE-DEBIT    TO TRUE
               WHEN TXN-TRANSFER
                   SET DWE-TRANSFER TO TRUE
           END-EVALUATE.

       2100-STAGE-REJECTED-PAYMENTS.
           OPEN INPUT REJECTS
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ REJECTS INTO REJECT-QUEUE-RECORD
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT
                   ADD 1 TO WS-NIGHT-REJECT-COUNT
                   MOVE RJQ-PAYMENT-DATA TO ACCOUNT-RECORD
                   PERFORM 2890-CLEAR-EVENT
                   SET DWE-PAYMENT-REJECTED  TO TRUE
                   MOVE RJQ-REASON-CODE      TO DWE-EVENT-SUBTYPE
                   MOVE ACCOUNT-NUMBER(1:10) TO DWE-CUSTOMER-ID
                   MOVE ACCOUNT-NUMBER       TO DWE-ACCOUNT-NUMBER
                   MOVE RJQ-QUEUED-DATE      TO DWE-EVENT-DATE
                   MOVE TRANSACTION-TIME     TO DWE-EVENT-TIME
                   MOVE PENDING-AMOUNT       TO DWE-AMOUNT
                   MOVE PYMT-CURRENCY-CODE   TO DWE-CURRENCY
                   MOVE TRANSACTION-REF      TO DWE-REFERENCE
                   MOVE 'PYMT001'            TO DWE-SOURCE
                   PERFORM 2900-STAGE-EVENT
               END-IF
           END-PERFORM
           CLOSE REJECTS.

       2200-STAGE-MAINT-FEES.
      *    Every FEERPT row adds into the FEEPROC proof; only a fee
      *    actually charged is an event.
           OPEN INPUT FEERPT
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ FEERPT
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT AND FEERPT-FEE-ASSESSED NUMERIC
                   ADD FEERPT-FEE-ASSESSED TO WS-MAINT-FEE-AMOUNT
                   IF FEERPT-FEE-ASSESSED > ZERO
                       PERFORM 2890-CLEAR-EVENT
                       SET DWE-FEE-ASSESSED    TO TRUE
                       MOVE 'MAINT'            TO DWE-EVENT-SUBTYPE
                       MOVE FEERPT-CUSTOMER-ID TO DWE-CUSTOMER-ID
                       MOVE FEERPT-BUSINESS-DATE TO DWE-EVENT-DATE
                       MOVE FEERPT-FEE-ASSESSED  TO DWE-AMOUNT
                       SET DWE-DEBIT           TO TRUE
                       MOVE 'FEEPROC'          TO DWE-SOURCE
                       PERFORM 2900-STAGE-EVENT
                   END-IF
               END-IF
           END-PERFORM
           CLOSE FEERPT.

       2250-STAGE-OVERDRAFT-FEES.
           OPEN INPUT ODDECISN
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ ODDECISN INTO OVERDRAFT-DECISION-RECORD
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT
                       AND ODD-PAID
                       AND ODD-DATE = BUS-DATE
                       AND ODD-FEE > ZERO
                   PERFORM 2890-CLEAR-EVENT
                   SET DWE-FEE-ASSESSED    TO TRUE
                   MOVE 'OVERDRAFT'        TO DWE-EVENT-SUBTYPE
                   MOVE ODD-CUSTOMER-ID    TO DWE-CUSTOMER-ID
                   MOVE ODD-ACCOUNT-NUMBER TO DWE-ACCOUNT-NUMBER
                   MOVE ODD-DATE           TO DWE-EVENT-DATE
                   MOVE ODD-FEE            TO DWE-AMOUNT
                   SET DWE-DEBIT           TO TRUE
                   MOVE ODD-CHANNEL        TO DWE-REFERENCE
                   MOVE 'PYMT001'          TO DWE-SOURCE
                   PERFORM 2900-STAGE-EVENT
               END-IF
           END-PERFORM
           CLOSE ODDECISN.

       2300-STAGE-INTEREST-CREDITED.
      *    INTCALC's month-end capitalization - the file is rewritten
      *    nightly, so only tonight's postings are taken.
           OPEN INPUT CAPINTF
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ CAPINTF
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT AND CAP-POST-DATE = BUS-DATE
                   PERFORM 2890-CLEAR-EVENT
                   SET DWE-INTEREST-CREDITED TO TRUE
                   MOVE 'CAPITALIZE'    TO DWE-EVENT-SUBTYPE
                   MOVE CAP-CUSTOMER-ID TO DWE-CUSTOMER-ID
                   MOVE CAP-POST-DATE   TO DWE-EVENT-DATE
                   MOVE CAP-AMOUNT      TO DWE-AMOUNT
                   SET DWE-CREDIT       TO TRUE
                   MOVE 'INTCALC'       TO DWE-SOURCE
                   PERFORM 2900-STAGE-EVENT
               END-IF
           END-PERFORM
           CLOSE CAPINTF.

       2350-STAGE-INTEREST-CHARGED.
           OPEN INPUT DEBINTF
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ DEBINTF
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT AND DBI-CHARGE-DATE = BUS-DATE
                   PERFORM 2890-CLEAR-EVENT
                   SET DWE-INTEREST-CHARGED TO TRUE
                   MOVE 'DEBIT'         TO DWE-EVENT-SUBTYPE
                   MOVE DBI-CUSTOMER-ID TO DWE-CUSTOMER-ID
                   MOVE DBI-CHARGE-DATE TO DWE-EVENT-DATE
                   MOVE DBI-AMOUNT      TO DWE-AMOUNT
                   SET DWE-DEBIT        TO TRUE
                   MOVE 'INTCALC'       TO DWE-SOURCE
                   PERFORM 2900-STAGE-EVENT
               END-IF
           END-PERFORM
           CLOSE DEBINTF.

       2400-STAGE-LOAN-PAYMENTS.
      *    LOANPAY runs as its own job and only ever appends, so the
      *    records past last night's count are the new payments. The
      *    very first feed takes just the business date's.
           OPEN INPUT INTPAID
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ INTPAID
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT
                   ADD 1 TO WS-INTPAID-READ
                   IF WS-INTPAID-READ > DWS-INTPAID-COUNT
                       IF DWS-BUSINESS-DATE NOT = SPACES
                               OR IPD-PAY-DATE = BUS-DATE
                           PERFORM 2410-BUILD-LOAN-EVENT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE INTPAID.

       2410-BUILD-LOAN-EVENT.
      *    The customer is filled in off LOANFILE in the loan pass.
           PERFORM 2890-CLEAR-EVENT
           SET DWE-LOAN-PAYMENT TO TRUE
           MOVE 'PAYMENT'       TO DWE-EVENT-SUBTYPE
           MOVE IPD-LOAN-ID     TO DWE-ACCOUNT-NUMBER
           MOVE IPD-PAY-DATE    TO DWE-EVENT-DATE
           COMPUTE DWE-AMOUNT = IPD-INTEREST + IPD-PRINCIPAL
           MOVE IPD-INTEREST    TO DWE-DETAIL-AMOUNT-1
           MOVE IPD-PRINCIPAL   TO DWE-DETAIL-AMOUNT-2
           SET DWE-CREDIT       TO TRUE
           MOVE 'LOANPAY'       TO DWE-SOURCE
           PERFORM 2900-STAGE-EVENT.

       2500-STAGE-HOLDS-PLACED.
      *    The accumulator carries every live hold; today's deposits
      *    are the ones placed since the last feed.
           OPEN INPUT FNDHOLD
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ FNDHOLD INTO FUNDS-HOLD-RECORD
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT AND FH-DEPOSIT-DATE = BUS-DATE
                   PERFORM 2510-BUILD-HOLD-EVENT
                   SET DWE-HOLD-PLACED TO TRUE
                   MOVE FH-DEPOSIT-DATE TO DWE-EVENT-DATE
                   MOVE 'PYMT001'       TO DWE-SOURCE
                   PERFORM 2900-STAGE-EVENT
               END-IF
           END-PERFORM
           CLOSE FNDHOLD.

       2510-BUILD-HOLD-EVENT.
           PERFORM 2890-CLEAR-EVENT
           IF FH-EXTENDED-HOLD
               MOVE 'EXTENDED' TO DWE-EVENT-SUBTYPE
           ELSE
               MOVE 'STANDARD' TO DWE-EVENT-SUBTYPE
           END-IF
           MOVE FH-CUSTOMER-ID     TO DWE-CUSTOMER-ID
           MOVE FH-AMOUNT          TO DWE-AMOUNT
           MOVE FH-TRANSACTION-REF TO DWE-REFERENCE.

       2550-STAGE-HOLDS-RELEASED.
           OPEN INPUT RELSIN
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ RELSIN INTO FUNDS-HOLD-RECORD
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT
                   PERFORM 2510-BUILD-HOLD-EVENT
                   SET DWE-HOLD-RELEASED TO TRUE
                   MOVE FH-RELEASE-DATE TO DWE-EVENT-DATE
                   MOVE 'HOLDRELS'      TO DWE-SOURCE
                   PERFORM 2900-STAGE-EVENT
               END-IF
           END-PERFORM
           CLOSE RELSIN.

       2600-STAGE-DISPUTES-OPENED.
      *    Cases open automatically (PYMT001's rejects, ATMINTAK's
      *    adjustments) with no contact note, so they are found by
      *    their opened date.
           OPEN INPUT DISPFILE
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ DISPFILE INTO DISPUTE-RECORD
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT AND DISP-OPENED-DATE = BUS-DATE
                   MOVE DISP-PAYMENT-DATA TO ACCOUNT-RECORD
                   PERFORM 2890-CLEAR-EVENT
                   SET DWE-DISPUTE-STATUS  TO TRUE
                   MOVE 'OPEN'             TO DWE-EVENT-SUBTYPE
                   MOVE DISP-CUSTOMER-ID   TO DWE-CUSTOMER-ID
                   MOVE DISP-ACCOUNT-NUMBER TO DWE-ACCOUNT-NUMBER
                   MOVE DISP-OPENED-DATE   TO DWE-EVENT-DATE
                   IF PENDING-AMOUNT NUMERIC
                       MOVE PENDING-AMOUNT TO DWE-AMOUNT
                       MOVE TRANSACTION-REF TO DWE-REFERENCE
                   END-IF
                   MOVE 'DISPUTES'         TO DWE-SOURCE
                   PERFORM 2900-STAGE-EVENT
               END-IF
           END-PERFORM
           CLOSE DISPFILE.

       2650-STAGE-DISPUTE-NOTES.
      *    DISPUPD stamps a note for every action on a case -
      *    'DISPUTE ' + account + ' ' + new status + ': ' + text.
           OPEN INPUT NOTEFILE
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ NOTEFILE INTO CUSTOMER-NOTE-RECORD
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT AND NOTE-TEXT(1:8) = 'DISPUTE '
                   MOVE SPACES TO WS-RECORD-STAMP
                   STRING NOTE-DATE NOTE-TIME DELIMITED SIZE
                       INTO WS-RECORD-STAMP
                   IF WS-RECORD-STAMP > DWS-NOTE-STAMP
                           AND WS-RECORD-STAMP NOT >
                               WS-RUN-STAMP(1:16)
                       PERFORM 2660-BUILD-DISPUTE-EVENT
                   END-IF
               END-IF
           END-PERFORM
           CLOSE NOTEFILE.

       2660-BUILD-DISPUTE-EVENT.
           PERFORM 2890-CLEAR-EVENT
           SET DWE-DISPUTE-STATUS TO TRUE
           EVALUATE NOTE-TEXT(22:1)
               WHEN 'O'
                   MOVE 'OPEN'        TO DWE-EVENT-SUBTYPE
               WHEN 'I'
                   MOVE 'INVESTIGATE' TO DWE-EVENT-SUBTYPE
               WHEN 'R'
                   MOVE 'RESOLVED'    TO DWE-EVENT-SUBTYPE
               WHEN 'D'
                   MOVE 'DENIED'      TO DWE-EVENT-SUBTYPE
               WHEN OTHER
                   MOVE NOTE-TEXT(22:1) TO DWE-EVENT-SUBTYPE
           END-EVALUATE
           MOVE NOTE-CUSTOMER-ID TO DWE-CUSTOMER-ID
           MOVE NOTE-TEXT(9:12)  TO DWE-ACCOUNT-NUMBER
           MOVE NOTE-DATE        TO DWE-EVENT-DATE
           MOVE NOTE-TIME        TO DWE-EVENT-TIME
           MOVE NOTE-OPERATOR    TO DWE-REFERENCE
           MOVE 'DISPUPD'        TO DWE-SOURCE
           PERFORM 2900-STAGE-EVENT.

       2700-STAGE-CUSTOMER-MAINT.
      *    DBUPD01 audits every write, postings included, and a
      *    posting's 'UPDATE' looks like any other. An update is
      *    maintenance only when something other than the balance
      *    and activity fields changed; the other actions (ONBOARD,
      *    MINORCHG, RENUMNEW and the rest) always are.
           OPEN INPUT AUDITFILE
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ AUDITFILE
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT
                       AND AUDIT-TIMESTAMP(1:16) > DWS-AUDIT-STAMP
                       AND AUDIT-TIMESTAMP(1:16) NOT >
                           WS-RUN-STAMP(1:16)
                   PERFORM 2710-BUILD-MAINT-EVENT
               END-IF
           END-PERFORM
           CLOSE AUDITFILE.

       2710-BUILD-MAINT-EVENT.
           PERFORM 2890-CLEAR-EVENT
           SET DWE-CUSTOMER-MAINT TO TRUE
           IF AUDIT-ACTION = 'UPDATE'
      *        Customer master offsets (see CUSTMAST): name 11-50,
      *        credit limit 59-65, currency 66-68, status 69, segment
      *        88-89, score and income 109-116, delivery 117, PIN
      *        118-121.
               EVALUATE TRUE
                   WHEN AUDIT-BEFORE-IMAGE(11:40)
                           NOT = AUDIT-AFTER-IMAGE(11:40)
                       MOVE 'NAME'     TO DWE-EVENT-SUBTYPE
                   WHEN AUDIT-BEFORE-IMAGE(69:1)
                           NOT = AUDIT-AFTER-IMAGE(69:1)
                       MOVE 'STATUS'   TO DWE-EVENT-SUBTYPE
                   WHEN AUDIT-BEFORE-IMAGE(59:10)
                           NOT = AUDIT-AFTER-IMAGE(59:10)
                       MOVE 'LIMIT'    TO DWE-EVENT-SUBTYPE
                   WHEN AUDIT-BEFORE-IMAGE(88:2)
                           NOT = AUDIT-AFTER-IMAGE(88:2)
                       MOVE 'SEGMENT'  TO DWE-EVENT-SUBTYPE
                   WHEN AUDIT-BEFORE-IMAGE(109:8)
                           NOT = AUDIT-AFTER-IMAGE(109:8)
                       MOVE 'PROFILE'  TO DWE-EVENT-SUBTYPE
                   WHEN AUDIT-BEFORE-IMAGE(117:1)
                           NOT = AUDIT-AFTER-IMAGE(117:1)
                       MOVE 'DELIVERY' TO DWE-EVENT-SUBTYPE
                   WHEN AUDIT-BEFORE-IMAGE(118:4)
                           NOT = AUDIT-AFTER-IMAGE(118:4)
                       MOVE 'PIN'      TO DWE-EVENT-SUBTYPE
                   WHEN OTHER
                       ADD 1 TO WS-UPDATE-SKIP-COUNT
               END-EVALUATE
           ELSE
               MOVE AUDIT-ACTION TO DWE-EVENT-SUBTYPE
           END-IF
           IF DWE-EVENT-SUBTYPE NOT = SPACES
               MOVE AUDIT-CUSTOMER-ID     TO DWE-CUSTOMER-ID
               MOVE AUDIT-TIMESTAMP(1:8)  TO DWE-EVENT-DATE
               MOVE AUDIT-TIMESTAMP(9:8)  TO DWE-EVENT-TIME
               MOVE 'DBAUDIT'             TO DWE-SOURCE
               PERFORM 2900-STAGE-EVENT
           END-IF.

       2880-SET-TRANSACTION-DATE.
      *    TRANSACTION-DATE is carried as CCYY-MM-DD.
           IF TRANSACTION-DATE(5:1) = '-'
               STRING TRANSACTION-DATE(1:4) TRANSACTION-DATE(6:2)
                      TRANSACTION-DATE(9:2)
                   DELIMITED SIZE INTO DWE-EVENT-DATE
           ELSE
               MOVE TRANSACTION-DATE(1:8) TO DWE-EVENT-DATE
           END-IF.

       2890-CLEAR-EVENT.
           MOVE SPACES TO DW-EVENT-RECORD
           MOVE ZERO   TO DWE-AMOUNT
                          DWE-DETAIL-AMOUNT-1
                          DWE-DETAIL-AMOUNT-2.

       2900-STAGE-EVENT.
           MOVE 'E'      TO DWE-RECORD-TYPE
           MOVE BUS-DATE TO DWE-BUSINESS-DATE
           ADD 1 TO WS-STAGE-SEQ
           MOVE WS-STAGE-SEQ TO DWE-SEQUENCE
           PERFORM 2910-FIND-EVENT-TYPE
           ADD 1 TO WS-EVT-STAGED(WS-EVT-IX)
           IF DWE-LOAN-PAYMENT
               WRITE LNWORK-REC FROM DW-EVENT-RECORD
           ELSE
               WRITE WRKFILE-REC FROM DW-EVENT-RECORD
           END-IF.

       2910-FIND-EVENT-TYPE.
           PERFORM VARYING WS-EVT-IX FROM 1 BY 1
                   UNTIL WS-EVT-IX > 9
                   OR WS-EVT-NAME(WS-EVT-IX) = DWE-EVENT-TYPE
               CONTINUE
           END-PERFORM.

       3000-WRITE-LOAN-DIMENSION.
      *    LOANFILE in loan order with the loan events sorted the
      *    same way alongside: every loan goes to the dimension file,
      *    and each of its payments takes LOAN-CUSTOMER-ID on its way
      *    through to WRKFILE. A payment on a loan no longer on file
      *    still goes, without a customer.
           OPEN INPUT  LOANFILE
           OPEN INPUT  LNSRT
           OPEN OUTPUT DWLOAND
           MOVE 'LOAN' TO DWH-FILE-ID
           PERFORM 8000-BUILD-HEADER
           WRITE DWLOAND-REC FROM DW-HEADER-RECORD
           MOVE 'N' TO WS-EOF-SORTED
           PERFORM 3100-READ-LOAN-EVENT
           MOVE 'N' TO WS-EOF-MASTER
           PERFORM UNTIL EOF-MASTER
               READ LOANFILE INTO LOAN-RECORD
                   AT END MOVE 'Y' TO WS-EOF-MASTER
               END-READ
               IF NOT EOF-MASTER
                   PERFORM 3200-WRITE-LOAN
                   PERFORM UNTIL WS-EVENT-KEY >= LOAN-ID
                       ADD 1 TO WS-NO-LOAN-COUNT
                       WRITE WRKFILE-REC FROM DW-EVENT-RECORD
                       PERFORM 3100-READ-LOAN-EVENT
                   END-PERFORM
                   PERFORM UNTIL WS-EVENT-KEY NOT = LOAN-ID
                       MOVE LOAN-CUSTOMER-ID TO DWE-CUSTOMER-ID
                       WRITE WRKFILE-REC FROM DW-EVENT-RECORD
                       PERFORM 3100-READ-LOAN-EVENT
                   END-PERFORM
               END-IF
           END-PERFORM
           PERFORM UNTIL EOF-SORTED
               ADD 1 TO WS-NO-LOAN-COUNT
               WRITE WRKFILE-REC FROM DW-EVENT-RECORD
               PERFORM 3100-READ-LOAN-EVENT
           END-PERFORM
           MOVE 'LOAN'        TO DWZ-FILE-ID
           MOVE WS-LOAN-COUNT TO DWZ-RECORD-COUNT
           MOVE WS-LOAN-TOTAL TO DWZ-AMOUNT-TOTAL
           PERFORM 8100-BUILD-TRAILER
           WRITE DWLOAND-REC FROM DW-TRAILER-RECORD
           CLOSE LOANFILE
                 LNSRT
                 DWLOAND.

       3100-READ-LOAN-EVENT.
           READ LNSRT INTO DW-EVENT-RECORD
               AT END MOVE 'Y' TO WS-EOF-SORTED
           END-READ
           IF EOF-SORTED
               MOVE HIGH-VALUES TO WS-EVENT-KEY
           ELSE
               MOVE DWE-ACCOUNT-NUMBER TO WS-EVENT-KEY
           END-IF.

       3200-WRITE-LOAN.
           MOVE SPACES TO DW-LOAN-RECORD
           MOVE 'L'                  TO DWL-RECORD-TYPE
           MOVE LOAN-ID              TO DWL-LOAN-ID
           MOVE LOAN-CUSTOMER-ID     TO DWL-CUSTOMER-ID
           MOVE LOAN-TYPE            TO DWL-LOAN-TYPE
           MOVE LOAN-STATUS          TO DWL-STATUS
           MOVE LOAN-AMOUNT          TO DWL-AMOUNT
           MOVE LOAN-BALANCE         TO DWL-BALANCE
           MOVE LOAN-INTEREST-RATE   TO DWL-INTEREST-RATE
           MOVE LOAN-RATE-TYPE       TO DWL-RATE-TYPE
           MOVE LOAN-START-DATE      TO DWL-START-DATE
           MOVE LOAN-END-DATE        TO DWL-END-DATE
           MOVE LOAN-NEXT-DUE-DATE   TO DWL-NEXT-DUE-DATE
           MOVE LOAN-MONTHLY-PAYMENT TO DWL-MONTHLY-PAYMENT
           MOVE LOAN-ACCRUAL-STATUS  TO DWL-ACCRUAL-STATUS
           WRITE DWLOAND-REC FROM DW-LOAN-RECORD
           ADD 1            TO WS-LOAN-COUNT
           ADD LOAN-BALANCE TO WS-LOAN-TOTAL.

       4000-WRITE-EVENTS-AND-CUSTOMERS.
      *    The whole customer base in customer order with the sorted
      *    events alongside (the VENDEXTR merge): every customer goes
      *    to the dimension file, and each event takes the
      *    customer's currency where its source left it blank.
           OPEN INPUT  DBFILE
           OPEN INPUT  SRTWRK
           OPEN OUTPUT DWEVENT
           OPEN OUTPUT DWCUSTD
           MOVE 'EVENTS' TO DWH-FILE-ID
           PERFORM 8000-BUILD-HEADER
           WRITE DWEVENT-REC FROM DW-HEADER-RECORD
           MOVE 'CUSTOMER' TO DWH-FILE-ID
           PERFORM 8000-BUILD-HEADER
           WRITE DWCUSTD-REC FROM DW-HEADER-RECORD
           MOVE 'N' TO WS-EOF-SORTED
           PERFORM 4100-READ-EVENT
           MOVE 'N' TO WS-EOF-MASTER
           PERFORM UNTIL EOF-MASTER
               READ DBFILE INTO CUSTOMER-RECORD
                   AT END MOVE 'Y' TO WS-EOF-MASTER
               END-READ
               IF NOT EOF-MASTER
                   PERFORM 4200-WRITE-CUSTOMER
                   PERFORM UNTIL WS-EVENT-KEY(1:10) >= CUSTOMER-ID
                       ADD 1 TO WS-NO-CUST-COUNT
                       PERFORM 4300-WRITE-EVENT
                   END-PERFORM
                   PERFORM UNTIL WS-EVENT-KEY(1:10)
                           NOT = CUSTOMER-ID
                       IF DWE-CURRENCY = SPACES
                           MOVE CURRENCY-CODE TO DWE-CURRENCY
                       END-IF
                       PERFORM 4300-WRITE-EVENT
                   END-PERFORM
               END-IF
           END-PERFORM
           PERFORM UNTIL EOF-SORTED
               ADD 1 TO WS-NO-CUST-COUNT
               PERFORM 4300-WRITE-EVENT
           END-PERFORM
           MOVE 'EVENTS'       TO DWZ-FILE-ID
           MOVE WS-EVENT-COUNT TO DWZ-RECORD-COUNT
           MOVE WS-EVENT-TOTAL TO DWZ-AMOUNT-TOTAL
           PERFORM 8100-BUILD-TRAILER
           WRITE DWEVENT-REC FROM DW-TRAILER-RECORD
           MOVE 'CUSTOMER'     TO DWZ-FILE-ID
           MOVE WS-CUST-COUNT  TO DWZ-RECORD-COUNT
           MOVE WS-CUST-TOTAL  TO DWZ-AMOUNT-TOTAL
           PERFORM 8100-BUILD-TRAILER
           WRITE DWCUSTD-REC FROM DW-TRAILER-RECORD
           CLOSE DBFILE
                 SRTWRK
                 DWEVENT
                 DWCUSTD.

       4100-READ-EVENT.
           READ SRTWRK INTO DW-EVENT-RECORD
               AT END MOVE 'Y' TO WS-EOF-SORTED
           END-READ
           IF EOF-SORTED
               MOVE HIGH-VALUES TO WS-EVENT-KEY
           ELSE
               MOVE SPACES TO WS-EVENT-KEY
               MOVE DWE-CUSTOMER-ID TO WS-EVENT-KEY(1:10)
           END-IF.

       4200-WRITE-CUSTOMER.
           MOVE SPACES TO DW-CUSTOMER-RECORD
           MOVE 'C'                   TO DWC-RECORD-TYPE
           MOVE CUSTOMER-ID           TO DWC-CUSTOMER-ID
           MOVE CUSTOMER-NAME         TO DWC-NAME
           MOVE ACCOUNT-STATUS        TO DWC-STATUS
           MOVE CUSTOMER-SEGMENT      TO DWC-SEGMENT
           MOVE CURRENCY-CODE         TO DWC-CURRENCY
           MOVE DELIVERY-PREF         TO DWC-DELIVERY-PREF
           MOVE CUSTOMER-CREDIT-SCORE TO DWC-CREDIT-SCORE
           MOVE CUSTOMER-INCOME       TO DWC-INCOME
           MOVE CUSTOMER-BALANCE      TO DWC-BALANCE
           MOVE CREDIT-LIMIT          TO DWC-CREDIT-LIMIT
           MOVE CUST-YTD-INTEREST     TO DWC-YTD-INTEREST
           MOVE LAST-UPDATE-DATE      TO DWC-LAST-UPDATE-DATE
           WRITE DWCUSTD-REC FROM DW-CUSTOMER-RECORD
           ADD 1                TO WS-CUST-COUNT
           ADD CUSTOMER-BALANCE TO WS-CUST-TOTAL.

       4300-WRITE-EVENT.
      *    Final sequence numbers run in file order.
           ADD 1 TO WS-EVENT-SEQ
           MOVE WS-EVENT-SEQ TO DWE-SEQUENCE
           PERFORM 2910-FIND-EVENT-TYPE
           ADD 1          TO WS-EVT-WRITTEN(WS-EVT-IX)
           ADD DWE-AMOUNT TO WS-EVT-AMOUNT(WS-EVT-IX)
           WRITE DWEVENT-REC FROM DW-EVENT-RECORD
           ADD 1          TO WS-EVENT-COUNT
           ADD DWE-AMOUNT TO WS-EVENT-TOTAL
           PERFORM 4100-READ-EVENT.

       5000-WRITE-ACCOUNT-DIMENSION.
           OPEN INPUT  ACCTMAST
           OPEN OUTPUT DWACCTD
           MOVE 'ACCOUNT' TO DWH-FILE-ID
           PERFORM 8000-BUILD-HEADER
           WRITE DWACCTD-REC FROM DW-HEADER-RECORD
           MOVE 'N' TO WS-EOF-MASTER
           PERFORM UNTIL EOF-MASTER
               READ ACCTMAST INTO ACCOUNT-MASTER-RECORD
                   AT END MOVE 'Y' TO WS-EOF-MASTER
               END-READ
               IF NOT EOF-MASTER
                   MOVE SPACES TO DW-ACCOUNT-RECORD
                   MOVE 'A'                 TO DWA-RECORD-TYPE
                   MOVE AM-ACCOUNT-NUMBER   TO DWA-ACCOUNT-NUMBER
                   MOVE AM-CUSTOMER-ID      TO DWA-CUSTOMER-ID
                   MOVE AM-ACCOUNT-TYPE     TO DWA-ACCOUNT-TYPE
                   MOVE AM-STATUS           TO DWA-STATUS
                   MOVE AM-BALANCE          TO DWA-BALANCE
                   MOVE AM-OPENED-DATE      TO DWA-OPENED-DATE
                   MOVE AM-LAST-UPDATE-DATE TO DWA-LAST-UPDATE-DATE
                   MOVE AM-YTD-INTEREST     TO DWA-YTD-INTEREST
                   WRITE DWACCTD-REC FROM DW-ACCOUNT-RECORD
                   ADD 1          TO WS-ACCT-COUNT
                   ADD AM-BALANCE TO WS-ACCT-TOTAL
               END-IF
           END-PERFORM
           MOVE 'ACCOUNT'     TO DWZ-FILE-ID
           MOVE WS-ACCT-COUNT TO DWZ-RECORD-COUNT
           MOVE WS-ACCT-TOTAL TO DWZ-AMOUNT-TOTAL
           PERFORM 8100-BUILD-TRAILER
           WRITE DWACCTD-REC FROM DW-TRAILER-RECORD
           CLOSE ACCTMAST
                 DWACCTD.

       6000-RECONCILE-FEED.
           MOVE SPACES TO WS-RPT-LINE
           STRING 'EVENT TYPE        STAGED     WRITTEN'
                  '                AMOUNT'
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE DWRPT-REC FROM WS-RPT-LINE
           PERFORM VARYING WS-EVT-IX FROM 1 BY 1 UNTIL WS-EVT-IX > 10
               MOVE WS-EVT-STAGED(WS-EVT-IX)  TO WS-COUNT-DISP
               MOVE WS-EVT-WRITTEN(WS-EVT-IX) TO WS-COUNT-DISP2
               MOVE WS-EVT-AMOUNT(WS-EVT-IX)  TO WS-AMT-DISP
               MOVE SPACES TO WS-RPT-LINE
               STRING WS-EVT-NAME(WS-EVT-IX) '  ' WS-COUNT-DISP
                      ' ' WS-COUNT-DISP2 ' ' WS-AMT-DISP
                   DELIMITED SIZE INTO WS-RPT-LINE
               WRITE DWRPT-REC FROM WS-RPT-LINE
      *        Every event staged must have reached the event file.
               IF WS-EVT-STAGED(WS-EVT-IX)
                       NOT = WS-EVT-WRITTEN(WS-EVT-IX)
                   MOVE 'Y' TO WS-BREAK-FLAG
                   MOVE SPACES TO WS-RPT-LINE
                   STRING '          *** ' WS-EVT-NAME(WS-EVT-IX)
                          ' STAGED AND WRITTEN DIFFER ***'
                       DELIMITED SIZE INTO WS-RPT-LINE
                   WRITE DWRPT-REC FROM WS-RPT-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-RPT-LINE
           WRITE DWRPT-REC FROM WS-RPT-LINE
           MOVE 'PROOF TO CONTROL TOTALS                        FEED
      -         '          CONTROL' TO WS-RPT-LINE
           WRITE DWRPT-REC FROM WS-RPT-LINE
           MOVE 'PAYMENTS POSTED - PYMT001 SUCCESS COUNT'
               TO WS-CHK-LABEL
           MOVE WS-NIGHT-POST-COUNT TO WS-CHK-FEED
           MOVE WS-CTL-PYMT-SUCCESS TO WS-CHK-CONTROL
           PERFORM 6100-WRITE-PROOF
           MOVE 'PAYMENTS REJECTED - PYMT001 REJECT COUNT'
               TO WS-CHK-LABEL
           MOVE WS-NIGHT-REJECT-COUNT TO WS-CHK-FEED
           MOVE WS-CTL-PYMT-REJECT    TO WS-CHK-CONTROL
           PERFORM 6100-WRITE-PROOF
           MOVE 'FEE REFUNDS POSTED - PYFEEREV COUNT'
               TO WS-CHK-LABEL
           MOVE WS-FEEREV-COUNT     TO WS-CHK-FEED
           MOVE WS-CTL-FEEREV-COUNT TO WS-CHK-CONTROL
           PERFORM 6100-WRITE-PROOF
           MOVE 'FEE REFUNDS POSTED - PYFEEREV AMOUNT'
               TO WS-CHK-LABEL
           MOVE WS-FEEREV-AMOUNT     TO WS-CHK-FEED
           MOVE WS-CTL-FEEREV-AMOUNT TO WS-CHK-CONTROL
           PERFORM 6100-WRITE-PROOF
           MOVE 'MAINTENANCE FEES - FEEPROC AMOUNT'
               TO WS-CHK-LABEL
           MOVE WS-MAINT-FEE-AMOUNT TO WS-CHK-FEED
           MOVE WS-CTL-FEE-AMOUNT   TO WS-CHK-CONTROL
           PERFORM 6100-WRITE-PROOF
           MOVE SPACES TO WS-RPT-LINE
           WRITE DWRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE 'NO NIGHTLY CONTROL TOTAL - COUNTED ONLY: OVERDRAFT FE
      -         'ES, INTEREST, LOAN PAYMENTS, HOLDS, DISPUTES, MAINTENA
      -         'NCE' TO WS-RPT-LINE
           WRITE DWRPT-REC FROM WS-RPT-LINE
           MOVE WS-DAY-POST-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'INTRADAY POSTINGS (PROVED AT EACH CUTOFF): '
                  WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE DWRPT-REC FROM WS-RPT-LINE
           MOVE WS-UPDATE-SKIP-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'BALANCE-ONLY DBAUDIT UPDATES LEFT OUT:      '
                  WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE DWRPT-REC FROM WS-RPT-LINE
           MOVE WS-NO-LOAN-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'LOAN PAYMENTS WITH NO LOAN ON FILE:         '
                  WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE DWRPT-REC FROM WS-RPT-LINE
           MOVE WS-NO-CUST-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'EVENTS WITH NO CUSTOMER ON FILE:            '
                  WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE DWRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE DWRPT-REC FROM WS-RPT-LINE
           PERFORM 6200-WRITE-FILE-COUNTS
           MOVE SPACES TO WS-RPT-LINE
           IF CONTROL-BREAK
               MOVE '*** FEED HELD - CONTROL BREAK, NOT RELEASED TO THE
      -             ' WAREHOUSE ***' TO WS-RPT-LINE
           ELSE
               MOVE 'FEED RECONCILED - RELEASED TO THE WAREHOUSE'
                   TO WS-RPT-LINE
           END-IF
           WRITE DWRPT-REC FROM WS-RPT-LINE.

       6100-WRITE-PROOF.
           MOVE WS-CHK-FEED    TO WS-AMT-DISP
           MOVE WS-CHK-CONTROL TO WS-AMT-DISP2
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-CHK-LABEL ' ' WS-AMT-DISP ' ' WS-AMT-DISP2
               DELIMITED SIZE INTO WS-RPT-LINE
           IF WS-CHK-FEED = WS-CHK-CONTROL
               MOVE 'OK'       TO WS-RPT-LINE(95:2)
           ELSE
               MOVE '*** BREAK ***' TO WS-RPT-LINE(95:13)
               MOVE 'Y' TO WS-BREAK-FLAG
           END-IF
           WRITE DWRPT-REC FROM WS-RPT-LINE.

       6200-WRITE-FILE-COUNTS.
           MOVE WS-EVENT-COUNT TO WS-COUNT-DISP
           MOVE WS-EVENT-TOTAL TO WS-AMT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'DWEVENT  RECORDS ' WS-COUNT-DISP
                  '  AMOUNT ' WS-AMT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE DWRPT-REC FROM WS-RPT-LINE
           MOVE WS-CUST-COUNT TO WS-COUNT-DISP
           MOVE WS-CUST-TOTAL TO WS-AMT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'DWCUSTD  RECORDS ' WS-COUNT-DISP
                  '  BALANCE ' WS-AMT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE DWRPT-REC FROM WS-RPT-LINE
           MOVE WS-ACCT-COUNT TO WS-COUNT-DISP
           MOVE WS-ACCT-TOTAL TO WS-AMT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'DWACCTD  RECORDS ' WS-COUNT-DISP
                  '  BALANCE ' WS-AMT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE DWRPT-REC FROM WS-RPT-LINE
           MOVE WS-LOAN-COUNT TO WS-COUNT-DISP
           MOVE WS-LOAN-TOTAL TO WS-AMT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'DWLOAND  RECORDS ' WS-COUNT-DISP
                  '  BALANCE ' WS-AMT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE DWRPT-REC FROM WS-RPT-LINE.

       7000-WRITE-STATE.
      *    Only a released feed moves the high-water marks; a held
      *    one carries last night's forward so the rerun picks up
      *    the same records.
           IF NOT CONTROL-BREAK
               MOVE BUS-DATE            TO DWS-BUSINESS-DATE
               MOVE WS-RUN-STAMP(1:16)  TO DWS-AUDIT-STAMP
                                           DWS-NOTE-STAMP
                                           DWS-RELEASED-STAMP
               MOVE WS-INTPAID-READ     TO DWS-INTPAID-COUNT
           END-IF
           OPEN OUTPUT STATEOUT
           WRITE STATEOUT-REC FROM DWFEED-STATE-RECORD
           CLOSE STATEOUT.

       8000-BUILD-HEADER.
           MOVE 'H'                 TO DWH-RECORD-TYPE
           MOVE BUS-DATE            TO DWH-BUSINESS-DATE
           MOVE WS-RUN-STAMP(1:8)   TO DWH-CREATED-DATE
           MOVE WS-RUN-STAMP(9:8)   TO DWH-CREATED-TIME.

       8100-BUILD-TRAILER.
           MOVE 'Z'      TO DWZ-RECORD-TYPE
           MOVE BUS-DATE TO DWZ-BUSINESS-DATE.

       9000-END.
           CLOSE DWRPT
           MOVE WS-EVENT-COUNT TO WS-COUNT-DISP
           DISPLAY 'DWFEED EVENTS WRITTEN:    ' WS-COUNT-DISP
           MOVE WS-CUST-COUNT TO WS-COUNT-DISP
           DISPLAY 'DWFEED CUSTOMERS WRITTEN: ' WS-COUNT-DISP
           MOVE WS-ACCT-COUNT TO WS-COUNT-DISP
           DISPLAY 'DWFEED ACCOUNTS WRITTEN:  ' WS-COUNT-DISP
           MOVE WS-LOAN-COUNT TO WS-COUNT-DISP
           DISPLAY 'DWFEED LOANS WRITTEN:     ' WS-COUNT-DISP
           IF CONTROL-BREAK
               DISPLAY 'DWFEED CONTROL BREAK - FEED HELD, SEE DWRPT'
               MOVE RC-WARNING TO WS-RETURN-CODE
           ELSE
               MOVE RC-SUCCESS TO WS-RETURN-CODE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.
