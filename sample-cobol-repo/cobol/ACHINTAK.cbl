      *           potential match parks the converted payment on the  *
      *           PAYHOLD accumulator for PYHLDREV's compliance       *
      *           disposition instead of posting.                     *
      *           An estate account (holder recorded deceased on the  *
      *           DECEASED file) takes ordinary credits, but debits   *
      *           and federal benefit credits effective after the     *
      *           date of death go back R15 - the benefit returns     *
      *           are counted on the estate for reclamation.          *
      *           A debit to an account on the ACHFILTR debit block/  *
      *           filter list that the list does not authorize (full  *
      *           block, originator not listed, or over the listed    *
      *           maximum) is held on the ACHFEXCP exception file for *
      *           the customer's pay or return decision - ACHFLTDC    *
      *           applies the decisions the following night.          *
      *           Every batch is also recorded on the SETLENT         *
      *           settlement accumulator (file date and ID modifier,  *
      *           batch number, net of its credits and debits) for    *
      *           STLRECON to match against the Fed statement.        *
      *           Every entry of a proved file is archived with its   *
      *           company and individual names on the PTYHIST         *
      *           counterparty archive F314SRCH searches.             *
      * AUTHOR:   TABFORGE-AI                                         *
      * CALLS:    VALCUST, WLSCREEN, ERRHANDR                         *
      * COPYBOOKS: CUSTMAST, ACCTDATA, ERRDATA, PYHDATA, DECDATA,     *
      *            ACHFDATA, SETLDATA, PTYDATA, BUSDATE               *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     ACHINTAK.
           SELECT WHSEFILE ASSIGN TO UT-S-WHSEFILE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT DECEASED ASSIGN TO UT-S-DECEASED
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS RANDOM
                           RECORD KEY   IS DECEASED-KEY
                           FILE STATUS  IS WS-DECEASED-STATUS.
           SELECT ACHFILTR ASSIGN TO UT-S-ACHFILTR
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT ACHFEXCP ASSIGN TO UT-S-ACHFEXCP
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT SETLFILE ASSIGN TO UT-S-SETLFILE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT PTYFILE  ASSIGN TO UT-S-PTYFILE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT BUSDATEF ASSIGN TO UT-S-BUSDATE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           05  FILLER                 PIC X(03).
           05  ACH-TRACE-NUMBER       PIC X(15).
      *    Batch control ('8'): service class in 2-4, entry/addenda
      *    count in 5-10, entry hash in 11-20, total debits in 21-32,
      *    total credits in 33-44 and the batch number in 88-94, per
      *    the NACHA record layout.
      *    Batch header ('5'): the effective entry date sits in
      *    70-75 as YYMMDD, per the NACHA record layout - an
      *    employer dating a payroll file forward rides it here.
      *    The originator's company name is in 5-20 and its
      *    company identification in 41-50.
       01  ACH-BATCH-HDR-REC REDEFINES ACHIN-REC.
           05  FILLER                 PIC X(04).
           05  ACH-BH-COMPANY-NAME    PIC X(16).
           05  FILLER                 PIC X(20).
           05  ACH-BH-COMPANY-ID      PIC X(10).
           05  FILLER                 PIC X(19).
           05  ACH-BH-EFFECTIVE-DATE  PIC X(06).
           05  FILLER                 PIC X(19).
       01  ACH-BATCH-CTL-REC REDEFINES ACHIN-REC.
           05  ACH-BCT-ENTRY-HASH     PIC X(10).
           05  ACH-BCT-TOTAL-DEBIT    PIC 9(10)V99.
           05  ACH-BCT-TOTAL-CREDIT   PIC 9(10)V99.
           05  FILLER                 PIC X(43).
           05  ACH-BCT-BATCH-NUMBER   PIC X(07).
      *    File header ('1'): creation date YYMMDD in 24-29, time in
      *    30-33 and the file ID modifier in 34 - together they tell
      *    one day's files apart.
       01  ACH-FILE-HDR-REC REDEFINES ACHIN-REC.
           05  FILLER                 PIC X(23).
           05  ACH-FH-CREATION-DATE   PIC X(06).
           05  ACH-FH-CREATION-TIME   PIC X(04).
           05  ACH-FH-FILE-ID-MOD     PIC X(01).
           05  FILLER                 PIC X(60).
      *    File control ('9'): batch count in 2-7, block count in
      *    8-13, entry/addenda count in 14-21, entry hash in 22-31,
      *    total debits in 32-43 and total credits in 44-55.
           RECORD CONTAINS 220 CHARACTERS.
       01  WHSEFILE-REC               PIC X(220).

      *    Corporate debit block/filter list (see ACHFDATA).
       FD  ACHFILTR
           RECORDING MODE IS F
           RECORD CONTAINS 50 CHARACTERS.
       01  ACHFILTR-REC               PIC X(50).

      *    Debits the filter refused, held for the customer's
      *    decision (see ACHFDATA).
       FD  ACHFEXCP
           RECORDING MODE IS F
           RECORD CONTAINS 360 CHARACTERS.
       01  ACHFEXCP-REC               PIC X(360).

      *    Settlement entries for the Fed reconciliation (see
      *    SETLDATA) - appended to the shared SETLENT accumulator.
       FD  SETLFILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  SETLFILE-REC               PIC X(80).

      *    Counterparty archive for the 314(a) search (see PTYDATA) -
      *    appended to the cumulative PTYHIST dataset.
       FD  PTYFILE
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
       01  PTYFILE-REC                PIC X(150).

      *    Business-date control record set by BDATESET at the start
      *    of the cycle (see BUSDATE copybook).
       FD  BUSDATEF
           RECORD CONTAINS 30 CHARACTERS.
       01  BUSDATEF-REC               PIC X(30).

      *    Deceased customers (see DECDATA).
       FD  DECEASED
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  DECEASED-REC.
           05  DECEASED-KEY           PIC X(10).
           05  FILLER                 PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-ACHINTAK-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'ACHINTAK'.
           05  WS-CHKDGT-BAD-COUNT    PIC 9(7)  COMP VALUE ZERO.
           05  WS-BATCH-EFF-DATE      PIC X(08) VALUE SPACES.
           05  WS-WAREHOUSED-COUNT    PIC 9(7)  COMP VALUE ZERO.
           05  WS-BATCH-COMPANY-ID    PIC X(10) VALUE SPACES.
           05  WS-BATCH-COMPANY-NAME  PIC X(16) VALUE SPACES.
      *    Federal benefit payments (Social Security, VA, civil
      *    service annuities) are originated by the Treasury's
      *    Bureau of the Fiscal Service under company IDs that all
      *    start with these digits.
           05  WS-FEDERAL-ORIG-PREFIX PIC X(7)  VALUE '9101036'.
           05  WS-ENTRY-EFF-DATE      PIC X(08) VALUE SPACES.
           05  WS-DECEASED-STATUS     PIC X(2)  VALUE SPACES.
           05  WS-RECLAIM-COUNT       PIC 9(7)  COMP VALUE ZERO.
           05  WS-EOF-ACHFILTR        PIC X(1)  VALUE 'N'.
               88  EOF-ACHFILTR           VALUE 'Y'.
           05  WS-FILTERED-COUNT      PIC 9(7)  COMP VALUE ZERO.
           05  WS-FILTER-ENROLLED     PIC X(1)  VALUE 'N'.
               88  ACCOUNT-FILTERED       VALUE 'Y'.
           05  WS-FILTER-BLOCKED      PIC X(1)  VALUE 'N'.
               88  FILTER-BLOCKS-ALL      VALUE 'Y'.
           05  WS-FILTER-ALLOWED      PIC X(1)  VALUE 'N'.
               88  FILTER-ALLOWS-DEBIT    VALUE 'Y'.
           05  WS-FILTER-OVER-MAX     PIC X(1)  VALUE 'N'.
               88  FILTER-OVER-MAXIMUM    VALUE 'Y'.
           05  WS-ACH-FILE-ID         PIC X(07) VALUE SPACES.
           05  WS-SETL-NET            PIC S9(11)V99 COMP-3 VALUE ZERO.

      *    The debit block/filter list, loaded once up front.
       01  WS-FILTER-TABLE.
           05  WS-FLT-LOADED          PIC 9(4)  COMP VALUE ZERO.
           05  WS-FLT-MAX             PIC 9(4)  COMP VALUE 2000.
           05  WS-FLT-IX              PIC 9(4)  COMP VALUE ZERO.
           05  WS-FLT-ENTRY OCCURS 2000 TIMES.
               10  WS-FLT-ACCOUNT     PIC X(12).
               10  WS-FLT-TYPE        PIC X(01).
               10  WS-FLT-COMPANY-ID  PIC X(10).
               10  WS-FLT-MAX-AMOUNT  PIC 9(08)V99.

      *    Matched watchlist entry returned by WLSCREEN.
       01  WS-MATCHED-ENTRY.
       COPY ERRDATA.
       COPY PYHDATA.
       COPY WHSEDATA.
       COPY DECDATA.
       COPY ACHFDATA.
       COPY SETLDATA.
       COPY PTYDATA.
       COPY BUSDATE.

       PROCEDURE DIVISION.

       1000-INIT.
           PERFORM 1010-READ-BUSINESS-DATE
           PERFORM 1100-LOAD-DEBIT-FILTERS
           OPEN OUTPUT ACHRPT
           PERFORM 1500-WRITE-HEADER
      *    Pass one proves the file against its own batch and file
      *    control records; only a file that balances gets a second
      *    pass that actually converts and posts. The exception file
      *    is the customer's daily copy, so it is written (empty if
      *    need be) every night. The Fed settles every batch whether
      *    or not the file proves, so pass one records each batch's
      *    settlement either way.
           MOVE 1 TO WS-PASS
           OPEN EXTEND SETLFILE
           PERFORM 2000-READ-ACH-FILE
           CLOSE SETLFILE
           PERFORM 2500-VERIFY-CONTROLS
           OPEN OUTPUT ACHFEXCP
           IF CONTROLS-BALANCE
               OPEN OUTPUT ACHPYMT
               OPEN OUTPUT ACHRETN
               OPEN EXTEND PAYHOLD
               OPEN EXTEND WHSEFILE
               OPEN I-O    DECEASED
               OPEN EXTEND PTYFILE
               MOVE 2 TO WS-PASS
               MOVE ZERO TO WS-ENTRY-COUNT
               MOVE ZERO TO WS-ENTRY-AMOUNT
                     ACHRETN
                     PAYHOLD
                     WHSEFILE
                     DECEASED
                     PTYFILE
           END-IF
           CLOSE ACHFEXCP
           PERFORM 9000-END.

       1010-READ-BUSINESS-DATE.
           END-READ
           CLOSE BUSDATEF.

       1100-LOAD-DEBIT-FILTERS.
      *    A list bigger than the table would let debits through that
      *    the customer blocked - reported loudly; the run goes on
      *    with what was loaded.
           OPEN INPUT ACHFILTR
           PERFORM UNTIL EOF-ACHFILTR
               READ ACHFILTR INTO ACH-FILTER-RECORD
                   AT END MOVE 'Y' TO WS-EOF-ACHFILTR
               END-READ
               IF NOT EOF-ACHFILTR
                   IF WS-FLT-LOADED < WS-FLT-MAX
                       ADD 1 TO WS-FLT-LOADED
                       MOVE AFR-ACCOUNT-NUMBER
                           TO WS-FLT-ACCOUNT(WS-FLT-LOADED)
                       MOVE AFR-RECORD-TYPE
                           TO WS-FLT-TYPE(WS-FLT-LOADED)
                       MOVE AFR-COMPANY-ID
                           TO WS-FLT-COMPANY-ID(WS-FLT-LOADED)
                       MOVE AFR-MAX-AMOUNT
                           TO WS-FLT-MAX-AMOUNT(WS-FLT-LOADED)
                   ELSE
                       DISPLAY 'ACHINTAK DEBIT FILTER TABLE FULL - '
                               'FILTER IGNORED FOR '
                               AFR-ACCOUNT-NUMBER
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ACHFILTR.

       1500-WRITE-HEADER.
           MOVE SPACES TO WS-RPT-LINE
           MOVE 'ACH FILE INTAKE REPORT' TO WS-RPT-LINE
               END-READ
               IF NOT EOF-ACHIN
                   EVALUATE TRUE
                       WHEN ACH-FILE-HEADER
                           MOVE ACH-FH-CREATION-DATE
                               TO WS-ACH-FILE-ID(1:6)
                           MOVE ACH-FH-FILE-ID-MOD
                               TO WS-ACH-FILE-ID(7:1)
                       WHEN ACH-BATCH-HEADER
                           PERFORM 2200-NOTE-EFFECTIVE-DATE
                       WHEN ACH-ENTRY-DETAIL
                                   TO WS-BATCH-AMOUNT
                               ADD ACH-BCT-TOTAL-CREDIT
                                   TO WS-BATCH-AMOUNT
                               PERFORM 2300-RECORD-SETTLEMENT
                           END-IF
                       WHEN ACH-FILE-CONTROL
                           IF WS-PASS = 1
                   DELIMITED SIZE INTO WS-BATCH-EFF-DATE
           ELSE
               MOVE SPACES TO WS-BATCH-EFF-DATE
           END-IF
           MOVE ACH-BH-COMPANY-ID TO WS-BATCH-COMPANY-ID
           MOVE ACH-BH-COMPANY-NAME TO WS-BATCH-COMPANY-NAME.

       2300-RECORD-SETTLEMENT.
      *    The Fed posts each batch net to the master account -
      *    credits to our customers are money in, debits money out.
      *    A forward-dated batch settles on its effective date.
           COMPUTE WS-SETL-NET =
               ACH-BCT-TOTAL-CREDIT - ACH-BCT-TOTAL-DEBIT
           IF WS-SETL-NET NOT = ZERO
               MOVE SPACES TO SETTLEMENT-ENTRY-RECORD
               SET STE-FED TO TRUE
               SET STE-ACH-RECEIVED TO TRUE
               STRING WS-ACH-FILE-ID ACH-BCT-BATCH-NUMBER
                   DELIMITED SIZE INTO STE-REFERENCE
               IF WS-SETL-NET > ZERO
                   SET STE-CREDIT TO TRUE
                   MOVE WS-SETL-NET TO STE-AMOUNT
               ELSE
                   SET STE-DEBIT TO TRUE
                   COMPUTE STE-AMOUNT = 0 - WS-SETL-NET
               END-IF
               MOVE ACH-BCT-ENTRY-COUNT TO STE-ITEM-COUNT
               IF WS-BATCH-EFF-DATE > BUS-DATE
                   MOVE WS-BATCH-EFF-DATE TO STE-SETTLE-DATE
               ELSE
                   MOVE BUS-DATE TO STE-SETTLE-DATE
               END-IF
               MOVE WS-PROGRAM-NAME TO STE-SOURCE
               WRITE SETLFILE-REC FROM SETTLEMENT-ENTRY-RECORD
           END-IF.

       3000-PROCESS-ENTRY.
      *    The receiving account's leading ten characters are the
      *    CUSTOMER-ID the employer was given; VALCUST's reason codes
      *    grade the account for the return decision. Every entry is
      *    archived first - one returned unpaid still names both
      *    parties to the attempt.
           PERFORM 3600-ARCHIVE-PARTIES
           CALL 'VALCUST' USING ACH-DFI-ACCOUNT(1:10)
                                CUSTOMER-RECORD
                                WS-VALIDATE-RC
               WHEN 0
                   PERFORM 3050-SCREEN-COUNTERPARTY
                   IF WS-SCREEN-RC = ZERO
                       PERFORM 3060-FILTER-AND-CONVERT
                   ELSE
                       PERFORM 3200-HOLD-ENTRY
                   END-IF
               WHEN 24
                   PERFORM 3300-ESTATE-ENTRY
               WHEN 16
                   MOVE 'R02' TO WS-RETURN-REASON
                   PERFORM 3500-WRITE-RETURN
                                 WS-MATCHED-ENTRY
                                 WS-SCREEN-RC.

       3060-FILTER-AND-CONVERT.
      *    A watchlist hold takes precedence - compliance clears the
      *    counterparty before the customer is asked about the debit.
           IF ACH-CHECKING-DEBIT OR ACH-SAVINGS-DEBIT
               PERFORM 3070-CHECK-DEBIT-FILTER
           ELSE
               MOVE 'N' TO WS-FILTER-ENROLLED
           END-IF
           IF ACCOUNT-FILTERED
                   AND (FILTER-BLOCKS-ALL OR NOT FILTER-ALLOWS-DEBIT)
               PERFORM 3080-HOLD-FILTERED-DEBIT
           ELSE
               PERFORM 3100-CONVERT-TO-PAYMENT
           END-IF.

       3070-CHECK-DEBIT-FILTER.
      *    A full block refuses every debit; otherwise the batch's
      *    originator must be listed for the account, and the entry
      *    within that originator's maximum when one is set.
           MOVE 'N' TO WS-FILTER-ENROLLED
           MOVE 'N' TO WS-FILTER-BLOCKED
           MOVE 'N' TO WS-FILTER-ALLOWED
           MOVE 'N' TO WS-FILTER-OVER-MAX
           PERFORM VARYING WS-FLT-IX FROM 1 BY 1
                   UNTIL WS-FLT-IX > WS-FLT-LOADED
               IF WS-FLT-ACCOUNT(WS-FLT-IX) = ACH-DFI-ACCOUNT(1:12)
                   MOVE 'Y' TO WS-FILTER-ENROLLED
                   IF WS-FLT-TYPE(WS-FLT-IX) = 'B'
                       MOVE 'Y' TO WS-FILTER-BLOCKED
                   END-IF
                   IF WS-FLT-TYPE(WS-FLT-IX) = 'A'
                           AND WS-FLT-COMPANY-ID(WS-FLT-IX)
                               = WS-BATCH-COMPANY-ID
                       IF WS-FLT-MAX-AMOUNT(WS-FLT-IX) = ZERO
                               OR ACH-AMOUNT
                                  NOT > WS-FLT-MAX-AMOUNT(WS-FLT-IX)
                           MOVE 'Y' TO WS-FILTER-ALLOWED
                       ELSE
                           MOVE 'Y' TO WS-FILTER-OVER-MAX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       3080-HOLD-FILTERED-DEBIT.
      *    Held for the customer's decision by the next banking day;
      *    a debit the corporate customer refuses goes back R29, one
      *    to any other account R10.
           PERFORM 3150-BUILD-PAYMENT-RECORD
           MOVE SPACES                 TO ACH-FILTER-EXCEPTION-RECORD
           MOVE ACH-DFI-ACCOUNT(1:12)  TO AFX-ACCOUNT-NUMBER
           MOVE ACH-TRACE-NUMBER       TO AFX-TRACE-NUMBER
           MOVE WS-BATCH-COMPANY-ID    TO AFX-COMPANY-ID
           MOVE ACH-AMOUNT             TO AFX-AMOUNT
           EVALUATE TRUE
               WHEN FILTER-BLOCKS-ALL
                   SET AFX-DEBIT-BLOCKED  TO TRUE
               WHEN FILTER-OVER-MAXIMUM
                   SET AFX-OVER-MAXIMUM   TO TRUE
               WHEN OTHER
                   SET AFX-NOT-AUTHORIZED TO TRUE
           END-EVALUATE
           MOVE BUS-DATE               TO AFX-HELD-DATE
           MOVE BUS-NEXT-DATE          TO AFX-DECIDE-BY-DATE
           IF SEG-CORPORATE
               MOVE 'R29' TO AFX-RETURN-CODE
           ELSE
               MOVE 'R10' TO AFX-RETURN-CODE
           END-IF
           MOVE ACHIN-REC              TO AFX-ENTRY-IMAGE
           MOVE ACCOUNT-RECORD         TO AFX-PAYMENT-DATA
           WRITE ACHFEXCP-REC FROM ACH-FILTER-EXCEPTION-RECORD
           ADD 1 TO WS-FILTERED-COUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING ACH-DFI-ACCOUNT(1:12) DELIMITED SIZE
                  '  '                  DELIMITED SIZE
                  ACH-TRACE-NUMBER      DELIMITED SIZE
                  '  HELD - DEBIT FILTER, ORIGINATOR '
                                        DELIMITED SIZE
                  WS-BATCH-COMPANY-ID   DELIMITED SIZE
                  INTO WS-RPT-LINE
           WRITE ACHRPT-REC FROM WS-RPT-LINE.

       3200-HOLD-ENTRY.
           PERFORM 3150-BUILD-PAYMENT-RECORD
           MOVE ACH-TRACE-NUMBER(1:15) TO PYH-HOLD-REF
           MOVE 'ACH '          TO CHANNEL-CODE
           SET PRIORITY-STANDARD TO TRUE.

       3300-ESTATE-ENTRY.
      *    Nothing may be drawn from a dead customer's account, and a
      *    federal benefit for a period after the death belongs back
      *    with the Treasury - both return R15. Any other credit is
      *    the estate's and posts as usual.
           IF ACH-CHECKING-DEBIT OR ACH-SAVINGS-DEBIT
               MOVE 'R15' TO WS-RETURN-REASON
               PERFORM 3500-WRITE-RETURN
           ELSE
               IF WS-BATCH-COMPANY-ID(1:7) = WS-FEDERAL-ORIG-PREFIX
                   PERFORM 3350-CHECK-BENEFIT-DATE
               ELSE
                   PERFORM 3400-POST-ESTATE-CREDIT
               END-IF
           END-IF.

       3350-CHECK-BENEFIT-DATE.
           IF WS-BATCH-EFF-DATE = SPACES
               MOVE BUS-DATE TO WS-ENTRY-EFF-DATE
           ELSE
               MOVE WS-BATCH-EFF-DATE TO WS-ENTRY-EFF-DATE
           END-IF
           MOVE ACH-DFI-ACCOUNT(1:10) TO DECEASED-KEY
           READ DECEASED INTO DECEASED-RECORD
               INVALID KEY
      *            Estate status without a death on file - treat
      *            the benefit as any other credit.
                   PERFORM 3400-POST-ESTATE-CREDIT
               NOT INVALID KEY
                   IF WS-ENTRY-EFF-DATE > DEC-DATE-OF-DEATH
                       PERFORM 3360-RECLAIM-BENEFIT
                   ELSE
                       PERFORM 3400-POST-ESTATE-CREDIT
                   END-IF
           END-READ.

       3360-RECLAIM-BENEFIT.
           MOVE 'R15' TO WS-RETURN-REASON
           PERFORM 3500-WRITE-RETURN
           ADD 1 TO WS-RECLAIM-COUNT
           ADD 1 TO DEC-BENEFIT-COUNT
           ADD ACH-AMOUNT TO DEC-BENEFIT-AMOUNT
           REWRITE DECEASED-REC FROM DECEASED-RECORD
           MOVE SPACES TO WS-RPT-LINE
           STRING ACH-DFI-ACCOUNT(1:12) DELIMITED SIZE
                  '  '                  DELIMITED SIZE
                  ACH-TRACE-NUMBER      DELIMITED SIZE
                  '  RECLAMATION - BENEFIT AFTER DATE OF DEATH '
                                        DELIMITED SIZE
                  DEC-DATE-OF-DEATH     DELIMITED SIZE
                  INTO WS-RPT-LINE
           WRITE ACHRPT-REC FROM WS-RPT-LINE.

       3400-POST-ESTATE-CREDIT.
           PERFORM 3050-SCREEN-COUNTERPARTY
           IF WS-SCREEN-RC = ZERO
               PERFORM 3100-CONVERT-TO-PAYMENT
           ELSE
               PERFORM 3200-HOLD-ENTRY
           END-IF.

       3500-WRITE-RETURN.
           MOVE ACHIN-REC        TO RET-ENTRY-IMAGE
           MOVE WS-RETURN-REASON TO RET-REASON-CODE
                  INTO WS-RPT-LINE
           WRITE ACHRPT-REC FROM WS-RPT-LINE.

       3600-ARCHIVE-PARTIES.
           MOVE SPACES              TO PAYMENT-PARTY-RECORD
           MOVE BUS-DATE            TO PTY-POST-DATE
           SET PTY-ACH              TO TRUE
           SET PTY-INBOUND          TO TRUE
           MOVE ACH-DFI-ACCOUNT(1:10) TO PTY-CUSTOMER-ID
           MOVE ACH-TRACE-NUMBER    TO PTY-REFERENCE
           MOVE ACH-AMOUNT          TO PTY-AMOUNT
           MOVE WS-BATCH-COMPANY-NAME TO PTY-ORIGINATOR-NAME
           MOVE ACH-INDIVIDUAL-NAME TO PTY-RECEIVER-NAME
           MOVE WS-PROGRAM-NAME     TO PTY-SOURCE
           WRITE PTYFILE-REC FROM PAYMENT-PARTY-RECORD.

       9000-END.
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-POSTED-COUNT TO WS-COUNT-DISP
           STRING 'ENTRIES HELD FOR COMPLIANCE:   ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE ACHRPT-REC FROM WS-RPT-LINE
           MOVE WS-RECLAIM-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'BENEFITS RETURNED - DECEASED:  ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE ACHRPT-REC FROM WS-RPT-LINE
           MOVE WS-FILTERED-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'DEBITS HELD - DEBIT FILTER:    ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE ACHRPT-REC FROM WS-RPT-LINE
           CLOSE ACHRPT
           DISPLAY 'ACHINTAK ENTRIES:  ' WS-ENTRY-COUNT
           DISPLAY 'ACHINTAK POSTED:   ' WS-POSTED-COUNT
           DISPLAY 'ACHINTAK RETURNED: ' WS-RETURNED-COUNT
           DISPLAY 'ACHINTAK HELD:     ' WS-HELD-COUNT
           DISPLAY 'ACHINTAK WAREHOUSED: ' WS-WAREHOUSED-COUNT
           DISPLAY 'ACHINTAK RECLAIMED: ' WS-RECLAIM-COUNT
           DISPLAY 'ACHINTAK FILTERED: ' WS-FILTERED-COUNT
           EVALUATE TRUE
               WHEN NOT CONTROLS-BALANCE
                   MOVE RC-ERROR TO WS-RETURN-CODE
