      * PROGRAM:  STMTPRT                                             *
      * PURPOSE:  Monthly Statement Print and PDF Generation          *
      * AUTHOR:   TABFORGE-AI                                         *
      * CALLS:    ERRHANDR, FMTDATE, FMTAMT, LTXLKUP                  *
      * COPYBOOKS: CUSTMAST, ERRDATA, CKPTDATA, CTLDATA, BALHDATA,    *
      *            PRIVDATA, TDDATA, LOANDATA, LTXDATA                *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     STMTPRT.
           SELECT CAMPRPT   ASSIGN TO UT-S-CAMPRPT
                            ORGANIZATION IS SEQUENTIAL
                            ACCESS MODE  IS SEQUENTIAL.
      *    Privacy opt-out elections (see PRIVDATA) - one keyed read
      *    per statement while campaigns are running.
           SELECT PRIVOPT   ASSIGN TO UT-S-PRIVOPT
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS RANDOM
                            RECORD KEY   IS PRIVOPT-CUSTOMER-ID.
           SELECT DEBINTF   ASSIGN TO UT-S-DEBINTF
                            ORGANIZATION IS SEQUENTIAL
                            ACCESS MODE  IS SEQUENTIAL.
           SELECT STACCOUT  ASSIGN TO UT-S-STACCOUT
                            ORGANIZATION IS SEQUENTIAL
                            ACCESS MODE  IS SEQUENTIAL.
      *    Daily balance snapshots (see BALHDATA) - customers arrive
      *    in key order, so each statement period is a START and a
      *    short forward read in the same sequential pass.
           SELECT BALHIST   ASSIGN TO UT-S-BALHIST
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS SEQUENTIAL
                            RECORD KEY   IS BHF-KEY.
      *    Certificates and loans for the household relationship
      *    statement - read once, front to back, in the combined-run
      *    pre-pass; neither is keyed by customer.
           SELECT TDFILE    ASSIGN TO UT-S-TDFILE
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS SEQUENTIAL
                            RECORD KEY   IS TDFILE-TD-ID.
           SELECT LOANFILE  ASSIGN TO UT-S-LOANFILE
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS SEQUENTIAL
                            RECORD KEY   IS LOANFILE-LOAN-ID.

       DATA DIVISION.
       FILE SECTION.
       FD  CYCFILE
           RECORDING MODE IS F
           RECORD CONTAINS 20 CHARACTERS.
      *    CYC-COMBINED-STMT on a household primary's record is the
      *    household's election of the combined relationship
      *    statement - only elected households consolidate on a
      *    combined run, and their members statement on the primary's
      *    cycle.
       01  CYCFILE-REC.
           05  CYC-CUSTOMER-ID        PIC X(10).
           05  CYC-CYCLE-DAY          PIC X(02).
           05  CYC-COMBINED-STMT      PIC X(01).
               88  CYC-COMBINED-ELECTED   VALUE 'Y'.
           05  FILLER                 PIC X(07).

       FD  CYCRPT
           RECORDING MODE IS F
           05  ARIX-STMT-DATE         PIC X(08).
           05  ARIX-START-RECNO       PIC 9(09).
           05  ARIX-LINE-COUNT        PIC 9(05).
      *        The APY earned the statement printed, kept so a reprint
      *        can be checked against the figure originally given.
           05  ARIX-APY-EARNED        PIC 9(03)V99.
      *        The language the statement was rendered in (see
      *        PRV-LANGUAGE) - the archived lines keep it.
           05  ARIX-LANGUAGE          PIC X(01).
           05  FILLER                 PIC X(02).

      *    Marketing campaign messages (maintained by marketing): a
      *    date-ranged message of up to three lines, targeted at one
           RECORD CONTAINS 80 CHARACTERS.
       01  CAMPRPT-REC                PIC X(80).

       FD  PRIVOPT
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  PRIVOPT-REC.
           05  PRIVOPT-CUSTOMER-ID    PIC X(10).
           05  FILLER                 PIC X(50).

      *    INTCALC's debit-interest extract, presorted by customer
      *    (INTCALC walks ACCTFILE in customer order) - match-merged
      *    so the charge shows as its own statement line.
           05  SMF-ACCOUNT-NUMBER     PIC X(12).
           05  FILLER                 PIC X(88).

       FD  BALHIST
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  BALHIST-REC.
           05  BHF-KEY.
               10  BHF-CUSTOMER-ID    PIC X(10).
               10  BHF-DATE           PIC X(08).
           05  FILLER                 PIC X(22).

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

       WORKING-STORAGE SECTION.
       01  WS-STMTPRT-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'STMTPRT'.
           05  WS-HH-MEMBERS-DISP     PIC ZZ9.
           05  WS-EOF-PREPASS         PIC X(1)  VALUE 'N'.
               88  EOF-PREPASS            VALUE 'Y'.
           05  WS-CUST-REL-IX         PIC 9(3)  COMP VALUE ZERO.
           05  WS-REL-IX2             PIC 9(3)  COMP VALUE ZERO.
           05  WS-LOOKUP-CUST         PIC X(10) VALUE SPACES.
           05  WS-LOOKUP-HH           PIC X(10) VALUE SPACES.
           05  WS-RELSTMT-FLAG        PIC X(1)  VALUE 'N'.
               88  RELATIONSHIP-STMT      VALUE 'Y'.
           05  WS-EOF-CYCFILE         PIC X(1)  VALUE 'N'.
               88  EOF-CYCFILE            VALUE 'Y'.
           05  WS-CYC-CUST-NO         PIC X(10) VALUE LOW-VALUES.
           05  WS-CAM-LOADED          PIC 9(2)  COMP VALUE ZERO.
           05  WS-CAM-MAX             PIC 9(2)  COMP VALUE 20.
           05  WS-CAM-IX              PIC 9(2)  COMP VALUE ZERO.
           05  WS-CAM-SUPPRESSED      PIC 9(7)  COMP VALUE ZERO.
           05  WS-SOLICIT-OPTOUT      PIC X(1)  VALUE 'N'.
               88  SOLICIT-OPTED-OUT      VALUE 'Y'.

      *    Annual percentage yield earned (Truth-in-Savings) - the
      *    statement period runs from the day after the same date a
      *    month earlier through the statement date; the average
      *    daily balance comes from the period's BALHIST snapshots,
      *    each snapshot's balance standing until the next one.
       01  WS-APY-FIELDS.
           05  WS-EOF-BALHIST         PIC X(1)  VALUE 'N'.
               88  EOF-BALHIST            VALUE 'Y'.
           05  WS-PERIOD-START        PIC X(08) VALUE SPACES.
           05  WS-PERIOD-START-8      PIC 9(08) VALUE ZERO.
           05  WS-PERIOD-START-INT    PIC S9(7) COMP VALUE ZERO.
           05  WS-PERIOD-END-INT      PIC S9(7) COMP VALUE ZERO.
           05  WS-PERIOD-DAYS         PIC S9(5) COMP VALUE ZERO.
           05  WS-PRIOR-MM            PIC 9(6)  COMP VALUE ZERO.
           05  WS-PRIOR-YYYY          PIC 9(4)  VALUE ZERO.
           05  WS-PRIOR-MONTH         PIC 9(2)  VALUE ZERO.
           05  WS-SNAP-DATE-8         PIC 9(08) VALUE ZERO.
           05  WS-SNAP-INT            PIC S9(7) COMP VALUE ZERO.
           05  WS-PREV-SNAP-INT       PIC S9(7) COMP VALUE ZERO.
           05  WS-PREV-SNAP-BAL       PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-SNAP-FOUND          PIC X(1)  VALUE 'N'.
               88  SNAPSHOT-FOUND         VALUE 'Y'.
           05  WS-BALANCE-DAYS        PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-AVG-DAILY-BAL       PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-APY-RATIO           PIC S9(3)V9(12) COMP-3
                                      VALUE ZERO.
           05  WS-APY-EARNED          PIC 9(03)V99 VALUE ZERO.
           05  WS-APY-DISP            PIC ZZ9.99.
           05  WS-PERIOD-DAYS-DISP    PIC ZZ9.

      *    Tonight's currency conversions for the customer in hand -
      *    filled by the FXWORK match-merge, printed one line each
      *    Household membership table loaded from RELFILE, plus the
      *    per-household balance totals the combined-statement
      *    pre-pass accumulates over ACCTFILE before the print pass.
      *    WS-REL-ELECTED marks every member of a household whose
      *    primary elected the combined statement; a member's
      *    WS-REL-CYCLE is then the primary's cycle, not its own.
       01  WS-REL-TABLE.
           05  WS-REL-ENTRY OCCURS 500 TIMES.
               10  WS-REL-CUST        PIC X(10).
               10  WS-REL-HH          PIC X(10).
               10  WS-REL-ROLE-TB     PIC X(01).
               10  WS-REL-ELECTED     PIC X(01).
               10  WS-REL-CYCLE       PIC X(02).
               10  WS-REL-NAME        PIC X(40).
       01  WS-HH-TABLE.
           05  WS-HH-ENTRY OCCURS 200 TIMES.
               10  WS-HH-ID           PIC X(10).
               10  WS-HH-TOTAL        PIC S9(13)V99 COMP-3.
               10  WS-HH-MEMBERS      PIC 9(3) COMP.

      *    Every elected household member's deposit accounts
      *    (ACCTMAST), certificates (TDFILE) and loans (LOANFILE),
      *    loaded in the pre-pass for the relationship summary page
      *    and the account detail sections on the primary's
      *    statement. WS-HHA-KIND: D deposit, T certificate, L loan.
      *    The two dates and the second amount depend on the kind -
      *    deposit: opened, last activity, YTD interest; certificate:
      *    opened, maturity; loan: next due, maturity, payment.
       01  WS-HHA-FIELDS.
           05  WS-HHA-LOADED          PIC 9(4)  COMP VALUE ZERO.
           05  WS-HHA-MAX             PIC 9(4)  COMP VALUE 1000.
           05  WS-HHA-IX              PIC 9(4)  COMP VALUE ZERO.
           05  WS-HHA-KIND-WANTED     PIC X(01) VALUE SPACE.
           05  WS-HHA-KIND-COUNT      PIC 9(4)  COMP VALUE ZERO.
           05  WS-EOF-HHLOAD          PIC X(1)  VALUE 'N'.
               88  EOF-HHLOAD             VALUE 'Y'.
           05  WS-REL-DEP-TOTAL       PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-REL-TD-TOTAL        PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-REL-LOAN-TOTAL      PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-REL-KIND-TOTAL      PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-REL-OWNER-NAME      PIC X(40) VALUE SPACES.
           05  WS-REL-FMT-BAL         PIC X(18) VALUE SPACES.
           05  WS-REL-FMT-AMT2        PIC X(18) VALUE SPACES.
           05  WS-REL-FMT-DATE-1      PIC X(10) VALUE SPACES.
           05  WS-REL-FMT-DATE-2      PIC X(10) VALUE SPACES.
           05  WS-REL-RATE-DISP       PIC ZZ9.9999.
           05  WS-REL-TERM-DISP       PIC ZZ9.
       01  WS-HHA-TABLE.
           05  WS-HHA-ENTRY OCCURS 1000 TIMES.
               10  WS-HHA-HH          PIC X(10).
               10  WS-HHA-CUST        PIC X(10).
               10  WS-HHA-KIND        PIC X(01).
               10  WS-HHA-ACCOUNT     PIC X(12).
               10  WS-HHA-TYPE        PIC X(04).
               10  WS-HHA-STATUS      PIC X(02).
               10  WS-HHA-BALANCE     PIC S9(13)V99 COMP-3.
               10  WS-HHA-RATE        PIC S9(03)V9(4) COMP-3.
               10  WS-HHA-TERM        PIC 9(03).
               10  WS-HHA-DATE-1      PIC X(08).
               10  WS-HHA-DATE-2      PIC X(08).
               10  WS-HHA-AMOUNT-2    PIC S9(11)V99 COMP-3.


       COPY CUSTMAST.
       COPY ACCTMST.
       COPY TDDATA.
       COPY LOANDATA.
       COPY LTXDATA.
       COPY BALHDATA.
       COPY RELDATA.
       COPY ERRDATA.
       COPY CKPTDATA.
       COPY CTLDATA.
       COPY BUSDATE.
       COPY PRIVDATA.

       PROCEDURE DIVISION.

           PERFORM 1010-READ-BUSINESS-DATE
           IF COMBINED-RUN
               PERFORM 1060-LOAD-RELATIONSHIPS
               PERFORM 1065-LOAD-HOUSEHOLD-ELECTIONS
               PERFORM 1070-PREPASS-HOUSEHOLD-TOTALS
               PERFORM 1075-LOAD-RELATIONSHIP-ACCTS
           END-IF
           OPEN INPUT  ACCTFILE
                       ADDRFILE
           OPEN EXTEND STMTARIX
           PERFORM 1095-LOAD-CAMPAIGNS
           OPEN OUTPUT CAMPRPT
           OPEN INPUT PRIVOPT
           MOVE BUS-DATE(7:2) TO WS-BUS-DAY
           MOVE 'R' TO WS-BST-STATE
           CALL 'BATSTAT' USING WS-PROGRAM-NAME
           PERFORM 2115-READ-NEXT-CYC
           OPEN INPUT ACCTMAST
           PERFORM 2124-READ-NEXT-ACCTM
           OPEN INPUT BALHIST
           PERFORM 1097-SET-STATEMENT-PERIOD
           PERFORM 2000-READ-ACCOUNT UNTIL EOF-ACCTFILE
           PERFORM 9000-END.

                           TO WS-REL-HH(WS-REL-LOADED)
                       MOVE REL-ROLE
                           TO WS-REL-ROLE-TB(WS-REL-LOADED)
                       MOVE 'N'    TO WS-REL-ELECTED(WS-REL-LOADED)
                       MOVE SPACES TO WS-REL-CYCLE(WS-REL-LOADED)
                       MOVE SPACES TO WS-REL-NAME(WS-REL-LOADED)
                   ELSE
                       DISPLAY 'STMTPRT RELATIONSHIP TABLE FULL - '
                               'LINK IGNORED FOR ' REL-CUSTOMER-ID
           END-PERFORM
           CLOSE RELFILE.

       1065-LOAD-HOUSEHOLD-ELECTIONS.
      *    A household consolidates only when its primary has elected
      *    the combined statement on the cycle file. Every member of
      *    an elected household is marked and takes the primary's
      *    cycle, so the whole household statements on one night.
      *    The cycle file is read through once here and reopened for
      *    the print pass's match-merge.
           OPEN INPUT CYCFILE
           PERFORM UNTIL EOF-CYCFILE
               READ CYCFILE
                   AT END MOVE 'Y' TO WS-EOF-CYCFILE
               END-READ
               IF NOT EOF-CYCFILE
                   PERFORM VARYING WS-REL-IX FROM 1 BY 1
                           UNTIL WS-REL-IX > WS-REL-LOADED
                       IF WS-REL-CUST(WS-REL-IX) = CYC-CUSTOMER-ID
                           MOVE CYC-CYCLE-DAY
                               TO WS-REL-CYCLE(WS-REL-IX)
                           IF WS-REL-ROLE-TB(WS-REL-IX) = 'P'
                                   AND CYC-COMBINED-ELECTED
                               MOVE 'Y' TO WS-REL-ELECTED(WS-REL-IX)
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           CLOSE CYCFILE
           MOVE 'N' TO WS-EOF-CYCFILE
           PERFORM VARYING WS-REL-IX FROM 1 BY 1
                   UNTIL WS-REL-IX > WS-REL-LOADED
               IF WS-REL-ROLE-TB(WS-REL-IX) = 'P'
                       AND WS-REL-ELECTED(WS-REL-IX) = 'Y'
                   PERFORM 1066-ELECT-HOUSEHOLD-MEMBERS
               END-IF
           END-PERFORM.

       1066-ELECT-HOUSEHOLD-MEMBERS.
           PERFORM VARYING WS-REL-IX2 FROM 1 BY 1
                   UNTIL WS-REL-IX2 > WS-REL-LOADED
               IF WS-REL-HH(WS-REL-IX2) = WS-REL-HH(WS-REL-IX)
                       AND WS-REL-ROLE-TB(WS-REL-IX2) NOT = 'P'
                   MOVE 'Y' TO WS-REL-ELECTED(WS-REL-IX2)
                   MOVE WS-REL-CYCLE(WS-REL-IX)
                       TO WS-REL-CYCLE(WS-REL-IX2)
               END-IF
           END-PERFORM.

       1070-PREPASS-HOUSEHOLD-TOTALS.
      *    The combined statement shows the whole household's total
      *    balance, and a member can arrive on ACCTFILE before its
               IF NOT EOF-PREPASS
                   PERFORM 2500-FIND-CUSTOMER-HOUSEHOLD
                   IF WS-CUST-HOUSEHOLD NOT = SPACES
                       MOVE CUSTOMER-NAME
                           TO WS-REL-NAME(WS-CUST-REL-IX)
                       PERFORM 1080-ADD-TO-HOUSEHOLD
                   END-IF
               END-IF
               ADD 1 TO WS-HH-MEMBERS(WS-HH-IX)
           END-IF.

       1075-LOAD-RELATIONSHIP-ACCTS.
      *    One pass over each master picks up every elected member's
      *    open accounts. A loan written before LOANPROC carried the
      *    borrower on it has no LOAN-CUSTOMER-ID and cannot be tied
      *    to a member here.
           OPEN INPUT ACCTMAST
           MOVE 'N' TO WS-EOF-HHLOAD
           PERFORM UNTIL EOF-HHLOAD
               READ ACCTMAST INTO ACCOUNT-MASTER-RECORD
                   AT END MOVE 'Y' TO WS-EOF-HHLOAD
               END-READ
               IF NOT EOF-HHLOAD
                       AND NOT AM-STATUS-CLOSED
                       AND NOT AM-TYPE-LOAN
                       AND NOT AM-TYPE-TERM-DEP
                   MOVE AM-CUSTOMER-ID TO WS-LOOKUP-CUST
                   PERFORM 1079-FIND-ELECTED-MEMBER
                   IF WS-LOOKUP-HH NOT = SPACES
                       PERFORM 1078-ADD-RELATIONSHIP-ACCT
                       IF WS-HHA-IX > ZERO
                           MOVE 'D' TO WS-HHA-KIND(WS-HHA-IX)
                           MOVE AM-ACCOUNT-NUMBER
                               TO WS-HHA-ACCOUNT(WS-HHA-IX)
                           MOVE AM-ACCOUNT-TYPE
                               TO WS-HHA-TYPE(WS-HHA-IX)
                           MOVE AM-STATUS TO WS-HHA-STATUS(WS-HHA-IX)
                           MOVE AM-BALANCE
                               TO WS-HHA-BALANCE(WS-HHA-IX)
                           MOVE AM-OPENED-DATE
                               TO WS-HHA-DATE-1(WS-HHA-IX)
                           MOVE AM-LAST-UPDATE-DATE
                               TO WS-HHA-DATE-2(WS-HHA-IX)
                           MOVE AM-YTD-INTEREST
                               TO WS-HHA-AMOUNT-2(WS-HHA-IX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ACCTMAST
      *    Certificates and loans come from their own masters, which
      *    carry the rate and dates the ACCTMAST mirror does not.
           OPEN INPUT TDFILE
           MOVE 'N' TO WS-EOF-HHLOAD
           PERFORM UNTIL EOF-HHLOAD
               READ TDFILE INTO TERM-DEPOSIT-RECORD
                   AT END MOVE 'Y' TO WS-EOF-HHLOAD
               END-READ
               IF NOT EOF-HHLOAD AND TD-ACTIVE
                   MOVE TD-CUSTOMER-ID TO WS-LOOKUP-CUST
                   PERFORM 1079-FIND-ELECTED-MEMBER
                   IF WS-LOOKUP-HH NOT = SPACES
                       PERFORM 1078-ADD-RELATIONSHIP-ACCT
                       IF WS-HHA-IX > ZERO
                           MOVE 'T'   TO WS-HHA-KIND(WS-HHA-IX)
                           MOVE TD-ID TO WS-HHA-ACCOUNT(WS-HHA-IX)
                           MOVE 'TD'  TO WS-HHA-TYPE(WS-HHA-IX)
                           IF TD-IRA
                               MOVE 'TDIR' TO WS-HHA-TYPE(WS-HHA-IX)
                           END-IF
                           MOVE TD-STATUS TO WS-HHA-STATUS(WS-HHA-IX)
                           MOVE TD-PRINCIPAL
                               TO WS-HHA-BALANCE(WS-HHA-IX)
                           MOVE TD-LOCKED-RATE
                               TO WS-HHA-RATE(WS-HHA-IX)
                           MOVE TD-TERM-MONTHS
                               TO WS-HHA-TERM(WS-HHA-IX)
                           MOVE TD-OPEN-DATE
                               TO WS-HHA-DATE-1(WS-HHA-IX)
                           MOVE TD-MATURITY-DATE
                               TO WS-HHA-DATE-2(WS-HHA-IX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE TDFILE
           OPEN INPUT LOANFILE
           MOVE 'N' TO WS-EOF-HHLOAD
           PERFORM UNTIL EOF-HHLOAD
               READ LOANFILE INTO LOAN-RECORD
                   AT END MOVE 'Y' TO WS-EOF-HHLOAD
               END-READ
               IF NOT EOF-HHLOAD
                       AND (LOAN-ACTIVE OR LOAN-DEFAULTED
                            OR LOAN-MATURED-UNPAID)
                       AND LOAN-CUSTOMER-ID NOT = SPACES
                   MOVE LOAN-CUSTOMER-ID TO WS-LOOKUP-CUST
                   PERFORM 1079-FIND-ELECTED-MEMBER
                   IF WS-LOOKUP-HH NOT = SPACES
                       PERFORM 1078-ADD-RELATIONSHIP-ACCT
                       IF WS-HHA-IX > ZERO
                           MOVE 'L'         TO WS-HHA-KIND(WS-HHA-IX)
                           MOVE LOAN-ID TO WS-HHA-ACCOUNT(WS-HHA-IX)
                           MOVE LOAN-TYPE   TO WS-HHA-TYPE(WS-HHA-IX)
                           MOVE LOAN-STATUS
                               TO WS-HHA-STATUS(WS-HHA-IX)
                           MOVE LOAN-BALANCE
                               TO WS-HHA-BALANCE(WS-HHA-IX)
                           MOVE LOAN-INTEREST-RATE
                               TO WS-HHA-RATE(WS-HHA-IX)
                           MOVE LOAN-NEXT-DUE-DATE
                               TO WS-HHA-DATE-1(WS-HHA-IX)
                           MOVE LOAN-END-DATE
                               TO WS-HHA-DATE-2(WS-HHA-IX)
                           MOVE LOAN-MONTHLY-PAYMENT
                               TO WS-HHA-AMOUNT-2(WS-HHA-IX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE LOANFILE.

       1078-ADD-RELATIONSHIP-ACCT.
           MOVE ZERO TO WS-HHA-IX
           IF WS-HHA-LOADED < WS-HHA-MAX
               ADD 1 TO WS-HHA-LOADED
               MOVE WS-HHA-LOADED TO WS-HHA-IX
               MOVE WS-LOOKUP-HH   TO WS-HHA-HH(WS-HHA-IX)
               MOVE WS-LOOKUP-CUST TO WS-HHA-CUST(WS-HHA-IX)
               MOVE SPACES TO WS-HHA-TYPE(WS-HHA-IX)
                              WS-HHA-STATUS(WS-HHA-IX)
                              WS-HHA-DATE-1(WS-HHA-IX)
                              WS-HHA-DATE-2(WS-HHA-IX)
               MOVE ZERO   TO WS-HHA-BALANCE(WS-HHA-IX)
                              WS-HHA-RATE(WS-HHA-IX)
                              WS-HHA-TERM(WS-HHA-IX)
                              WS-HHA-AMOUNT-2(WS-HHA-IX)
           ELSE
               DISPLAY 'STMTPRT RELATIONSHIP ACCOUNT TABLE FULL - '
                       'ACCOUNT LEFT OFF HOUSEHOLD ' WS-LOOKUP-HH
           END-IF.

       1079-FIND-ELECTED-MEMBER.
           MOVE SPACES TO WS-LOOKUP-HH
           PERFORM VARYING WS-REL-IX FROM 1 BY 1
                   UNTIL WS-REL-IX > WS-REL-LOADED
                   OR WS-LOOKUP-HH NOT = SPACES
               IF WS-REL-CUST(WS-REL-IX) = WS-LOOKUP-CUST
                       AND WS-REL-ELECTED(WS-REL-IX) = 'Y'
                   MOVE WS-REL-HH(WS-REL-IX) TO WS-LOOKUP-HH
               END-IF
           END-PERFORM.

       1090-POSITION-ARCHIVE.
      *    The last index record's start + count is where the
      *    cumulative archive ends, and therefore where tonight's
           END-PERFORM
           CLOSE CAMPFILE.

       1097-SET-STATEMENT-PERIOD.
      *    Same month arithmetic as TDMATUR's maturity date, run one
      *    month backwards; a day the earlier month doesn't have
      *    clamps to its last day, so a month-end statement's period
      *    starts the day after the previous month-end.
           MOVE BUS-DATE(1:4) TO WS-PRIOR-YYYY
           MOVE BUS-DATE(5:2) TO WS-PRIOR-MONTH
           COMPUTE WS-PRIOR-MM =
               WS-PRIOR-YYYY * 12 + WS-PRIOR-MONTH - 2
           COMPUTE WS-PRIOR-YYYY = WS-PRIOR-MM / 12
           COMPUTE WS-PRIOR-MONTH = WS-PRIOR-MM - WS-PRIOR-YYYY * 12 + 1
           MOVE SPACES TO WS-PERIOD-START
           STRING WS-PRIOR-YYYY WS-PRIOR-MONTH BUS-DATE(7:2)
               DELIMITED SIZE INTO WS-PERIOD-START
           IF WS-PERIOD-START(7:2) > '28'
                   AND WS-PERIOD-START(5:2) = '02'
               MOVE '28' TO WS-PERIOD-START(7:2)
               IF FUNCTION MOD(WS-PRIOR-YYYY 4) = ZERO
                   MOVE '29' TO WS-PERIOD-START(7:2)
               END-IF
           END-IF
           IF WS-PERIOD-START(7:2) = '31'
                   AND (WS-PERIOD-START(5:2) = '04'
                   OR WS-PERIOD-START(5:2) = '06'
                   OR WS-PERIOD-START(5:2) = '09'
                   OR WS-PERIOD-START(5:2) = '11')
               MOVE '30' TO WS-PERIOD-START(7:2)
           END-IF
           MOVE WS-PERIOD-START TO WS-PERIOD-START-8
           COMPUTE WS-PERIOD-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-PERIOD-START-8) + 1
           MOVE BUS-DATE TO WS-SNAP-DATE-8
           COMPUTE WS-PERIOD-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-SNAP-DATE-8)
           COMPUTE WS-PERIOD-DAYS =
               WS-PERIOD-END-INT - WS-PERIOD-START-INT + 1.

       1100-LOAD-CHECKPOINT.
           OPEN INPUT CKPTFILE
           MOVE 'N' TO WS-EOF-CKPTFILE
           END-READ
           IF NOT EOF-ACCTFILE
               PERFORM 2050-CHECK-ADDRESS
      *        On a combined run an elected household's joint members
      *        are consolidated onto the primary's relationship
      *        statement instead of getting their own mailing. The
      *        household is looked up ahead of the cycle check because
      *        a member statements on the primary's cycle.
               IF COMBINED-RUN
                   PERFORM 2500-FIND-CUSTOMER-HOUSEHOLD
               ELSE
                   MOVE SPACES TO WS-CUST-HOUSEHOLD
                   MOVE SPACE  TO WS-CUST-REL-ROLE
               END-IF
               MOVE 'N' TO WS-RELSTMT-FLAG
               IF WS-CUST-HOUSEHOLD NOT = SPACES
                       AND WS-CUST-REL-ROLE = 'P'
                   MOVE 'Y' TO WS-RELSTMT-FLAG
               END-IF
               PERFORM 2060-CHECK-CYCLE
               PERFORM 2065-CHECK-DEBIT-INTEREST
               PERFORM 2070-CHECK-CAPITALIZED-INT
               PERFORM 2075-MERGE-CARRIED-INTEREST
      *        Dormant customers get DORMPROC's owner-notification
      *        letter, not a statement; their statements are withheld
      *        the same way an invalid address withholds one.
      *        A customer whose statement is withheld tonight keeps
      *        the period's accumulated interest amounts on the
      *        carried state file so they appear on the statement
                   WHEN OTHER
                       MOVE WS-ARCH-NEXT-RECNO
                           TO WS-ARCH-START-RECNO
                       MOVE ZERO TO WS-APY-EARNED
                       ADD 1 TO WS-MAIL-PIECE-SEQ
                       PERFORM 2080-SET-STMT-LANGUAGE
                       PERFORM 3000-PRINT-HEADER
                       PERFORM 3100-PRINT-BODY
                       PERFORM 3200-PRINT-FOOTER
                       PERFORM 3950-WRITE-ARCHIVE-INDEX
                       IF RELATIONSHIP-STMT
                           PERFORM 3955-INDEX-HOUSEHOLD-MEMBERS
                       END-IF
               END-EVALUATE
               ADD 1 TO WS-STMT-COUNT
               IF FUNCTION MOD(WS-STMT-COUNT WS-CKPT-INTERVAL)
               END-IF
           END-IF.

       2080-SET-STMT-LANGUAGE.
      *    The statement renders in the language on the customer's
      *    PRIVOPT record (see PRIVDATA); no record, or no language on
      *    it, is English.
           MOVE SPACES TO LETTER-TEXT-REQUEST
           MOVE 'STM'  TO LTQ-LETTER-TYPE
           MOVE 'E'    TO LTQ-LANGUAGE
           MOVE CUSTOMER-ID TO PRIVOPT-CUSTOMER-ID
           READ PRIVOPT INTO PRIVACY-ELECTION-RECORD
               KEY IS PRIVOPT-CUSTOMER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PRV-LANG-VALID
                       MOVE PRV-LANGUAGE TO LTQ-LANGUAGE
                   END-IF
           END-READ.

       2050-CHECK-ADDRESS.
      *    Request 048 - ADDRFILE is presorted by customer, same
      *    match-merge idiom ACCTBAL's 2100-READ-TRANSACTIONS already
               END-IF
               PERFORM 2115-READ-NEXT-CYC
           END-PERFORM
      *    An elected household's members take the primary's cycle
      *    (loaded in the pre-pass), so the member's activity and
      *    carried interest line up with the primary's statement.
           IF WS-CUST-HOUSEHOLD NOT = SPACES
                   AND WS-CUST-REL-ROLE NOT = 'P'
               MOVE WS-REL-CYCLE(WS-CUST-REL-IX) TO WS-CUST-CYCLE
           END-IF
           MOVE 'Y' TO WS-CYCLE-ELIGIBLE
           EVALUATE TRUE
               WHEN SEG-CORPORATE
                                WS-DATE-FORMAT
                                WS-RETURN-CODE
           MOVE WS-PAGE-NUMBER TO WS-PAGE-NUMBER-DISP
           MOVE WS-PAGE-NUMBER-DISP TO LTQ-VALUE(1)
           MOVE WS-FORMATTED-DATE   TO LTQ-VALUE(2)
           MOVE 1 TO LTQ-LINE-NO
           PERFORM 3800-RENDER-STMT-TEXT
           MOVE '1' TO WS-CARRIAGE-CTL
           PERFORM 3900-WRITE-STMT-LINE.

                               WS-FORMATTED-AMOUNT
                               CURRENCY-CODE
                               WS-RETURN-CODE
           MOVE CUSTOMER-NAME TO LTQ-VALUE(1)
           MOVE CUSTOMER-ID   TO LTQ-VALUE(2)
           MOVE 2 TO LTQ-LINE-NO
           PERFORM 3800-RENDER-STMT-TEXT
           PERFORM 3900-WRITE-STMT-LINE
           MOVE WS-FORMATTED-AMOUNT TO LTQ-VALUE(1)
           MOVE 3 TO LTQ-LINE-NO
           PERFORM 3800-RENDER-STMT-TEXT
           PERFORM 3900-WRITE-STMT-LINE
           ADD 2 TO WS-LINE-COUNT
           IF WS-CUST-CAP-INT NOT = ZERO
                                   WS-FORMATTED-AMOUNT
                                   CURRENCY-CODE
                                   WS-RETURN-CODE
               MOVE WS-FORMATTED-AMOUNT(1:18) TO LTQ-VALUE(1)
               MOVE 4 TO LTQ-LINE-NO
               PERFORM 3800-RENDER-STMT-TEXT
               PERFORM 3900-WRITE-STMT-LINE
               ADD 1 TO WS-LINE-COUNT
               IF WS-CUST-CAP-INT > ZERO
                   PERFORM 3120-CALC-APY-EARNED
                   PERFORM 3125-PRINT-APY-EARNED
               END-IF
           END-IF
           IF WS-CUST-DEBIT-INT NOT = ZERO
               MOVE WS-CUST-DEBIT-INT TO WS-FMT-DEBIT-AMT
                                   WS-FORMATTED-AMOUNT
                                   CURRENCY-CODE
                                   WS-RETURN-CODE
               MOVE WS-FORMATTED-AMOUNT(1:18) TO LTQ-VALUE(1)
               MOVE 5 TO LTQ-LINE-NO
               PERFORM 3800-RENDER-STMT-TEXT
               PERFORM 3900-WRITE-STMT-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF
               PERFORM 3165-PRINT-FX-CONVERSIONS
           END-IF
           PERFORM 3170-PRINT-ACCOUNT-SECTIONS
           IF RELATIONSHIP-STMT
               PERFORM 3175-PRINT-HOUSEHOLD-SUMMARY
               PERFORM 3190-PRINT-ACCOUNT-DETAILS
           END-IF
           PERFORM 3150-PRINT-SEGMENT-DETAIL
           IF WS-LINE-COUNT >= WS-MAX-LINES
               PERFORM 3000-PRINT-HEADER
           END-IF.

       3120-CALC-APY-EARNED.
      *    APY earned = 100 x ((1 + interest / average daily balance)
      *    ** (365 / days in period) - 1), per Regulation DD. A
      *    customer with no snapshot in the period (a new account)
      *    averages at tonight's balance.
           MOVE ZERO TO WS-BALANCE-DAYS
           MOVE 'N'  TO WS-SNAP-FOUND
           MOVE 'N'  TO WS-EOF-BALHIST
           MOVE CUSTOMER-ID     TO BHF-CUSTOMER-ID
           MOVE WS-PERIOD-START TO BHF-DATE
           START BALHIST KEY > BHF-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-BALHIST
           END-START
           PERFORM 3122-ADD-BALANCE-SNAPSHOT UNTIL EOF-BALHIST
           IF SNAPSHOT-FOUND
               COMPUTE WS-BALANCE-DAYS = WS-BALANCE-DAYS
                   + WS-PREV-SNAP-BAL
                   * (WS-PERIOD-END-INT + 1 - WS-PREV-SNAP-INT)
               COMPUTE WS-AVG-DAILY-BAL ROUNDED =
                   WS-BALANCE-DAYS / WS-PERIOD-DAYS
           ELSE
               MOVE CUSTOMER-BALANCE TO WS-AVG-DAILY-BAL
           END-IF
           MOVE ZERO TO WS-APY-EARNED
           IF WS-AVG-DAILY-BAL > ZERO AND WS-PERIOD-DAYS > ZERO
               COMPUTE WS-APY-RATIO ROUNDED =
                   WS-CUST-CAP-INT / WS-AVG-DAILY-BAL
               COMPUTE WS-APY-EARNED ROUNDED =
                   100 * ((1 + WS-APY-RATIO)
                   ** (365 / WS-PERIOD-DAYS) - 1)
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-APY-EARNED
               END-COMPUTE
           END-IF.

       3122-ADD-BALANCE-SNAPSHOT.
      *    Each snapshot's balance stands from its own date until the
      *    next one; the first one in the period also covers the
      *    days before it.
           READ BALHIST INTO BALANCE-HISTORY-RECORD
               AT END MOVE 'Y' TO WS-EOF-BALHIST
           END-READ
           IF NOT EOF-BALHIST
               IF BH-CUSTOMER-ID NOT = CUSTOMER-ID
                       OR BH-DATE > BUS-DATE
                   MOVE 'Y' TO WS-EOF-BALHIST
               ELSE
                   MOVE BH-DATE TO WS-SNAP-DATE-8
                   COMPUTE WS-SNAP-INT =
                       FUNCTION INTEGER-OF-DATE(WS-SNAP-DATE-8)
                   IF SNAPSHOT-FOUND
                       COMPUTE WS-BALANCE-DAYS = WS-BALANCE-DAYS
                           + WS-PREV-SNAP-BAL
                           * (WS-SNAP-INT - WS-PREV-SNAP-INT)
                   ELSE
                       COMPUTE WS-BALANCE-DAYS = WS-BALANCE-DAYS
                           + BH-BALANCE
                           * (WS-SNAP-INT - WS-PERIOD-START-INT)
                       MOVE 'Y' TO WS-SNAP-FOUND
                   END-IF
                   MOVE WS-SNAP-INT TO WS-PREV-SNAP-INT
                   MOVE BH-BALANCE  TO WS-PREV-SNAP-BAL
               END-IF
           END-IF.

       3125-PRINT-APY-EARNED.
      *    Printed in the shared body, so the corporate and private-
      *    banking layouts and the e-statement feed all carry it.
           MOVE WS-APY-EARNED  TO WS-APY-DISP
           MOVE WS-PERIOD-DAYS TO WS-PERIOD-DAYS-DISP
           MOVE WS-AVG-DAILY-BAL TO WS-FMT-DEBIT-AMT
           CALL 'FMTAMT' USING WS-FMT-DEBIT-AMT
                               WS-FORMATTED-AMOUNT
                               CURRENCY-CODE
                               WS-RETURN-CODE
           MOVE WS-APY-DISP               TO LTQ-VALUE(1)
           MOVE WS-PERIOD-DAYS-DISP       TO LTQ-VALUE(2)
           MOVE WS-FORMATTED-AMOUNT(1:18) TO LTQ-VALUE(3)
           MOVE 6 TO LTQ-LINE-NO
           PERFORM 3800-RENDER-STMT-TEXT
           PERFORM 3900-WRITE-STMT-LINE
           ADD 1 TO WS-LINE-COUNT.

       3150-PRINT-SEGMENT-DETAIL.
      *    Corporate and private-banking customers get a richer
      *    layout than retail's plain two-line body, per request 028.
           IF SEG-PRIVATE
               MOVE 11 TO LTQ-LINE-NO
               PERFORM 3800-RENDER-STMT-TEXT
               PERFORM 3900-WRITE-STMT-LINE
               MOVE 12 TO LTQ-LINE-NO
               PERFORM 3800-RENDER-STMT-TEXT
               PERFORM 3900-WRITE-STMT-LINE
               ADD 2 TO WS-LINE-COUNT
           ELSE
               IF SEG-CORPORATE
                   MOVE CUST-TXN-COUNT TO WS-TXN-COUNT-DISP
                   MOVE WS-TXN-COUNT-DISP TO LTQ-VALUE(1)
                   MOVE 13 TO LTQ-LINE-NO
                   PERFORM 3800-RENDER-STMT-TEXT
                   PERFORM 3900-WRITE-STMT-LINE
                   MOVE 14 TO LTQ-LINE-NO
                   PERFORM 3800-RENDER-STMT-TEXT
                   PERFORM 3900-WRITE-STMT-LINE
                   MOVE 15 TO LTQ-LINE-NO
                   PERFORM 3800-RENDER-STMT-TEXT
                   PERFORM 3900-WRITE-STMT-LINE
                   ADD 3 TO WS-LINE-COUNT
               END-IF
      *    Active campaign messages for the customer's segment ('AL'
      *    targets every statement) print after the segment detail;
      *    each carrying statement counts once per campaign for the
      *    marketing report. A customer who has opted out of
      *    solicitation (see PRIVDATA) gets none of them - the
      *    statement is counted as suppressed instead.
           MOVE 'N' TO WS-SOLICIT-OPTOUT
           IF WS-CAM-LOADED > ZERO
               PERFORM 3170-CHECK-SOLICIT-OPTOUT
           END-IF
           IF SOLICIT-OPTED-OUT
               ADD 1 TO WS-CAM-SUPPRESSED
           ELSE
               PERFORM VARYING WS-CAM-IX FROM 1 BY 1
                       UNTIL WS-CAM-IX > WS-CAM-LOADED
                   IF WS-CAM-SEG(WS-CAM-IX) = CUSTOMER-SEGMENT
                           OR WS-CAM-SEG(WS-CAM-IX) = 'AL'
                       ADD 1 TO WS-CAM-COUNT(WS-CAM-IX)
                       IF WS-CAM-L1(WS-CAM-IX) NOT = SPACES
                           MOVE SPACES TO WS-PRINT-LINE
                           MOVE WS-CAM-L1(WS-CAM-IX) TO WS-PRINT-LINE
                           PERFORM 3900-WRITE-STMT-LINE
                           ADD 1 TO WS-LINE-COUNT
                       END-IF
                       IF WS-CAM-L2(WS-CAM-IX) NOT = SPACES
                           MOVE SPACES TO WS-PRINT-LINE
                           MOVE WS-CAM-L2(WS-CAM-IX) TO WS-PRINT-LINE
                           PERFORM 3900-WRITE-STMT-LINE
                           ADD 1 TO WS-LINE-COUNT
                       END-IF
                       IF WS-CAM-L3(WS-CAM-IX) NOT = SPACES
                           MOVE SPACES TO WS-PRINT-LINE
                           MOVE WS-CAM-L3(WS-CAM-IX) TO WS-PRINT-LINE
                           PERFORM 3900-WRITE-STMT-LINE
                           ADD 1 TO WS-LINE-COUNT
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       3170-CHECK-SOLICIT-OPTOUT.
           MOVE CUSTOMER-ID TO PRIVOPT-CUSTOMER-ID
           READ PRIVOPT INTO PRIVACY-ELECTION-RECORD
               KEY IS PRIVOPT-CUSTOMER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PRV-SOLICIT-OPTED-OUT
                       MOVE 'Y' TO WS-SOLICIT-OPTOUT
                   END-IF
           END-READ.

       3165-PRINT-FX-CONVERSIONS.
      *    One line per converted payment - the customer sees the
                                   WS-FORMATTED-AMOUNT
                                   WS-FX-CONV-CCY(WS-FX-IX)
                                   WS-RETURN-CODE
               MOVE WS-FX-REF(WS-FX-IX)       TO LTQ-VALUE(1)
               MOVE WS-FX-FMT-ORIG            TO LTQ-VALUE(2)
               MOVE WS-FORMATTED-AMOUNT(1:18) TO LTQ-VALUE(3)
               MOVE 7 TO LTQ-LINE-NO
               PERFORM 3800-RENDER-STMT-TEXT
               PERFORM 3900-WRITE-STMT-LINE
               ADD 1 TO WS-LINE-COUNT
           END-PERFORM
           IF WS-FX-MORE-COUNT > ZERO
               MOVE WS-FX-MORE-COUNT TO WS-FX-MORE-DISP
               MOVE WS-FX-MORE-DISP TO LTQ-VALUE(1)
               MOVE 8 TO LTQ-LINE-NO
               PERFORM 3800-RENDER-STMT-TEXT
               PERFORM 3900-WRITE-STMT-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.
      *    subledger, so a customer with checking and savings sees
      *    each balance instead of only the blended total. A
      *    customer with no converted accounts yet prints exactly as
      *    before - the section simply doesn't appear. A household
      *    relationship statement lists the primary's accounts on its
      *    summary page instead, so the merge only moves past them.
           MOVE ZERO TO WS-ACCT-SECT-COUNT
           PERFORM UNTIL EOF-ACCTMAST
                   OR WS-AMF-CUST-NO > CUSTOMER-ID
               IF WS-AMF-CUST-NO = CUSTOMER-ID
                       AND NOT RELATIONSHIP-STMT
                   IF WS-ACCT-SECT-COUNT = ZERO
                       MOVE 9 TO LTQ-LINE-NO
                       PERFORM 3800-RENDER-STMT-TEXT
                       PERFORM 3900-WRITE-STMT-LINE
                       ADD 1 TO WS-LINE-COUNT
                   END-IF
                                       WS-FORMATTED-AMOUNT
                                       CURRENCY-CODE
                                       WS-RETURN-CODE
                   MOVE AM-ACCOUNT-NUMBER   TO LTQ-VALUE(1)
                   MOVE AM-ACCOUNT-TYPE     TO LTQ-VALUE(2)
                   MOVE WS-FORMATTED-AMOUNT TO LTQ-VALUE(3)
                   MOVE 10 TO LTQ-LINE-NO
                   PERFORM 3800-RENDER-STMT-TEXT
                   PERFORM 3900-WRITE-STMT-LINE
                   ADD 1 TO WS-LINE-COUNT
               END-IF
           END-PERFORM.

       2500-FIND-CUSTOMER-HOUSEHOLD.
      *    Only a household that elected the combined statement
      *    counts; everyone else statements on their own.
           MOVE SPACES TO WS-CUST-HOUSEHOLD
           MOVE SPACE  TO WS-CUST-REL-ROLE
           MOVE ZERO   TO WS-CUST-REL-IX
           PERFORM VARYING WS-REL-IX FROM 1 BY 1
                   UNTIL WS-REL-IX > WS-REL-LOADED
                   OR WS-CUST-HOUSEHOLD NOT = SPACES
               IF WS-REL-CUST(WS-REL-IX) = CUSTOMER-ID
                       AND WS-REL-ELECTED(WS-REL-IX) = 'Y'
                   MOVE WS-REL-HH(WS-REL-IX)
                       TO WS-CUST-HOUSEHOLD
                   MOVE WS-REL-ROLE-TB(WS-REL-IX)
                       TO WS-CUST-REL-ROLE
                   MOVE WS-REL-IX TO WS-CUST-REL-IX
               END-IF
           END-PERFORM.

       3175-PRINT-HOUSEHOLD-SUMMARY.
      *    Combined mailing: the household's one statement (to the
      *    primary) opens a relationship summary page - the
      *    consolidated balance the pre-pass accumulated and how many
      *    accounts it covers, then every member's deposit accounts,
      *    certificates and loans with a total for each.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE ZERO TO WS-LINE-COUNT
           MOVE WS-PAGE-NUMBER TO WS-PAGE-NUMBER-DISP
           MOVE WS-PAGE-NUMBER-DISP TO LTQ-VALUE(1)
           MOVE WS-CUST-HOUSEHOLD   TO LTQ-VALUE(2)
           MOVE 17 TO LTQ-LINE-NO
           PERFORM 3800-RENDER-STMT-TEXT
           MOVE '1' TO WS-CARRIAGE-CTL
           PERFORM 3185-WRITE-REL-LINE
           MOVE ZERO TO WS-HH-IX
           PERFORM VARYING WS-REL-IX FROM 1 BY 1
                   UNTIL WS-REL-IX > WS-HH-LOADED
                                   CURRENCY-CODE
                                   WS-RETURN-CODE
               MOVE WS-HH-MEMBERS(WS-HH-IX) TO WS-HH-MEMBERS-DISP
               MOVE WS-HH-MEMBERS-DISP        TO LTQ-VALUE(1)
               MOVE WS-FORMATTED-AMOUNT(1:18) TO LTQ-VALUE(2)
               MOVE 18 TO LTQ-LINE-NO
               PERFORM 3800-RENDER-STMT-TEXT
               PERFORM 3185-WRITE-REL-LINE
           END-IF
           MOVE 'D' TO WS-HHA-KIND-WANTED
           PERFORM 3180-PRINT-SUMMARY-GROUP
           MOVE WS-REL-KIND-TOTAL TO WS-REL-DEP-TOTAL
           MOVE 'T' TO WS-HHA-KIND-WANTED
           PERFORM 3180-PRINT-SUMMARY-GROUP
           MOVE WS-REL-KIND-TOTAL TO WS-REL-TD-TOTAL
           MOVE 'L' TO WS-HHA-KIND-WANTED
           PERFORM 3180-PRINT-SUMMARY-GROUP
           MOVE WS-REL-KIND-TOTAL TO WS-REL-LOAN-TOTAL
           COMPUTE WS-FMT-DEBIT-AMT =
               WS-REL-DEP-TOTAL + WS-REL-TD-TOTAL
           CALL 'FMTAMT' USING WS-FMT-DEBIT-AMT
                               WS-FORMATTED-AMOUNT
                               CURRENCY-CODE
                               WS-RETURN-CODE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 3185-WRITE-REL-LINE
           MOVE WS-FORMATTED-AMOUNT(1:18) TO LTQ-VALUE(1)
           MOVE 23 TO LTQ-LINE-NO
           PERFORM 3800-RENDER-STMT-TEXT
           PERFORM 3185-WRITE-REL-LINE
           CALL 'FMTAMT' USING WS-REL-LOAN-TOTAL
                               WS-FORMATTED-AMOUNT
                               CURRENCY-CODE
                               WS-RETURN-CODE
           MOVE WS-FORMATTED-AMOUNT(1:18) TO LTQ-VALUE(1)
           MOVE 24 TO LTQ-LINE-NO
           PERFORM 3800-RENDER-STMT-TEXT
           PERFORM 3185-WRITE-REL-LINE.

       3180-PRINT-SUMMARY-GROUP.
      *    One line per account of the wanted kind - account, product,
      *    owning member and balance - and the kind's total.
           MOVE ZERO TO WS-REL-KIND-TOTAL
           MOVE ZERO TO WS-HHA-KIND-COUNT
           PERFORM VARYING WS-HHA-IX FROM 1 BY 1
                   UNTIL WS-HHA-IX > WS-HHA-LOADED
               IF WS-HHA-HH(WS-HHA-IX) = WS-CUST-HOUSEHOLD
                       AND WS-HHA-KIND(WS-HHA-IX) = WS-HHA-KIND-WANTED
                   IF WS-HHA-KIND-COUNT = ZERO
                       MOVE SPACES TO WS-PRINT-LINE
                       PERFORM 3185-WRITE-REL-LINE
                       EVALUATE WS-HHA-KIND-WANTED
                           WHEN 'D'
                               MOVE 19 TO LTQ-LINE-NO
                           WHEN 'T'
                               MOVE 20 TO LTQ-LINE-NO
                           WHEN OTHER
                               MOVE 21 TO LTQ-LINE-NO
                       END-EVALUATE
                       PERFORM 3800-RENDER-STMT-TEXT
                       PERFORM 3185-WRITE-REL-LINE
                   END-IF
                   ADD 1 TO WS-HHA-KIND-COUNT
                   ADD WS-HHA-BALANCE(WS-HHA-IX) TO WS-REL-KIND-TOTAL
                   PERFORM 3192-FORMAT-DETAIL-FIELDS
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING '  '                   DELIMITED SIZE
                          WS-HHA-ACCOUNT(WS-HHA-IX) DELIMITED SIZE
                          '  '                   DELIMITED SIZE
                          WS-HHA-TYPE(WS-HHA-IX) DELIMITED SIZE
                          '  '                   DELIMITED SIZE
                          WS-REL-OWNER-NAME(1:30) DELIMITED SIZE
                          '  '                   DELIMITED SIZE
                          WS-REL-FMT-BAL         DELIMITED SIZE
                          INTO WS-PRINT-LINE
                   PERFORM 3185-WRITE-REL-LINE
               END-IF
           END-PERFORM
           IF WS-HHA-KIND-COUNT > ZERO
               CALL 'FMTAMT' USING WS-REL-KIND-TOTAL
                                   WS-FORMATTED-AMOUNT
                                   CURRENCY-CODE
                                   WS-RETURN-CODE
               MOVE 22 TO LTQ-LINE-NO
               PERFORM 3800-RENDER-STMT-TEXT
               MOVE WS-FORMATTED-AMOUNT(1:18) TO WS-PRINT-LINE(55:18)
               PERFORM 3185-WRITE-REL-LINE
           END-IF.

       3185-WRITE-REL-LINE.
      *    The relationship pages can run long, so every line checks
      *    for the page break the ordinary body only checks at its end.
           PERFORM 3900-WRITE-STMT-LINE
           ADD 1 TO WS-LINE-COUNT
           IF WS-LINE-COUNT >= WS-MAX-LINES
               PERFORM 3000-PRINT-HEADER
           END-IF.

       3190-PRINT-ACCOUNT-DETAILS.
      *    After the summary page, each account's own detail section
      *    in the same order - deposits, certificates, loans.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 3185-WRITE-REL-LINE
           MOVE 25 TO LTQ-LINE-NO
           PERFORM 3800-RENDER-STMT-TEXT
           PERFORM 3185-WRITE-REL-LINE
           MOVE 'D' TO WS-HHA-KIND-WANTED
           PERFORM 3191-PRINT-DETAIL-GROUP
           MOVE 'T' TO WS-HHA-KIND-WANTED
           PERFORM 3191-PRINT-DETAIL-GROUP
           MOVE 'L' TO WS-HHA-KIND-WANTED
           PERFORM 3191-PRINT-DETAIL-GROUP.

       3191-PRINT-DETAIL-GROUP.
           PERFORM VARYING WS-HHA-IX FROM 1 BY 1
                   UNTIL WS-HHA-IX > WS-HHA-LOADED
               IF WS-HHA-HH(WS-HHA-IX) = WS-CUST-HOUSEHOLD
                       AND WS-HHA-KIND(WS-HHA-IX) = WS-HHA-KIND-WANTED
                   PERFORM 3192-FORMAT-DETAIL-FIELDS
                   MOVE SPACES TO WS-PRINT-LINE
                   PERFORM 3185-WRITE-REL-LINE
                   MOVE WS-HHA-ACCOUNT(WS-HHA-IX) TO LTQ-VALUE(1)
                   MOVE WS-HHA-TYPE(WS-HHA-IX)    TO LTQ-VALUE(2)
                   MOVE WS-REL-OWNER-NAME         TO LTQ-VALUE(3)
                   MOVE 26 TO LTQ-LINE-NO
                   PERFORM 3800-RENDER-STMT-TEXT
                   PERFORM 3185-WRITE-REL-LINE
                   EVALUATE WS-HHA-KIND-WANTED
                       WHEN 'D'
                           PERFORM 3193-PRINT-DEPOSIT-DETAIL
                       WHEN 'T'
                           PERFORM 3194-PRINT-CERTIFICATE-DETAIL
                       WHEN OTHER
                           PERFORM 3195-PRINT-LOAN-DETAIL
                   END-EVALUATE
               END-IF
           END-PERFORM.

       3192-FORMAT-DETAIL-FIELDS.
      *    Edits the entry in hand for printing and finds the owning
      *    member's name.
           CALL 'FMTAMT' USING WS-HHA-BALANCE(WS-HHA-IX)
                               WS-FORMATTED-AMOUNT
                               CURRENCY-CODE
                               WS-RETURN-CODE
           MOVE WS-FORMATTED-AMOUNT(1:18) TO WS-REL-FMT-BAL
           MOVE WS-HHA-AMOUNT-2(WS-HHA-IX) TO WS-FMT-DEBIT-AMT
           CALL 'FMTAMT' USING WS-FMT-DEBIT-AMT
                               WS-FORMATTED-AMOUNT
                               CURRENCY-CODE
                               WS-RETURN-CODE
           MOVE WS-FORMATTED-AMOUNT(1:18) TO WS-REL-FMT-AMT2
           MOVE SPACES TO WS-REL-FMT-DATE-1
           IF WS-HHA-DATE-1(WS-HHA-IX) NOT = SPACES
               CALL 'FMTDATE' USING WS-HHA-DATE-1(WS-HHA-IX)
                                    WS-FORMATTED-DATE
                                    WS-DATE-FORMAT
                                    WS-RETURN-CODE
               MOVE WS-FORMATTED-DATE(1:10) TO WS-REL-FMT-DATE-1
           END-IF
           MOVE SPACES TO WS-REL-FMT-DATE-2
           IF WS-HHA-DATE-2(WS-HHA-IX) NOT = SPACES
               CALL 'FMTDATE' USING WS-HHA-DATE-2(WS-HHA-IX)
                                    WS-FORMATTED-DATE
                                    WS-DATE-FORMAT
                                    WS-RETURN-CODE
               MOVE WS-FORMATTED-DATE(1:10) TO WS-REL-FMT-DATE-2
           END-IF
           MOVE WS-HHA-RATE(WS-HHA-IX) TO WS-REL-RATE-DISP
           MOVE WS-HHA-TERM(WS-HHA-IX) TO WS-REL-TERM-DISP
           MOVE SPACES TO WS-REL-OWNER-NAME
           MOVE ZERO TO WS-REL-IX2
           PERFORM VARYING WS-REL-IX FROM 1 BY 1
                   UNTIL WS-REL-IX > WS-REL-LOADED
                   OR WS-REL-IX2 > ZERO
               IF WS-REL-CUST(WS-REL-IX) = WS-HHA-CUST(WS-HHA-IX)
                       AND WS-REL-HH(WS-REL-IX) = WS-CUST-HOUSEHOLD
                   MOVE WS-REL-IX TO WS-REL-IX2
                   MOVE WS-REL-NAME(WS-REL-IX) TO WS-REL-OWNER-NAME
               END-IF
           END-PERFORM.

       3193-PRINT-DEPOSIT-DETAIL.
           MOVE WS-REL-FMT-BAL    TO LTQ-VALUE(1)
           MOVE WS-REL-FMT-DATE-1 TO LTQ-VALUE(2)
           MOVE WS-REL-FMT-DATE-2 TO LTQ-VALUE(3)
           MOVE 27 TO LTQ-LINE-NO
           PERFORM 3800-RENDER-STMT-TEXT
           PERFORM 3185-WRITE-REL-LINE
           MOVE WS-HHA-STATUS(WS-HHA-IX) TO LTQ-VALUE(1)
           MOVE WS-REL-FMT-AMT2   TO LTQ-VALUE(2)
           MOVE 28 TO LTQ-LINE-NO
           PERFORM 3800-RENDER-STMT-TEXT
           PERFORM 3185-WRITE-REL-LINE.

       3194-PRINT-CERTIFICATE-DETAIL.
           MOVE WS-REL-FMT-BAL    TO LTQ-VALUE(1)
           MOVE WS-REL-RATE-DISP  TO LTQ-VALUE(2)
           MOVE WS-REL-TERM-DISP  TO LTQ-VALUE(3)
           MOVE 29 TO LTQ-LINE-NO
           PERFORM 3800-RENDER-STMT-TEXT
           PERFORM 3185-WRITE-REL-LINE
           MOVE WS-REL-FMT-DATE-1 TO LTQ-VALUE(1)
           MOVE WS-REL-FMT-DATE-2 TO LTQ-VALUE(2)
           MOVE 30 TO LTQ-LINE-NO
           PERFORM 3800-RENDER-STMT-TEXT
           PERFORM 3185-WRITE-REL-LINE.

       3195-PRINT-LOAN-DETAIL.
           MOVE WS-REL-FMT-BAL    TO LTQ-VALUE(1)
           MOVE WS-REL-RATE-DISP  TO LTQ-VALUE(2)
           MOVE WS-HHA-STATUS(WS-HHA-IX) TO LTQ-VALUE(3)
           MOVE 31 TO LTQ-LINE-NO
           PERFORM 3800-RENDER-STMT-TEXT
           PERFORM 3185-WRITE-REL-LINE
           MOVE WS-REL-FMT-AMT2   TO LTQ-VALUE(1)
           MOVE WS-REL-FMT-DATE-1 TO LTQ-VALUE(2)
           MOVE WS-REL-FMT-DATE-2 TO LTQ-VALUE(3)
           MOVE 32 TO LTQ-LINE-NO
           PERFORM 3800-RENDER-STMT-TEXT
           PERFORM 3185-WRITE-REL-LINE.

       3800-RENDER-STMT-TEXT.
      *    Every printed label comes from the STM lines of the text
      *    library in the customer's language (set up by 2080); the
      *    values the caller loaded are cleared for the next line.
           CALL 'LTXLKUP' USING LETTER-TEXT-REQUEST
           MOVE LTQ-TEXT TO WS-PRINT-LINE
           MOVE SPACES TO LTQ-VALUES.

       3900-WRITE-STMT-LINE.
      *    Routes opted-in customers (DELIV-ESTMT) to the electronic
      *    feed instead of the print stream (request 030); otherwise
           MOVE SPACES              TO STMTARIX-REC
           MOVE CUSTOMER-ID         TO ARIX-CUSTOMER-ID
           MOVE BUS-DATE            TO ARIX-STMT-DATE
           MOVE WS-APY-EARNED       TO ARIX-APY-EARNED
           MOVE LTQ-LANGUAGE-USED   TO ARIX-LANGUAGE
           MOVE WS-ARCH-START-RECNO TO ARIX-START-RECNO
           COMPUTE ARIX-LINE-COUNT =
               WS-ARCH-NEXT-RECNO - WS-ARCH-START-RECNO
           WRITE STMTARIX-REC.

       3955-INDEX-HOUSEHOLD-MEMBERS.
      *    The relationship statement is indexed under every member of
      *    the household as well, so STMTRPRT reprints it for whichever
      *    member asks - the same lines, never a second copy.
           PERFORM VARYING WS-REL-IX FROM 1 BY 1
                   UNTIL WS-REL-IX > WS-REL-LOADED
               IF WS-REL-HH(WS-REL-IX) = WS-CUST-HOUSEHOLD
                       AND WS-REL-ELECTED(WS-REL-IX) = 'Y'
                       AND WS-REL-CUST(WS-REL-IX) NOT = CUSTOMER-ID
                   MOVE SPACES              TO STMTARIX-REC
                   MOVE WS-REL-CUST(WS-REL-IX) TO ARIX-CUSTOMER-ID
                   MOVE BUS-DATE            TO ARIX-STMT-DATE
                   MOVE WS-APY-EARNED       TO ARIX-APY-EARNED
                   MOVE LTQ-LANGUAGE-USED   TO ARIX-LANGUAGE
                   MOVE WS-ARCH-START-RECNO TO ARIX-START-RECNO
                   COMPUTE ARIX-LINE-COUNT =
                       WS-ARCH-NEXT-RECNO - WS-ARCH-START-RECNO
                   WRITE STMTARIX-REC
               END-IF
           END-PERFORM.

       3200-PRINT-FOOTER.
           MOVE 16 TO LTQ-LINE-NO
           PERFORM 3800-RENDER-STMT-TEXT
           PERFORM 3900-WRITE-STMT-LINE.

       9000-END.
           PERFORM 8300-WRITE-CAMPAIGN-REPORT
           CLOSE ACCTFILE
                 ACCTMAST
                 BALHIST
                 ADDRFILE
                 DEBINTF
                 CAPINTF
                 CYCFILE
                 CYCRPT
                 CAMPRPT
                 PRIVOPT
                 STMTARCH
                 STMTARIX
                 STMTFILE
                      '  ' WS-CAM-L1(WS-CAM-IX)(1:39)
                      DELIMITED SIZE INTO CAMPRPT-REC
               WRITE CAMPRPT-REC
           END-PERFORM
           MOVE WS-CAM-SUPPRESSED TO WS-CYC-COUNT-DISP
           MOVE SPACES TO CAMPRPT-REC
           STRING 'STATEMENTS SUPPRESSED - SOLICITATION OPT-OUT: '
                  WS-CYC-COUNT-DISP
                  DELIMITED SIZE INTO CAMPRPT-REC
           WRITE CAMPRPT-REC.

       8200-WRITE-CYCLE-REPORT.
           MOVE SPACES TO CYCRPT-REC
