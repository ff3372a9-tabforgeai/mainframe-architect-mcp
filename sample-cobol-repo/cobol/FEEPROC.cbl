      * AUTHOR:   TABFORGE-AI                                         *
      * CALLS:    DBRD01AV, DBUPD01V, DBUPD01, ERRHANDR                *
      * COPYBOOKS: CUSTMAST, ACCTDATA, ERRDATA, CKPTDATA, CTLDATA,    *
      *            FEESCHED, RELPRICE, RELDATA, TDDATA, LOANDATA,     *
      *            APPLDATA                                           *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     FEEPROC.
           SELECT BUSDATEF  ASSIGN TO UT-S-BUSDATE
                            ORGANIZATION IS SEQUENTIAL
                            ACCESS MODE  IS SEQUENTIAL.
           SELECT RELPRICE  ASSIGN TO UT-S-RELPRICE
                            ORGANIZATION IS SEQUENTIAL
                            ACCESS MODE  IS SEQUENTIAL.
           SELECT RELFILE   ASSIGN TO UT-S-RELFILE
                            ORGANIZATION IS SEQUENTIAL
                            ACCESS MODE  IS SEQUENTIAL.
           SELECT ACCTMAST  ASSIGN TO UT-S-ACCTMAST
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS SEQUENTIAL
                            RECORD KEY   IS AMF-ACCOUNT-NUMBER.
           SELECT TDFILE    ASSIGN TO UT-S-TDFILE
                            ORGANIZATION IS SEQUENTIAL
                            ACCESS MODE  IS SEQUENTIAL.
           SELECT LOANFILE  ASSIGN TO UT-S-LOANFILE
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS SEQUENTIAL
                            RECORD KEY   IS LOANFILE-LOAN-ID.
           SELECT APPLFILE  ASSIGN TO UT-S-APPLFILE
                            ORGANIZATION IS SEQUENTIAL
                            ACCESS MODE  IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 14 CHARACTERS.
       01  FEESCHED-FILE-REC          PIC X(14).

      *    One record per customer assessed: the customer image as
      *    it stood, then the fee actually taken (zero when waived or
      *    stayed) and the business date - the fee-income detail
      *    BRSCORE rolls up by branch and officer. Where any of the
      *    scheduled fee was not taken, the amount given up and the
      *    reason follow.
       FD  FEERPT
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01  FEERPT-REC.
           05  FEERPT-CUSTOMER-IMAGE  PIC X(121).
           05  FEERPT-FEE-ASSESSED    PIC S9(07)V99.
           05  FEERPT-BUSINESS-DATE   PIC X(08).
           05  FEERPT-FEE-WAIVED      PIC S9(07)V99.
           05  FEERPT-WAIVE-REASON    PIC X(53).

       FD  CKPTFILE
           RECORDING MODE IS F
           RECORD CONTAINS 70 CHARACTERS.
       01  BKFILE-REC                 PIC X(70).

      *    Household relationship pricing tiers (see RELPRICE),
      *    maintained through PARMMNT.
       FD  RELPRICE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  RELPRICE-FILE-REC          PIC X(40).

      *    Household membership (see RELDATA).
       FD  RELFILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  RELFILE-REC                PIC X(40).

      *    Product subledger (see ACCTMST) - read in account-number
      *    order for the relationship balances before the run; the
      *    fee mirror goes through ACCTMIO as before.
       FD  ACCTMAST
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  ACCTMAST-REC.
           05  AMF-ACCOUNT-NUMBER     PIC X(12).
           05  FILLER                 PIC X(88).

       FD  TDFILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  TDFILE-REC                 PIC X(80).

       FD  LOANFILE
           RECORDING MODE IS F
           RECORD CONTAINS 300 CHARACTERS.
       01  LOANFILE-REC.
           05  LOANFILE-LOAN-ID       PIC X(12).
           05  FILLER                 PIC X(288).

      *    Funded applications tie a loan with no LOAN-CUSTOMER-ID
      *    to its borrower, as BRSCORE links them.
       FD  APPLFILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  APPLFILE-REC               PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FEEPROC-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'FEEPROC'.
           05  WS-FEE-CHECKING        PIC S9(05)V99 VALUE ZERO.
           05  WS-FEE-SAVINGS         PIC S9(05)V99 VALUE ZERO.
           05  WS-FEE-AMOUNT          PIC S9(05)V99 COMP-3 VALUE ZERO.
           05  WS-FEE-ASSESSED        PIC S9(05)V99 COMP-3 VALUE ZERO.
           05  WS-NEW-BALANCE         PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-TOTAL-FEES          PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-PROCESS-RC          PIC S9(04) COMP VALUE ZERO.
               10  WS-BK-CUST OCCURS 500 TIMES
                                      PIC X(10).

      *    Household relationship pricing - the RELPRICE tiers, each
      *    customer's deposit and loan balances summed from ACCTMAST,
      *    TDFILE and LOANFILE, and the RELDATA memberships that tie
      *    customers into households. Everything is loaded once
      *    before the first customer is assessed.
       01  WS-RELATIONSHIP-PRICING.
           05  WS-EOF-PRICING-INPUT   PIC X(1)  VALUE 'N'.
               88  EOF-PRICING-INPUT      VALUE 'Y'.
           05  WS-LOANS-NEEDED        PIC X(1)  VALUE 'N'.
               88  LOANS-NEEDED           VALUE 'Y'.
           05  WS-TIER-COUNT          PIC 9(2)  COMP VALUE ZERO.
           05  WS-TIER-IX             PIC 9(2)  COMP VALUE ZERO.
           05  WS-TIER-HIT            PIC 9(2)  COMP VALUE ZERO.
           05  WS-BAL-COUNT           PIC 9(4)  COMP VALUE ZERO.
           05  WS-BAL-IX              PIC 9(4)  COMP VALUE ZERO.
           05  WS-BAL-FOUND-IX        PIC 9(4)  COMP VALUE ZERO.
           05  WS-MBR-COUNT           PIC 9(4)  COMP VALUE ZERO.
           05  WS-MBR-IX              PIC 9(4)  COMP VALUE ZERO.
           05  WS-LINK-COUNT          PIC 9(4)  COMP VALUE ZERO.
           05  WS-LINK-IX             PIC 9(4)  COMP VALUE ZERO.
           05  WS-PRICE-CUSTOMER      PIC X(10) VALUE SPACES.
           05  WS-PRICE-HOUSEHOLD     PIC X(10) VALUE SPACES.
           05  WS-ADD-DEPOSITS        PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-ADD-LOANS           PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-HH-DEPOSITS         PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-HH-LOANS            PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-HH-QUALIFYING       PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-HIT-QUALIFYING      PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-FEE-SCHEDULED       PIC S9(05)V99 COMP-3 VALUE ZERO.
           05  WS-FEE-WAIVED          PIC S9(05)V99 COMP-3 VALUE ZERO.
           05  WS-WAIVE-REASON        PIC X(53) VALUE SPACES.
           05  WS-REASON-SUBJECT      PIC X(09) VALUE SPACES.
           05  WS-REASON-BALANCE      PIC Z,ZZZ,ZZZ,ZZ9.
           05  WS-REASON-TIER         PIC Z,ZZZ,ZZZ,ZZ9.
           05  WS-REASON-PCT          PIC ZZ9.
           05  WS-BALANCE-LEAD        PIC 9(2)  COMP VALUE ZERO.
           05  WS-TIER-LEAD           PIC 9(2)  COMP VALUE ZERO.
           05  WS-PCT-LEAD            PIC 9(2)  COMP VALUE ZERO.
           05  WS-RP-WAIVED-COUNT     PIC 9(7)  COMP VALUE ZERO.
           05  WS-RP-DISCOUNT-COUNT   PIC 9(7)  COMP VALUE ZERO.
           05  WS-BAL-MISS-COUNT      PIC 9(7)  COMP VALUE ZERO.

       01  WS-TIER-TABLE.
           05  WS-TIER-ENTRY OCCURS 20 TIMES.
               10  WS-TIER-ID         PIC X(03).
               10  WS-TIER-MIN        PIC S9(11)V99 COMP-3.
               10  WS-TIER-PCT        PIC S9(03)V99 COMP-3.
               10  WS-TIER-LOANS      PIC X(01).

       01  WS-BALANCE-TABLE.
           05  WS-BAL-ENTRY OCCURS 2000 TIMES.
               10  WS-BAL-CUST        PIC X(10).
               10  WS-BAL-DEPOSITS    PIC S9(13)V99 COMP-3.
               10  WS-BAL-LOANS       PIC S9(13)V99 COMP-3.

       01  WS-MEMBER-TABLE.
           05  WS-MBR-ENTRY OCCURS 2000 TIMES.
               10  WS-MBR-HOUSEHOLD   PIC X(10).
               10  WS-MBR-CUST        PIC X(10).

       01  WS-LINK-TABLE.
           05  WS-LINK-ENTRY OCCURS 2000 TIMES.
               10  WS-LNK-LOAN        PIC X(12).
               10  WS-LNK-CUST        PIC X(10).

       COPY CUSTMAST.
       COPY BKDATA.
       COPY ACCTDATA.
       COPY CTLDATA.
       COPY FEESCHED.
       COPY BUSDATE.
       COPY RELPRICE.
       COPY RELDATA.
       COPY TDDATA.
       COPY LOANDATA.
       COPY APPLDATA.

       PROCEDURE DIVISION.

           OPEN OUTPUT FEERPT
           PERFORM 1050-LOAD-FEE-SCHEDULE
           CLOSE FEESCHED
           PERFORM 1060-LOAD-PRICING-TIERS
           IF WS-TIER-COUNT > ZERO
               PERFORM 1200-LOAD-HOUSEHOLDS
               PERFORM 1220-ACCUMULATE-ACCOUNTS
               PERFORM 1230-ACCUMULATE-TERM-DEPOSITS
               IF LOANS-NEEDED
                   PERFORM 1210-LOAD-LOAN-LINKS
                   PERFORM 1240-ACCUMULATE-LOANS
               END-IF
           END-IF
           IF RESTART-RUN
               PERFORM 1100-LOAD-CHECKPOINT
               OPEN EXTEND CKPTFILE
               END-IF
           END-PERFORM.

       1060-LOAD-PRICING-TIERS.
      *    A zero-discount tier is a retired one and is skipped; with
      *    no live tiers the balances are never loaded and the fee
      *    is priced on segment alone, as before.
           OPEN INPUT RELPRICE
           MOVE 'N' TO WS-EOF-PRICING-INPUT
           PERFORM UNTIL EOF-PRICING-INPUT
               READ RELPRICE INTO RELATIONSHIP-PRICING-RECORD
                   AT END MOVE 'Y' TO WS-EOF-PRICING-INPUT
               END-READ
               IF NOT EOF-PRICING-INPUT
                       AND RP-DISCOUNT-PCT NUMERIC
                       AND RP-DISCOUNT-PCT > ZERO
                   IF WS-TIER-COUNT < 20
                       ADD 1 TO WS-TIER-COUNT
                       MOVE RP-TIER-ID
                           TO WS-TIER-ID(WS-TIER-COUNT)
                       MOVE RP-MIN-BALANCE
                           TO WS-TIER-MIN(WS-TIER-COUNT)
                       MOVE RP-DISCOUNT-PCT
                           TO WS-TIER-PCT(WS-TIER-COUNT)
                       MOVE RP-INCLUDE-LOANS
                           TO WS-TIER-LOANS(WS-TIER-COUNT)
                       IF RP-LOANS-INCLUDED
                           MOVE 'Y' TO WS-LOANS-NEEDED
                       END-IF
                   ELSE
                       DISPLAY 'FEEPROC PRICING TIER TABLE FULL - '
                               'TIER ' RP-TIER-ID ' IGNORED'
                   END-IF
               END-IF
           END-PERFORM
           CLOSE RELPRICE.

       1200-LOAD-HOUSEHOLDS.
           OPEN INPUT RELFILE
           MOVE 'N' TO WS-EOF-PRICING-INPUT
           PERFORM UNTIL EOF-PRICING-INPUT
               READ RELFILE INTO HOUSEHOLD-RELATION-RECORD
                   AT END MOVE 'Y' TO WS-EOF-PRICING-INPUT
               END-READ
               IF NOT EOF-PRICING-INPUT
                   IF WS-MBR-COUNT < 2000
                       ADD 1 TO WS-MBR-COUNT
                       MOVE REL-HOUSEHOLD-ID
                           TO WS-MBR-HOUSEHOLD(WS-MBR-COUNT)
                       MOVE REL-CUSTOMER-ID
                           TO WS-MBR-CUST(WS-MBR-COUNT)
                   ELSE
                       DISPLAY 'FEEPROC HOUSEHOLD TABLE FULL - '
                               'CUSTOMER ' REL-CUSTOMER-ID
                               ' PRICED ALONE'
                   END-IF
               END-IF
           END-PERFORM
           CLOSE RELFILE.

       1210-LOAD-LOAN-LINKS.
           OPEN INPUT APPLFILE
           MOVE 'N' TO WS-EOF-PRICING-INPUT
           PERFORM UNTIL EOF-PRICING-INPUT
               READ APPLFILE INTO LOAN-APPLICATION-RECORD
                   AT END MOVE 'Y' TO WS-EOF-PRICING-INPUT
               END-READ
               IF NOT EOF-PRICING-INPUT AND APP-FUNDED
                   IF WS-LINK-COUNT < 2000
                       ADD 1 TO WS-LINK-COUNT
                       MOVE APP-ID TO WS-LNK-LOAN(WS-LINK-COUNT)
                       MOVE APP-CUSTOMER-ID
                           TO WS-LNK-CUST(WS-LINK-COUNT)
                   ELSE
                       DISPLAY 'FEEPROC LINK TABLE FULL - LOAN '
                               APP-ID ' UNLINKED'
                   END-IF
               END-IF
           END-PERFORM
           CLOSE APPLFILE.

       1220-ACCUMULATE-ACCOUNTS.
      *    Every open deposit product on the subledger counts toward
      *    the relationship. Loans are taken from LOANFILE and
      *    certificates from TDFILE, the books of record, so 'LN' and
      *    'TD' subledger records are not added a second time here.
           OPEN INPUT ACCTMAST
           MOVE 'N' TO WS-EOF-PRICING-INPUT
           PERFORM UNTIL EOF-PRICING-INPUT
               READ ACCTMAST INTO ACCOUNT-MASTER-RECORD
                   AT END MOVE 'Y' TO WS-EOF-PRICING-INPUT
               END-READ
               IF NOT EOF-PRICING-INPUT
                       AND NOT AM-STATUS-CLOSED
                       AND (AM-TYPE-CHECKING OR AM-TYPE-SAVINGS
                            OR AM-TYPE-IRA)
                   MOVE AM-CUSTOMER-ID TO WS-PRICE-CUSTOMER
                   MOVE AM-BALANCE     TO WS-ADD-DEPOSITS
                   MOVE ZERO           TO WS-ADD-LOANS
                   PERFORM 1290-ADD-TO-BALANCE
               END-IF
           END-PERFORM
           CLOSE ACCTMAST.

       1230-ACCUMULATE-TERM-DEPOSITS.
           OPEN INPUT TDFILE
           MOVE 'N' TO WS-EOF-PRICING-INPUT
           PERFORM UNTIL EOF-PRICING-INPUT
               READ TDFILE INTO TERM-DEPOSIT-RECORD
                   AT END MOVE 'Y' TO WS-EOF-PRICING-INPUT
               END-READ
               IF NOT EOF-PRICING-INPUT AND TD-ACTIVE
                   MOVE TD-CUSTOMER-ID TO WS-PRICE-CUSTOMER
                   MOVE TD-PRINCIPAL   TO WS-ADD-DEPOSITS
                   MOVE ZERO           TO WS-ADD-LOANS
                   PERFORM 1290-ADD-TO-BALANCE
               END-IF
           END-PERFORM
           CLOSE TDFILE.

       1240-ACCUMULATE-LOANS.
      *    Only read when some tier counts loans. Anything still owed
      *    counts - active, defaulted and matured-unpaid - as the
      *    exposure reports count it.
           OPEN INPUT LOANFILE
           MOVE 'N' TO WS-EOF-PRICING-INPUT
           PERFORM UNTIL EOF-PRICING-INPUT
               READ LOANFILE INTO LOAN-RECORD
                   AT END MOVE 'Y' TO WS-EOF-PRICING-INPUT
               END-READ
               IF NOT EOF-PRICING-INPUT
                       AND (LOAN-ACTIVE OR LOAN-DEFAULTED
                            OR LOAN-MATURED-UNPAID)
                   MOVE LOAN-CUSTOMER-ID TO WS-PRICE-CUSTOMER
                   IF WS-PRICE-CUSTOMER = SPACES
                       PERFORM VARYING WS-LINK-IX FROM 1 BY 1
                               UNTIL WS-LINK-IX > WS-LINK-COUNT
                               OR WS-PRICE-CUSTOMER NOT = SPACES
                           IF WS-LNK-LOAN(WS-LINK-IX) = LOAN-ID
                               MOVE WS-LNK-CUST(WS-LINK-IX)
                                   TO WS-PRICE-CUSTOMER
                           END-IF
                       END-PERFORM
                   END-IF
                   IF WS-PRICE-CUSTOMER NOT = SPACES
                       MOVE ZERO         TO WS-ADD-DEPOSITS
                       MOVE LOAN-BALANCE TO WS-ADD-LOANS
                       PERFORM 1290-ADD-TO-BALANCE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE LOANFILE.

       1290-ADD-TO-BALANCE.
      *    The subledger arrives in customer order, so the last
      *    entry is tried before the table is searched.
           MOVE ZERO TO WS-BAL-FOUND-IX
           IF WS-BAL-COUNT > ZERO
               IF WS-BAL-CUST(WS-BAL-COUNT) = WS-PRICE-CUSTOMER
                   MOVE WS-BAL-COUNT TO WS-BAL-FOUND-IX
               ELSE
                   PERFORM VARYING WS-BAL-IX FROM 1 BY 1
                           UNTIL WS-BAL-IX > WS-BAL-COUNT
                           OR WS-BAL-FOUND-IX > ZERO
                       IF WS-BAL-CUST(WS-BAL-IX) = WS-PRICE-CUSTOMER
                           MOVE WS-BAL-IX TO WS-BAL-FOUND-IX
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           IF WS-BAL-FOUND-IX = ZERO
               IF WS-BAL-COUNT < 2000
                   ADD 1 TO WS-BAL-COUNT
                   MOVE WS-BAL-COUNT TO WS-BAL-FOUND-IX
                   MOVE WS-PRICE-CUSTOMER
                       TO WS-BAL-CUST(WS-BAL-FOUND-IX)
                   MOVE ZERO TO WS-BAL-DEPOSITS(WS-BAL-FOUND-IX)
                                WS-BAL-LOANS(WS-BAL-FOUND-IX)
               ELSE
                   ADD 1 TO WS-BAL-MISS-COUNT
                   DISPLAY 'FEEPROC BALANCE TABLE FULL - CUSTOMER '
                           WS-PRICE-CUSTOMER ' BALANCE NOT COUNTED'
               END-IF
           END-IF
           IF WS-BAL-FOUND-IX > ZERO
               ADD WS-ADD-DEPOSITS
                   TO WS-BAL-DEPOSITS(WS-BAL-FOUND-IX)
               ADD WS-ADD-LOANS
                   TO WS-BAL-LOANS(WS-BAL-FOUND-IX)
           END-IF.

       1100-LOAD-CHECKPOINT.
           OPEN INPUT CKPTFILE
           MOVE 'N' TO WS-EOF-CKPTFILE
      *    An active bankruptcy stays the fee - assessing it would
      *    violate the automatic stay, so the customer skips the
      *    whole determination.
           MOVE ZERO   TO WS-FEE-ASSESSED
           MOVE ZERO   TO WS-FEE-WAIVED
           MOVE SPACES TO WS-WAIVE-REASON
           PERFORM 2120-CHECK-BANKRUPTCY
           IF CUSTOMER-IN-BANKRUPTCY
               ADD 1 TO WS-BK-WAIVED-COUNT
               MOVE 'BANKRUPTCY STAY' TO WS-WAIVE-REASON
           ELSE
               PERFORM 2130-LOOK-UP-AND-ASSESS
           END-IF
           MOVE SPACES          TO FEERPT-REC
           MOVE CUSTOMER-RECORD TO FEERPT-CUSTOMER-IMAGE
           MOVE WS-FEE-ASSESSED TO FEERPT-FEE-ASSESSED
           MOVE BUS-DATE        TO FEERPT-BUSINESS-DATE
           MOVE WS-FEE-WAIVED   TO FEERPT-FEE-WAIVED
           MOVE WS-WAIVE-REASON TO FEERPT-WAIVE-REASON
           WRITE FEERPT-REC.

       2130-LOOK-UP-AND-ASSESS.
           CALL 'DBRD01AV' USING CUSTOMER-ID
      *    fee; corporate and private-banking customers get it waived
      *    entirely, the same preferential-segment treatment INTCALC's
      *    2175-DETERMINE-SEGMENT-RATE already gives those segments on
      *    interest (see req 047). A retail fee that survives the
      *    segment test is then priced on the household relationship.
           IF TYPE-CHECKING
               MOVE WS-FEE-CHECKING TO WS-FEE-SCHEDULED
           ELSE
               IF TYPE-SAVINGS
                   MOVE WS-FEE-SAVINGS TO WS-FEE-SCHEDULED
               ELSE
                   MOVE ZERO TO WS-FEE-SCHEDULED
               END-IF
           END-IF
           MOVE WS-FEE-SCHEDULED TO WS-FEE-AMOUNT
           IF WS-FEE-SCHEDULED > ZERO
               IF SEG-CORPORATE OR SEG-PRIVATE
                   MOVE ZERO TO WS-FEE-AMOUNT
                   MOVE WS-FEE-SCHEDULED TO WS-FEE-WAIVED
                   IF SEG-CORPORATE
                       MOVE 'CORPORATE SEGMENT' TO WS-WAIVE-REASON
                   ELSE
                       MOVE 'PRIVATE BANKING SEGMENT'
                           TO WS-WAIVE-REASON
                   END-IF
               ELSE
                   IF WS-TIER-COUNT > ZERO
                       PERFORM 2160-PRICE-RELATIONSHIP
                   END-IF
               END-IF
           END-IF.

       2160-PRICE-RELATIONSHIP.
      *    The customer's first household on RELDATA is the one that
      *    prices the fee; a customer in no household is priced on
      *    their own balances. The tier giving the largest discount
      *    the relationship reaches wins.
           MOVE SPACES TO WS-PRICE-HOUSEHOLD
           PERFORM VARYING WS-MBR-IX FROM 1 BY 1
                   UNTIL WS-MBR-IX > WS-MBR-COUNT
                   OR WS-PRICE-HOUSEHOLD NOT = SPACES
               IF WS-MBR-CUST(WS-MBR-IX) = CUSTOMER-ID
                   MOVE WS-MBR-HOUSEHOLD(WS-MBR-IX)
                       TO WS-PRICE-HOUSEHOLD
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-HH-DEPOSITS
                        WS-HH-LOANS
           IF WS-PRICE-HOUSEHOLD = SPACES
               MOVE 'CUSTOMER' TO WS-REASON-SUBJECT
               MOVE CUSTOMER-ID TO WS-PRICE-CUSTOMER
               PERFORM 2170-ADD-MEMBER-BALANCE
           ELSE
               MOVE 'HOUSEHOLD' TO WS-REASON-SUBJECT
               PERFORM VARYING WS-MBR-IX FROM 1 BY 1
                       UNTIL WS-MBR-IX > WS-MBR-COUNT
                   IF WS-MBR-HOUSEHOLD(WS-MBR-IX) = WS-PRICE-HOUSEHOLD
                       MOVE WS-MBR-CUST(WS-MBR-IX)
                           TO WS-PRICE-CUSTOMER
                       PERFORM 2170-ADD-MEMBER-BALANCE
                   END-IF
               END-PERFORM
           END-IF
           MOVE ZERO TO WS-TIER-HIT
           PERFORM VARYING WS-TIER-IX FROM 1 BY 1
                   UNTIL WS-TIER-IX > WS-TIER-COUNT
               MOVE WS-HH-DEPOSITS TO WS-HH-QUALIFYING
               IF WS-TIER-LOANS(WS-TIER-IX) = 'Y'
                   ADD WS-HH-LOANS TO WS-HH-QUALIFYING
               END-IF
               IF WS-HH-QUALIFYING >= WS-TIER-MIN(WS-TIER-IX)
                   IF WS-TIER-HIT = ZERO
                       MOVE WS-TIER-IX TO WS-TIER-HIT
                       MOVE WS-HH-QUALIFYING TO WS-HIT-QUALIFYING
                   ELSE
                       IF WS-TIER-PCT(WS-TIER-IX)
                               > WS-TIER-PCT(WS-TIER-HIT)
                           MOVE WS-TIER-IX TO WS-TIER-HIT
                           MOVE WS-HH-QUALIFYING
                               TO WS-HIT-QUALIFYING
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-TIER-HIT > ZERO
               IF WS-TIER-PCT(WS-TIER-HIT) >= 100
                   MOVE ZERO TO WS-FEE-AMOUNT
                   ADD 1 TO WS-RP-WAIVED-COUNT
               ELSE
                   COMPUTE WS-FEE-AMOUNT ROUNDED =
                       WS-FEE-SCHEDULED
                       * (100 - WS-TIER-PCT(WS-TIER-HIT)) / 100
                   ADD 1 TO WS-RP-DISCOUNT-COUNT
               END-IF
               COMPUTE WS-FEE-WAIVED =
                   WS-FEE-SCHEDULED - WS-FEE-AMOUNT
               PERFORM 2180-BUILD-PRICING-REASON
           END-IF.

       2170-ADD-MEMBER-BALANCE.
           PERFORM VARYING WS-BAL-IX FROM 1 BY 1
                   UNTIL WS-BAL-IX > WS-BAL-COUNT
               IF WS-BAL-CUST(WS-BAL-IX) = WS-PRICE-CUSTOMER
                   ADD WS-BAL-DEPOSITS(WS-BAL-IX) TO WS-HH-DEPOSITS
                   ADD WS-BAL-LOANS(WS-BAL-IX)    TO WS-HH-LOANS
               END-IF
           END-PERFORM.

       2180-BUILD-PRICING-REASON.
      *    e.g. HOUSEHOLD BALANCE 52,000 >= 25,000 TIER, or with
      *    ", 50% OFF" appended when the tier discounts rather than
      *    waives. Whole currency units - the cents add nothing to
      *    the explanation.
           MOVE WS-HIT-QUALIFYING       TO WS-REASON-BALANCE
           MOVE WS-TIER-MIN(WS-TIER-HIT) TO WS-REASON-TIER
           MOVE WS-TIER-PCT(WS-TIER-HIT) TO WS-REASON-PCT
           MOVE ZERO TO WS-BALANCE-LEAD
                        WS-TIER-LEAD
                        WS-PCT-LEAD
           INSPECT WS-REASON-BALANCE TALLYING WS-BALANCE-LEAD
               FOR LEADING SPACES
           INSPECT WS-REASON-TIER TALLYING WS-TIER-LEAD
               FOR LEADING SPACES
           INSPECT WS-REASON-PCT TALLYING WS-PCT-LEAD
               FOR LEADING SPACES
           MOVE SPACES TO WS-WAIVE-REASON
           IF WS-FEE-AMOUNT = ZERO
               STRING WS-REASON-SUBJECT DELIMITED SPACE
                      ' BALANCE '       DELIMITED SIZE
                      WS-REASON-BALANCE(WS-BALANCE-LEAD + 1:)
                                        DELIMITED SIZE
                      ' >= '            DELIMITED SIZE
                      WS-REASON-TIER(WS-TIER-LEAD + 1:)
                                        DELIMITED SIZE
                      ' TIER'           DELIMITED SIZE
                      INTO WS-WAIVE-REASON
               END-STRING
           ELSE
               STRING WS-REASON-SUBJECT DELIMITED SPACE
                      ' BALANCE '       DELIMITED SIZE
                      WS-REASON-BALANCE(WS-BALANCE-LEAD + 1:)
                                        DELIMITED SIZE
                      ' >= '            DELIMITED SIZE
                      WS-REASON-TIER(WS-TIER-LEAD + 1:)
                                        DELIMITED SIZE
                      ' TIER, '         DELIMITED SIZE
                      WS-REASON-PCT(WS-PCT-LEAD + 1:)
                                        DELIMITED SIZE
                      '% OFF'           DELIMITED SIZE
                      INTO WS-WAIVE-REASON
               END-STRING
           END-IF.

       2200-APPLY-FEE.
           COMPUTE WS-NEW-BALANCE =
               AVAILABLE-BALANCE - WS-FEE-AMOUNT
           MOVE WS-NEW-BALANCE TO AVAILABLE-BALANCE
           ADD WS-FEE-AMOUNT TO WS-TOTAL-FEES
           MOVE WS-FEE-AMOUNT TO WS-FEE-ASSESSED
      *    Review fix - two distinct update calls need two distinct
      *    return-code fields; reusing WS-PROCESS-RC for both meant a
      *    DBUPD01V failure was silently overwritten by DBUPD01's own
                       WS-AM-MISS-COUNT
                       ' (CONVERSION PENDING)'
           END-IF
           DISPLAY 'FEEPROC RELATIONSHIP PRICING WAIVED:     '
                   WS-RP-WAIVED-COUNT
           DISPLAY 'FEEPROC RELATIONSHIP PRICING DISCOUNTED: '
                   WS-RP-DISCOUNT-COUNT
           IF WS-BAL-MISS-COUNT > ZERO
               DISPLAY 'FEEPROC BALANCES NOT COUNTED (TABLE FULL): '
                       WS-BAL-MISS-COUNT
           END-IF
           STOP RUN.

       8100-WRITE-CONTROL-TOTAL.
