      *           Approved/Denied, then Funded once the loan record   *
      *           is written and the account credited - each change   *
      *           stamped with the business date so APPLRPT can show  *
      *           the pipeline and where it stalls. Origination fees, *
      *           points and direct costs off the closing desk's fee  *
      *           feed are deferred net on the funded loan, with the  *
      *           level yield LOANDFEE recognizes them at.            *
      *           Home equity lines book with a zero balance, a draw  *
      *           period and index-plus-margin variable terms.        *
      *           An application with an unexpired rate lock from     *
      *           RLKMNT prices at the locked rate. An approval that  *
      *           would take a borrower, co-borrower or household     *
      *           past the legal lending limit on LENDEXPO's exposure *
      *           file, or an insider past Reg O without the board's  *
      *           prior approval, is held in Underwriting and listed  *
      *           on LMTHOLD instead. The adverse-action notice is    *
      *           worded from the letter text library in the          *
      *           customer's language.                                *
      * AUTHOR:   TABFORGE-AI                                         *
      * CALLS:    VALCUST, VALCUSTC, DBRD01AV, DBUPD01V, ERRHANDR,    *
      *           LTXLKUP                                             *
      * COPYBOOKS: CUSTMAST, ACCTDATA, LOANDATA, APPLDATA, ERRDATA,   *
      *            LFEEDATA, LOANPARM, INDXRATE, BUSDATE, LTRDATA,    *
      *            RLCKDATA, EXPODATA, BAPPDATA, PRIVDATA, LTXDATA    *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LOANPROC.
           SELECT PARMFILE  ASSIGN TO UT-S-PARMFILE
                            ORGANIZATION IS SEQUENTIAL
                            ACCESS MODE  IS SEQUENTIAL.
           SELECT FEEFILE   ASSIGN TO UT-S-LOANFEES
                            ORGANIZATION IS SEQUENTIAL
                            ACCESS MODE  IS SEQUENTIAL.
           SELECT INDXRATE  ASSIGN TO UT-S-INDXRATE
                            ORGANIZATION IS SEQUENTIAL
                            ACCESS MODE  IS SEQUENTIAL.
           SELECT RATELOCK  ASSIGN TO UT-S-RATELOCK
                            ORGANIZATION IS SEQUENTIAL
                            ACCESS MODE  IS SEQUENTIAL.
           SELECT EXPOSURE  ASSIGN TO UT-S-EXPOSURE
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS RANDOM
                            RECORD KEY   IS EXPOSURE-KEY.
           SELECT BOARDAPP  ASSIGN TO UT-S-BOARDAPP
                            ORGANIZATION IS SEQUENTIAL
                            ACCESS MODE  IS SEQUENTIAL.
           SELECT LMTHOLD   ASSIGN TO UT-S-LMTHOLD
                            ORGANIZATION IS SEQUENTIAL
                            ACCESS MODE  IS SEQUENTIAL.
      *    Privacy elections (see PRIVDATA) - read for the language
      *    an adverse-action notice is sent in.
           SELECT PRIVOPT   ASSIGN TO UT-S-PRIVOPT
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS RANDOM
                            RECORD KEY   IS PRIVOPT-CUSTOMER-ID.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 18 CHARACTERS.
       01  PARMFILE-REC               PIC X(18).

      *    Closing desk's origination fee feed (see LFEEDATA).
       FD  FEEFILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  FEEFILE-REC                PIC X(40).

      *    REPRICE's index table - a new home equity line's margin
      *    is fixed against its index's rate on the funding night.
       FD  INDXRATE
           RECORDING MODE IS F
           RECORD CONTAINS 25 CHARACTERS.
       01  INDXRATE-FILE-REC          PIC X(25).

      *    RLKMNT's rate lock file, as it left it earlier in the job -
      *    expired and closed locks already marked (see RLCKDATA).
       FD  RATELOCK
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  RATELOCK-REC               PIC X(80).

      *    LENDEXPO's exposure file from earlier in the job (see
      *    EXPODATA) - each approval is added to it as it is made, so
      *    two approvals tonight for one borrower are tested together.
       FD  EXPOSURE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  EXPOSURE-REC.
           05  EXPOSURE-KEY           PIC X(11).
           05  FILLER                 PIC X(69).

      *    Compliance's record of the board's prior approvals for
      *    insider credit (see BAPPDATA).
       FD  BOARDAPP
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  BOARDAPP-REC               PIC X(80).

      *    Applications held back from approval by a lending limit.
       FD  LMTHOLD
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  LMTHOLD-REC                PIC X(133).

       FD  PRIVOPT
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  PRIVOPT-REC.
           05  PRIVOPT-CUSTOMER-ID    PIC X(10).
           05  FILLER                 PIC X(50).

       WORKING-STORAGE SECTION.
       01  WS-LOANPROC-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'LOANPROC'.
           05  WS-APPROVAL-FLAG       PIC X(01) VALUE 'N'.
               88  LOAN-APPROVED          VALUE 'Y'.
               88  LOAN-DENIED            VALUE 'N'.
               88  LOAN-HELD              VALUE 'H'.
           05  WS-DENIAL-CODE         PIC X(04) VALUE SPACES.
           05  WS-PROCESS-RC          PIC S9(04) COMP VALUE ZERO.
           05  WS-AUTH-TOKEN          PIC X(64) VALUE SPACES.
           05  WS-DEBT-RATIO          PIC S9(03)V99 COMP-3 VALUE ZERO.
           05  WS-MIN-CREDIT-SCORE    PIC 9(03) COMP VALUE 650.
           05  WS-MAX-DEBT-RATIO      PIC S9(03)V99 COMP-3 VALUE 0.43.
           05  WS-DENIAL-REASON-TEXT  PIC X(72)  VALUE SPACES.
           05  WS-DENY-LINE           PIC X(133) VALUE SPACES.
           05  WS-PMI-LTV             PIC 9(03)V99 VALUE ZERO.
           05  WS-EOF-LTRARIX         PIC X(1)  VALUE 'N'.
           05  WS-END-MM-D            PIC 9(2)  VALUE ZERO.
           05  WS-CLAMP-DATE          PIC X(8)  VALUE SPACES.
           05  WS-CLAMP-YYYY          PIC 9(4)  VALUE ZERO.
           05  WS-EOF-FEEFILE         PIC X(1)  VALUE 'N'.
               88  EOF-FEEFILE            VALUE 'Y'.
           05  WS-FEE-LOADED          PIC 9(4)  COMP VALUE ZERO.
           05  WS-FEE-MAX             PIC 9(4)  COMP VALUE 2000.
           05  WS-FEE-IX              PIC 9(4)  COMP VALUE ZERO.
           05  WS-FEE-FOUND-IX        PIC 9(4)  COMP VALUE ZERO.
           05  WS-DFE-TARGET          PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-DFE-PV              PIC S9(11)V9(6) COMP-3
                                       VALUE ZERO.
           05  WS-DFE-LO              PIC S9(01)V9(12) COMP-3
                                       VALUE ZERO.
           05  WS-DFE-HI              PIC S9(01)V9(12) COMP-3
                                       VALUE ZERO.
           05  WS-DFE-MID             PIC S9(01)V9(12) COMP-3
                                       VALUE ZERO.
           05  WS-DFE-ITER            PIC 9(3)  COMP VALUE ZERO.
      *    Home equity line terms - the parameter file overrides
      *    both defaults; the index rate is looked up once a run.
           05  WS-HEL-INDEX-CODE      PIC X(04) VALUE 'PRIM'.
           05  WS-HEL-DRAW-MONTHS     PIC 9(03) VALUE 120.
           05  WS-HEL-INDEX-RATE      PIC S9(03)V9(4) COMP-3
                                       VALUE ZERO.
           05  WS-HEL-INDEX-FOUND     PIC X(1)  VALUE 'N'.
               88  HEL-INDEX-FOUND        VALUE 'Y'.
           05  WS-EOF-INDXRATE        PIC X(1)  VALUE 'N'.
               88  EOF-INDXRATE           VALUE 'Y'.
           05  WS-HEL-DRAW-TERM       PIC 9(03) VALUE ZERO.
           05  WS-EOF-RATELOCK        PIC X(1)  VALUE 'N'.
               88  EOF-RATELOCK           VALUE 'Y'.
           05  WS-LOCK-LOADED         PIC 9(4)  COMP VALUE ZERO.
           05  WS-LOCK-MAX            PIC 9(4)  COMP VALUE 2000.
           05  WS-LOCK-IX             PIC 9(4)  COMP VALUE ZERO.
           05  WS-LOCK-FOUND-IX       PIC 9(4)  COMP VALUE ZERO.
           05  WS-LOCKED-COUNT        PIC 9(5)  COMP VALUE ZERO.
      *    Lending limit and Reg O tests against the EXPOSURE file.
           05  WS-HELD-COUNT          PIC 9(5)  COMP VALUE ZERO.
           05  WS-PRIOR-APPROVAL      PIC X(1)  VALUE 'N'.
               88  PRIOR-APPROVAL         VALUE 'Y'.
           05  WS-EXPO-FOUND          PIC X(1)  VALUE 'N'.
               88  EXPO-FOUND             VALUE 'Y'.
           05  WS-EXPO-ID             PIC X(10) VALUE SPACES.
           05  WS-EXPO-HOUSEHOLD      PIC X(10) VALUE SPACES.
           05  WS-EXPO-INSIDER        PIC X(10) VALUE SPACES.
           05  WS-LEGAL-LIMIT         PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-BOARD-LEVEL         PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-HOLD-REASON         PIC X(30) VALUE SPACES.
           05  WS-HOLD-LINE           PIC X(133) VALUE SPACES.
           05  WS-HOLD-AMT-ED         PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  WS-EOF-BOARDAPP        PIC X(1)  VALUE 'N'.
               88  EOF-BOARDAPP           VALUE 'Y'.
           05  WS-BAP-LOADED          PIC 9(4)  COMP VALUE ZERO.
           05  WS-BAP-MAX             PIC 9(4)  COMP VALUE 2000.
           05  WS-BAP-IX              PIC 9(4)  COMP VALUE ZERO.
           05  WS-BAP-FOUND           PIC X(1)  VALUE 'N'.
               88  BAP-FOUND              VALUE 'Y'.

      *    Board approvals on file, loaded once - the application and
      *    the most the board approved for it.
       01  WS-BAP-TABLE.
           05  WS-BAP-ENTRY OCCURS 2000 TIMES.
               10  WS-BAP-APP-ID      PIC X(12).
               10  WS-BAP-AMOUNT      PIC 9(11)V99.

      *    Live rate locks, loaded once - the rate the desk promised
      *    and the last day the promise holds.
       01  WS-LOCK-TABLE.
           05  WS-LOCK-ENTRY OCCURS 2000 TIMES.
               10  WS-LOCK-APP-ID     PIC X(12).
               10  WS-LOCK-RATE       PIC 9(03)V9(4).
               10  WS-LOCK-EXPIRY     PIC X(08).

      *    Tonight's fee feed, loaded once - net deferred amount per
      *    application.
       01  WS-FEE-TABLE.
           05  WS-FEE-ENTRY OCCURS 2000 TIMES.
               10  WS-FEE-APP-ID      PIC X(12).
               10  WS-FEE-NET         PIC S9(09)V99 COMP-3.

       01  WS-COBORROWER-RECORD.
           05  WS-COBORROWER-ID           PIC X(10) VALUE SPACES.
       COPY LOANPARM.
       COPY BUSDATE.
       COPY LTRDATA.
       COPY LFEEDATA.
       COPY INDXRATE.
       COPY RLCKDATA.
       COPY EXPODATA.
       COPY BAPPDATA.
       COPY PRIVDATA.
       COPY LTXDATA.

       PROCEDURE DIVISION.

           OPEN EXTEND LTRARCH
           OPEN EXTEND LTRARIX
           OPEN OUTPUT AMORTFILE
           OPEN INPUT  PRIVOPT
           PERFORM 1050-LOAD-PARAMETERS
           PERFORM 1060-LOAD-ORIGINATION-FEES
           PERFORM 1070-LOAD-HELOC-INDEX
           PERFORM 1080-LOAD-RATE-LOCKS
           PERFORM 1085-LOAD-BOARD-APPROVALS
           OPEN I-O    EXPOSURE
           OPEN OUTPUT LMTHOLD
           PERFORM 1900-PROCESS-APPLICATION UNTIL EOF-APPLFILE
           PERFORM 9000-END.

               EVALUATE TRUE
                   WHEN APP-RECEIVED OR APP-UNDERWRITING
                       ADD 1 TO WS-APPL-COUNT
                       MOVE 'N' TO WS-PRIOR-APPROVAL
                       PERFORM 1920-PICK-UP-APPLICATION
                       PERFORM 2000-VALIDATE-REQUEST
                       PERFORM 2600-GENERATE-DOCS
      *    yet and the application goes back through the full
      *    underwriting path.
           MOVE APP-ID TO LOANFILE-LOAN-ID
           MOVE 'Y' TO WS-PRIOR-APPROVAL
           READ LOANFILE INTO LOAN-RECORD
               INVALID KEY
                   PERFORM 1920-PICK-UP-APPLICATION
           CALL 'DBRD01AV' USING CUSTOMER-ID
                                ACCOUNT-RECORD
                                WS-PROCESS-RC
      *    A home equity line never credits the account at funding,
      *    so there is nothing to retry for one.
           IF WS-PROCESS-RC = ZERO
               IF NOT LOAN-HELOC
                   PERFORM 2500-UPDATE-ACCOUNT
               END-IF
           ELSE
               MOVE 'LOANPROC'  TO ERR-PROGRAM-NAME
               MOVE '1970-RETRY-ACCOUNT-CREDIT' TO ERR-PARAGRAPH
           MOVE APP-ID            TO LOAN-ID
           MOVE APP-LOAN-TYPE     TO LOAN-TYPE
           MOVE APP-AMOUNT        TO LOAN-AMOUNT
           PERFORM 1925-APPLY-RATE-LOCK
           MOVE APP-RATE          TO LOAN-INTEREST-RATE
           MOVE APP-TERM-MONTHS   TO LOAN-PAYMENTS-DUE
           MOVE ZERO              TO LOAN-PAYMENTS-MADE
           MOVE ZERO              TO LOAN-MONTHLY-PAYMENT
           MOVE BUS-DATE          TO LOAN-START-DATE
           PERFORM 1930-SET-END-DATE
           MOVE APP-OFFICER-ID    TO LOAN-OFFICER-ID
           MOVE APP-CUSTOMER-ID   TO LOAN-CUSTOMER-ID.

       1925-APPLY-RATE-LOCK.
      *    An unexpired lock is the price - it replaces the rate on
      *    the application, and the application carries the locked
      *    rate from here on so the pipeline, the loan and the HMDA
      *    register all show what the customer was promised. A lock
      *    that lapsed before pricing is ignored and the loan prices
      *    at the application rate.
           MOVE ZERO TO WS-LOCK-FOUND-IX
           PERFORM VARYING WS-LOCK-IX FROM 1 BY 1
                   UNTIL WS-LOCK-IX > WS-LOCK-LOADED
                   OR WS-LOCK-FOUND-IX > ZERO
               IF WS-LOCK-APP-ID(WS-LOCK-IX) = APP-ID
                   MOVE WS-LOCK-IX TO WS-LOCK-FOUND-IX
               END-IF
           END-PERFORM
           IF WS-LOCK-FOUND-IX > ZERO
               IF WS-LOCK-EXPIRY(WS-LOCK-FOUND-IX) NOT < BUS-DATE
                   MOVE WS-LOCK-RATE(WS-LOCK-FOUND-IX) TO APP-RATE
                   ADD 1 TO WS-LOCKED-COUNT
               ELSE
                   DISPLAY 'LOANPROC RATE LOCK EXPIRED - ' APP-ID
                           ' PRICED AT APPLICATION RATE'
               END-IF
           END-IF.

       1930-SET-END-DATE.
      *    End date is the start date advanced by the term; the
                   ADD 1 TO WS-FUNDED-COUNT
               WHEN LOAN-APPROVED
                   SET APP-APPROVED TO TRUE
               WHEN LOAN-HELD
      *            Held on a lending limit - stays in Underwriting and
      *            is tried again each night until the exposure falls
      *            or the board's approval is on file.
                   SET APP-UNDERWRITING TO TRUE
                   ADD 1 TO WS-HELD-COUNT
               WHEN OTHER
                   SET APP-DENIED TO TRUE
                   MOVE WS-DENIAL-CODE TO APP-DENIAL-CODE
               NOT AT END
                   MOVE PARM-MIN-CREDIT-SCORE TO WS-MIN-CREDIT-SCORE
                   MOVE PARM-MAX-DEBT-RATIO   TO WS-MAX-DEBT-RATIO
                   IF PARM-HEL-INDEX-CODE NOT = SPACES
                       MOVE PARM-HEL-INDEX-CODE TO WS-HEL-INDEX-CODE
                   END-IF
                   IF PARM-HEL-DRAW-MONTHS NUMERIC
                           AND PARM-HEL-DRAW-MONTHS > ZERO
                       MOVE PARM-HEL-DRAW-MONTHS
                           TO WS-HEL-DRAW-MONTHS
                   END-IF
           END-READ
           CLOSE PARMFILE.

       1070-LOAD-HELOC-INDEX.
      *    Only the one index new lines are written against is
      *    needed; REPRICE carries the whole table from there.
           MOVE 'N' TO WS-HEL-INDEX-FOUND
           OPEN INPUT INDXRATE
           PERFORM UNTIL EOF-INDXRATE
               READ INDXRATE INTO INDEX-RATE-RECORD
                   AT END MOVE 'Y' TO WS-EOF-INDXRATE
               END-READ
               IF NOT EOF-INDXRATE
                       AND IDX-CODE = WS-HEL-INDEX-CODE
                   MOVE 'Y' TO WS-HEL-INDEX-FOUND
                   MOVE IDX-CURRENT-RATE TO WS-HEL-INDEX-RATE
               END-IF
           END-PERFORM
           CLOSE INDXRATE.

       1080-LOAD-RATE-LOCKS.
      *    Only active locks matter here; RLKMNT has already expired
      *    and closed the rest, so the expiry check at pricing is the
      *    only guard needed.
           OPEN INPUT RATELOCK
           PERFORM UNTIL EOF-RATELOCK
               READ RATELOCK INTO RATE-LOCK-RECORD
                   AT END MOVE 'Y' TO WS-EOF-RATELOCK
               END-READ
               IF NOT EOF-RATELOCK AND RLK-ACTIVE
                   IF WS-LOCK-LOADED < WS-LOCK-MAX
                       ADD 1 TO WS-LOCK-LOADED
                       MOVE RLK-APP-ID
                           TO WS-LOCK-APP-ID(WS-LOCK-LOADED)
                       MOVE RLK-LOCKED-RATE
                           TO WS-LOCK-RATE(WS-LOCK-LOADED)
                       MOVE RLK-EXPIRY-DATE
                           TO WS-LOCK-EXPIRY(WS-LOCK-LOADED)
                   ELSE
                       DISPLAY 'LOANPROC LOCK TABLE FULL - LOCK '
                               RLK-APP-ID ' NOT HONORED'
                   END-IF
               END-IF
           END-PERFORM
           CLOSE RATELOCK.

       1085-LOAD-BOARD-APPROVALS.
           OPEN INPUT BOARDAPP
           PERFORM UNTIL EOF-BOARDAPP
               READ BOARDAPP INTO BOARD-APPROVAL-RECORD
                   AT END MOVE 'Y' TO WS-EOF-BOARDAPP
               END-READ
               IF NOT EOF-BOARDAPP AND BAP-APPROVED-AMOUNT NUMERIC
                   IF WS-BAP-LOADED < WS-BAP-MAX
                       ADD 1 TO WS-BAP-LOADED
                       MOVE BAP-APP-ID
                           TO WS-BAP-APP-ID(WS-BAP-LOADED)
                       MOVE BAP-APPROVED-AMOUNT
                           TO WS-BAP-AMOUNT(WS-BAP-LOADED)
                   ELSE
                       DISPLAY 'LOANPROC BOARD APPROVAL TABLE FULL - '
                               BAP-APP-ID ' NOT LOADED'
                   END-IF
               END-IF
           END-PERFORM
           CLOSE BOARDAPP.

       1060-LOAD-ORIGINATION-FEES.
      *    Fees and points collected less direct costs incurred - the
      *    net is what gets deferred. A record failing the numeric
      *    test is reported and skipped, leaving that loan with
      *    nothing deferred rather than a made-up amount.
           OPEN INPUT FEEFILE
           PERFORM UNTIL EOF-FEEFILE
               READ FEEFILE INTO LOAN-FEE-RECORD
                   AT END MOVE 'Y' TO WS-EOF-FEEFILE
               END-READ
               IF NOT EOF-FEEFILE
                   IF LFE-ORIG-FEES NUMERIC AND LFE-POINTS NUMERIC
                           AND LFE-DIRECT-COSTS NUMERIC
                           AND WS-FEE-LOADED < WS-FEE-MAX
                       ADD 1 TO WS-FEE-LOADED
                       MOVE LFE-LOAN-ID TO WS-FEE-APP-ID(WS-FEE-LOADED)
                       COMPUTE WS-FEE-NET(WS-FEE-LOADED) =
                           LFE-ORIG-FEES + LFE-POINTS
                           - LFE-DIRECT-COSTS
                   ELSE
                       DISPLAY 'LOANPROC FEE RECORD IGNORED: '
                               LFE-LOAN-ID
                   END-IF
               END-IF
           END-PERFORM
           CLOSE FEEFILE.

       2000-VALIDATE-REQUEST.
           CALL 'VALCUST' USING CUSTOMER-ID
                                CUSTOMER-RECORD
               MOVE 'N'    TO WS-APPROVAL-FLAG
           ELSE
               MOVE 'Y'    TO WS-APPROVAL-FLAG
               PERFORM 2350-CHECK-LENDING-LIMITS
               IF LOAN-APPROVED
                   PERFORM 2400-CREATE-LOAN-RECORD
               END-IF
           END-IF.

       2350-CHECK-LENDING-LIMITS.
      *    The new credit is added to the borrower's, co-borrower's
      *    and household's exposure and tested against the legal
      *    lending limit; for an insider or a related interest the
      *    insider's Reg O aggregate is tested against it too, and
      *    past the board approval level the board's prior approval
      *    for at least this amount must be on file. Any failure
      *    holds the application rather than denying it. An approval
      *    re-underwritten after a failed funding passed these tests
      *    already and is counted in the exposure as it stands.
           IF PRIOR-APPROVAL
               CONTINUE
           ELSE
               MOVE SPACES TO WS-HOLD-REASON
               MOVE SPACES TO EXPOSURE-RECORD
               SET EXP-LIMITS TO TRUE
               MOVE 'LIMITS' TO EXP-KEY-ID
               PERFORM 2390-READ-EXPOSURE
               IF EXPO-FOUND
                   MOVE EXP-LEGAL-LIMIT TO WS-LEGAL-LIMIT
                   MOVE EXP-BOARD-LEVEL TO WS-BOARD-LEVEL
                   MOVE CUSTOMER-ID TO WS-EXPO-ID
                   PERFORM 2355-CHECK-ONE-BORROWER
                   IF WS-HOLD-REASON = SPACES
                           AND WS-COBORROWER-ID NOT = SPACES
                           AND WS-COBORROWER-ID NOT = LOW-VALUES
                       MOVE WS-COBORROWER-ID TO WS-EXPO-ID
                       PERFORM 2355-CHECK-ONE-BORROWER
                   END-IF
               ELSE
                   MOVE 'NO EXPOSURE LIMITS ON FILE' TO WS-HOLD-REASON
               END-IF
               IF WS-HOLD-REASON = SPACES
                   MOVE CUSTOMER-ID TO WS-EXPO-ID
                   PERFORM 2360-POST-EXPOSURE
                   IF WS-COBORROWER-ID NOT = SPACES
                           AND WS-COBORROWER-ID NOT = LOW-VALUES
                       MOVE WS-COBORROWER-ID TO WS-EXPO-ID
                       PERFORM 2360-POST-EXPOSURE
                   END-IF
               ELSE
                   MOVE 'H' TO WS-APPROVAL-FLAG
                   PERFORM 2380-WRITE-HOLD-LINE
               END-IF
           END-IF.

       2355-CHECK-ONE-BORROWER.
      *    A borrower with no exposure record owes nothing yet and
      *    is neither in a household nor an insider.
           MOVE SPACES TO WS-EXPO-HOUSEHOLD
                          WS-EXPO-INSIDER
           MOVE SPACES TO EXPOSURE-RECORD
           SET EXP-CUSTOMER TO TRUE
           MOVE WS-EXPO-ID TO EXP-KEY-ID
           PERFORM 2390-READ-EXPOSURE
           IF NOT EXPO-FOUND
               MOVE ZERO TO EXP-TOTAL
           ELSE
               MOVE EXP-HOUSEHOLD-ID TO WS-EXPO-HOUSEHOLD
               IF EXP-INSIDER-TYPE NOT = SPACE
                   MOVE EXP-INSIDER-ID TO WS-EXPO-INSIDER
               END-IF
           END-IF
           IF EXP-TOTAL + LOAN-AMOUNT > WS-LEGAL-LIMIT
               MOVE 'OVER LEGAL LENDING LIMIT' TO WS-HOLD-REASON
           END-IF
           IF WS-HOLD-REASON = SPACES AND WS-EXPO-HOUSEHOLD NOT = SPACES
               MOVE SPACES TO EXPOSURE-RECORD
               SET EXP-HOUSEHOLD TO TRUE
               MOVE WS-EXPO-HOUSEHOLD TO EXP-KEY-ID
               PERFORM 2390-READ-EXPOSURE
               IF NOT EXPO-FOUND
                   MOVE ZERO TO EXP-TOTAL
               END-IF
               IF EXP-TOTAL + LOAN-AMOUNT > WS-LEGAL-LIMIT
                   MOVE 'HOUSEHOLD OVER LEGAL LIMIT' TO WS-HOLD-REASON
               END-IF
           END-IF
           IF WS-HOLD-REASON = SPACES AND WS-EXPO-INSIDER NOT = SPACES
               MOVE SPACES TO EXPOSURE-RECORD
               SET EXP-CUSTOMER TO TRUE
               MOVE WS-EXPO-INSIDER TO EXP-KEY-ID
               PERFORM 2390-READ-EXPOSURE
               IF NOT EXPO-FOUND
                   MOVE ZERO TO EXP-REGO-TOTAL
               END-IF
               IF EXP-REGO-TOTAL + LOAN-AMOUNT > WS-LEGAL-LIMIT
                   MOVE 'OVER REG O INDIVIDUAL LIMIT' TO WS-HOLD-REASON
               ELSE
                   IF EXP-REGO-TOTAL + LOAN-AMOUNT > WS-BOARD-LEVEL
                       PERFORM 2370-FIND-BOARD-APPROVAL
                       IF NOT BAP-FOUND
                           MOVE 'REG O BOARD APPROVAL REQUIRED'
                               TO WS-HOLD-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2360-POST-EXPOSURE.
      *    Tonight's approval becomes part of the exposure - a new
      *    commitment until it funds - on the borrower's record, the
      *    household's and the insider's Reg O aggregate.
           MOVE SPACES TO WS-EXPO-HOUSEHOLD
                          WS-EXPO-INSIDER
           MOVE SPACES TO EXPOSURE-RECORD
           SET EXP-CUSTOMER TO TRUE
           MOVE WS-EXPO-ID TO EXP-KEY-ID
           PERFORM 2390-READ-EXPOSURE
           IF EXPO-FOUND
               MOVE EXP-HOUSEHOLD-ID TO WS-EXPO-HOUSEHOLD
               IF EXP-INSIDER-TYPE NOT = SPACE
                   MOVE EXP-INSIDER-ID TO WS-EXPO-INSIDER
               END-IF
               ADD LOAN-AMOUNT TO EXP-UNUSED
                                  EXP-TOTAL
               REWRITE EXPOSURE-REC FROM EXPOSURE-RECORD
                   INVALID KEY
                       DISPLAY 'LOANPROC EXPOSURE NOT UPDATED: '
                               EXP-KEY
               END-REWRITE
           ELSE
               MOVE SPACES TO EXPOSURE-RECORD
               SET EXP-CUSTOMER TO TRUE
               MOVE WS-EXPO-ID  TO EXP-KEY-ID
               MOVE ZERO        TO EXP-OUTSTANDING
                                   EXP-REGO-TOTAL
               MOVE LOAN-AMOUNT TO EXP-UNUSED
                                   EXP-TOTAL
               MOVE BUS-DATE    TO EXP-AS-OF-DATE
               WRITE EXPOSURE-REC FROM EXPOSURE-RECORD
                   INVALID KEY
                       DISPLAY 'LOANPROC EXPOSURE NOT ADDED: '
                               EXP-KEY
               END-WRITE
           END-IF
           IF WS-EXPO-HOUSEHOLD NOT = SPACES
               MOVE SPACES TO EXPOSURE-RECORD
               SET EXP-HOUSEHOLD TO TRUE
               MOVE WS-EXPO-HOUSEHOLD TO EXP-KEY-ID
               PERFORM 2390-READ-EXPOSURE
               IF EXPO-FOUND
                   ADD LOAN-AMOUNT TO EXP-UNUSED
                                      EXP-TOTAL
                   REWRITE EXPOSURE-REC FROM EXPOSURE-RECORD
                       INVALID KEY
                           DISPLAY 'LOANPROC EXPOSURE NOT UPDATED: '
                                   EXP-KEY
                   END-REWRITE
               END-IF
           END-IF
           IF WS-EXPO-INSIDER NOT = SPACES
               MOVE SPACES TO EXPOSURE-RECORD
               SET EXP-CUSTOMER TO TRUE
               MOVE WS-EXPO-INSIDER TO EXP-KEY-ID
               PERFORM 2390-READ-EXPOSURE
               IF EXPO-FOUND
                   ADD LOAN-AMOUNT TO EXP-REGO-TOTAL
                   REWRITE EXPOSURE-REC FROM EXPOSURE-RECORD
                       INVALID KEY
                           DISPLAY 'LOANPROC EXPOSURE NOT UPDATED: '
                                   EXP-KEY
                   END-REWRITE
               END-IF
           END-IF.

       2370-FIND-BOARD-APPROVAL.
           MOVE 'N' TO WS-BAP-FOUND
           PERFORM VARYING WS-BAP-IX FROM 1 BY 1
                   UNTIL WS-BAP-IX > WS-BAP-LOADED OR BAP-FOUND
               IF WS-BAP-APP-ID(WS-BAP-IX) = APP-ID
                       AND WS-BAP-AMOUNT(WS-BAP-IX) NOT < LOAN-AMOUNT
                   MOVE 'Y' TO WS-BAP-FOUND
               END-IF
           END-PERFORM.

       2380-WRITE-HOLD-LINE.
           MOVE LOAN-AMOUNT TO WS-HOLD-AMT-ED
           MOVE SPACES TO WS-HOLD-LINE
           STRING APP-ID          DELIMITED SIZE
                  ' '             DELIMITED SIZE
                  CUSTOMER-ID     DELIMITED SIZE
                  ' '             DELIMITED SIZE
                  WS-EXPO-ID      DELIMITED SIZE
                  ' '             DELIMITED SIZE
                  WS-HOLD-AMT-ED  DELIMITED SIZE
                  '  '            DELIMITED SIZE
                  WS-HOLD-REASON  DELIMITED SIZE
                  INTO WS-HOLD-LINE
           WRITE LMTHOLD-REC FROM WS-HOLD-LINE.

       2390-READ-EXPOSURE.
      *    Caller builds the key in EXPOSURE-RECORD.
           MOVE 'Y' TO WS-EXPO-FOUND
           MOVE EXP-KEY TO EXPOSURE-KEY
           READ EXPOSURE INTO EXPOSURE-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-EXPO-FOUND
           END-READ.

       2400-CREATE-LOAN-RECORD.
      *    The account is credited only once the loan record is
      *    safely on file - a failed WRITE must not put money out
      *    1950 so the application stays Approved for the funding
      *    retry instead of reporting Funded).
           MOVE 'AC'        TO LOAN-STATUS
           IF LOAN-HELOC
               PERFORM 2440-SET-HELOC-TERMS
           ELSE
               MOVE LOAN-AMOUNT TO LOAN-BALANCE
      *        The installment the schedule below is built on -
      *        billing, drafting, late charges and the maturity
      *        projection all work off it.
               MOVE WS-MONTHLY-PMT TO LOAN-MONTHLY-PAYMENT
               PERFORM 2410-SET-PMI-COVERAGE
               PERFORM 2420-CAPTURE-DEFERRED-FEE
           END-IF
           WRITE LOANFILE-REC FROM LOAN-RECORD
               INVALID KEY
                   MOVE 8 TO WS-PROCESS-RC
                   MOVE 'LOANPROC'  TO ERR-PROGRAM-NAME
                   CALL 'ERRHANDR' USING ERROR-RECORD
               NOT INVALID KEY
                   IF NOT LOAN-HELOC
                       PERFORM 2450-GENERATE-AMORT-SCHEDULE
                       PERFORM 2500-UPDATE-ACCOUNT
                   END-IF
           END-WRITE.

       2440-SET-HELOC-TERMS.
      *    A line funds nothing at closing: the balance starts at
      *    zero, advances come later through PAYENTRY, and there is
      *    no schedule to write or account to credit. Underwriting
      *    above still qualified the borrower on the fully drawn
      *    line amortizing over the whole term. The draw period runs
      *    the parameter's months (never past the term) and the rate
      *    rides the line's index monthly through REPRICE, the
      *    application rate fixing the margin; with no rate on file
      *    for the index the line books fixed at the application
      *    rate for the index to be added by hand.
           MOVE ZERO TO LOAN-BALANCE
                        LOAN-MONTHLY-PAYMENT
                        LOAN-PROPERTY-VALUE
                        LOAN-PMI-MONTHLY
           MOVE SPACE TO LOAN-PMI-STATUS
                         LOAN-DFE-STATUS
           SET LOAN-HEL-DRAW TO TRUE
           MOVE WS-HEL-DRAW-MONTHS TO WS-HEL-DRAW-TERM
           IF WS-HEL-DRAW-TERM > APP-TERM-MONTHS
               MOVE APP-TERM-MONTHS TO WS-HEL-DRAW-TERM
           END-IF
           MOVE BUS-DATE(1:4) TO WS-END-YYYY
           MOVE BUS-DATE(5:2) TO WS-END-MM-D
           COMPUTE WS-END-MM =
               WS-END-YYYY * 12 + WS-END-MM-D - 1 + WS-HEL-DRAW-TERM
           COMPUTE WS-END-YYYY = WS-END-MM / 12
           COMPUTE WS-END-MM-D = WS-END-MM - WS-END-YYYY * 12 + 1
           MOVE SPACES TO WS-CLAMP-DATE
           STRING WS-END-YYYY WS-END-MM-D BUS-DATE(7:2)
               DELIMITED SIZE INTO WS-CLAMP-DATE
           PERFORM 1940-CLAMP-DATE-DAY
           MOVE WS-CLAMP-DATE TO LOAN-HEL-DRAW-END
           IF HEL-INDEX-FOUND
               MOVE 'V'                  TO LOAN-RATE-TYPE
               MOVE WS-HEL-INDEX-CODE    TO LOAN-INDEX-CODE
               COMPUTE LOAN-MARGIN =
                   LOAN-INTEREST-RATE - WS-HEL-INDEX-RATE
               MOVE 1                    TO LOAN-RESET-MONTHS
               MOVE LOAN-NEXT-DUE-DATE   TO LOAN-NEXT-RESET-DATE
               MOVE 0.1800               TO LOAN-RATE-CAP
               MOVE ZERO                 TO LOAN-RATE-FLOOR
                                            LOAN-PERIODIC-CAP
           ELSE
               MOVE 'F'                  TO LOAN-RATE-TYPE
               DISPLAY 'LOANPROC NO RATE FOR HELOC INDEX '
                       WS-HEL-INDEX-CODE ' - LINE ' LOAN-ID
                       ' BOOKED FIXED'
           END-IF.

       2410-SET-PMI-COVERAGE.
      *    Borrower-paid mortgage insurance goes in force when the
      *    loan funds above 80 percent of the appraised value; the
               END-IF
           END-IF.

       2420-CAPTURE-DEFERRED-FEE.
      *    The net fee rides on the loan from funding; LOANDFEE walks
      *    it into income against the same schedule 2450 writes.
           MOVE SPACE TO LOAN-DFE-STATUS
           MOVE ZERO  TO LOAN-DFE-NET
                         LOAN-DFE-UNAMORT
                         LOAN-DFE-YIELD
                         LOAN-DFE-NOTE-RATE
                         LOAN-DFE-SCHED-PMT
                         LOAN-DFE-SCHED-BAL
                         LOAN-DFE-PERIODS
           MOVE ZERO TO WS-FEE-FOUND-IX
           PERFORM VARYING WS-FEE-IX FROM 1 BY 1
                   UNTIL WS-FEE-IX > WS-FEE-LOADED
                   OR WS-FEE-FOUND-IX > ZERO
               IF WS-FEE-APP-ID(WS-FEE-IX) = LOAN-ID
                   MOVE WS-FEE-IX TO WS-FEE-FOUND-IX
               END-IF
           END-PERFORM
           IF WS-FEE-FOUND-IX > ZERO
                   AND WS-FEE-NET(WS-FEE-FOUND-IX) NOT = ZERO
               SET LOAN-DFE-AMORTIZING TO TRUE
               MOVE WS-FEE-NET(WS-FEE-FOUND-IX) TO LOAN-DFE-NET
                                                   LOAN-DFE-UNAMORT
               MOVE WS-INTEREST-RATE TO LOAN-DFE-NOTE-RATE
               MOVE WS-MONTHLY-PMT   TO LOAN-DFE-SCHED-PMT
               MOVE LOAN-AMOUNT      TO LOAN-DFE-SCHED-BAL
               PERFORM 2430-SOLVE-LEVEL-YIELD
           END-IF.

       2430-SOLVE-LEVEL-YIELD.
      *    The monthly rate at which the scheduled payments are worth
      *    exactly the net amount funded (amount less the net fee),
      *    found by halving the interval - a net fee pushes it above
      *    the note rate, a net cost below. A schedule that cannot be
      *    solved keeps the note rate, so nothing amortizes early and
      *    the whole amount comes in at payoff or maturity.
           COMPUTE WS-DFE-TARGET = LOAN-AMOUNT - LOAN-DFE-NET
           COMPUTE LOAN-DFE-YIELD ROUNDED = WS-INTEREST-RATE / 12
           IF LOAN-PAYMENTS-DUE > ZERO AND WS-MONTHLY-PMT > ZERO
                   AND WS-DFE-TARGET > ZERO
                   AND WS-MONTHLY-PMT * LOAN-PAYMENTS-DUE
                       > WS-DFE-TARGET
               MOVE 0.000000000001 TO WS-DFE-LO
               MOVE 0.5            TO WS-DFE-HI
               PERFORM VARYING WS-DFE-ITER FROM 1 BY 1
                       UNTIL WS-DFE-ITER > 60
                   COMPUTE WS-DFE-MID ROUNDED =
                       (WS-DFE-LO + WS-DFE-HI) / 2
                   COMPUTE WS-DFE-PV ROUNDED =
                       WS-MONTHLY-PMT
                       * (1 - (1 + WS-DFE-MID)
                       ** (0 - LOAN-PAYMENTS-DUE))
                       / WS-DFE-MID
                   IF WS-DFE-PV > WS-DFE-TARGET
                       MOVE WS-DFE-MID TO WS-DFE-LO
                   ELSE
                       MOVE WS-DFE-MID TO WS-DFE-HI
                   END-IF
               END-PERFORM
               COMPUTE LOAN-DFE-YIELD ROUNDED =
                   (WS-DFE-LO + WS-DFE-HI) / 2
           END-IF.

       2450-GENERATE-AMORT-SCHEDULE.
      *    One row per payment from LOAN-START-DATE to LOAN-END-DATE
      *    (LOAN-PAYMENTS-DUE payments), each showing the principal/
       2650-GENERATE-DENIAL-LETTER.
      *    Adverse-action notice: translate the internal denial code
      *    into the compliance-required customer-facing reason text.
      *    Both the reason (the ADR lines, one per code) and the
      *    notice around it (ADV) come from the letter text library
      *    in the customer's language.
           PERFORM 2655-SET-LETTER-LANGUAGE
           MOVE 'ADR' TO LTQ-LETTER-TYPE
           EVALUATE WS-DENIAL-CODE
               WHEN 'CRED'
                   MOVE 1 TO LTQ-LINE-NO
               WHEN 'DEBT'
                   MOVE 2 TO LTQ-LINE-NO
               WHEN 'CUST'
                   MOVE 3 TO LTQ-LINE-NO
               WHEN OTHER
                   MOVE 4 TO LTQ-LINE-NO
           END-EVALUATE
           CALL 'LTXLKUP' USING LETTER-TEXT-REQUEST
           MOVE LTQ-TEXT(1:72) TO WS-DENIAL-REASON-TEXT
           MOVE 'ADV'                 TO LTQ-LETTER-TYPE
           MOVE CUSTOMER-ID           TO LTQ-VALUE(1)
           MOVE CUSTOMER-NAME         TO LTQ-VALUE(2)
           MOVE WS-DENIAL-REASON-TEXT TO LTQ-VALUE(3)
           MOVE ZERO TO WS-ARCH-LINE-COUNT
           MOVE 1 TO LTQ-LINE-NO
           CALL 'LTXLKUP' USING LETTER-TEXT-REQUEST
           PERFORM 2660-WRITE-DENIAL-LINE
               UNTIL LTQ-RC = 8
           PERFORM 8950-WRITE-ARCHIVE-INDEX.

       2655-SET-LETTER-LANGUAGE.
      *    No privacy record, or no language on it, is English.
           MOVE SPACES TO LETTER-TEXT-REQUEST
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

       2660-WRITE-DENIAL-LINE.
           MOVE LTQ-TEXT TO WS-DENY-LINE
           WRITE DENYFILE-REC FROM WS-DENY-LINE
           WRITE LTRARCH-REC FROM WS-DENY-LINE
           ADD 1 TO WS-ARCH-LINE-COUNT
           ADD 1 TO LTQ-LINE-NO
           CALL 'LTXLKUP' USING LETTER-TEXT-REQUEST.

       8950-WRITE-ARCHIVE-INDEX.
           MOVE SPACES             TO LETTER-INDEX-RECORD
           MOVE BUS-DATE           TO LIX-LETTER-DATE
           MOVE WS-ARCH-NEXT-RECNO TO LIX-START-RECNO
           MOVE WS-ARCH-LINE-COUNT TO LIX-LINE-COUNT
           MOVE LTQ-LANGUAGE-USED  TO LIX-LANGUAGE
           WRITE LTRARIX-REC FROM LETTER-INDEX-RECORD
           ADD WS-ARCH-LINE-COUNT  TO WS-ARCH-NEXT-RECNO.

                 LTRARCH
                 LTRARIX
                 AMORTFILE
                 EXPOSURE
                 LMTHOLD
                 PRIVOPT
           DISPLAY 'LOANPROC APPLICATIONS: ' WS-APPL-COUNT
           DISPLAY 'LOANPROC FUNDED:       ' WS-FUNDED-COUNT
           DISPLAY 'LOANPROC DENIED:       ' WS-DENIED-COUNT
           DISPLAY 'LOANPROC RATE LOCKED:  ' WS-LOCKED-COUNT
           DISPLAY 'LOANPROC LIMIT HELD:   ' WS-HELD-COUNT
           STOP RUN.
