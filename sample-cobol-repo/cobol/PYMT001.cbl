      * AUTHOR:   TABFORGE-AI                                         *
      * CALLS:    DBREAD01, DBUPD01, ERRHANDR                          *
      * COPYBOOKS: CUSTMAST, ACCTDATA, ERRDATA, CKPTDATA, PYMTREJQ,   *
      *            PYMTPARM, CTLDATA, DISPDATA, STOPDATA, BUSDATE,    *
      *            REGEDATA, IRADATA, WHHDATA, KITEDATA               *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PYMT001.
           SELECT REJECTFILE ASSIGN TO UT-S-REJECTFILE
                             ORGANIZATION IS SEQUENTIAL
                             ACCESS MODE  IS SEQUENTIAL.
           SELECT PYMTPOST  ASSIGN TO UT-S-PYMTPOST
                            ORGANIZATION IS SEQUENTIAL
                            ACCESS MODE  IS SEQUENTIAL.
           SELECT CKPTFILE  ASSIGN TO UT-S-CKPTFILE
                            ORGANIZATION IS SEQUENTIAL
                            ACCESS MODE  IS SEQUENTIAL.
           SELECT FNDHOLD   ASSIGN TO UT-S-FNDHOLD
                            ORGANIZATION IS SEQUENTIAL
                            ACCESS MODE  IS SEQUENTIAL.
           SELECT KITESUSP  ASSIGN TO UT-S-KITESUSP
                            ORGANIZATION IS SEQUENTIAL
                            ACCESS MODE  IS SEQUENTIAL.
           SELECT PPENROLL  ASSIGN TO UT-S-PPENROLL
                            ORGANIZATION IS SEQUENTIAL
                            ACCESS MODE  IS SEQUENTIAL.
           SELECT BUSDATEF  ASSIGN TO UT-S-BUSDATE
                            ORGANIZATION IS SEQUENTIAL
                            ACCESS MODE  IS SEQUENTIAL.
           SELECT ODOPTIN   ASSIGN TO UT-S-ODOPTIN
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS RANDOM
                            RECORD KEY   IS ODOPTIN-CUSTOMER-ID.
           SELECT ODDECISN  ASSIGN TO UT-S-ODDECISN
                            ORGANIZATION IS SEQUENTIAL
                            ACCESS MODE  IS SEQUENTIAL.
           SELECT IRAACCT   ASSIGN TO UT-S-IRAACCT
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS RANDOM
                            RECORD KEY   IS IRAACCT-CUSTOMER-ID.
           SELECT IRALIMIT  ASSIGN TO UT-S-IRALIMIT
                            ORGANIZATION IS SEQUENTIAL
                            ACCESS MODE  IS SEQUENTIAL.
           SELECT IRAHIST   ASSIGN TO UT-S-IRAHIST
                            ORGANIZATION IS SEQUENTIAL
                            ACCESS MODE  IS SEQUENTIAL.
           SELECT WHHELD    ASSIGN TO UT-S-WHHELD
                            ORGANIZATION IS SEQUENTIAL
                            ACCESS MODE  IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 254 CHARACTERS.
       01  REJECTFILE-REC             PIC X(254).

      *    Every payment that posts, as posted (already converted to
      *    the customer's currency) - one record per item counted in
      *    CTL-SUCCESS-COUNT, so DWFEED can prove its payment-posted
      *    events to this step's control total.
       FD  PYMTPOST
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01  PYMTPOST-REC               PIC X(200).

       FD  CKPTFILE
           RECORDING MODE IS F
           RECORD CONTAINS 43 CHARACTERS.
           RECORD CONTAINS 80 CHARACTERS.
       01  LGLORDER-REC               PIC X(80).

      *    Check-kiting suspects KITESCAN listed (see KITEDATA) - a
      *    listed customer's deposits hold for the kiting-suspect
      *    number of days instead of the ordinary schedule.
       FD  KITESUSP
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  KITESUSP-REC               PIC X(80).

      *    Request 043 - nightly control-total reconciliation record,
      *    one per BANKNITE step; see CTLDATA copybook.
       FD  CTLTOTFILE
           RECORD CONTAINS 30 CHARACTERS.
       01  BUSDATEF-REC               PIC X(30).

      *    Overdraft opt-in elections kept from CUSTMNT (see REGEDATA)
      *    - looked up only for an ATM or POS debit that would
      *    overdraw - and the cumulative log of those items' decline
      *    or pay decisions for REGERPT.
       FD  ODOPTIN
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  ODOPTIN-REC.
           05  ODOPTIN-CUSTOMER-ID    PIC X(10).
           05  FILLER                 PIC X(50).

       FD  ODDECISN
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  ODDECISN-REC               PIC X(60).

      *    IRA plans kept from CUSTMNT (see IRADATA) - read for every
      *    posting to an IR account and rewritten with the running
      *    contribution total - the year's contribution limits, and
      *    the cumulative IRA activity trail IRAFORM reports from.
       FD  IRAACCT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  IRAACCT-REC.
           05  IRAACCT-CUSTOMER-ID    PIC X(10).
           05  FILLER                 PIC X(70).

       FD  IRALIMIT
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  IRALIMIT-REC               PIC X(40).

       FD  IRAHIST
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  IRAHIST-REC                PIC X(80).

      *    Federal tax withheld from an IRA distribution joins
      *    INTCALC's backup withholding on the WHHELD trail so
      *    WHHREMIT deposits it with the rest (see WHHDATA).
       FD  WHHELD
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  WHHELD-REC                 PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-PYMT001-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'PYMT001'.
           05  WS-LG-SLOT-FOUND       PIC X(1)  VALUE 'N'.
               88  LEGAL-SLOT-FOUND       VALUE 'Y'.
           05  WS-LEGAL-HELD          PIC S9(13)V99 COMP-3 VALUE ZERO.
      *    Reg CC lets a deposit be held a reasonable extra time on
      *    reasonable cause to doubt collectibility - about five more
      *    business days than the standard schedule.
           05  WS-HOLD-DAYS-KITE      PIC 9(2)  COMP VALUE 9.
           05  WS-EOF-KITESUSP        PIC X(1)  VALUE 'N'.
               88  EOF-KITESUSP           VALUE 'Y'.
           05  WS-KS-LOADED           PIC 9(4)  COMP VALUE ZERO.
           05  WS-KS-MAX              PIC 9(4)  COMP VALUE 2000.
           05  WS-KS-IX               PIC 9(4)  COMP VALUE ZERO.
           05  WS-KS-FOUND            PIC X(1)  VALUE 'N'.
               88  KITE-SUSPECT           VALUE 'Y'.
      *    Account check-digit fields (see CHKDIGIT) - mode 'R'
      *    rejects wrong check digits, anything else reports; legacy
      *    numbers with no check digit are counted until conversion.
      *    own control-total record instead of folding into the
      *    evening run's.
           05  WS-CYCLE-ID            PIC X(8)  VALUE SPACES.
      *    Regulation E opt-in fields - an ATM or one-time debit card
      *    (POS) debit that would overdraw a customer who has not
      *    opted in is declined instead of paid and charged.
           05  WS-REGE-FLAG           PIC X(1)  VALUE 'N'.
               88  REGE-DECLINE           VALUE 'Y'.
           05  WS-REGE-DECLINE-COUNT  PIC 9(7)  COMP VALUE ZERO.
           05  WS-REGE-PAID-COUNT     PIC 9(7)  COMP VALUE ZERO.
      *    Renumbered-account screen - a debit still presented on a
      *    number ACCTRNUM has retired is returned, never paid from
      *    the replacement (see RNUMDATA).
           05  WS-RNUM-FLAG           PIC X(1)  VALUE 'N'.
               88  ACCOUNT-RENUMBERED     VALUE 'Y'.
      *    Fee refund credits (FREV channel, queued by FEERFND and
      *    FEEAPPR) - kept out of WS-TOTAL-PYMT-AMOUNT and written
      *    under their own control-total record so GLPOST books them
      *    against fee income instead of as customer deposits.
           05  WS-FEEREV-COUNT        PIC 9(7)  COMP VALUE ZERO.
           05  WS-FEEREV-AMOUNT       PIC S9(13)V99 COMP-3
                                                VALUE ZERO.
      *    IRA fields (see IRADATA). The limits below are the
      *    fallback for a tax year with no PARMS.IRALIMIT record; a
      *    prior-year contribution is taken up to WS-IRA-DEADLINE
      *    (MMDD, the federal filing deadline).
           05  WS-EOF-IRALIMIT        PIC X(1)  VALUE 'N'.
               88  EOF-IRALIMIT           VALUE 'Y'.
           05  WS-IRL-LOADED          PIC 9(2)  COMP VALUE ZERO.
           05  WS-IRL-MAX             PIC 9(2)  COMP VALUE 10.
           05  WS-IRL-IX              PIC 9(2)  COMP VALUE ZERO.
           05  WS-IRA-DFT-BASE        PIC S9(05)V99 COMP-3
                                                VALUE 7000.00.
           05  WS-IRA-DFT-CATCHUP     PIC S9(05)V99 COMP-3
                                                VALUE 1000.00.
           05  WS-IRA-DFT-CATCHUP-AGE PIC 9(02) VALUE 50.
           05  WS-IRA-DEADLINE        PIC X(04) VALUE '0415'.
           05  WS-IRA-PLAN-FLAG       PIC X(1)  VALUE 'N'.
               88  IRA-PLAN-FOUND         VALUE 'Y'.
           05  WS-IRA-TAX-YEAR        PIC X(04) VALUE SPACES.
           05  WS-IRA-TAX-YEAR-N REDEFINES WS-IRA-TAX-YEAR
                                      PIC 9(04).
           05  WS-IRA-POST-YEAR       PIC 9(04) VALUE ZERO.
           05  WS-IRA-POST-MMDD       PIC X(04) VALUE SPACES.
           05  WS-IRA-POST-DATE       PIC X(08) VALUE SPACES.
           05  WS-IRA-POST-DATE-N REDEFINES WS-IRA-POST-DATE
                                      PIC 9(08).
           05  WS-IRA-BIRTH-N         PIC 9(08) VALUE ZERO.
           05  WS-IRA-HALF-YEAR       PIC 9(04) VALUE ZERO.
           05  WS-IRA-HALF-MONTH      PIC 9(02) VALUE ZERO.
           05  WS-IRA-HALF-DATE       PIC 9(08) VALUE ZERO.
           05  WS-IRA-LIMIT           PIC S9(07)V99 COMP-3 VALUE ZERO.
           05  WS-IRA-CATCHUP         PIC S9(07)V99 COMP-3 VALUE ZERO.
           05  WS-IRA-CATCHUP-AGE     PIC 9(02) VALUE ZERO.
           05  WS-IRA-YTD             PIC S9(07)V99 COMP-3 VALUE ZERO.
           05  WS-IRA-BUCKET-IX       PIC 9(1)  COMP VALUE ZERO.
           05  WS-IRA-CONTRIB-COUNT   PIC 9(7)  COMP VALUE ZERO.
           05  WS-IRA-DIST-COUNT      PIC 9(7)  COMP VALUE ZERO.

      *    The year's IRA contribution limits from PARMS.IRALIMIT,
      *    loaded once at 1000-INIT.
       01  WS-IRL-TABLE.
           05  WS-IRL-ENTRY OCCURS 10 TIMES.
               10  WS-IRL-YEAR        PIC X(04).
               10  WS-IRL-BASE        PIC S9(05)V99 COMP-3.
               10  WS-IRL-CATCHUP     PIC S9(05)V99 COMP-3.
               10  WS-IRL-AGE         PIC 9(02).

      *    In-core overdraft-protection link table, loaded once at
      *    1000-INIT alongside the stop-payment table.
               10  WS-LG-CUST         PIC X(10).
               10  WS-LG-AMT          PIC S9(13)V99 COMP-3.

      *    Customers on tonight's kiting-suspect list.
       01  WS-KS-TABLE.
           05  WS-KS-ENTRY OCCURS 2000 TIMES.
               10  WS-KS-CUST         PIC X(10).

       01  WS-PPE-TABLE.
           05  WS-PPE-ENTRY OCCURS 200 TIMES.
               10  WS-PPE-ACCOUNT     PIC X(12).
       COPY ACCTMST.
       COPY HOLDDATA.
       COPY LGLDATA.
       COPY KITEDATA.
       COPY ODLDATA.
       COPY FXRATE.
       COPY CHANLIM.
       COPY BUSDATE.
       COPY REGEDATA.
       COPY IRADATA.
       COPY WHHDATA.
       COPY RNUMDATA.

       PROCEDURE DIVISION.

           PERFORM 1025-SORT-PAYMENTS-BY-PRIORITY
           OPEN INPUT  SRTPYMTFILE
           OPEN OUTPUT REJECTFILE
           OPEN OUTPUT PYMTPOST
           OPEN EXTEND DISPFILE
           IF RESTART-RUN
               PERFORM 1100-LOAD-CHECKPOINT
           PERFORM 1093-LOAD-FX-RATES
           PERFORM 1095-LOAD-CHANNEL-LIMITS
           PERFORM 1096-LOAD-CHANNEL-USAGE
           PERFORM 1097-LOAD-IRA-LIMITS
           PERFORM 1098-LOAD-KITE-SUSPECTS
           OPEN OUTPUT FXCONV
           OPEN I-O ODLOC
           OPEN INPUT ODOPTIN
           OPEN EXTEND ODDECISN
           OPEN I-O    IRAACCT
           OPEN EXTEND IRAHIST
           OPEN EXTEND WHHELD
           OPEN EXTEND FNDHOLD
           OPEN OUTPUT PPEXCPT
           MOVE 'R' TO WS-BST-STATE
                       MOVE PARM-HOLD-DAYS-LARGE
                           TO WS-HOLD-DAYS-LARGE
                   END-IF
                   IF PARM-HOLD-DAYS-KITE NUMERIC
                           AND PARM-HOLD-DAYS-KITE > ZERO
                       MOVE PARM-HOLD-DAYS-KITE TO WS-HOLD-DAYS-KITE
                   END-IF
                   IF PARM-LARGE-LIMIT NUMERIC
                           AND PARM-LARGE-LIMIT > ZERO
                       MOVE PARM-LARGE-LIMIT TO WS-LARGE-LIMIT
           END-PERFORM
           CLOSE CHANUSED.

       1097-LOAD-IRA-LIMITS.
           OPEN INPUT IRALIMIT
           PERFORM UNTIL EOF-IRALIMIT
               READ IRALIMIT INTO IRA-LIMIT-RECORD
                   AT END MOVE 'Y' TO WS-EOF-IRALIMIT
               END-READ
               IF NOT EOF-IRALIMIT
                   IF WS-IRL-LOADED < WS-IRL-MAX
                       ADD 1 TO WS-IRL-LOADED
                       MOVE IRL-TAX-YEAR
                           TO WS-IRL-YEAR(WS-IRL-LOADED)
                       MOVE IRL-BASE-LIMIT
                           TO WS-IRL-BASE(WS-IRL-LOADED)
                       MOVE IRL-CATCHUP-AMOUNT
                           TO WS-IRL-CATCHUP(WS-IRL-LOADED)
                       MOVE IRL-CATCHUP-AGE
                           TO WS-IRL-AGE(WS-IRL-LOADED)
                   ELSE
                       DISPLAY 'PYMT001 IRA LIMIT TABLE FULL - '
                               'IGNORED: ' IRL-TAX-YEAR
                   END-IF
               END-IF
           END-PERFORM
           CLOSE IRALIMIT.

       1091-LOAD-LEGAL-ORDERS.
      *    Only active orders hold funds; remitted and released ones
      *    stay on the file for the record but bind nothing. Like
               END-IF
           END-IF.

       1098-LOAD-KITE-SUSPECTS.
      *    A suspect the table cannot hold only gets the ordinary
      *    schedule - worth a line on the log, not a stopped run.
           OPEN INPUT KITESUSP
           PERFORM UNTIL EOF-KITESUSP
               READ KITESUSP INTO KITE-SUSPECT-RECORD
                   AT END MOVE 'Y' TO WS-EOF-KITESUSP
               END-READ
               IF NOT EOF-KITESUSP
                   IF KS-EXPIRY-DATE NOT < BUS-DATE
                       IF WS-KS-LOADED < WS-KS-MAX
                           ADD 1 TO WS-KS-LOADED
                           MOVE KS-CUSTOMER-ID
                               TO WS-KS-CUST(WS-KS-LOADED)
                       ELSE
                           DISPLAY 'PYMT001 KITE-SUSPECT TABLE FULL - '
                                   KS-CUSTOMER-ID ' ORDINARY HOLDS'
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE KITESUSP.

       1083-LOAD-POSPAY-ENROLLMENT.
           OPEN INPUT PPENROLL
           PERFORM UNTIL EOF-PPENROLL
                       ADD 1 TO WS-REJECT-COUNT
                   ELSE
                       ADD 1 TO WS-PYMT-COUNT
                       WRITE PYMTPOST-REC FROM ACCOUNT-RECORD
                   END-IF
               ELSE
                   PERFORM 3500-QUEUE-REJECT

       3000-VALIDATE-PAYMENT.
           MOVE 'N'    TO WS-SUFFICIENT-FUNDS
           MOVE 'N'    TO WS-REGE-FLAG
           MOVE ZERO   TO WS-XFR-RC
           MOVE 'OTHR' TO WS-REJECT-REASON-CODE
           MOVE 'UNKNOWN REJECTION REASON' TO WS-REJECT-REASON-TEXT
                   IF TXN-CREDIT
                       COMPUTE WS-NEW-BALANCE =
                           CUSTOMER-BALANCE + PENDING-AMOUNT
      *                A credit to an IRA is a contribution and must
      *                fit the tax year's limit; money coming back
      *                from a certificate held in the IRA is not.
                       IF TYPE-IRA AND CHANNEL-CODE NOT = 'CDTD'
                           PERFORM 3030-CHECK-IRA-CONTRIBUTION
                       ELSE
                           MOVE 'Y' TO WS-SUFFICIENT-FUNDS
                       END-IF
                   ELSE
      *                Debits draw on AVAILABLE funds - the ledger
      *                balance less active availability holds - so a
                           CUSTOMER-BALANCE - WS-HELD-TOTAL
                       COMPUTE WS-NEW-BALANCE =
                           CUSTOMER-BALANCE - PENDING-AMOUNT
                       IF TXN-DEBIT
                               AND (CHANNEL-CODE = 'ATM '
                               OR CHANNEL-CODE = 'POS ')
                               AND WS-AVAIL-BALANCE - PENDING-AMOUNT
                                   < ZERO
                           PERFORM 3080-CHECK-OVERDRAFT-ELECTION
                       END-IF
                       MOVE 'N' TO WS-RNUM-FLAG
                       IF STATUS-CLOSED
                           PERFORM 3087-CHECK-RENUMBERED
                       END-IF
                       EVALUATE TRUE
      *                    The number was retired after a compromise -
      *                    whoever is presenting it is either a biller
      *                    the customer has not yet told or the party
      *                    the number leaked to; the item goes back.
                           WHEN ACCOUNT-RENUMBERED
                               MOVE 'RNUM' TO WS-REJECT-REASON-CODE
                               MOVE 'ACCOUNT RENUMBERED - DEBIT RETURN'
                                   TO WS-REJECT-REASON-TEXT
      *                    A deposited item that came back unpaid is
      *                    charged back whatever the balance - the
      *                    credit it reverses was never good money;
      *                    any overdraft it leaves takes the normal
      *                    sweep, credit-line and fee path below.
      *                    An official check purchase is taken the
      *                    same way: the branch took the funds when it
      *                    took the order and the check is already out.
                           WHEN CHANNEL-CODE = 'RDEP'
                                 OR CHANNEL-CODE = 'OFCK'
                               MOVE 'Y' TO WS-SUFFICIENT-FUNDS
      *                    The account holder has died - nothing more
      *                    leaves the account until the estate is
      *                    settled (see DECDATA); credits still post.
                           WHEN STATUS-ESTATE
                               MOVE 'DCSD' TO WS-REJECT-REASON-CODE
                               MOVE 'ACCOUNT HOLDER DECEASED - ESTATE AC
      -                             'COUNT' TO WS-REJECT-REASON-TEXT
      *                    A legal order binds the ledger balance up
      *                    to the held amount - a debit that would
      *                    take the balance below it is refused
                                   TO WS-REJECT-REASON-TEXT
                           WHEN WS-AVAIL-BALANCE - PENDING-AMOUNT
                                   >= ZERO
                               MOVE 'Y' TO WS-SUFFICIENT-FUNDS
      *                    Regulation E - an ATM or one-time debit card
      *                    item may not be paid into overdraft for a
      *                    customer who has not opted in; checks, ACH
      *                    and standing orders carry on below.
                           WHEN REGE-DECLINE
                               MOVE 'REGE' TO WS-REJECT-REASON-CODE
                               MOVE 'REG E - NOT OPTED IN FOR OVERDRAFT'
                                   TO WS-REJECT-REASON-TEXT
                           WHEN WS-AVAIL-BALANCE - PENDING-AMOUNT
                                   >= CREDIT-LIMIT * -1
                               MOVE 'Y' TO WS-SUFFICIENT-FUNDS
                           WHEN WS-NEW-BALANCE >= ZERO
           END-IF
           END-IF.

       3030-CHECK-IRA-CONTRIBUTION.
      *    The contribution counts toward PYMT-IRA-TAX-YEAR, or the
      *    year it posts when that is blank. Only the posting year
      *    is open, plus the prior year up to the filing deadline.
           PERFORM 3031-READ-IRA-PLAN
           IF PYMT-IRA-TAX-YEAR = SPACES
                   OR PYMT-IRA-TAX-YEAR = LOW-VALUES
               MOVE WS-IRA-POST-DATE(1:4) TO WS-IRA-TAX-YEAR
           ELSE
               MOVE PYMT-IRA-TAX-YEAR     TO WS-IRA-TAX-YEAR
           END-IF
           MOVE WS-IRA-POST-DATE(1:4) TO WS-IRA-POST-YEAR
           MOVE WS-IRA-POST-DATE(5:4) TO WS-IRA-POST-MMDD
           EVALUATE TRUE
               WHEN NOT IRA-PLAN-FOUND
                   MOVE 'IRAN' TO WS-REJECT-REASON-CODE
                   MOVE 'IRA CONTRIBUTION - NO ACTIVE IRA PLAN'
                       TO WS-REJECT-REASON-TEXT
               WHEN WS-IRA-TAX-YEAR NOT NUMERIC
                   MOVE 'IRAY' TO WS-REJECT-REASON-CODE
                   MOVE 'IRA TAX YEAR NOT OPEN FOR CONTRIBUTIONS'
                       TO WS-REJECT-REASON-TEXT
               WHEN WS-IRA-TAX-YEAR-N = WS-IRA-POST-YEAR
                   PERFORM 3032-CHECK-IRA-LIMIT
               WHEN WS-IRA-TAX-YEAR-N = WS-IRA-POST-YEAR - 1
                 AND WS-IRA-POST-MMDD NOT > WS-IRA-DEADLINE
                   PERFORM 3032-CHECK-IRA-LIMIT
               WHEN OTHER
                   MOVE 'IRAY' TO WS-REJECT-REASON-CODE
                   MOVE 'IRA TAX YEAR NOT OPEN FOR CONTRIBUTIONS'
                       TO WS-REJECT-REASON-TEXT
           END-EVALUATE.

       3031-READ-IRA-PLAN.
      *    TRANSACTION-DATE is CCYY-MM-DD; the plan and the trail
      *    keep CCYYMMDD.
           MOVE TRANSACTION-DATE(1:4) TO WS-IRA-POST-DATE(1:4)
           MOVE TRANSACTION-DATE(6:2) TO WS-IRA-POST-DATE(5:2)
           MOVE TRANSACTION-DATE(9:2) TO WS-IRA-POST-DATE(7:2)
           MOVE 'N' TO WS-IRA-PLAN-FLAG
           MOVE ACCOUNT-NUMBER(1:10) TO IRAACCT-CUSTOMER-ID
           READ IRAACCT INTO IRA-PLAN-RECORD
               KEY IS IRAACCT-CUSTOMER-ID
               INVALID KEY
                   MOVE SPACES TO IRA-PLAN-RECORD
               NOT INVALID KEY
                   IF IRA-ACTIVE
                       MOVE 'Y' TO WS-IRA-PLAN-FLAG
                   END-IF
           END-READ.

       3032-CHECK-IRA-LIMIT.
      *    The catch-up applies when the owner reaches the catch-up
      *    age by the end of the tax year.
           MOVE WS-IRA-DFT-BASE        TO WS-IRA-LIMIT
           MOVE WS-IRA-DFT-CATCHUP     TO WS-IRA-CATCHUP
           MOVE WS-IRA-DFT-CATCHUP-AGE TO WS-IRA-CATCHUP-AGE
           PERFORM VARYING WS-IRL-IX FROM 1 BY 1
                   UNTIL WS-IRL-IX > WS-IRL-LOADED
               IF WS-IRL-YEAR(WS-IRL-IX) = WS-IRA-TAX-YEAR
                   MOVE WS-IRL-BASE(WS-IRL-IX)    TO WS-IRA-LIMIT
                   MOVE WS-IRL-CATCHUP(WS-IRL-IX) TO WS-IRA-CATCHUP
                   MOVE WS-IRL-AGE(WS-IRL-IX)     TO WS-IRA-CATCHUP-AGE
               END-IF
           END-PERFORM
           IF IRA-BIRTH-DATE(1:4) NUMERIC
               MOVE IRA-BIRTH-DATE(1:4) TO WS-IRA-HALF-YEAR
               IF WS-IRA-TAX-YEAR-N - WS-IRA-HALF-YEAR
                       NOT < WS-IRA-CATCHUP-AGE
                   ADD WS-IRA-CATCHUP TO WS-IRA-LIMIT
               END-IF
           END-IF
           PERFORM 3033-FIND-IRA-BUCKET
           IF WS-IRA-YTD + PENDING-AMOUNT > WS-IRA-LIMIT
               MOVE 'IRAL' TO WS-REJECT-REASON-CODE
               MOVE 'IRA ANNUAL CONTRIBUTION LIMIT EXCEEDED'
                   TO WS-REJECT-REASON-TEXT
           ELSE
               MOVE 'Y' TO WS-SUFFICIENT-FUNDS
           END-IF.

       3033-FIND-IRA-BUCKET.
      *    The bucket already holding this tax year, else the one
      *    holding the older year, which the new year takes over.
           IF IRA-CONTRIB-TAX-YEAR(1) = WS-IRA-TAX-YEAR
               MOVE 1 TO WS-IRA-BUCKET-IX
           ELSE
               IF IRA-CONTRIB-TAX-YEAR(2) = WS-IRA-TAX-YEAR
                   MOVE 2 TO WS-IRA-BUCKET-IX
               ELSE
                   IF IRA-CONTRIB-TAX-YEAR(1)
                           < IRA-CONTRIB-TAX-YEAR(2)
                       MOVE 1 TO WS-IRA-BUCKET-IX
                   ELSE
                       MOVE 2 TO WS-IRA-BUCKET-IX
                   END-IF
               END-IF
           END-IF
           IF IRA-CONTRIB-TAX-YEAR(WS-IRA-BUCKET-IX) = WS-IRA-TAX-YEAR
                   AND IRA-CONTRIB-AMOUNT(WS-IRA-BUCKET-IX) NUMERIC
               MOVE IRA-CONTRIB-AMOUNT(WS-IRA-BUCKET-IX) TO WS-IRA-YTD
           ELSE
               MOVE ZERO TO WS-IRA-YTD
           END-IF.

       3080-CHECK-OVERDRAFT-ELECTION.
      *    No election on file means the customer never opted in.
           MOVE ACCOUNT-NUMBER(1:10) TO ODOPTIN-CUSTOMER-ID
           READ ODOPTIN INTO OVERDRAFT-ELECTION-RECORD
               KEY IS ODOPTIN-CUSTOMER-ID
               INVALID KEY
                   MOVE 'Y' TO WS-REGE-FLAG
               NOT INVALID KEY
                   IF NOT ODE-OPTED-IN
                       MOVE 'Y' TO WS-REGE-FLAG
                   END-IF
           END-READ.

       3035-CHECK-ACCOUNT-DIGIT.
           CALL 'CHKDIGIT' USING ACCOUNT-NUMBER
                                 WS-CHKDGT-RC
           MOVE TRANSACTION-REF(1:10) TO WS-XFR-CREDIT-CUST
           CALL 'VALCUST' USING WS-XFR-CREDIT-CUST
                                CUSTOMER-RECORD
                                WS-XFR-RC
      *    An estate account still takes credits.
           IF WS-XFR-RC = 24
               MOVE ZERO TO WS-XFR-RC
           END-IF.

       3060-CONVERT-CURRENCY.
      *    Payment currency to base (EUR) to customer currency, off
      *    stops are skipped in place (the store keeps them until
      *    the branch purge). Every hit is written to STOPHITS so
      *    STOPRPT can show which stops actually caught something.
      *    A returned-deposit chargeback (RDEP, from DEPRTRN) is the
      *    bank taking back its own provisional credit, not an item
      *    the customer issued, so neither stops nor positive pay
      *    apply to it. Nor do they apply to the purchase debit for
      *    an official check (OFCK, from OCKISSUE) - the serial is
      *    ours, and a stop on the check itself is held on OCKMAST.
           MOVE 'N' TO WS-STOP-FLAG
           IF TXN-DEBIT AND CHANNEL-CODE NOT = 'RDEP'
                        AND CHANNEL-CODE NOT = 'OFCK'
               MOVE ACCOUNT-NUMBER TO STOPFILE-ACCOUNT
               MOVE LOW-VALUES     TO STOPFILE-SEQUENCE
               MOVE 'N' TO WS-EOF-STOPFILE
               WRITE STOPHITS-REC FROM STOP-HIT-RECORD
           END-IF.

       3087-CHECK-RENUMBERED.
      *    Only a closed master can be a retired number, so the
      *    cross-reference is read for those alone.
           CALL 'RNUMLKUP' USING ACCOUNT-NUMBER(1:10)
                                 RENUMBER-LOOKUP-AREA
           IF RNL-RC = 8
               MOVE 'Y' TO WS-RNUM-FLAG
           END-IF.

       3090-CHECK-POSITIVE-PAY.
      *    The inverse of the stop-payment screen: on an enrolled
      *    account a presented debit must match an outstanding issued
      *    (POSPAYDC applies the decisions before the next cutoff;
      *    no decision defaults to return).
           MOVE 'N' TO WS-PPAY-FLAG
           IF TXN-DEBIT AND CHANNEL-CODE NOT = 'RDEP'
                        AND CHANNEL-CODE NOT = 'OFCK'
               MOVE 'N' TO WS-PPAY-ENROLLED
               PERFORM VARYING WS-PPE-IX FROM 1 BY 1
                       UNTIL WS-PPE-IX > WS-PPE-LOADED
               MOVE ZERO              TO RJQ-RETRY-COUNT
           END-IF
           WRITE REJECTFILE-REC FROM REJECT-QUEUE-RECORD
           IF RJQ-OVERDRAFT-NOT-OPTED-IN
               MOVE ZERO TO ODD-FEE
               SET ODD-DECLINED TO TRUE
               PERFORM 4550-LOG-OVERDRAFT-DECISION
           END-IF
      *    Only a payment's FIRST rejection opens a dispute case -
      *    a re-presented payment (nonzero RJQ-RETRY-COUNT) already
      *    has its case from the night it originally rejected, and
      *    Positive-pay holds have their own decision workflow on the
      *    exception file - opening a dispute case as well would give
      *    customer service a duplicate of every held corporate check.
      *    A Regulation E decline is the customer's own election
      *    working as chosen, not something to investigate.
           IF RJQ-RETRY-COUNT = ZERO AND NOT POSPAY-EXCEPTION
                   AND NOT RJQ-OVERDRAFT-NOT-OPTED-IN
               PERFORM 3600-LOG-DISPUTE
           END-IF.

           WRITE DISPFILE-REC FROM DISPUTE-RECORD.

       4000-UPDATE-BALANCE.
           IF TXN-CREDIT AND CHANNEL-CODE = 'FREV'
               ADD 1              TO WS-FEEREV-COUNT
               ADD PENDING-AMOUNT TO WS-FEEREV-AMOUNT
           ELSE
               ADD PENDING-AMOUNT TO WS-TOTAL-PYMT-AMOUNT
           END-IF
           MOVE WS-NEW-BALANCE  TO CUSTOMER-BALANCE
           MOVE TRANSACTION-DATE TO LAST-UPDATE-DATE
           CALL 'DBUPD01' USING CUSTOMER-ID
           END-IF
           IF TXN-CREDIT
               MOVE PENDING-AMOUNT TO WS-AM-DELTA
      *        A fee refund is the bank's own money - no hold.
               IF CHANNEL-CODE NOT = 'FREV'
                   PERFORM 4800-PLACE-AVAILABILITY-HOLD
               END-IF
               PERFORM 4250-REPAY-CREDIT-LINE
           ELSE
               COMPUTE WS-AM-DELTA = PENDING-AMOUNT * -1
           END-IF
           PERFORM 4700-MIRROR-ACCOUNT-MASTER
           IF TYPE-IRA AND CHANNEL-CODE NOT = 'CDTD'
               PERFORM 4600-RECORD-IRA-ACTIVITY
           END-IF
           IF TXN-DEBIT OR TXN-TRANSFER
               PERFORM 4900-RECORD-CHANNEL-USAGE
           END-IF
               END-IF
               IF NOT SWEEP-COVERED
                   PERFORM 4500-ASSESS-OVERDRAFT-FEE
      *            Every item paid into overdraft is logged with its
      *            fee - REGERPT counts the ATM and POS ones, CUSTPROF
      *            takes the fee income on every channel.
                   MOVE WS-OVERDRAFT-FEE TO ODD-FEE
                   SET ODD-PAID TO TRUE
                   PERFORM 4550-LOG-OVERDRAFT-DECISION
               END-IF
           END-IF
           IF TXN-TRANSFER
       4800-PLACE-AVAILABILITY-HOLD.
      *    The deposit just posted in full to the ledger; the portion
      *    above the exempt amount goes on the release diary - the
      *    extended schedule for large deposits and for a customer
      *    on the kiting-suspect list (the longer kiting period), the
      *    standard one otherwise. The in-core table gets the same
      *    amount so a drawdown later in tonight's run sees it held.
           COMPUTE WS-HOLD-AMOUNT =
               PENDING-AMOUNT - WS-AVAIL-EXEMPT
           IF WS-HOLD-AMOUNT > ZERO
               MOVE ACCOUNT-NUMBER(1:10) TO FH-CUSTOMER-ID
               MOVE WS-HOLD-AMOUNT       TO FH-AMOUNT
               MOVE BUS-DATE             TO FH-DEPOSIT-DATE
               MOVE 'N' TO WS-KS-FOUND
               PERFORM VARYING WS-KS-IX FROM 1 BY 1
                       UNTIL WS-KS-IX > WS-KS-LOADED
                       OR KITE-SUSPECT
                   IF WS-KS-CUST(WS-KS-IX) = ACCOUNT-NUMBER(1:10)
                       MOVE 'Y' TO WS-KS-FOUND
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN KITE-SUSPECT
                       SET FH-EXTENDED-HOLD TO TRUE
                       COMPUTE WS-RELEASE-INT =
                           FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE-8)
                           + WS-HOLD-DAYS-KITE
                   WHEN PENDING-AMOUNT > WS-LARGE-LIMIT
                       SET FH-EXTENDED-HOLD TO TRUE
                       COMPUTE WS-RELEASE-INT =
                           FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE-8)
                           + WS-HOLD-DAYS-LARGE
                   WHEN OTHER
                       SET FH-STANDARD-HOLD TO TRUE
                       COMPUTE WS-RELEASE-INT =
                           FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE-8)
                           + WS-HOLD-DAYS-STD
               END-EVALUATE
               COMPUTE WS-RELEASE-DATE-8 =
                   FUNCTION DATE-OF-INTEGER(WS-RELEASE-INT)
               MOVE WS-RELEASE-DATE-8    TO FH-RELEASE-DATE
           END-PERFORM
           CLOSE CHANUSED.

       4600-RECORD-IRA-ACTIVITY.
      *    Every contribution and distribution goes on the IRAHIST
      *    trail for IRAFORM. A contribution also adds to its tax
      *    year's running total on the plan; a distribution takes
      *    its 1099-R code from the payment or, when blank, from the
      *    owner's age, and any federal tax withheld from it joins
      *    the WHHELD trail for remittance. The funding and payout
      *    of a certificate held in the IRA (channel CDTD) never
      *    leave the plan and are not recorded.
           MOVE SPACES               TO IRA-HISTORY-RECORD
           MOVE ACCOUNT-NUMBER(1:10) TO IRH-CUSTOMER-ID
           MOVE PENDING-AMOUNT       TO IRH-AMOUNT
           MOVE ZERO                 TO IRH-FED-WITHHELD
           MOVE TRANSACTION-REF      TO IRH-REF
           MOVE CHANNEL-CODE         TO IRH-CHANNEL
           IF TXN-CREDIT
               SET IRH-CONTRIBUTION  TO TRUE
               MOVE WS-IRA-TAX-YEAR  TO IRH-TAX-YEAR
               MOVE WS-IRA-TAX-YEAR
                   TO IRA-CONTRIB-TAX-YEAR(WS-IRA-BUCKET-IX)
               COMPUTE IRA-CONTRIB-AMOUNT(WS-IRA-BUCKET-IX) =
                   WS-IRA-YTD + PENDING-AMOUNT
               REWRITE IRAACCT-REC FROM IRA-PLAN-RECORD
                   INVALID KEY
                       MOVE 'PYMT001'  TO ERR-PROGRAM-NAME
                       MOVE '4600-RECORD-IRA-ACTIVITY'
                           TO ERR-PARAGRAPH
                       SET ERRC-FILE-REWRITE-FAILED TO TRUE
                       MOVE 'IRA PLAN CONTRIBUTION TOTAL NOT UPDATED'
                           TO ERR-MESSAGE
                       CALL 'ERRHANDR' USING ERROR-RECORD
               END-REWRITE
               ADD 1 TO WS-IRA-CONTRIB-COUNT
           ELSE
               PERFORM 3031-READ-IRA-PLAN
               SET IRH-DISTRIBUTION  TO TRUE
               MOVE WS-IRA-POST-DATE(1:4) TO IRH-TAX-YEAR
               IF PYMT-IRA-FED-WITHHELD NUMERIC
                   MOVE PYMT-IRA-FED-WITHHELD TO IRH-FED-WITHHELD
               END-IF
               IF PYMT-IRA-DIST-CODE = SPACE
                       OR PYMT-IRA-DIST-CODE = LOW-VALUE
                   PERFORM 4650-DERIVE-DIST-CODE
               ELSE
                   MOVE PYMT-IRA-DIST-CODE TO IRH-DIST-CODE
               END-IF
               IF IRH-FED-WITHHELD > ZERO
                   MOVE SPACES            TO WITHHELD-RECORD
                   MOVE IRH-CUSTOMER-ID   TO WHD-CUSTOMER-ID
                   MOVE WS-IRA-POST-DATE  TO WHD-DATE
                   MOVE IRH-FED-WITHHELD  TO WHD-AMOUNT
                   SET WHD-IRA-DISTRIBUTION TO TRUE
                   WRITE WHHELD-REC FROM WITHHELD-RECORD
               END-IF
               ADD 1 TO WS-IRA-DIST-COUNT
           END-IF
           MOVE IRA-PLAN-TYPE        TO IRH-PLAN-TYPE
           MOVE WS-IRA-POST-DATE     TO IRH-DATE
           WRITE IRAHIST-REC FROM IRA-HISTORY-RECORD.

       4650-DERIVE-DIST-CODE.
      *    Age 59 1/2 by the distribution date makes it a normal
      *    distribution (7, or T for a Roth); before that, or with no
      *    birth date on file, it is early (1, or J for a Roth).
           MOVE ZERO TO WS-IRA-HALF-DATE
           IF IRA-BIRTH-DATE NUMERIC
               MOVE IRA-BIRTH-DATE      TO WS-IRA-BIRTH-N
               MOVE IRA-BIRTH-DATE(1:4) TO WS-IRA-HALF-YEAR
               ADD 59 TO WS-IRA-HALF-YEAR
               MOVE IRA-BIRTH-DATE(5:2) TO WS-IRA-HALF-MONTH
               ADD 6 TO WS-IRA-HALF-MONTH
               IF WS-IRA-HALF-MONTH > 12
                   SUBTRACT 12 FROM WS-IRA-HALF-MONTH
                   ADD 1 TO WS-IRA-HALF-YEAR
               END-IF
               MOVE WS-IRA-BIRTH-N      TO WS-IRA-HALF-DATE
               MOVE WS-IRA-HALF-YEAR    TO WS-IRA-HALF-DATE(1:4)
               MOVE WS-IRA-HALF-MONTH   TO WS-IRA-HALF-DATE(5:2)
           END-IF
           IF WS-IRA-HALF-DATE > ZERO
                   AND WS-IRA-POST-DATE-N NOT < WS-IRA-HALF-DATE
               IF IRA-ROTH
                   MOVE 'T' TO IRH-DIST-CODE
               ELSE
                   MOVE '7' TO IRH-DIST-CODE
               END-IF
           ELSE
               IF IRA-ROTH
                   MOVE 'J' TO IRH-DIST-CODE
               ELSE
                   MOVE '1' TO IRH-DIST-CODE
               END-IF
           END-IF.

       4700-MIRROR-ACCOUNT-MASTER.
      *    The product subledger record for this ACCOUNT-NUMBER gets
      *    the same movement CUSTOMER-BALANCE just did, so per-
           COMPUTE WS-AM-DELTA = WS-OVERDRAFT-FEE * -1
           PERFORM 4700-MIRROR-ACCOUNT-MASTER.

       4550-LOG-OVERDRAFT-DECISION.
      *    ODD-DECISION and ODD-FEE are set by the caller.
           MOVE ACCOUNT-NUMBER(1:10) TO ODD-CUSTOMER-ID
           MOVE ACCOUNT-NUMBER       TO ODD-ACCOUNT-NUMBER
           MOVE CHANNEL-CODE         TO ODD-CHANNEL
           MOVE BUS-DATE             TO ODD-DATE
           MOVE PENDING-AMOUNT       TO ODD-AMOUNT
           WRITE ODDECISN-REC FROM OVERDRAFT-DECISION-RECORD
           IF ODD-DECLINED
               ADD 1 TO WS-REGE-DECLINE-COUNT
           ELSE
               ADD 1 TO WS-REGE-PAID-COUNT
           END-IF.

       9000-END.
           MOVE 'C' TO WS-BST-STATE
           CALL 'BATSTAT' USING WS-PROGRAM-NAME
           PERFORM 8300-WRITE-CHANNEL-USAGE
           CLOSE SRTPYMTFILE
                 REJECTFILE
                 PYMTPOST
                 CKPTFILE
                 DISPFILE
                 STOPFILE
                 FNDHOLD
                 FXCONV
                 ODLOC
                 ODOPTIN
                 ODDECISN
                 IRAACCT
                 IRAHIST
                 WHHELD
           IF WS-REGE-DECLINE-COUNT > ZERO OR WS-REGE-PAID-COUNT > ZERO
               DISPLAY 'PYMT001 ATM/POS OVERDRAFTS DECLINED (REG E): '
                       WS-REGE-DECLINE-COUNT
               DISPLAY 'PYMT001 ITEMS PAID INTO OVERDRAFT (FEE):     '
                       WS-REGE-PAID-COUNT
           END-IF
           IF WS-FEEREV-COUNT > ZERO
               DISPLAY 'PYMT001 FEE REFUND CREDITS POSTED: '
                       WS-FEEREV-COUNT
           END-IF
           IF WS-IRA-CONTRIB-COUNT > ZERO OR WS-IRA-DIST-COUNT > ZERO
               DISPLAY 'PYMT001 IRA CONTRIBUTIONS POSTED:  '
                       WS-IRA-CONTRIB-COUNT
               DISPLAY 'PYMT001 IRA DISTRIBUTIONS POSTED:  '
                       WS-IRA-DIST-COUNT
           END-IF
           IF WS-AM-MISS-COUNT > ZERO
               DISPLAY 'PYMT001 POSTINGS WITH NO ACCTMAST RECORD: '
                       WS-AM-MISS-COUNT
           MOVE FUNCTION CURRENT-DATE TO CTL-TIMESTAMP
           OPEN EXTEND CTLTOTFILE
           WRITE CTLTOTFILE-REC FROM CONTROL-TOTAL-REC
      *    GLMAP pair: PYFEEREV DR fee income / CR customer deposits.
           MOVE SPACES TO CONTROL-TOTAL-REC
           MOVE 'PYFEEREV'            TO CTL-JOB-STEP
           MOVE WS-FEEREV-COUNT       TO CTL-TOTAL-COUNT
           MOVE WS-FEEREV-COUNT       TO CTL-SUCCESS-COUNT
           MOVE ZERO                  TO CTL-REJECT-COUNT
           MOVE WS-FEEREV-AMOUNT      TO CTL-TOTAL-AMOUNT
           MOVE FUNCTION CURRENT-DATE TO CTL-TIMESTAMP
           WRITE CTLTOTFILE-REC FROM CONTROL-TOTAL-REC
           CLOSE CTLTOTFILE.
