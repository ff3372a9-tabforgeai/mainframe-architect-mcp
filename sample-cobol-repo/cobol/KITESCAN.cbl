      *----------------------------------------------------------------*
      * PROGRAM:  KITESCAN                                             *
      * PURPOSE:  Daily check-kiting suspect scan - the paper-float    *
      *           companion to AMLSCAN's cash patterns. Tonight's      *
      *           deposited checks drawn on other banks (DEPITEMS,     *
      *           with their Reg CC holds) and our own checks paid in  *
      *           clearing (CHKINTAK's CHKPYMT) are added to the       *
      *           rolling KITEHIST window (see KITEDATA), and every    *
      *           customer with activity in the window is scored, then *
      *           every RELDATA household as a whole, against the      *
      *           kiting signature:                                    *
      *             - frequency: three or more deposited checks and    *
      *               three or more paid checks inside the window;     *
      *             - similar amounts: two or more deposits met by a   *
      *               paid check within ten percent of the amount and  *
      *               two days either side;                            *
      *             - drawn on uncollected funds: two or more days on  *
      *               which the ACCTBAL closing balance (BALHIST) less *
      *               the checks deposited inside the collection       *
      *               period was negative - the account only stayed    *
      *               positive on the float.                           *
      *           Each fired pattern adds its weight; a score of 70 or *
      *           more (the float test and at least one other) puts    *
      *           the customer - for a household, every member - on    *
      *           the KITESUSP suspect list PYMT001 reads, so their    *
      *           next deposits get the extended kiting-suspect hold.  *
      *           A listing stays in force for the flag period and is  *
      *           renewed while the pattern persists. Suspects are     *
      *           listed for the deposit-operations manager.           *
      *           SYSIN line 1 is the window in days (blank = 14),     *
      *           line 2 the collection period in days (blank = 3),    *
      *           line 3 the flag period in days (blank = 30).         *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    (none)                                               *
      * COPYBOOKS: KITEDATA, DEPIDATA, ACCTDATA, BALHDATA, RELDATA,    *
      *            ERRDATA, BUSDATE                                    *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     KITESCAN.
       AUTHOR.         TABFORGE-AI.
       DATE-WRITTEN.   2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPITEMS ASSIGN TO UT-S-DEPITEMS
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT CHKPYMT  ASSIGN TO UT-S-CHKPYMT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT KITEIN   ASSIGN TO UT-S-KITEIN
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT KITEOUT  ASSIGN TO UT-S-KITEOUT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT SUSPIN   ASSIGN TO UT-S-SUSPIN
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT SUSPOUT  ASSIGN TO UT-S-SUSPOUT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT BALHIST  ASSIGN TO UT-S-BALHIST
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS DYNAMIC
                           RECORD KEY   IS BHF-KEY.
           SELECT RELFILE  ASSIGN TO UT-S-RELFILE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT WRKFILE  ASSIGN TO UT-S-WRKFILE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT SORTWK1  ASSIGN TO UT-S-SORTWK.
           SELECT SRTWRK   ASSIGN TO UT-S-SRTWRK
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT KITERPT  ASSIGN TO UT-S-KITERPT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT BUSDATEF ASSIGN TO UT-S-BUSDATE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    The day's deposited items from branch capture, one
      *    DEPOSITED-ITEM-RECORD each.
       FD  DEPITEMS
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  DEPITEMS-REC               PIC X(100).

      *    The day's in-clearing checks CHKINTAK fed to PYMT001, as
      *    ACCOUNT-RECORD debits with the serial in TRANSACTION-REF.
       FD  CHKPYMT
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01  CHKPYMT-REC                PIC X(200).

      *    Rolling activity window (see KITEDATA), prior generation in
      *    and tonight's out.
       FD  KITEIN
           RECORDING MODE IS F
           RECORD CONTAINS 50 CHARACTERS.
       01  KITEIN-REC                 PIC X(50).

       FD  KITEOUT
           RECORDING MODE IS F
           RECORD CONTAINS 50 CHARACTERS.
       01  KITEOUT-REC                PIC X(50).

      *    Suspect list (see KITEDATA), prior generation in and
      *    tonight's out - PYMT001 reads the newest.
       FD  SUSPIN
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  SUSPIN-REC                 PIC X(80).

       FD  SUSPOUT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  SUSPOUT-REC                PIC X(80).

      *    Daily balance history (see BALHDATA) - same layout as
      *    ACCTBAL's FD, kept in step by hand. Each customer's days
      *    are browsed from the start of the window.
       FD  BALHIST
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  BALHIST-REC.
           05  BHF-KEY.
               10  BHF-CUSTOMER-ID    PIC X(10).
               10  BHF-DATE           PIC X(08).
           05  FILLER                 PIC X(22).

      *    Household membership (see RELDATA).
       FD  RELFILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  RELFILE-REC                PIC X(40).

      *    Every item in the window tagged with the group it is
      *    scored under - 'H' plus the household for a household
      *    member, 'C' plus the customer otherwise - so one SORT
      *    lines each household's members, and each member's days,
      *    up for the break.
       FD  WRKFILE
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  WRKFILE-REC.
           05  WKI-GROUP-ID.
               10  WKI-GROUP-TYPE     PIC X(01).
               10  WKI-GROUP-KEY      PIC X(10).
           05  WKI-CUSTOMER-ID        PIC X(10).
           05  WKI-DATE               PIC X(08).
           05  WKI-KIND               PIC X(01).
           05  WKI-AMOUNT             PIC 9(11)V99.
           05  WKI-REFERENCE          PIC X(16).
           05  FILLER                 PIC X(01).

       SD  SORTWK1
           RECORD CONTAINS 60 CHARACTERS.
       01  SORTWK1-REC.
           05  SORTWK1-KEY            PIC X(30).
           05  FILLER                 PIC X(30).

       FD  SRTWRK
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  SRTWRK-REC.
           05  SKI-GROUP-ID.
               10  SKI-GROUP-TYPE     PIC X(01).
               10  SKI-GROUP-KEY      PIC X(10).
           05  SKI-CUSTOMER-ID        PIC X(10).
           05  SKI-DATE               PIC X(08).
           05  SKI-KIND               PIC X(01).
           05  SKI-AMOUNT             PIC 9(11)V99.
           05  SKI-REFERENCE          PIC X(16).
           05  FILLER                 PIC X(01).

       FD  KITERPT
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  KITERPT-REC                PIC X(133).

      *    Business-date control record set by BDATESET at the start
      *    of the cycle (see BUSDATE copybook).
       FD  BUSDATEF
           RECORDING MODE IS F
           RECORD CONTAINS 30 CHARACTERS.
       01  BUSDATEF-REC               PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-KITESCAN-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'KITESCAN'.
           05  WS-EOF-INPUT           PIC X(1)  VALUE 'N'.
               88  EOF-INPUT              VALUE 'Y'.
           05  WS-EOF-SRTWRK          PIC X(1)  VALUE 'N'.
               88  EOF-SRTWRK             VALUE 'Y'.
           05  WS-EOF-BALHIST         PIC X(1)  VALUE 'N'.
               88  EOF-BALHIST            VALUE 'Y'.
      *    SYSIN line 1 the window in days (blank keeps 14), line 2
      *    the days a deposited check stays uncollected (blank keeps
      *    3), line 3 the days a listing stays in force (blank keeps
      *    30).
           05  WS-WINDOW-X            PIC X(2)  VALUE SPACES.
           05  WS-WINDOW-N REDEFINES WS-WINDOW-X
                                      PIC 9(2).
           05  WS-COLLECT-X           PIC X(2)  VALUE SPACES.
           05  WS-COLLECT-N REDEFINES WS-COLLECT-X
                                      PIC 9(2).
           05  WS-FLAG-DAYS-X         PIC X(3)  VALUE SPACES.
           05  WS-FLAG-DAYS-N REDEFINES WS-FLAG-DAYS-X
                                      PIC 9(3).
           05  WS-WINDOW-DAYS         PIC 9(2)  COMP VALUE 14.
           05  WS-COLLECT-DAYS        PIC 9(2)  COMP VALUE 3.
           05  WS-FLAG-DAYS           PIC 9(3)  COMP VALUE 30.
      *    Pattern thresholds and weights.
           05  WS-MIN-ITEMS           PIC 9(3)  COMP VALUE 3.
           05  WS-MIN-PAIRS           PIC 9(3)  COMP VALUE 2.
           05  WS-MIN-FLOAT-DAYS      PIC 9(3)  COMP VALUE 2.
           05  WS-PAIR-DAYS           PIC 9(2)  COMP VALUE 2.
           05  WS-FLAG-SCORE          PIC 9(3)  COMP VALUE 70.
           05  WS-TODAY-DATE-8        PIC 9(8)  VALUE ZERO.
           05  WS-TODAY-INT           PIC S9(7) COMP VALUE ZERO.
           05  WS-WINDOW-FROM-INT     PIC S9(7) COMP VALUE ZERO.
           05  WS-WINDOW-FROM-8       PIC 9(8)  VALUE ZERO.
           05  WS-WINDOW-FROM         PIC X(8)  VALUE SPACES.
           05  WS-EXPIRY-8            PIC 9(8)  VALUE ZERO.
           05  WS-EXPIRY-DATE         PIC X(8)  VALUE SPACES.
           05  WS-WORK-DATE-8         PIC 9(8)  VALUE ZERO.
           05  WS-WORK-INT            PIC S9(7) COMP VALUE ZERO.
           05  WS-HH-COUNT            PIC 9(4)  COMP VALUE ZERO.
           05  WS-HH-IX               PIC 9(4)  COMP VALUE ZERO.
           05  WS-FOUND-HOUSEHOLD     PIC X(10) VALUE SPACES.
           05  WS-CUR-GROUP           PIC X(11) VALUE LOW-VALUES.
           05  WS-CUR-CUSTOMER        PIC X(10) VALUE LOW-VALUES.
           05  WS-GROUP-MEMBERS       PIC 9(4)  COMP VALUE ZERO.
      *    Scope of the evaluation in hand - one customer, or every
      *    item and balance collected for the household.
           05  WS-EV-SCOPE            PIC X(1)  VALUE SPACES.
               88  EV-CUSTOMER            VALUE 'C'.
               88  EV-HOUSEHOLD           VALUE 'H'.
           05  WS-EV-DEPOSITS         PIC 9(3)  COMP VALUE ZERO.
           05  WS-EV-CHECKS           PIC 9(3)  COMP VALUE ZERO.
           05  WS-EV-PAIRS            PIC 9(3)  COMP VALUE ZERO.
           05  WS-EV-FLOAT-DAYS       PIC 9(3)  COMP VALUE ZERO.
           05  WS-EV-SHORTFALL        PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-EV-SCORE            PIC 9(3)  COMP VALUE ZERO.
           05  WS-PAIR-FOUND          PIC X(1)  VALUE 'N'.
               88  PAIR-FOUND             VALUE 'Y'.
           05  WS-DAY-FOUND           PIC X(1)  VALUE 'N'.
               88  DAY-HAS-BALANCE        VALUE 'Y'.
           05  WS-EV-DAY              PIC S9(7) COMP VALUE ZERO.
           05  WS-DAY-BALANCE         PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-DAY-UNCOLLECTED     PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-DAY-POSITION        PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-AMT-DIFF            PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-DAY-DIFF            PIC S9(7) COMP VALUE ZERO.
           05  WS-IT-LOADED           PIC 9(4)  COMP VALUE ZERO.
           05  WS-IT-MAX              PIC 9(4)  COMP VALUE 1000.
           05  WS-IT-IX               PIC 9(4)  COMP VALUE ZERO.
           05  WS-IT-JX               PIC 9(4)  COMP VALUE ZERO.
           05  WS-BL-LOADED           PIC 9(4)  COMP VALUE ZERO.
           05  WS-BL-MAX              PIC 9(4)  COMP VALUE 1000.
           05  WS-BL-IX               PIC 9(4)  COMP VALUE ZERO.
           05  WS-SU-LOADED           PIC 9(4)  COMP VALUE ZERO.
           05  WS-SU-MAX              PIC 9(4)  COMP VALUE 2000.
           05  WS-SU-IX               PIC 9(4)  COMP VALUE ZERO.
           05  WS-SU-FOUND-IX         PIC 9(4)  COMP VALUE ZERO.
           05  WS-FLAG-CUSTOMER       PIC X(10) VALUE SPACES.
           05  WS-FLAG-HOUSEHOLD      PIC X(10) VALUE SPACES.
           05  WS-TABLE-SHORT         PIC X(1)  VALUE 'N'.
               88  TABLE-SHORT            VALUE 'Y'.
           05  WS-ITEMS-KEPT          PIC 9(7)  COMP VALUE ZERO.
           05  WS-ITEMS-AGED-OUT      PIC 9(7)  COMP VALUE ZERO.
           05  WS-DEPOSITS-TODAY      PIC 9(7)  COMP VALUE ZERO.
           05  WS-CHECKS-TODAY        PIC 9(7)  COMP VALUE ZERO.
           05  WS-CUSTOMERS-SCORED    PIC 9(7)  COMP VALUE ZERO.
           05  WS-HOUSEHOLDS-SCORED   PIC 9(7)  COMP VALUE ZERO.
           05  WS-PATTERN-COUNT       PIC 9(7)  COMP VALUE ZERO.
           05  WS-NEW-SUSPECTS        PIC 9(7)  COMP VALUE ZERO.
           05  WS-CARRIED-SUSPECTS    PIC 9(7)  COMP VALUE ZERO.
           05  WS-EXPIRED-SUSPECTS    PIC 9(7)  COMP VALUE ZERO.
           05  WS-COUNT-DISP          PIC ZZZZZZ9.
           05  WS-SMALL-DISP          PIC ZZ9.
           05  WS-SMALL-DISP-2        PIC ZZ9.
           05  WS-SMALL-DISP-3        PIC ZZ9.
           05  WS-SMALL-DISP-4        PIC ZZ9.
           05  WS-SCORE-DISP          PIC ZZ9.
           05  WS-AMOUNT-DISP         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-RPT-LINE            PIC X(133) VALUE SPACES.

      *    Household membership.
       01  WS-HOUSEHOLD-TABLE.
           05  WS-HH-ENTRY OCCURS 2000 TIMES.
               10  WS-HH-CUST         PIC X(10).
               10  WS-HH-ID           PIC X(10).

      *    One group's items - a single customer's, or every member's
      *    of a household - with day numbers precomputed so the
      *    window math is plain subtraction.
       01  WS-ITEM-TABLE.
           05  WS-IT-ENTRY OCCURS 1000 TIMES.
               10  WS-IT-CUST         PIC X(10).
               10  WS-IT-DAY          PIC S9(7)  COMP.
               10  WS-IT-KIND         PIC X(01).
               10  WS-IT-AMT          PIC S9(11)V99 COMP-3.

      *    The same group's closing balances, one per customer per
      *    business day in the window.
       01  WS-BALANCE-TABLE.
           05  WS-BL-ENTRY OCCURS 1000 TIMES.
               10  WS-BL-CUST         PIC X(10).
               10  WS-BL-DAY          PIC S9(7)  COMP.
               10  WS-BL-BAL          PIC S9(13)V99 COMP-3.

      *    The suspect list - last night's listings still in force,
      *    renewed or added to as tonight's patterns fire.
       01  WS-SUSPECT-TABLE.
           05  WS-SU-ENTRY OCCURS 2000 TIMES.
               10  WS-SU-RECORD       PIC X(80).
               10  WS-SU-NEW          PIC X(01).

       COPY KITEDATA.
       COPY DEPIDATA.
       COPY ACCTDATA.
       COPY BALHDATA.
       COPY RELDATA.
       COPY ERRDATA.
       COPY BUSDATE.

       PROCEDURE DIVISION.

       1000-INIT.
           ACCEPT WS-WINDOW-X    FROM SYSIN
           ACCEPT WS-COLLECT-X   FROM SYSIN
           ACCEPT WS-FLAG-DAYS-X FROM SYSIN
           IF WS-WINDOW-X NUMERIC AND WS-WINDOW-N > ZERO
               MOVE WS-WINDOW-N TO WS-WINDOW-DAYS
           END-IF
           IF WS-COLLECT-X NUMERIC AND WS-COLLECT-N > ZERO
               MOVE WS-COLLECT-N TO WS-COLLECT-DAYS
           END-IF
           IF WS-FLAG-DAYS-X NUMERIC AND WS-FLAG-DAYS-N > ZERO
               MOVE WS-FLAG-DAYS-N TO WS-FLAG-DAYS
           END-IF
           PERFORM 1010-READ-BUSINESS-DATE
           MOVE BUS-DATE TO WS-TODAY-DATE-8
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE-8)
           COMPUTE WS-WINDOW-FROM-INT =
               WS-TODAY-INT - WS-WINDOW-DAYS + 1
           COMPUTE WS-WINDOW-FROM-8 =
               FUNCTION DATE-OF-INTEGER(WS-WINDOW-FROM-INT)
           MOVE WS-WINDOW-FROM-8 TO WS-WINDOW-FROM
           COMPUTE WS-WORK-INT = WS-TODAY-INT + WS-FLAG-DAYS
           COMPUTE WS-EXPIRY-8 =
               FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
           MOVE WS-EXPIRY-8 TO WS-EXPIRY-DATE
           PERFORM 1400-LOAD-HOUSEHOLDS
           PERFORM 1500-LOAD-SUSPECTS
           OPEN OUTPUT WRKFILE
           PERFORM 2000-STAGE-HISTORY
           PERFORM 2100-STAGE-DEPOSITS
           PERFORM 2200-STAGE-CHECKS-PAID
           CLOSE WRKFILE
           SORT SORTWK1
               ON ASCENDING KEY SORTWK1-KEY
               USING WRKFILE
               GIVING SRTWRK
           OPEN INPUT  BALHIST
           OPEN OUTPUT KITEOUT
           OPEN OUTPUT KITERPT
           PERFORM 1600-WRITE-HEADINGS
           PERFORM 3000-BREAK-BY-GROUP
           PERFORM 9000-END.

       1010-READ-BUSINESS-DATE.
      *    Falls back to the machine date if the control file is
      *    empty (first cycle before BDATESET ever ran).
           OPEN INPUT BUSDATEF
           READ BUSDATEF INTO BUSINESS-DATE-RECORD
               AT END
                   MOVE FUNCTION CURRENT-DATE(1:8) TO BUS-DATE
           END-READ
           CLOSE BUSDATEF.

       1400-LOAD-HOUSEHOLDS.
           OPEN INPUT RELFILE
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ RELFILE INTO HOUSEHOLD-RELATION-RECORD
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT
                   IF WS-HH-COUNT < 2000
                       ADD 1 TO WS-HH-COUNT
                       MOVE REL-CUSTOMER-ID  TO WS-HH-CUST(WS-HH-COUNT)
                       MOVE REL-HOUSEHOLD-ID TO WS-HH-ID(WS-HH-COUNT)
                   ELSE
                       DISPLAY 'KITESCAN HOUSEHOLD TABLE FULL - '
                               REL-CUSTOMER-ID ' SCORED ALONE'
                   END-IF
               END-IF
           END-PERFORM
           CLOSE RELFILE.

       1500-LOAD-SUSPECTS.
      *    Listings past their expiry drop off here; the rest carry
      *    forward unless tonight's scan renews them.
           OPEN INPUT SUSPIN
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ SUSPIN INTO KITE-SUSPECT-RECORD
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT
                   IF KS-EXPIRY-DATE < BUS-DATE
                       ADD 1 TO WS-EXPIRED-SUSPECTS
                   ELSE
                       IF WS-SU-LOADED < WS-SU-MAX
                           ADD 1 TO WS-SU-LOADED
                           MOVE KITE-SUSPECT-RECORD
                               TO WS-SU-RECORD(WS-SU-LOADED)
                           MOVE 'N' TO WS-SU-NEW(WS-SU-LOADED)
                       ELSE
                           MOVE 'Y' TO WS-TABLE-SHORT
                           DISPLAY 'KITESCAN SUSPECT TABLE FULL - '
                                   KS-CUSTOMER-ID ' NOT CARRIED'
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE SUSPIN.

       1600-WRITE-HEADINGS.
           MOVE SPACES TO WS-RPT-LINE
           STRING 'CHECK-KITING SUSPECT SCAN - BUSINESS DATE ' BUS-DATE
                  '  WINDOW FROM ' WS-WINDOW-FROM
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE KITERPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE KITERPT-REC FROM WS-RPT-LINE
           MOVE 'SCOPE ID         DEPS CHKS PAIR FLOAT  WORST FLOAT POSI
      -         'TION  SCORE  HOLDS TO  CUSTOMERS LISTED'
               TO WS-RPT-LINE
           WRITE KITERPT-REC FROM WS-RPT-LINE.

       2000-STAGE-HISTORY.
      *    The window's earlier days; anything older has aged out.
           OPEN INPUT KITEIN
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ KITEIN INTO KITE-ACTIVITY-RECORD
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT
                   IF KA-DATE < WS-WINDOW-FROM
                       ADD 1 TO WS-ITEMS-AGED-OUT
                   ELSE
                       PERFORM 2900-WRITE-WORK-ITEM
                   END-IF
               END-IF
           END-PERFORM
           CLOSE KITEIN.

       2100-STAGE-DEPOSITS.
           OPEN INPUT DEPITEMS
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ DEPITEMS INTO DEPOSITED-ITEM-RECORD
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT
                   ADD 1 TO WS-DEPOSITS-TODAY
                   MOVE SPACES TO KITE-ACTIVITY-RECORD
                   MOVE DI-DEPOSIT-ACCOUNT(1:10) TO KA-CUSTOMER-ID
                   MOVE DI-DEPOSIT-DATE          TO KA-DATE
                   IF KA-DATE = SPACES
                       MOVE BUS-DATE TO KA-DATE
                   END-IF
                   SET KA-DEPOSIT TO TRUE
                   MOVE DI-AMOUNT                TO KA-AMOUNT
                   MOVE DI-ITEM-SEQUENCE         TO KA-REFERENCE
                   PERFORM 2900-WRITE-WORK-ITEM
               END-IF
           END-PERFORM
           CLOSE DEPITEMS.

       2200-STAGE-CHECKS-PAID.
      *    Every CHKPYMT item is a check drawn on us presented today;
      *    the ones PYMT001 went on to reject still show the drawer
      *    writing against the float.
           OPEN INPUT CHKPYMT
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ CHKPYMT INTO ACCOUNT-RECORD
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT
                   IF TXN-DEBIT
                       ADD 1 TO WS-CHECKS-TODAY
                       MOVE SPACES TO KITE-ACTIVITY-RECORD
                       MOVE ACCOUNT-NUMBER(1:10) TO KA-CUSTOMER-ID
                       MOVE BUS-DATE             TO KA-DATE
                       SET KA-CHECK-PAID TO TRUE
                       MOVE PENDING-AMOUNT       TO KA-AMOUNT
                       MOVE TRANSACTION-REF      TO KA-REFERENCE
                       PERFORM 2900-WRITE-WORK-ITEM
                   END-IF
               END-IF
           END-PERFORM
           CLOSE CHKPYMT.

       2900-WRITE-WORK-ITEM.
           MOVE SPACES TO WS-FOUND-HOUSEHOLD
           PERFORM VARYING WS-HH-IX FROM 1 BY 1
                   UNTIL WS-HH-IX > WS-HH-COUNT
                   OR WS-FOUND-HOUSEHOLD NOT = SPACES
               IF WS-HH-CUST(WS-HH-IX) = KA-CUSTOMER-ID
                   MOVE WS-HH-ID(WS-HH-IX) TO WS-FOUND-HOUSEHOLD
               END-IF
           END-PERFORM
           MOVE SPACES TO WRKFILE-REC
           IF WS-FOUND-HOUSEHOLD NOT = SPACES
               MOVE 'H'                TO WKI-GROUP-TYPE
               MOVE WS-FOUND-HOUSEHOLD TO WKI-GROUP-KEY
           ELSE
               MOVE 'C'                TO WKI-GROUP-TYPE
               MOVE KA-CUSTOMER-ID     TO WKI-GROUP-KEY
           END-IF
           MOVE KA-CUSTOMER-ID TO WKI-CUSTOMER-ID
           MOVE KA-DATE        TO WKI-DATE
           MOVE KA-KIND        TO WKI-KIND
           MOVE KA-AMOUNT      TO WKI-AMOUNT
           MOVE KA-REFERENCE   TO WKI-REFERENCE
           WRITE WRKFILE-REC.

       3000-BREAK-BY-GROUP.
           OPEN INPUT SRTWRK
           MOVE 'N' TO WS-EOF-SRTWRK
           PERFORM UNTIL EOF-SRTWRK
               READ SRTWRK
                   AT END MOVE 'Y' TO WS-EOF-SRTWRK
               END-READ
               IF NOT EOF-SRTWRK
                   IF SKI-GROUP-ID NOT = WS-CUR-GROUP
                       IF WS-CUR-GROUP NOT = LOW-VALUES
                           PERFORM 3500-END-GROUP
                       END-IF
                       MOVE SKI-GROUP-ID TO WS-CUR-GROUP
                       MOVE LOW-VALUES   TO WS-CUR-CUSTOMER
                       MOVE ZERO TO WS-IT-LOADED
                                    WS-BL-LOADED
                                    WS-GROUP-MEMBERS
                   END-IF
                   IF SKI-CUSTOMER-ID NOT = WS-CUR-CUSTOMER
                       IF WS-CUR-CUSTOMER NOT = LOW-VALUES
                           PERFORM 3400-END-CUSTOMER
                       END-IF
                       MOVE SKI-CUSTOMER-ID TO WS-CUR-CUSTOMER
                       ADD 1 TO WS-GROUP-MEMBERS
                       PERFORM 3200-LOAD-BALANCES
                   END-IF
                   PERFORM 3100-COLLECT-ITEM
               END-IF
           END-PERFORM
           IF WS-CUR-GROUP NOT = LOW-VALUES
               PERFORM 3500-END-GROUP
           END-IF
           CLOSE SRTWRK.

       3100-COLLECT-ITEM.
      *    Every item in the window rolls forward onto tonight's
      *    KITEHIST whether or not it fits the scoring table.
           MOVE SPACES          TO KITE-ACTIVITY-RECORD
           MOVE SKI-CUSTOMER-ID TO KA-CUSTOMER-ID
           MOVE SKI-DATE        TO KA-DATE
           MOVE SKI-KIND        TO KA-KIND
           MOVE SKI-AMOUNT      TO KA-AMOUNT
           MOVE SKI-REFERENCE   TO KA-REFERENCE
           WRITE KITEOUT-REC FROM KITE-ACTIVITY-RECORD
           ADD 1 TO WS-ITEMS-KEPT
           IF WS-IT-LOADED < WS-IT-MAX
               ADD 1 TO WS-IT-LOADED
               MOVE SKI-CUSTOMER-ID TO WS-IT-CUST(WS-IT-LOADED)
               MOVE SKI-DATE        TO WS-WORK-DATE-8
               COMPUTE WS-IT-DAY(WS-IT-LOADED) =
                   FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-8)
               MOVE SKI-KIND        TO WS-IT-KIND(WS-IT-LOADED)
               MOVE SKI-AMOUNT      TO WS-IT-AMT(WS-IT-LOADED)
           ELSE
               DISPLAY 'KITESCAN ITEM TABLE FULL FOR '
                       WS-CUR-GROUP ' - EXTRA ACTIVITY NOT SCORED'
           END-IF.

       3200-LOAD-BALANCES.
      *    The customer's closing balances from the first day of the
      *    window on - ACCTBAL has already written tonight's.
           MOVE 'N' TO WS-EOF-BALHIST
           MOVE SKI-CUSTOMER-ID TO BHF-CUSTOMER-ID
           MOVE WS-WINDOW-FROM  TO BHF-DATE
           START BALHIST KEY IS NOT LESS THAN BHF-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF-BALHIST
           END-START
           PERFORM UNTIL EOF-BALHIST
               READ BALHIST NEXT RECORD INTO BALANCE-HISTORY-RECORD
                   AT END MOVE 'Y' TO WS-EOF-BALHIST
               END-READ
               IF NOT EOF-BALHIST
                   IF BH-CUSTOMER-ID NOT = SKI-CUSTOMER-ID
                           OR BH-DATE > BUS-DATE
                       MOVE 'Y' TO WS-EOF-BALHIST
                   ELSE
                       IF WS-BL-LOADED < WS-BL-MAX
                           ADD 1 TO WS-BL-LOADED
                           MOVE BH-CUSTOMER-ID
                               TO WS-BL-CUST(WS-BL-LOADED)
                           MOVE BH-DATE TO WS-WORK-DATE-8
                           COMPUTE WS-BL-DAY(WS-BL-LOADED) =
                               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-8)
                           MOVE BH-BALANCE
                               TO WS-BL-BAL(WS-BL-LOADED)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       3400-END-CUSTOMER.
           ADD 1 TO WS-CUSTOMERS-SCORED
           SET EV-CUSTOMER TO TRUE
           PERFORM 4000-EVALUATE
           IF WS-EV-SCORE >= WS-FLAG-SCORE
               IF WS-CUR-GROUP(1:1) = 'H'
                   MOVE WS-CUR-GROUP(2:10) TO WS-FLAG-HOUSEHOLD
               ELSE
                   MOVE SPACES TO WS-FLAG-HOUSEHOLD
               END-IF
               MOVE WS-CUR-CUSTOMER TO WS-FLAG-CUSTOMER
               PERFORM 4500-LIST-SUSPECT
               PERFORM 4800-REPORT-PATTERN
           END-IF.

       3500-END-GROUP.
      *    The last member's own score, then - for a household with
      *    more than one member active in the window - the household
      *    taken together, which is where float run between two
      *    members' accounts shows.
           PERFORM 3400-END-CUSTOMER
           IF WS-CUR-GROUP(1:1) = 'H' AND WS-GROUP-MEMBERS > 1
               ADD 1 TO WS-HOUSEHOLDS-SCORED
               SET EV-HOUSEHOLD TO TRUE
               PERFORM 4000-EVALUATE
               IF WS-EV-SCORE >= WS-FLAG-SCORE
                   MOVE WS-CUR-GROUP(2:10) TO WS-FLAG-HOUSEHOLD
                   MOVE SPACES TO WS-FLAG-CUSTOMER
                   PERFORM VARYING WS-HH-IX FROM 1 BY 1
                           UNTIL WS-HH-IX > WS-HH-COUNT
                       IF WS-HH-ID(WS-HH-IX) = WS-FLAG-HOUSEHOLD
                           MOVE WS-HH-CUST(WS-HH-IX)
                               TO WS-FLAG-CUSTOMER
                           PERFORM 4500-LIST-SUSPECT
                       END-IF
                   END-PERFORM
                   PERFORM 4800-REPORT-PATTERN
               END-IF
           END-IF.

       4000-EVALUATE.
           MOVE ZERO TO WS-EV-DEPOSITS
                        WS-EV-CHECKS
                        WS-EV-PAIRS
                        WS-EV-FLOAT-DAYS
                        WS-EV-SHORTFALL
                        WS-EV-SCORE
           PERFORM VARYING WS-IT-IX FROM 1 BY 1
                   UNTIL WS-IT-IX > WS-IT-LOADED
               IF EV-HOUSEHOLD
                       OR WS-IT-CUST(WS-IT-IX) = WS-CUR-CUSTOMER
                   IF WS-IT-KIND(WS-IT-IX) = 'D'
                       ADD 1 TO WS-EV-DEPOSITS
                       PERFORM 4100-FIND-PAIRED-CHECK
                   ELSE
                       ADD 1 TO WS-EV-CHECKS
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-EV-DAY FROM WS-WINDOW-FROM-INT BY 1
                   UNTIL WS-EV-DAY > WS-TODAY-INT
               PERFORM 4200-EVALUATE-DAY
           END-PERFORM
           IF WS-EV-DEPOSITS >= WS-MIN-ITEMS
                   AND WS-EV-CHECKS >= WS-MIN-ITEMS
               ADD 30 TO WS-EV-SCORE
           END-IF
           IF WS-EV-PAIRS >= WS-MIN-PAIRS
               ADD 30 TO WS-EV-SCORE
           END-IF
           IF WS-EV-FLOAT-DAYS >= WS-MIN-FLOAT-DAYS
               ADD 40 TO WS-EV-SCORE
           END-IF.

       4100-FIND-PAIRED-CHECK.
      *    A paid check within ten percent of the deposit, two days
      *    either side - in a household, on any member's account.
           MOVE 'N' TO WS-PAIR-FOUND
           PERFORM VARYING WS-IT-JX FROM 1 BY 1
                   UNTIL WS-IT-JX > WS-IT-LOADED
                   OR PAIR-FOUND
               IF WS-IT-KIND(WS-IT-JX) = 'P'
                       AND (EV-HOUSEHOLD
                       OR WS-IT-CUST(WS-IT-JX) = WS-CUR-CUSTOMER)
                   COMPUTE WS-DAY-DIFF =
                       WS-IT-DAY(WS-IT-JX) - WS-IT-DAY(WS-IT-IX)
                   COMPUTE WS-AMT-DIFF =
                       WS-IT-AMT(WS-IT-JX) - WS-IT-AMT(WS-IT-IX)
                   IF WS-DAY-DIFF < ZERO
                       COMPUTE WS-DAY-DIFF = WS-DAY-DIFF * -1
                   END-IF
                   IF WS-AMT-DIFF < ZERO
                       COMPUTE WS-AMT-DIFF = WS-AMT-DIFF * -1
                   END-IF
                   IF WS-DAY-DIFF NOT > WS-PAIR-DAYS
                           AND WS-AMT-DIFF * 10
                               NOT > WS-IT-AMT(WS-IT-IX)
                       MOVE 'Y' TO WS-PAIR-FOUND
                   END-IF
               END-IF
           END-PERFORM
           IF PAIR-FOUND
               ADD 1 TO WS-EV-PAIRS
           END-IF.

       4200-EVALUATE-DAY.
      *    A day with a closing balance: take out every check
      *    deposited inside the collection period ending that day. A
      *    balance that goes negative only without the float is a day
      *    drawn against uncollected funds.
           MOVE 'N'  TO WS-DAY-FOUND
           MOVE ZERO TO WS-DAY-BALANCE
                        WS-DAY-UNCOLLECTED
           PERFORM VARYING WS-BL-IX FROM 1 BY 1
                   UNTIL WS-BL-IX > WS-BL-LOADED
               IF WS-BL-DAY(WS-BL-IX) = WS-EV-DAY
                       AND (EV-HOUSEHOLD
                       OR WS-BL-CUST(WS-BL-IX) = WS-CUR-CUSTOMER)
                   MOVE 'Y' TO WS-DAY-FOUND
                   ADD WS-BL-BAL(WS-BL-IX) TO WS-DAY-BALANCE
               END-IF
           END-PERFORM
           IF DAY-HAS-BALANCE
               PERFORM VARYING WS-IT-IX FROM 1 BY 1
                       UNTIL WS-IT-IX > WS-IT-LOADED
                   IF WS-IT-KIND(WS-IT-IX) = 'D'
                           AND (EV-HOUSEHOLD
                           OR WS-IT-CUST(WS-IT-IX) = WS-CUR-CUSTOMER)
                           AND WS-IT-DAY(WS-IT-IX) NOT > WS-EV-DAY
                           AND WS-IT-DAY(WS-IT-IX)
                               > WS-EV-DAY - WS-COLLECT-DAYS
                       ADD WS-IT-AMT(WS-IT-IX) TO WS-DAY-UNCOLLECTED
                   END-IF
               END-PERFORM
               COMPUTE WS-DAY-POSITION =
                   WS-DAY-BALANCE - WS-DAY-UNCOLLECTED
               IF WS-DAY-UNCOLLECTED > ZERO
                       AND WS-DAY-POSITION < ZERO
                   ADD 1 TO WS-EV-FLOAT-DAYS
                   IF WS-DAY-POSITION < WS-EV-SHORTFALL
                       MOVE WS-DAY-POSITION TO WS-EV-SHORTFALL
                   END-IF
               END-IF
           END-IF.

       4500-LIST-SUSPECT.
      *    Renew the customer's listing if there is one, otherwise add
      *    it; either way it now runs for the full flag period.
           MOVE ZERO TO WS-SU-FOUND-IX
           PERFORM VARYING WS-SU-IX FROM 1 BY 1
                   UNTIL WS-SU-IX > WS-SU-LOADED
                   OR WS-SU-FOUND-IX > ZERO
               IF WS-SU-RECORD(WS-SU-IX)(1:10) = WS-FLAG-CUSTOMER
                   MOVE WS-SU-IX TO WS-SU-FOUND-IX
               END-IF
           END-PERFORM
           IF WS-SU-FOUND-IX = ZERO
               IF WS-SU-LOADED < WS-SU-MAX
                   ADD 1 TO WS-SU-LOADED
                   MOVE WS-SU-LOADED TO WS-SU-FOUND-IX
                   ADD 1 TO WS-NEW-SUSPECTS
               ELSE
                   MOVE 'Y' TO WS-TABLE-SHORT
                   DISPLAY 'KITESCAN SUSPECT TABLE FULL - '
                           WS-FLAG-CUSTOMER ' NOT LISTED'
               END-IF
           END-IF
           IF WS-SU-FOUND-IX > ZERO
               MOVE SPACES TO KITE-SUSPECT-RECORD
               MOVE WS-FLAG-CUSTOMER  TO KS-CUSTOMER-ID
               MOVE WS-FLAG-HOUSEHOLD TO KS-HOUSEHOLD-ID
               MOVE WS-EV-SCOPE       TO KS-SCOPE
               MOVE BUS-DATE          TO KS-FLAG-DATE
               MOVE WS-EXPIRY-DATE    TO KS-EXPIRY-DATE
               MOVE WS-EV-SCORE       TO KS-SCORE
               MOVE WS-EV-DEPOSITS    TO KS-DEPOSIT-COUNT
               MOVE WS-EV-CHECKS      TO KS-CHECK-COUNT
               MOVE WS-EV-PAIRS       TO KS-PAIRED-COUNT
               MOVE WS-EV-FLOAT-DAYS  TO KS-FLOAT-DAYS
               MOVE WS-EV-SHORTFALL   TO KS-FLOAT-SHORTFALL
               MOVE KITE-SUSPECT-RECORD TO WS-SU-RECORD(WS-SU-FOUND-IX)
               MOVE 'Y' TO WS-SU-NEW(WS-SU-FOUND-IX)
           END-IF.

       4800-REPORT-PATTERN.
           ADD 1 TO WS-PATTERN-COUNT
           MOVE WS-EV-DEPOSITS   TO WS-SMALL-DISP
           MOVE WS-EV-CHECKS     TO WS-SMALL-DISP-2
           MOVE WS-EV-PAIRS      TO WS-SMALL-DISP-3
           MOVE WS-EV-FLOAT-DAYS TO WS-SMALL-DISP-4
           MOVE WS-EV-SHORTFALL  TO WS-AMOUNT-DISP
           MOVE WS-EV-SCORE      TO WS-SCORE-DISP
           MOVE SPACES TO WS-RPT-LINE
           IF EV-HOUSEHOLD
               STRING 'HHLD  ' WS-FLAG-HOUSEHOLD
                   DELIMITED SIZE INTO WS-RPT-LINE
               MOVE 'ALL MEMBERS' TO WS-RPT-LINE(79:11)
           ELSE
               STRING 'CUST  ' WS-FLAG-CUSTOMER
                   DELIMITED SIZE INTO WS-RPT-LINE
               MOVE WS-FLAG-CUSTOMER TO WS-RPT-LINE(79:10)
           END-IF
           STRING '  ' WS-SMALL-DISP '  ' WS-SMALL-DISP-2
                  '  ' WS-SMALL-DISP-3 '   ' WS-SMALL-DISP-4
                  '  ' WS-AMOUNT-DISP '     ' WS-SCORE-DISP
                  '  ' WS-EXPIRY-DATE
               DELIMITED SIZE INTO WS-RPT-LINE(17:60)
           WRITE KITERPT-REC FROM WS-RPT-LINE.

       9000-END.
           OPEN OUTPUT SUSPOUT
           PERFORM VARYING WS-SU-IX FROM 1 BY 1
                   UNTIL WS-SU-IX > WS-SU-LOADED
               WRITE SUSPOUT-REC FROM WS-SU-RECORD(WS-SU-IX)
               IF WS-SU-NEW(WS-SU-IX) = 'N'
                   ADD 1 TO WS-CARRIED-SUSPECTS
               END-IF
           END-PERFORM
           CLOSE SUSPOUT
           MOVE SPACES TO WS-RPT-LINE
           WRITE KITERPT-REC FROM WS-RPT-LINE
           MOVE WS-DEPOSITS-TODAY TO WS-COUNT-DISP
           STRING 'CHECKS DEPOSITED TODAY:   ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE KITERPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-CHECKS-TODAY TO WS-COUNT-DISP
           STRING 'CHECKS PAID TODAY:        ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE KITERPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-ITEMS-KEPT TO WS-COUNT-DISP
           STRING 'ITEMS IN WINDOW:          ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE KITERPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-ITEMS-AGED-OUT TO WS-COUNT-DISP
           STRING 'ITEMS AGED OUT:           ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE KITERPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-CUSTOMERS-SCORED TO WS-COUNT-DISP
           STRING 'CUSTOMERS SCORED:         ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE KITERPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-HOUSEHOLDS-SCORED TO WS-COUNT-DISP
           STRING 'HOUSEHOLDS SCORED:        ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE KITERPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-PATTERN-COUNT TO WS-COUNT-DISP
           STRING 'KITING PATTERNS FOUND:    ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE KITERPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-NEW-SUSPECTS TO WS-COUNT-DISP
           STRING 'NEW SUSPECTS LISTED:      ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE KITERPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-CARRIED-SUSPECTS TO WS-COUNT-DISP
           STRING 'LISTINGS CARRIED FORWARD: ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE KITERPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-EXPIRED-SUSPECTS TO WS-COUNT-DISP
           STRING 'LISTINGS EXPIRED:         ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE KITERPT-REC FROM WS-RPT-LINE
           IF TABLE-SHORT
               MOVE SPACES TO WS-RPT-LINE
               MOVE '*** SUSPECT TABLE FULL - SEE JOB LOG FOR CUSTOMERS
      -             ' NOT LISTED ***' TO WS-RPT-LINE
               WRITE KITERPT-REC FROM WS-RPT-LINE
           END-IF
           CLOSE BALHIST
                 KITEOUT
                 KITERPT
           DISPLAY 'KITESCAN ITEMS IN WINDOW: ' WS-ITEMS-KEPT
           DISPLAY 'KITESCAN PATTERNS:        ' WS-PATTERN-COUNT
           DISPLAY 'KITESCAN SUSPECTS LISTED: ' WS-SU-LOADED
      *    A new suspect is for the deposit-operations manager to see
      *    in the morning - flagged, not failed.
           IF WS-PATTERN-COUNT > ZERO OR TABLE-SHORT
               MOVE RC-WARNING TO WS-RETURN-CODE
           ELSE
               MOVE RC-SUCCESS TO WS-RETURN-CODE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.
