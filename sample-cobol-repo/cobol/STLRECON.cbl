      *----------------------------------------------------------------*
      * PROGRAM:  STLRECON                                             *
      * PURPOSE:  Settlement account reconciliation - matches the Fed  *
      *           master account statement and the correspondent       *
      *           bank's statement entry for entry against what our    *
      *           own steps settled tonight. ACHINTAK, ACHORIG,        *
      *           WIRINTAK, WIROUTGO, CHKINTAK and ATMINTAK each left  *
      *           one SETLENT entry per batch, wire, cash letter or    *
      *           network day (see SETLDATA); each statement is first  *
      *           proved against its own trailer and balances - a      *
      *           statement that does not prove is not matched at all  *
      *           and ends the step with a warning. An entry matches   *
      *           on agent, settlement type, reference, direction and  *
      *           amount. Everything left unmatched on either side -   *
      *           ours on the books, the agent's on the statement - is *
      *           carried on the open-item file (STLOPEN generation    *
      *           in/out) with the date it first went unmatched, and   *
      *           is matched again every night until it clears or      *
      *           reconciliation staff write it off on STLWOFF. The    *
      *           report lists what cleared, what was written off, and *
      *           every outstanding item with its age and the aging    *
      *           totals; an item older than the tolerance ends the    *
      *           step with RC=4.                                      *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    ERRHANDR                                             *
      * COPYBOOKS: SETLDATA, ERRDATA, BUSDATE                          *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     STLRECON.
       AUTHOR.         TABFORGE-AI.
       DATE-WRITTEN.   2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SETLFILE ASSIGN TO UT-S-SETLFILE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT FEDSTMT  ASSIGN TO UT-S-FEDSTMT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT CORRSTMT ASSIGN TO UT-S-CORRSTMT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT OPENIN   ASSIGN TO UT-S-OPENIN
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT OPENOUT  ASSIGN TO UT-S-OPENOUT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT STLWOFF  ASSIGN TO UT-S-STLWOFF
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT STLRPT   ASSIGN TO UT-S-STLRPT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT BUSDATEF ASSIGN TO UT-S-BUSDATE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    Tonight's settlement entries from our own steps.
       FD  SETLFILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  SETLFILE-REC               PIC X(80).

      *    The Fed master account statement and the correspondent
      *    bank's statement, same flattened layout.
       FD  FEDSTMT
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  FEDSTMT-REC                PIC X(100).

       FD  CORRSTMT
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  CORRSTMT-REC               PIC X(100).

      *    Open items, generation in/out.
       FD  OPENIN
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
       01  OPENIN-REC                 PIC X(120).

       FD  OPENOUT
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
       01  OPENOUT-REC                PIC X(120).

      *    Write-off instructions from reconciliation staff.
       FD  STLWOFF
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  STLWOFF-REC                PIC X(80).

       FD  STLRPT
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  STLRPT-REC                 PIC X(133).

      *    Business-date control record set by BDATESET at the start
      *    of the cycle (see BUSDATE copybook).
       FD  BUSDATEF
           RECORDING MODE IS F
           RECORD CONTAINS 30 CHARACTERS.
       01  BUSDATEF-REC               PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-STLRECON-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'STLRECON'.
           05  WS-EOF-SETLFILE        PIC X(1)  VALUE 'N'.
               88  EOF-SETLFILE           VALUE 'Y'.
           05  WS-EOF-STMT            PIC X(1)  VALUE 'N'.
               88  EOF-STMT               VALUE 'Y'.
           05  WS-EOF-OPENIN          PIC X(1)  VALUE 'N'.
               88  EOF-OPENIN             VALUE 'Y'.
           05  WS-EOF-STLWOFF         PIC X(1)  VALUE 'N'.
               88  EOF-STLWOFF            VALUE 'Y'.
      *    Days an item may stay unmatched before the step warns -
      *    an agent routinely posts a late item the next business
      *    day, so a weekend must not trip it.
           05  WS-AGE-TOLERANCE       PIC 9(3)  COMP VALUE 3.
           05  WS-TODAY-INT           PIC S9(9) COMP VALUE ZERO.
           05  WS-BUS-DATE-8          PIC 9(8)  VALUE ZERO.
           05  WS-OPEN-DATE-8         PIC 9(8)  VALUE ZERO.
           05  WS-AGE-DAYS            PIC S9(7) COMP VALUE ZERO.
           05  WS-AGE-DISP            PIC ZZZZ9.
           05  WS-TOL-DISP            PIC 9(3).
      *    The statement being read - its agent, the pass (one
      *    proves, two loads), and its own totals.
           05  WS-CUR-AGENT           PIC X(1)  VALUE SPACE.
           05  WS-CUR-AGENT-NAME      PIC X(13) VALUE SPACES.
           05  WS-STMT-PASS           PIC 9(1)  COMP VALUE 1.
           05  WS-STMT-READ           PIC 9(7)  COMP VALUE ZERO.
           05  WS-STMT-HEADER-SEEN    PIC X(1)  VALUE 'N'.
               88  STMT-HEADER-SEEN       VALUE 'Y'.
           05  WS-STMT-TRAILER-SEEN   PIC X(1)  VALUE 'N'.
               88  STMT-TRAILER-SEEN      VALUE 'Y'.
           05  WS-STMT-OK             PIC X(1)  VALUE 'Y'.
               88  STMT-PROVES            VALUE 'Y'.
           05  WS-STMT-COUNT          PIC 9(7)  COMP VALUE ZERO.
           05  WS-STMT-CREDITS        PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-STMT-DEBITS         PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-STMT-OPENING        PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-STMT-CLOSING        PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-STMT-DATE           PIC X(08) VALUE SPACES.
           05  WS-TRL-COUNT           PIC 9(7)  COMP VALUE ZERO.
           05  WS-TRL-CREDITS         PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-TRL-DEBITS          PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-STMT-BREAK-COUNT    PIC 9(3)  COMP VALUE ZERO.
           05  WS-BOOK-READ           PIC 9(7)  COMP VALUE ZERO.
           05  WS-CARRIED-READ        PIC 9(7)  COMP VALUE ZERO.
           05  WS-OVERFLOW-COUNT      PIC 9(7)  COMP VALUE ZERO.
           05  WS-MATCHED-COUNT       PIC 9(7)  COMP VALUE ZERO.
           05  WS-MATCHED-AMOUNT      PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-CLEARED-COUNT       PIC 9(7)  COMP VALUE ZERO.
           05  WS-WOFF-COUNT          PIC 9(7)  COMP VALUE ZERO.
           05  WS-WOFF-AMOUNT         PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-WOFF-MISSED         PIC 9(7)  COMP VALUE ZERO.
           05  WS-OVERDUE-COUNT       PIC 9(7)  COMP VALUE ZERO.
           05  WS-FOUND-IX            PIC 9(5)  COMP VALUE ZERO.
           05  WS-NOTE                PIC X(30) VALUE SPACES.
           05  WS-COUNT-DISP          PIC ZZZZZZ9.
           05  WS-AMOUNT-DISP         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-RPT-LINE            PIC X(133) VALUE SPACES.

      *    Aging by side ('B' books, 'S' statement) and bucket:
      *    up to 1 day, 2-5 days, 6-30 days, over 30 days.
       01  WS-AGING-TOTALS.
           05  WS-AGE-SIDE            OCCURS 2 TIMES.
               10  WS-AGE-BUCKET      OCCURS 4 TIMES.
                   15  WS-AGE-COUNT   PIC 9(7)  COMP.
                   15  WS-AGE-AMOUNT  PIC S9(13)V99 COMP-3.
           05  WS-SIDE-IX             PIC 9(1)  COMP VALUE ZERO.
           05  WS-AGE-IX              PIC 9(1)  COMP VALUE ZERO.

      *    Every item in play tonight - carried open items, our
      *    entries, the proved statements' entries. An item that will
      *    not fit is carried forward untouched rather than dropped.
       01  WS-ITEM-TABLE.
           05  WS-OI-LOADED           PIC 9(5)  COMP VALUE ZERO.
           05  WS-OI-MAX              PIC 9(5)  COMP VALUE 20000.
           05  WS-OI-IX               PIC 9(5)  COMP VALUE ZERO.
           05  WS-OI-JX               PIC 9(5)  COMP VALUE ZERO.
           05  WS-OI-ENTRY OCCURS 20000 TIMES.
               10  WS-OI-ITEM         PIC X(120).
               10  WS-OI-STATUS       PIC X(01).
                   88  OI-OPEN            VALUE ' '.
                   88  OI-MATCHED         VALUE 'M'.
                   88  OI-WRITTEN-OFF     VALUE 'W'.

      *    Work copy of a table item for comparisons.
       01  WS-OTHER-ITEM.
           05  WSO-SIDE               PIC X(01).
           05  WSO-AGENT              PIC X(01).
           05  WSO-SETTLE-TYPE        PIC X(01).
           05  WSO-REFERENCE          PIC X(16).
           05  WSO-DIRECTION          PIC X(01).
           05  WSO-AMOUNT             PIC S9(11)V99 COMP-3.
           05  WSO-OPEN-DATE          PIC X(08).
           05  FILLER                 PIC X(85).

       COPY SETLDATA.
       COPY ERRDATA.
       COPY BUSDATE.

       PROCEDURE DIVISION.

       1000-INIT.
           PERFORM 1010-READ-BUSINESS-DATE
           MOVE BUS-DATE TO WS-BUS-DATE-8
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUS-DATE-8)
           INITIALIZE WS-AGING-TOTALS
           OPEN OUTPUT STLRPT
           OPEN OUTPUT OPENOUT
           PERFORM 1500-WRITE-HEADER
           PERFORM 1100-LOAD-OPEN-ITEMS
           PERFORM 1200-LOAD-BOOK-ENTRIES
           MOVE 'F' TO WS-CUR-AGENT
           MOVE 'FED'           TO WS-CUR-AGENT-NAME
           PERFORM 2000-TAKE-FED-STATEMENT
           MOVE 'C' TO WS-CUR-AGENT
           MOVE 'CORRESPONDENT' TO WS-CUR-AGENT-NAME
           PERFORM 2100-TAKE-CORR-STATEMENT
           PERFORM 3000-MATCH-ITEMS
           PERFORM 4000-APPLY-WRITEOFFS
           PERFORM 5000-REPORT-OUTSTANDING
           CLOSE OPENOUT
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

       1100-LOAD-OPEN-ITEMS.
           OPEN INPUT OPENIN
           PERFORM UNTIL EOF-OPENIN
               READ OPENIN INTO SETTLEMENT-OPEN-ITEM
                   AT END MOVE 'Y' TO WS-EOF-OPENIN
               END-READ
               IF NOT EOF-OPENIN
                   ADD 1 TO WS-CARRIED-READ
                   PERFORM 1800-ADD-ITEM
               END-IF
           END-PERFORM
           CLOSE OPENIN.

       1200-LOAD-BOOK-ENTRIES.
      *    Each entry is open from the day the agent settles it.
           OPEN INPUT SETLFILE
           PERFORM UNTIL EOF-SETLFILE
               READ SETLFILE INTO SETTLEMENT-ENTRY-RECORD
                   AT END MOVE 'Y' TO WS-EOF-SETLFILE
               END-READ
               IF NOT EOF-SETLFILE
                   ADD 1 TO WS-BOOK-READ
                   MOVE SPACES          TO SETTLEMENT-OPEN-ITEM
                   SET SOI-BOOK         TO TRUE
                   MOVE STE-AGENT       TO SOI-AGENT
                   MOVE STE-SETTLE-TYPE TO SOI-SETTLE-TYPE
                   MOVE STE-REFERENCE   TO SOI-REFERENCE
                   MOVE STE-DIRECTION   TO SOI-DIRECTION
                   MOVE STE-AMOUNT      TO SOI-AMOUNT
                   MOVE STE-SETTLE-DATE TO SOI-OPEN-DATE
                   MOVE STE-SOURCE      TO SOI-SOURCE
                   MOVE STE-ITEM-COUNT  TO WS-COUNT-DISP
                   STRING WS-COUNT-DISP ' ITEMS SETTLED'
                       DELIMITED SIZE INTO SOI-DESCRIPTION
                   PERFORM 1800-ADD-ITEM
               END-IF
           END-PERFORM
           CLOSE SETLFILE.

       1500-WRITE-HEADER.
           MOVE SPACES TO WS-RPT-LINE
           STRING 'SETTLEMENT ACCOUNT RECONCILIATION - FED AND CORRESP'
                  'ONDENT - BUSINESS DATE ' BUS-DATE
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE STLRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE STLRPT-REC FROM WS-RPT-LINE.

       1800-ADD-ITEM.
           IF WS-OI-LOADED < WS-OI-MAX
               ADD 1 TO WS-OI-LOADED
               MOVE SETTLEMENT-OPEN-ITEM TO WS-OI-ITEM(WS-OI-LOADED)
               MOVE SPACE TO WS-OI-STATUS(WS-OI-LOADED)
           ELSE
               ADD 1 TO WS-OVERFLOW-COUNT
               WRITE OPENOUT-REC FROM SETTLEMENT-OPEN-ITEM
           END-IF.

       2000-TAKE-FED-STATEMENT.
           MOVE 1 TO WS-STMT-PASS
           PERFORM 2050-RESET-STATEMENT-TOTALS
           PERFORM 2010-READ-FED-STATEMENT
           PERFORM 2500-VERIFY-STATEMENT
           IF STMT-PROVES AND WS-STMT-READ > ZERO
               MOVE 2 TO WS-STMT-PASS
               PERFORM 2010-READ-FED-STATEMENT
           END-IF.

       2010-READ-FED-STATEMENT.
           OPEN INPUT FEDSTMT
           MOVE 'N' TO WS-EOF-STMT
           PERFORM UNTIL EOF-STMT
               READ FEDSTMT INTO SETTLEMENT-STATEMENT-RECORD
                   AT END MOVE 'Y' TO WS-EOF-STMT
               END-READ
               IF NOT EOF-STMT
                   PERFORM 2300-TAKE-STATEMENT-RECORD
               END-IF
           END-PERFORM
           CLOSE FEDSTMT.

       2050-RESET-STATEMENT-TOTALS.
           MOVE ZERO   TO WS-STMT-READ
           MOVE 'N'    TO WS-STMT-HEADER-SEEN
           MOVE 'N'    TO WS-STMT-TRAILER-SEEN
           MOVE ZERO   TO WS-STMT-COUNT
           MOVE ZERO   TO WS-STMT-CREDITS
           MOVE ZERO   TO WS-STMT-DEBITS
           MOVE ZERO   TO WS-STMT-OPENING
           MOVE ZERO   TO WS-STMT-CLOSING
           MOVE SPACES TO WS-STMT-DATE
           MOVE ZERO   TO WS-TRL-COUNT
           MOVE ZERO   TO WS-TRL-CREDITS
           MOVE ZERO   TO WS-TRL-DEBITS.

       2100-TAKE-CORR-STATEMENT.
           MOVE 1 TO WS-STMT-PASS
           PERFORM 2050-RESET-STATEMENT-TOTALS
           PERFORM 2110-READ-CORR-STATEMENT
           PERFORM 2500-VERIFY-STATEMENT
           IF STMT-PROVES AND WS-STMT-READ > ZERO
               MOVE 2 TO WS-STMT-PASS
               PERFORM 2110-READ-CORR-STATEMENT
           END-IF.

       2110-READ-CORR-STATEMENT.
           OPEN INPUT CORRSTMT
           MOVE 'N' TO WS-EOF-STMT
           PERFORM UNTIL EOF-STMT
               READ CORRSTMT INTO SETTLEMENT-STATEMENT-RECORD
                   AT END MOVE 'Y' TO WS-EOF-STMT
               END-READ
               IF NOT EOF-STMT
                   PERFORM 2300-TAKE-STATEMENT-RECORD
               END-IF
           END-PERFORM
           CLOSE CORRSTMT.

       2300-TAKE-STATEMENT-RECORD.
           IF WS-STMT-PASS = 1
               ADD 1 TO WS-STMT-READ
               EVALUATE TRUE
                   WHEN SST-HEADER
                       MOVE 'Y' TO WS-STMT-HEADER-SEEN
                       MOVE SSH-OPENING-BALANCE TO WS-STMT-OPENING
                       MOVE SSH-STATEMENT-DATE  TO WS-STMT-DATE
                   WHEN SST-ENTRY
                       ADD 1 TO WS-STMT-COUNT
                       IF SST-CREDIT
                           ADD SST-AMOUNT TO WS-STMT-CREDITS
                       ELSE
                           ADD SST-AMOUNT TO WS-STMT-DEBITS
                       END-IF
                   WHEN SST-TRAILER
                       MOVE 'Y' TO WS-STMT-TRAILER-SEEN
                       MOVE SSX-ENTRY-COUNT     TO WS-TRL-COUNT
                       MOVE SSX-CREDIT-TOTAL    TO WS-TRL-CREDITS
                       MOVE SSX-DEBIT-TOTAL     TO WS-TRL-DEBITS
                       MOVE SSX-CLOSING-BALANCE TO WS-STMT-CLOSING
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           ELSE
               IF SST-ENTRY
                   MOVE SPACES          TO SETTLEMENT-OPEN-ITEM
                   SET SOI-STATEMENT    TO TRUE
                   MOVE WS-CUR-AGENT    TO SOI-AGENT
                   MOVE SST-SETTLE-TYPE TO SOI-SETTLE-TYPE
                   MOVE SST-REFERENCE   TO SOI-REFERENCE
                   MOVE SST-DIRECTION   TO SOI-DIRECTION
                   MOVE SST-AMOUNT      TO SOI-AMOUNT
                   MOVE SST-POST-DATE   TO SOI-OPEN-DATE
                   IF SOI-OPEN-DATE = SPACES
                       MOVE WS-STMT-DATE TO SOI-OPEN-DATE
                   END-IF
                   IF WS-CUR-AGENT = 'F'
                       MOVE 'FEDSTMT'  TO SOI-SOURCE
                   ELSE
                       MOVE 'CORRSTMT' TO SOI-SOURCE
                   END-IF
                   MOVE SST-DESCRIPTION TO SOI-DESCRIPTION
                   PERFORM 1800-ADD-ITEM
               END-IF
           END-IF.

       2500-VERIFY-STATEMENT.
      *    No statement at all is a day the agent did not send one
      *    (a holiday at their end) - reported, not a break; our
      *    entries simply carry. A statement that arrived but does
      *    not prove is held back whole until it is resent.
           MOVE 'Y' TO WS-STMT-OK
           MOVE SPACES TO WS-RPT-LINE
           IF WS-STMT-READ = ZERO
               STRING 'NO ' WS-CUR-AGENT-NAME
                      ' STATEMENT RECEIVED TONIGHT'
                   DELIMITED SIZE INTO WS-RPT-LINE
               WRITE STLRPT-REC FROM WS-RPT-LINE
           ELSE
               STRING WS-CUR-AGENT-NAME ' STATEMENT ' WS-STMT-DATE
                   DELIMITED SIZE INTO WS-RPT-LINE
               WRITE STLRPT-REC FROM WS-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               MOVE '  OPENING BALANCE' TO WS-RPT-LINE
               MOVE WS-STMT-OPENING TO WS-AMOUNT-DISP
               MOVE WS-AMOUNT-DISP TO WS-RPT-LINE(30:22)
               WRITE STLRPT-REC FROM WS-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               MOVE '  CREDITS' TO WS-RPT-LINE
               MOVE WS-STMT-CREDITS TO WS-AMOUNT-DISP
               MOVE WS-AMOUNT-DISP TO WS-RPT-LINE(30:22)
               WRITE STLRPT-REC FROM WS-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               MOVE '  DEBITS' TO WS-RPT-LINE
               MOVE WS-STMT-DEBITS TO WS-AMOUNT-DISP
               MOVE WS-AMOUNT-DISP TO WS-RPT-LINE(30:22)
               WRITE STLRPT-REC FROM WS-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               MOVE '  CLOSING BALANCE' TO WS-RPT-LINE
               MOVE WS-STMT-CLOSING TO WS-AMOUNT-DISP
               MOVE WS-AMOUNT-DISP TO WS-RPT-LINE(30:22)
               WRITE STLRPT-REC FROM WS-RPT-LINE
               IF NOT STMT-HEADER-SEEN OR NOT STMT-TRAILER-SEEN
                   MOVE 'N' TO WS-STMT-OK
               ELSE
                   IF WS-STMT-COUNT NOT = WS-TRL-COUNT
                           OR WS-STMT-CREDITS NOT = WS-TRL-CREDITS
                           OR WS-STMT-DEBITS NOT = WS-TRL-DEBITS
                           OR WS-STMT-OPENING + WS-STMT-CREDITS
                              - WS-STMT-DEBITS NOT = WS-STMT-CLOSING
                       MOVE 'N' TO WS-STMT-OK
                   END-IF
               END-IF
           END-IF
           IF NOT STMT-PROVES
               ADD 1 TO WS-STMT-BREAK-COUNT
               MOVE SPACES TO WS-RPT-LINE
               STRING '*** ' WS-CUR-AGENT-NAME
                      ' STATEMENT FAILS ITS OWN TOTALS OR BALANCES - '
                      'NOT MATCHED ***'
                   DELIMITED SIZE INTO WS-RPT-LINE
               WRITE STLRPT-REC FROM WS-RPT-LINE
               MOVE 'STLRECON' TO ERR-PROGRAM-NAME
               MOVE '2500-VERIFY-STATEMENT' TO ERR-PARAGRAPH
               SET ERRC-STMT-OUT-OF-BALANCE TO TRUE
               SET SEV-ERROR TO TRUE
               MOVE 'SETTLEMENT AGENT STATEMENT FAILS ITS OWN PROOF'
                   TO ERR-MESSAGE
               CALL 'ERRHANDR' USING ERROR-RECORD
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           WRITE STLRPT-REC FROM WS-RPT-LINE.

       3000-MATCH-ITEMS.
      *    Each open statement item takes the first open book item
      *    with the same agent, type, reference, direction and
      *    amount; a carried item clearing tonight is listed.
           MOVE SPACES TO WS-RPT-LINE
           MOVE 'CARRIED ITEMS CLEARED TONIGHT' TO WS-RPT-LINE
           WRITE STLRPT-REC FROM WS-RPT-LINE
           PERFORM VARYING WS-OI-IX FROM 1 BY 1
                   UNTIL WS-OI-IX > WS-OI-LOADED
               MOVE WS-OI-ITEM(WS-OI-IX) TO SETTLEMENT-OPEN-ITEM
               IF OI-OPEN(WS-OI-IX) AND SOI-STATEMENT
                   PERFORM 3100-FIND-BOOK-ITEM
                   IF WS-FOUND-IX > ZERO
                       MOVE 'M' TO WS-OI-STATUS(WS-OI-IX)
                       MOVE 'M' TO WS-OI-STATUS(WS-FOUND-IX)
                       ADD 1 TO WS-MATCHED-COUNT
                       ADD SOI-AMOUNT TO WS-MATCHED-AMOUNT
                       IF SOI-OPEN-DATE < BUS-DATE
                               OR WSO-OPEN-DATE < BUS-DATE
                           PERFORM 3200-LIST-CLEARED
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-MATCHED-COUNT TO WS-COUNT-DISP
           MOVE WS-MATCHED-AMOUNT TO WS-AMOUNT-DISP
           STRING 'ITEMS MATCHED TONIGHT: ' WS-COUNT-DISP
                  '  AMOUNT ' WS-AMOUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE STLRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE STLRPT-REC FROM WS-RPT-LINE.

       3100-FIND-BOOK-ITEM.
           MOVE ZERO TO WS-FOUND-IX
           PERFORM VARYING WS-OI-JX FROM 1 BY 1
                   UNTIL WS-OI-JX > WS-OI-LOADED
                   OR WS-FOUND-IX > ZERO
               IF OI-OPEN(WS-OI-JX)
                   MOVE WS-OI-ITEM(WS-OI-JX) TO WS-OTHER-ITEM
                   IF WSO-SIDE = 'B'
                           AND WSO-AGENT       = SOI-AGENT
                           AND WSO-SETTLE-TYPE = SOI-SETTLE-TYPE
                           AND WSO-REFERENCE   = SOI-REFERENCE
                           AND WSO-DIRECTION   = SOI-DIRECTION
                           AND WSO-AMOUNT      = SOI-AMOUNT
                       MOVE WS-OI-JX TO WS-FOUND-IX
                   END-IF
               END-IF
           END-PERFORM.

       3200-LIST-CLEARED.
           ADD 1 TO WS-CLEARED-COUNT
           MOVE SOI-AMOUNT TO WS-AMOUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING '  ' SOI-AGENT ' ' SOI-SETTLE-TYPE ' '
                  SOI-REFERENCE ' ' SOI-DIRECTION ' '
                  WS-AMOUNT-DISP '  BOOKS ' WSO-OPEN-DATE
                  '  STATEMENT ' SOI-OPEN-DATE
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE STLRPT-REC FROM WS-RPT-LINE.

       4000-APPLY-WRITEOFFS.
      *    A write-off must name an open item exactly; one that
      *    names nothing open is reported back, not guessed at.
           MOVE SPACES TO WS-RPT-LINE
           MOVE 'WRITE-OFFS APPLIED' TO WS-RPT-LINE
           WRITE STLRPT-REC FROM WS-RPT-LINE
           OPEN INPUT STLWOFF
           PERFORM UNTIL EOF-STLWOFF
               READ STLWOFF INTO SETTLEMENT-WRITEOFF-REQUEST
                   AT END MOVE 'Y' TO WS-EOF-STLWOFF
               END-READ
               IF NOT EOF-STLWOFF
                   PERFORM 4100-APPLY-WRITEOFF
               END-IF
           END-PERFORM
           CLOSE STLWOFF
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-WOFF-COUNT TO WS-COUNT-DISP
           MOVE WS-WOFF-AMOUNT TO WS-AMOUNT-DISP
           STRING 'ITEMS WRITTEN OFF:     ' WS-COUNT-DISP
                  '  AMOUNT ' WS-AMOUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE STLRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE STLRPT-REC FROM WS-RPT-LINE.

       4100-APPLY-WRITEOFF.
           MOVE ZERO TO WS-FOUND-IX
           PERFORM VARYING WS-OI-JX FROM 1 BY 1
                   UNTIL WS-OI-JX > WS-OI-LOADED
                   OR WS-FOUND-IX > ZERO
               IF OI-OPEN(WS-OI-JX)
                   MOVE WS-OI-ITEM(WS-OI-JX) TO WS-OTHER-ITEM
                   IF WSO-SIDE            = SWO-SIDE
                           AND WSO-AGENT       = SWO-AGENT
                           AND WSO-SETTLE-TYPE = SWO-SETTLE-TYPE
                           AND WSO-REFERENCE   = SWO-REFERENCE
                           AND WSO-DIRECTION   = SWO-DIRECTION
                           AND WSO-AMOUNT      = SWO-AMOUNT
                       MOVE WS-OI-JX TO WS-FOUND-IX
                   END-IF
               END-IF
           END-PERFORM
           MOVE SWO-AMOUNT TO WS-AMOUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           IF WS-FOUND-IX > ZERO
               MOVE 'W' TO WS-OI-STATUS(WS-FOUND-IX)
               ADD 1 TO WS-WOFF-COUNT
               ADD SWO-AMOUNT TO WS-WOFF-AMOUNT
               STRING '  ' SWO-SIDE ' ' SWO-AGENT ' ' SWO-SETTLE-TYPE
                      ' ' SWO-REFERENCE ' ' SWO-DIRECTION ' '
                      WS-AMOUNT-DISP '  BY ' SWO-APPROVED-BY
                      ' ' SWO-REASON
                   DELIMITED SIZE INTO WS-RPT-LINE
           ELSE
               ADD 1 TO WS-WOFF-MISSED
               STRING '  ' SWO-SIDE ' ' SWO-AGENT ' ' SWO-SETTLE-TYPE
                      ' ' SWO-REFERENCE ' ' SWO-DIRECTION ' '
                      WS-AMOUNT-DISP
                      '  *** NOT APPLIED - NO SUCH OPEN ITEM ***'
                   DELIMITED SIZE INTO WS-RPT-LINE
           END-IF
           WRITE STLRPT-REC FROM WS-RPT-LINE.

       5000-REPORT-OUTSTANDING.
           MOVE SPACES TO WS-RPT-LINE
           MOVE 'OUTSTANDING ITEMS CARRIED FORWARD' TO WS-RPT-LINE
           WRITE STLRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE 'S A T REFERENCE        D' TO WS-RPT-LINE
           MOVE 'AMOUNT OPENED     AGE SOURCE   DESCRIPTION'
               TO WS-RPT-LINE(41:43)
           WRITE STLRPT-REC FROM WS-RPT-LINE
           PERFORM VARYING WS-OI-IX FROM 1 BY 1
                   UNTIL WS-OI-IX > WS-OI-LOADED
               IF OI-OPEN(WS-OI-IX)
                   MOVE WS-OI-ITEM(WS-OI-IX) TO SETTLEMENT-OPEN-ITEM
                   PERFORM 5100-LIST-OPEN-ITEM
                   WRITE OPENOUT-REC FROM SETTLEMENT-OPEN-ITEM
               END-IF
           END-PERFORM
           IF WS-OVERFLOW-COUNT > ZERO
               MOVE SPACES TO WS-RPT-LINE
               MOVE WS-OVERFLOW-COUNT TO WS-COUNT-DISP
               STRING '*** ' WS-COUNT-DISP ' ITEMS BEYOND THE TABLE '
                      'CARRIED FORWARD UNMATCHED - NOT LISTED ***'
                   DELIMITED SIZE INTO WS-RPT-LINE
               WRITE STLRPT-REC FROM WS-RPT-LINE
           END-IF
           PERFORM 5300-REPORT-AGING.

       5100-LIST-OPEN-ITEM.
           IF SOI-OPEN-DATE NUMERIC
               MOVE SOI-OPEN-DATE TO WS-OPEN-DATE-8
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(WS-OPEN-DATE-8)
           ELSE
               MOVE ZERO TO WS-AGE-DAYS
           END-IF
      *    An ACH batch dated forward is not late until its date.
           IF WS-AGE-DAYS < ZERO
               MOVE ZERO TO WS-AGE-DAYS
           END-IF
           IF SOI-BOOK
               MOVE 1 TO WS-SIDE-IX
           ELSE
               MOVE 2 TO WS-SIDE-IX
           END-IF
           EVALUATE TRUE
               WHEN WS-AGE-DAYS NOT > 1
                   MOVE 1 TO WS-AGE-IX
               WHEN WS-AGE-DAYS NOT > 5
                   MOVE 2 TO WS-AGE-IX
               WHEN WS-AGE-DAYS NOT > 30
                   MOVE 3 TO WS-AGE-IX
               WHEN OTHER
                   MOVE 4 TO WS-AGE-IX
           END-EVALUATE
           ADD 1 TO WS-AGE-COUNT(WS-SIDE-IX WS-AGE-IX)
           ADD SOI-AMOUNT TO WS-AGE-AMOUNT(WS-SIDE-IX WS-AGE-IX)
           MOVE SPACES TO WS-NOTE
           IF WS-AGE-DAYS > WS-AGE-TOLERANCE
               ADD 1 TO WS-OVERDUE-COUNT
               MOVE '*** PAST TOLERANCE' TO WS-NOTE
           END-IF
           PERFORM 5200-CHECK-AMOUNT-BREAK
           MOVE WS-AGE-DAYS TO WS-AGE-DISP
           MOVE SOI-AMOUNT TO WS-AMOUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING SOI-SIDE ' ' SOI-AGENT ' ' SOI-SETTLE-TYPE ' '
                  SOI-REFERENCE ' ' SOI-DIRECTION ' '
                  WS-AMOUNT-DISP ' ' SOI-OPEN-DATE ' '
                  WS-AGE-DISP ' ' SOI-SOURCE ' '
                  SOI-DESCRIPTION(1:30) ' ' WS-NOTE
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE STLRPT-REC FROM WS-RPT-LINE.

       5200-CHECK-AMOUNT-BREAK.
      *    The same reference open on the other side for a different
      *    amount is almost always a keying or fee difference - said
      *    so on the line, so nobody hunts for a missing item.
           MOVE ZERO TO WS-FOUND-IX
           PERFORM VARYING WS-OI-JX FROM 1 BY 1
                   UNTIL WS-OI-JX > WS-OI-LOADED
                   OR WS-FOUND-IX > ZERO
               IF OI-OPEN(WS-OI-JX)
                   MOVE WS-OI-ITEM(WS-OI-JX) TO WS-OTHER-ITEM
                   IF WSO-SIDE NOT = SOI-SIDE
                           AND WSO-AGENT       = SOI-AGENT
                           AND WSO-SETTLE-TYPE = SOI-SETTLE-TYPE
                           AND WSO-REFERENCE   = SOI-REFERENCE
                       MOVE WS-OI-JX TO WS-FOUND-IX
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FOUND-IX > ZERO
               MOVE 'AMOUNT DIFFERS FROM OTHER SIDE' TO WS-NOTE
           END-IF.

       5300-REPORT-AGING.
           MOVE SPACES TO WS-RPT-LINE
           WRITE STLRPT-REC FROM WS-RPT-LINE
           MOVE 'AGING             ON BOOKS - COUNT/AMOUNT' TO
               WS-RPT-LINE
           MOVE 'ON STATEMENT - COUNT/AMOUNT' TO WS-RPT-LINE(70:27)
           WRITE STLRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE '  0 -  1 DAYS' TO WS-RPT-LINE
           MOVE 1 TO WS-AGE-IX
           PERFORM 5400-WRITE-AGING-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE '  2 -  5 DAYS' TO WS-RPT-LINE
           MOVE 2 TO WS-AGE-IX
           PERFORM 5400-WRITE-AGING-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE '  6 - 30 DAYS' TO WS-RPT-LINE
           MOVE 3 TO WS-AGE-IX
           PERFORM 5400-WRITE-AGING-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE 'OVER 30 DAYS' TO WS-RPT-LINE
           MOVE 4 TO WS-AGE-IX
           PERFORM 5400-WRITE-AGING-LINE.

       5400-WRITE-AGING-LINE.
           MOVE WS-AGE-COUNT(1 WS-AGE-IX)  TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP              TO WS-RPT-LINE(19:7)
           MOVE WS-AGE-AMOUNT(1 WS-AGE-IX) TO WS-AMOUNT-DISP
           MOVE WS-AMOUNT-DISP             TO WS-RPT-LINE(27:22)
           MOVE WS-AGE-COUNT(2 WS-AGE-IX)  TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP              TO WS-RPT-LINE(70:7)
           MOVE WS-AGE-AMOUNT(2 WS-AGE-IX) TO WS-AMOUNT-DISP
           MOVE WS-AMOUNT-DISP             TO WS-RPT-LINE(78:22)
           WRITE STLRPT-REC FROM WS-RPT-LINE.

       9000-END.
           MOVE SPACES TO WS-RPT-LINE
           WRITE STLRPT-REC FROM WS-RPT-LINE
           MOVE WS-OVERDUE-COUNT TO WS-COUNT-DISP
           MOVE WS-AGE-TOLERANCE TO WS-TOL-DISP
           STRING 'ITEMS PAST THE ' WS-TOL-DISP
                  '-DAY TOLERANCE: ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE STLRPT-REC FROM WS-RPT-LINE
           CLOSE STLRPT
           DISPLAY 'STLRECON CARRIED IN:   ' WS-CARRIED-READ
           DISPLAY 'STLRECON BOOK ENTRIES: ' WS-BOOK-READ
           DISPLAY 'STLRECON MATCHED:      ' WS-MATCHED-COUNT
           DISPLAY 'STLRECON WRITTEN OFF:  ' WS-WOFF-COUNT
           DISPLAY 'STLRECON PAST TOLERANCE: ' WS-OVERDUE-COUNT
      *    A break or an overdue item is for the morning's
      *    reconciliation staff, not a reason to stop the night.
           EVALUATE TRUE
               WHEN WS-STMT-BREAK-COUNT > ZERO
                       OR WS-OVERDUE-COUNT > ZERO
                       OR WS-WOFF-MISSED > ZERO
                       OR WS-OVERFLOW-COUNT > ZERO
                   MOVE RC-WARNING TO WS-RETURN-CODE
               WHEN OTHER
                   MOVE RC-SUCCESS TO WS-RETURN-CODE
           END-EVALUATE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.
