      *----------------------------------------------------------------*
      * PROGRAM:  FWDCASH                                              *
      * PURPOSE:  Forward collection cash letter - checks our          *
      *           customers deposit that are drawn on other banks      *
      *           were credited at the branch with no outbound path    *
      *           in the system. This step reads the day's deposited   *
      *           item capture file (see DEPIDATA), screens each item  *
      *           (amount, payor routing number and its ABA check      *
      *           digit, depositing account, hold type; items drawn    *
      *           on us belong in CHKINTAK's in-clearing, not here),   *
      *           and builds the outgoing X9.37-style forward          *
      *           presentment letter on FWDCL - cash-letter header,    *
      *           bundles of at most WS-BUNDLE-MAX items each closed   *
      *           by a bundle control, and the cash-letter control -   *
      *           with our bank of first deposit endorsement on every  *
      *           item. The finished letter is then read back and      *
      *           proved bundle by bundle and in total against its     *
      *           own controls and against the items accepted from     *
      *           capture, the CHKINTAK discipline in reverse: a       *
      *           letter that does not prove ends the step in error    *
      *           and must not be sent. The report carries the         *
      *           screened-out items and the day's totals by Reg CC    *
      *           hold type, including what was made available with    *
      *           no hold at all.                                      *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    FMTAMT, ERRHANDR                                     *
      * COPYBOOKS: DEPIDATA, ERRDATA, BUSDATE                          *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     FWDCASH.
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
           SELECT FWDCL    ASSIGN TO UT-S-FWDCL
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT FWDRPT   ASSIGN TO UT-S-FWDRPT
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

      *    The outgoing forward cash letter, one CASH-LETTER-RECORD
      *    per 80-byte record - written, then read back to prove.
       FD  FWDCL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  FWDCL-REC                  PIC X(80).

       FD  FWDRPT
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  FWDRPT-REC                 PIC X(133).

      *    Business-date control record set by BDATESET at the start
      *    of the cycle (see BUSDATE copybook).
       FD  BUSDATEF
           RECORDING MODE IS F
           RECORD CONTAINS 30 CHARACTERS.
       01  BUSDATEF-REC               PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-FWDCASH-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'FWDCASH'.
           05  WS-EOF-DEPITEMS        PIC X(1)  VALUE 'N'.
               88  EOF-DEPITEMS           VALUE 'Y'.
           05  WS-EOF-FWDCL           PIC X(1)  VALUE 'N'.
               88  EOF-FWDCL              VALUE 'Y'.
      *    Our ABA as bank of first deposit, and the clearing
      *    partner the letter is presented through.
           05  WS-OUR-ABA             PIC X(9)  VALUE '021000089'.
           05  WS-PARTNER-ABA         PIC X(9)  VALUE '011000015'.
      *    Items per bundle before a new bundle is started.
           05  WS-BUNDLE-MAX          PIC 9(4)  COMP VALUE 100.
           05  WS-ITEM-OK             PIC X(1)  VALUE 'Y'.
               88  ITEM-ACCEPTED          VALUE 'Y'.
           05  WS-EXCEPTION-TEXT      PIC X(40) VALUE SPACES.
           05  WS-ABA-WORK            PIC X(9)  VALUE SPACES.
           05  WS-ABA-DIGITS REDEFINES WS-ABA-WORK.
               10  WS-ABA-DIGIT       PIC 9(1)  OCCURS 9 TIMES.
           05  WS-ABA-SUM             PIC 9(4)  COMP VALUE ZERO.
           05  WS-ABA-QUOTIENT        PIC 9(4)  COMP VALUE ZERO.
           05  WS-ABA-REMAINDER       PIC 9(4)  COMP VALUE ZERO.
      *    Build side - what went into the letter.
           05  WS-BUNDLE-OPEN         PIC X(1)  VALUE 'N'.
               88  BUNDLE-IS-OPEN         VALUE 'Y'.
           05  WS-BUNDLE-SEQ          PIC 9(4)  VALUE ZERO.
           05  WS-BLD-BUNDLE-COUNT    PIC 9(6)  COMP VALUE ZERO.
           05  WS-BLD-BUNDLE-AMOUNT   PIC 9(12)V99 COMP-3 VALUE ZERO.
           05  WS-ACCEPTED-COUNT      PIC 9(8)  COMP VALUE ZERO.
           05  WS-ACCEPTED-AMOUNT     PIC 9(12)V99 COMP-3 VALUE ZERO.
           05  WS-EXCEPTION-COUNT     PIC 9(7)  COMP VALUE ZERO.
           05  WS-EXCEPTION-AMOUNT    PIC 9(12)V99 COMP-3 VALUE ZERO.
      *    Accepted items by Reg CC hold type: none, standard,
      *    extended, exception - the order of the 88s in DEPIDATA.
           05  WS-HOLD-TOTALS.
               10  WS-HOLD-ENTRY      OCCURS 4 TIMES.
                   15  WS-HOLD-COUNT  PIC 9(7)  COMP.
                   15  WS-HOLD-AMOUNT PIC 9(12)V99 COMP-3.
           05  WS-HOLD-IX             PIC 9(1)  COMP VALUE ZERO.
      *    Proof side - what the letter says when read back.
           05  WS-PRF-BUNDLE-COUNT    PIC 9(8)  COMP VALUE ZERO.
           05  WS-PRF-BUNDLE-AMOUNT   PIC 9(12)V99 COMP-3 VALUE ZERO.
           05  WS-PRF-ITEM-COUNT      PIC 9(8)  COMP VALUE ZERO.
           05  WS-PRF-ITEM-AMOUNT     PIC 9(12)V99 COMP-3 VALUE ZERO.
           05  WS-PRF-LETTER-COUNT    PIC 9(8)  COMP VALUE ZERO.
           05  WS-PRF-LETTER-AMOUNT   PIC 9(12)V99 COMP-3 VALUE ZERO.
           05  WS-PRF-BUNDLES         PIC 9(4)  COMP VALUE ZERO.
           05  WS-CTL-OK              PIC X(1)  VALUE 'Y'.
               88  CONTROLS-BALANCE       VALUE 'Y'.
           05  WS-FMT-AMOUNT          PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-FORMATTED-AMT       PIC X(18) VALUE SPACES.
           05  WS-PROCESS-RC          PIC S9(04) COMP VALUE ZERO.
           05  WS-COUNT-DISP          PIC ZZZZZZZ9.
           05  WS-SEQ-DISP            PIC 9(4).
           05  WS-RPT-LINE            PIC X(133) VALUE SPACES.

       COPY DEPIDATA.
       COPY ERRDATA.
       COPY BUSDATE.

       PROCEDURE DIVISION.

       1000-INIT.
           PERFORM 1010-READ-BUSINESS-DATE
           INITIALIZE WS-HOLD-TOTALS
           OPEN INPUT  DEPITEMS
           OPEN OUTPUT FWDCL
           OPEN OUTPUT FWDRPT
           PERFORM 1500-WRITE-HEADER
           PERFORM 1600-WRITE-LETTER-HEADER
           PERFORM 2000-PROCESS-ITEM UNTIL EOF-DEPITEMS
           IF BUNDLE-IS-OPEN
               PERFORM 2600-CLOSE-BUNDLE
           END-IF
           PERFORM 2700-WRITE-LETTER-CONTROL
           CLOSE DEPITEMS
                 FWDCL
      *    The letter is proved from what actually landed on FWDCL,
      *    not from the counters that built it.
           PERFORM 3000-PROVE-LETTER
           PERFORM 3500-VERIFY-CONTROLS
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

       1500-WRITE-HEADER.
           MOVE SPACES TO WS-RPT-LINE
           STRING 'FORWARD COLLECTION CASH LETTER - BUSINESS DATE '
                  BUS-DATE
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE FWDRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE FWDRPT-REC FROM WS-RPT-LINE.

       1600-WRITE-LETTER-HEADER.
           MOVE SPACES          TO CASH-LETTER-RECORD
           SET CLR-LETTER-HEADER TO TRUE
           MOVE WS-PARTNER-ABA  TO CLR-DEST-ABA
           MOVE WS-OUR-ABA      TO CLR-ORIGIN-ABA
           MOVE BUS-DATE        TO CLR-BUSINESS-DATE
           MOVE BUS-DATE        TO CLR-LETTER-ID
           MOVE ZERO            TO CLR-BUNDLE-SEQUENCE
           WRITE FWDCL-REC FROM CASH-LETTER-RECORD.

       2000-PROCESS-ITEM.
           READ DEPITEMS INTO DEPOSITED-ITEM-RECORD
               AT END MOVE 'Y' TO WS-EOF-DEPITEMS
           END-READ
           IF NOT EOF-DEPITEMS
               PERFORM 2100-SCREEN-ITEM
               IF ITEM-ACCEPTED
                   PERFORM 2200-ADD-TO-LETTER
               ELSE
                   PERFORM 2800-REPORT-EXCEPTION
               END-IF
           END-IF.

       2100-SCREEN-ITEM.
      *    First failing test names the exception. Screened-out items
      *    stay with the branch for manual handling - the deposit was
      *    already credited, so they are listed for follow-up, not
      *    charged back.
           MOVE 'Y' TO WS-ITEM-OK
           MOVE SPACES TO WS-EXCEPTION-TEXT
           EVALUATE TRUE
               WHEN DI-AMOUNT NOT NUMERIC
                   MOVE 'N' TO WS-ITEM-OK
                   MOVE 'AMOUNT NOT NUMERIC' TO WS-EXCEPTION-TEXT
               WHEN DI-AMOUNT = ZERO
                   MOVE 'N' TO WS-ITEM-OK
                   MOVE 'ZERO AMOUNT' TO WS-EXCEPTION-TEXT
               WHEN DI-ROUTING NOT NUMERIC
                   MOVE 'N' TO WS-ITEM-OK
                   MOVE 'ROUTING NUMBER NOT NUMERIC'
                       TO WS-EXCEPTION-TEXT
               WHEN DI-ROUTING = WS-OUR-ABA
                   MOVE 'N' TO WS-ITEM-OK
                   MOVE 'DRAWN ON US - NOT FORWARD COLLECTION'
                       TO WS-EXCEPTION-TEXT
               WHEN DI-DEPOSIT-ACCOUNT = SPACES
                   MOVE 'N' TO WS-ITEM-OK
                   MOVE 'NO DEPOSITING ACCOUNT' TO WS-EXCEPTION-TEXT
               WHEN NOT DI-HOLD-VALID
                   MOVE 'N' TO WS-ITEM-OK
                   MOVE 'UNKNOWN HOLD TYPE' TO WS-EXCEPTION-TEXT
               WHEN OTHER
                   PERFORM 2150-CHECK-ABA-DIGIT
           END-EVALUATE.

       2150-CHECK-ABA-DIGIT.
      *    ABA routing check digit: weights 3-7-1 across the nine
      *    digits; the weighted sum must be a multiple of ten. A
      *    number that fails was misread from the MICR line and the
      *    item would only come back as unlocatable.
           MOVE DI-ROUTING TO WS-ABA-WORK
           COMPUTE WS-ABA-SUM =
                 3 * (WS-ABA-DIGIT(1) + WS-ABA-DIGIT(4)
                      + WS-ABA-DIGIT(7))
               + 7 * (WS-ABA-DIGIT(2) + WS-ABA-DIGIT(5)
                      + WS-ABA-DIGIT(8))
               +     (WS-ABA-DIGIT(3) + WS-ABA-DIGIT(6)
                      + WS-ABA-DIGIT(9))
           DIVIDE WS-ABA-SUM BY 10 GIVING WS-ABA-QUOTIENT
               REMAINDER WS-ABA-REMAINDER
           IF WS-ABA-REMAINDER NOT = ZERO
               MOVE 'N' TO WS-ITEM-OK
               MOVE 'ROUTING NUMBER FAILS CHECK DIGIT'
                   TO WS-EXCEPTION-TEXT
           END-IF.

       2200-ADD-TO-LETTER.
           IF BUNDLE-IS-OPEN
                   AND WS-BLD-BUNDLE-COUNT NOT < WS-BUNDLE-MAX
               PERFORM 2600-CLOSE-BUNDLE
           END-IF
           IF NOT BUNDLE-IS-OPEN
               PERFORM 2500-OPEN-BUNDLE
           END-IF
           MOVE SPACES             TO CASH-LETTER-RECORD
           SET CLR-ITEM-DETAIL     TO TRUE
           MOVE DI-ROUTING         TO CLR-ROUTING
           MOVE DI-DRAWER-ACCOUNT  TO CLR-ACCOUNT
           MOVE DI-AMOUNT          TO CLR-AMOUNT
           MOVE DI-SERIAL-NUMBER   TO CLR-SERIAL-NUMBER
           MOVE DI-ITEM-SEQUENCE   TO CLR-ITEM-SEQUENCE
           MOVE WS-OUR-ABA         TO CLR-BOFD-ABA
           MOVE DI-DEPOSIT-ACCOUNT TO CLR-DEPOSIT-ACCOUNT
           MOVE DI-DEPOSIT-DATE    TO CLR-DEPOSIT-DATE
           WRITE FWDCL-REC FROM CASH-LETTER-RECORD
           ADD 1         TO WS-BLD-BUNDLE-COUNT
           ADD DI-AMOUNT TO WS-BLD-BUNDLE-AMOUNT
           ADD 1         TO WS-ACCEPTED-COUNT
           ADD DI-AMOUNT TO WS-ACCEPTED-AMOUNT
           EVALUATE TRUE
               WHEN DI-HOLD-NONE
                   MOVE 1 TO WS-HOLD-IX
               WHEN DI-HOLD-STANDARD
                   MOVE 2 TO WS-HOLD-IX
               WHEN DI-HOLD-EXTENDED
                   MOVE 3 TO WS-HOLD-IX
               WHEN OTHER
                   MOVE 4 TO WS-HOLD-IX
           END-EVALUATE
           ADD 1         TO WS-HOLD-COUNT(WS-HOLD-IX)
           ADD DI-AMOUNT TO WS-HOLD-AMOUNT(WS-HOLD-IX).

       2500-OPEN-BUNDLE.
           ADD 1 TO WS-BUNDLE-SEQ
           MOVE SPACES          TO CASH-LETTER-RECORD
           SET CLR-BUNDLE-HEADER TO TRUE
           MOVE WS-PARTNER-ABA  TO CLR-DEST-ABA
           MOVE WS-OUR-ABA      TO CLR-ORIGIN-ABA
           MOVE BUS-DATE        TO CLR-BUSINESS-DATE
           MOVE BUS-DATE        TO CLR-LETTER-ID
           MOVE WS-BUNDLE-SEQ   TO CLR-BUNDLE-SEQUENCE
           WRITE FWDCL-REC FROM CASH-LETTER-RECORD
           MOVE ZERO TO WS-BLD-BUNDLE-COUNT
           MOVE ZERO TO WS-BLD-BUNDLE-AMOUNT
           MOVE 'Y'  TO WS-BUNDLE-OPEN.

       2600-CLOSE-BUNDLE.
           MOVE SPACES               TO CASH-LETTER-RECORD
           SET CLR-BUNDLE-CONTROL    TO TRUE
           MOVE WS-BLD-BUNDLE-COUNT  TO CLR-CTL-ITEM-COUNT
           MOVE WS-BLD-BUNDLE-AMOUNT TO CLR-CTL-TOTAL-AMOUNT
           WRITE FWDCL-REC FROM CASH-LETTER-RECORD
           MOVE 'N' TO WS-BUNDLE-OPEN.

       2700-WRITE-LETTER-CONTROL.
           MOVE SPACES             TO CASH-LETTER-RECORD
           SET CLR-LETTER-CONTROL  TO TRUE
           MOVE WS-ACCEPTED-COUNT  TO CLR-CTL-ITEM-COUNT
           MOVE WS-ACCEPTED-AMOUNT TO CLR-CTL-TOTAL-AMOUNT
           WRITE FWDCL-REC FROM CASH-LETTER-RECORD.

       2800-REPORT-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           IF DI-AMOUNT NUMERIC
               ADD DI-AMOUNT TO WS-EXCEPTION-AMOUNT
               MOVE DI-AMOUNT TO WS-FMT-AMOUNT
           ELSE
               MOVE ZERO TO WS-FMT-AMOUNT
           END-IF
           CALL 'FMTAMT' USING WS-FMT-AMOUNT
                               WS-FORMATTED-AMT
                               SPACES
                               WS-PROCESS-RC
           MOVE SPACES TO WS-RPT-LINE
           STRING 'NOT FORWARDED  ' DI-BRANCH-ID
                  ' ' DI-ITEM-SEQUENCE
                  ' ACCT ' DI-DEPOSIT-ACCOUNT
                  ' RT ' DI-ROUTING
                  ' SER ' DI-SERIAL-NUMBER
                  ' ' WS-FORMATTED-AMT
                  ' ' WS-EXCEPTION-TEXT
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE FWDRPT-REC FROM WS-RPT-LINE.

       3000-PROVE-LETTER.
      *    Every 'I' is added to its bundle and to the letter; each
      *    'E' must equal the items since the last 'B', and the 'T'
      *    is kept for 3500.
           OPEN INPUT FWDCL
           MOVE 'N' TO WS-EOF-FWDCL
           PERFORM 3100-READ-LETTER-RECORD UNTIL EOF-FWDCL
           CLOSE FWDCL.

       3100-READ-LETTER-RECORD.
           READ FWDCL INTO CASH-LETTER-RECORD
               AT END MOVE 'Y' TO WS-EOF-FWDCL
           END-READ
           IF NOT EOF-FWDCL
               EVALUATE TRUE
                   WHEN CLR-BUNDLE-HEADER
                       ADD 1 TO WS-PRF-BUNDLES
                       MOVE ZERO TO WS-PRF-BUNDLE-COUNT
                       MOVE ZERO TO WS-PRF-BUNDLE-AMOUNT
                   WHEN CLR-ITEM-DETAIL
                       ADD 1          TO WS-PRF-BUNDLE-COUNT
                       ADD CLR-AMOUNT TO WS-PRF-BUNDLE-AMOUNT
                       ADD 1          TO WS-PRF-ITEM-COUNT
                       ADD CLR-AMOUNT TO WS-PRF-ITEM-AMOUNT
                   WHEN CLR-BUNDLE-CONTROL
                       PERFORM 3200-PROVE-BUNDLE
                   WHEN CLR-LETTER-CONTROL
                       MOVE CLR-CTL-ITEM-COUNT
                           TO WS-PRF-LETTER-COUNT
                       MOVE CLR-CTL-TOTAL-AMOUNT
                           TO WS-PRF-LETTER-AMOUNT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       3200-PROVE-BUNDLE.
           MOVE WS-PRF-BUNDLES       TO WS-SEQ-DISP
           MOVE WS-PRF-BUNDLE-COUNT  TO WS-COUNT-DISP
           MOVE WS-PRF-BUNDLE-AMOUNT TO WS-FMT-AMOUNT
           CALL 'FMTAMT' USING WS-FMT-AMOUNT
                               WS-FORMATTED-AMT
                               SPACES
                               WS-PROCESS-RC
           MOVE SPACES TO WS-RPT-LINE
           STRING 'BUNDLE ' WS-SEQ-DISP
                  '  ITEMS ' WS-COUNT-DISP
                  '  AMOUNT ' WS-FORMATTED-AMT
               DELIMITED SIZE INTO WS-RPT-LINE
           IF WS-PRF-BUNDLE-COUNT  = CLR-CTL-ITEM-COUNT
                   AND WS-PRF-BUNDLE-AMOUNT = CLR-CTL-TOTAL-AMOUNT
               MOVE 'PROVED' TO WS-RPT-LINE(60:6)
           ELSE
               MOVE 'N' TO WS-CTL-OK
               MOVE '*** BUNDLE CONTROL DOES NOT MATCH ITEMS ***'
                   TO WS-RPT-LINE(60:43)
           END-IF
           WRITE FWDRPT-REC FROM WS-RPT-LINE.

       3500-VERIFY-CONTROLS.
           IF WS-PRF-ITEM-COUNT NOT = WS-PRF-LETTER-COUNT
                   OR WS-PRF-ITEM-AMOUNT NOT = WS-PRF-LETTER-AMOUNT
               MOVE 'N' TO WS-CTL-OK
               MOVE SPACES TO WS-RPT-LINE
               MOVE '*** CASH-LETTER CONTROL TOTALS DO NOT MATCH ITEM
      -             'DETAIL ***' TO WS-RPT-LINE
               WRITE FWDRPT-REC FROM WS-RPT-LINE
           END-IF
      *    The letter must also carry exactly what capture accepted -
      *    an item dropped or doubled on the way out balances its own
      *    controls but not the branch deposits.
           IF WS-PRF-ITEM-COUNT NOT = WS-ACCEPTED-COUNT
                   OR WS-PRF-ITEM-AMOUNT NOT = WS-ACCEPTED-AMOUNT
               MOVE 'N' TO WS-CTL-OK
               MOVE SPACES TO WS-RPT-LINE
               MOVE '*** CASH LETTER DOES NOT MATCH ACCEPTED CAPTURE I
      -             'TEMS ***' TO WS-RPT-LINE
               WRITE FWDRPT-REC FROM WS-RPT-LINE
           END-IF
           IF NOT CONTROLS-BALANCE
               MOVE SPACES TO WS-RPT-LINE
               MOVE '*** FORWARD CASH LETTER FAILED PROOF - DO NOT SEN
      -             'D ***' TO WS-RPT-LINE
               WRITE FWDRPT-REC FROM WS-RPT-LINE
               MOVE 'FWDCASH' TO ERR-PROGRAM-NAME
               MOVE '3500-VERIFY-CONTROLS' TO ERR-PARAGRAPH
               SET ERRC-ACH-OUT-OF-BALANCE TO TRUE
               SET SEV-ERROR TO TRUE
               MOVE 'FORWARD CASH LETTER FAILS ITS CONTROL TOTALS'
                   TO ERR-MESSAGE
               CALL 'ERRHANDR' USING ERROR-RECORD
           END-IF.

       8500-WRITE-TOTAL-LINE.
           CALL 'FMTAMT' USING WS-FMT-AMOUNT
                               WS-FORMATTED-AMT
                               SPACES
                               WS-PROCESS-RC
           MOVE WS-COUNT-DISP    TO WS-RPT-LINE(33:8)
           MOVE WS-FORMATTED-AMT TO WS-RPT-LINE(43:18)
           WRITE FWDRPT-REC FROM WS-RPT-LINE.

       9000-END.
           MOVE SPACES TO WS-RPT-LINE
           WRITE FWDRPT-REC FROM WS-RPT-LINE
           MOVE 'ITEMS IN CASH LETTER:' TO WS-RPT-LINE
           MOVE WS-PRF-ITEM-COUNT  TO WS-COUNT-DISP
           MOVE WS-PRF-ITEM-AMOUNT TO WS-FMT-AMOUNT
           PERFORM 8500-WRITE-TOTAL-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE '  NO HOLD (NEXT-DAY FUNDS):' TO WS-RPT-LINE
           MOVE WS-HOLD-COUNT(1)  TO WS-COUNT-DISP
           MOVE WS-HOLD-AMOUNT(1) TO WS-FMT-AMOUNT
           PERFORM 8500-WRITE-TOTAL-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE '  STANDARD HOLD:' TO WS-RPT-LINE
           MOVE WS-HOLD-COUNT(2)  TO WS-COUNT-DISP
           MOVE WS-HOLD-AMOUNT(2) TO WS-FMT-AMOUNT
           PERFORM 8500-WRITE-TOTAL-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE '  EXTENDED HOLD:' TO WS-RPT-LINE
           MOVE WS-HOLD-COUNT(3)  TO WS-COUNT-DISP
           MOVE WS-HOLD-AMOUNT(3) TO WS-FMT-AMOUNT
           PERFORM 8500-WRITE-TOTAL-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE '  EXCEPTION HOLD:' TO WS-RPT-LINE
           MOVE WS-HOLD-COUNT(4)  TO WS-COUNT-DISP
           MOVE WS-HOLD-AMOUNT(4) TO WS-FMT-AMOUNT
           PERFORM 8500-WRITE-TOTAL-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE 'BUNDLES:' TO WS-RPT-LINE
           MOVE WS-PRF-BUNDLES TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP  TO WS-RPT-LINE(33:8)
           WRITE FWDRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE 'ITEMS NOT FORWARDED:' TO WS-RPT-LINE
           MOVE WS-EXCEPTION-COUNT  TO WS-COUNT-DISP
           MOVE WS-EXCEPTION-AMOUNT TO WS-FMT-AMOUNT
           PERFORM 8500-WRITE-TOTAL-LINE
           CLOSE FWDRPT
           DISPLAY 'FWDCASH ITEMS FORWARDED:     ' WS-PRF-ITEM-COUNT
           DISPLAY 'FWDCASH ITEMS NOT FORWARDED: ' WS-EXCEPTION-COUNT
      *    A letter that fails its proof is an error - the step that
      *    transmits it must not run; screened-out items are a
      *    warning for the branches to work.
           EVALUATE TRUE
               WHEN NOT CONTROLS-BALANCE
                   MOVE RC-ERROR TO WS-RETURN-CODE
               WHEN WS-EXCEPTION-COUNT > ZERO
                   MOVE RC-WARNING TO WS-RETURN-CODE
               WHEN OTHER
                   MOVE RC-SUCCESS TO WS-RETURN-CODE
           END-EVALUATE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.
