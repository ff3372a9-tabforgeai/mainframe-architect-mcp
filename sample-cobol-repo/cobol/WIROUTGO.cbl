      *           and writes a settlement proof report proving wires  *
      *           sent against funding debits emitted - the two       *
      *           totals must agree to the cent.                      *
      *           Each wire sent is also recorded by OMAD on the      *
      *           SETLENT settlement accumulator for STLRECON to match*
      *           against the Fed statement, and archived with both   *
      *           names on the PTYHIST counterparty archive F314SRCH  *
      *           searches.                                           *
      *           A wire over the SECGUARD threshold from a customer  *
      *           inside the cooling-off period after an address,     *
      *           delivery-preference or PIN change is not sent: it   *
      *           parks on the CBKHOLD accumulator for callback       *
      *           verification (see SECCDATA and CBKREV).             *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    VALCUST, WLSCREEN, ERRHANDR, SECGUARD                *
      * COPYBOOKS: CUSTMAST, ACCTDATA, ERRDATA, WIREDATA, SETLDATA,    *
      *            PTYDATA, BUSDATE, SECCDATA                          *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     WIROUTGO.
           SELECT WIRORPT  ASSIGN TO UT-S-WIRORPT
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
           SELECT CBKHOLD  ASSIGN TO UT-S-CBKHOLD
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 133 CHARACTERS.
       01  WIRORPT-REC                PIC X(133).

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

      *    Wires held for callback after a recent security change
      *    (see SECCDATA) - appended to the CBKHOLD accumulator.
       FD  CBKHOLD
           RECORDING MODE IS F
           RECORD CONTAINS 300 CHARACTERS.
       01  CBKHOLD-REC                PIC X(300).

       WORKING-STORAGE SECTION.
       01  WS-WIROUTGO-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'WIROUTGO'.
           05  WS-COUNT-DISP          PIC ZZZZZZZ9.
           05  WS-AMOUNT-DISP         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-RPT-LINE            PIC X(133) VALUE SPACES.
           05  WS-CALLBACK-COUNT      PIC 9(7)  COMP VALUE ZERO.
           05  WS-GUARD-RC            PIC S9(04) COMP VALUE ZERO.
           05  WS-GUARD-CHANGE.
               10  WS-GUARD-KIND      PIC X(01) VALUE SPACES.
               10  WS-GUARD-DATE      PIC X(08) VALUE SPACES.
               10  WS-GUARD-BY        PIC X(08) VALUE SPACES.
           05  WS-GUARD-KIND-TEXT     PIC X(16) VALUE SPACES.

      *    Matched watchlist entry returned by WLSCREEN.
       01  WS-MATCHED-ENTRY.
       COPY ACCTDATA.
       COPY ERRDATA.
       COPY WIREDATA.
       COPY SETLDATA.
       COPY PTYDATA.
       COPY BUSDATE.
       COPY SECCDATA.

       PROCEDURE DIVISION.

           OPEN OUTPUT WIREOUT
           OPEN OUTPUT WIROPYMT
           OPEN OUTPUT WIRORPT
           OPEN EXTEND SETLFILE
           OPEN EXTEND PTYFILE
           OPEN EXTEND CBKHOLD
           PERFORM 1500-WRITE-HEADER
           PERFORM 2000-PROCESS-INSTRUCTION UNTIL EOF-WIRAPPRV
           PERFORM 9000-END.
               CALL 'VALCUST' USING WOI-CUSTOMER-ID
                                    CUSTOMER-RECORD
                                    WS-VALIDATE-RC
      *        A wire the callback team already verified is not
      *        tested again.
               MOVE ZERO TO WS-GUARD-RC
               IF WS-VALIDATE-RC = ZERO
                       AND NOT WOI-CALLBACK-VERIFIED
                   CALL 'SECGUARD' USING WOI-CUSTOMER-ID
                                         WOI-AMOUNT
                                         BUS-DATE
                                         WS-GUARD-CHANGE
                                         WS-GUARD-RC
               END-IF
               IF WS-VALIDATE-RC = ZERO AND WS-GUARD-RC = 4
                   PERFORM 3300-HOLD-FOR-CALLBACK
               END-IF
               IF WS-VALIDATE-RC = ZERO AND WS-GUARD-RC = ZERO
                   PERFORM 3100-FORMAT-OUTBOUND
                   PERFORM 3200-EMIT-FUNDING-DEBIT
               END-IF
               IF WS-VALIDATE-RC NOT = ZERO
                   ADD 1 TO WS-SKIPPED-COUNT
                   MOVE SPACES TO WS-RPT-LINE
                   STRING WOI-REFERENCE       DELIMITED SIZE
           MOVE WOI-VALUE-DATE    TO WOT-VALUE-DATE
           WRITE WIREOUT-REC FROM WIRE-OUT-RECORD
           ADD 1          TO WS-SENT-COUNT
           ADD WOI-AMOUNT TO WS-SENT-AMOUNT
           MOVE SPACES          TO SETTLEMENT-ENTRY-RECORD
           SET STE-FED          TO TRUE
           SET STE-WIRE         TO TRUE
           MOVE WOT-OMAD        TO STE-REFERENCE
           SET STE-DEBIT        TO TRUE
           MOVE WOI-AMOUNT      TO STE-AMOUNT
           MOVE 1               TO STE-ITEM-COUNT
           MOVE BUS-DATE        TO STE-SETTLE-DATE
           MOVE WS-PROGRAM-NAME TO STE-SOURCE
           WRITE SETLFILE-REC FROM SETTLEMENT-ENTRY-RECORD
           MOVE SPACES          TO PAYMENT-PARTY-RECORD
           MOVE BUS-DATE        TO PTY-POST-DATE
           SET PTY-WIRE         TO TRUE
           SET PTY-OUTBOUND     TO TRUE
           MOVE WOI-CUSTOMER-ID TO PTY-CUSTOMER-ID
           MOVE WOT-OMAD        TO PTY-REFERENCE
           MOVE WOI-AMOUNT      TO PTY-AMOUNT
           MOVE WOT-ORIG-NAME   TO PTY-ORIGINATOR-NAME
           MOVE WOT-BENEF-NAME  TO PTY-RECEIVER-NAME
           MOVE WS-PROGRAM-NAME TO PTY-SOURCE
           WRITE PTYFILE-REC FROM PAYMENT-PARTY-RECORD.

       3200-EMIT-FUNDING-DEBIT.
      *    The funding debit rides tonight's PYMT001 run on the
           ADD 1          TO WS-DEBIT-COUNT
           ADD WOI-AMOUNT TO WS-DEBIT-AMOUNT.

       3300-HOLD-FOR-CALLBACK.
      *    Nothing is sent and no funding debit is emitted - the
      *    instruction parks whole, and CBKREV hands it back flagged
      *    verified for the next night's release if the customer
      *    confirms it.
           ADD 1 TO WS-CALLBACK-COUNT
           MOVE SPACES               TO CALLBACK-HOLD-RECORD
           MOVE WOI-REFERENCE        TO CBH-HOLD-REF
           SET CBH-FROM-WIRE         TO TRUE
           MOVE WOI-CUSTOMER-ID      TO CBH-CUSTOMER-ID
           MOVE WOI-AMOUNT           TO CBH-AMOUNT
           MOVE BUS-DATE             TO CBH-HELD-DATE
           MOVE WS-PROGRAM-NAME      TO CBH-HELD-BY
           MOVE WOI-VALUE-DATE       TO CBH-VALUE-DATE
           MOVE WS-GUARD-KIND        TO CBH-CHANGE-KIND
           MOVE WS-GUARD-DATE        TO CBH-CHANGE-DATE
           MOVE WS-GUARD-BY          TO CBH-CHANGED-BY
           MOVE WIRE-OUT-INSTRUCTION TO CBH-PAYMENT-DATA
           WRITE CBKHOLD-REC FROM CALLBACK-HOLD-RECORD
           EVALUATE WS-GUARD-KIND
               WHEN 'A'  MOVE 'ADDRESS CHANGE'   TO WS-GUARD-KIND-TEXT
               WHEN 'D'  MOVE 'DELIVERY CHANGE'  TO WS-GUARD-KIND-TEXT
               WHEN 'P'  MOVE 'PIN RESET'        TO WS-GUARD-KIND-TEXT
               WHEN OTHER MOVE 'SECURITY CHANGE' TO WS-GUARD-KIND-TEXT
           END-EVALUATE
           MOVE SPACES TO WS-RPT-LINE
           STRING WOI-REFERENCE       DELIMITED SIZE
                  '  HELD FOR CALLBACK - '
                                      DELIMITED SIZE
                  WS-GUARD-KIND-TEXT  DELIMITED '  '
                  ' '                 DELIMITED SIZE
                  WS-GUARD-DATE       DELIMITED SIZE
                  ' BY '              DELIMITED SIZE
                  WS-GUARD-BY         DELIMITED SIZE
                  INTO WS-RPT-LINE
           WRITE WIRORPT-REC FROM WS-RPT-LINE.

       9000-END.
           PERFORM 9100-WRITE-PROOF
           CLOSE WIRAPPRV
                 WIREOUT
                 WIROPYMT
                 WIRORPT
                 SETLFILE
                 PTYFILE
                 CBKHOLD
           DISPLAY 'WIROUTGO INSTRUCTIONS: ' WS-INST-COUNT
           DISPLAY 'WIROUTGO WIRES SENT:   ' WS-SENT-COUNT
           DISPLAY 'WIROUTGO HELD:         ' WS-HELD-COUNT
           DISPLAY 'WIROUTGO CALLBACK HOLD:' WS-CALLBACK-COUNT
           EVALUATE TRUE
               WHEN WS-SENT-AMOUNT NOT = WS-DEBIT-AMOUNT
                   MOVE RC-ERROR TO WS-RETURN-CODE
               WHEN WS-HELD-COUNT > ZERO OR WS-SKIPPED-COUNT > ZERO
                       OR WS-CALLBACK-COUNT > ZERO
                   MOVE RC-WARNING TO WS-RETURN-CODE
               WHEN OTHER
                   MOVE RC-SUCCESS TO WS-RETURN-CODE
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE WIRORPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-CALLBACK-COUNT TO WS-COUNT-DISP
           STRING 'HELD FOR CALLBACK: ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE WIRORPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           IF WS-SENT-AMOUNT = WS-DEBIT-AMOUNT
               MOVE 'SETTLEMENT PROOF: WIRES SENT = FUNDING DEBITS'
                   TO WS-RPT-LINE
