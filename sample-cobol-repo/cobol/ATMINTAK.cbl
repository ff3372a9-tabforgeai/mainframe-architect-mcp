      *           truncated transmission never posts. ATMRECON runs   *
      *           after PYMT001 and reconciles what actually posted   *
      *           back against this same settlement file.             *
      *           Every item is also looked up on the CARDMAST debit  *
      *           card master by the card token the network carries: *
      *           an item on a card that was already blocked (lost,   *
      *           stolen, closed or reissued) when the transaction    *
      *           happened still posts - the network has settled it - *
      *           but is listed on INTAKRPT and opened as a dispute   *
      *           on DISPFILE (reason HOTC) so it can be claimed back *
      *           from the network.                                   *
      *           The day's net settlement - customer credits less    *
      *           debits, as the network settles it through the       *
      *           correspondent bank whether or not the file proves - *
      *           is recorded on the SETLENT settlement accumulator   *
      *           for STLRECON to match against the correspondent     *
      *           statement.                                          *
      * AUTHOR:   TABFORGE-AI                                         *
      * CALLS:    ERRHANDR                                            *
      * COPYBOOKS: ACCTDATA, ERRDATA, BUSDATE, CARDDATA, DISPDATA,    *
      *            SETLDATA                                           *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     ATMINTAK.
           SELECT BUSDATEF ASSIGN TO UT-S-BUSDATE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
      *    Debit card master (see CARDDATA), keyed card token.
           SELECT CARDMAST ASSIGN TO UT-S-CARDMAST
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS RANDOM
                           RECORD KEY   IS CARDMAST-TOKEN.
           SELECT DISPFILE ASSIGN TO UT-S-DISPFILE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT SETLFILE ASSIGN TO UT-S-SETLFILE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    The network's settlement records: 'D' detail (trace,
      *    account, amount, debit/credit, the card's token and the
      *    time of the transaction), 'T' batch trailer carrying the
      *    count and amount the detail must prove against. The
      *    network's chargeback cycle items - 'C' credit, 'R'
      *    representment, 'X' arbitration ruled against - ride the
      *    same file in the detail layout; they are the bank's, not
      *    the customer's, so they are not posted or in the trailer -
      *    ATMRECON applies them to the chargeback register.
       FD  ATMIN
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  ATMIN-REC.
           05  ATM-RECORD-TYPE        PIC X(01).
               88  ATM-DETAIL             VALUE 'D'.
               88  ATM-TRAILER            VALUE 'T'.
               88  ATM-CHGBK-CREDIT       VALUE 'C'.
               88  ATM-REPRESENTMENT      VALUE 'R'.
               88  ATM-ARB-LOST           VALUE 'X'.
           05  FILLER                 PIC X(79).
       01  ATM-DETAIL-REC REDEFINES ATMIN-REC.
           05  FILLER                 PIC X(01).
           05  ATM-TRACE-NUMBER       PIC X(15).
           05  ATM-AMOUNT             PIC 9(10)V99.
           05  ATM-DRCR               PIC X(02).
           05  ATM-TXN-DATE           PIC X(08).
           05  FILLER                 PIC X(02).
           05  ATM-CARD-TOKEN         PIC X(16).
      *        HHMMSS network time of the transaction.
           05  ATM-TXN-TIME           PIC X(06).
           05  FILLER                 PIC X(06).
       01  ATM-TRAILER-REC REDEFINES ATMIN-REC.
           05  FILLER                 PIC X(01).
           05  ATM-TRL-COUNT          PIC 9(08).
           05  ATM-TRL-AMOUNT         PIC 9(12)V99.
           05  FILLER                 PIC X(57).

       FD  ATMPYMT
           RECORDING MODE IS F
           RECORD CONTAINS 30 CHARACTERS.
       01  BUSDATEF-REC               PIC X(30).

       FD  CARDMAST
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  CARDMAST-REC.
           05  CARDMAST-TOKEN         PIC X(16).
           05  FILLER                 PIC X(84).

      *    Payment dispute tracking (see DISPDATA) - appended to.
       FD  DISPFILE
           RECORDING MODE IS F
           RECORD CONTAINS 325 CHARACTERS.
       01  DISPFILE-REC               PIC X(325).

      *    Settlement entries for the Fed reconciliation (see
      *    SETLDATA) - appended to the shared SETLENT accumulator.
       FD  SETLFILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  SETLFILE-REC               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-ATMINTAK-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'ATMINTAK'.
           05  WS-CTL-OK              PIC X(1)  VALUE 'Y'.
               88  TRAILER-BALANCES       VALUE 'Y'.
           05  WS-FED-COUNT           PIC 9(7)  COMP VALUE ZERO.
           05  WS-HOT-COUNT           PIC 9(7)  COMP VALUE ZERO.
           05  WS-NO-CARD-COUNT       PIC 9(7)  COMP VALUE ZERO.
           05  WS-TXN-STAMP           PIC X(14) VALUE SPACES.
           05  WS-BLOCK-STAMP         PIC X(14) VALUE SPACES.
           05  WS-AMOUNT-DISP         PIC ZZ,ZZZ,ZZ9.99.
           05  WS-COUNT-DISP          PIC ZZZZZZZ9.
           05  WS-RPT-LINE            PIC X(80) VALUE SPACES.
           05  WS-SETL-CREDITS        PIC 9(12)V99 COMP-3 VALUE ZERO.
           05  WS-SETL-DEBITS         PIC 9(12)V99 COMP-3 VALUE ZERO.
           05  WS-SETL-NET            PIC S9(12)V99 COMP-3 VALUE ZERO.

       COPY ACCTDATA.
       COPY ERRDATA.
       COPY BUSDATE.
       COPY CARDDATA.
       COPY DISPDATA.
       COPY SETLDATA.

       PROCEDURE DIVISION.

           MOVE 1 TO WS-PASS
           PERFORM 2000-READ-SETTLEMENT
           PERFORM 2500-VERIFY-TRAILER
           PERFORM 2600-RECORD-SETTLEMENT
           IF TRAILER-BALANCES
               OPEN OUTPUT ATMPYMT
               OPEN INPUT  CARDMAST
               OPEN EXTEND DISPFILE
               MOVE 2 TO WS-PASS
               PERFORM 2000-READ-SETTLEMENT
               CLOSE ATMPYMT
                     CARDMAST
                     DISPFILE
           END-IF
           PERFORM 9000-END.

                           IF WS-PASS = 1
                               ADD 1 TO WS-DETAIL-COUNT
                               ADD ATM-AMOUNT TO WS-DETAIL-AMOUNT
                               IF ATM-DRCR = 'CR'
                                   ADD ATM-AMOUNT TO WS-SETL-CREDITS
                               ELSE
                                   ADD ATM-AMOUNT TO WS-SETL-DEBITS
                               END-IF
                           ELSE
                               PERFORM 3000-TRANSLATE-ENTRY
                           END-IF
               CALL 'ERRHANDR' USING ERROR-RECORD
           END-IF.

       2600-RECORD-SETTLEMENT.
      *    Cash our cardholders took is money out of the correspondent
      *    account, credits to them money in; the network settles the
      *    day net, identified by the business date.
           COMPUTE WS-SETL-NET = WS-SETL-CREDITS - WS-SETL-DEBITS
           IF WS-SETL-NET NOT = ZERO
               MOVE SPACES TO SETTLEMENT-ENTRY-RECORD
               SET STE-CORRESPONDENT TO TRUE
               SET STE-ATM-NETWORK   TO TRUE
               STRING 'ATMNET' BUS-DATE
                   DELIMITED SIZE INTO STE-REFERENCE
               IF WS-SETL-NET > ZERO
                   SET STE-CREDIT TO TRUE
                   MOVE WS-SETL-NET TO STE-AMOUNT
               ELSE
                   SET STE-DEBIT TO TRUE
                   COMPUTE STE-AMOUNT = 0 - WS-SETL-NET
               END-IF
               MOVE WS-DETAIL-COUNT TO STE-ITEM-COUNT
               MOVE BUS-DATE        TO STE-SETTLE-DATE
               MOVE WS-PROGRAM-NAME TO STE-SOURCE
               OPEN EXTEND SETLFILE
               WRITE SETLFILE-REC FROM SETTLEMENT-ENTRY-RECORD
               CLOSE SETLFILE
           END-IF.

       3000-TRANSLATE-ENTRY.
           MOVE SPACES TO ACCOUNT-RECORD
           MOVE ATM-ACCOUNT      TO ACCOUNT-NUMBER
           MOVE 'ATM '           TO CHANNEL-CODE
           SET PRIORITY-STANDARD TO TRUE
           WRITE ATMPYMT-REC FROM ACCOUNT-RECORD
           ADD 1 TO WS-FED-COUNT
           PERFORM 3100-CHECK-CARD.

       3100-CHECK-CARD.
      *    The block is stamped to the second on CARDMNT; an item the
      *    network sent without a time is taken as the end of its day,
      *    so a same-day item is flagged rather than missed - a
      *    dispute found unwarranted is simply denied.
           IF ATM-CARD-TOKEN = SPACES
               ADD 1 TO WS-NO-CARD-COUNT
           ELSE
               MOVE ATM-CARD-TOKEN TO CARDMAST-TOKEN
               READ CARDMAST INTO DEBIT-CARD-RECORD
                   INVALID KEY
                       ADD 1 TO WS-NO-CARD-COUNT
                   NOT INVALID KEY
                       IF CRD-BLOCKED
                           MOVE ATM-TXN-DATE TO WS-TXN-STAMP(1:8)
                           IF ATM-TXN-TIME NUMERIC
                               MOVE ATM-TXN-TIME TO WS-TXN-STAMP(9:6)
                           ELSE
                               MOVE '235959' TO WS-TXN-STAMP(9:6)
                           END-IF
                           MOVE CRD-BLOCKED-DATE
                               TO WS-BLOCK-STAMP(1:8)
                           MOVE CRD-BLOCKED-TIME
                               TO WS-BLOCK-STAMP(9:6)
                           IF WS-TXN-STAMP NOT < WS-BLOCK-STAMP
                               PERFORM 3200-FLAG-BLOCKED-CARD
                           END-IF
                       END-IF
               END-READ
           END-IF.

       3200-FLAG-BLOCKED-CARD.
      *    The item has already gone to posting; the dispute carries
      *    the translated entry, trace number in TRANSACTION-REF, the
      *    same way PYMT001 opens one for a rejected payment.
           ADD 1 TO WS-HOT-COUNT
           MOVE ATM-ACCOUNT           TO DISP-ACCOUNT-NUMBER
           MOVE CRD-CUSTOMER-ID       TO DISP-CUSTOMER-ID
           MOVE 'HOTC'                TO DISP-REASON-CODE
           MOVE 'ATM ITEM ON A CARD ALREADY BLOCKED'
                                      TO DISP-REASON-TEXT
           MOVE BUS-DATE              TO DISP-OPENED-DATE
           SET DISP-STATUS-OPEN       TO TRUE
           MOVE SPACES                TO DISP-RESOLVED-DATE
           MOVE SPACES                TO DISP-RESOLUTION-TEXT
           MOVE ACCOUNT-RECORD        TO DISP-PAYMENT-DATA
           SET DISP-PROV-NOT-ISSUED   TO TRUE
           MOVE 'N'                   TO DISP-DISBURSED-FLAG
           WRITE DISPFILE-REC FROM DISPUTE-RECORD
           MOVE ATM-AMOUNT TO WS-AMOUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'BLOCKED CARD ' ATM-TRACE-NUMBER ' '
                  ATM-CARD-TOKEN ' ' WS-AMOUNT-DISP ' '
                  CRD-STATUS ' ' CRD-BLOCKED-DATE
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE INTAKRPT-REC FROM WS-RPT-LINE.

       9000-END.
           MOVE SPACES TO WS-RPT-LINE
           STRING 'SETTLEMENT ENTRIES FED TO POSTING: ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE INTAKRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-HOT-COUNT TO WS-COUNT-DISP
           STRING 'ITEMS ON BLOCKED CARDS - DISPUTED: ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE INTAKRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-NO-CARD-COUNT TO WS-COUNT-DISP
           STRING 'ITEMS ON CARDS NOT ON CARDMAST:    ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE INTAKRPT-REC FROM WS-RPT-LINE
           CLOSE INTAKRPT
           DISPLAY 'ATMINTAK DETAIL: ' WS-DETAIL-COUNT
           DISPLAY 'ATMINTAK FED:    ' WS-FED-COUNT
           DISPLAY 'ATMINTAK HOTC:   ' WS-HOT-COUNT
           IF NOT TRAILER-BALANCES
               MOVE RC-ERROR TO WS-RETURN-CODE
           ELSE
