      *           outstanding file by trace number so ACHRTRN can     *
      *           match the network's returns back to the originating *
      *           instruction and reverse the customer posting.       *
      *           Entries for a customer with an open estate on the   *
      *           DECEASED file are held back and reported, never     *
      *           sent; the queue proof counts them as held.          *
      *           The batch is recorded on the SETLENT settlement     *
      *           accumulator for STLRECON to match against the debit *
      *           the Fed posts to the master account. Every sent     *
      *           entry is archived with its receiver's name on the   *
      *           PTYHIST counterparty archive F314SRCH searches.     *
      *           An entry over the SECGUARD threshold for a customer *
      *           inside the cooling-off period after an address,     *
      *           delivery-preference or PIN change is not sent: it   *
      *           parks on the CBKHOLD accumulator for callback       *
      *           verification (see SECCDATA and CBKREV), and the     *
      *           queue proof counts it separately.                   *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    ERRHANDR, SECGUARD                                   *
      * COPYBOOKS: ERRDATA, ORIGDATA, DECDATA, SETLDATA, PTYDATA,      *
      *            BUSDATE, SECCDATA                                   *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     ACHORIG.
           SELECT ORIGRPT  ASSIGN TO UT-S-ORIGRPT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT DECEASED ASSIGN TO UT-S-DECEASED
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS RANDOM
                           RECORD KEY   IS DECEASED-KEY
                           FILE STATUS  IS WS-DECEASED-STATUS.
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
       01  ORIGRPT-REC                PIC X(133).

      *    Deceased customers (see DECDATA).
       FD  DECEASED
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  DECEASED-REC.
           05  DECEASED-KEY           PIC X(10).
           05  FILLER                 PIC X(90).

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

      *    Entries held for callback after a recent security change
      *    (see SECCDATA) - appended to the CBKHOLD accumulator.
       FD  CBKHOLD
           RECORDING MODE IS F
           RECORD CONTAINS 300 CHARACTERS.
       01  CBKHOLD-REC                PIC X(300).

       WORKING-STORAGE SECTION.
       01  WS-ACHORIG-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'ACHORIG'.
           05  WS-QUEUE-AMOUNT        PIC 9(12)V99 COMP-3 VALUE ZERO.
           05  WS-SENT-COUNT          PIC 9(7)  COMP VALUE ZERO.
           05  WS-SENT-AMOUNT         PIC 9(12)V99 COMP-3 VALUE ZERO.
           05  WS-HELD-COUNT          PIC 9(7)  COMP VALUE ZERO.
           05  WS-HELD-AMOUNT         PIC 9(12)V99 COMP-3 VALUE ZERO.
           05  WS-DECEASED-STATUS     PIC X(2)  VALUE SPACES.
           05  WS-DC-FLAG             PIC X(1)  VALUE 'N'.
               88  ORIGINATOR-DECEASED    VALUE 'Y'.
           05  WS-TRACE-SEQ           PIC 9(7)  COMP VALUE ZERO.
           05  WS-TRACE-SEQ-DISP      PIC 9(7)  VALUE ZERO.
           05  WS-COUNT-DISP          PIC ZZZZZZZ9.
           05  WS-AMOUNT-DISP         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-RPT-LINE            PIC X(133) VALUE SPACES.
           05  WS-CALLBACK-COUNT      PIC 9(7)  COMP VALUE ZERO.
           05  WS-CALLBACK-AMOUNT     PIC 9(12)V99 COMP-3 VALUE ZERO.
           05  WS-GUARD-RC            PIC S9(04) COMP VALUE ZERO.
           05  WS-GUARD-CHANGE.
               10  WS-GUARD-KIND      PIC X(01) VALUE SPACES.
               10  WS-GUARD-DATE      PIC X(08) VALUE SPACES.
               10  WS-GUARD-BY        PIC X(08) VALUE SPACES.
           05  WS-GUARD-KIND-TEXT     PIC X(16) VALUE SPACES.

       COPY ERRDATA.
       COPY ORIGDATA.
       COPY DECDATA.
       COPY SETLDATA.
       COPY PTYDATA.
       COPY BUSDATE.
       COPY SECCDATA.

       PROCEDURE DIVISION.

       1000-INIT.
           PERFORM 1010-READ-BUSINESS-DATE
           OPEN INPUT  ORIGQ
           OPEN INPUT  DECEASED
           OPEN OUTPUT ACHOUT
           OPEN EXTEND ORIGOUT
           OPEN OUTPUT ORIGRPT
           OPEN EXTEND PTYFILE
           OPEN EXTEND CBKHOLD
           PERFORM 1500-WRITE-HEADER
           PERFORM 2000-WRITE-FILE-HEADER
           PERFORM 2100-WRITE-BATCH-HEADER
           PERFORM 3000-PROCESS-QUEUE-ENTRY UNTIL EOF-ORIGQ
           PERFORM 4000-WRITE-BATCH-CONTROL
           PERFORM 4100-WRITE-FILE-CONTROL
           PERFORM 4200-RECORD-SETTLEMENT
           PERFORM 9000-END.

       1010-READ-BUSINESS-DATE.
           IF NOT EOF-ORIGQ
               ADD 1         TO WS-QUEUE-COUNT
               ADD OQ-AMOUNT TO WS-QUEUE-AMOUNT
               PERFORM 3050-CHECK-DECEASED
               MOVE ZERO TO WS-GUARD-RC
               IF NOT ORIGINATOR-DECEASED
                       AND NOT OQ-CALLBACK-VERIFIED
                   CALL 'SECGUARD' USING OQ-CUSTOMER-ID
                                         OQ-AMOUNT
                                         BUS-DATE
                                         WS-GUARD-CHANGE
                                         WS-GUARD-RC
               END-IF
               EVALUATE TRUE
                   WHEN ORIGINATOR-DECEASED
                       PERFORM 3300-HOLD-DECEASED-ENTRY
                   WHEN WS-GUARD-RC = 4
                       PERFORM 3400-HOLD-FOR-CALLBACK
                   WHEN OTHER
                       PERFORM 3100-WRITE-ENTRY-DETAIL
                       PERFORM 3200-REGISTER-OUTSTANDING
                       PERFORM 3250-ARCHIVE-PARTIES
               END-EVALUATE
           END-IF.

       3050-CHECK-DECEASED.
           MOVE 'N' TO WS-DC-FLAG
           MOVE OQ-CUSTOMER-ID TO DECEASED-KEY
           READ DECEASED INTO DECEASED-RECORD
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF DEC-ESTATE-OPEN
                       MOVE 'Y' TO WS-DC-FLAG
                   END-IF
           END-READ.

       3100-WRITE-ENTRY-DETAIL.
      *    Trancode 22 - credit to the receiver's checking account;
      *    the customer's funding debit already rode STORDGEN's own
           MOVE BUS-DATE          TO OOS-SENT-DATE
           WRITE ORIGOUT-REC FROM ORIG-OUTSTANDING-RECORD.

       3250-ARCHIVE-PARTIES.
      *    The originator is our own customer, named by ID.
           MOVE SPACES            TO PAYMENT-PARTY-RECORD
           MOVE BUS-DATE          TO PTY-POST-DATE
           SET PTY-ACH            TO TRUE
           SET PTY-OUTBOUND       TO TRUE
           MOVE OQ-CUSTOMER-ID    TO PTY-CUSTOMER-ID
           MOVE AOUT-TRACE-NUMBER TO PTY-REFERENCE
           MOVE OQ-AMOUNT         TO PTY-AMOUNT
           MOVE OQ-COUNTERPARTY   TO PTY-RECEIVER-NAME
           MOVE WS-PROGRAM-NAME   TO PTY-SOURCE
           WRITE PTYFILE-REC FROM PAYMENT-PARTY-RECORD.

       3300-HOLD-DECEASED-ENTRY.
      *    STORDGEN expires a deceased customer's orders, so this only
      *    catches an entry queued before the death was recorded.
           ADD 1         TO WS-HELD-COUNT
           ADD OQ-AMOUNT TO WS-HELD-AMOUNT
           MOVE OQ-AMOUNT TO WS-AMOUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING OQ-ORDER-ID ' ' OQ-CUSTOMER-ID ' ' WS-AMOUNT-DISP
                  '  NOT SENT - ORIGINATOR DECEASED'
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE ORIGRPT-REC FROM WS-RPT-LINE.

       3400-HOLD-FOR-CALLBACK.
      *    The funding debit has already posted through STORDGEN's
      *    feed, so the entry parks whole: CBKREV either hands it
      *    back flagged verified for the next night's file or, on a
      *    decline, credits the customer back.
           ADD 1         TO WS-CALLBACK-COUNT
           ADD OQ-AMOUNT TO WS-CALLBACK-AMOUNT
           MOVE SPACES            TO CALLBACK-HOLD-RECORD
           MOVE OQ-ORDER-ID       TO CBH-HOLD-REF
           SET CBH-FROM-ACH       TO TRUE
           MOVE OQ-CUSTOMER-ID    TO CBH-CUSTOMER-ID
           MOVE OQ-AMOUNT         TO CBH-AMOUNT
           MOVE BUS-DATE          TO CBH-HELD-DATE
           MOVE WS-PROGRAM-NAME   TO CBH-HELD-BY
           MOVE OQ-QUEUED-DATE    TO CBH-VALUE-DATE
           MOVE WS-GUARD-KIND     TO CBH-CHANGE-KIND
           MOVE WS-GUARD-DATE     TO CBH-CHANGE-DATE
           MOVE WS-GUARD-BY       TO CBH-CHANGED-BY
           MOVE ORIG-QUEUE-RECORD TO CBH-PAYMENT-DATA
           WRITE CBKHOLD-REC FROM CALLBACK-HOLD-RECORD
           EVALUATE WS-GUARD-KIND
               WHEN 'A'  MOVE 'ADDRESS CHANGE'   TO WS-GUARD-KIND-TEXT
               WHEN 'D'  MOVE 'DELIVERY CHANGE'  TO WS-GUARD-KIND-TEXT
               WHEN 'P'  MOVE 'PIN RESET'        TO WS-GUARD-KIND-TEXT
               WHEN OTHER MOVE 'SECURITY CHANGE' TO WS-GUARD-KIND-TEXT
           END-EVALUATE
           MOVE OQ-AMOUNT TO WS-AMOUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING OQ-ORDER-ID ' ' OQ-CUSTOMER-ID ' ' WS-AMOUNT-DISP
                  '  HELD FOR CALLBACK - '    DELIMITED SIZE
                  WS-GUARD-KIND-TEXT          DELIMITED '  '
                  ' '                         DELIMITED SIZE
                  WS-GUARD-DATE               DELIMITED SIZE
               INTO WS-RPT-LINE
           WRITE ORIGRPT-REC FROM WS-RPT-LINE.

       4000-WRITE-BATCH-CONTROL.
           MOVE SPACES         TO ACHOUT-REC
           MOVE '8'            TO ABCT-RECORD-TYPE
           MOVE WS-SENT-AMOUNT TO AFCT-TOTAL-CREDIT
           WRITE ACHOUT-REC.

       4200-RECORD-SETTLEMENT.
      *    Our originated credits are one batch, debited to the master
      *    account when the Fed settles it - identified the way the
      *    inbound side identifies a batch: file date, file ID
      *    modifier, batch number.
           IF WS-SENT-AMOUNT > ZERO
               MOVE SPACES TO SETTLEMENT-ENTRY-RECORD
               SET STE-FED TO TRUE
               SET STE-ACH-ORIGINATED TO TRUE
               STRING BUS-DATE(3:6) 'A' '0000001'
                   DELIMITED SIZE INTO STE-REFERENCE
               SET STE-DEBIT TO TRUE
               MOVE WS-SENT-AMOUNT  TO STE-AMOUNT
               MOVE WS-SENT-COUNT   TO STE-ITEM-COUNT
               MOVE BUS-DATE        TO STE-SETTLE-DATE
               MOVE WS-PROGRAM-NAME TO STE-SOURCE
               OPEN EXTEND SETLFILE
               WRITE SETLFILE-REC FROM SETTLEMENT-ENTRY-RECORD
               CLOSE SETLFILE
           END-IF.

       9000-END.
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-SENT-COUNT TO WS-COUNT-DISP
                  '  AMOUNT ' WS-AMOUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE ORIGRPT-REC FROM WS-RPT-LINE
           IF WS-HELD-COUNT > ZERO
               MOVE SPACES TO WS-RPT-LINE
               MOVE WS-HELD-COUNT TO WS-COUNT-DISP
               MOVE WS-HELD-AMOUNT TO WS-AMOUNT-DISP
               STRING 'ENTRIES HELD - DECEASED: ' WS-COUNT-DISP
                      '  AMOUNT ' WS-AMOUNT-DISP
                   DELIMITED SIZE INTO WS-RPT-LINE
               WRITE ORIGRPT-REC FROM WS-RPT-LINE
           END-IF
           IF WS-CALLBACK-COUNT > ZERO
               MOVE SPACES TO WS-RPT-LINE
               MOVE WS-CALLBACK-COUNT TO WS-COUNT-DISP
               MOVE WS-CALLBACK-AMOUNT TO WS-AMOUNT-DISP
               STRING 'ENTRIES HELD - CALLBACK: ' WS-COUNT-DISP
                      '  AMOUNT ' WS-AMOUNT-DISP
                   DELIMITED SIZE INTO WS-RPT-LINE
               WRITE ORIGRPT-REC FROM WS-RPT-LINE
           END-IF
      *    The file's own controls were built from what was written -
      *    this re-proof catches a queue entry that was read but
      *    never made it onto the outbound file.
           IF WS-SENT-COUNT + WS-HELD-COUNT + WS-CALLBACK-COUNT
                      NOT = WS-QUEUE-COUNT
                   OR WS-SENT-AMOUNT + WS-HELD-AMOUNT
                      + WS-CALLBACK-AMOUNT
                      NOT = WS-QUEUE-AMOUNT
               MOVE SPACES TO WS-RPT-LINE
               MOVE '*** OUTBOUND FILE DOES NOT PROVE TO THE ORIGINATION
      -            ' QUEUE ***' TO WS-RPT-LINE
               CALL 'ERRHANDR' USING ERROR-RECORD
               MOVE RC-ERROR TO WS-RETURN-CODE
           ELSE
               IF WS-HELD-COUNT > ZERO OR WS-CALLBACK-COUNT > ZERO
                   MOVE RC-WARNING TO WS-RETURN-CODE
               ELSE
                   MOVE RC-SUCCESS TO WS-RETURN-CODE
               END-IF
           END-IF
           CLOSE ORIGQ
                 DECEASED
                 ACHOUT
                 ORIGOUT
                 ORIGRPT
                 PTYFILE
                 CBKHOLD
           DISPLAY 'ACHORIG QUEUED:     ' WS-QUEUE-COUNT
           DISPLAY 'ACHORIG ORIGINATED: ' WS-SENT-COUNT
           DISPLAY 'ACHORIG HELD:       ' WS-HELD-COUNT
           DISPLAY 'ACHORIG CALLBACK:   ' WS-CALLBACK-COUNT
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.
