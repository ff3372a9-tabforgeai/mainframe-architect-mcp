      *           wires into ACCOUNT-RECORD credits on the WIREPYMT   *
      *           feed concatenated into PYMT001's input the same way *
      *           ACHPYMT and ATMPYMT are.                            *
      *           Each wire that converts or parks on a hold is       *
      *           also recorded by IMAD on the SETLENT settlement     *
      *           accumulator for STLRECON - Fedwire against the Fed  *
      *           statement, SWIFT against the correspondent's. A wire*
      *           still in repair is recorded the night it is         *
      *           released, so the agent's credit shows unmatched     *
      *           while the repair is open. The same wires are        *
      *           archived with both names on the PTYHIST             *
      *           counterparty archive F314SRCH searches.             *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    VALCUST, WLSCREEN, ERRHANDR                          *
      * COPYBOOKS: CUSTMAST, ACCTDATA, ERRDATA, WIREDATA, SETLDATA,    *
      *            PTYDATA, BUSDATE                                    *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     WIRINTAK.
           SELECT WIRERPT  ASSIGN TO UT-S-WIRERPT
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
           RECORD CONTAINS 133 CHARACTERS.
       01  WIRERPT-REC                PIC X(133).

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
       COPY ERRDATA.
       COPY WIREDATA.
       COPY PYHDATA.
       COPY SETLDATA.
       COPY PTYDATA.
       COPY BUSDATE.

       PROCEDURE DIVISION.
           OPEN OUTPUT WIREREPR
           OPEN EXTEND PAYHOLD
           OPEN OUTPUT WIRERPT
           OPEN EXTEND SETLFILE
           OPEN EXTEND PTYFILE
           PERFORM 1500-WRITE-HEADER
           PERFORM 2000-PROCESS-WIRE UNTIL EOF-WIREIN
           PERFORM 9000-END.
           MOVE 'WIRE'            TO PYH-SOURCE-FEED
           MOVE ACCOUNT-RECORD    TO PYH-PAYMENT-DATA
           WRITE PAYHOLD-REC FROM PAYMENT-HOLD-RECORD
           PERFORM 3600-RECORD-SETTLEMENT
           PERFORM 3700-ARCHIVE-PARTIES
           ADD 1 TO WS-HELD-COUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING WIR-IMAD             DELIMITED SIZE
      *    CUSTOMER-ID, same convention as the ACH receiving account.
      *    A wire for an unknown or unpostable customer is an
      *    operator repair, not a silent drop - the repair queue
      *    carries it to the cutoff. An estate account (rc 24)
      *    still takes incoming money.
           CALL 'VALCUST' USING WIR-BENEF-ACCOUNT(1:10)
                                CUSTOMER-RECORD
                                WS-VALIDATE-RC
           IF WS-VALIDATE-RC = ZERO OR WS-VALIDATE-RC = 24
               PERFORM 3400-CONVERT-TO-PAYMENT
           ELSE
               MOVE 'CUST' TO WS-REPAIR-REASON
       3400-CONVERT-TO-PAYMENT.
           PERFORM 3350-BUILD-PAYMENT-RECORD
           WRITE WIREPYMT-REC FROM ACCOUNT-RECORD
           PERFORM 3600-RECORD-SETTLEMENT
           PERFORM 3700-ARCHIVE-PARTIES
           ADD 1              TO WS-POSTED-COUNT
           ADD WS-WIRE-AMOUNT TO WS-POSTED-AMOUNT.

                  INTO WS-RPT-LINE
           WRITE WIRERPT-REC FROM WS-RPT-LINE.

       3600-RECORD-SETTLEMENT.
      *    Fedwire settles through the Fed master account, SWIFT
      *    through the correspondent bank.
           MOVE SPACES TO SETTLEMENT-ENTRY-RECORD
           IF WIR-SWIFT
               SET STE-CORRESPONDENT TO TRUE
           ELSE
               SET STE-FED TO TRUE
           END-IF
           SET STE-WIRE         TO TRUE
           MOVE WIR-IMAD        TO STE-REFERENCE
           SET STE-CREDIT       TO TRUE
           MOVE WS-WIRE-AMOUNT  TO STE-AMOUNT
           MOVE 1               TO STE-ITEM-COUNT
           MOVE BUS-DATE        TO STE-SETTLE-DATE
           MOVE WS-PROGRAM-NAME TO STE-SOURCE
           WRITE SETLFILE-REC FROM SETTLEMENT-ENTRY-RECORD.

       3700-ARCHIVE-PARTIES.
           MOVE SPACES               TO PAYMENT-PARTY-RECORD
           MOVE BUS-DATE             TO PTY-POST-DATE
           SET PTY-WIRE              TO TRUE
           SET PTY-INBOUND           TO TRUE
           MOVE WIR-BENEF-ACCOUNT(1:10) TO PTY-CUSTOMER-ID
           MOVE WIR-IMAD             TO PTY-REFERENCE
           MOVE WS-WIRE-AMOUNT       TO PTY-AMOUNT
           MOVE WIR-ORIGINATOR-NAME  TO PTY-ORIGINATOR-NAME
           MOVE WIR-BENEF-NAME       TO PTY-RECEIVER-NAME
           MOVE WS-PROGRAM-NAME      TO PTY-SOURCE
           WRITE PTYFILE-REC FROM PAYMENT-PARTY-RECORD.

       9000-END.
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-POSTED-COUNT TO WS-COUNT-DISP
                 WIREREPR
                 PAYHOLD
                 WIRERPT
                 SETLFILE
                 PTYFILE
           DISPLAY 'WIRINTAK WIRES READ: ' WS-WIRE-COUNT
           DISPLAY 'WIRINTAK POSTED:     ' WS-POSTED-COUNT
           DISPLAY 'WIRINTAK TO REPAIR:  ' WS-REPAIR-COUNT
