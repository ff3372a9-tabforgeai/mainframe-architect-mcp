      *----------------------------------------------------------------*
      * PROGRAM:  DEPRTRN                                              *
      * PURPOSE:  Returned deposited items - reads the clearing        *
      *           partner's return file for checks we sent out on the  *
      *           FWDCASH forward cash letter and came back unpaid,    *
      *           and charges each one back to the depositor's         *
      *           account: the bank of first deposit endorsement       *
      *           FWDCASH put in the item's tail names the account,    *
      *           and the chargeback goes onto DEPRPYMT as an          *
      *           ACCOUNT-RECORD debit (channel RDEP) concatenated     *
      *           into PYMT001's input, which posts it whatever the    *
      *           balance. A returned-deposit notice, worded from the  *
      *           letter text library (types DRN and DRR) in the       *
      *           depositor's language, goes to the address on file    *
      *           and into the letter archive. A return that does not  *
      *           carry our endorsement or a depositing account cannot *
      *           be charged back here and is listed for research.     *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    FMTAMT, LTXLKUP                                      *
      * COPYBOOKS: DEPIDATA, ACCTDATA, ERRDATA, BUSDATE, LTRDATA,      *
      *            PRIVDATA, LTXDATA                                   *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     DEPRTRN.
       AUTHOR.         TABFORGE-AI.
       DATE-WRITTEN.   2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPRETN  ASSIGN TO UT-S-DEPRETN
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT ADDRFILE ASSIGN TO UT-S-ADDRFILE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT DEPRPYMT ASSIGN TO UT-S-DEPRPYMT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT LTRARCH  ASSIGN TO UT-S-LTRARCH
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT LTRARIX  ASSIGN TO UT-S-LTRARIX
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT NOTICE   ASSIGN TO UT-S-NOTICE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT DEPRRPT  ASSIGN TO UT-S-DEPRRPT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT BUSDATEF ASSIGN TO UT-S-BUSDATE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
      *    Privacy elections (see PRIVDATA) - read for the language
      *    a returned-deposit notice is sent in.
           SELECT PRIVOPT  ASSIGN TO UT-S-PRIVOPT
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS RANDOM
                           RECORD KEY   IS PRIVOPT-CUSTOMER-ID.

       DATA DIVISION.
       FILE SECTION.
      *    One return per dishonored forward item, in the layout we
      *    send our own returns in (see CHKINTAK's CHKRETN): the
      *    80-byte item image as we presented it plus the reason.
       FD  DEPRETN
           RECORDING MODE IS F
           RECORD CONTAINS 90 CHARACTERS.
       01  DEPRETN-REC.
           05  DRT-ITEM-IMAGE         PIC X(80).
           05  DRT-REASON-CODE        PIC X(03).
           05  FILLER                 PIC X(07).

      *    Same presorted-by-CUSTOMER-ID address extract the other
      *    letter producers read; returns arrive in the partner's
      *    order, so it is re-opened and scanned per item (returned
      *    deposits are a handful a night) rather than match-merged.
       FD  ADDRFILE
           RECORDING MODE IS F
           RECORD CONTAINS 114 CHARACTERS.
       01  ADDRFILE-REC.
           05  ADDRFILE-CUSTOMER-ID   PIC X(10).
           05  ADDRFILE-LINE-1        PIC X(30).
           05  ADDRFILE-LINE-2        PIC X(30).
           05  ADDRFILE-CITY          PIC X(20).
           05  ADDRFILE-STATE         PIC X(02).
           05  ADDRFILE-ZIP           PIC X(10).
           05  ADDRFILE-COUNTRY       PIC X(03).
           05  ADDRFILE-VALID-FLAG    PIC X(01).
           05  ADDRFILE-LAST-UPDATE   PIC X(08).

       FD  DEPRPYMT
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01  DEPRPYMT-REC               PIC X(200).

      *    Cumulative correspondence archive and its index (see
      *    LTRDATA copybook).
       FD  LTRARCH
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  LTRARCH-REC                PIC X(133).

       FD  LTRARIX
           RECORDING MODE IS F
           RECORD CONTAINS 50 CHARACTERS.
       01  LTRARIX-REC                PIC X(50).

       FD  NOTICE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  NOTICE-REC                 PIC X(133).

       FD  DEPRRPT
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  DEPRRPT-REC                PIC X(133).

      *    Business-date control record set by BDATESET at the start
      *    of the cycle (see BUSDATE copybook).
       FD  BUSDATEF
           RECORDING MODE IS F
           RECORD CONTAINS 30 CHARACTERS.
       01  BUSDATEF-REC               PIC X(30).

       FD  PRIVOPT
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  PRIVOPT-REC.
           05  PRIVOPT-CUSTOMER-ID    PIC X(10).
           05  FILLER                 PIC X(50).

       WORKING-STORAGE SECTION.
       01  WS-DEPRTRN-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'DEPRTRN'.
           05  WS-EOF-DEPRETN         PIC X(1)  VALUE 'N'.
               88  EOF-DEPRETN            VALUE 'Y'.
           05  WS-EOF-ADDRFILE        PIC X(1)  VALUE 'N'.
               88  EOF-ADDRFILE           VALUE 'Y'.
           05  WS-ADDR-FOUND          PIC X(1)  VALUE 'N'.
               88  ADDRESS-FOUND          VALUE 'Y'.
      *    Our ABA as it appears in the endorsement FWDCASH writes.
           05  WS-OUR-ABA             PIC X(9)  VALUE '021000089'.
           05  WS-CUSTOMER-ID         PIC X(10) VALUE SPACES.
           05  WS-REASON-TEXT         PIC X(30) VALUE SPACES.
      *    The reason's line among the DRR texts for the notice.
           05  WS-REASON-LINE         PIC 9(3)  VALUE ZERO.
           05  WS-CHARGEBACK-COUNT    PIC 9(7)  COMP VALUE ZERO.
           05  WS-CHARGEBACK-TOTAL    PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-RESEARCH-COUNT      PIC 9(7)  COMP VALUE ZERO.
           05  WS-NO-ADDRESS-COUNT    PIC 9(7)  COMP VALUE ZERO.
           05  WS-FMT-AMOUNT          PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-FORMATTED-AMT       PIC X(18) VALUE SPACES.
           05  WS-PROCESS-RC          PIC S9(04) COMP VALUE ZERO.
           05  WS-COUNT-DISP          PIC ZZZZZZ9.
           05  WS-RPT-LINE            PIC X(133) VALUE SPACES.
           05  WS-EOF-LTRARIX         PIC X(1)  VALUE 'N'.
               88  EOF-LTRARIX            VALUE 'Y'.
           05  WS-ARCH-NEXT-RECNO     PIC 9(9)  COMP VALUE 1.
           05  WS-ARCH-LINE-COUNT     PIC 9(5)  COMP VALUE ZERO.

       COPY DEPIDATA.
       COPY ACCTDATA.
       COPY ERRDATA.
       COPY BUSDATE.
       COPY LTRDATA.
       COPY PRIVDATA.
       COPY LTXDATA.

       PROCEDURE DIVISION.

       1000-INIT.
           PERFORM 1010-READ-BUSINESS-DATE
           OPEN INPUT  DEPRETN
           OPEN OUTPUT DEPRPYMT
           OPEN OUTPUT NOTICE
           OPEN INPUT  PRIVOPT
           PERFORM 1090-FIND-ARCHIVE-POSITION
           OPEN EXTEND LTRARCH
           OPEN EXTEND LTRARIX
           OPEN OUTPUT DEPRRPT
           PERFORM 1500-WRITE-HEADER
           PERFORM 2000-PROCESS-RETURN UNTIL EOF-DEPRETN
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

       1090-FIND-ARCHIVE-POSITION.
      *    Tonight's notices append behind everything already
      *    archived - the last index entry says where the archive
      *    ends, the same scan DISPREFD's 1090 does.
           OPEN INPUT LTRARIX
           MOVE 'N' TO WS-EOF-LTRARIX
           PERFORM UNTIL EOF-LTRARIX
               READ LTRARIX INTO LETTER-INDEX-RECORD
                   AT END MOVE 'Y' TO WS-EOF-LTRARIX
               END-READ
               IF NOT EOF-LTRARIX
                   COMPUTE WS-ARCH-NEXT-RECNO =
                       LIX-START-RECNO + LIX-LINE-COUNT
               END-IF
           END-PERFORM
           CLOSE LTRARIX.

       1500-WRITE-HEADER.
           MOVE SPACES TO WS-RPT-LINE
           STRING 'RETURNED DEPOSITED ITEMS - BUSINESS DATE '
                  BUS-DATE
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE DEPRRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'DEPOSIT ACCT  DEPOSITED ROUTING   SERIAL     '
                  '           AMOUNT  RSN  ACTION'
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE DEPRRPT-REC FROM WS-RPT-LINE.

       2000-PROCESS-RETURN.
           READ DEPRETN
               AT END MOVE 'Y' TO WS-EOF-DEPRETN
           END-READ
           IF NOT EOF-DEPRETN
               MOVE DRT-ITEM-IMAGE TO CASH-LETTER-RECORD
               PERFORM 2100-DESCRIBE-REASON
      *        Only an item we endorsed as bank of first deposit,
      *        with the depositing account in the endorsement, can
      *        be charged back automatically.
               IF CLR-ITEM-DETAIL
                       AND CLR-BOFD-ABA = WS-OUR-ABA
                       AND CLR-DEPOSIT-ACCOUNT NOT = SPACES
                       AND CLR-AMOUNT NUMERIC
                   PERFORM 3000-CHARGE-BACK-ITEM
               ELSE
                   PERFORM 3900-REPORT-RESEARCH
               END-IF
           END-IF.

       2100-DESCRIBE-REASON.
      *    Return reasons in the single-letter codes our clearing
      *    partner uses - the same codes CHKINTAK and PYMTRTRY send
      *    on our own returns. The text here is for the research
      *    report; the notice takes the customer's wording of the
      *    same reason from the DRR line.
           EVALUATE DRT-REASON-CODE
               WHEN 'A'
                   MOVE 'INSUFFICIENT FUNDS' TO WS-REASON-TEXT
                   MOVE 1 TO WS-REASON-LINE
               WHEN 'B'
                   MOVE 'ACCOUNT CLOSED' TO WS-REASON-TEXT
                   MOVE 2 TO WS-REASON-LINE
               WHEN 'C'
                   MOVE 'PAYMENT STOPPED' TO WS-REASON-TEXT
                   MOVE 3 TO WS-REASON-LINE
               WHEN 'E'
                   MOVE 'ACCOUNT NOT LOCATED' TO WS-REASON-TEXT
                   MOVE 4 TO WS-REASON-LINE
               WHEN 'F'
                   MOVE 'ACCOUNT FROZEN' TO WS-REASON-TEXT
                   MOVE 5 TO WS-REASON-LINE
               WHEN OTHER
                   MOVE 'REFER TO MAKER' TO WS-REASON-TEXT
                   MOVE 6 TO WS-REASON-LINE
           END-EVALUATE.

       3000-CHARGE-BACK-ITEM.
           MOVE SPACES TO ACCOUNT-RECORD
           MOVE CLR-DEPOSIT-ACCOUNT TO ACCOUNT-NUMBER
      *    The trailing two characters of an account number are its
      *    product code (see ACCTMST).
           MOVE CLR-DEPOSIT-ACCOUNT(11:2) TO ACCOUNT-TYPE
           MOVE ZERO            TO AVAILABLE-BALANCE
           MOVE CLR-AMOUNT      TO PENDING-AMOUNT
           MOVE BUS-DATE(1:4)   TO TRANSACTION-DATE(1:4)
           MOVE '-'             TO TRANSACTION-DATE(5:1)
           MOVE BUS-DATE(5:2)   TO TRANSACTION-DATE(6:2)
           MOVE '-'             TO TRANSACTION-DATE(8:1)
           MOVE BUS-DATE(7:2)   TO TRANSACTION-DATE(9:2)
           MOVE '00:00:00'      TO TRANSACTION-TIME
           SET TXN-DEBIT        TO TRUE
      *    Capture sequence plus deposit date identifies the item
      *    uniquely, so two returns on one account never look like
      *    a replay to PYMT001's velocity screen.
           MOVE SPACES            TO TRANSACTION-REF
           MOVE CLR-ITEM-SEQUENCE TO TRANSACTION-REF(1:8)
           MOVE CLR-DEPOSIT-DATE  TO TRANSACTION-REF(9:8)
           MOVE 'RDEP'          TO CHANNEL-CODE
           SET PRIORITY-STANDARD TO TRUE
           WRITE DEPRPYMT-REC FROM ACCOUNT-RECORD
           ADD 1 TO WS-CHARGEBACK-COUNT
           ADD CLR-AMOUNT TO WS-CHARGEBACK-TOTAL
           MOVE CLR-AMOUNT TO WS-FMT-AMOUNT
           CALL 'FMTAMT' USING WS-FMT-AMOUNT
                               WS-FORMATTED-AMT
                               SPACES
                               WS-PROCESS-RC
           MOVE CLR-DEPOSIT-ACCOUNT(1:10) TO WS-CUSTOMER-ID
           PERFORM 3200-PRINT-NOTICE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM 3800-FORMAT-ITEM-LINE
           IF ADDRESS-FOUND
               MOVE 'CHARGED BACK' TO WS-RPT-LINE(87:12)
           ELSE
               ADD 1 TO WS-NO-ADDRESS-COUNT
               MOVE 'CHARGED BACK - NO ADDRESS ON FILE'
                   TO WS-RPT-LINE(87:33)
           END-IF
           WRITE DEPRRPT-REC FROM WS-RPT-LINE.

       3200-PRINT-NOTICE.
      *    The DRN notice from the text library in the depositor's
      *    language, with the return reason worded from its DRR
      *    line: line 001 heads the notice, the address on file
      *    follows it, and the body is line 002 on.
           MOVE ZERO TO WS-ARCH-LINE-COUNT
           PERFORM 3300-FIND-ADDRESS
           PERFORM 3250-SET-LETTER-LANGUAGE
           MOVE 'DRR'          TO LTQ-LETTER-TYPE
           MOVE WS-REASON-LINE TO LTQ-LINE-NO
           CALL 'LTXLKUP' USING LETTER-TEXT-REQUEST
           MOVE LTQ-TEXT(1:72)      TO LTQ-VALUE(5)
           MOVE 'DRN'               TO LTQ-LETTER-TYPE
           MOVE CLR-DEPOSIT-ACCOUNT TO LTQ-VALUE(1)
           MOVE CLR-DEPOSIT-DATE    TO LTQ-VALUE(2)
           MOVE CLR-SERIAL-NUMBER   TO LTQ-VALUE(3)
           MOVE WS-FORMATTED-AMT    TO LTQ-VALUE(4)
           MOVE 1 TO LTQ-LINE-NO
           CALL 'LTXLKUP' USING LETTER-TEXT-REQUEST
           MOVE LTQ-TEXT TO WS-RPT-LINE
           PERFORM 8900-WRITE-LETTER-LINE
           IF ADDRESS-FOUND
               MOVE ADDRFILE-LINE-1 TO WS-RPT-LINE
               PERFORM 8900-WRITE-LETTER-LINE
               IF ADDRFILE-LINE-2 NOT = SPACES
                   MOVE ADDRFILE-LINE-2 TO WS-RPT-LINE
                   PERFORM 8900-WRITE-LETTER-LINE
               END-IF
               MOVE SPACES TO WS-RPT-LINE
               STRING ADDRFILE-CITY ' ' ADDRFILE-STATE ' '
                      ADDRFILE-ZIP
                   DELIMITED SIZE INTO WS-RPT-LINE
               PERFORM 8900-WRITE-LETTER-LINE
           END-IF
           MOVE 2 TO LTQ-LINE-NO
           PERFORM 8800-WRITE-LETTER-TEXT
           PERFORM 8950-WRITE-ARCHIVE-INDEX.

       3250-SET-LETTER-LANGUAGE.
      *    No privacy record, or no language on it, is English.
           MOVE SPACES TO LETTER-TEXT-REQUEST
           MOVE 'E'    TO LTQ-LANGUAGE
           MOVE WS-CUSTOMER-ID TO PRIVOPT-CUSTOMER-ID
           READ PRIVOPT INTO PRIVACY-ELECTION-RECORD
               KEY IS PRIVOPT-CUSTOMER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PRV-LANG-VALID
                       MOVE PRV-LANGUAGE TO LTQ-LANGUAGE
                   END-IF
           END-READ.

       3300-FIND-ADDRESS.
           MOVE 'N' TO WS-ADDR-FOUND
           MOVE 'N' TO WS-EOF-ADDRFILE
           OPEN INPUT ADDRFILE
           PERFORM UNTIL EOF-ADDRFILE OR ADDRESS-FOUND
               READ ADDRFILE
                   AT END MOVE 'Y' TO WS-EOF-ADDRFILE
               END-READ
               IF NOT EOF-ADDRFILE
                   IF ADDRFILE-CUSTOMER-ID = WS-CUSTOMER-ID
                       MOVE 'Y' TO WS-ADDR-FOUND
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ADDRFILE.

       3800-FORMAT-ITEM-LINE.
           MOVE CLR-DEPOSIT-ACCOUNT TO WS-RPT-LINE(1:12)
           MOVE CLR-DEPOSIT-DATE    TO WS-RPT-LINE(15:8)
           MOVE CLR-ROUTING         TO WS-RPT-LINE(25:9)
           MOVE CLR-SERIAL-NUMBER   TO WS-RPT-LINE(35:10)
           MOVE WS-FORMATTED-AMT    TO WS-RPT-LINE(46:18)
           MOVE DRT-REASON-CODE     TO WS-RPT-LINE(66:3)
           MOVE WS-REASON-TEXT(1:15) TO WS-RPT-LINE(70:15).

       3900-REPORT-RESEARCH.
           ADD 1 TO WS-RESEARCH-COUNT
           IF CLR-AMOUNT NUMERIC
               MOVE CLR-AMOUNT TO WS-FMT-AMOUNT
           ELSE
               MOVE ZERO TO WS-FMT-AMOUNT
           END-IF
           CALL 'FMTAMT' USING WS-FMT-AMOUNT
                               WS-FORMATTED-AMT
                               SPACES
                               WS-PROCESS-RC
           MOVE SPACES TO WS-RPT-LINE
           PERFORM 3800-FORMAT-ITEM-LINE
           MOVE '*** NOT OUR ENDORSEMENT - RESEARCH ***'
               TO WS-RPT-LINE(87:38)
           WRITE DEPRRPT-REC FROM WS-RPT-LINE.

       8800-WRITE-LETTER-TEXT.
      *    Every line of the letter from LTQ-LINE-NO on, until the
      *    library has no more.
           CALL 'LTXLKUP' USING LETTER-TEXT-REQUEST
           PERFORM UNTIL LTQ-RC = 8
               MOVE LTQ-TEXT TO WS-RPT-LINE
               PERFORM 8900-WRITE-LETTER-LINE
               ADD 1 TO LTQ-LINE-NO
               CALL 'LTXLKUP' USING LETTER-TEXT-REQUEST
           END-PERFORM.

       8900-WRITE-LETTER-LINE.
           WRITE NOTICE-REC FROM WS-RPT-LINE
           WRITE LTRARCH-REC FROM WS-RPT-LINE
           ADD 1 TO WS-ARCH-LINE-COUNT.

       8950-WRITE-ARCHIVE-INDEX.
           MOVE SPACES               TO LETTER-INDEX-RECORD
           MOVE WS-CUSTOMER-ID       TO LIX-ENTITY-ID
           SET LIX-TYPE-RETURNED-DEP TO TRUE
           MOVE BUS-DATE             TO LIX-LETTER-DATE
           MOVE WS-ARCH-NEXT-RECNO   TO LIX-START-RECNO
           MOVE WS-ARCH-LINE-COUNT   TO LIX-LINE-COUNT
           MOVE LTQ-LANGUAGE-USED    TO LIX-LANGUAGE
           WRITE LTRARIX-REC FROM LETTER-INDEX-RECORD
           ADD WS-ARCH-LINE-COUNT    TO WS-ARCH-NEXT-RECNO.

       9000-END.
           MOVE WS-CHARGEBACK-TOTAL TO WS-FMT-AMOUNT
           CALL 'FMTAMT' USING WS-FMT-AMOUNT
                               WS-FORMATTED-AMT
                               SPACES
                               WS-PROCESS-RC
           MOVE SPACES TO WS-RPT-LINE
           WRITE DEPRRPT-REC FROM WS-RPT-LINE
           MOVE WS-CHARGEBACK-COUNT TO WS-COUNT-DISP
           STRING 'ITEMS CHARGED BACK:  ' WS-COUNT-DISP
                  '  TOTAL: ' WS-FORMATTED-AMT
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE DEPRRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-NO-ADDRESS-COUNT TO WS-COUNT-DISP
           STRING 'NOTICES NO ADDRESS:  ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE DEPRRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-RESEARCH-COUNT TO WS-COUNT-DISP
           STRING 'ITEMS FOR RESEARCH:  ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE DEPRRPT-REC FROM WS-RPT-LINE
           CLOSE DEPRETN
                 DEPRPYMT
                 PRIVOPT
                 NOTICE
                 LTRARCH
                 LTRARIX
                 DEPRRPT
           DISPLAY 'DEPRTRN ITEMS CHARGED BACK: ' WS-CHARGEBACK-COUNT
           DISPLAY 'DEPRTRN ITEMS FOR RESEARCH: ' WS-RESEARCH-COUNT
      *    Items nobody can charge back automatically end the step
      *    with a warning so operations works the research list.
           IF WS-RESEARCH-COUNT > ZERO
               MOVE RC-WARNING TO WS-RETURN-CODE
           ELSE
               MOVE RC-SUCCESS TO WS-RETURN-CODE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.
