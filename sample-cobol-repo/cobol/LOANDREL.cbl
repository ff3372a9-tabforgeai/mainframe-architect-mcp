      *----------------------------------------------------------------*
      * PROGRAM:  LOANDREL                                            *
      * PURPOSE:  Loan autopay draft release - runs in BANKNITE after *
      *           PYMT001. Every draft LOANDRFT emitted tonight is    *
      *           looked up on the reject generation PYMT001 just     *
      *           created: a draft that posted is released to LOANPAY *
      *           as a LOAN-PAYMENT-RECORD on the LOANAPAY            *
      *           accumulator (concatenated into LOANPAY's input);    *
      *           a draft that rejected - insufficient funds or any   *
      *           other reason - credits nothing to the loan and the  *
      *           borrower gets a failed-draft notice, archived to    *
      *           the correspondence archive for LTRRPRT. The notice  *
      *           is worded from the letter text library (types LFD   *
      *           and LFR) in the borrower's language.                *
      * AUTHOR:   TABFORGE-AI                                         *
      * CALLS:    FMTAMT, ERRHANDR, LTXLKUP                           *
      * COPYBOOKS: LAPDATA, LOANPAYDATA, ACCTDATA, PYMTREJQ, LTRDATA, *
      *            BUSDATE, ERRDATA, PRIVDATA, LTXDATA                *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LOANDREL.
       AUTHOR.         TABFORGE-AI.
       DATE-WRITTEN.   2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LAPPEND   ASSIGN TO UT-S-LAPPEND
                            ORGANIZATION IS SEQUENTIAL
                            ACCESS MODE  IS SEQUENTIAL.
           SELECT REJECTFILE ASSIGN TO UT-S-REJECTFILE
                            ORGANIZATION IS SEQUENTIAL
                            ACCESS MODE  IS SEQUENTIAL.
           SELECT LOANAPAY  ASSIGN TO UT-S-LOANAPAY
                            ORGANIZATION IS SEQUENTIAL
                            ACCESS MODE  IS SEQUENTIAL.
           SELECT LAPYNOTC  ASSIGN TO UT-S-LAPYNOTC
                            ORGANIZATION IS SEQUENTIAL
                            ACCESS MODE  IS SEQUENTIAL.
           SELECT LTRARCH   ASSIGN TO UT-S-LTRARCH
                            ORGANIZATION IS SEQUENTIAL
                            ACCESS MODE  IS SEQUENTIAL.
           SELECT LTRARIX   ASSIGN TO UT-S-LTRARIX
                            ORGANIZATION IS SEQUENTIAL
                            ACCESS MODE  IS SEQUENTIAL.
           SELECT BUSDATEF  ASSIGN TO UT-S-BUSDATE
                            ORGANIZATION IS SEQUENTIAL
                            ACCESS MODE  IS SEQUENTIAL.
      *    Privacy elections (see PRIVDATA) - read for the language
      *    a failed-draft notice is sent in.
           SELECT PRIVOPT  ASSIGN TO UT-S-PRIVOPT
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS RANDOM
                           RECORD KEY   IS PRIVOPT-CUSTOMER-ID.

       DATA DIVISION.
       FILE SECTION.
       FD  LAPPEND
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  LAPPEND-REC                PIC X(80).

      *    Tonight's reject generation from PYMT001 (see PYMTREJQ).
       FD  REJECTFILE
           RECORDING MODE IS F
           RECORD CONTAINS 254 CHARACTERS.
       01  REJECTFILE-REC             PIC X(254).

      *    Released loan payments - LOANPAY's own input layout (see
      *    LOANPAYDATA), appended to until LOANPAY drains it.
       FD  LOANAPAY
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  LOANAPAY-REC               PIC X(60).

       FD  LAPYNOTC
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  LAPYNOTC-REC               PIC X(133).

      *    Cumulative correspondence archive and its index, appended
      *    alongside the print file so LTRRPRT can reproduce any
      *    failed-draft notice later (see LTRDATA copybook).
       FD  LTRARCH
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  LTRARCH-REC                PIC X(133).

       FD  LTRARIX
           RECORDING MODE IS F
           RECORD CONTAINS 50 CHARACTERS.
       01  LTRARIX-REC                PIC X(50).

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
       01  WS-LOANDREL-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'LOANDREL'.
           05  WS-EOF-LAPPEND         PIC X(1)  VALUE 'N'.
               88  EOF-LAPPEND            VALUE 'Y'.
           05  WS-EOF-REJECTFILE      PIC X(1)  VALUE 'N'.
               88  EOF-REJECTFILE         VALUE 'Y'.
           05  WS-RJ-LOADED           PIC 9(4)  COMP VALUE ZERO.
           05  WS-RJ-MAX              PIC 9(4)  COMP VALUE 2000.
           05  WS-RJ-IX               PIC 9(4)  COMP VALUE ZERO.
           05  WS-RJ-FOUND-IX         PIC 9(4)  COMP VALUE ZERO.
           05  WS-DRAFT-COUNT         PIC 9(7)  COMP VALUE ZERO.
           05  WS-RELEASE-COUNT       PIC 9(7)  COMP VALUE ZERO.
           05  WS-FAILED-COUNT        PIC 9(7)  COMP VALUE ZERO.
           05  WS-RELEASE-TOTAL       PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-EOF-LTRARIX         PIC X(1)  VALUE 'N'.
               88  EOF-LTRARIX            VALUE 'Y'.
           05  WS-ARCH-NEXT-RECNO     PIC 9(9)  COMP VALUE 1.
           05  WS-ARCH-LINE-COUNT     PIC 9(5)  COMP VALUE ZERO.
           05  WS-FMT-AMOUNT          PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-FORMATTED-AMT       PIC X(18) VALUE SPACES.
           05  WS-FMT-RC              PIC S9(04) COMP VALUE ZERO.
           05  WS-RPT-LINE            PIC X(133) VALUE SPACES.

      *    Tonight's autopay rejects only ('LAPY' channel) - the
      *    draft volume is a fraction of the night's payments.
       01  WS-RJ-TABLE.
           05  WS-RJ-ENTRY OCCURS 2000 TIMES.
               10  WS-RJ-REF          PIC X(16).
               10  WS-RJ-REASON       PIC X(04).
               10  WS-RJ-TEXT         PIC X(40).

       COPY LAPDATA.
       COPY LOANPAYDATA.
       COPY ACCTDATA.
       COPY PYMTREJQ.
       COPY LTRDATA.
       COPY BUSDATE.
       COPY ERRDATA.
       COPY PRIVDATA.
       COPY LTXDATA.

       PROCEDURE DIVISION.

       1000-INIT.
           PERFORM 1010-READ-BUSINESS-DATE
           PERFORM 1100-LOAD-DRAFT-REJECTS
           PERFORM 1090-FIND-ARCHIVE-POSITION
           OPEN INPUT  LAPPEND
           OPEN EXTEND LOANAPAY
           OPEN OUTPUT LAPYNOTC
           OPEN INPUT  PRIVOPT
           OPEN EXTEND LTRARCH
           OPEN EXTEND LTRARIX
           PERFORM 2000-PROCESS-DRAFT UNTIL EOF-LAPPEND
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
      *    ends, the same scan STMTPRT's 1090 does on STMTARIX.
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

       1100-LOAD-DRAFT-REJECTS.
      *    A full table would let a rejected draft through as paid,
      *    crediting a loan with money that never left the deposit
      *    account - the run stops instead.
           OPEN INPUT REJECTFILE
           PERFORM UNTIL EOF-REJECTFILE
               READ REJECTFILE INTO REJECT-QUEUE-RECORD
                   AT END MOVE 'Y' TO WS-EOF-REJECTFILE
               END-READ
               IF NOT EOF-REJECTFILE
                   MOVE RJQ-PAYMENT-DATA TO ACCOUNT-RECORD
                   IF CHANNEL-CODE = 'LAPY'
                       IF WS-RJ-LOADED < WS-RJ-MAX
                           ADD 1 TO WS-RJ-LOADED
                           MOVE TRANSACTION-REF
                               TO WS-RJ-REF(WS-RJ-LOADED)
                           MOVE RJQ-REASON-CODE
                               TO WS-RJ-REASON(WS-RJ-LOADED)
                           MOVE RJQ-REASON-TEXT
                               TO WS-RJ-TEXT(WS-RJ-LOADED)
                       ELSE
                           DISPLAY 'LOANDREL REJECT TABLE FULL - '
                                   'RUN STOPPED'
                           MOVE WS-PROGRAM-NAME TO ERR-PROGRAM-NAME
                           MOVE '1100-LOAD-DRAFT-REJECTS'
                               TO ERR-PARAGRAPH
                           SET SEV-ABEND TO TRUE
                           MOVE 'AUTOPAY REJECT TABLE OVERFLOW'
                               TO ERR-MESSAGE
                           CALL 'ERRHANDR' USING ERROR-RECORD
                           MOVE RC-ABEND TO WS-RETURN-CODE
                           STOP RUN
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE REJECTFILE.

       2000-PROCESS-DRAFT.
           READ LAPPEND INTO LOAN-DRAFT-RECORD
               AT END MOVE 'Y' TO WS-EOF-LAPPEND
           END-READ
           IF NOT EOF-LAPPEND
               ADD 1 TO WS-DRAFT-COUNT
               PERFORM 2100-FIND-REJECT
               IF WS-RJ-FOUND-IX > ZERO
                   PERFORM 4000-FAILED-DRAFT-NOTICE
               ELSE
                   PERFORM 3000-RELEASE-PAYMENT
               END-IF
           END-IF.

       2100-FIND-REJECT.
           MOVE ZERO TO WS-RJ-FOUND-IX
           PERFORM VARYING WS-RJ-IX FROM 1 BY 1
                   UNTIL WS-RJ-IX > WS-RJ-LOADED
                   OR WS-RJ-FOUND-IX > ZERO
               IF WS-RJ-REF(WS-RJ-IX) = LDR-TRAN-REF
                   MOVE WS-RJ-IX TO WS-RJ-FOUND-IX
               END-IF
           END-PERFORM.

       3000-RELEASE-PAYMENT.
      *    The debit posted, so the money has left the deposit
      *    account - the loan payment goes to LOANPAY carrying the
      *    same reference the deposit statement shows.
           MOVE SPACES          TO LOAN-PAYMENT-RECORD
           MOVE LDR-LOAN-ID     TO LOANPAY-LOAN-ID
           MOVE LDR-AMOUNT      TO LOANPAY-AMOUNT
           MOVE BUS-DATE        TO LOANPAY-DATE
           MOVE LDR-TRAN-REF    TO LOANPAY-REF
           WRITE LOANAPAY-REC FROM LOAN-PAYMENT-RECORD
           ADD 1 TO WS-RELEASE-COUNT
           ADD LDR-AMOUNT TO WS-RELEASE-TOTAL.

       4000-FAILED-DRAFT-NOTICE.
      *    The LFD notice in the borrower's language - the customer
      *    number rides in the first ten positions of the debit
      *    account. Insufficient funds is worded from LFR line 001;
      *    any other reason is the reject text after LFR line 002.
           ADD 1 TO WS-FAILED-COUNT
           MOVE ZERO TO WS-ARCH-LINE-COUNT
           MOVE LDR-AMOUNT TO WS-FMT-AMOUNT
           CALL 'FMTAMT' USING WS-FMT-AMOUNT
                               WS-FORMATTED-AMT
                               SPACES
                               WS-FMT-RC
           MOVE SPACES TO LETTER-TEXT-REQUEST
           MOVE 'E'    TO LTQ-LANGUAGE
           MOVE LDR-DEBIT-ACCOUNT(1:10) TO PRIVOPT-CUSTOMER-ID
           READ PRIVOPT INTO PRIVACY-ELECTION-RECORD
               KEY IS PRIVOPT-CUSTOMER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PRV-LANG-VALID
                       MOVE PRV-LANGUAGE TO LTQ-LANGUAGE
                   END-IF
           END-READ
           MOVE 'LFR' TO LTQ-LETTER-TYPE
           IF WS-RJ-REASON(WS-RJ-FOUND-IX) = 'INSF'
               MOVE 1 TO LTQ-LINE-NO
           ELSE
               MOVE WS-RJ-TEXT(WS-RJ-FOUND-IX) TO LTQ-VALUE(1)
               MOVE 2 TO LTQ-LINE-NO
           END-IF
           CALL 'LTXLKUP' USING LETTER-TEXT-REQUEST
           MOVE LTQ-TEXT(1:72)     TO LTQ-VALUE(5)
           MOVE 'LFD'              TO LTQ-LETTER-TYPE
           MOVE LDR-LOAN-ID        TO LTQ-VALUE(1)
           MOVE WS-FORMATTED-AMT   TO LTQ-VALUE(2)
           MOVE LDR-DEBIT-ACCOUNT  TO LTQ-VALUE(3)
           MOVE BUS-DATE           TO LTQ-VALUE(4)
           MOVE LDR-DUE-DATE       TO LTQ-VALUE(6)
           PERFORM 8800-WRITE-LETTER-TEXT
           PERFORM 8950-WRITE-ARCHIVE-INDEX.

       8800-WRITE-LETTER-TEXT.
      *    Every line of the requested letter, from 001 until the
      *    library has no more.
           MOVE 1 TO LTQ-LINE-NO
           CALL 'LTXLKUP' USING LETTER-TEXT-REQUEST
           PERFORM UNTIL LTQ-RC = 8
               MOVE LTQ-TEXT TO WS-RPT-LINE
               PERFORM 8900-WRITE-LETTER-LINE
               ADD 1 TO LTQ-LINE-NO
               CALL 'LTXLKUP' USING LETTER-TEXT-REQUEST
           END-PERFORM.

       8900-WRITE-LETTER-LINE.
           WRITE LAPYNOTC-REC FROM WS-RPT-LINE
           WRITE LTRARCH-REC FROM WS-RPT-LINE
           ADD 1 TO WS-ARCH-LINE-COUNT.

       8950-WRITE-ARCHIVE-INDEX.
           MOVE SPACES              TO LETTER-INDEX-RECORD
           MOVE LDR-LOAN-ID         TO LIX-ENTITY-ID
           SET LIX-TYPE-AUTOPAY-FAIL TO TRUE
           MOVE BUS-DATE            TO LIX-LETTER-DATE
           MOVE WS-ARCH-NEXT-RECNO  TO LIX-START-RECNO
           MOVE WS-ARCH-LINE-COUNT  TO LIX-LINE-COUNT
           MOVE LTQ-LANGUAGE-USED   TO LIX-LANGUAGE
           WRITE LTRARIX-REC FROM LETTER-INDEX-RECORD
           ADD WS-ARCH-LINE-COUNT   TO WS-ARCH-NEXT-RECNO.

       9000-END.
           DISPLAY 'LOANDREL DRAFTS READ: '     WS-DRAFT-COUNT
           DISPLAY 'LOANDREL RELEASED TO LOANPAY: ' WS-RELEASE-COUNT
           DISPLAY 'LOANDREL RELEASED TOTAL: '  WS-RELEASE-TOTAL
           DISPLAY 'LOANDREL FAILED DRAFTS: '   WS-FAILED-COUNT
           CLOSE LAPPEND
                 LOANAPAY
                 LAPYNOTC
                 PRIVOPT
                 LTRARCH
                 LTRARIX
           IF WS-FAILED-COUNT > ZERO
               MOVE RC-WARNING TO WS-RETURN-CODE
           ELSE
               MOVE RC-SUCCESS TO WS-RETURN-CODE
           END-IF
           STOP RUN.
