      *----------------------------------------------------------------*
      * PROGRAM:  CUSTDAR                                              *
      * PURPOSE:  Customer data access report - everything we hold on  *
      *           one customer, for the customer's own request, a      *
      *           court order or an examiner, in one sectioned report  *
      *           instead of a dozen screens copied out by hand. Each  *
      *           CUSTOMER-ID on DARREQ gets a cover page (requester,  *
      *           reference, date range and every file searched)       *
      *           followed by a section per file: the customer         *
      *           record, address, household, ACCTMAST accounts,       *
      *           loans, term deposits, privacy elections, disputes,   *
      *           contact notes, correspondence, alert enrollment,     *
      *           PIN security state, access log entries and the       *
      *           DBAUDIT change history. Master and current-state     *
      *           records print in full; the dated history sections    *
      *           are limited to the requested date range. The PIN     *
      *           itself is never printed. Each extraction is logged   *
      *           to ACCESSLOG, so the report is itself on record.     *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    FMTAMT                                               *
      * COPYBOOKS: CUSTMAST, ADDRDATA, RELDATA, ACCTMST, LOANDATA,     *
      *            TDDATA, PRIVDATA, DISPDATA, NOTEDATA, LTRDATA,      *
      *            ALRTDATA, PINSEC, ACCLOG, BUSDATE                   *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CUSTDAR.
       AUTHOR.         TABFORGE-AI.
       DATE-WRITTEN.   2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DARREQ    ASSIGN TO UT-S-DARREQ
                            ORGANIZATION IS SEQUENTIAL
                            ACCESS MODE  IS SEQUENTIAL.
           SELECT DBFILE    ASSIGN TO UT-S-DBFILE
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS RANDOM
                            RECORD KEY   IS DBFILE-CUSTOMER-ID
                            ALTERNATE RECORD KEY IS
                                DBFILE-ACCOUNT-NUMBER WITH DUPLICATES.
           SELECT ADDRFILE  ASSIGN TO UT-S-ADDRFILE
                            ORGANIZATION IS SEQUENTIAL
                            ACCESS MODE  IS SEQUENTIAL.
           SELECT RELFILE   ASSIGN TO UT-S-RELFILE
                            ORGANIZATION IS SEQUENTIAL
                            ACCESS MODE  IS SEQUENTIAL.
           SELECT ACCTMAST  ASSIGN TO UT-S-ACCTMAST
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS AMF-ACCOUNT-NUMBER.
           SELECT LOANFILE  ASSIGN TO UT-S-LOANFILE
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS SEQUENTIAL
                            RECORD KEY   IS LOANFILE-LOAN-ID.
           SELECT TDFILE    ASSIGN TO UT-S-TDFILE
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS SEQUENTIAL
                            RECORD KEY   IS TDFILE-TD-ID.
           SELECT PRIVOPT   ASSIGN TO UT-S-PRIVOPT
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS RANDOM
                            RECORD KEY   IS PRIVOPT-CUSTOMER-ID.
           SELECT DISPFILE  ASSIGN TO UT-S-DISPFILE
                            ORGANIZATION IS SEQUENTIAL
                            ACCESS MODE  IS SEQUENTIAL.
           SELECT NOTEFILE  ASSIGN TO UT-S-NOTEFILE
                            ORGANIZATION IS SEQUENTIAL
                            ACCESS MODE  IS SEQUENTIAL.
           SELECT LTRARIX   ASSIGN TO UT-S-LTRARIX
                            ORGANIZATION IS SEQUENTIAL
                            ACCESS MODE  IS SEQUENTIAL.
           SELECT ALERTPRM  ASSIGN TO UT-S-ALERTPRM
                            ORGANIZATION IS SEQUENTIAL
                            ACCESS MODE  IS SEQUENTIAL.
           SELECT PINSECF   ASSIGN TO UT-S-PINSEC
                            ORGANIZATION IS SEQUENTIAL
                            ACCESS MODE  IS SEQUENTIAL.
           SELECT ACCESSLOG ASSIGN TO UT-S-ACCESSLOG
                            ORGANIZATION IS SEQUENTIAL
                            ACCESS MODE  IS SEQUENTIAL.
           SELECT AUDITFILE ASSIGN TO UT-S-DBAUDIT
                            ORGANIZATION IS SEQUENTIAL
                            ACCESS MODE  IS SEQUENTIAL.
           SELECT DARRPT    ASSIGN TO UT-S-DARRPT
                            ORGANIZATION IS SEQUENTIAL
                            ACCESS MODE  IS SEQUENTIAL.
           SELECT BUSDATEF  ASSIGN TO UT-S-BUSDATE
                            ORGANIZATION IS SEQUENTIAL
                            ACCESS MODE  IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    One CUSTOMER-ID per record in columns 1-10, as keyed by
      *    the branch or compliance from the request in hand.
       FD  DARREQ
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  DARREQ-REC.
           05  DARREQ-CUSTOMER-ID     PIC X(10).
           05  FILLER                 PIC X(70).

       FD  DBFILE
           RECORDING MODE IS F
           RECORD CONTAINS 400 CHARACTERS.
       01  DBFILE-REC.
      *    Same layout as DBREAD01/DBUPD01's FD - kept in step by
      *    hand.
           05  DBFILE-CUSTOMER-ID     PIC X(10).
           05  FILLER                 PIC X(378).
           05  DBFILE-ACCOUNT-NUMBER  PIC X(12).

      *    Address records carry the CUSTOMER-ID ahead of the
      *    ADDRDATA layout, the same as CUSTINQ's FD.
       FD  ADDRFILE
           RECORDING MODE IS F
           RECORD CONTAINS 114 CHARACTERS.
       01  ADDRFILE-REC.
           05  ADDRFILE-CUSTOMER-ID   PIC X(10).
           05  ADDRFILE-DATA          PIC X(104).

       FD  RELFILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  RELFILE-REC                PIC X(40).

      *    Product accounts are keyed CUSTOMER-ID plus product code,
      *    so a customer's accounts sit together from a START on the
      *    bare CUSTOMER-ID.
       FD  ACCTMAST
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  ACCTMAST-REC.
           05  AMF-ACCOUNT-NUMBER     PIC X(12).
           05  FILLER                 PIC X(88).

       FD  LOANFILE
           RECORDING MODE IS F
           RECORD CONTAINS 300 CHARACTERS.
       01  LOANFILE-REC.
           05  LOANFILE-LOAN-ID       PIC X(12).
           05  FILLER                 PIC X(288).

       FD  TDFILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  TDFILE-REC.
           05  TDFILE-TD-ID           PIC X(12).
           05  FILLER                 PIC X(68).

       FD  PRIVOPT
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  PRIVOPT-REC.
           05  PRIVOPT-CUSTOMER-ID    PIC X(10).
           05  FILLER                 PIC X(50).

       FD  DISPFILE
           RECORDING MODE IS F
           RECORD CONTAINS 325 CHARACTERS.
       01  DISPFILE-REC               PIC X(325).

       FD  NOTEFILE
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
       01  NOTEFILE-REC               PIC X(120).

       FD  LTRARIX
           RECORDING MODE IS F
           RECORD CONTAINS 50 CHARACTERS.
       01  LTRARIX-REC                PIC X(50).

       FD  ALERTPRM
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  ALERTPRM-REC               PIC X(40).

       FD  PINSECF
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  PINSECF-REC                PIC X(40).

      *    Read for the customer's entries, then reopened EXTEND to
      *    log this extraction behind them.
       FD  ACCESSLOG
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  ACCESSLOG-REC              PIC X(80).

      *    Same layout as DBUPD01's AUDITFILE FD.
       FD  AUDITFILE
           RECORDING MODE IS F
           RECORD CONTAINS 846 CHARACTERS.
       01  AUDITFILE-REC.
           05  AUDIT-CUSTOMER-ID      PIC X(10).
           05  AUDIT-ACTION           PIC X(10).
           05  AUDIT-TIMESTAMP        PIC X(26).
           05  AUDIT-BEFORE-IMAGE     PIC X(400).
           05  AUDIT-AFTER-IMAGE      PIC X(400).

       FD  DARRPT
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  DARRPT-REC                 PIC X(133).

      *    Business-date control record set by BDATESET at the start
      *    of the cycle (see BUSDATE copybook).
       FD  BUSDATEF
           RECORDING MODE IS F
           RECORD CONTAINS 30 CHARACTERS.
       01  BUSDATEF-REC               PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-CUSTDAR-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'CUSTDAR'.
           05  WS-EOF-DARREQ          PIC X(1)  VALUE 'N'.
               88  EOF-DARREQ             VALUE 'Y'.
           05  WS-EOF-FILE            PIC X(1)  VALUE 'N'.
               88  EOF-FILE               VALUE 'Y'.
           05  WS-CUST-FOUND          PIC X(1)  VALUE 'N'.
               88  CUSTOMER-FOUND         VALUE 'Y'.
           05  WS-SELECT-CUST-ID      PIC X(10) VALUE SPACES.
           05  WS-REQ-OPERATOR        PIC X(08) VALUE SPACES.
           05  WS-REQ-REFERENCE       PIC X(60) VALUE SPACES.
           05  WS-ACCESS-STAMP        PIC X(26) VALUE SPACES.
           05  WS-DATE-FROM           PIC X(08) VALUE SPACES.
           05  WS-DATE-TO             PIC X(08) VALUE SPACES.
           05  WS-CUSTOMER-COUNT      PIC 9(5)  COMP VALUE ZERO.
           05  WS-NOT-FOUND-COUNT     PIC 9(5)  COMP VALUE ZERO.
           05  WS-SECTION-COUNT       PIC 9(7)  COMP VALUE ZERO.
           05  WS-COUNT-DISP          PIC ZZZZZZ9.
           05  WS-SMALL-DISP          PIC ZZZ9.
           05  WS-SCORE-DISP          PIC ZZ9.
           05  WS-RATE-DISP           PIC ZZ9.9999.
           05  WS-AMOUNT              PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-FORMATTED-AMT       PIC X(18) VALUE SPACES.
           05  WS-FORMATTED-AMT-2     PIC X(18) VALUE SPACES.
           05  WS-PROCESS-RC          PIC S9(04) COMP VALUE ZERO.
           05  WS-SECTION-TITLE       PIC X(40) VALUE SPACES.
           05  WS-RPT-LINE            PIC X(133) VALUE SPACES.
           05  WS-IX                  PIC 9(3)  COMP VALUE ZERO.
           05  WS-MATCH               PIC X(1)  VALUE 'N'.
               88  ENTITY-MATCHED         VALUE 'Y'.

      *    Households the customer belongs to, found on the first
      *    pass of RELFILE so the second pass can list the other
      *    members.
       01  WS-HOUSEHOLD-TABLE.
           05  WS-HH-COUNT            PIC 9(3)  COMP VALUE ZERO.
           05  WS-HH-ENTRY            OCCURS 10 TIMES.
               10  WS-HH-ID           PIC X(10).

      *    Loans and certificates found for the customer - letters
      *    from COLLECT and TDMATUR are archived under the LOAN-ID
      *    or TD-ID rather than the CUSTOMER-ID (see LTRDATA), so
      *    correspondence is matched against these as well.
       01  WS-ENTITY-TABLE.
           05  WS-ENT-COUNT           PIC 9(3)  COMP VALUE ZERO.
           05  WS-ENT-ENTRY           OCCURS 100 TIMES.
               10  WS-ENT-ID          PIC X(12).

       COPY CUSTMAST.
       COPY ADDRDATA.
       COPY RELDATA.
       COPY ACCTMST.
       COPY LOANDATA.
       COPY TDDATA.
       COPY PRIVDATA.
       COPY DISPDATA.
       COPY NOTEDATA.
       COPY LTRDATA.
       COPY ALRTDATA.
       COPY PINSEC.
       COPY ACCLOG.
       COPY BUSDATE.

       PROCEDURE DIVISION.

       1000-INIT.
      *    SYSIN: lines 1/2 the YYYYMMDD date range for the history
      *    sections (blank dates default to everything on file),
      *    line 3 the initials of the operator running the
      *    extraction, for the access trail, line 4 who asked and
      *    under what authority (customer request, subpoena number,
      *    examiner), printed on every cover page.
           ACCEPT WS-DATE-FROM      FROM SYSIN
           ACCEPT WS-DATE-TO        FROM SYSIN
           ACCEPT WS-REQ-OPERATOR   FROM SYSIN
           ACCEPT WS-REQ-REFERENCE  FROM SYSIN
           IF WS-DATE-FROM = SPACES
               MOVE '00000000' TO WS-DATE-FROM
           END-IF
           IF WS-DATE-TO = SPACES
               MOVE '99999999' TO WS-DATE-TO
           END-IF
           PERFORM 1010-READ-BUSINESS-DATE
           OPEN INPUT  DARREQ
                       DBFILE
                       ACCTMAST
                       PRIVOPT
           OPEN OUTPUT DARRPT
           PERFORM 2000-PROCESS-REQUEST UNTIL EOF-DARREQ
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

       2000-PROCESS-REQUEST.
           READ DARREQ
               AT END MOVE 'Y' TO WS-EOF-DARREQ
           END-READ
           IF NOT EOF-DARREQ
               IF DARREQ-CUSTOMER-ID NOT = SPACES
                   MOVE DARREQ-CUSTOMER-ID TO WS-SELECT-CUST-ID
                   ADD 1 TO WS-CUSTOMER-COUNT
                   PERFORM 3000-REPORT-CUSTOMER
               END-IF
           END-IF.

       3000-REPORT-CUSTOMER.
      *    The sequential files are reread from the top for every
      *    customer - a request list is a handful of names, and each
      *    customer's report has to stand on its own when it is
      *    handed over.
           MOVE ZERO TO WS-HH-COUNT
                        WS-ENT-COUNT
           MOVE 'N' TO WS-CUST-FOUND
           MOVE WS-SELECT-CUST-ID TO DBFILE-CUSTOMER-ID
           READ DBFILE INTO CUSTOMER-RECORD
               KEY IS DBFILE-CUSTOMER-ID
               INVALID KEY
                   MOVE SPACES TO CUSTOMER-RECORD
                   ADD 1 TO WS-NOT-FOUND-COUNT
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CUST-FOUND
           END-READ
           PERFORM 3100-WRITE-COVER-PAGE
           PERFORM 4000-CUSTOMER-SECTION
           PERFORM 4100-ADDRESS-SECTION
           PERFORM 4200-HOUSEHOLD-SECTION
           PERFORM 4300-ACCOUNT-SECTION
           PERFORM 4400-LOAN-SECTION
           PERFORM 4500-TERM-DEPOSIT-SECTION
           PERFORM 4600-PRIVACY-SECTION
           PERFORM 4700-DISPUTE-SECTION
           PERFORM 4800-NOTE-SECTION
           PERFORM 4900-LETTER-SECTION
           PERFORM 5000-ALERT-SECTION
           PERFORM 5100-PIN-SECTION
           PERFORM 5200-ACCESS-LOG-SECTION
           PERFORM 5300-CHANGE-HISTORY-SECTION
           MOVE SPACES TO WS-RPT-LINE
           WRITE DARRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING '*** END OF DATA ACCESS REPORT FOR CUSTOMER '
                  WS-SELECT-CUST-ID ' ***'
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE DARRPT-REC FROM WS-RPT-LINE
           PERFORM 9100-LOG-ACCESS.

       3100-WRITE-COVER-PAGE.
           MOVE ALL '=' TO WS-RPT-LINE
           WRITE DARRPT-REC FROM WS-RPT-LINE
           MOVE 'CUSTOMER DATA ACCESS REPORT' TO WS-RPT-LINE
           WRITE DARRPT-REC FROM WS-RPT-LINE
           MOVE ALL '=' TO WS-RPT-LINE
           WRITE DARRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'CUSTOMER:      ' WS-SELECT-CUST-ID '  '
                  CUSTOMER-NAME
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE DARRPT-REC FROM WS-RPT-LINE
           IF NOT CUSTOMER-FOUND
               MOVE SPACES TO WS-RPT-LINE
               MOVE '               NOT ON THE CUSTOMER MASTER - OTHER
      -             ' FILES SEARCHED FOR ANY RECORDS STILL HELD'
                   TO WS-RPT-LINE
               WRITE DARRPT-REC FROM WS-RPT-LINE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING 'REQUESTED BY:  ' WS-REQ-REFERENCE
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE DARRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'PREPARED BY:   ' WS-REQ-OPERATOR
                  '  BUSINESS DATE ' BUS-DATE
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE DARRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'DATE RANGE:    ' WS-DATE-FROM ' TO ' WS-DATE-TO
                  '  (HISTORY SECTIONS - MASTER RECORDS IN FULL)'
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE DARRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE DARRPT-REC FROM WS-RPT-LINE
           MOVE 'FILES SEARCHED:' TO WS-RPT-LINE
           WRITE DARRPT-REC FROM WS-RPT-LINE
           MOVE '  DBFILE     CUSTOMER MASTER' TO WS-RPT-LINE
           WRITE DARRPT-REC FROM WS-RPT-LINE
           MOVE '  ADDRFILE   ADDRESS ON FILE' TO WS-RPT-LINE
           WRITE DARRPT-REC FROM WS-RPT-LINE
           MOVE '  RELFILE    HOUSEHOLD AND JOINT OWNERSHIP'
               TO WS-RPT-LINE
           WRITE DARRPT-REC FROM WS-RPT-LINE
           MOVE '  ACCTMAST   PRODUCT ACCOUNTS' TO WS-RPT-LINE
           WRITE DARRPT-REC FROM WS-RPT-LINE
           MOVE '  LOANFILE   LOANS (BORROWER OF RECORD)' TO WS-RPT-LINE
           WRITE DARRPT-REC FROM WS-RPT-LINE
           MOVE '  TDFILE     TERM DEPOSITS' TO WS-RPT-LINE
           WRITE DARRPT-REC FROM WS-RPT-LINE
           MOVE '  PRIVOPT    PRIVACY ELECTIONS' TO WS-RPT-LINE
           WRITE DARRPT-REC FROM WS-RPT-LINE
           MOVE '  DISPFILE   DISPUTES AND COMPLAINTS' TO WS-RPT-LINE
           WRITE DARRPT-REC FROM WS-RPT-LINE
           MOVE '  NOTEFILE   CONTACT NOTES' TO WS-RPT-LINE
           WRITE DARRPT-REC FROM WS-RPT-LINE
           MOVE '  LTRARIX    CORRESPONDENCE SENT' TO WS-RPT-LINE
           WRITE DARRPT-REC FROM WS-RPT-LINE
           MOVE '  ALERTPRM   ALERT ENROLLMENT' TO WS-RPT-LINE
           WRITE DARRPT-REC FROM WS-RPT-LINE
           MOVE '  PINSEC     PIN SECURITY STATE' TO WS-RPT-LINE
           WRITE DARRPT-REC FROM WS-RPT-LINE
           MOVE '  ACCESSLOG  STAFF ACCESS TO THE CUSTOMER''S DATA'
               TO WS-RPT-LINE
           WRITE DARRPT-REC FROM WS-RPT-LINE
           MOVE '  DBAUDIT    CHANGE HISTORY' TO WS-RPT-LINE
           WRITE DARRPT-REC FROM WS-RPT-LINE.

      *----------------------------------------------------------------*
      * Master and current-state sections                              *
      *----------------------------------------------------------------*
       4000-CUSTOMER-SECTION.
           MOVE 'CUSTOMER RECORD' TO WS-SECTION-TITLE
           PERFORM 8000-START-SECTION
           IF CUSTOMER-FOUND
               ADD 1 TO WS-SECTION-COUNT
               MOVE SPACES TO WS-RPT-LINE
               STRING '  NAME ' CUSTOMER-NAME
                      '  STATUS ' ACCOUNT-STATUS
                      '  SEGMENT ' CUSTOMER-SEGMENT
                      '  CURRENCY ' CURRENCY-CODE
                      '  DELIVERY ' DELIVERY-PREF
                   DELIMITED SIZE INTO WS-RPT-LINE
               WRITE DARRPT-REC FROM WS-RPT-LINE
               CALL 'FMTAMT' USING CUSTOMER-BALANCE
                                   WS-FORMATTED-AMT
                                   CURRENCY-CODE
                                   WS-PROCESS-RC
               MOVE CREDIT-LIMIT TO WS-AMOUNT
               CALL 'FMTAMT' USING WS-AMOUNT
                                   WS-FORMATTED-AMT-2
                                   CURRENCY-CODE
                                   WS-PROCESS-RC
               MOVE SPACES TO WS-RPT-LINE
               STRING '  BALANCE ' WS-FORMATTED-AMT
                      '  CREDIT LIMIT ' WS-FORMATTED-AMT-2
                   DELIMITED SIZE INTO WS-RPT-LINE
               WRITE DARRPT-REC FROM WS-RPT-LINE
               MOVE CUSTOMER-INCOME TO WS-AMOUNT
               CALL 'FMTAMT' USING WS-AMOUNT
                                   WS-FORMATTED-AMT
                                   CURRENCY-CODE
                                   WS-PROCESS-RC
               MOVE CUSTOMER-CREDIT-SCORE TO WS-SCORE-DISP
               MOVE SPACES TO WS-RPT-LINE
               STRING '  INCOME ' WS-FORMATTED-AMT
                      '  CREDIT SCORE ' WS-SCORE-DISP
                      '  ACCOUNT NUMBER ' DBFILE-ACCOUNT-NUMBER
                      '  LAST UPDATED ' LAST-UPDATE-DATE
                      ' ' LAST-UPDATE-TIME
                   DELIMITED SIZE INTO WS-RPT-LINE
               WRITE DARRPT-REC FROM WS-RPT-LINE
      *        The PIN is held but never disclosed - its presence is
      *        what the customer is entitled to know.
               MOVE '  PIN ON FILE (VALUE NOT DISCLOSED)'
                   TO WS-RPT-LINE
               WRITE DARRPT-REC FROM WS-RPT-LINE
           END-IF
           PERFORM 8100-END-SECTION.

       4100-ADDRESS-SECTION.
           MOVE 'ADDRESS' TO WS-SECTION-TITLE
           PERFORM 8000-START-SECTION
           MOVE 'N' TO WS-EOF-FILE
           OPEN INPUT ADDRFILE
           PERFORM UNTIL EOF-FILE
               READ ADDRFILE
                   AT END MOVE 'Y' TO WS-EOF-FILE
               END-READ
               IF NOT EOF-FILE
                   IF ADDRFILE-CUSTOMER-ID = WS-SELECT-CUST-ID
                       ADD 1 TO WS-SECTION-COUNT
                       MOVE ADDRFILE-DATA TO ADDRESS-RECORD
                       MOVE SPACES TO WS-RPT-LINE
                       STRING '  ' ADDR-LINE-1 ' ' ADDR-LINE-2
                           DELIMITED SIZE INTO WS-RPT-LINE
                       WRITE DARRPT-REC FROM WS-RPT-LINE
                       MOVE SPACES TO WS-RPT-LINE
                       STRING '  ' ADDR-CITY ' ' ADDR-STATE ' '
                              ADDR-ZIP ' ' ADDR-COUNTRY
                              '  VALID ' ADDR-VALID-FLAG
                              '  UPDATED ' ADDR-LAST-UPDATE
                           DELIMITED SIZE INTO WS-RPT-LINE
                       WRITE DARRPT-REC FROM WS-RPT-LINE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ADDRFILE
           PERFORM 8100-END-SECTION.

       4200-HOUSEHOLD-SECTION.
      *    First pass finds the customer's households, second lists
      *    every member of them - the customer's own line included,
      *    so the role held is on the report.
           MOVE 'HOUSEHOLD AND JOINT OWNERSHIP' TO WS-SECTION-TITLE
           PERFORM 8000-START-SECTION
           MOVE 'N' TO WS-EOF-FILE
           OPEN INPUT RELFILE
           PERFORM UNTIL EOF-FILE
               READ RELFILE INTO HOUSEHOLD-RELATION-RECORD
                   AT END MOVE 'Y' TO WS-EOF-FILE
               END-READ
               IF NOT EOF-FILE
                   IF REL-CUSTOMER-ID = WS-SELECT-CUST-ID
                           AND WS-HH-COUNT < 10
                       ADD 1 TO WS-HH-COUNT
                       MOVE REL-HOUSEHOLD-ID TO WS-HH-ID(WS-HH-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE RELFILE
           IF WS-HH-COUNT > ZERO
               MOVE 'N' TO WS-EOF-FILE
               OPEN INPUT RELFILE
               PERFORM UNTIL EOF-FILE
                   READ RELFILE INTO HOUSEHOLD-RELATION-RECORD
                       AT END MOVE 'Y' TO WS-EOF-FILE
                   END-READ
                   IF NOT EOF-FILE
                       PERFORM 4210-CHECK-HOUSEHOLD-MEMBER
                   END-IF
               END-PERFORM
               CLOSE RELFILE
           END-IF
           PERFORM 8100-END-SECTION.

       4210-CHECK-HOUSEHOLD-MEMBER.
           MOVE 'N' TO WS-MATCH
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-HH-COUNT OR ENTITY-MATCHED
               IF REL-HOUSEHOLD-ID = WS-HH-ID(WS-IX)
                   MOVE 'Y' TO WS-MATCH
               END-IF
           END-PERFORM
           IF ENTITY-MATCHED
               ADD 1 TO WS-SECTION-COUNT
               MOVE SPACES TO WS-RPT-LINE
               STRING '  HOUSEHOLD ' REL-HOUSEHOLD-ID
                      '  MEMBER ' REL-CUSTOMER-ID
                      '  ROLE ' REL-ROLE
                      '  RETITLE ' REL-RETITLE-FLAG
                      ' ' REL-RETITLE-DECEDENT
                      ' ' REL-RETITLE-DATE
                   DELIMITED SIZE INTO WS-RPT-LINE
               WRITE DARRPT-REC FROM WS-RPT-LINE
           END-IF.

       4300-ACCOUNT-SECTION.
           MOVE 'PRODUCT ACCOUNTS (ACCTMAST)' TO WS-SECTION-TITLE
           PERFORM 8000-START-SECTION
           MOVE 'N' TO WS-EOF-FILE
           MOVE LOW-VALUES TO AMF-ACCOUNT-NUMBER
           MOVE WS-SELECT-CUST-ID TO AMF-ACCOUNT-NUMBER(1:10)
           START ACCTMAST KEY NOT < AMF-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-FILE
           END-START
           PERFORM UNTIL EOF-FILE
               READ ACCTMAST NEXT RECORD INTO ACCOUNT-MASTER-RECORD
                   AT END MOVE 'Y' TO WS-EOF-FILE
               END-READ
               IF NOT EOF-FILE
                   IF AM-ACCOUNT-NUMBER(1:10) NOT = WS-SELECT-CUST-ID
                       MOVE 'Y' TO WS-EOF-FILE
                   ELSE
                       PERFORM 4310-WRITE-ACCOUNT-LINE
                   END-IF
               END-IF
           END-PERFORM
           PERFORM 8100-END-SECTION.

       4310-WRITE-ACCOUNT-LINE.
           ADD 1 TO WS-SECTION-COUNT
           CALL 'FMTAMT' USING AM-BALANCE
                               WS-FORMATTED-AMT
                               CURRENCY-CODE
                               WS-PROCESS-RC
           MOVE AM-YTD-INTEREST TO WS-AMOUNT
           CALL 'FMTAMT' USING WS-AMOUNT
                               WS-FORMATTED-AMT-2
                               CURRENCY-CODE
                               WS-PROCESS-RC
           MOVE SPACES TO WS-RPT-LINE
           STRING '  ' AM-ACCOUNT-NUMBER
                  '  TYPE ' AM-ACCOUNT-TYPE
                  '  STATUS ' AM-STATUS
                  '  BALANCE ' WS-FORMATTED-AMT
                  '  YTD INTEREST ' WS-FORMATTED-AMT-2
                  '  OPENED ' AM-OPENED-DATE
                  '  UPDATED ' AM-LAST-UPDATE-DATE
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE DARRPT-REC FROM WS-RPT-LINE.

       4400-LOAN-SECTION.
      *    Loans are linked by the borrower of record LOANPROC
      *    stamps at origination; one booked before it was carried
      *    has spaces there and cannot be attributed from the file.
           MOVE 'LOANS' TO WS-SECTION-TITLE
           PERFORM 8000-START-SECTION
           MOVE 'N' TO WS-EOF-FILE
           OPEN INPUT LOANFILE
           PERFORM UNTIL EOF-FILE
               READ LOANFILE INTO LOAN-RECORD
                   AT END MOVE 'Y' TO WS-EOF-FILE
               END-READ
               IF NOT EOF-FILE
                   IF LOAN-CUSTOMER-ID = WS-SELECT-CUST-ID
                       PERFORM 4410-WRITE-LOAN-LINE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE LOANFILE
           PERFORM 8100-END-SECTION.

       4410-WRITE-LOAN-LINE.
           ADD 1 TO WS-SECTION-COUNT
           IF WS-ENT-COUNT < 100
               ADD 1 TO WS-ENT-COUNT
               MOVE LOAN-ID TO WS-ENT-ID(WS-ENT-COUNT)
           END-IF
           MOVE LOAN-AMOUNT TO WS-AMOUNT
           CALL 'FMTAMT' USING WS-AMOUNT
                               WS-FORMATTED-AMT
                               CURRENCY-CODE
                               WS-PROCESS-RC
           MOVE LOAN-BALANCE TO WS-AMOUNT
           CALL 'FMTAMT' USING WS-AMOUNT
                               WS-FORMATTED-AMT-2
                               CURRENCY-CODE
                               WS-PROCESS-RC
           MOVE LOAN-INTEREST-RATE TO WS-RATE-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING '  ' LOAN-ID
                  '  TYPE ' LOAN-TYPE
                  '  STATUS ' LOAN-STATUS
                  '  AMOUNT ' WS-FORMATTED-AMT
                  '  BALANCE ' WS-FORMATTED-AMT-2
                  '  RATE ' WS-RATE-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE DARRPT-REC FROM WS-RPT-LINE
           MOVE LOAN-MONTHLY-PAYMENT TO WS-AMOUNT
           CALL 'FMTAMT' USING WS-AMOUNT
                               WS-FORMATTED-AMT
                               CURRENCY-CODE
                               WS-PROCESS-RC
           MOVE SPACES TO WS-RPT-LINE
           STRING '      START ' LOAN-START-DATE
                  '  END ' LOAN-END-DATE
                  '  PAYMENT ' WS-FORMATTED-AMT
                  '  NEXT DUE ' LOAN-NEXT-DUE-DATE
                  '  OFFICER ' LOAN-OFFICER-ID
                  '  BANKRUPTCY ' LOAN-BK-CHAPTER
                  '  SCRA ' LOAN-SCRA-FLAG
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE DARRPT-REC FROM WS-RPT-LINE.

       4500-TERM-DEPOSIT-SECTION.
           MOVE 'TERM DEPOSITS' TO WS-SECTION-TITLE
           PERFORM 8000-START-SECTION
           MOVE 'N' TO WS-EOF-FILE
           OPEN INPUT TDFILE
           PERFORM UNTIL EOF-FILE
               READ TDFILE INTO TERM-DEPOSIT-RECORD
                   AT END MOVE 'Y' TO WS-EOF-FILE
               END-READ
               IF NOT EOF-FILE
                   IF TD-CUSTOMER-ID = WS-SELECT-CUST-ID
                       PERFORM 4510-WRITE-TD-LINE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE TDFILE
           PERFORM 8100-END-SECTION.

       4510-WRITE-TD-LINE.
           ADD 1 TO WS-SECTION-COUNT
           IF WS-ENT-COUNT < 100
               ADD 1 TO WS-ENT-COUNT
               MOVE TD-ID TO WS-ENT-ID(WS-ENT-COUNT)
           END-IF
           CALL 'FMTAMT' USING TD-PRINCIPAL
                               WS-FORMATTED-AMT
                               CURRENCY-CODE
                               WS-PROCESS-RC
           MOVE TD-LOCKED-RATE TO WS-RATE-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING '  ' TD-ID
                  '  STATUS ' TD-STATUS
                  '  PRINCIPAL ' WS-FORMATTED-AMT
                  '  RATE ' WS-RATE-DISP
                  '  OPENED ' TD-OPEN-DATE
                  '  MATURES ' TD-MATURITY-DATE
                  '  DISPOSITION ' TD-DISPOSITION
                  ' ' TD-PAYOUT-ACCOUNT
                  '  IRA ' TD-IRA-FLAG
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE DARRPT-REC FROM WS-RPT-LINE.

       4600-PRIVACY-SECTION.
           MOVE 'PRIVACY ELECTIONS' TO WS-SECTION-TITLE
           PERFORM 8000-START-SECTION
           MOVE WS-SELECT-CUST-ID TO PRIVOPT-CUSTOMER-ID
           READ PRIVOPT INTO PRIVACY-ELECTION-RECORD
               KEY IS PRIVOPT-CUSTOMER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-SECTION-COUNT
                   MOVE SPACES TO WS-RPT-LINE
                   STRING '  NO AFFILIATE SHARING ' PRV-NO-AFFILIATE
                          '  NO THIRD-PARTY SHARING '
                          PRV-NO-THIRD-PARTY
                          '  NO SOLICITATION ' PRV-NO-SOLICIT
                          '  ELECTED ' PRV-ELECTION-DATE
                          '  METHOD ' PRV-METHOD
                          '  BY ' PRV-UPDATED-BY
                       DELIMITED SIZE INTO WS-RPT-LINE
                   WRITE DARRPT-REC FROM WS-RPT-LINE
                   MOVE SPACES TO WS-RPT-LINE
                   STRING '  INITIAL NOTICE SENT ' PRV-INITIAL-FLAG
                          ' ' PRV-INITIAL-DATE
                          '  LAST ANNUAL NOTICE ' PRV-ANNUAL-DATE
                       DELIMITED SIZE INTO WS-RPT-LINE
                   WRITE DARRPT-REC FROM WS-RPT-LINE
           END-READ
           PERFORM 8100-END-SECTION.

      *----------------------------------------------------------------*
      * History sections - limited to the requested date range         *
      *----------------------------------------------------------------*
       4700-DISPUTE-SECTION.
           MOVE 'DISPUTES AND COMPLAINTS' TO WS-SECTION-TITLE
           PERFORM 8000-START-SECTION
           MOVE 'N' TO WS-EOF-FILE
           OPEN INPUT DISPFILE
           PERFORM UNTIL EOF-FILE
               READ DISPFILE INTO DISPUTE-RECORD
                   AT END MOVE 'Y' TO WS-EOF-FILE
               END-READ
               IF NOT EOF-FILE
                   IF DISP-CUSTOMER-ID = WS-SELECT-CUST-ID
                           AND DISP-OPENED-DATE >= WS-DATE-FROM
                           AND DISP-OPENED-DATE <= WS-DATE-TO
                       PERFORM 4710-WRITE-DISPUTE-LINE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE DISPFILE
           PERFORM 8100-END-SECTION.

       4710-WRITE-DISPUTE-LINE.
           ADD 1 TO WS-SECTION-COUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING '  OPENED ' DISP-OPENED-DATE
                  '  ACCOUNT ' DISP-ACCOUNT-NUMBER
                  '  REASON ' DISP-REASON-CODE ' ' DISP-REASON-TEXT
                  '  STATUS ' DISP-STATUS
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE DARRPT-REC FROM WS-RPT-LINE
           IF DISP-RESOLVED-DATE NOT = SPACES
               MOVE SPACES TO WS-RPT-LINE
               STRING '      RESOLVED ' DISP-RESOLVED-DATE
                      '  ' DISP-RESOLUTION-TEXT
                      '  PROVISIONAL CREDIT ' DISP-PROV-CREDIT-FLAG
                      '  REFUNDED ' DISP-DISBURSED-FLAG
                   DELIMITED SIZE INTO WS-RPT-LINE
               WRITE DARRPT-REC FROM WS-RPT-LINE
           END-IF.

       4800-NOTE-SECTION.
           MOVE 'CONTACT NOTES' TO WS-SECTION-TITLE
           PERFORM 8000-START-SECTION
           MOVE 'N' TO WS-EOF-FILE
           OPEN INPUT NOTEFILE
           PERFORM UNTIL EOF-FILE
               READ NOTEFILE INTO CUSTOMER-NOTE-RECORD
                   AT END MOVE 'Y' TO WS-EOF-FILE
               END-READ
               IF NOT EOF-FILE
                   IF NOTE-CUSTOMER-ID = WS-SELECT-CUST-ID
                           AND NOTE-DATE >= WS-DATE-FROM
                           AND NOTE-DATE <= WS-DATE-TO
                       ADD 1 TO WS-SECTION-COUNT
                       MOVE SPACES TO WS-RPT-LINE
                       STRING '  ' NOTE-DATE ' ' NOTE-TIME
                              ' ' NOTE-OPERATOR ' ' NOTE-TEXT
                           DELIMITED SIZE INTO WS-RPT-LINE
                       WRITE DARRPT-REC FROM WS-RPT-LINE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE NOTEFILE
           PERFORM 8100-END-SECTION.

       4900-LETTER-SECTION.
      *    Index entries only - LTRRPRT pulls any of these back out
      *    of LTRARCH exactly as sent if the letter itself is wanted.
           MOVE 'CORRESPONDENCE SENT' TO WS-SECTION-TITLE
           PERFORM 8000-START-SECTION
           MOVE 'N' TO WS-EOF-FILE
           OPEN INPUT LTRARIX
           PERFORM UNTIL EOF-FILE
               READ LTRARIX INTO LETTER-INDEX-RECORD
                   AT END MOVE 'Y' TO WS-EOF-FILE
               END-READ
               IF NOT EOF-FILE
                   IF LIX-LETTER-DATE >= WS-DATE-FROM
                           AND LIX-LETTER-DATE <= WS-DATE-TO
                       PERFORM 4910-CHECK-LETTER
                   END-IF
               END-IF
           END-PERFORM
           CLOSE LTRARIX
           PERFORM 8100-END-SECTION.

       4910-CHECK-LETTER.
           MOVE 'N' TO WS-MATCH
           IF LIX-ENTITY-ID = WS-SELECT-CUST-ID
               MOVE 'Y' TO WS-MATCH
           END-IF
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-ENT-COUNT OR ENTITY-MATCHED
               IF LIX-ENTITY-ID = WS-ENT-ID(WS-IX)
                   MOVE 'Y' TO WS-MATCH
               END-IF
           END-PERFORM
           IF ENTITY-MATCHED
               ADD 1 TO WS-SECTION-COUNT
               MOVE LIX-LINE-COUNT TO WS-SMALL-DISP
               MOVE SPACES TO WS-RPT-LINE
               STRING '  ' LIX-LETTER-DATE
                      '  TYPE ' LIX-LETTER-TYPE
                      '  FOR ' LIX-ENTITY-ID
                      '  ARCHIVE RECORD ' LIX-START-RECNO
                      '  LINES ' WS-SMALL-DISP
                   DELIMITED SIZE INTO WS-RPT-LINE
               WRITE DARRPT-REC FROM WS-RPT-LINE
           END-IF.

       5000-ALERT-SECTION.
           MOVE 'ALERT ENROLLMENT' TO WS-SECTION-TITLE
           PERFORM 8000-START-SECTION
           MOVE 'N' TO WS-EOF-FILE
           OPEN INPUT ALERTPRM
           PERFORM UNTIL EOF-FILE
               READ ALERTPRM INTO ALERT-THRESHOLD-RECORD
                   AT END MOVE 'Y' TO WS-EOF-FILE
               END-READ
               IF NOT EOF-FILE
                   IF ALP-CUSTOMER-ID = WS-SELECT-CUST-ID
                       PERFORM 5010-WRITE-ALERT-LINE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ALERTPRM
           PERFORM 8100-END-SECTION.

       5010-WRITE-ALERT-LINE.
           ADD 1 TO WS-SECTION-COUNT
           MOVE ALP-BAL-THRESHOLD TO WS-AMOUNT
           CALL 'FMTAMT' USING WS-AMOUNT
                               WS-FORMATTED-AMT
                               CURRENCY-CODE
                               WS-PROCESS-RC
           MOVE ALP-DEBIT-THRESHOLD TO WS-AMOUNT
           CALL 'FMTAMT' USING WS-AMOUNT
                               WS-FORMATTED-AMT-2
                               CURRENCY-CODE
                               WS-PROCESS-RC
           MOVE SPACES TO WS-RPT-LINE
           STRING '  LOW-BALANCE ALERT BELOW ' WS-FORMATTED-AMT
                  '  LARGE-DEBIT ALERT ABOVE ' WS-FORMATTED-AMT-2
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE DARRPT-REC FROM WS-RPT-LINE.

       5100-PIN-SECTION.
           MOVE 'PIN SECURITY' TO WS-SECTION-TITLE
           PERFORM 8000-START-SECTION
           MOVE 'N' TO WS-EOF-FILE
           OPEN INPUT PINSECF
           PERFORM UNTIL EOF-FILE
               READ PINSECF INTO PIN-SECURITY-RECORD
                   AT END MOVE 'Y' TO WS-EOF-FILE
               END-READ
               IF NOT EOF-FILE
                   IF PS-CUSTOMER-ID = WS-SELECT-CUST-ID
                       ADD 1 TO WS-SECTION-COUNT
                       MOVE SPACES TO WS-RPT-LINE
                       STRING '  FAILED ATTEMPTS ' PS-FAIL-COUNT
                              '  LAST FAILURE ' PS-LAST-FAIL-DATE
                              '  LOCKED ' PS-LOCK-FLAG
                              '  CHANGE REQUIRED ' PS-FORCE-CHANGE
                           DELIMITED SIZE INTO WS-RPT-LINE
                       WRITE DARRPT-REC FROM WS-RPT-LINE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE PINSECF
           PERFORM 8100-END-SECTION.

       5200-ACCESS-LOG-SECTION.
           MOVE 'STAFF ACCESS LOG' TO WS-SECTION-TITLE
           PERFORM 8000-START-SECTION
           MOVE 'N' TO WS-EOF-FILE
           OPEN INPUT ACCESSLOG
           PERFORM UNTIL EOF-FILE
               READ ACCESSLOG INTO ACCESS-LOG-RECORD
                   AT END MOVE 'Y' TO WS-EOF-FILE
               END-READ
               IF NOT EOF-FILE
                   IF ACL-CUSTOMER-ID = WS-SELECT-CUST-ID
                           AND ACL-DATE >= WS-DATE-FROM
                           AND ACL-DATE <= WS-DATE-TO
                       ADD 1 TO WS-SECTION-COUNT
                       MOVE SPACES TO WS-RPT-LINE
                       STRING '  ' ACL-DATE ' ' ACL-TIME
                              '  ' ACL-PROGRAM
                              '  OPERATOR ' ACL-OPERATOR
                              '  TERMINAL ' ACL-TERMINAL
                              '  ' ACL-ACTION
                              '  ' ACL-WHAT-VIEWED
                           DELIMITED SIZE INTO WS-RPT-LINE
                       WRITE DARRPT-REC FROM WS-RPT-LINE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ACCESSLOG
           PERFORM 8100-END-SECTION.

       5300-CHANGE-HISTORY-SECTION.
      *    One line per change - AUDINQ gives the field-by-field
      *    before and after for any of these when it is needed.
           MOVE 'CHANGE HISTORY (DBAUDIT)' TO WS-SECTION-TITLE
           PERFORM 8000-START-SECTION
           MOVE 'N' TO WS-EOF-FILE
           OPEN INPUT AUDITFILE
           PERFORM UNTIL EOF-FILE
               READ AUDITFILE
                   AT END MOVE 'Y' TO WS-EOF-FILE
               END-READ
               IF NOT EOF-FILE
                   IF AUDIT-CUSTOMER-ID = WS-SELECT-CUST-ID
                           AND AUDIT-TIMESTAMP(1:8) >= WS-DATE-FROM
                           AND AUDIT-TIMESTAMP(1:8) <= WS-DATE-TO
                       ADD 1 TO WS-SECTION-COUNT
                       MOVE SPACES TO WS-RPT-LINE
                       STRING '  ' AUDIT-TIMESTAMP
                              '  ' AUDIT-ACTION
                           DELIMITED SIZE INTO WS-RPT-LINE
                       WRITE DARRPT-REC FROM WS-RPT-LINE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE AUDITFILE
           PERFORM 8100-END-SECTION.

      *----------------------------------------------------------------*
      * Section framing                                                *
      *----------------------------------------------------------------*
       8000-START-SECTION.
           MOVE ZERO TO WS-SECTION-COUNT
           MOVE SPACES TO WS-RPT-LINE
           WRITE DARRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING '--- ' WS-SECTION-TITLE
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE DARRPT-REC FROM WS-RPT-LINE.

       8100-END-SECTION.
           MOVE SPACES TO WS-RPT-LINE
           IF WS-SECTION-COUNT = ZERO
               MOVE '  NONE ON FILE' TO WS-RPT-LINE
           ELSE
               MOVE WS-SECTION-COUNT TO WS-COUNT-DISP
               STRING '  RECORDS: ' WS-COUNT-DISP
                   DELIMITED SIZE INTO WS-RPT-LINE
           END-IF
           WRITE DARRPT-REC FROM WS-RPT-LINE.

       9000-END.
           CLOSE DARREQ
                 DBFILE
                 ACCTMAST
                 PRIVOPT
                 DARRPT
           DISPLAY 'CUSTDAR CUSTOMERS REPORTED: ' WS-CUSTOMER-COUNT
           IF WS-NOT-FOUND-COUNT > ZERO
               DISPLAY 'CUSTDAR NOT ON CUSTOMER MASTER: '
                       WS-NOT-FOUND-COUNT
           END-IF
           STOP RUN.

       9100-LOG-ACCESS.
      *    The extraction discloses everything the screens do and
      *    more, so each customer reported leaves an entry on the
      *    same trail the online inquiries write.
           MOVE SPACES TO ACCESS-LOG-RECORD
           MOVE FUNCTION CURRENT-DATE TO WS-ACCESS-STAMP
           MOVE WS-ACCESS-STAMP(1:8)  TO ACL-DATE
           MOVE WS-ACCESS-STAMP(9:8)  TO ACL-TIME
           MOVE WS-PROGRAM-NAME       TO ACL-PROGRAM
           MOVE WS-REQ-OPERATOR       TO ACL-OPERATOR
           MOVE 'BTCH'                TO ACL-TERMINAL
           MOVE WS-SELECT-CUST-ID     TO ACL-CUSTOMER-ID
           SET ACL-ACTION-AUDIT       TO TRUE
           MOVE 'DATA ACCESS REPORT'  TO ACL-WHAT-VIEWED
           OPEN EXTEND ACCESSLOG
           WRITE ACCESSLOG-REC FROM ACCESS-LOG-RECORD
           CLOSE ACCESSLOG.
