      *----------------------------------------------------------------*
      * PROGRAM:  IRAFORM                                              *
      * PURPOSE:  Year-end IRA tax forms - the retirement-side         *
      *           companion to TAXFORM's 1099-INT run. Form 5498       *
      *           reports each plan's contributions for the tax year   *
      *           (off the IRAHIST trail by the tax year each          *
      *           contribution was tagged with, so prior-year          *
      *           contributions made up to the filing deadline count   *
      *           where the customer meant them) and the plan's fair   *
      *           market value - the IR account balance on ACCTMAST    *
      *           plus the principal of every active IRA certificate   *
      *           on TDFILE. Form 1099-R reports the year's            *
      *           distributions, one form per distribution code, with  *
      *           the federal income tax withheld. Print-image forms   *
      *           are addressed from ADDRDATA and every form gets an   *
      *           electronic-filing B record (T header, F trailer per  *
      *           form type - TAXFORM's filing pattern). A control     *
      *           report ties form counts and totals back to the       *
      *           inputs. Each printed form goes out behind an IRC     *
      *           cover letter from the letter text library in the     *
      *           customer's language; the form itself stays in        *
      *           English as the IRS requires.                         *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    ACCTMIO, FMTAMT, LTXLKUP                             *
      * COPYBOOKS: CUSTMAST, IRADATA, TDDATA, ACCTMST, ERRDATA,        *
      *            PRIVDATA, LTXDATA                                   *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     IRAFORM.
       AUTHOR.         TABFORGE-AI.
       DATE-WRITTEN.   2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IRAHIST  ASSIGN TO UT-S-IRAHIST
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT IRAACCT  ASSIGN TO UT-S-IRAACCT
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS DYNAMIC
                           RECORD KEY   IS IRAACCT-CUSTOMER-ID.
           SELECT TDFILE   ASSIGN TO UT-S-TDFILE
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS DYNAMIC
                           RECORD KEY   IS TDFILE-TD-ID.
           SELECT DBFILE   ASSIGN TO UT-S-DBFILE
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS RANDOM
                           RECORD KEY   IS DBFILE-CUSTOMER-ID
                           ALTERNATE RECORD KEY IS DBFILE-ACCOUNT-NUMBER
                               WITH DUPLICATES.
           SELECT ADDRFILE ASSIGN TO UT-S-ADDRFILE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT WRKFILE  ASSIGN TO UT-S-WRKFILE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT SORTWK1  ASSIGN TO UT-S-SORTWK.
           SELECT SRTWRK   ASSIGN TO UT-S-SRTWRK
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT FORMPRT  ASSIGN TO UT-S-FORMPRT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT IRSFILE  ASSIGN TO UT-S-IRSFILE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT CTLRPT   ASSIGN TO UT-S-CTLRPT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
      *    Privacy elections (see PRIVDATA) - read for the language
      *    the cover letter is sent in.
           SELECT PRIVOPT  ASSIGN TO UT-S-PRIVOPT
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS RANDOM
                           RECORD KEY   IS PRIVOPT-CUSTOMER-ID.

       DATA DIVISION.
       FILE SECTION.
      *    PYMT001's cumulative contribution/distribution trail (see
      *    IRA-HISTORY-RECORD).
       FD  IRAHIST
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  IRAHIST-REC                PIC X(80).

       FD  IRAACCT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  IRAACCT-REC.
           05  IRAACCT-CUSTOMER-ID    PIC X(10).
           05  FILLER                 PIC X(70).

       FD  TDFILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  TDFILE-REC.
           05  TDFILE-TD-ID           PIC X(12).
           05  FILLER                 PIC X(68).

       FD  DBFILE
           RECORDING MODE IS F
           RECORD CONTAINS 400 CHARACTERS.
       01  DBFILE-REC.
      *    Same layout as DBREAD01/DBUPD01's FD - kept in step by
      *    hand.
           05  DBFILE-CUSTOMER-ID     PIC X(10).
           05  FILLER                 PIC X(378).
           05  DBFILE-ACCOUNT-NUMBER  PIC X(12).

      *    Same presorted-by-CUSTOMER-ID address extract TAXFORM
      *    reads - independently redeclared here as the other
      *    readers do.
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

      *    Every reportable amount decorated with its customer, form
      *    ('5' = 5498, 'R' = 1099-R) and code (5498: 'C' a
      *    contribution, 'V' a piece of the fair market value;
      *    1099-R: the distribution code), so one SORT lines a
      *    customer's forms up for a single control break that also
      *    runs in the address extract's order.
       FD  WRKFILE
           RECORDING MODE IS F
           RECORD CONTAINS 50 CHARACTERS.
       01  WRKFILE-REC.
           05  WIR-CUSTOMER-ID        PIC X(10).
           05  WIR-FORM               PIC X(01).
           05  WIR-CODE               PIC X(01).
           05  WIR-PLAN-TYPE          PIC X(01).
           05  WIR-AMOUNT             PIC 9(11)V99.
           05  WIR-WITHHELD           PIC 9(09)V99.
           05  FILLER                 PIC X(13).

       SD  SORTWK1
           RECORD CONTAINS 50 CHARACTERS.
       01  SORTWK1-REC.
           05  SORTWK1-KEY            PIC X(12).
           05  FILLER                 PIC X(38).

       FD  SRTWRK
           RECORDING MODE IS F
           RECORD CONTAINS 50 CHARACTERS.
       01  SRTWRK-REC.
           05  SRT-KEY.
               10  SRT-CUSTOMER-ID    PIC X(10).
               10  SRT-FORM           PIC X(01).
               10  SRT-CODE           PIC X(01).
           05  SRT-PLAN-TYPE          PIC X(01).
           05  SRT-AMOUNT             PIC 9(11)V99.
           05  SRT-WITHHELD           PIC 9(09)V99.
           05  FILLER                 PIC X(13).

       FD  FORMPRT
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  FORMPRT-REC                PIC X(133).

      *    Electronic-filing records in TAXFORM's layout, with the
      *    form type and the second amount the IRA forms need: 'T'
      *    transmitter header, one 'B' record per form, an 'F'
      *    trailer per form type carrying its count and totals.
      *    5498: amount 1 contributions, amount 2 fair market value.
      *    1099-R: amount 1 gross distribution, amount 2 withheld.
       FD  IRSFILE
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
       01  IRSFILE-REC.
           05  IRS-RECORD-TYPE        PIC X(01).
           05  IRS-TAX-YEAR           PIC X(04).
           05  IRS-FORM-TYPE          PIC X(01).
           05  IRS-PAYEE-ID           PIC X(10).
           05  IRS-PAYEE-NAME         PIC X(40).
           05  IRS-PAYEE-ADDRESS      PIC X(40).
           05  IRS-FORM-COUNT REDEFINES IRS-PAYEE-ADDRESS.
               10  IRS-TRAILER-COUNT  PIC 9(09).
               10  FILLER             PIC X(31).
           05  IRS-AMOUNT-1           PIC 9(09)V99.
           05  IRS-AMOUNT-2           PIC 9(09)V99.
           05  IRS-DIST-CODE          PIC X(01).
           05  IRS-PLAN-TYPE          PIC X(01).

       FD  CTLRPT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  CTLRPT-REC                 PIC X(80).

       FD  PRIVOPT
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  PRIVOPT-REC.
           05  PRIVOPT-CUSTOMER-ID    PIC X(10).
           05  FILLER                 PIC X(50).

       WORKING-STORAGE SECTION.
       01  WS-IRAFORM-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'IRAFORM'.
           05  WS-EOF-INPUT           PIC X(1)  VALUE 'N'.
               88  EOF-INPUT              VALUE 'Y'.
           05  WS-EOF-SRTWRK          PIC X(1)  VALUE 'N'.
               88  EOF-SRTWRK             VALUE 'Y'.
           05  WS-EOF-ADDRFILE        PIC X(1)  VALUE 'N'.
               88  EOF-ADDRFILE           VALUE 'Y'.
           05  WS-TAX-YEAR            PIC X(4)  VALUE SPACES.
           05  WS-AM-ACCOUNT-NO       PIC X(12) VALUE SPACES.
           05  WS-ACCT-RC             PIC S9(04) COMP VALUE ZERO.
      *        Control-break key: customer + form, plus the
      *        distribution code on a 1099-R.
           05  WS-CUR-KEY             PIC X(12) VALUE LOW-VALUES.
           05  WS-REC-KEY             PIC X(12) VALUE SPACES.
           05  WS-CUR-CUSTOMER-ID     PIC X(10) VALUE SPACES.
           05  WS-CUR-FORM            PIC X(01) VALUE SPACES.
               88  CUR-FORM-5498          VALUE '5'.
               88  CUR-FORM-1099R         VALUE 'R'.
           05  WS-CUR-CODE            PIC X(01) VALUE SPACES.
           05  WS-CUR-PLAN-TYPE       PIC X(01) VALUE SPACES.
               88  CUR-PLAN-ROTH          VALUE 'R'.
           05  WS-FORM-AMOUNT-1       PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-FORM-AMOUNT-2       PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-ADDR-CUST-NO        PIC X(10) VALUE LOW-VALUES.
           05  WS-ADDR-FOUND          PIC X(1)  VALUE 'N'.
               88  ADDRESS-ON-FILE        VALUE 'Y'.
           05  WS-5498-COUNT          PIC 9(7)  COMP VALUE ZERO.
           05  WS-1099R-COUNT         PIC 9(7)  COMP VALUE ZERO.
           05  WS-TRAILER-FORMS       PIC 9(7)  COMP VALUE ZERO.
           05  WS-NO-ACCOUNT-COUNT    PIC 9(7)  COMP VALUE ZERO.
           05  WS-TOTAL-CONTRIB       PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-TOTAL-FMV           PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-TOTAL-GROSS         PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-TOTAL-WITHHELD      PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-FMT-AMOUNT          PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-FORMATTED-AMT       PIC X(18) VALUE SPACES.
           05  WS-FORMATTED-AMT-2     PIC X(18) VALUE SPACES.
           05  WS-PROCESS-RC          PIC S9(04) COMP VALUE ZERO.
           05  WS-COUNT-DISP          PIC ZZZZZZ9.
           05  WS-RPT-LINE            PIC X(133) VALUE SPACES.

       COPY CUSTMAST.
       COPY IRADATA.
       COPY TDDATA.
       COPY ACCTMST.
       COPY ERRDATA.
       COPY PRIVDATA.
       COPY LTXDATA.

       PROCEDURE DIVISION.

       1000-INIT.
      *    SYSIN: the tax year being filed - the same card TAXFORM
      *    reads.
           ACCEPT WS-TAX-YEAR FROM SYSIN
           PERFORM 2000-STAGE-AMOUNTS
           SORT SORTWK1
               ON ASCENDING KEY SORTWK1-KEY
               USING WRKFILE
               GIVING SRTWRK
           PERFORM 3000-PRODUCE-FORMS
           PERFORM 9000-END.

       2000-STAGE-AMOUNTS.
           OPEN OUTPUT WRKFILE
           OPEN INPUT  IRAHIST
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM 2100-STAGE-HISTORY UNTIL EOF-INPUT
           CLOSE IRAHIST
           OPEN INPUT IRAACCT
           MOVE 'N' TO WS-EOF-INPUT
           MOVE LOW-VALUES TO IRAACCT-CUSTOMER-ID
           START IRAACCT KEY NOT < IRAACCT-CUSTOMER-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-INPUT
           END-START
           PERFORM 2200-STAGE-ACCOUNT-VALUE UNTIL EOF-INPUT
           CLOSE IRAACCT
           OPEN INPUT TDFILE
           MOVE 'N' TO WS-EOF-INPUT
           MOVE LOW-VALUES TO TDFILE-TD-ID
           START TDFILE KEY NOT < TDFILE-TD-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-INPUT
           END-START
           PERFORM 2300-STAGE-CERTIFICATE-VALUE UNTIL EOF-INPUT
           CLOSE TDFILE
           CLOSE WRKFILE.

       2100-STAGE-HISTORY.
      *    A contribution reports by the tax year it was tagged with;
      *    a distribution by the calendar year it was paid.
           READ IRAHIST INTO IRA-HISTORY-RECORD
               AT END MOVE 'Y' TO WS-EOF-INPUT
           END-READ
           IF NOT EOF-INPUT
               MOVE SPACES          TO WRKFILE-REC
               MOVE IRH-CUSTOMER-ID TO WIR-CUSTOMER-ID
               MOVE IRH-PLAN-TYPE   TO WIR-PLAN-TYPE
               MOVE IRH-AMOUNT      TO WIR-AMOUNT
               MOVE ZERO            TO WIR-WITHHELD
               EVALUATE TRUE
                   WHEN IRH-CONTRIBUTION
                           AND IRH-TAX-YEAR = WS-TAX-YEAR
                       MOVE '5'          TO WIR-FORM
                       MOVE 'C'          TO WIR-CODE
                       WRITE WRKFILE-REC
                   WHEN IRH-DISTRIBUTION
                           AND IRH-DATE(1:4) = WS-TAX-YEAR
                       MOVE 'R'              TO WIR-FORM
                       MOVE IRH-DIST-CODE    TO WIR-CODE
                       MOVE IRH-FED-WITHHELD TO WIR-WITHHELD
                       WRITE WRKFILE-REC
               END-EVALUATE
           END-IF.

       2200-STAGE-ACCOUNT-VALUE.
      *    Fair market value, part one: the plan's IR savings
      *    balance. The run goes in January before the first
      *    posting cycle of the new year, so the balance on file is
      *    the year-end value.
           READ IRAACCT NEXT RECORD INTO IRA-PLAN-RECORD
               AT END MOVE 'Y' TO WS-EOF-INPUT
           END-READ
           IF NOT EOF-INPUT
               MOVE SPACES TO WS-AM-ACCOUNT-NO
               STRING IRA-CUSTOMER-ID 'IR'
                   DELIMITED SIZE INTO WS-AM-ACCOUNT-NO
               CALL 'ACCTMIO' USING WS-AM-ACCOUNT-NO
                                    ACCOUNT-MASTER-RECORD
                                    WS-ACCT-RC
               IF WS-ACCT-RC = ZERO
                   MOVE SPACES          TO WRKFILE-REC
                   MOVE IRA-CUSTOMER-ID TO WIR-CUSTOMER-ID
                   MOVE '5'             TO WIR-FORM
                   MOVE 'V'             TO WIR-CODE
                   MOVE IRA-PLAN-TYPE   TO WIR-PLAN-TYPE
                   MOVE ZERO            TO WIR-WITHHELD
                   IF AM-BALANCE > ZERO
                       MOVE AM-BALANCE  TO WIR-AMOUNT
                   ELSE
                       MOVE ZERO        TO WIR-AMOUNT
                   END-IF
                   WRITE WRKFILE-REC
               ELSE
                   ADD 1 TO WS-NO-ACCOUNT-COUNT
                   DISPLAY 'IRAFORM NO IR ACCOUNT FOR PLAN '
                           IRA-CUSTOMER-ID
               END-IF
           END-IF.

       2300-STAGE-CERTIFICATE-VALUE.
      *    Fair market value, part two: every active certificate
      *    held inside a plan. The plan type comes from the IRAACCT
      *    value record staged for the same customer.
           READ TDFILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-INPUT
           END-READ
           IF NOT EOF-INPUT
               MOVE TDFILE-REC(1:80) TO TERM-DEPOSIT-RECORD
               IF TD-ACTIVE AND TD-IRA
                   MOVE SPACES         TO WRKFILE-REC
                   MOVE TD-CUSTOMER-ID TO WIR-CUSTOMER-ID
                   MOVE '5'            TO WIR-FORM
                   MOVE 'V'            TO WIR-CODE
                   MOVE TD-PRINCIPAL   TO WIR-AMOUNT
                   MOVE ZERO           TO WIR-WITHHELD
                   WRITE WRKFILE-REC
               END-IF
           END-IF.

       3000-PRODUCE-FORMS.
           OPEN INPUT  SRTWRK
           OPEN INPUT  ADDRFILE
           OPEN INPUT  DBFILE
           OPEN OUTPUT FORMPRT
           OPEN INPUT  PRIVOPT
           OPEN OUTPUT IRSFILE
           OPEN OUTPUT CTLRPT
           PERFORM 3050-READ-NEXT-ADDR
           PERFORM 3100-WRITE-T-RECORD
           MOVE 'N' TO WS-EOF-SRTWRK
           PERFORM 3200-ACCUMULATE-FORM UNTIL EOF-SRTWRK
           PERFORM 3300-CLOSE-FORM
           MOVE '5'               TO WS-CUR-FORM
           MOVE WS-5498-COUNT     TO WS-TRAILER-FORMS
           MOVE WS-TOTAL-CONTRIB  TO WS-FORM-AMOUNT-1
           MOVE WS-TOTAL-FMV      TO WS-FORM-AMOUNT-2
           PERFORM 4800-WRITE-F-RECORD
           MOVE 'R'               TO WS-CUR-FORM
           MOVE WS-1099R-COUNT    TO WS-TRAILER-FORMS
           MOVE WS-TOTAL-GROSS    TO WS-FORM-AMOUNT-1
           MOVE WS-TOTAL-WITHHELD TO WS-FORM-AMOUNT-2
           PERFORM 4800-WRITE-F-RECORD
           PERFORM 4900-WRITE-CONTROL-REPORT
           CLOSE SRTWRK
                 ADDRFILE
                 DBFILE
                 FORMPRT
                 PRIVOPT
                 IRSFILE
                 CTLRPT.

       3050-READ-NEXT-ADDR.
           READ ADDRFILE
               AT END MOVE 'Y' TO WS-EOF-ADDRFILE
           END-READ
           IF EOF-ADDRFILE
               MOVE HIGH-VALUES TO WS-ADDR-CUST-NO
           ELSE
               MOVE ADDRFILE-CUSTOMER-ID TO WS-ADDR-CUST-NO
           END-IF.

       3100-WRITE-T-RECORD.
           MOVE SPACES TO IRSFILE-REC
           MOVE 'T' TO IRS-RECORD-TYPE
           MOVE WS-TAX-YEAR TO IRS-TAX-YEAR
           MOVE ZERO TO IRS-AMOUNT-1
                        IRS-AMOUNT-2
           WRITE IRSFILE-REC.

       3200-ACCUMULATE-FORM.
           READ SRTWRK
               AT END MOVE 'Y' TO WS-EOF-SRTWRK
           END-READ
           IF NOT EOF-SRTWRK
               MOVE SRT-KEY TO WS-REC-KEY
               IF SRT-FORM NOT = 'R'
                   MOVE SPACE TO WS-REC-KEY(12:1)
               END-IF
               IF WS-REC-KEY NOT = WS-CUR-KEY
                   PERFORM 3300-CLOSE-FORM
                   MOVE WS-REC-KEY      TO WS-CUR-KEY
                   MOVE SRT-CUSTOMER-ID TO WS-CUR-CUSTOMER-ID
                   MOVE SRT-FORM        TO WS-CUR-FORM
                   MOVE SRT-CODE        TO WS-CUR-CODE
               END-IF
               IF SRT-PLAN-TYPE NOT = SPACE
                   MOVE SRT-PLAN-TYPE TO WS-CUR-PLAN-TYPE
               END-IF
               EVALUATE TRUE
                   WHEN SRT-FORM = 'R'
                       ADD SRT-AMOUNT   TO WS-FORM-AMOUNT-1
                       ADD SRT-WITHHELD TO WS-FORM-AMOUNT-2
                   WHEN SRT-CODE = 'C'
                       ADD SRT-AMOUNT   TO WS-FORM-AMOUNT-1
                   WHEN OTHER
                       ADD SRT-AMOUNT   TO WS-FORM-AMOUNT-2
               END-EVALUATE
           END-IF.

       3300-CLOSE-FORM.
      *    A 5498 files for every plan with a contribution or any
      *    value left at year end; a 1099-R for every distribution
      *    code paid in the year.
           IF WS-CUR-KEY NOT = LOW-VALUES
                   AND (WS-FORM-AMOUNT-1 > ZERO
                       OR WS-FORM-AMOUNT-2 > ZERO)
               PERFORM 3400-MATCH-ADDRESS
               PERFORM 3500-GET-OWNER-NAME
               IF CUR-FORM-5498
                   ADD 1 TO WS-5498-COUNT
                   ADD WS-FORM-AMOUNT-1 TO WS-TOTAL-CONTRIB
                   ADD WS-FORM-AMOUNT-2 TO WS-TOTAL-FMV
                   PERFORM 4000-PRINT-5498
               ELSE
                   ADD 1 TO WS-1099R-COUNT
                   ADD WS-FORM-AMOUNT-1 TO WS-TOTAL-GROSS
                   ADD WS-FORM-AMOUNT-2 TO WS-TOTAL-WITHHELD
                   PERFORM 4200-PRINT-1099R
               END-IF
               PERFORM 4600-WRITE-B-RECORD
           END-IF
           IF WS-REC-KEY(1:10) NOT = WS-CUR-CUSTOMER-ID
               MOVE SPACE TO WS-CUR-PLAN-TYPE
           END-IF
           MOVE ZERO TO WS-FORM-AMOUNT-1
                        WS-FORM-AMOUNT-2.

       3400-MATCH-ADDRESS.
           MOVE 'N' TO WS-ADDR-FOUND
           PERFORM UNTIL EOF-ADDRFILE
                   OR WS-ADDR-CUST-NO NOT < WS-CUR-CUSTOMER-ID
               PERFORM 3050-READ-NEXT-ADDR
           END-PERFORM
           IF WS-ADDR-CUST-NO = WS-CUR-CUSTOMER-ID
               MOVE 'Y' TO WS-ADDR-FOUND
           END-IF.

       3500-GET-OWNER-NAME.
           MOVE SPACES TO CUSTOMER-RECORD
           MOVE WS-CUR-CUSTOMER-ID TO DBFILE-CUSTOMER-ID
           READ DBFILE INTO CUSTOMER-RECORD
               INVALID KEY
                   MOVE WS-CUR-CUSTOMER-ID TO CUSTOMER-NAME
           END-READ.

       3600-PRINT-OWNER-BLOCK.
           MOVE SPACES TO WS-RPT-LINE
           STRING 'PARTICIPANT: ' CUSTOMER-NAME
                  '  ID ' WS-CUR-CUSTOMER-ID
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE FORMPRT-REC FROM WS-RPT-LINE
           IF ADDRESS-ON-FILE
               MOVE ADDRFILE-LINE-1 TO WS-RPT-LINE
               WRITE FORMPRT-REC FROM WS-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING ADDRFILE-CITY ' ' ADDRFILE-STATE ' '
                      ADDRFILE-ZIP
                   DELIMITED SIZE INTO WS-RPT-LINE
               WRITE FORMPRT-REC FROM WS-RPT-LINE
           END-IF.

       4000-PRINT-5498.
           MOVE WS-FORM-AMOUNT-1 TO WS-FMT-AMOUNT
           CALL 'FMTAMT' USING WS-FMT-AMOUNT
                               WS-FORMATTED-AMT
                               SPACES
                               WS-PROCESS-RC
           MOVE WS-FORM-AMOUNT-2 TO WS-FMT-AMOUNT
           CALL 'FMTAMT' USING WS-FMT-AMOUNT
                               WS-FORMATTED-AMT-2
                               SPACES
                               WS-PROCESS-RC
           PERFORM 4100-PRINT-COVER-LETTER
           MOVE SPACES TO WS-RPT-LINE
           STRING 'FORM 5498 IRA CONTRIBUTION INFORMATION - TAX YEAR '
                  WS-TAX-YEAR
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE FORMPRT-REC FROM WS-RPT-LINE
           PERFORM 3600-PRINT-OWNER-BLOCK
      *    Roth contributions go in box 10; traditional in box 1.
           MOVE SPACES TO WS-RPT-LINE
           IF CUR-PLAN-ROTH
               STRING 'BOX 10 ROTH IRA CONTRIBUTIONS:    '
                      WS-FORMATTED-AMT
                   DELIMITED SIZE INTO WS-RPT-LINE
           ELSE
               STRING 'BOX 1 IRA CONTRIBUTIONS:          '
                      WS-FORMATTED-AMT
                   DELIMITED SIZE INTO WS-RPT-LINE
           END-IF
           WRITE FORMPRT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'BOX 5 FAIR MARKET VALUE OF ACCOUNT: '
                  WS-FORMATTED-AMT-2
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE FORMPRT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           IF CUR-PLAN-ROTH
               MOVE 'BOX 7 [ ] IRA [ ] SEP [ ] SIMPLE [X] ROTH IRA'
                   TO WS-RPT-LINE
           ELSE
               MOVE 'BOX 7 [X] IRA [ ] SEP [ ] SIMPLE [ ] ROTH IRA'
                   TO WS-RPT-LINE
           END-IF
           WRITE FORMPRT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE FORMPRT-REC FROM WS-RPT-LINE.

       4100-PRINT-COVER-LETTER.
      *    The IRC cover letter from the text library in the
      *    customer's language - no privacy record, or no language
      *    on it, is English. It names the form it covers, so a
      *    customer with a 5498 and a 1099-R gets one ahead of each.
           MOVE SPACES TO LETTER-TEXT-REQUEST
           MOVE 'IRC'  TO LTQ-LETTER-TYPE
           MOVE 'E'    TO LTQ-LANGUAGE
           MOVE WS-CUR-CUSTOMER-ID TO PRIVOPT-CUSTOMER-ID
           READ PRIVOPT INTO PRIVACY-ELECTION-RECORD
               KEY IS PRIVOPT-CUSTOMER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PRV-LANG-VALID
                       MOVE PRV-LANGUAGE TO LTQ-LANGUAGE
                   END-IF
           END-READ
           MOVE WS-TAX-YEAR   TO LTQ-VALUE(1)
           MOVE CUSTOMER-NAME TO LTQ-VALUE(2)
           IF CUR-FORM-5498
               MOVE '5498'    TO LTQ-VALUE(3)
           ELSE
               MOVE '1099-R'  TO LTQ-VALUE(3)
           END-IF
           MOVE 1 TO LTQ-LINE-NO
           CALL 'LTXLKUP' USING LETTER-TEXT-REQUEST
           PERFORM UNTIL LTQ-RC = 8
               MOVE LTQ-TEXT TO WS-RPT-LINE
               WRITE FORMPRT-REC FROM WS-RPT-LINE
               ADD 1 TO LTQ-LINE-NO
               CALL 'LTXLKUP' USING LETTER-TEXT-REQUEST
           END-PERFORM.

       4200-PRINT-1099R.
           MOVE WS-FORM-AMOUNT-1 TO WS-FMT-AMOUNT
           CALL 'FMTAMT' USING WS-FMT-AMOUNT
                               WS-FORMATTED-AMT
                               SPACES
                               WS-PROCESS-RC
           MOVE WS-FORM-AMOUNT-2 TO WS-FMT-AMOUNT
           CALL 'FMTAMT' USING WS-FMT-AMOUNT
                               WS-FORMATTED-AMT-2
                               SPACES
                               WS-PROCESS-RC
           PERFORM 4100-PRINT-COVER-LETTER
           MOVE SPACES TO WS-RPT-LINE
           STRING 'FORM 1099-R DISTRIBUTIONS FROM IRAS - TAX YEAR '
                  WS-TAX-YEAR
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE FORMPRT-REC FROM WS-RPT-LINE
           PERFORM 3600-PRINT-OWNER-BLOCK
           MOVE SPACES TO WS-RPT-LINE
           STRING 'BOX 1 GROSS DISTRIBUTION:         '
                  WS-FORMATTED-AMT
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE FORMPRT-REC FROM WS-RPT-LINE
      *    A traditional IRA distribution is taxable in full; the
      *    taxable part of a Roth distribution depends on basis the
      *    bank does not hold, so box 2b is checked instead.
           MOVE SPACES TO WS-RPT-LINE
           IF CUR-PLAN-ROTH
               MOVE 'BOX 2B [X] TAXABLE AMOUNT NOT DETERMINED'
                   TO WS-RPT-LINE
           ELSE
               STRING 'BOX 2A TAXABLE AMOUNT:            '
                      WS-FORMATTED-AMT
                   DELIMITED SIZE INTO WS-RPT-LINE
           END-IF
           WRITE FORMPRT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'BOX 4 FEDERAL INCOME TAX WITHHELD:'
                  WS-FORMATTED-AMT-2
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE FORMPRT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           IF CUR-PLAN-ROTH
               STRING 'BOX 7 DISTRIBUTION CODE: ' WS-CUR-CODE
                      '   IRA/SEP/SIMPLE [ ]'
                   DELIMITED SIZE INTO WS-RPT-LINE
           ELSE
               STRING 'BOX 7 DISTRIBUTION CODE: ' WS-CUR-CODE
                      '   IRA/SEP/SIMPLE [X]'
                   DELIMITED SIZE INTO WS-RPT-LINE
           END-IF
           WRITE FORMPRT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE FORMPRT-REC FROM WS-RPT-LINE.

       4600-WRITE-B-RECORD.
           MOVE SPACES TO IRSFILE-REC
           MOVE 'B' TO IRS-RECORD-TYPE
           MOVE WS-TAX-YEAR        TO IRS-TAX-YEAR
           MOVE WS-CUR-FORM        TO IRS-FORM-TYPE
           MOVE WS-CUR-CUSTOMER-ID TO IRS-PAYEE-ID
           MOVE CUSTOMER-NAME      TO IRS-PAYEE-NAME
           IF ADDRESS-ON-FILE
               MOVE ADDRFILE-LINE-1 TO IRS-PAYEE-ADDRESS
           END-IF
           MOVE WS-FORM-AMOUNT-1   TO IRS-AMOUNT-1
           MOVE WS-FORM-AMOUNT-2   TO IRS-AMOUNT-2
           IF CUR-FORM-1099R
               MOVE WS-CUR-CODE    TO IRS-DIST-CODE
           END-IF
           MOVE WS-CUR-PLAN-TYPE   TO IRS-PLAN-TYPE
           WRITE IRSFILE-REC.

       4800-WRITE-F-RECORD.
      *    Caller sets the form type, its count and its two totals.
           MOVE SPACES TO IRSFILE-REC
           MOVE 'F' TO IRS-RECORD-TYPE
           MOVE WS-TAX-YEAR      TO IRS-TAX-YEAR
           MOVE WS-CUR-FORM      TO IRS-FORM-TYPE
           MOVE WS-TRAILER-FORMS TO IRS-TRAILER-COUNT
           MOVE WS-FORM-AMOUNT-1 TO IRS-AMOUNT-1
           MOVE WS-FORM-AMOUNT-2 TO IRS-AMOUNT-2
           WRITE IRSFILE-REC.

       4900-WRITE-CONTROL-REPORT.
           MOVE WS-5498-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING '5498 FORMS PRODUCED:       ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE CTLRPT-REC FROM WS-RPT-LINE(1:80)
           MOVE WS-TOTAL-CONTRIB TO WS-FMT-AMOUNT
           PERFORM 4950-FORMAT-CONTROL-AMOUNT
           MOVE 'TOTAL CONTRIBUTIONS:    ' TO WS-RPT-LINE(1:24)
           WRITE CTLRPT-REC FROM WS-RPT-LINE(1:80)
           MOVE WS-TOTAL-FMV TO WS-FMT-AMOUNT
           PERFORM 4950-FORMAT-CONTROL-AMOUNT
           MOVE 'TOTAL FAIR MARKET VALUE:' TO WS-RPT-LINE(1:24)
           WRITE CTLRPT-REC FROM WS-RPT-LINE(1:80)
           MOVE WS-1099R-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING '1099-R FORMS PRODUCED:     ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE CTLRPT-REC FROM WS-RPT-LINE(1:80)
           MOVE WS-TOTAL-GROSS TO WS-FMT-AMOUNT
           PERFORM 4950-FORMAT-CONTROL-AMOUNT
           MOVE 'TOTAL GROSS DISTRIBUTED:' TO WS-RPT-LINE(1:24)
           WRITE CTLRPT-REC FROM WS-RPT-LINE(1:80)
           MOVE WS-TOTAL-WITHHELD TO WS-FMT-AMOUNT
           PERFORM 4950-FORMAT-CONTROL-AMOUNT
           MOVE 'TOTAL FEDERAL WITHHELD: ' TO WS-RPT-LINE(1:24)
           WRITE CTLRPT-REC FROM WS-RPT-LINE(1:80)
           MOVE WS-NO-ACCOUNT-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'PLANS WITH NO IR ACCOUNT:  ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE CTLRPT-REC FROM WS-RPT-LINE(1:80).

       4950-FORMAT-CONTROL-AMOUNT.
           CALL 'FMTAMT' USING WS-FMT-AMOUNT
                               WS-FORMATTED-AMT
                               SPACES
                               WS-PROCESS-RC
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-FORMATTED-AMT TO WS-RPT-LINE(26:18).

       9000-END.
           MOVE WS-5498-COUNT TO WS-COUNT-DISP
           DISPLAY 'IRAFORM 5498 FORMS PRODUCED:   ' WS-COUNT-DISP
           MOVE WS-1099R-COUNT TO WS-COUNT-DISP
           DISPLAY 'IRAFORM 1099-R FORMS PRODUCED: ' WS-COUNT-DISP
           STOP RUN.
