      *----------------------------------------------------------------*
      * PROGRAM:  SDBREL                                               *
      * PURPOSE:  Safe deposit box rent settlement - runs in BANKNITE  *
      *           after PYMT001. Every rent debit SDBBILL emitted      *
      *           tonight is looked up on the reject generation        *
      *           PYMT001 just created: rent that posted rolls the     *
      *           box's due date a year and clears any delinquency;    *
      *           rent that was rejected moves the box one step down   *
      *           the ladder - first notice, second notice, final      *
      *           demand, then drilling scheduled the notice period    *
      *           out - with a letter at each step to the renter and   *
      *           every co-renter in the box's RELDATA household,      *
      *           archived to the correspondence archive for LTRRPRT.  *
      *           Each letter is worded from the SDB lines of the      *
      *           letter text library in the recipient's language.     *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    FMTAMT, ERRHANDR, LTXLKUP                            *
      * COPYBOOKS: SDBDATA, ACCTDATA, PYMTREJQ, RELDATA, LTRDATA,      *
      *            BUSDATE, ERRDATA, PRIVDATA, LTXDATA                 *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     SDBREL.
       AUTHOR.         TABFORGE-AI.
       DATE-WRITTEN.   2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SDBPEND   ASSIGN TO UT-S-SDBPEND
                            ORGANIZATION IS SEQUENTIAL
                            ACCESS MODE  IS SEQUENTIAL.
           SELECT SDBOX     ASSIGN TO UT-S-SDBOX
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS RANDOM
                            RECORD KEY   IS SDBOX-KEY.
           SELECT REJECTFILE ASSIGN TO UT-S-REJECTFILE
                            ORGANIZATION IS SEQUENTIAL
                            ACCESS MODE  IS SEQUENTIAL.
           SELECT RELFILE   ASSIGN TO UT-S-RELFILE
                            ORGANIZATION IS SEQUENTIAL
                            ACCESS MODE  IS SEQUENTIAL.
           SELECT SDBNOTC   ASSIGN TO UT-S-SDBNOTC
                            ORGANIZATION IS SEQUENTIAL
                            ACCESS MODE  IS SEQUENTIAL.
           SELECT SDBRPT    ASSIGN TO UT-S-SDBRPT
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
      *    each rent letter is sent in.
           SELECT PRIVOPT  ASSIGN TO UT-S-PRIVOPT
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS RANDOM
                           RECORD KEY   IS PRIVOPT-CUSTOMER-ID.

       DATA DIVISION.
       FILE SECTION.
       FD  SDBPEND
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  SDBPEND-REC                PIC X(60).

       FD  SDBOX
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  SDBOX-REC.
           05  SDBOX-KEY              PIC X(12).
           05  FILLER                 PIC X(88).

      *    Tonight's reject generation from PYMT001 (see PYMTREJQ).
       FD  REJECTFILE
           RECORDING MODE IS F
           RECORD CONTAINS 254 CHARACTERS.
       01  REJECTFILE-REC             PIC X(254).

      *    Household membership (see RELDATA) - a box's co-renters.
       FD  RELFILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  RELFILE-REC                PIC X(40).

       FD  SDBNOTC
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  SDBNOTC-REC                PIC X(133).

       FD  SDBRPT
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  SDBRPT-REC                 PIC X(133).

      *    Cumulative correspondence archive and its index, appended
      *    alongside the print file so LTRRPRT can reproduce any
      *    delinquency notice later (see LTRDATA copybook).
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
       01  WS-SDBREL-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'SDBREL'.
           05  WS-EOF-SDBPEND         PIC X(1)  VALUE 'N'.
               88  EOF-SDBPEND            VALUE 'Y'.
           05  WS-EOF-REJECTFILE      PIC X(1)  VALUE 'N'.
               88  EOF-REJECTFILE         VALUE 'Y'.
           05  WS-EOF-RELFILE         PIC X(1)  VALUE 'N'.
               88  EOF-RELFILE            VALUE 'Y'.
           05  WS-EOF-LTRARIX         PIC X(1)  VALUE 'N'.
               88  EOF-LTRARIX            VALUE 'Y'.
      *    Notice given before a box is drilled - SYSIN overrides the
      *    default.
           05  WS-DRILL-DAYS-X        PIC X(3)  VALUE SPACES.
           05  WS-DRILL-DAYS-N REDEFINES WS-DRILL-DAYS-X
                                      PIC 9(3).
           05  WS-DRILL-DAYS          PIC 9(3)  VALUE 030.
           05  WS-TODAY-DATE-8        PIC 9(08) VALUE ZERO.
           05  WS-DRILL-DATE-8        PIC 9(08) VALUE ZERO.
           05  WS-DUE-YYYY            PIC 9(04) VALUE ZERO.
           05  WS-RJ-LOADED           PIC 9(4)  COMP VALUE ZERO.
           05  WS-RJ-MAX              PIC 9(4)  COMP VALUE 2000.
           05  WS-RJ-IX               PIC 9(4)  COMP VALUE ZERO.
           05  WS-RJ-FOUND-IX         PIC 9(4)  COMP VALUE ZERO.
           05  WS-REL-LOADED          PIC 9(4)  COMP VALUE ZERO.
           05  WS-REL-MAX             PIC 9(4)  COMP VALUE 2000.
           05  WS-REL-IX              PIC 9(4)  COMP VALUE ZERO.
           05  WS-BOX-FOUND           PIC X(1)  VALUE 'N'.
               88  BOX-FOUND              VALUE 'Y'.
           05  WS-RECIPIENT           PIC X(10) VALUE SPACES.
           05  WS-STEP-TEXT           PIC X(24) VALUE SPACES.
           05  WS-BILL-COUNT          PIC 9(7)  COMP VALUE ZERO.
           05  WS-PAID-COUNT          PIC 9(7)  COMP VALUE ZERO.
           05  WS-REJECT-COUNT        PIC 9(7)  COMP VALUE ZERO.
           05  WS-DRILL-COUNT         PIC 9(7)  COMP VALUE ZERO.
           05  WS-LETTER-COUNT        PIC 9(7)  COMP VALUE ZERO.
           05  WS-PAID-TOTAL          PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-ARCH-NEXT-RECNO     PIC 9(9)  COMP VALUE 1.
           05  WS-ARCH-LINE-COUNT     PIC 9(5)  COMP VALUE ZERO.
           05  WS-FMT-AMOUNT          PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-FORMATTED-AMT       PIC X(18) VALUE SPACES.
           05  WS-FMT-RC              PIC S9(04) COMP VALUE ZERO.
           05  WS-COUNT-DISP          PIC ZZZZZZ9.
           05  WS-RPT-LINE            PIC X(133) VALUE SPACES.

      *    Tonight's rent rejects only ('SDBR' channel).
       01  WS-RJ-TABLE.
           05  WS-RJ-ENTRY OCCURS 2000 TIMES.
               10  WS-RJ-REF          PIC X(16).
               10  WS-RJ-REASON       PIC X(04).
               10  WS-RJ-TEXT         PIC X(40).

       01  WS-REL-TABLE.
           05  WS-REL-ENTRY OCCURS 2000 TIMES.
               10  WS-REL-HOUSEHOLD   PIC X(10).
               10  WS-REL-CUSTOMER    PIC X(10).

       COPY SDBDATA.
       COPY ACCTDATA.
       COPY PYMTREJQ.
       COPY RELDATA.
       COPY LTRDATA.
       COPY BUSDATE.
       COPY ERRDATA.
       COPY PRIVDATA.
       COPY LTXDATA.

       PROCEDURE DIVISION.

       1000-INIT.
           ACCEPT WS-DRILL-DAYS-X FROM SYSIN
           IF WS-DRILL-DAYS-X NUMERIC AND WS-DRILL-DAYS-N > ZERO
               MOVE WS-DRILL-DAYS-N TO WS-DRILL-DAYS
           END-IF
           PERFORM 1010-READ-BUSINESS-DATE
           PERFORM 1100-LOAD-RENT-REJECTS
           PERFORM 1200-LOAD-HOUSEHOLDS
           PERFORM 1090-FIND-ARCHIVE-POSITION
           OPEN INPUT  SDBPEND
           OPEN I-O    SDBOX
           OPEN OUTPUT SDBNOTC
           OPEN INPUT  PRIVOPT
           OPEN OUTPUT SDBRPT
           OPEN EXTEND LTRARCH
           OPEN EXTEND LTRARIX
           MOVE SPACES TO WS-RPT-LINE
           STRING 'SAFE DEPOSIT BOX RENT SETTLEMENT - ' BUS-DATE
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE SDBRPT-REC FROM WS-RPT-LINE
           PERFORM 2000-PROCESS-BILL UNTIL EOF-SDBPEND
           PERFORM 9000-END.

       1010-READ-BUSINESS-DATE.
      *    Falls back to the machine date if the control file is
      *    empty (first cycle before BDATESET ever ran).
           OPEN INPUT BUSDATEF
           READ BUSDATEF INTO BUSINESS-DATE-RECORD
               AT END
                   MOVE FUNCTION CURRENT-DATE(1:8) TO BUS-DATE
           END-READ
           CLOSE BUSDATEF
           MOVE BUS-DATE TO WS-TODAY-DATE-8.

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

       1100-LOAD-RENT-REJECTS.
      *    A full table would let rejected rent through as paid and
      *    roll the box a year for nothing - the run stops instead.
           OPEN INPUT REJECTFILE
           PERFORM UNTIL EOF-REJECTFILE
               READ REJECTFILE INTO REJECT-QUEUE-RECORD
                   AT END MOVE 'Y' TO WS-EOF-REJECTFILE
               END-READ
               IF NOT EOF-REJECTFILE
                   MOVE RJQ-PAYMENT-DATA TO ACCOUNT-RECORD
                   IF CHANNEL-CODE = 'SDBR'
                       IF WS-RJ-LOADED < WS-RJ-MAX
                           ADD 1 TO WS-RJ-LOADED
                           MOVE TRANSACTION-REF
                               TO WS-RJ-REF(WS-RJ-LOADED)
                           MOVE RJQ-REASON-CODE
                               TO WS-RJ-REASON(WS-RJ-LOADED)
                           MOVE RJQ-REASON-TEXT
                               TO WS-RJ-TEXT(WS-RJ-LOADED)
                       ELSE
                           DISPLAY 'SDBREL REJECT TABLE FULL - '
                                   'RUN STOPPED'
                           MOVE WS-PROGRAM-NAME TO ERR-PROGRAM-NAME
                           MOVE '1100-LOAD-RENT-REJECTS'
                               TO ERR-PARAGRAPH
                           SET SEV-ABEND TO TRUE
                           MOVE 'BOX RENT REJECT TABLE OVERFLOW'
                               TO ERR-MESSAGE
                           CALL 'ERRHANDR' USING ERROR-RECORD
                           MOVE RC-ABEND TO WS-RETURN-CODE
                           STOP RUN
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE REJECTFILE.

       1200-LOAD-HOUSEHOLDS.
           OPEN INPUT RELFILE
           PERFORM UNTIL EOF-RELFILE
               READ RELFILE INTO HOUSEHOLD-RELATION-RECORD
                   AT END MOVE 'Y' TO WS-EOF-RELFILE
               END-READ
               IF NOT EOF-RELFILE
                   IF WS-REL-LOADED < WS-REL-MAX
                       ADD 1 TO WS-REL-LOADED
                       MOVE REL-HOUSEHOLD-ID
                           TO WS-REL-HOUSEHOLD(WS-REL-LOADED)
                       MOVE REL-CUSTOMER-ID
                           TO WS-REL-CUSTOMER(WS-REL-LOADED)
                   ELSE
                       DISPLAY 'SDBREL HOUSEHOLD TABLE FULL - '
                               REL-CUSTOMER-ID ' GETS NO NOTICES'
                   END-IF
               END-IF
           END-PERFORM
           CLOSE RELFILE.

       2000-PROCESS-BILL.
           READ SDBPEND INTO SDB-RENT-BILL-RECORD
               AT END MOVE 'Y' TO WS-EOF-SDBPEND
           END-READ
           IF NOT EOF-SDBPEND
               ADD 1 TO WS-BILL-COUNT
               MOVE SRB-BOX-KEY TO SDBOX-KEY
               READ SDBOX INTO SAFE-DEPOSIT-BOX-RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-BOX-FOUND
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-BOX-FOUND
               END-READ
               IF BOX-FOUND AND SDB-RENTED
                       AND SDB-CUSTOMER-ID = SRB-CUSTOMER-ID
                   PERFORM 2100-FIND-REJECT
                   IF WS-RJ-FOUND-IX > ZERO
                       PERFORM 4000-NEXT-LADDER-STEP
                   ELSE
                       PERFORM 3000-RENT-PAID
                   END-IF
                   REWRITE SDBOX-REC FROM SAFE-DEPOSIT-BOX-RECORD
               ELSE
                   DISPLAY 'SDBREL BOX ' SRB-BOX-KEY
                           ' NO LONGER RENTED TO ' SRB-CUSTOMER-ID
                           ' - RENT NOT SETTLED'
               END-IF
           END-IF.

       2100-FIND-REJECT.
           MOVE ZERO TO WS-RJ-FOUND-IX
           PERFORM VARYING WS-RJ-IX FROM 1 BY 1
                   UNTIL WS-RJ-IX > WS-RJ-LOADED
                   OR WS-RJ-FOUND-IX > ZERO
               IF WS-RJ-REF(WS-RJ-IX) = SRB-TRAN-REF
                   MOVE WS-RJ-IX TO WS-RJ-FOUND-IX
               END-IF
           END-PERFORM.

       3000-RENT-PAID.
      *    The year paid for runs from the date the rent fell due,
      *    not from tonight, however late the box was.
           ADD 1 TO WS-PAID-COUNT
           ADD SRB-AMOUNT TO WS-PAID-TOTAL
           IF SDB-RENT-DUE-DATE NOT NUMERIC
               MOVE BUS-DATE TO SDB-RENT-DUE-DATE
           END-IF
           MOVE SDB-RENT-DUE-DATE(1:4) TO WS-DUE-YYYY
           ADD 1 TO WS-DUE-YYYY
           MOVE WS-DUE-YYYY TO SDB-RENT-DUE-DATE(1:4)
           IF SDB-RENT-DUE-DATE(5:4) = '0229'
               MOVE '28' TO SDB-RENT-DUE-DATE(7:2)
           END-IF
           MOVE BUS-DATE TO SDB-LAST-PAID-DATE
           SET SDB-CURRENT TO TRUE
           MOVE SPACES TO SDB-DELQ-DATE
                          SDB-DRILL-DATE
           MOVE 'RENT PAID - NEXT DUE' TO WS-STEP-TEXT
           PERFORM 8000-WRITE-REPORT-LINE.

       4000-NEXT-LADDER-STEP.
           ADD 1 TO WS-REJECT-COUNT
           EVALUATE TRUE
               WHEN SDB-CURRENT
                   SET SDB-FIRST-NOTICE TO TRUE
                   MOVE 'FIRST NOTICE' TO WS-STEP-TEXT
               WHEN SDB-FIRST-NOTICE
                   SET SDB-SECOND-NOTICE TO TRUE
                   MOVE 'SECOND NOTICE' TO WS-STEP-TEXT
               WHEN SDB-SECOND-NOTICE
                   SET SDB-FINAL-DEMAND TO TRUE
                   MOVE 'FINAL DEMAND' TO WS-STEP-TEXT
               WHEN OTHER
                   SET SDB-DRILL-SCHEDULED TO TRUE
                   COMPUTE WS-DRILL-DATE-8 =
                       FUNCTION DATE-OF-INTEGER(
                           FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE-8)
                           + WS-DRILL-DAYS)
                   MOVE WS-DRILL-DATE-8 TO SDB-DRILL-DATE
                   ADD 1 TO WS-DRILL-COUNT
                   MOVE 'DRILLING SCHEDULED FOR' TO WS-STEP-TEXT
           END-EVALUATE
           MOVE BUS-DATE TO SDB-DELQ-DATE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE SDB-CUSTOMER-ID TO WS-RECIPIENT
           PERFORM 5000-WRITE-NOTICE
      *    Every other member of the box's household is a co-renter
      *    and is told as well.
           IF SDB-HOUSEHOLD-ID NOT = SPACES
               PERFORM VARYING WS-REL-IX FROM 1 BY 1
                       UNTIL WS-REL-IX > WS-REL-LOADED
                   IF WS-REL-HOUSEHOLD(WS-REL-IX) = SDB-HOUSEHOLD-ID
                           AND WS-REL-CUSTOMER(WS-REL-IX)
                               NOT = SDB-CUSTOMER-ID
                       MOVE WS-REL-CUSTOMER(WS-REL-IX) TO WS-RECIPIENT
                       PERFORM 5000-WRITE-NOTICE
                   END-IF
               END-PERFORM
           END-IF.

       5000-WRITE-NOTICE.
      *    The letter for the box's new step on the ladder, line by
      *    line from the SDB texts in the recipient's language.
           ADD 1 TO WS-LETTER-COUNT
           MOVE ZERO TO WS-ARCH-LINE-COUNT
           MOVE SRB-AMOUNT TO WS-FMT-AMOUNT
           CALL 'FMTAMT' USING WS-FMT-AMOUNT
                               WS-FORMATTED-AMT
                               SPACES
                               WS-FMT-RC
           MOVE SPACES TO LETTER-TEXT-REQUEST
           MOVE 'E'    TO LTQ-LANGUAGE
           MOVE WS-RECIPIENT TO PRIVOPT-CUSTOMER-ID
           READ PRIVOPT INTO PRIVACY-ELECTION-RECORD
               KEY IS PRIVOPT-CUSTOMER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PRV-LANG-VALID
                       MOVE PRV-LANGUAGE TO LTQ-LANGUAGE
                   END-IF
           END-READ
           MOVE 'SDB' TO LTQ-LETTER-TYPE
           MOVE WS-RECIPIENT   TO LTQ-VALUE(1)
           MOVE SDB-BOX-NUMBER TO LTQ-VALUE(2)
           MOVE SDB-BRANCH     TO LTQ-VALUE(3)
           MOVE 1 TO LTQ-LINE-NO
           PERFORM 5100-WRITE-NOTICE-TEXT
           EVALUATE TRUE
               WHEN SDB-FIRST-NOTICE
                   MOVE 2 TO LTQ-LINE-NO
               WHEN SDB-SECOND-NOTICE
                   MOVE 3 TO LTQ-LINE-NO
               WHEN SDB-FINAL-DEMAND
                   MOVE 4 TO LTQ-LINE-NO
               WHEN OTHER
                   MOVE 5 TO LTQ-LINE-NO
           END-EVALUATE
           PERFORM 5100-WRITE-NOTICE-TEXT
           MOVE WS-FORMATTED-AMT  TO LTQ-VALUE(1)
           MOVE SDB-RENT-DUE-DATE TO LTQ-VALUE(2)
           MOVE 6 TO LTQ-LINE-NO
           PERFORM 5100-WRITE-NOTICE-TEXT
           MOVE BUS-DATE TO LTQ-VALUE(1)
           MOVE 7 TO LTQ-LINE-NO
           PERFORM 5100-WRITE-NOTICE-TEXT
           IF WS-RJ-REASON(WS-RJ-FOUND-IX) = 'INSF'
               MOVE 8 TO LTQ-LINE-NO
           ELSE
               MOVE WS-RJ-TEXT(WS-RJ-FOUND-IX) TO LTQ-VALUE(1)
               MOVE 9 TO LTQ-LINE-NO
           END-IF
           PERFORM 5100-WRITE-NOTICE-TEXT
           IF SDB-DRILL-SCHEDULED
               MOVE SDB-DRILL-DATE TO LTQ-VALUE(1)
               MOVE 10 TO LTQ-LINE-NO
               PERFORM 5100-WRITE-NOTICE-TEXT
               MOVE 11 TO LTQ-LINE-NO
               PERFORM 5100-WRITE-NOTICE-TEXT
               MOVE 12 TO LTQ-LINE-NO
               PERFORM 5100-WRITE-NOTICE-TEXT
               MOVE 13 TO LTQ-LINE-NO
               PERFORM 5100-WRITE-NOTICE-TEXT
           ELSE
               MOVE 14 TO LTQ-LINE-NO
               PERFORM 5100-WRITE-NOTICE-TEXT
               MOVE WS-DRILL-DAYS TO LTQ-VALUE(1)
               MOVE 15 TO LTQ-LINE-NO
               PERFORM 5100-WRITE-NOTICE-TEXT
               IF SDB-FINAL-DEMAND
                   MOVE 16 TO LTQ-LINE-NO
                   PERFORM 5100-WRITE-NOTICE-TEXT
               END-IF
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           PERFORM 8900-WRITE-LETTER-LINE
           PERFORM 8950-WRITE-ARCHIVE-INDEX.

       5100-WRITE-NOTICE-TEXT.
      *    One line of the letter; the values the caller loaded are
      *    cleared for the next line.
           CALL 'LTXLKUP' USING LETTER-TEXT-REQUEST
           MOVE LTQ-TEXT TO WS-RPT-LINE
           MOVE SPACES TO LTQ-VALUES
           PERFORM 8900-WRITE-LETTER-LINE.

       8000-WRITE-REPORT-LINE.
           MOVE SRB-AMOUNT TO WS-FMT-AMOUNT
           CALL 'FMTAMT' USING WS-FMT-AMOUNT
                               WS-FORMATTED-AMT
                               SPACES
                               WS-FMT-RC
           MOVE SPACES TO WS-RPT-LINE
           STRING SDB-BRANCH ' ' SDB-BOX-NUMBER ' ' SDB-CUSTOMER-ID
                  ' ' WS-FORMATTED-AMT '  ' WS-STEP-TEXT ' '
               DELIMITED SIZE INTO WS-RPT-LINE
           EVALUATE TRUE
               WHEN SDB-CURRENT
                   MOVE SDB-RENT-DUE-DATE TO WS-RPT-LINE(82:8)
               WHEN SDB-DRILL-SCHEDULED
                   MOVE SDB-DRILL-DATE    TO WS-RPT-LINE(82:8)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           WRITE SDBRPT-REC FROM WS-RPT-LINE.

       8900-WRITE-LETTER-LINE.
           WRITE SDBNOTC-REC FROM WS-RPT-LINE
           WRITE LTRARCH-REC FROM WS-RPT-LINE
           ADD 1 TO WS-ARCH-LINE-COUNT.

       8950-WRITE-ARCHIVE-INDEX.
           MOVE SPACES              TO LETTER-INDEX-RECORD
           MOVE WS-RECIPIENT        TO LIX-ENTITY-ID
           SET LIX-TYPE-SDB-RENT    TO TRUE
           MOVE BUS-DATE            TO LIX-LETTER-DATE
           MOVE WS-ARCH-NEXT-RECNO  TO LIX-START-RECNO
           MOVE WS-ARCH-LINE-COUNT  TO LIX-LINE-COUNT
           MOVE LTQ-LANGUAGE-USED   TO LIX-LANGUAGE
           WRITE LTRARIX-REC FROM LETTER-INDEX-RECORD
           ADD WS-ARCH-LINE-COUNT   TO WS-ARCH-NEXT-RECNO.

       9000-END.
           MOVE SPACES TO WS-RPT-LINE
           WRITE SDBRPT-REC FROM WS-RPT-LINE
           MOVE WS-PAID-COUNT TO WS-COUNT-DISP
           MOVE WS-PAID-TOTAL TO WS-FMT-AMOUNT
           CALL 'FMTAMT' USING WS-FMT-AMOUNT
                               WS-FORMATTED-AMT
                               SPACES
                               WS-FMT-RC
           STRING 'RENT COLLECTED: ' WS-COUNT-DISP
                  '  TOTAL ' WS-FORMATTED-AMT
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE SDBRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-REJECT-COUNT TO WS-COUNT-DISP
           STRING 'RENT REJECTED:  ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE SDBRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-DRILL-COUNT TO WS-COUNT-DISP
           STRING 'DRILLINGS SCHEDULED: ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE SDBRPT-REC FROM WS-RPT-LINE
           CLOSE SDBPEND
                 SDBOX
                 SDBNOTC
                 PRIVOPT
                 SDBRPT
                 LTRARCH
                 LTRARIX
           DISPLAY 'SDBREL RENT BILLS READ: ' WS-BILL-COUNT
           DISPLAY 'SDBREL RENT PAID:       ' WS-PAID-COUNT
           DISPLAY 'SDBREL RENT REJECTED:   ' WS-REJECT-COUNT
           DISPLAY 'SDBREL NOTICES SENT:    ' WS-LETTER-COUNT
           IF WS-REJECT-COUNT > ZERO
               MOVE RC-WARNING TO WS-RETURN-CODE
           ELSE
               MOVE RC-SUCCESS TO WS-RETURN-CODE
           END-IF
           STOP RUN.
