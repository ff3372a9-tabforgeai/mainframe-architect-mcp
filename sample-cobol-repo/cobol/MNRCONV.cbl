      *----------------------------------------------------------------*
      * PROGRAM:  MNRCONV                                              *
      * PURPOSE:  Custodial account age-of-majority run - monthly.     *
      *           Walks the CUSTODY file CUSTMNT and DBUPD01 maintain  *
      *           and, for every custodial account still in force:     *
      *           once the minor's majority date is within the notice  *
      *           lead (SYSIN, days - default 60) plus the month to    *
      *           the next run, writes the conversion notice to the    *
      *           custodian and to the minor, archived to LTRARCH/     *
      *           LTRARIX like every other letter; once the majority   *
      *           date has arrived, retitles the customer to the       *
      *           minor's own name through DBUPD01 (the customer's     *
      *           before/after images on DBAUDIT), marks the custodial *
      *           record converted and appends its before and after    *
      *           images to DBAUDIT as a MINORCONV action. PAYENTRY    *
      *           and CUSTINQ stop treating the account as custodial   *
      *           from the majority date itself, so the former minor   *
      *           is in control on the day even when this run falls    *
      *           later in the month. Every notice and conversion is   *
      *           listed on the MNRRPT control report. The notices are *
      *           worded from the letter text library (MJC to the      *
      *           custodian, MJM to the minor) in each recipient's     *
      *           language.                                            *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    DBREAD01, DBUPD01, LTXLKUP                           *
      * COPYBOOKS: MNRDATA, CUSTMAST, LTRDATA, BUSDATE, PRIVDATA,      *
      *           LTXDATA                                              *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     MNRCONV.
       AUTHOR.         TABFORGE-AI.
       DATE-WRITTEN.   2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTODY  ASSIGN TO UT-S-CUSTODY
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS DYNAMIC
                           RECORD KEY   IS CUSTODY-CUSTOMER-ID.
           SELECT MNRNOTC  ASSIGN TO UT-S-MNRNOTC
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT MNRRPT   ASSIGN TO UT-S-MNRRPT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT LTRARCH  ASSIGN TO UT-S-LTRARCH
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT LTRARIX  ASSIGN TO UT-S-LTRARIX
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT AUDITFILE ASSIGN TO UT-S-DBAUDIT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT BUSDATEF ASSIGN TO UT-S-BUSDATE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
      *    Privacy elections (see PRIVDATA) - read for the language
      *    each conversion notice is sent in.
           SELECT PRIVOPT  ASSIGN TO UT-S-PRIVOPT
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS RANDOM
                           RECORD KEY   IS PRIVOPT-CUSTOMER-ID.

       DATA DIVISION.
       FILE SECTION.
      *    Custodial accounts (see MNRDATA) - walked and rewritten in
      *    place.
       FD  CUSTODY
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
       01  CUSTODY-REC.
           05  CUSTODY-CUSTOMER-ID    PIC X(10).
           05  FILLER                 PIC X(110).

       FD  MNRNOTC
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  MNRNOTC-REC                PIC X(133).

       FD  MNRRPT
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  MNRRPT-REC                 PIC X(133).

       FD  LTRARCH
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  LTRARCH-REC                PIC X(133).

       FD  LTRARIX
           RECORDING MODE IS F
           RECORD CONTAINS 50 CHARACTERS.
       01  LTRARIX-REC                PIC X(50).

      *    DBUPD01's before/after image layout, appended so AUDINQ
      *    reports the conversion from the one audit stream.
       FD  AUDITFILE
           RECORDING MODE IS F
           RECORD CONTAINS 846 CHARACTERS.
       01  AUDITFILE-REC.
           05  AUDIT-CUSTOMER-ID      PIC X(10).
           05  AUDIT-ACTION           PIC X(10).
           05  AUDIT-TIMESTAMP        PIC X(26).
           05  AUDIT-BEFORE-IMAGE     PIC X(400).
           05  AUDIT-AFTER-IMAGE      PIC X(400).

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
       01  WS-MNRCONV-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'MNRCONV'.
           05  WS-EOF-CUSTODY         PIC X(1)  VALUE 'N'.
               88  EOF-CUSTODY            VALUE 'Y'.
           05  WS-EOF-LTRARIX         PIC X(1)  VALUE 'N'.
               88  EOF-LTRARIX            VALUE 'Y'.
           05  WS-REWRITE-FLAG        PIC X(1)  VALUE 'N'.
               88  CUSTODY-TO-REWRITE     VALUE 'Y'.
           05  WS-SYSIN-CARD          PIC X(80) VALUE SPACES.
      *    The notice goes at least this many days ahead of the
      *    majority date; SYSIN overrides it. A run only comes round
      *    once a month, so the window reaches a cycle further out -
      *    a majority date the next run would find already inside
      *    the lead is noticed on this one.
           05  WS-LEAD-DAYS           PIC 9(3)  VALUE 60.
           05  WS-CYCLE-DAYS          PIC 9(3)  VALUE 31.
           05  WS-BUS-DATE-8          PIC 9(8)  VALUE ZERO.
           05  WS-HORIZON-8           PIC 9(8)  VALUE ZERO.
           05  WS-HORIZON-DATE        PIC X(8)  VALUE SPACES.
           05  WS-READ-RC             PIC S9(04) COMP VALUE ZERO.
           05  WS-UPDATE-RC           PIC S9(04) COMP VALUE ZERO.
           05  WS-UPDATE-RC-DISP      PIC -9(4).
           05  WS-MINOR-CURRENT-NAME  PIC X(40) VALUE SPACES.
           05  WS-CUSTODIAN-NAME      PIC X(40) VALUE SPACES.
           05  WS-LETTER-TO-ID        PIC X(10) VALUE SPACES.
           05  WS-LETTER-TO-NAME      PIC X(40) VALUE SPACES.
           05  WS-LETTER-ROLE         PIC X(01) VALUE SPACE.
               88  LETTER-TO-CUSTODIAN    VALUE 'C'.
               88  LETTER-TO-MINOR        VALUE 'M'.
           05  WS-CUSTODY-BEFORE      PIC X(120) VALUE SPACES.
           05  WS-ARCH-NEXT-RECNO     PIC 9(9)  COMP VALUE 1.
           05  WS-ARCH-LINE-COUNT     PIC 9(5)  COMP VALUE ZERO.
           05  WS-NOTICE-COUNT        PIC 9(7)  COMP VALUE ZERO.
           05  WS-LETTER-COUNT        PIC 9(7)  COMP VALUE ZERO.
           05  WS-CONVERT-COUNT       PIC 9(7)  COMP VALUE ZERO.
           05  WS-FAIL-COUNT          PIC 9(7)  COMP VALUE ZERO.
           05  WS-COUNT-DISP          PIC ZZZZZZ9.
           05  WS-RPT-LINE            PIC X(133) VALUE SPACES.

       COPY MNRDATA.
       COPY CUSTMAST.
       COPY LTRDATA.
       COPY BUSDATE.
       COPY PRIVDATA.
       COPY LTXDATA.

       PROCEDURE DIVISION.

       1000-INIT.
           PERFORM 1010-READ-BUSINESS-DATE
           ACCEPT WS-SYSIN-CARD FROM SYSIN
           IF WS-SYSIN-CARD(1:3) NUMERIC
                   AND WS-SYSIN-CARD(1:3) NOT = '000'
               MOVE WS-SYSIN-CARD(1:3) TO WS-LEAD-DAYS
           END-IF
           MOVE BUS-DATE TO WS-BUS-DATE-8
           COMPUTE WS-HORIZON-8 = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-BUS-DATE-8)
                + WS-LEAD-DAYS + WS-CYCLE-DAYS)
           MOVE WS-HORIZON-8 TO WS-HORIZON-DATE
           PERFORM 1090-FIND-ARCHIVE-POSITION
           OPEN I-O    CUSTODY
           OPEN OUTPUT MNRNOTC
           OPEN INPUT  PRIVOPT
           OPEN OUTPUT MNRRPT
           OPEN EXTEND LTRARCH
           OPEN EXTEND LTRARIX
           OPEN EXTEND AUDITFILE
           PERFORM 1500-WRITE-HEADER
           PERFORM 2000-WALK-CUSTODY
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
      *    This run's notices append behind everything already
      *    archived - the last index entry says where the archive
      *    ends, the same scan ODCONF's 1090 does.
           OPEN INPUT LTRARIX
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
           STRING 'MNRCONV - CUSTODIAL ACCOUNTS REACHING MAJORITY  '
                  'BUSINESS DATE ' BUS-DATE
                  '  NOTICES THROUGH ' WS-HORIZON-DATE
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE MNRRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'MINOR ID    CUSTODIAN   MAJORITY    '
                  'ACTION      MINOR NAME'
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE MNRRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE MNRRPT-REC FROM WS-RPT-LINE.

       2000-WALK-CUSTODY.
           MOVE LOW-VALUES TO CUSTODY-CUSTOMER-ID
           START CUSTODY KEY NOT < CUSTODY-CUSTOMER-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-CUSTODY
           END-START
           PERFORM UNTIL EOF-CUSTODY
               READ CUSTODY NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-CUSTODY
               END-READ
               IF NOT EOF-CUSTODY
                   MOVE CUSTODY-REC TO CUSTODIAL-ACCOUNT-RECORD
                   IF MNR-CUSTODIAL
                       PERFORM 3000-CHECK-MAJORITY
                   END-IF
               END-IF
           END-PERFORM.

       3000-CHECK-MAJORITY.
      *    An account set up too late for the notice lead still gets
      *    its notice, on the run that converts it.
           MOVE 'N' TO WS-REWRITE-FLAG
           MOVE CUSTODIAL-ACCOUNT-RECORD TO WS-CUSTODY-BEFORE
           IF MNR-NOTICE-DUE
                   AND MNR-MAJORITY-DATE NOT > WS-HORIZON-DATE
               PERFORM 3100-SEND-NOTICES
           END-IF
           IF MNR-MAJORITY-DATE NOT > BUS-DATE
               PERFORM 4000-CONVERT-ACCOUNT
           END-IF
           IF CUSTODY-TO-REWRITE
               MOVE CUSTODIAL-ACCOUNT-RECORD TO CUSTODY-REC
               REWRITE CUSTODY-REC
                   INVALID KEY
                       DISPLAY 'MNRCONV REWRITE FAILED - '
                               MNR-CUSTOMER-ID
               END-REWRITE
           END-IF.

       3100-SEND-NOTICES.
      *    One notice to the custodian and one to the minor, each
      *    addressed by the name on the customer master. A minor no
      *    longer on the master (merged away or purged) has no
      *    account to convert - the notice stays due and is counted
      *    so operations can clear it.
           CALL 'DBREAD01' USING MNR-CUSTOMER-ID
                                 CUSTOMER-RECORD
                                 WS-READ-RC
           IF WS-READ-RC NOT = ZERO
               ADD 1 TO WS-FAIL-COUNT
               DISPLAY 'MNRCONV MINOR NOT ON FILE - ' MNR-CUSTOMER-ID
           ELSE
               MOVE CUSTOMER-NAME TO WS-MINOR-CURRENT-NAME
               MOVE SPACES        TO WS-CUSTODIAN-NAME
               CALL 'DBREAD01' USING MNR-CUSTODIAN-ID
                                     CUSTOMER-RECORD
                                     WS-READ-RC
               IF WS-READ-RC = ZERO
                   MOVE CUSTOMER-NAME    TO WS-CUSTODIAN-NAME
                   MOVE MNR-CUSTODIAN-ID TO WS-LETTER-TO-ID
                   MOVE CUSTOMER-NAME    TO WS-LETTER-TO-NAME
                   SET LETTER-TO-CUSTODIAN TO TRUE
                   PERFORM 3200-WRITE-NOTICE
               ELSE
                   DISPLAY 'MNRCONV CUSTODIAN NOT ON FILE - '
                           MNR-CUSTODIAN-ID ' FOR ' MNR-CUSTOMER-ID
               END-IF
               MOVE MNR-CUSTOMER-ID TO WS-LETTER-TO-ID
               MOVE MNR-MINOR-NAME  TO WS-LETTER-TO-NAME
               SET LETTER-TO-MINOR  TO TRUE
               PERFORM 3200-WRITE-NOTICE
               ADD 1 TO WS-NOTICE-COUNT
               MOVE BUS-DATE TO MNR-NOTICE-DATE
               MOVE 'Y'      TO WS-REWRITE-FLAG
               MOVE 'NOTICE SENT' TO WS-RPT-LINE(1:11)
               PERFORM 8500-WRITE-REPORT-LINE
           END-IF.

       3200-WRITE-NOTICE.
      *    MJC to the custodian, MJM to the minor, each in the
      *    recipient's own language. &2 is the recipient's name on
      *    the custodian's notice and the custodian's on the minor's.
           MOVE ZERO TO WS-ARCH-LINE-COUNT
           MOVE SPACES TO LETTER-TEXT-REQUEST
           MOVE 'E'    TO LTQ-LANGUAGE
           MOVE WS-LETTER-TO-ID TO PRIVOPT-CUSTOMER-ID
           READ PRIVOPT INTO PRIVACY-ELECTION-RECORD
               KEY IS PRIVOPT-CUSTOMER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PRV-LANG-VALID
                       MOVE PRV-LANGUAGE TO LTQ-LANGUAGE
                   END-IF
           END-READ
           IF LETTER-TO-CUSTODIAN
               MOVE 'MJC'             TO LTQ-LETTER-TYPE
               MOVE WS-LETTER-TO-NAME TO LTQ-VALUE(2)
           ELSE
               MOVE 'MJM'             TO LTQ-LETTER-TYPE
               MOVE WS-CUSTODIAN-NAME TO LTQ-VALUE(2)
           END-IF
           MOVE WS-LETTER-TO-ID   TO LTQ-VALUE(1)
           MOVE MNR-CUSTOMER-ID   TO LTQ-VALUE(3)
           MOVE MNR-MINOR-NAME    TO LTQ-VALUE(4)
           MOVE MNR-MAJORITY-DATE TO LTQ-VALUE(5)
           MOVE MNR-MAJORITY-AGE  TO LTQ-VALUE(6)
           PERFORM 8800-WRITE-LETTER-TEXT
           PERFORM 8950-WRITE-ARCHIVE-INDEX
           ADD 1 TO WS-LETTER-COUNT.

       4000-CONVERT-ACCOUNT.
      *    The retitle goes through DBUPD01 like any other customer
      *    change, so DBAUDIT carries the customer's before and after
      *    images; the custodial record's own images follow as the
      *    MINORCONV action. A failed retitle leaves the record in
      *    force for the next run.
           CALL 'DBREAD01' USING MNR-CUSTOMER-ID
                                 CUSTOMER-RECORD
                                 WS-READ-RC
           IF WS-READ-RC NOT = ZERO
               ADD 1 TO WS-FAIL-COUNT
               DISPLAY 'MNRCONV MINOR NOT ON FILE - ' MNR-CUSTOMER-ID
           ELSE
               MOVE MNR-MINOR-NAME TO CUSTOMER-NAME
               CALL 'DBUPD01' USING MNR-CUSTOMER-ID
                                    CUSTOMER-RECORD
                                    WS-UPDATE-RC
               IF WS-UPDATE-RC NOT = ZERO
                   ADD 1 TO WS-FAIL-COUNT
                   MOVE WS-UPDATE-RC TO WS-UPDATE-RC-DISP
                   DISPLAY 'MNRCONV RETITLE FAILED RC '
                           WS-UPDATE-RC-DISP ' - ' MNR-CUSTOMER-ID
               ELSE
                   ADD 1 TO WS-CONVERT-COUNT
                   SET MNR-CONVERTED   TO TRUE
                   MOVE BUS-DATE        TO MNR-CONVERTED-DATE
                   MOVE WS-PROGRAM-NAME TO MNR-UPDATED-BY
                   MOVE 'Y'             TO WS-REWRITE-FLAG
                   PERFORM 4100-WRITE-CONVERSION-AUDIT
                   MOVE 'CONVERTED' TO WS-RPT-LINE(1:11)
                   PERFORM 8500-WRITE-REPORT-LINE
               END-IF
           END-IF.

       4100-WRITE-CONVERSION-AUDIT.
           MOVE MNR-CUSTOMER-ID       TO AUDIT-CUSTOMER-ID
           MOVE 'MINORCONV'           TO AUDIT-ACTION
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE SPACES                TO AUDIT-BEFORE-IMAGE
                                         AUDIT-AFTER-IMAGE
           MOVE WS-CUSTODY-BEFORE     TO AUDIT-BEFORE-IMAGE
           MOVE CUSTODIAL-ACCOUNT-RECORD TO AUDIT-AFTER-IMAGE
           WRITE AUDITFILE-REC.

       8500-WRITE-REPORT-LINE.
      *    The action word is already in WS-RPT-LINE(1:11); the line
      *    is laid out around it.
           MOVE WS-RPT-LINE(1:11)  TO WS-RPT-LINE(37:11)
           MOVE SPACES             TO WS-RPT-LINE(1:36)
           MOVE MNR-CUSTOMER-ID    TO WS-RPT-LINE(1:10)
           MOVE MNR-CUSTODIAN-ID   TO WS-RPT-LINE(13:10)
           MOVE MNR-MAJORITY-DATE  TO WS-RPT-LINE(25:8)
           MOVE MNR-MINOR-NAME     TO WS-RPT-LINE(49:40)
           WRITE MNRRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE.

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
           WRITE MNRNOTC-REC FROM WS-RPT-LINE
           WRITE LTRARCH-REC FROM WS-RPT-LINE
           ADD 1 TO WS-ARCH-LINE-COUNT.

       8950-WRITE-ARCHIVE-INDEX.
           MOVE SPACES               TO LETTER-INDEX-RECORD
           MOVE WS-LETTER-TO-ID      TO LIX-ENTITY-ID
           SET LIX-TYPE-MAJORITY     TO TRUE
           MOVE BUS-DATE             TO LIX-LETTER-DATE
           MOVE WS-ARCH-NEXT-RECNO   TO LIX-START-RECNO
           MOVE WS-ARCH-LINE-COUNT   TO LIX-LINE-COUNT
           MOVE LTQ-LANGUAGE-USED    TO LIX-LANGUAGE
           WRITE LTRARIX-REC FROM LETTER-INDEX-RECORD
           ADD WS-ARCH-LINE-COUNT    TO WS-ARCH-NEXT-RECNO.

       9000-END.
           MOVE SPACES TO WS-RPT-LINE
           WRITE MNRRPT-REC FROM WS-RPT-LINE
           MOVE WS-NOTICE-COUNT TO WS-COUNT-DISP
           STRING 'ACCOUNTS NOTICED:  ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE MNRRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-LETTER-COUNT TO WS-COUNT-DISP
           STRING 'LETTERS WRITTEN:   ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE MNRRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-CONVERT-COUNT TO WS-COUNT-DISP
           STRING 'ACCOUNTS RETITLED: ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE MNRRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-FAIL-COUNT TO WS-COUNT-DISP
           STRING 'NOT PROCESSED:     ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE MNRRPT-REC FROM WS-RPT-LINE
           CLOSE CUSTODY
                 MNRNOTC
                 PRIVOPT
                 MNRRPT
                 LTRARCH
                 LTRARIX
                 AUDITFILE
           DISPLAY 'MNRCONV ACCOUNTS NOTICED:  ' WS-NOTICE-COUNT
           DISPLAY 'MNRCONV ACCOUNTS RETITLED: ' WS-CONVERT-COUNT
      *    Anything left unprocessed needs operations to look at it.
           IF WS-FAIL-COUNT > ZERO
               DISPLAY 'MNRCONV NOT PROCESSED:     ' WS-FAIL-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
