      *----------------------------------------------------------------*
      * PROGRAM:  PRIVNOTC                                             *
      * PURPOSE:  Privacy notices - runs in BANKNITE after the online  *
      *           day. Every customer DBUPD01 onboarded is left with   *
      *           the initial privacy notice due on PRIVOPT (see       *
      *           PRIVDATA); this walks the elections and sends each   *
      *           one that is due, telling the customer what we        *
      *           collect, what we share, and the opt-out choices      *
      *           they have on file. With ANNUAL on SYSIN it also      *
      *           sends the annual notice to every customer not        *
      *           closed who has not had a notice this calendar year,  *
      *           writing a PRIVOPT record for a customer who predates *
      *           the elections. Every notice is archived to           *
      *           LTRARCH/LTRARIX like every other letter, so proof of *
      *           delivery is the archive entry itself. The notice is  *
      *           worded from the letter text library (PRN, with its   *
      *           headings and choices from PRC) in the language on    *
      *           the customer's election.                             *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    LTXLKUP                                              *
      * COPYBOOKS: PRIVDATA, CUSTMAST, LTRDATA, BUSDATE, LTXDATA       *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PRIVNOTC.
       AUTHOR.         TABFORGE-AI.
       DATE-WRITTEN.   2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRIVOPT  ASSIGN TO UT-S-PRIVOPT
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS DYNAMIC
                           RECORD KEY   IS PRIVOPT-CUSTOMER-ID.
           SELECT DBFILE   ASSIGN TO UT-S-DBFILE
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS DYNAMIC
                           RECORD KEY   IS DBFILE-CUSTOMER-ID
                           ALTERNATE RECORD KEY IS DBFILE-ACCOUNT-NUMBER
                               WITH DUPLICATES.
           SELECT PRVNOTC  ASSIGN TO UT-S-PRVNOTC
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT LTRARCH  ASSIGN TO UT-S-LTRARCH
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT LTRARIX  ASSIGN TO UT-S-LTRARIX
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT BUSDATEF ASSIGN TO UT-S-BUSDATE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    Elections (see PRIVDATA copybook) - walked and rewritten
      *    in place, and added to by the annual mailing.
       FD  PRIVOPT
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  PRIVOPT-REC.
           05  PRIVOPT-CUSTOMER-ID    PIC X(10).
           05  FILLER                 PIC X(50).

       FD  DBFILE
           RECORDING MODE IS F
           RECORD CONTAINS 400 CHARACTERS.
       01  DBFILE-REC.
      *    Same layout as DBREAD01/DBUPD01's FD - kept in step by
      *    hand.
           05  DBFILE-CUSTOMER-ID     PIC X(10).
           05  FILLER                 PIC X(378).
           05  DBFILE-ACCOUNT-NUMBER  PIC X(12).

       FD  PRVNOTC
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  PRVNOTC-REC                PIC X(133).

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

       WORKING-STORAGE SECTION.
       01  WS-PRIVNOTC-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'PRIVNOTC'.
      *    SYSIN line 1: ANNUAL adds the annual mailing to the
      *    nightly initial notices; anything else is the nightly run.
           05  WS-RUN-MODE            PIC X(8)  VALUE SPACES.
               88  ANNUAL-RUN             VALUE 'ANNUAL'.
           05  WS-EOF-PRIVOPT         PIC X(1)  VALUE 'N'.
               88  EOF-PRIVOPT            VALUE 'Y'.
           05  WS-EOF-DBFILE          PIC X(1)  VALUE 'N'.
               88  EOF-DBFILE             VALUE 'Y'.
           05  WS-EOF-LTRARIX         PIC X(1)  VALUE 'N'.
               88  EOF-LTRARIX            VALUE 'Y'.
           05  WS-PRV-FOUND           PIC X(1)  VALUE 'N'.
               88  PRIVACY-FOUND          VALUE 'Y'.
           05  WS-NOTICE-KIND         PIC X(1)  VALUE SPACE.
               88  INITIAL-NOTICE         VALUE 'I'.
               88  ANNUAL-NOTICE          VALUE 'A'.
           05  WS-ARCH-NEXT-RECNO     PIC 9(9)  COMP VALUE 1.
           05  WS-ARCH-LINE-COUNT     PIC 9(5)  COMP VALUE ZERO.
           05  WS-INITIAL-COUNT       PIC 9(7)  COMP VALUE ZERO.
           05  WS-ANNUAL-COUNT        PIC 9(7)  COMP VALUE ZERO.
           05  WS-ALREADY-COUNT       PIC 9(7)  COMP VALUE ZERO.
           05  WS-NOCUST-COUNT        PIC 9(7)  COMP VALUE ZERO.
           05  WS-RPT-LINE            PIC X(133) VALUE SPACES.

       COPY PRIVDATA.
       COPY CUSTMAST.
       COPY LTRDATA.
       COPY BUSDATE.
       COPY LTXDATA.

       PROCEDURE DIVISION.

       1000-INIT.
           ACCEPT WS-RUN-MODE FROM SYSIN
           PERFORM 1010-READ-BUSINESS-DATE
           PERFORM 1090-FIND-ARCHIVE-POSITION
           OPEN I-O    PRIVOPT
           OPEN INPUT  DBFILE
           OPEN OUTPUT PRVNOTC
           OPEN EXTEND LTRARCH
           OPEN EXTEND LTRARIX
           PERFORM 2000-WALK-INITIAL-NOTICES
           IF ANNUAL-RUN
               PERFORM 4000-WALK-CUSTOMERS
           END-IF
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

       2000-WALK-INITIAL-NOTICES.
           MOVE LOW-VALUES TO PRIVOPT-CUSTOMER-ID
           START PRIVOPT KEY NOT < PRIVOPT-CUSTOMER-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-PRIVOPT
           END-START
           PERFORM UNTIL EOF-PRIVOPT
               READ PRIVOPT NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-PRIVOPT
               END-READ
               IF NOT EOF-PRIVOPT
                   MOVE PRIVOPT-REC TO PRIVACY-ELECTION-RECORD
                   IF PRV-INITIAL-DUE
                       PERFORM 3000-SEND-INITIAL-NOTICE
                   END-IF
               END-IF
           END-PERFORM.

       3000-SEND-INITIAL-NOTICE.
      *    A customer no longer on the master (merged away or purged
      *    since onboarding) has no one to write to - the notice
      *    stays due and is counted so operations can clear it.
           MOVE PRV-CUSTOMER-ID TO DBFILE-CUSTOMER-ID
           READ DBFILE INTO CUSTOMER-RECORD
               KEY IS DBFILE-CUSTOMER-ID
               INVALID KEY
                   ADD 1 TO WS-NOCUST-COUNT
                   DISPLAY 'PRIVNOTC CUSTOMER NOT ON FILE - '
                           PRV-CUSTOMER-ID
               NOT INVALID KEY
                   SET INITIAL-NOTICE TO TRUE
                   PERFORM 5000-WRITE-NOTICE
                   ADD 1 TO WS-INITIAL-COUNT
                   SET PRV-INITIAL-SENT TO TRUE
                   MOVE BUS-DATE TO PRV-INITIAL-DATE
                   MOVE PRIVACY-ELECTION-RECORD TO PRIVOPT-REC
                   REWRITE PRIVOPT-REC
                       INVALID KEY
                           DISPLAY 'PRIVNOTC REWRITE FAILED - '
                                   PRV-CUSTOMER-ID
                   END-REWRITE
           END-READ.

       4000-WALK-CUSTOMERS.
      *    The annual mailing goes to the whole customer base, not
      *    just those with elections on file. A customer already
      *    sent a notice this calendar year - the initial one just
      *    above, or an annual run repeated after a failure - is
      *    not sent another.
           MOVE LOW-VALUES TO DBFILE-CUSTOMER-ID
           START DBFILE KEY NOT < DBFILE-CUSTOMER-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-DBFILE
           END-START
           PERFORM UNTIL EOF-DBFILE
               READ DBFILE NEXT RECORD INTO CUSTOMER-RECORD
                   AT END MOVE 'Y' TO WS-EOF-DBFILE
               END-READ
               IF NOT EOF-DBFILE
                   IF NOT STATUS-CLOSED
                       PERFORM 4100-SEND-ANNUAL-NOTICE
                   END-IF
               END-IF
           END-PERFORM.

       4100-SEND-ANNUAL-NOTICE.
           PERFORM 4200-READ-ELECTION
           IF PRV-ANNUAL-DATE(1:4) = BUS-DATE(1:4)
                   OR PRV-INITIAL-DATE(1:4) = BUS-DATE(1:4)
               ADD 1 TO WS-ALREADY-COUNT
           ELSE
               SET ANNUAL-NOTICE TO TRUE
               PERFORM 5000-WRITE-NOTICE
               ADD 1 TO WS-ANNUAL-COUNT
               MOVE BUS-DATE TO PRV-ANNUAL-DATE
               PERFORM 4300-WRITE-ELECTION
           END-IF.

       4200-READ-ELECTION.
      *    A customer who predates the elections has opted out of
      *    nothing and is owed no initial notice - the annual one
      *    reaches them instead.
           MOVE 'N' TO WS-PRV-FOUND
           MOVE CUSTOMER-ID TO PRIVOPT-CUSTOMER-ID
           READ PRIVOPT INTO PRIVACY-ELECTION-RECORD
               KEY IS PRIVOPT-CUSTOMER-ID
               INVALID KEY
                   MOVE SPACES          TO PRIVACY-ELECTION-RECORD
                   MOVE CUSTOMER-ID     TO PRV-CUSTOMER-ID
                   MOVE 'N'             TO PRV-NO-AFFILIATE
                                           PRV-NO-THIRD-PARTY
                                           PRV-NO-SOLICIT
                   MOVE WS-PROGRAM-NAME TO PRV-UPDATED-BY
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PRV-FOUND
           END-READ.

       4300-WRITE-ELECTION.
           MOVE PRIVACY-ELECTION-RECORD TO PRIVOPT-REC
           IF PRIVACY-FOUND
               REWRITE PRIVOPT-REC
                   INVALID KEY
                       DISPLAY 'PRIVNOTC REWRITE FAILED - '
                               PRV-CUSTOMER-ID
               END-REWRITE
           ELSE
               WRITE PRIVOPT-REC
                   INVALID KEY
                       DISPLAY 'PRIVNOTC ADD FAILED - '
                               PRV-CUSTOMER-ID
               END-WRITE
           END-IF.

       5000-WRITE-NOTICE.
      *    PRN in the language on the election - none on it is
      *    English - with the heading and each choice worded from
      *    its PRC line.
           MOVE ZERO TO WS-ARCH-LINE-COUNT
           MOVE SPACES TO LETTER-TEXT-REQUEST
           MOVE 'E'    TO LTQ-LANGUAGE
           IF PRV-LANG-VALID
               MOVE PRV-LANGUAGE TO LTQ-LANGUAGE
           END-IF
           MOVE 'PRC' TO LTQ-LETTER-TYPE
           IF INITIAL-NOTICE
               MOVE 1 TO LTQ-LINE-NO
           ELSE
               MOVE BUS-DATE(1:4) TO LTQ-VALUE(1)
               MOVE 2 TO LTQ-LINE-NO
           END-IF
           CALL 'LTXLKUP' USING LETTER-TEXT-REQUEST
           MOVE LTQ-TEXT(1:72) TO LTQ-VALUE(3)
           IF PRV-AFFILIATE-OPTED-OUT
               MOVE 3 TO LTQ-LINE-NO
           ELSE
               MOVE 4 TO LTQ-LINE-NO
           END-IF
           CALL 'LTXLKUP' USING LETTER-TEXT-REQUEST
           MOVE LTQ-TEXT(1:72) TO LTQ-VALUE(4)
           IF PRV-THIRD-PARTY-OPTED-OUT
               MOVE 3 TO LTQ-LINE-NO
           ELSE
               MOVE 4 TO LTQ-LINE-NO
           END-IF
           CALL 'LTXLKUP' USING LETTER-TEXT-REQUEST
           MOVE LTQ-TEXT(1:72) TO LTQ-VALUE(5)
           IF PRV-SOLICIT-OPTED-OUT
               MOVE 3 TO LTQ-LINE-NO
           ELSE
               MOVE 4 TO LTQ-LINE-NO
           END-IF
           CALL 'LTXLKUP' USING LETTER-TEXT-REQUEST
           MOVE LTQ-TEXT(1:72) TO LTQ-VALUE(6)
           MOVE 'PRN'           TO LTQ-LETTER-TYPE
           MOVE PRV-CUSTOMER-ID TO LTQ-VALUE(1)
           MOVE CUSTOMER-NAME   TO LTQ-VALUE(2)
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
           WRITE PRVNOTC-REC FROM WS-RPT-LINE
           WRITE LTRARCH-REC FROM WS-RPT-LINE
           ADD 1 TO WS-ARCH-LINE-COUNT.

       8950-WRITE-ARCHIVE-INDEX.
           MOVE SPACES               TO LETTER-INDEX-RECORD
           MOVE PRV-CUSTOMER-ID      TO LIX-ENTITY-ID
           SET LIX-TYPE-PRIVACY      TO TRUE
           MOVE BUS-DATE             TO LIX-LETTER-DATE
           MOVE WS-ARCH-NEXT-RECNO   TO LIX-START-RECNO
           MOVE WS-ARCH-LINE-COUNT   TO LIX-LINE-COUNT
           MOVE LTQ-LANGUAGE-USED    TO LIX-LANGUAGE
           WRITE LTRARIX-REC FROM LETTER-INDEX-RECORD
           ADD WS-ARCH-LINE-COUNT    TO WS-ARCH-NEXT-RECNO.

       9000-END.
           CLOSE PRIVOPT
                 DBFILE
                 PRVNOTC
                 LTRARCH
                 LTRARIX
           DISPLAY 'PRIVNOTC INITIAL NOTICES: ' WS-INITIAL-COUNT
           IF ANNUAL-RUN
               DISPLAY 'PRIVNOTC ANNUAL NOTICES:  ' WS-ANNUAL-COUNT
               DISPLAY 'PRIVNOTC ALREADY NOTIFIED THIS YEAR: '
                       WS-ALREADY-COUNT
           END-IF
           IF WS-NOCUST-COUNT > ZERO
               DISPLAY 'PRIVNOTC ELECTIONS WITH NO CUSTOMER: '
                       WS-NOCUST-COUNT
           END-IF
           STOP RUN.
