      *----------------------------------------------------------------*
      * PROGRAM:  ODCONF                                               *
      * PURPOSE:  Overdraft opt-in confirmation notices - runs in      *
      *           BANKNITE after the online day. Walks the ODOPTIN     *
      *           elections branch staff keyed on CUSTMNT and, for     *
      *           every election whose confirmation is still due,      *
      *           writes the customer's Regulation E confirmation -    *
      *           opted in (with the overdraft fee that will apply to  *
      *           ATM and one-time debit card items) or opted out      *
      *           (such items will be declined, no fee) - archived to  *
      *           LTRARCH/LTRARIX like every other letter, then marks  *
      *           the notice sent. The fee comes off PARMS.PYMT001,    *
      *           the same record PYMT001 charges from. The wording is *
      *           the letter text library's (ODI opted in, ODO opted   *
      *           out, ODM how the choice was made) in the customer's  *
      *           language.                                            *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    FMTAMT, LTXLKUP                                      *
      * COPYBOOKS: REGEDATA, CUSTMAST, PYMTPARM, LTRDATA, BUSDATE,     *
      *            PRIVDATA, LTXDATA                                   *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     ODCONF.
       AUTHOR.         TABFORGE-AI.
       DATE-WRITTEN.   2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ODOPTIN  ASSIGN TO UT-S-ODOPTIN
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS DYNAMIC
                           RECORD KEY   IS ODOPTIN-CUSTOMER-ID.
           SELECT DBFILE   ASSIGN TO UT-S-DBFILE
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS RANDOM
                           RECORD KEY   IS DBFILE-CUSTOMER-ID
                           ALTERNATE RECORD KEY IS DBFILE-ACCOUNT-NUMBER
                               WITH DUPLICATES.
           SELECT PARMFILE ASSIGN TO UT-S-PARMFILE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT ODCNOTC  ASSIGN TO UT-S-ODCNOTC
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
      *    Privacy elections (see PRIVDATA) - read for the language
      *    a confirmation is sent in.
           SELECT PRIVOPT  ASSIGN TO UT-S-PRIVOPT
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS RANDOM
                           RECORD KEY   IS PRIVOPT-CUSTOMER-ID.

       DATA DIVISION.
       FILE SECTION.
      *    Elections (see REGEDATA copybook) - walked and rewritten
      *    in place.
       FD  ODOPTIN
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  ODOPTIN-REC.
           05  ODOPTIN-CUSTOMER-ID    PIC X(10).
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

       FD  PARMFILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  PARMFILE-REC               PIC X(40).

       FD  ODCNOTC
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  ODCNOTC-REC                PIC X(133).

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
       01  WS-ODCONF-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'ODCONF'.
           05  WS-EOF-ODOPTIN         PIC X(1)  VALUE 'N'.
               88  EOF-ODOPTIN            VALUE 'Y'.
           05  WS-EOF-LTRARIX         PIC X(1)  VALUE 'N'.
               88  EOF-LTRARIX            VALUE 'Y'.
      *    Same fallback PYMT001 charges when the parameter file is
      *    empty or missing.
           05  WS-OVERDRAFT-FEE       PIC S9(05)V99 COMP-3
                                       VALUE 35.00.
      *    How the choice was made - its line among the ODM texts.
           05  WS-METHOD-LINE         PIC 9(3)  VALUE ZERO.
           05  WS-FMT-AMOUNT          PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-FORMATTED-AMT       PIC X(18) VALUE SPACES.
           05  WS-PROCESS-RC          PIC S9(04) COMP VALUE ZERO.
           05  WS-ARCH-NEXT-RECNO     PIC 9(9)  COMP VALUE 1.
           05  WS-ARCH-LINE-COUNT     PIC 9(5)  COMP VALUE ZERO.
           05  WS-OPTIN-COUNT         PIC 9(5)  COMP VALUE ZERO.
           05  WS-OPTOUT-COUNT        PIC 9(5)  COMP VALUE ZERO.
           05  WS-NOCUST-COUNT        PIC 9(5)  COMP VALUE ZERO.
           05  WS-RPT-LINE            PIC X(133) VALUE SPACES.

       COPY REGEDATA.
       COPY CUSTMAST.
       COPY PYMTPARM.
       COPY LTRDATA.
       COPY BUSDATE.
       COPY PRIVDATA.
       COPY LTXDATA.

       PROCEDURE DIVISION.

       1000-INIT.
           PERFORM 1010-READ-BUSINESS-DATE
           PERFORM 1050-LOAD-OVERDRAFT-FEE
           PERFORM 1090-FIND-ARCHIVE-POSITION
           OPEN I-O    ODOPTIN
           OPEN INPUT  DBFILE
           OPEN OUTPUT ODCNOTC
           OPEN INPUT  PRIVOPT
           OPEN EXTEND LTRARCH
           OPEN EXTEND LTRARIX
           PERFORM 2000-WALK-ELECTIONS
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

       1050-LOAD-OVERDRAFT-FEE.
           OPEN INPUT PARMFILE
           READ PARMFILE INTO PYMT-PARM-RECORD
               AT END
                   CONTINUE
               NOT AT END
                   MOVE PARM-OVERDRAFT-FEE TO WS-OVERDRAFT-FEE
           END-READ
           CLOSE PARMFILE.

       1090-FIND-ARCHIVE-POSITION.
      *    Tonight's notices append behind everything already
      *    archived - the last index entry says where the archive
      *    ends, the same scan TDMATUR's 1090 does.
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

       2000-WALK-ELECTIONS.
           MOVE LOW-VALUES TO ODOPTIN-CUSTOMER-ID
           START ODOPTIN KEY NOT < ODOPTIN-CUSTOMER-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-ODOPTIN
           END-START
           PERFORM UNTIL EOF-ODOPTIN
               READ ODOPTIN NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-ODOPTIN
               END-READ
               IF NOT EOF-ODOPTIN
                   MOVE ODOPTIN-REC TO OVERDRAFT-ELECTION-RECORD
                   IF ODE-NOTICE-DUE
                       PERFORM 3000-SEND-CONFIRMATION
                   END-IF
               END-IF
           END-PERFORM.

       3000-SEND-CONFIRMATION.
      *    A customer no longer on the master (merged away or purged
      *    since the election) has no one to write to - the notice
      *    stays due and is counted so operations can clear it.
           MOVE ODE-CUSTOMER-ID TO DBFILE-CUSTOMER-ID
           READ DBFILE INTO CUSTOMER-RECORD
               KEY IS DBFILE-CUSTOMER-ID
               INVALID KEY
                   ADD 1 TO WS-NOCUST-COUNT
                   DISPLAY 'ODCONF CUSTOMER NOT ON FILE - '
                           ODE-CUSTOMER-ID
               NOT INVALID KEY
                   PERFORM 3100-WRITE-CONFIRMATION
           END-READ.

       3100-WRITE-CONFIRMATION.
      *    ODI or ODO in the customer's language, with how the
      *    choice was made worded from its ODM line.
           MOVE ZERO TO WS-ARCH-LINE-COUNT
           EVALUATE TRUE
               WHEN ODE-METHOD-BRANCH
                   MOVE 1 TO WS-METHOD-LINE
               WHEN ODE-METHOD-PHONE
                   MOVE 2 TO WS-METHOD-LINE
               WHEN ODE-METHOD-ONLINE
                   MOVE 3 TO WS-METHOD-LINE
               WHEN OTHER
                   MOVE 4 TO WS-METHOD-LINE
           END-EVALUATE
           MOVE SPACES TO LETTER-TEXT-REQUEST
           MOVE 'E'    TO LTQ-LANGUAGE
           MOVE ODE-CUSTOMER-ID TO PRIVOPT-CUSTOMER-ID
           READ PRIVOPT INTO PRIVACY-ELECTION-RECORD
               KEY IS PRIVOPT-CUSTOMER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PRV-LANG-VALID
                       MOVE PRV-LANGUAGE TO LTQ-LANGUAGE
                   END-IF
           END-READ
           MOVE 'ODM'          TO LTQ-LETTER-TYPE
           MOVE WS-METHOD-LINE TO LTQ-LINE-NO
           CALL 'LTXLKUP' USING LETTER-TEXT-REQUEST
           MOVE LTQ-TEXT(1:72)    TO LTQ-VALUE(4)
           MOVE ODE-CUSTOMER-ID   TO LTQ-VALUE(1)
           MOVE CUSTOMER-NAME     TO LTQ-VALUE(2)
           MOVE ODE-ELECTION-DATE TO LTQ-VALUE(3)
           IF ODE-OPTED-IN
               ADD 1 TO WS-OPTIN-COUNT
               MOVE WS-OVERDRAFT-FEE TO WS-FMT-AMOUNT
               CALL 'FMTAMT' USING WS-FMT-AMOUNT
                                   WS-FORMATTED-AMT
                                   SPACES
                                   WS-PROCESS-RC
               MOVE WS-FORMATTED-AMT TO LTQ-VALUE(5)
               MOVE 'ODI' TO LTQ-LETTER-TYPE
           ELSE
               ADD 1 TO WS-OPTOUT-COUNT
               MOVE 'ODO' TO LTQ-LETTER-TYPE
           END-IF
           PERFORM 8800-WRITE-LETTER-TEXT
           PERFORM 8950-WRITE-ARCHIVE-INDEX
           SET ODE-NOTICE-SENT TO TRUE
           MOVE BUS-DATE TO ODE-NOTICE-DATE
           MOVE OVERDRAFT-ELECTION-RECORD TO ODOPTIN-REC
           REWRITE ODOPTIN-REC
               INVALID KEY
                   DISPLAY 'ODCONF REWRITE FAILED - ' ODE-CUSTOMER-ID
           END-REWRITE.

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
           WRITE ODCNOTC-REC FROM WS-RPT-LINE
           WRITE LTRARCH-REC FROM WS-RPT-LINE
           ADD 1 TO WS-ARCH-LINE-COUNT.

       8950-WRITE-ARCHIVE-INDEX.
           MOVE SPACES               TO LETTER-INDEX-RECORD
           MOVE ODE-CUSTOMER-ID      TO LIX-ENTITY-ID
           SET LIX-TYPE-OD-ELECTION  TO TRUE
           MOVE BUS-DATE             TO LIX-LETTER-DATE
           MOVE WS-ARCH-NEXT-RECNO   TO LIX-START-RECNO
           MOVE WS-ARCH-LINE-COUNT   TO LIX-LINE-COUNT
           MOVE LTQ-LANGUAGE-USED    TO LIX-LANGUAGE
           WRITE LTRARIX-REC FROM LETTER-INDEX-RECORD
           ADD WS-ARCH-LINE-COUNT    TO WS-ARCH-NEXT-RECNO.

       9000-END.
           CLOSE ODOPTIN
                 DBFILE
                 ODCNOTC
                 PRIVOPT
                 LTRARCH
                 LTRARIX
           DISPLAY 'ODCONF OPT-IN CONFIRMATIONS:  ' WS-OPTIN-COUNT
           DISPLAY 'ODCONF OPT-OUT CONFIRMATIONS: ' WS-OPTOUT-COUNT
           IF WS-NOCUST-COUNT > ZERO
               DISPLAY 'ODCONF ELECTIONS WITH NO CUSTOMER: '
                       WS-NOCUST-COUNT
           END-IF
           STOP RUN.
