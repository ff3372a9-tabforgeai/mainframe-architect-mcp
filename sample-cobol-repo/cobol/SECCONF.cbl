      *----------------------------------------------------------------*
      * PROGRAM:  SECCONF                                              *
      * PURPOSE:  Security change confirmation letters - runs in       *
      *           BANKNITE after the online day, beside ODCONF. Walks  *
      *           the SECCHG file (see SECCDATA) and, for every        *
      *           customer whose address, delivery preference or PIN   *
      *           changed since the last letter, writes one letter     *
      *           confirming every change made - to the address on     *
      *           file BEFORE an address change, so the real customer  *
      *           hears of a change an impostor made, and to the       *
      *           current ADDRFILE address otherwise. The letter tells *
      *           the customer that large payments out will be         *
      *           confirmed by telephone for a time and whom to call   *
      *           if the change was not theirs. Archived to LTRARCH/   *
      *           LTRARIX like every other letter, then the change is  *
      *           marked written. The letter is worded from the SCC    *
      *           lines of the letter text library in the customer's   *
      *           language.                                            *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    LTXLKUP                                              *
      * COPYBOOKS: SECCDATA, CUSTMAST, LTRDATA, BUSDATE, PRIVDATA,     *
      *           LTXDATA                                              *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     SECCONF.
       AUTHOR.         TABFORGE-AI.
       DATE-WRITTEN.   2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECCHG   ASSIGN TO UT-S-SECCHG
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS DYNAMIC
                           RECORD KEY   IS SECCHG-CUSTOMER-ID.
           SELECT DBFILE   ASSIGN TO UT-S-DBFILE
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS RANDOM
                           RECORD KEY   IS DBFILE-CUSTOMER-ID
                           ALTERNATE RECORD KEY IS DBFILE-ACCOUNT-NUMBER
                               WITH DUPLICATES.
           SELECT ADDRFILE ASSIGN TO UT-S-ADDRFILE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT SCCNOTC  ASSIGN TO UT-S-SCCNOTC
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
      *    a confirmation letter is sent in.
           SELECT PRIVOPT  ASSIGN TO UT-S-PRIVOPT
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS RANDOM
                           RECORD KEY   IS PRIVOPT-CUSTOMER-ID.

       DATA DIVISION.
       FILE SECTION.
      *    Security changes (see SECCDATA copybook) - walked and
      *    rewritten in place.
       FD  SECCHG
           RECORDING MODE IS F
           RECORD CONTAINS 160 CHARACTERS.
       01  SECCHG-REC.
           05  SECCHG-CUSTOMER-ID     PIC X(10).
           05  FILLER                 PIC X(150).

       FD  DBFILE
           RECORDING MODE IS F
           RECORD CONTAINS 400 CHARACTERS.
       01  DBFILE-REC.
      *    Same layout as DBREAD01/DBUPD01's FD - kept in step by
      *    hand.
           05  DBFILE-CUSTOMER-ID     PIC X(10).
           05  FILLER                 PIC X(378).
           05  DBFILE-ACCOUNT-NUMBER  PIC X(12).

      *    Same layout as NIXIE01/STMTPRT's ADDRFILE FD, customer-ID
      *    prefixed and presorted by customer.
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

       FD  SCCNOTC
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  SCCNOTC-REC                PIC X(133).

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
       01  WS-SECCONF-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'SECCONF'.
           05  WS-EOF-SECCHG          PIC X(1)  VALUE 'N'.
               88  EOF-SECCHG             VALUE 'Y'.
           05  WS-EOF-LTRARIX         PIC X(1)  VALUE 'N'.
               88  EOF-LTRARIX            VALUE 'Y'.
           05  WS-EOF-ADDRFILE        PIC X(1)  VALUE 'N'.
               88  EOF-ADDRFILE           VALUE 'Y'.
           05  WS-ADDR-CUST-NO        PIC X(10) VALUE LOW-VALUES.
      *    Where tonight's letter goes - the captured old address or
      *    the address on file.
           05  WS-MAIL-ADDRESS.
               10  WS-MAIL-LINE-1     PIC X(30) VALUE SPACES.
               10  WS-MAIL-LINE-2     PIC X(30) VALUE SPACES.
               10  WS-MAIL-CITY       PIC X(20) VALUE SPACES.
               10  WS-MAIL-STATE      PIC X(02) VALUE SPACES.
               10  WS-MAIL-ZIP        PIC X(10) VALUE SPACES.
           05  WS-ARCH-NEXT-RECNO     PIC 9(9)  COMP VALUE 1.
           05  WS-ARCH-LINE-COUNT     PIC 9(5)  COMP VALUE ZERO.
           05  WS-LETTER-COUNT        PIC 9(5)  COMP VALUE ZERO.
           05  WS-OLD-ADDR-COUNT      PIC 9(5)  COMP VALUE ZERO.
           05  WS-NOCUST-COUNT        PIC 9(5)  COMP VALUE ZERO.
           05  WS-RPT-LINE            PIC X(133) VALUE SPACES.

       COPY SECCDATA.
       COPY CUSTMAST.
       COPY LTRDATA.
       COPY BUSDATE.
       COPY PRIVDATA.
       COPY LTXDATA.

       PROCEDURE DIVISION.

       1000-INIT.
           PERFORM 1010-READ-BUSINESS-DATE
           PERFORM 1090-FIND-ARCHIVE-POSITION
           OPEN I-O    SECCHG
           OPEN INPUT  DBFILE
           OPEN INPUT  ADDRFILE
           OPEN OUTPUT SCCNOTC
           OPEN INPUT  PRIVOPT
           OPEN EXTEND LTRARCH
           OPEN EXTEND LTRARIX
           PERFORM 2110-READ-NEXT-ADDR
           PERFORM 2000-WALK-CHANGES
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
      *    Tonight's letters append behind everything already
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

       2000-WALK-CHANGES.
           MOVE LOW-VALUES TO SECCHG-CUSTOMER-ID
           START SECCHG KEY NOT < SECCHG-CUSTOMER-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SECCHG
           END-START
           PERFORM UNTIL EOF-SECCHG
               READ SECCHG NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SECCHG
               END-READ
               IF NOT EOF-SECCHG
                   MOVE SECCHG-REC TO SECURITY-CHANGE-RECORD
                   IF SCC-LETTER-DUE
                       PERFORM 3000-SEND-CONFIRMATION
                   END-IF
               END-IF
           END-PERFORM.

       2100-FIND-CURRENT-ADDRESS.
      *    ADDRFILE is presorted by customer and SECCHG is walked in
      *    key order, so the same match-merge idiom STMTPRT's 2050
      *    uses finds the address on file. No extract record leaves
      *    the address blank - the letter still goes to the name on
      *    the master and the mailroom works it like any other
      *    unaddressed item.
           MOVE SPACES TO WS-MAIL-ADDRESS
           PERFORM UNTIL EOF-ADDRFILE
                   OR WS-ADDR-CUST-NO > SCC-CUSTOMER-ID
               IF WS-ADDR-CUST-NO = SCC-CUSTOMER-ID
                   MOVE ADDRFILE-LINE-1 TO WS-MAIL-LINE-1
                   MOVE ADDRFILE-LINE-2 TO WS-MAIL-LINE-2
                   MOVE ADDRFILE-CITY   TO WS-MAIL-CITY
                   MOVE ADDRFILE-STATE  TO WS-MAIL-STATE
                   MOVE ADDRFILE-ZIP    TO WS-MAIL-ZIP
               END-IF
               PERFORM 2110-READ-NEXT-ADDR
           END-PERFORM.

       2110-READ-NEXT-ADDR.
           READ ADDRFILE
               AT END MOVE 'Y' TO WS-EOF-ADDRFILE
           END-READ
           IF EOF-ADDRFILE
               MOVE HIGH-VALUES TO WS-ADDR-CUST-NO
           ELSE
               MOVE ADDRFILE-CUSTOMER-ID TO WS-ADDR-CUST-NO
           END-IF.

       3000-SEND-CONFIRMATION.
      *    A customer no longer on the master (merged away or purged
      *    since the change) has no one to write to - the letter
      *    stays due and is counted so operations can clear it.
           MOVE SCC-CUSTOMER-ID TO DBFILE-CUSTOMER-ID
           READ DBFILE INTO CUSTOMER-RECORD
               KEY IS DBFILE-CUSTOMER-ID
               INVALID KEY
                   ADD 1 TO WS-NOCUST-COUNT
                   DISPLAY 'SECCONF CUSTOMER NOT ON FILE - '
                           SCC-CUSTOMER-ID
               NOT INVALID KEY
                   PERFORM 3100-WRITE-CONFIRMATION
           END-READ.

       3100-WRITE-CONFIRMATION.
      *    The address match is made for every letter, even one that
      *    goes to a captured old address, so the ADDRFILE merge
      *    stays in step with the walk.
           MOVE ZERO TO WS-ARCH-LINE-COUNT
           PERFORM 2100-FIND-CURRENT-ADDRESS
           IF SCC-OLD-ADDRESS NOT = SPACES
               ADD 1 TO WS-OLD-ADDR-COUNT
               MOVE SCC-OLD-ADDRESS TO WS-MAIL-ADDRESS
           END-IF
           ADD 1 TO WS-LETTER-COUNT
           MOVE SPACES TO LETTER-TEXT-REQUEST
           MOVE 'E'    TO LTQ-LANGUAGE
           MOVE SCC-CUSTOMER-ID TO PRIVOPT-CUSTOMER-ID
           READ PRIVOPT INTO PRIVACY-ELECTION-RECORD
               KEY IS PRIVOPT-CUSTOMER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PRV-LANG-VALID
                       MOVE PRV-LANGUAGE TO LTQ-LANGUAGE
                   END-IF
           END-READ
           MOVE 'SCC'           TO LTQ-LETTER-TYPE
           MOVE SCC-CUSTOMER-ID TO LTQ-VALUE(1)
           MOVE CUSTOMER-NAME   TO LTQ-VALUE(2)
           MOVE 1 TO LTQ-LINE-NO
           PERFORM 3200-WRITE-CONFIRM-TEXT
           MOVE WS-MAIL-LINE-1 TO WS-RPT-LINE
           PERFORM 8900-WRITE-LETTER-LINE
           IF WS-MAIL-LINE-2 NOT = SPACES
               MOVE WS-MAIL-LINE-2 TO WS-RPT-LINE
               PERFORM 8900-WRITE-LETTER-LINE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-MAIL-CITY  DELIMITED '  '
                  ' '           DELIMITED SIZE
                  WS-MAIL-STATE DELIMITED SIZE
                  ' '           DELIMITED SIZE
                  WS-MAIL-ZIP   DELIMITED SIZE
               INTO WS-RPT-LINE
           PERFORM 8900-WRITE-LETTER-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM 8900-WRITE-LETTER-LINE
           MOVE 2 TO LTQ-LINE-NO
           PERFORM 3200-WRITE-CONFIRM-TEXT
           MOVE SCC-CHANGE-DATE TO LTQ-VALUE(1)
           MOVE 3 TO LTQ-LINE-NO
           PERFORM 3200-WRITE-CONFIRM-TEXT
           IF SCC-LTR-ADDRESS = 'Y'
               MOVE 4 TO LTQ-LINE-NO
               PERFORM 3200-WRITE-CONFIRM-TEXT
           END-IF
           IF SCC-LTR-DELIVERY = 'Y'
               MOVE 5 TO LTQ-LINE-NO
               PERFORM 3200-WRITE-CONFIRM-TEXT
           END-IF
           IF SCC-LTR-PIN = 'Y'
               MOVE 6 TO LTQ-LINE-NO
               PERFORM 3200-WRITE-CONFIRM-TEXT
           END-IF
           MOVE 7 TO LTQ-LINE-NO
           PERFORM 8800-WRITE-LETTER-TEXT
           PERFORM 8950-WRITE-ARCHIVE-INDEX
           SET SCC-LETTER-SENT TO TRUE
           MOVE BUS-DATE TO SCC-LETTER-DATE
           MOVE SECURITY-CHANGE-RECORD TO SECCHG-REC
           REWRITE SECCHG-REC
               INVALID KEY
                   DISPLAY 'SECCONF REWRITE FAILED - ' SCC-CUSTOMER-ID
           END-REWRITE.

       3200-WRITE-CONFIRM-TEXT.
      *    One SCC line of the letter; the values the caller loaded
      *    are cleared for the next line.
           CALL 'LTXLKUP' USING LETTER-TEXT-REQUEST
           MOVE LTQ-TEXT TO WS-RPT-LINE
           MOVE SPACES TO LTQ-VALUES
           PERFORM 8900-WRITE-LETTER-LINE.

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
           WRITE SCCNOTC-REC FROM WS-RPT-LINE
           WRITE LTRARCH-REC FROM WS-RPT-LINE
           ADD 1 TO WS-ARCH-LINE-COUNT.

       8950-WRITE-ARCHIVE-INDEX.
           MOVE SPACES               TO LETTER-INDEX-RECORD
           MOVE SCC-CUSTOMER-ID      TO LIX-ENTITY-ID
           SET LIX-TYPE-SECURITY-CHG TO TRUE
           MOVE BUS-DATE             TO LIX-LETTER-DATE
           MOVE WS-ARCH-NEXT-RECNO   TO LIX-START-RECNO
           MOVE WS-ARCH-LINE-COUNT   TO LIX-LINE-COUNT
           MOVE LTQ-LANGUAGE-USED    TO LIX-LANGUAGE
           WRITE LTRARIX-REC FROM LETTER-INDEX-RECORD
           ADD WS-ARCH-LINE-COUNT    TO WS-ARCH-NEXT-RECNO.

       9000-END.
           CLOSE SECCHG
                 DBFILE
                 ADDRFILE
                 SCCNOTC
                 PRIVOPT
                 LTRARCH
                 LTRARIX
           DISPLAY 'SECCONF CONFIRMATIONS WRITTEN:  ' WS-LETTER-COUNT
           DISPLAY 'SECCONF SENT TO OLD ADDRESS:    ' WS-OLD-ADDR-COUNT
           IF WS-NOCUST-COUNT > ZERO
               DISPLAY 'SECCONF CHANGES WITH NO CUSTOMER: '
                       WS-NOCUST-COUNT
           END-IF
           STOP RUN.
