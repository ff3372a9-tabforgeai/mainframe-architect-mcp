      *----------------------------------------------------------------*
      * PROGRAM:  SGNEXPR                                              *
      * PURPOSE:  Expiring power-of-attorney report - reads the        *
      *           SIGNERS register CUSTMNT maintains and lists every   *
      *           active power of attorney whose SGN-EXPIRY-DATE falls *
      *           within the look-ahead window on SYSIN (days from the *
      *           business date), so the branch can obtain a renewed   *
      *           instrument before PAYENTRY stops accepting the       *
      *           attorney as acting party. Powers already past their  *
      *           expiry but never revoked are listed as LAPSED until  *
      *           the branch renews or revokes them on CUSTMNT.        *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    (none)                                               *
      * COPYBOOKS: SGNDATA, CUSTMAST, ERRDATA, BUSDATE                 *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     SGNEXPR.
       AUTHOR.         TABFORGE-AI.
       DATE-WRITTEN.   2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIGNERS  ASSIGN TO UT-S-SIGNERS
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS SEQUENTIAL
                           RECORD KEY   IS SIGNERS-KEY.
           SELECT DBFILE   ASSIGN TO UT-S-DBFILE
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS DYNAMIC
                           RECORD KEY   IS DBFILE-CUSTOMER-ID
                           ALTERNATE RECORD KEY IS DBFILE-ACCOUNT-NUMBER
                               WITH DUPLICATES.
           SELECT SGNXRPT  ASSIGN TO UT-S-SGNXRPT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT BUSDATEF ASSIGN TO UT-S-BUSDATE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    Authorized signer / POA register (see SGNDATA).
       FD  SIGNERS
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  SIGNERS-REC.
           05  SIGNERS-KEY            PIC X(12).
           05  FILLER                 PIC X(88).

       FD  DBFILE
           RECORDING MODE IS F
           RECORD CONTAINS 400 CHARACTERS.
       01  DBFILE-REC.
      *    Same layout as DBREAD01/DBUPD01's FD - kept in step by
      *    hand, as the other DBFILE programs do.
           05  DBFILE-CUSTOMER-ID     PIC X(10).
           05  FILLER                 PIC X(378).
           05  DBFILE-ACCOUNT-NUMBER  PIC X(12).

       FD  SGNXRPT
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  SGNXRPT-REC                PIC X(133).

      *    Business-date control record set by BDATESET at the start
      *    of the cycle (see BUSDATE copybook).
       FD  BUSDATEF
           RECORDING MODE IS F
           RECORD CONTAINS 30 CHARACTERS.
       01  BUSDATEF-REC               PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-SGNEXPR-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'SGNEXPR'.
           05  WS-EOF-SIGNERS         PIC X(1)  VALUE 'N'.
               88  EOF-SIGNERS            VALUE 'Y'.
           05  WS-SYSIN-CARD          PIC X(80) VALUE SPACES.
      *    Powers expiring within this many days of the business
      *    date are listed; SYSIN overrides it.
           05  WS-WINDOW-DAYS         PIC 9(3)  VALUE 30.
           05  WS-BUS-DATE-8          PIC 9(8)  VALUE ZERO.
           05  WS-HORIZON-8           PIC 9(8)  VALUE ZERO.
           05  WS-HORIZON-DATE        PIC X(8)  VALUE SPACES.
           05  WS-EXPIRY-8            PIC 9(8)  VALUE ZERO.
           05  WS-DAYS-LEFT           PIC S9(7) COMP VALUE ZERO.
           05  WS-LAST-CUSTOMER       PIC X(10) VALUE SPACES.
           05  WS-EXPIRING-COUNT      PIC 9(7)  COMP VALUE ZERO.
           05  WS-LAPSED-COUNT        PIC 9(7)  COMP VALUE ZERO.
           05  WS-DAYS-DISP           PIC ZZZ9.
           05  WS-LIMIT-DISP          PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-COUNT-DISP          PIC ZZZZZZ9.
           05  WS-RPT-LINE            PIC X(133) VALUE SPACES.

       COPY SGNDATA.
       COPY CUSTMAST.
       COPY ERRDATA.
       COPY BUSDATE.

       PROCEDURE DIVISION.

       1000-INIT.
           PERFORM 1010-READ-BUSINESS-DATE
           ACCEPT WS-SYSIN-CARD FROM SYSIN
           IF WS-SYSIN-CARD(1:3) NUMERIC
                   AND WS-SYSIN-CARD(1:3) NOT = '000'
               MOVE WS-SYSIN-CARD(1:3) TO WS-WINDOW-DAYS
           END-IF
           MOVE BUS-DATE TO WS-BUS-DATE-8
           COMPUTE WS-HORIZON-8 = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-BUS-DATE-8)
                + WS-WINDOW-DAYS)
           MOVE WS-HORIZON-8 TO WS-HORIZON-DATE
           OPEN INPUT  SIGNERS
           OPEN INPUT  DBFILE
           OPEN OUTPUT SGNXRPT
           PERFORM 1500-WRITE-HEADER
           PERFORM 2000-PROCESS-SIGNER UNTIL EOF-SIGNERS
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

       1500-WRITE-HEADER.
           MOVE WS-WINDOW-DAYS TO WS-DAYS-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'POWERS OF ATTORNEY EXPIRING WITHIN '
                  WS-DAYS-DISP ' DAYS - BUSINESS DATE ' BUS-DATE
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE SGNXRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'CUSTOMER    NAME                            '
                  'NO  ATTORNEY                        '
                  'EFFECTIVE EXPIRES   DAYS  ITEM LIMIT      STATUS'
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE SGNXRPT-REC FROM WS-RPT-LINE.

       2000-PROCESS-SIGNER.
           READ SIGNERS INTO SIGNER-RECORD
               AT END MOVE 'Y' TO WS-EOF-SIGNERS
           END-READ
           IF NOT EOF-SIGNERS
               IF SGN-POA AND SGN-ACTIVE
                       AND SGN-EXPIRY-DATE NOT = SPACES
                       AND SGN-EXPIRY-DATE NOT > WS-HORIZON-DATE
                   PERFORM 2100-LOCATE-CUSTOMER
                   PERFORM 2200-WRITE-POA-LINE
               END-IF
           END-IF.

       2100-LOCATE-CUSTOMER.
      *    A customer with several attorneys is looked up once.
           IF SGN-CUSTOMER-ID NOT = WS-LAST-CUSTOMER
               MOVE SGN-CUSTOMER-ID TO WS-LAST-CUSTOMER
               MOVE SGN-CUSTOMER-ID TO DBFILE-CUSTOMER-ID
               READ DBFILE INTO CUSTOMER-RECORD
                   KEY IS DBFILE-CUSTOMER-ID
                   INVALID KEY
                       MOVE SPACES TO CUSTOMER-NAME
                       MOVE '*** NOT ON DBFILE ***' TO CUSTOMER-NAME
               END-READ
           END-IF.

       2200-WRITE-POA-LINE.
           MOVE ZERO TO WS-DAYS-LEFT
           IF SGN-EXPIRY-DATE NUMERIC
               MOVE SGN-EXPIRY-DATE TO WS-EXPIRY-8
               COMPUTE WS-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE(WS-EXPIRY-8)
                   - FUNCTION INTEGER-OF-DATE(WS-BUS-DATE-8)
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           MOVE SGN-CUSTOMER-ID        TO WS-RPT-LINE(1:10)
           MOVE CUSTOMER-NAME(1:30)    TO WS-RPT-LINE(13:30)
           MOVE SGN-SEQ                TO WS-RPT-LINE(45:2)
           MOVE SGN-NAME               TO WS-RPT-LINE(49:30)
           MOVE SGN-EFFECTIVE-DATE     TO WS-RPT-LINE(81:8)
           MOVE SGN-EXPIRY-DATE        TO WS-RPT-LINE(91:8)
           IF SGN-AUTH-LIMIT = ZERO
               MOVE '      NO LIMIT'   TO WS-RPT-LINE(107:14)
           ELSE
               MOVE SGN-AUTH-LIMIT     TO WS-LIMIT-DISP
               MOVE WS-LIMIT-DISP      TO WS-RPT-LINE(107:14)
           END-IF
           IF WS-DAYS-LEFT < ZERO
               ADD 1 TO WS-LAPSED-COUNT
               MOVE 'LAPSED'           TO WS-RPT-LINE(123:11)
           ELSE
               ADD 1 TO WS-EXPIRING-COUNT
               MOVE WS-DAYS-LEFT       TO WS-DAYS-DISP
               MOVE WS-DAYS-DISP       TO WS-RPT-LINE(101:4)
               MOVE 'RENEW'            TO WS-RPT-LINE(123:11)
           END-IF
           WRITE SGNXRPT-REC FROM WS-RPT-LINE.

       9000-END.
           MOVE SPACES TO WS-RPT-LINE
           WRITE SGNXRPT-REC FROM WS-RPT-LINE
           MOVE WS-EXPIRING-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'POWERS EXPIRING IN WINDOW: ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE SGNXRPT-REC FROM WS-RPT-LINE
           MOVE WS-LAPSED-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'POWERS LAPSED, NOT REVOKED:' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE SGNXRPT-REC FROM WS-RPT-LINE
           CLOSE SIGNERS
                 DBFILE
                 SGNXRPT
           DISPLAY 'SGNEXPR POWERS EXPIRING: ' WS-EXPIRING-COUNT
           DISPLAY 'SGNEXPR POWERS LAPSED:   ' WS-LAPSED-COUNT
           IF WS-EXPIRING-COUNT > ZERO OR WS-LAPSED-COUNT > ZERO
               MOVE RC-WARNING TO WS-RETURN-CODE
           ELSE
               MOVE RC-SUCCESS TO WS-RETURN-CODE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.
