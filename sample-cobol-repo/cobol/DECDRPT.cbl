      *----------------------------------------------------------------*
      * PROGRAM:  DECDRPT                                              *
      * PURPOSE:  Deceased-accounts work report - reads the DECEASED   *
      *           file DECDMNT maintains and lists every estate still  *
      *           open (name, balance and status off DBFILE, days      *
      *           since the branch was notified, joint owners flagged  *
      *           for retitling, federal benefits ACHINTAK returned    *
      *           for reclamation), so the estate-servicing desk can   *
      *           work each one until ACCTCLSE closes the account.     *
      *           Estates ACCTCLSE settled since the previous business *
      *           day are listed once more as they drop off (ACCTCLSE  *
      *           runs ahead of the cycle). An estate open             *
      *           past the aging threshold on SYSIN (days) is marked   *
      *           for follow-up.                                       *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    FMTAMT                                               *
      * COPYBOOKS: DECDATA, CUSTMAST, ERRDATA, BUSDATE                 *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     DECDRPT.
       AUTHOR.         TABFORGE-AI.
       DATE-WRITTEN.   2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECEASED ASSIGN TO UT-S-DECEASED
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS SEQUENTIAL
                           RECORD KEY   IS DECEASED-KEY.
           SELECT DBFILE   ASSIGN TO UT-S-DBFILE
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS DYNAMIC
                           RECORD KEY   IS DBFILE-CUSTOMER-ID
                           ALTERNATE RECORD KEY IS DBFILE-ACCOUNT-NUMBER
                               WITH DUPLICATES.
           SELECT DECDRPT  ASSIGN TO UT-S-DECDRPT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT BUSDATEF ASSIGN TO UT-S-BUSDATE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    Deceased customers (see DECDATA).
       FD  DECEASED
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  DECEASED-REC.
           05  DECEASED-KEY           PIC X(10).
           05  FILLER                 PIC X(90).

       FD  DBFILE
           RECORDING MODE IS F
           RECORD CONTAINS 400 CHARACTERS.
       01  DBFILE-REC.
      *    Same layout as DBREAD01/DBUPD01's FD - kept in step by
      *    hand, as the other DBFILE programs do.
           05  DBFILE-CUSTOMER-ID     PIC X(10).
           05  FILLER                 PIC X(378).
           05  DBFILE-ACCOUNT-NUMBER  PIC X(12).

       FD  DECDRPT
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  DECDRPT-REC                PIC X(133).

      *    Business-date control record set by BDATESET at the start
      *    of the cycle (see BUSDATE copybook).
       FD  BUSDATEF
           RECORDING MODE IS F
           RECORD CONTAINS 30 CHARACTERS.
       01  BUSDATEF-REC               PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-DECDRPT-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'DECDRPT'.
           05  WS-EOF-DECEASED        PIC X(1)  VALUE 'N'.
               88  EOF-DECEASED           VALUE 'Y'.
           05  WS-CUST-FOUND          PIC X(1)  VALUE 'N'.
               88  ESTATE-CUST-FOUND      VALUE 'Y'.
           05  WS-SYSIN-CARD          PIC X(80) VALUE SPACES.
      *    Estates open longer than this many days are marked for
      *    follow-up; SYSIN overrides it.
           05  WS-AGING-DAYS          PIC 9(5)  VALUE 90.
           05  WS-BUS-DATE-8          PIC 9(8)  VALUE ZERO.
           05  WS-SETTLED-FROM        PIC X(8)  VALUE SPACES.
           05  WS-NOTIFIED-DATE-8     PIC 9(8)  VALUE ZERO.
           05  WS-DAYS-OPEN           PIC S9(7) COMP VALUE ZERO.
           05  WS-BALANCE             PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-OPEN-COUNT          PIC 9(7)  COMP VALUE ZERO.
           05  WS-AGED-COUNT          PIC 9(7)  COMP VALUE ZERO.
           05  WS-SETTLED-COUNT       PIC 9(7)  COMP VALUE ZERO.
           05  WS-OPEN-BALANCE        PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-BENEFIT-COUNT       PIC 9(7)  COMP VALUE ZERO.
           05  WS-BENEFIT-AMOUNT      PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-FMT-RC              PIC S9(04) COMP VALUE ZERO.
           05  WS-FORMATTED-AMT       PIC X(18) VALUE SPACES.
           05  WS-DAYS-DISP           PIC ZZZZ9.
           05  WS-SMALL-DISP          PIC ZZ9.
           05  WS-BENEFIT-DISP        PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-COUNT-DISP          PIC ZZZZZZ9.
           05  WS-RPT-LINE            PIC X(133) VALUE SPACES.

       COPY DECDATA.
       COPY CUSTMAST.
       COPY ERRDATA.
       COPY BUSDATE.

       PROCEDURE DIVISION.

       1000-INIT.
           PERFORM 1010-READ-BUSINESS-DATE
           ACCEPT WS-SYSIN-CARD FROM SYSIN
           IF WS-SYSIN-CARD(1:3) NUMERIC
                   AND WS-SYSIN-CARD(1:3) NOT = '000'
               MOVE WS-SYSIN-CARD(1:3) TO WS-AGING-DAYS
           END-IF
           MOVE BUS-DATE TO WS-BUS-DATE-8
           IF BUS-PREV-DATE = SPACES
               MOVE BUS-DATE TO WS-SETTLED-FROM
           ELSE
               MOVE BUS-PREV-DATE TO WS-SETTLED-FROM
           END-IF
           OPEN INPUT  DECEASED
           OPEN INPUT  DBFILE
           OPEN OUTPUT DECDRPT
           PERFORM 1500-WRITE-HEADER
           PERFORM 2000-PROCESS-ESTATE UNTIL EOF-DECEASED
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
           MOVE SPACES TO WS-RPT-LINE
           STRING 'DECEASED ACCOUNTS WORK REPORT - BUSINESS DATE '
                  BUS-DATE
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE DECDRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'CUSTOMER    NAME                            '
                  'DIED      NOTIFIED   DAYS  BALANCE             '
                  'JNT  BEN   RECLAIMED   STATUS'
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE DECDRPT-REC FROM WS-RPT-LINE.

       2000-PROCESS-ESTATE.
           READ DECEASED INTO DECEASED-RECORD
               AT END MOVE 'Y' TO WS-EOF-DECEASED
           END-READ
           IF NOT EOF-DECEASED
               EVALUATE TRUE
                   WHEN DEC-ESTATE-OPEN
                       PERFORM 2100-LOCATE-CUSTOMER
                       PERFORM 2200-WRITE-OPEN-ESTATE
                   WHEN DEC-ESTATE-SETTLED
                           AND DEC-SETTLED-DATE >= WS-SETTLED-FROM
                       PERFORM 2300-WRITE-SETTLED-ESTATE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       2100-LOCATE-CUSTOMER.
           MOVE 'N' TO WS-CUST-FOUND
           MOVE ZERO TO WS-BALANCE
           MOVE DEC-CUSTOMER-ID TO DBFILE-CUSTOMER-ID
           READ DBFILE INTO CUSTOMER-RECORD
               KEY IS DBFILE-CUSTOMER-ID
               INVALID KEY
                   MOVE SPACES TO CUSTOMER-NAME
                   MOVE '*** NOT ON DBFILE ***' TO CUSTOMER-NAME
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CUST-FOUND
                   MOVE CUSTOMER-BALANCE TO WS-BALANCE
           END-READ.

       2200-WRITE-OPEN-ESTATE.
           ADD 1 TO WS-OPEN-COUNT
           ADD WS-BALANCE TO WS-OPEN-BALANCE
           ADD DEC-BENEFIT-COUNT  TO WS-BENEFIT-COUNT
           ADD DEC-BENEFIT-AMOUNT TO WS-BENEFIT-AMOUNT
           MOVE ZERO TO WS-DAYS-OPEN
           IF DEC-NOTIFIED-DATE NUMERIC
               MOVE DEC-NOTIFIED-DATE TO WS-NOTIFIED-DATE-8
               COMPUTE WS-DAYS-OPEN =
                   FUNCTION INTEGER-OF-DATE(WS-BUS-DATE-8)
                   - FUNCTION INTEGER-OF-DATE(WS-NOTIFIED-DATE-8)
           END-IF
           PERFORM 2500-BUILD-DETAIL-LINE
           EVALUATE TRUE
               WHEN NOT ESTATE-CUST-FOUND
                   MOVE 'OPEN - NOT ON DBFILE'  TO WS-RPT-LINE(115:19)
               WHEN WS-DAYS-OPEN > WS-AGING-DAYS
                   ADD 1 TO WS-AGED-COUNT
                   MOVE 'OPEN - FOLLOW UP'      TO WS-RPT-LINE(115:19)
               WHEN OTHER
                   MOVE 'OPEN'                  TO WS-RPT-LINE(115:19)
           END-EVALUATE
           WRITE DECDRPT-REC FROM WS-RPT-LINE.

       2300-WRITE-SETTLED-ESTATE.
      *    The account row is gone from DBFILE by now - the name and
      *    balance live on ACCTCLSE's closed-accounts history.
           ADD 1 TO WS-SETTLED-COUNT
           MOVE SPACES TO CUSTOMER-NAME
           MOVE ZERO TO WS-BALANCE
           MOVE ZERO TO WS-DAYS-OPEN
           IF DEC-NOTIFIED-DATE NUMERIC
               MOVE DEC-NOTIFIED-DATE TO WS-NOTIFIED-DATE-8
               COMPUTE WS-DAYS-OPEN =
                   FUNCTION INTEGER-OF-DATE(WS-BUS-DATE-8)
                   - FUNCTION INTEGER-OF-DATE(WS-NOTIFIED-DATE-8)
           END-IF
           PERFORM 2500-BUILD-DETAIL-LINE
           MOVE 'SETTLED' TO WS-RPT-LINE(115:19)
           WRITE DECDRPT-REC FROM WS-RPT-LINE.

       2500-BUILD-DETAIL-LINE.
           CALL 'FMTAMT' USING WS-BALANCE
                               WS-FORMATTED-AMT
                               SPACES
                               WS-FMT-RC
           MOVE SPACES TO WS-RPT-LINE
           MOVE DEC-CUSTOMER-ID        TO WS-RPT-LINE(1:10)
           MOVE CUSTOMER-NAME(1:30)    TO WS-RPT-LINE(13:30)
           MOVE DEC-DATE-OF-DEATH      TO WS-RPT-LINE(45:8)
           MOVE DEC-NOTIFIED-DATE      TO WS-RPT-LINE(55:8)
           MOVE WS-DAYS-OPEN           TO WS-DAYS-DISP
           MOVE WS-DAYS-DISP           TO WS-RPT-LINE(65:5)
           MOVE WS-FORMATTED-AMT       TO WS-RPT-LINE(72:18)
           MOVE DEC-JOINT-COUNT        TO WS-SMALL-DISP
           MOVE WS-SMALL-DISP          TO WS-RPT-LINE(92:3)
           MOVE DEC-BENEFIT-COUNT      TO WS-SMALL-DISP
           MOVE WS-SMALL-DISP          TO WS-RPT-LINE(97:3)
           MOVE DEC-BENEFIT-AMOUNT     TO WS-BENEFIT-DISP
           MOVE WS-BENEFIT-DISP        TO WS-RPT-LINE(99:14).

       9000-END.
           MOVE SPACES TO WS-RPT-LINE
           WRITE DECDRPT-REC FROM WS-RPT-LINE
           CALL 'FMTAMT' USING WS-OPEN-BALANCE
                               WS-FORMATTED-AMT
                               SPACES
                               WS-FMT-RC
           MOVE WS-OPEN-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'ESTATES OPEN:            ' WS-COUNT-DISP
                  '  BALANCES HELD: ' WS-FORMATTED-AMT
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE DECDRPT-REC FROM WS-RPT-LINE
           MOVE WS-AGED-COUNT TO WS-COUNT-DISP
           MOVE WS-AGING-DAYS TO WS-DAYS-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'OPEN OVER ' WS-DAYS-DISP ' DAYS:      '
                  WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE DECDRPT-REC FROM WS-RPT-LINE
           MOVE WS-BENEFIT-COUNT TO WS-COUNT-DISP
           MOVE WS-BENEFIT-AMOUNT TO WS-BENEFIT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'BENEFITS RECLAIMED:      ' WS-COUNT-DISP
                  '  AMOUNT: ' WS-BENEFIT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE DECDRPT-REC FROM WS-RPT-LINE
           MOVE WS-SETTLED-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'ESTATES SETTLED:         ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE DECDRPT-REC FROM WS-RPT-LINE
           CLOSE DECEASED
                 DBFILE
                 DECDRPT
           DISPLAY 'DECDRPT ESTATES OPEN:    ' WS-OPEN-COUNT
           DISPLAY 'DECDRPT ESTATES SETTLED: ' WS-SETTLED-COUNT
           IF WS-AGED-COUNT > ZERO
               MOVE RC-WARNING TO WS-RETURN-CODE
           ELSE
               MOVE RC-SUCCESS TO WS-RETURN-CODE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.
