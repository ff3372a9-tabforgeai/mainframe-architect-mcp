      *----------------------------------------------------------------*
      * PROGRAM:  CRDEXPR                                              *
      * PURPOSE:  Expiring debit card report for the reissue run -     *
      *           reads CARDMAST (see CARDDATA) and lists every active *
      *           card whose expiry month is the month after the       *
      *           business date, with the holder's name and the        *
      *           account it draws on, so the replacement plastics     *
      *           can be ordered before the old ones stop working.     *
      *           A card whose holder or account is no longer active   *
      *           is listed flagged REVIEW rather than REISSUE - it    *
      *           should be closed, not replaced. Blocked cards never  *
      *           appear; they were replaced when they were blocked.   *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    DBREAD01, ACCTMIO                                    *
      * COPYBOOKS: CARDDATA, CUSTMAST, ACCTMST, ERRDATA, BUSDATE       *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CRDEXPR.
       AUTHOR.         TABFORGE-AI.
       DATE-WRITTEN.   2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARDMAST ASSIGN TO UT-S-CARDMAST
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS SEQUENTIAL
                           RECORD KEY   IS CARDMAST-TOKEN.
           SELECT CRDXRPT  ASSIGN TO UT-S-CRDXRPT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT BUSDATEF ASSIGN TO UT-S-BUSDATE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CARDMAST
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  CARDMAST-REC.
           05  CARDMAST-TOKEN         PIC X(16).
           05  FILLER                 PIC X(84).

       FD  CRDXRPT
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  CRDXRPT-REC                PIC X(133).

      *    Business-date control record set by BDATESET at the start
      *    of the cycle (see BUSDATE copybook).
       FD  BUSDATEF
           RECORDING MODE IS F
           RECORD CONTAINS 30 CHARACTERS.
       01  BUSDATEF-REC               PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-CRDEXPR-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'CRDEXPR'.
           05  WS-EOF-CARDMAST        PIC X(1)  VALUE 'N'.
               88  EOF-CARDMAST           VALUE 'Y'.
           05  WS-YEAR                PIC 9(4)  VALUE ZERO.
           05  WS-MONTH               PIC 9(2)  VALUE ZERO.
           05  WS-NEXT-MONTH          PIC X(6)  VALUE SPACES.
           05  WS-READ-RC             PIC S9(04) COMP VALUE ZERO.
           05  WS-ACCOUNT-RC          PIC S9(04) COMP VALUE ZERO.
           05  WS-REISSUE-COUNT       PIC 9(7)  COMP VALUE ZERO.
           05  WS-REVIEW-COUNT        PIC 9(7)  COMP VALUE ZERO.
           05  WS-COUNT-DISP          PIC ZZZZZZ9.
           05  WS-RPT-LINE            PIC X(133) VALUE SPACES.

       COPY CARDDATA.
       COPY CUSTMAST.
       COPY ACCTMST.
       COPY ERRDATA.
       COPY BUSDATE.

       PROCEDURE DIVISION.

       1000-INIT.
           PERFORM 1010-READ-BUSINESS-DATE
           MOVE BUS-DATE(1:4) TO WS-YEAR
           MOVE BUS-DATE(5:2) TO WS-MONTH
           IF WS-MONTH = 12
               ADD 1 TO WS-YEAR
               MOVE 1 TO WS-MONTH
           ELSE
               ADD 1 TO WS-MONTH
           END-IF
           MOVE WS-YEAR  TO WS-NEXT-MONTH(1:4)
           MOVE WS-MONTH TO WS-NEXT-MONTH(5:2)
           OPEN INPUT  CARDMAST
           OPEN OUTPUT CRDXRPT
           PERFORM 1500-WRITE-HEADER
           PERFORM 2000-PROCESS-CARD UNTIL EOF-CARDMAST
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
           STRING 'DEBIT CARDS EXPIRING ' WS-NEXT-MONTH
                  ' - FOR REISSUE - BUSINESS DATE ' BUS-DATE
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE CRDXRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'CARD TOKEN        CUSTOMER    NAME              '
                  '              ACCOUNT       ISSUED    EXPIRES ACTION'
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE CRDXRPT-REC FROM WS-RPT-LINE.

       2000-PROCESS-CARD.
           READ CARDMAST INTO DEBIT-CARD-RECORD
               AT END MOVE 'Y' TO WS-EOF-CARDMAST
           END-READ
           IF NOT EOF-CARDMAST
               IF CRD-ACTIVE AND CRD-EXPIRY-DATE = WS-NEXT-MONTH
                   PERFORM 2100-WRITE-CARD-LINE
               END-IF
           END-IF.

       2100-WRITE-CARD-LINE.
           CALL 'DBREAD01' USING CRD-CUSTOMER-ID
                                 CUSTOMER-RECORD
                                 WS-READ-RC
           IF WS-READ-RC NOT = ZERO
               MOVE SPACES TO CUSTOMER-NAME
               MOVE '*** NOT ON DBFILE ***' TO CUSTOMER-NAME
               MOVE SPACE TO ACCOUNT-STATUS
           END-IF
           CALL 'ACCTMIO' USING CRD-ACCOUNT-NUMBER
                                ACCOUNT-MASTER-RECORD
                                WS-ACCOUNT-RC
           MOVE SPACES TO WS-RPT-LINE
           MOVE CRD-CARD-TOKEN      TO WS-RPT-LINE(1:16)
           MOVE CRD-CUSTOMER-ID     TO WS-RPT-LINE(19:10)
           MOVE CUSTOMER-NAME(1:30) TO WS-RPT-LINE(31:30)
           MOVE CRD-ACCOUNT-NUMBER  TO WS-RPT-LINE(63:12)
           MOVE CRD-ISSUE-DATE      TO WS-RPT-LINE(77:8)
           MOVE CRD-EXPIRY-DATE     TO WS-RPT-LINE(87:6)
           IF WS-READ-RC = ZERO AND STATUS-ACTIVE
                   AND WS-ACCOUNT-RC = ZERO AND AM-STATUS-ACTIVE
               ADD 1 TO WS-REISSUE-COUNT
               MOVE 'REISSUE'       TO WS-RPT-LINE(95:7)
           ELSE
               ADD 1 TO WS-REVIEW-COUNT
               MOVE 'REVIEW'        TO WS-RPT-LINE(95:7)
           END-IF
           WRITE CRDXRPT-REC FROM WS-RPT-LINE.

       9000-END.
           MOVE SPACES TO WS-RPT-LINE
           WRITE CRDXRPT-REC FROM WS-RPT-LINE
           MOVE WS-REISSUE-COUNT TO WS-COUNT-DISP
           STRING 'CARDS TO REISSUE:        ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE CRDXRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-REVIEW-COUNT TO WS-COUNT-DISP
           STRING 'CARDS TO REVIEW:         ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE CRDXRPT-REC FROM WS-RPT-LINE
           CLOSE CARDMAST
                 CRDXRPT
           DISPLAY 'CRDEXPR CARDS TO REISSUE: ' WS-REISSUE-COUNT
           DISPLAY 'CRDEXPR CARDS TO REVIEW:  ' WS-REVIEW-COUNT
           MOVE RC-SUCCESS TO WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.
