      *----------------------------------------------------------------*
      * PROGRAM:  BNSRPT                                               *
      * PURPOSE:  Monthly bonus-rate campaign cost report for          *
      *           marketing and finance. For each campaign on          *
      *           PARMS.BONUSRT it totals, off the BONUSENR            *
      *           enrollments, the bonus interest INTCALC paid in the  *
      *           report month and since the campaign began, with the  *
      *           accounts enrolled in the month, the accounts still   *
      *           earning the bonus and those whose bonus ran out in   *
      *           the month. SYSIN is the report month (CCYYMM); blank *
      *           reports the month of the business date.              *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    FMTAMT                                               *
      * COPYBOOKS: BNSDATA, BUSDATE                                    *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     BNSRPT.
       AUTHOR.         TABFORGE-AI.
       DATE-WRITTEN.   2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BONUSENR ASSIGN TO UT-S-BONUSENR
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS SEQUENTIAL
                           RECORD KEY   IS BONUSENR-ACCOUNT-NUMBER.
           SELECT BONUSRT  ASSIGN TO UT-S-BONUSRT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT BNSCOST  ASSIGN TO UT-S-BNSCOST
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT BUSDATEF ASSIGN TO UT-S-BUSDATE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    Enrollments (see BNSDATA copybook).
       FD  BONUSENR
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  BONUSENR-REC.
           05  BONUSENR-ACCOUNT-NUMBER PIC X(12).
           05  FILLER                 PIC X(88).

       FD  BONUSRT
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  BONUSRT-FILE-REC           PIC X(40).

       FD  BNSCOST
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  BNSCOST-REC                PIC X(133).

      *    Business-date control record set by BDATESET at the start
      *    of the cycle (see BUSDATE copybook).
       FD  BUSDATEF
           RECORDING MODE IS F
           RECORD CONTAINS 30 CHARACTERS.
       01  BUSDATEF-REC               PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-BNSRPT-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'BNSRPT'.
           05  WS-EOF-BONUSRT         PIC X(1)  VALUE 'N'.
               88  EOF-BONUSRT            VALUE 'Y'.
           05  WS-EOF-BONUSENR        PIC X(1)  VALUE 'N'.
               88  EOF-BONUSENR           VALUE 'Y'.
           05  WS-SYSIN-CARD          PIC X(80) VALUE SPACES.
           05  WS-REPORT-MONTH        PIC X(6)  VALUE SPACES.
           05  WS-CMP-COUNT           PIC 9(3)  COMP VALUE ZERO.
           05  WS-CMP-IX              PIC 9(3)  COMP VALUE ZERO.
           05  WS-CMP-HIT             PIC 9(3)  COMP VALUE ZERO.
           05  WS-ENR-READ            PIC 9(7)  COMP VALUE ZERO.
           05  WS-TOT-MONTH-COST      PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-TOT-LIFE-COST       PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-TOT-ACTIVE          PIC 9(7)  COMP VALUE ZERO.
           05  WS-TOT-NEW             PIC 9(7)  COMP VALUE ZERO.
           05  WS-TOT-ENDED           PIC 9(7)  COMP VALUE ZERO.
           05  WS-FMT-AMOUNT          PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-FMT-RC              PIC S9(04) COMP VALUE ZERO.
           05  WS-FORMATTED-AMT       PIC X(18) VALUE SPACES.
           05  WS-RATE-PCT            PIC 9(1)V99 VALUE ZERO.
           05  WS-RATE-DISP           PIC 9.99.
           05  WS-COUNT-DISP          PIC ZZZZZZ9.
           05  WS-RPT-LINE            PIC X(133) VALUE SPACES.

      *    One entry per campaign, plus any code still found on an
      *    enrollment after its campaign was taken off the table.
       01  WS-CAMPAIGN-TABLE.
           05  WS-CMP-ENTRY OCCURS 100 TIMES.
               10  WS-CMP-CODE        PIC X(03).
               10  WS-CMP-RATE        PIC 9(01)V9(04).
               10  WS-CMP-PRODUCT     PIC X(02).
               10  WS-CMP-SEGMENT     PIC X(02).
               10  WS-CMP-MONTH-COST  PIC S9(11)V99 COMP-3.
               10  WS-CMP-LIFE-COST   PIC S9(11)V99 COMP-3.
               10  WS-CMP-ACTIVE      PIC 9(7)  COMP.
               10  WS-CMP-NEW         PIC 9(7)  COMP.
               10  WS-CMP-ENDED       PIC 9(7)  COMP.

       COPY BNSDATA.
       COPY BUSDATE.

       PROCEDURE DIVISION.

       1000-INIT.
           PERFORM 1010-READ-BUSINESS-DATE
           ACCEPT WS-SYSIN-CARD FROM SYSIN
           IF WS-SYSIN-CARD(1:6) NUMERIC
               MOVE WS-SYSIN-CARD(1:6) TO WS-REPORT-MONTH
           ELSE
               MOVE BUS-DATE(1:6) TO WS-REPORT-MONTH
           END-IF
           PERFORM 1050-LOAD-CAMPAIGNS
           OPEN INPUT  BONUSENR
           OPEN OUTPUT BNSCOST
           PERFORM 1500-WRITE-HEADER
           PERFORM 2000-ACCUMULATE-ENROLLMENT UNTIL EOF-BONUSENR
           PERFORM 3000-WRITE-CAMPAIGNS
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

       1050-LOAD-CAMPAIGNS.
           OPEN INPUT BONUSRT
           PERFORM UNTIL EOF-BONUSRT
               READ BONUSRT INTO BONUS-PROMOTION-RECORD
                   AT END MOVE 'Y' TO WS-EOF-BONUSRT
               END-READ
               IF NOT EOF-BONUSRT
                   MOVE BNP-PROMO-CODE TO BNE-PROMO-CODE
                   PERFORM 2100-FIND-CAMPAIGN
                   IF WS-CMP-HIT > ZERO
                       MOVE BNP-BONUS-RATE
                           TO WS-CMP-RATE(WS-CMP-HIT)
                       MOVE BNP-PRODUCT
                           TO WS-CMP-PRODUCT(WS-CMP-HIT)
                       MOVE BNP-SEGMENT
                           TO WS-CMP-SEGMENT(WS-CMP-HIT)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE BONUSRT.

       1500-WRITE-HEADER.
           MOVE SPACES TO WS-RPT-LINE
           STRING 'BONUS-RATE CAMPAIGN COST REPORT - MONTH '
                  WS-REPORT-MONTH
                  '   BUSINESS DATE ' BUS-DATE
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE BNSCOST-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'CODE  BONUS%  PROD  SEG   '
                  'COST THIS MONTH     COST TO DATE        '
                  '    NEW   ACTIVE    ENDED'
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE BNSCOST-REC FROM WS-RPT-LINE.

       2000-ACCUMULATE-ENROLLMENT.
           READ BONUSENR INTO BONUS-ENROLLMENT-RECORD
               AT END MOVE 'Y' TO WS-EOF-BONUSENR
           END-READ
           IF NOT EOF-BONUSENR
               ADD 1 TO WS-ENR-READ
               PERFORM 2100-FIND-CAMPAIGN
               IF WS-CMP-HIT > ZERO
                   PERFORM 2200-ADD-ENROLLMENT
               END-IF
           END-IF.

       2100-FIND-CAMPAIGN.
      *    Looks BNE-PROMO-CODE up, adding it to the table the first
      *    time it is seen.
           MOVE ZERO TO WS-CMP-HIT
           PERFORM VARYING WS-CMP-IX FROM 1 BY 1
                   UNTIL WS-CMP-IX > WS-CMP-COUNT
                   OR WS-CMP-HIT > ZERO
               IF WS-CMP-CODE(WS-CMP-IX) = BNE-PROMO-CODE
                   MOVE WS-CMP-IX TO WS-CMP-HIT
               END-IF
           END-PERFORM
           IF WS-CMP-HIT = ZERO
               IF WS-CMP-COUNT < 100
                   ADD 1 TO WS-CMP-COUNT
                   MOVE WS-CMP-COUNT   TO WS-CMP-HIT
                   MOVE BNE-PROMO-CODE TO WS-CMP-CODE(WS-CMP-HIT)
                   MOVE ZERO   TO WS-CMP-RATE(WS-CMP-HIT)
                                  WS-CMP-MONTH-COST(WS-CMP-HIT)
                                  WS-CMP-LIFE-COST(WS-CMP-HIT)
                                  WS-CMP-ACTIVE(WS-CMP-HIT)
                                  WS-CMP-NEW(WS-CMP-HIT)
                                  WS-CMP-ENDED(WS-CMP-HIT)
                   MOVE '??'   TO WS-CMP-PRODUCT(WS-CMP-HIT)
                   MOVE SPACES TO WS-CMP-SEGMENT(WS-CMP-HIT)
               ELSE
                   DISPLAY 'BNSRPT CAMPAIGN TABLE FULL - IGNORED: '
                           BNE-PROMO-CODE
               END-IF
           END-IF.

       2200-ADD-ENROLLMENT.
      *    The month's cost is whichever of the two monthly buckets
      *    INTCALC keeps belongs to the report month - the current
      *    one during the month, the prior one once the new month's
      *    first posting has rolled it over.
           EVALUATE TRUE
               WHEN BNE-CURR-MONTH = WS-REPORT-MONTH
                   ADD BNE-BONUS-CURR
                       TO WS-CMP-MONTH-COST(WS-CMP-HIT)
               WHEN BNE-PRIOR-MONTH = WS-REPORT-MONTH
                   ADD BNE-BONUS-PRIOR
                       TO WS-CMP-MONTH-COST(WS-CMP-HIT)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           ADD BNE-BONUS-TOTAL TO WS-CMP-LIFE-COST(WS-CMP-HIT)
           IF BNE-START-DATE(1:6) = WS-REPORT-MONTH
               ADD 1 TO WS-CMP-NEW(WS-CMP-HIT)
           END-IF
           IF BNE-ACTIVE
               ADD 1 TO WS-CMP-ACTIVE(WS-CMP-HIT)
           END-IF
           IF NOT BNE-CANCELLED
                   AND BNE-END-DATE(1:6) = WS-REPORT-MONTH
               ADD 1 TO WS-CMP-ENDED(WS-CMP-HIT)
           END-IF.

       3000-WRITE-CAMPAIGNS.
           PERFORM VARYING WS-CMP-IX FROM 1 BY 1
                   UNTIL WS-CMP-IX > WS-CMP-COUNT
               PERFORM 3100-WRITE-CAMPAIGN-LINE
           END-PERFORM
           MOVE SPACES TO WS-RPT-LINE
           MOVE 'TOTAL'                TO WS-RPT-LINE(1:5)
           MOVE WS-TOT-MONTH-COST      TO WS-FMT-AMOUNT
           PERFORM 8000-FORMAT-AMOUNT
           MOVE WS-FORMATTED-AMT       TO WS-RPT-LINE(27:18)
           MOVE WS-TOT-LIFE-COST       TO WS-FMT-AMOUNT
           PERFORM 8000-FORMAT-AMOUNT
           MOVE WS-FORMATTED-AMT       TO WS-RPT-LINE(47:18)
           MOVE WS-TOT-NEW             TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP          TO WS-RPT-LINE(67:7)
           MOVE WS-TOT-ACTIVE          TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP          TO WS-RPT-LINE(76:7)
           MOVE WS-TOT-ENDED           TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP          TO WS-RPT-LINE(85:7)
           WRITE BNSCOST-REC FROM WS-RPT-LINE.

       3100-WRITE-CAMPAIGN-LINE.
           ADD WS-CMP-MONTH-COST(WS-CMP-IX) TO WS-TOT-MONTH-COST
           ADD WS-CMP-LIFE-COST(WS-CMP-IX)  TO WS-TOT-LIFE-COST
           ADD WS-CMP-NEW(WS-CMP-IX)        TO WS-TOT-NEW
           ADD WS-CMP-ACTIVE(WS-CMP-IX)     TO WS-TOT-ACTIVE
           ADD WS-CMP-ENDED(WS-CMP-IX)      TO WS-TOT-ENDED
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-CMP-CODE(WS-CMP-IX)      TO WS-RPT-LINE(1:3)
           COMPUTE WS-RATE-PCT = WS-CMP-RATE(WS-CMP-IX) * 100
           MOVE WS-RATE-PCT                 TO WS-RATE-DISP
           MOVE WS-RATE-DISP                TO WS-RPT-LINE(7:4)
           MOVE WS-CMP-PRODUCT(WS-CMP-IX)   TO WS-RPT-LINE(15:2)
           IF WS-CMP-SEGMENT(WS-CMP-IX) = SPACES
               MOVE 'ALL'                   TO WS-RPT-LINE(21:3)
           ELSE
               MOVE WS-CMP-SEGMENT(WS-CMP-IX) TO WS-RPT-LINE(21:2)
           END-IF
           MOVE WS-CMP-MONTH-COST(WS-CMP-IX) TO WS-FMT-AMOUNT
           PERFORM 8000-FORMAT-AMOUNT
           MOVE WS-FORMATTED-AMT            TO WS-RPT-LINE(27:18)
           MOVE WS-CMP-LIFE-COST(WS-CMP-IX) TO WS-FMT-AMOUNT
           PERFORM 8000-FORMAT-AMOUNT
           MOVE WS-FORMATTED-AMT            TO WS-RPT-LINE(47:18)
           MOVE WS-CMP-NEW(WS-CMP-IX)       TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP               TO WS-RPT-LINE(67:7)
           MOVE WS-CMP-ACTIVE(WS-CMP-IX)    TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP               TO WS-RPT-LINE(76:7)
           MOVE WS-CMP-ENDED(WS-CMP-IX)     TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP               TO WS-RPT-LINE(85:7)
           WRITE BNSCOST-REC FROM WS-RPT-LINE.

       8000-FORMAT-AMOUNT.
           CALL 'FMTAMT' USING WS-FMT-AMOUNT
                               WS-FORMATTED-AMT
                               SPACES
                               WS-FMT-RC.

       9000-END.
           CLOSE BONUSENR
                 BNSCOST
           DISPLAY 'BNSRPT MONTH:       ' WS-REPORT-MONTH
           DISPLAY 'BNSRPT ENROLLMENTS: ' WS-ENR-READ
           DISPLAY 'BNSRPT CAMPAIGNS:   ' WS-CMP-COUNT
           STOP RUN.
