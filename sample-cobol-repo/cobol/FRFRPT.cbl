      *----------------------------------------------------------------*
      * PROGRAM:  FRFRPT                                               *
      * PURPOSE:  Monthly fee refund report off the FEEREFND requests  *
      *           (see FRFDATA). Every refund approved in the month -  *
      *           on entry within the refund threshold or by a second  *
      *           officer on FEEAPPR - is staged with the branch it    *
      *           was requested at and the requesting officer, sorted  *
      *           and listed by officer within branch with officer,    *
      *           branch and grand totals, followed by a summary by    *
      *           reason code and counts of the refunds declined in    *
      *           the month and those still awaiting approval. SYSIN   *
      *           is the month as CCYYMM (blank is the business date's *
      *           month).                                              *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    FMTAMT                                               *
      * COPYBOOKS: FRFDATA, BUSDATE                                    *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     FRFRPT.
       AUTHOR.         TABFORGE-AI.
       DATE-WRITTEN.   2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEEREFND ASSIGN TO UT-S-FEEREFND
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS SEQUENTIAL
                           RECORD KEY   IS FEEREFND-KEY.
           SELECT BUSDATEF ASSIGN TO UT-S-BUSDATE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT WRKFILE  ASSIGN TO UT-S-WRKFILE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT SORTWK1  ASSIGN TO UT-S-SORTWK.
           SELECT SRTWRK   ASSIGN TO UT-S-SRTWRK
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT FRFRPTF  ASSIGN TO UT-S-FRFRPT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FEEREFND
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
       01  FEEREFND-REC.
           05  FEEREFND-KEY           PIC X(26).
           05  FILLER                 PIC X(94).

      *    Business-date control record set by BDATESET at the start
      *    of the cycle (see BUSDATE copybook).
       FD  BUSDATEF
           RECORDING MODE IS F
           RECORD CONTAINS 30 CHARACTERS.
       01  BUSDATEF-REC               PIC X(30).

      *    One record per refund approved in the month, keyed so one
      *    SORT lines them up by branch and requesting officer.
       FD  WRKFILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  WRKFILE-REC.
           05  WFR-SORT-KEY.
               10  WFR-BRANCH         PIC X(04).
               10  WFR-OFFICER-ID     PIC X(08).
               10  WFR-DECISION-DATE  PIC X(08).
               10  WFR-CUSTOMER-ID    PIC X(10).
           05  WFR-REF                PIC X(16).
           05  WFR-FEE-TYPE           PIC X(01).
           05  WFR-FEE-REF            PIC X(16).
           05  WFR-REASON             PIC X(02).
           05  WFR-AMOUNT             PIC S9(07)V99.
           05  FILLER                 PIC X(06).

       SD  SORTWK1
           RECORD CONTAINS 80 CHARACTERS.
       01  SORTWK1-REC.
           05  SORTWK1-KEY            PIC X(30).
           05  FILLER                 PIC X(50).

       FD  SRTWRK
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  SRTWRK-REC.
           05  SFR-SORT-KEY.
               10  SFR-BRANCH         PIC X(04).
               10  SFR-OFFICER-ID     PIC X(08).
               10  SFR-DECISION-DATE  PIC X(08).
               10  SFR-CUSTOMER-ID    PIC X(10).
           05  SFR-REF                PIC X(16).
           05  SFR-FEE-TYPE           PIC X(01).
           05  SFR-FEE-REF            PIC X(16).
           05  SFR-REASON             PIC X(02).
           05  SFR-AMOUNT             PIC S9(07)V99.
           05  FILLER                 PIC X(06).

       FD  FRFRPTF
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  FRFRPTF-REC                PIC X(133).

       WORKING-STORAGE SECTION.
       01  WS-FRFRPT-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'FRFRPT'.
           05  WS-EOF-FEEREFND        PIC X(1)  VALUE 'N'.
               88  EOF-FEEREFND           VALUE 'Y'.
           05  WS-EOF-SRTWRK          PIC X(1)  VALUE 'N'.
               88  EOF-SRTWRK             VALUE 'Y'.
           05  WS-SYSIN-CARD          PIC X(80) VALUE SPACES.
           05  WS-REPORT-MONTH        PIC X(6)  VALUE SPACES.
           05  WS-REFUNDS-READ        PIC 9(7)  COMP VALUE ZERO.
           05  WS-STAGED-COUNT        PIC 9(7)  COMP VALUE ZERO.
           05  WS-DECLINED-COUNT      PIC 9(7)  COMP VALUE ZERO.
           05  WS-DECLINED-AMT        PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-AWAITING-COUNT      PIC 9(7)  COMP VALUE ZERO.
           05  WS-AWAITING-AMT        PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-LAST-BRANCH         PIC X(4)  VALUE HIGH-VALUES.
           05  WS-LAST-OFFICER        PIC X(8)  VALUE SPACES.
           05  WS-OFF-COUNT           PIC 9(7)  COMP VALUE ZERO.
           05  WS-OFF-AMT             PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-BRN-COUNT           PIC 9(7)  COMP VALUE ZERO.
           05  WS-BRN-AMT             PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-GRAND-COUNT         PIC 9(7)  COMP VALUE ZERO.
           05  WS-GRAND-AMT           PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-RSN-IX              PIC 9(2)  COMP VALUE ZERO.
           05  WS-FMT-AMOUNT          PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-FMT-RC              PIC S9(04) COMP VALUE ZERO.
           05  WS-FORMATTED-AMT       PIC X(18) VALUE SPACES.
           05  WS-COUNT-DISP          PIC ZZZZZZ9.
           05  WS-RPT-LINE            PIC X(133) VALUE SPACES.

      *    One row per FRF-REASON code; the last row catches any code
      *    not on the list.
       01  WS-REASON-TABLE.
           05  WS-RSN-ENTRY OCCURS 7 TIMES.
               10  WS-RSN-CODE        PIC X(02).
               10  WS-RSN-TEXT        PIC X(20).
               10  WS-RSN-COUNT       PIC 9(7)  COMP.
               10  WS-RSN-AMT         PIC S9(13)V99 COMP-3.

       COPY FRFDATA.
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
           PERFORM 1100-LOAD-REASONS
           OPEN INPUT  FEEREFND
           OPEN OUTPUT WRKFILE
           PERFORM 2000-STAGE-REFUND UNTIL EOF-FEEREFND
           CLOSE WRKFILE
           CLOSE FEEREFND
           SORT SORTWK1
               ON ASCENDING KEY SORTWK1-KEY
               USING WRKFILE
               GIVING SRTWRK
           OPEN OUTPUT FRFRPTF
           PERFORM 4000-WRITE-REPORT-HEADINGS
           PERFORM 3000-BREAK-BY-BRANCH
           PERFORM 5000-WRITE-REASON-SUMMARY
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

       1100-LOAD-REASONS.
           MOVE 'BE' TO WS-RSN-CODE(1)
           MOVE 'BANK ERROR'           TO WS-RSN-TEXT(1)
           MOVE 'CS' TO WS-RSN-CODE(2)
           MOVE 'CUSTOMER SERVICE'     TO WS-RSN-TEXT(2)
           MOVE 'FT' TO WS-RSN-CODE(3)
           MOVE 'FIRST-TIME WAIVER'    TO WS-RSN-TEXT(3)
           MOVE 'HD' TO WS-RSN-CODE(4)
           MOVE 'HARDSHIP'             TO WS-RSN-TEXT(4)
           MOVE 'RL' TO WS-RSN-CODE(5)
           MOVE 'RELATIONSHIP'         TO WS-RSN-TEXT(5)
           MOVE 'OT' TO WS-RSN-CODE(6)
           MOVE 'OTHER'                TO WS-RSN-TEXT(6)
           MOVE '??' TO WS-RSN-CODE(7)
           MOVE 'UNRECOGNISED CODE'    TO WS-RSN-TEXT(7)
           PERFORM VARYING WS-RSN-IX FROM 1 BY 1 UNTIL WS-RSN-IX > 7
               MOVE ZERO TO WS-RSN-COUNT(WS-RSN-IX)
                            WS-RSN-AMT(WS-RSN-IX)
           END-PERFORM.

       2000-STAGE-REFUND.
           READ FEEREFND INTO FEE-REFUND-RECORD
               AT END MOVE 'Y' TO WS-EOF-FEEREFND
           END-READ
           IF NOT EOF-FEEREFND
               ADD 1 TO WS-REFUNDS-READ
               EVALUATE TRUE
                   WHEN FRF-APPROVED
                           AND FRF-DECISION-DATE(1:6) = WS-REPORT-MONTH
                       PERFORM 2100-WRITE-WORK-RECORD
                   WHEN FRF-DECLINED
                           AND FRF-DECISION-DATE(1:6) = WS-REPORT-MONTH
                       ADD 1          TO WS-DECLINED-COUNT
                       ADD FRF-AMOUNT TO WS-DECLINED-AMT
      *            Still waiting is reported whatever month it was
      *            asked for - nothing expires a pending refund.
                   WHEN FRF-AWAITING-APPROVAL
                       ADD 1          TO WS-AWAITING-COUNT
                       ADD FRF-AMOUNT TO WS-AWAITING-AMT
               END-EVALUATE
           END-IF.

       2100-WRITE-WORK-RECORD.
           MOVE SPACES             TO WRKFILE-REC
           MOVE FRF-BRANCH         TO WFR-BRANCH
           MOVE FRF-REQUESTED-BY   TO WFR-OFFICER-ID
           MOVE FRF-DECISION-DATE  TO WFR-DECISION-DATE
           MOVE FRF-CUSTOMER-ID    TO WFR-CUSTOMER-ID
           MOVE FRF-REF            TO WFR-REF
           MOVE FRF-FEE-TYPE       TO WFR-FEE-TYPE
           MOVE FRF-FEE-REF        TO WFR-FEE-REF
           MOVE FRF-REASON         TO WFR-REASON
           MOVE FRF-AMOUNT         TO WFR-AMOUNT
           WRITE WRKFILE-REC
           ADD 1 TO WS-STAGED-COUNT
           PERFORM VARYING WS-RSN-IX FROM 1 BY 1
                   UNTIL WS-RSN-IX > 6
                      OR WS-RSN-CODE(WS-RSN-IX) = FRF-REASON
               CONTINUE
           END-PERFORM
           ADD 1          TO WS-RSN-COUNT(WS-RSN-IX)
           ADD FRF-AMOUNT TO WS-RSN-AMT(WS-RSN-IX).

       3000-BREAK-BY-BRANCH.
           OPEN INPUT SRTWRK
           PERFORM 3100-READ-SORTED
           PERFORM UNTIL EOF-SRTWRK
               IF SFR-BRANCH NOT = WS-LAST-BRANCH
                   IF WS-BRN-COUNT > ZERO
                       PERFORM 3300-WRITE-OFFICER-TOTAL
                       PERFORM 3400-WRITE-BRANCH-TOTAL
                   END-IF
                   MOVE SFR-BRANCH     TO WS-LAST-BRANCH
                   MOVE SFR-OFFICER-ID TO WS-LAST-OFFICER
               ELSE
                   IF SFR-OFFICER-ID NOT = WS-LAST-OFFICER
                       PERFORM 3300-WRITE-OFFICER-TOTAL
                       MOVE SFR-OFFICER-ID TO WS-LAST-OFFICER
                   END-IF
               END-IF
               PERFORM 3200-WRITE-DETAIL
               PERFORM 3100-READ-SORTED
           END-PERFORM
           IF WS-BRN-COUNT > ZERO
               PERFORM 3300-WRITE-OFFICER-TOTAL
               PERFORM 3400-WRITE-BRANCH-TOTAL
           END-IF
           CLOSE SRTWRK
           MOVE SPACES TO WS-RPT-LINE
           WRITE FRFRPTF-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE 'TOTAL REFUNDS APPROVED'   TO WS-RPT-LINE(1:22)
           MOVE WS-GRAND-COUNT             TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP              TO WS-RPT-LINE(72:7)
           MOVE WS-GRAND-AMT               TO WS-FMT-AMOUNT
           PERFORM 8000-FORMAT-AMOUNT
           MOVE WS-FORMATTED-AMT           TO WS-RPT-LINE(80:18)
           WRITE FRFRPTF-REC FROM WS-RPT-LINE.

       3100-READ-SORTED.
           READ SRTWRK
               AT END MOVE 'Y' TO WS-EOF-SRTWRK
           END-READ.

       3200-WRITE-DETAIL.
           MOVE SPACES TO WS-RPT-LINE
           MOVE SFR-BRANCH             TO WS-RPT-LINE(1:4)
           MOVE SFR-OFFICER-ID         TO WS-RPT-LINE(7:8)
           MOVE SFR-CUSTOMER-ID        TO WS-RPT-LINE(17:10)
           MOVE SFR-REF                TO WS-RPT-LINE(29:16)
           MOVE SFR-FEE-TYPE           TO WS-RPT-LINE(47:1)
           MOVE SFR-FEE-REF            TO WS-RPT-LINE(50:16)
           MOVE SFR-REASON             TO WS-RPT-LINE(68:2)
           MOVE SFR-DECISION-DATE      TO WS-RPT-LINE(72:8)
           MOVE SFR-AMOUNT             TO WS-FMT-AMOUNT
           PERFORM 8000-FORMAT-AMOUNT
           MOVE WS-FORMATTED-AMT       TO WS-RPT-LINE(80:18)
           WRITE FRFRPTF-REC FROM WS-RPT-LINE
           ADD 1          TO WS-OFF-COUNT
                             WS-BRN-COUNT
                             WS-GRAND-COUNT
           ADD SFR-AMOUNT TO WS-OFF-AMT
                             WS-BRN-AMT
                             WS-GRAND-AMT.

       3300-WRITE-OFFICER-TOTAL.
           MOVE SPACES TO WS-RPT-LINE
           MOVE '  OFFICER '               TO WS-RPT-LINE(1:10)
           MOVE WS-LAST-OFFICER            TO WS-RPT-LINE(11:8)
           MOVE ' TOTAL'                   TO WS-RPT-LINE(19:6)
           MOVE WS-OFF-COUNT               TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP              TO WS-RPT-LINE(72:7)
           MOVE WS-OFF-AMT                 TO WS-FMT-AMOUNT
           PERFORM 8000-FORMAT-AMOUNT
           MOVE WS-FORMATTED-AMT           TO WS-RPT-LINE(80:18)
           WRITE FRFRPTF-REC FROM WS-RPT-LINE
           MOVE ZERO TO WS-OFF-COUNT
                        WS-OFF-AMT.

       3400-WRITE-BRANCH-TOTAL.
           MOVE SPACES TO WS-RPT-LINE
           MOVE 'BRANCH '                  TO WS-RPT-LINE(1:7)
           IF WS-LAST-BRANCH = SPACES
               MOVE 'UNASSIGNED'           TO WS-RPT-LINE(8:10)
           ELSE
               MOVE WS-LAST-BRANCH         TO WS-RPT-LINE(8:4)
           END-IF
           MOVE ' TOTAL'                   TO WS-RPT-LINE(18:6)
           MOVE WS-BRN-COUNT               TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP              TO WS-RPT-LINE(72:7)
           MOVE WS-BRN-AMT                 TO WS-FMT-AMOUNT
           PERFORM 8000-FORMAT-AMOUNT
           MOVE WS-FORMATTED-AMT           TO WS-RPT-LINE(80:18)
           WRITE FRFRPTF-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE FRFRPTF-REC FROM WS-RPT-LINE
           MOVE ZERO TO WS-BRN-COUNT
                        WS-BRN-AMT.

       4000-WRITE-REPORT-HEADINGS.
           MOVE SPACES TO WS-RPT-LINE
           STRING 'FEE REFUNDS APPROVED - MONTH ' WS-REPORT-MONTH
                  '   BUSINESS DATE ' BUS-DATE
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE FRFRPTF-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE FRFRPTF-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'BRCH  OFFICER   CUSTOMER    REFUND REF        '
                  'T  FEE REF           RS  APPROVED'
                  '                AMOUNT'
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE FRFRPTF-REC FROM WS-RPT-LINE.

       5000-WRITE-REASON-SUMMARY.
           MOVE SPACES TO WS-RPT-LINE
           WRITE FRFRPTF-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE 'REFUNDS APPROVED BY REASON' TO WS-RPT-LINE(1:26)
           WRITE FRFRPTF-REC FROM WS-RPT-LINE
           PERFORM VARYING WS-RSN-IX FROM 1 BY 1 UNTIL WS-RSN-IX > 7
               IF WS-RSN-IX < 7 OR WS-RSN-COUNT(WS-RSN-IX) > ZERO
                   MOVE SPACES TO WS-RPT-LINE
                   MOVE WS-RSN-CODE(WS-RSN-IX) TO WS-RPT-LINE(3:2)
                   MOVE WS-RSN-TEXT(WS-RSN-IX) TO WS-RPT-LINE(7:20)
                   MOVE WS-RSN-COUNT(WS-RSN-IX) TO WS-COUNT-DISP
                   MOVE WS-COUNT-DISP          TO WS-RPT-LINE(72:7)
                   MOVE WS-RSN-AMT(WS-RSN-IX)  TO WS-FMT-AMOUNT
                   PERFORM 8000-FORMAT-AMOUNT
                   MOVE WS-FORMATTED-AMT       TO WS-RPT-LINE(80:18)
                   WRITE FRFRPTF-REC FROM WS-RPT-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-RPT-LINE
           WRITE FRFRPTF-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE 'REFUNDS DECLINED IN MONTH'   TO WS-RPT-LINE(1:25)
           MOVE WS-DECLINED-COUNT             TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP                 TO WS-RPT-LINE(72:7)
           MOVE WS-DECLINED-AMT               TO WS-FMT-AMOUNT
           PERFORM 8000-FORMAT-AMOUNT
           MOVE WS-FORMATTED-AMT              TO WS-RPT-LINE(80:18)
           WRITE FRFRPTF-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE 'REFUNDS AWAITING APPROVAL'   TO WS-RPT-LINE(1:25)
           MOVE WS-AWAITING-COUNT             TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP                 TO WS-RPT-LINE(72:7)
           MOVE WS-AWAITING-AMT               TO WS-FMT-AMOUNT
           PERFORM 8000-FORMAT-AMOUNT
           MOVE WS-FORMATTED-AMT              TO WS-RPT-LINE(80:18)
           WRITE FRFRPTF-REC FROM WS-RPT-LINE.

       8000-FORMAT-AMOUNT.
           CALL 'FMTAMT' USING WS-FMT-AMOUNT
                               WS-FORMATTED-AMT
                               SPACES
                               WS-FMT-RC.

       9000-END.
           CLOSE FRFRPTF
           DISPLAY 'FRFRPT REFUND REQUESTS READ: ' WS-REFUNDS-READ
           DISPLAY 'FRFRPT APPROVED IN MONTH:    ' WS-STAGED-COUNT
           DISPLAY 'FRFRPT DECLINED IN MONTH:    ' WS-DECLINED-COUNT
           DISPLAY 'FRFRPT AWAITING APPROVAL:    ' WS-AWAITING-COUNT
           STOP RUN.
