      *----------------------------------------------------------------*
      * PROGRAM:  BRSCORE                                              *
      * PURPOSE:  Monthly branch scorecard on the home branch and      *
      *           relationship officer assignment (see ASGNDATA).      *
      *           Every customer's business is staged under its        *
      *           assignment - deposit balances by product (CH, SA,    *
      *           TD) off ACCTMAST, loan balances off LOANFILE,        *
      *           accounts opened in the month (ACCTMAST opened date), *
      *           accounts ACCTCLSE closed in the month (CLOSHIST) and *
      *           the month's maintenance-fee income (FEEPROC's        *
      *           FEERPT) - sorted on the assignment's region, branch, *
      *           officer sort key and rolled up by officer within     *
      *           branch, by branch and by region, followed by an      *
      *           officer summary across branches. Customers with no   *
      *           assignment on file roll up as UNASSIGNED. SYSIN is   *
      *           the month as CCYYMM (blank is the business date's    *
      *           month).                                              *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    FMTAMT                                               *
      * COPYBOOKS: ACCTMST, LOANDATA, APPLDATA, ASGNDATA, ERRDATA,     *
      *            BUSDATE                                             *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     BRSCORE.
       AUTHOR.         TABFORGE-AI.
       DATE-WRITTEN.   2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRANCHES ASSIGN TO UT-S-BRANCHES
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS SEQUENTIAL
                           RECORD KEY   IS BRANCHES-BRANCH.
           SELECT ASSIGNS  ASSIGN TO UT-S-ASSIGNS
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS RANDOM
                           RECORD KEY   IS ASSIGNS-CUSTOMER-ID.
           SELECT ACCTMAST ASSIGN TO UT-S-ACCTMAST
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS SEQUENTIAL
                           RECORD KEY   IS AMF-ACCOUNT-NUMBER.
           SELECT APPLFILE ASSIGN TO UT-S-APPLFILE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT LOANFILE ASSIGN TO UT-S-LOANFILE
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS SEQUENTIAL
                           RECORD KEY   IS LOANFILE-LOAN-ID.
           SELECT CLOSHIST ASSIGN TO UT-S-CLOSHIST
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT FEERPT   ASSIGN TO UT-S-FEERPT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
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
           SELECT SCORERPT ASSIGN TO UT-S-SCORERPT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BRANCHES
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  BRANCHES-REC.
           05  BRANCHES-BRANCH        PIC X(04).
           05  FILLER                 PIC X(76).

       FD  ASSIGNS
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  ASSIGNS-REC.
           05  ASSIGNS-CUSTOMER-ID    PIC X(10).
           05  FILLER                 PIC X(50).

       FD  ACCTMAST
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  ACCTMAST-REC.
           05  AMF-ACCOUNT-NUMBER     PIC X(12).
           05  FILLER                 PIC X(88).

       FD  APPLFILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  APPLFILE-REC               PIC X(100).

       FD  LOANFILE
           RECORDING MODE IS F
           RECORD CONTAINS 300 CHARACTERS.
       01  LOANFILE-REC.
           05  LOANFILE-LOAN-ID       PIC X(12).
           05  FILLER                 PIC X(288).

      *    Same layout as ACCTCLSE's CLOSHIST FD - the final DBFILE
      *    image, CUSTOMER-ID first, and the closure date.
       FD  CLOSHIST
           RECORDING MODE IS F
           RECORD CONTAINS 420 CHARACTERS.
       01  CLOSHIST-REC.
           05  CLH-DBFILE-IMAGE.
               10  CLH-CUSTOMER-ID    PIC X(10).
               10  FILLER             PIC X(390).
           05  CLH-CLOSED-DATE        PIC X(08).
           05  FILLER                 PIC X(12).

      *    Same layout as FEEPROC's FEERPT FD.
       FD  FEERPT
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01  FEERPT-REC.
           05  FEERPT-CUSTOMER-IMAGE.
               10  FEERPT-CUSTOMER-ID PIC X(10).
               10  FILLER             PIC X(111).
           05  FEERPT-FEE-ASSESSED    PIC S9(07)V99.
           05  FEERPT-BUSINESS-DATE   PIC X(08).
           05  FEERPT-FEE-WAIVED      PIC S9(07)V99.
           05  FEERPT-WAIVE-REASON    PIC X(53).

       FD  BUSDATEF
           RECORDING MODE IS F
           RECORD CONTAINS 30 CHARACTERS.
       01  BUSDATEF-REC               PIC X(30).

      *    One record per piece of business, decorated with the
      *    customer's assignment so one SORT lines the month up by
      *    region, branch and officer.
       FD  WRKFILE
           RECORDING MODE IS F
           RECORD CONTAINS 110 CHARACTERS.
       01  WRKFILE-REC.
           05  WSC-SORT-KEY.
               10  WSC-REGION         PIC X(04).
               10  WSC-BRANCH         PIC X(04).
               10  WSC-OFFICER-ID     PIC X(08).
           05  WSC-CUSTOMER-ID        PIC X(10).
           05  WSC-CHECKING           PIC S9(13)V99.
           05  WSC-SAVINGS            PIC S9(13)V99.
           05  WSC-TERM               PIC S9(13)V99.
           05  WSC-LOANS              PIC S9(13)V99.
           05  WSC-OPENED             PIC 9(03).
           05  WSC-CLOSED             PIC 9(03).
           05  WSC-FEES               PIC S9(09)V99.
           05  FILLER                 PIC X(07).

       SD  SORTWK1
           RECORD CONTAINS 110 CHARACTERS.
       01  SORTWK1-REC.
           05  SORTWK1-KEY            PIC X(16).
           05  FILLER                 PIC X(94).

       FD  SRTWRK
           RECORDING MODE IS F
           RECORD CONTAINS 110 CHARACTERS.
       01  SRTWRK-REC.
           05  SSC-SORT-KEY.
               10  SSC-REGION         PIC X(04).
               10  SSC-BRANCH         PIC X(04).
               10  SSC-OFFICER-ID     PIC X(08).
           05  SSC-CUSTOMER-ID        PIC X(10).
           05  SSC-CHECKING           PIC S9(13)V99.
           05  SSC-SAVINGS            PIC S9(13)V99.
           05  SSC-TERM               PIC S9(13)V99.
           05  SSC-LOANS              PIC S9(13)V99.
           05  SSC-OPENED             PIC 9(03).
           05  SSC-CLOSED             PIC 9(03).
           05  SSC-FEES               PIC S9(09)V99.
           05  FILLER                 PIC X(07).

       FD  SCORERPT
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  SCORERPT-REC               PIC X(133).

       WORKING-STORAGE SECTION.
       01  WS-BRSCORE-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'BRSCORE'.
           05  WS-EOF-INPUT           PIC X(1)  VALUE 'N'.
               88  EOF-INPUT              VALUE 'Y'.
           05  WS-EOF-SRTWRK          PIC X(1)  VALUE 'N'.
               88  EOF-SRTWRK             VALUE 'Y'.
           05  WS-MONTH-X             PIC X(6)  VALUE SPACES.
           05  WS-MONTH-N REDEFINES WS-MONTH-X
                                      PIC 9(6).
           05  WS-REPORT-MONTH        PIC X(6)  VALUE SPACES.
           05  WS-BRN-COUNT           PIC 9(4)  COMP VALUE ZERO.
           05  WS-BRN-IX              PIC 9(4)  COMP VALUE ZERO.
           05  WS-LINK-COUNT          PIC 9(4)  COMP VALUE ZERO.
           05  WS-LINK-IX             PIC 9(4)  COMP VALUE ZERO.
           05  WS-OFC-COUNT           PIC 9(4)  COMP VALUE ZERO.
           05  WS-OFC-IX              PIC 9(4)  COMP VALUE ZERO.
           05  WS-OFC-SLOT            PIC 9(4)  COMP VALUE ZERO.
           05  WS-LAST-LOOKUP-ID      PIC X(10) VALUE LOW-VALUES.
           05  WS-LAST-SORT-KEY       PIC X(16) VALUE SPACES.
           05  WS-STAGE-CUSTOMER      PIC X(10) VALUE SPACES.
           05  WS-STAGED-COUNT        PIC 9(7)  COMP VALUE ZERO.
           05  WS-UNASSIGNED-COUNT    PIC 9(7)  COMP VALUE ZERO.
           05  WS-CUR-REGION          PIC X(04) VALUE LOW-VALUES.
           05  WS-CUR-BRANCH          PIC X(04) VALUE LOW-VALUES.
           05  WS-CUR-OFFICER         PIC X(08) VALUE LOW-VALUES.
           05  WS-LINE-LABEL          PIC X(20) VALUE SPACES.
           05  WS-FMT-AMOUNT          PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-FORMATTED-AMT       PIC X(18) VALUE SPACES.
           05  WS-FMT-RC              PIC S9(04) COMP VALUE ZERO.
           05  WS-COUNT-DISP          PIC ZZZZZ9.
           05  WS-RPT-LINE            PIC X(133) VALUE SPACES.

      *    One set of scorecard figures - the officer, branch, region
      *    and grand-total levels all carry the same buckets.
       01  WS-LEVEL-TOTALS.
           05  WS-LEVEL OCCURS 4 TIMES.
               10  WS-LVL-CHECKING    PIC S9(15)V99 COMP-3.
               10  WS-LVL-SAVINGS     PIC S9(15)V99 COMP-3.
               10  WS-LVL-TERM        PIC S9(15)V99 COMP-3.
               10  WS-LVL-LOANS       PIC S9(15)V99 COMP-3.
               10  WS-LVL-FEES        PIC S9(13)V99 COMP-3.
               10  WS-LVL-OPENED      PIC 9(07) COMP.
               10  WS-LVL-CLOSED      PIC 9(07) COMP.
       01  WS-LEVEL-IX                PIC 9(1)  COMP VALUE ZERO.
       01  WS-PRINT-IX                PIC 9(1)  COMP VALUE ZERO.

      *    Branch table - current name and region for each branch.
       01  WS-BRANCH-TABLE.
           05  WS-BRN-ENTRY OCCURS 500 TIMES.
               10  WS-BRN-BRANCH      PIC X(04).
               10  WS-BRN-NAME        PIC X(30).
               10  WS-BRN-REGION      PIC X(04).
               10  WS-BRN-REGION-NAME PIC X(30).

      *    Funded application links - older loans carry no customer
      *    of their own (see LENDEXPO).
       01  WS-LINK-TABLE.
           05  WS-LINK-ENTRY OCCURS 2000 TIMES.
               10  WS-LNK-LOAN        PIC X(12).
               10  WS-LNK-CUST        PIC X(10).

      *    Officer summary across branches, kept in officer order.
       01  WS-OFFICER-TABLE.
           05  WS-OFC-ENTRY OCCURS 500 TIMES.
               10  WS-OFC-ID          PIC X(08).
               10  WS-OFC-CHECKING    PIC S9(15)V99 COMP-3.
               10  WS-OFC-SAVINGS     PIC S9(15)V99 COMP-3.
               10  WS-OFC-TERM        PIC S9(15)V99 COMP-3.
               10  WS-OFC-LOANS       PIC S9(15)V99 COMP-3.
               10  WS-OFC-FEES        PIC S9(13)V99 COMP-3.
               10  WS-OFC-OPENED      PIC 9(07) COMP.
               10  WS-OFC-CLOSED      PIC 9(07) COMP.

       COPY ACCTMST.
       COPY LOANDATA.
       COPY APPLDATA.
       COPY ASGNDATA.
       COPY ERRDATA.
       COPY BUSDATE.

       PROCEDURE DIVISION.

       1000-INIT.
           OPEN INPUT BUSDATEF
           READ BUSDATEF INTO BUSINESS-DATE-RECORD
               AT END
                   MOVE FUNCTION CURRENT-DATE(1:8) TO BUS-DATE
           END-READ
           CLOSE BUSDATEF
           ACCEPT WS-MONTH-X FROM SYSIN
           IF WS-MONTH-X NUMERIC AND WS-MONTH-N > ZERO
               MOVE WS-MONTH-X TO WS-REPORT-MONTH
           ELSE
               MOVE BUS-DATE(1:6) TO WS-REPORT-MONTH
           END-IF
           PERFORM VARYING WS-LEVEL-IX FROM 1 BY 1
                   UNTIL WS-LEVEL-IX > 4
               PERFORM 3900-CLEAR-LEVEL
           END-PERFORM
           PERFORM 1100-LOAD-BRANCHES
           PERFORM 1200-LOAD-APPLICATIONS
           OPEN INPUT  ASSIGNS
           OPEN OUTPUT WRKFILE
           PERFORM 2000-STAGE-ACCOUNTS
           PERFORM 2100-STAGE-LOANS
           PERFORM 2200-STAGE-CLOSURES
           PERFORM 2300-STAGE-FEES
           CLOSE WRKFILE
           CLOSE ASSIGNS
           SORT SORTWK1
               ON ASCENDING KEY SORTWK1-KEY
               USING WRKFILE
               GIVING SRTWRK
           OPEN OUTPUT SCORERPT
           PERFORM 4000-WRITE-REPORT-HEADINGS
           PERFORM 3000-BREAK-BY-ASSIGNMENT
           PERFORM 5000-WRITE-OFFICER-SUMMARY
           PERFORM 9000-END.

       1100-LOAD-BRANCHES.
           OPEN INPUT BRANCHES
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ BRANCHES INTO BRANCH-RECORD
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT
                   IF WS-BRN-COUNT < 500
                       ADD 1 TO WS-BRN-COUNT
                       MOVE BRN-BRANCH TO WS-BRN-BRANCH(WS-BRN-COUNT)
                       MOVE BRN-NAME   TO WS-BRN-NAME(WS-BRN-COUNT)
                       MOVE BRN-REGION TO WS-BRN-REGION(WS-BRN-COUNT)
                       MOVE BRN-REGION-NAME
                           TO WS-BRN-REGION-NAME(WS-BRN-COUNT)
                   ELSE
                       DISPLAY 'BRSCORE BRANCH TABLE FULL - '
                               BRN-BRANCH ' NOT LOADED'
                   END-IF
               END-IF
           END-PERFORM
           CLOSE BRANCHES.

       1200-LOAD-APPLICATIONS.
           OPEN INPUT APPLFILE
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ APPLFILE INTO LOAN-APPLICATION-RECORD
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT AND APP-FUNDED
                   IF WS-LINK-COUNT < 2000
                       ADD 1 TO WS-LINK-COUNT
                       MOVE APP-ID TO WS-LNK-LOAN(WS-LINK-COUNT)
                       MOVE APP-CUSTOMER-ID
                           TO WS-LNK-CUST(WS-LINK-COUNT)
                   ELSE
                       DISPLAY 'BRSCORE LINK TABLE FULL - LOAN '
                               APP-ID ' UNLINKED'
                   END-IF
               END-IF
           END-PERFORM
           CLOSE APPLFILE.

       2000-STAGE-ACCOUNTS.
      *    Deposit balances count while the account is open; every
      *    product opened in the month counts as new business,
      *    whatever has happened to it since.
           OPEN INPUT ACCTMAST
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ ACCTMAST INTO ACCOUNT-MASTER-RECORD
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT
                   MOVE AM-CUSTOMER-ID TO WS-STAGE-CUSTOMER
                   PERFORM 2900-BUILD-WORK-RECORD
                   IF NOT AM-STATUS-CLOSED
                       EVALUATE TRUE
                           WHEN AM-TYPE-CHECKING
                               MOVE AM-BALANCE TO WSC-CHECKING
                           WHEN AM-TYPE-SAVINGS
                               MOVE AM-BALANCE TO WSC-SAVINGS
                           WHEN AM-TYPE-TERM-DEP
                               MOVE AM-BALANCE TO WSC-TERM
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
                   IF AM-OPENED-DATE(1:6) = WS-REPORT-MONTH
                       MOVE 1 TO WSC-OPENED
                   END-IF
                   PERFORM 2950-WRITE-WORK-RECORD
               END-IF
           END-PERFORM
           CLOSE ACCTMAST.

       2100-STAGE-LOANS.
      *    Anything still owed is on the branch's book - active,
      *    defaulted and matured-unpaid loans, as LENDEXPO counts.
           OPEN INPUT LOANFILE
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ LOANFILE INTO LOAN-RECORD
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT
                       AND (LOAN-ACTIVE OR LOAN-DEFAULTED
                            OR LOAN-MATURED-UNPAID)
                   MOVE LOAN-CUSTOMER-ID TO WS-STAGE-CUSTOMER
                   IF WS-STAGE-CUSTOMER = SPACES
                       PERFORM VARYING WS-LINK-IX FROM 1 BY 1
                               UNTIL WS-LINK-IX > WS-LINK-COUNT
                               OR WS-STAGE-CUSTOMER NOT = SPACES
                           IF WS-LNK-LOAN(WS-LINK-IX) = LOAN-ID
                               MOVE WS-LNK-CUST(WS-LINK-IX)
                                   TO WS-STAGE-CUSTOMER
                           END-IF
                       END-PERFORM
                   END-IF
                   PERFORM 2900-BUILD-WORK-RECORD
                   MOVE LOAN-BALANCE TO WSC-LOANS
                   PERFORM 2950-WRITE-WORK-RECORD
               END-IF
           END-PERFORM
           CLOSE LOANFILE.

       2200-STAGE-CLOSURES.
           OPEN INPUT CLOSHIST
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ CLOSHIST
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT
                       AND CLH-CLOSED-DATE(1:6) = WS-REPORT-MONTH
                   MOVE CLH-CUSTOMER-ID TO WS-STAGE-CUSTOMER
                   PERFORM 2900-BUILD-WORK-RECORD
                   MOVE 1 TO WSC-CLOSED
                   PERFORM 2950-WRITE-WORK-RECORD
               END-IF
           END-PERFORM
           CLOSE CLOSHIST.

       2300-STAGE-FEES.
           OPEN INPUT FEERPT
           MOVE 'N' TO WS-EOF-INPUT
           PERFORM UNTIL EOF-INPUT
               READ FEERPT
                   AT END MOVE 'Y' TO WS-EOF-INPUT
               END-READ
               IF NOT EOF-INPUT
                       AND FEERPT-BUSINESS-DATE(1:6) = WS-REPORT-MONTH
                       AND FEERPT-FEE-ASSESSED NOT = ZERO
                   MOVE FEERPT-CUSTOMER-ID TO WS-STAGE-CUSTOMER
                   PERFORM 2900-BUILD-WORK-RECORD
                   MOVE FEERPT-FEE-ASSESSED TO WSC-FEES
                   PERFORM 2950-WRITE-WORK-RECORD
               END-IF
           END-PERFORM
           CLOSE FEERPT.

       2900-BUILD-WORK-RECORD.
      *    ACCTMAST comes in customer order, so most lookups repeat
      *    the last one and the assignment read is skipped.
           IF WS-STAGE-CUSTOMER NOT = WS-LAST-LOOKUP-ID
               MOVE WS-STAGE-CUSTOMER TO WS-LAST-LOOKUP-ID
               MOVE SPACES            TO WS-LAST-SORT-KEY
               MOVE WS-STAGE-CUSTOMER TO ASSIGNS-CUSTOMER-ID
               READ ASSIGNS INTO CUSTOMER-ASSIGNMENT-RECORD
                   KEY IS ASSIGNS-CUSTOMER-ID
                   INVALID KEY
                       ADD 1 TO WS-UNASSIGNED-COUNT
                   NOT INVALID KEY
                       PERFORM 2910-CURRENT-REGION
                       MOVE ASG-SORT-KEY TO WS-LAST-SORT-KEY
               END-READ
           END-IF
           MOVE SPACES            TO WRKFILE-REC
           MOVE WS-LAST-SORT-KEY  TO WSC-SORT-KEY
           MOVE WS-STAGE-CUSTOMER TO WSC-CUSTOMER-ID
           MOVE ZERO TO WSC-CHECKING WSC-SAVINGS WSC-TERM WSC-LOANS
                        WSC-OPENED WSC-CLOSED WSC-FEES.

       2910-CURRENT-REGION.
      *    A branch moved between regions rolls up under its region
      *    as the branch table has it today.
           PERFORM VARYING WS-BRN-IX FROM 1 BY 1
                   UNTIL WS-BRN-IX > WS-BRN-COUNT
               IF WS-BRN-BRANCH(WS-BRN-IX) = ASG-BRANCH
                   MOVE WS-BRN-REGION(WS-BRN-IX) TO ASG-REGION
               END-IF
           END-PERFORM.

       2950-WRITE-WORK-RECORD.
           WRITE WRKFILE-REC
           ADD 1 TO WS-STAGED-COUNT.

       3000-BREAK-BY-ASSIGNMENT.
           OPEN INPUT SRTWRK
           MOVE 'N' TO WS-EOF-SRTWRK
           PERFORM 3100-ACCUMULATE-OFFICER UNTIL EOF-SRTWRK
           IF WS-CUR-REGION NOT = LOW-VALUES
               PERFORM 3500-CLOSE-OFFICER
               PERFORM 3600-CLOSE-BRANCH
               PERFORM 3700-CLOSE-REGION
           END-IF
           MOVE 'ALL REGIONS TOTAL' TO WS-LINE-LABEL
           MOVE 4 TO WS-PRINT-IX
           PERFORM 3800-WRITE-FIGURES-LINE
           CLOSE SRTWRK.

       3100-ACCUMULATE-OFFICER.
           READ SRTWRK
               AT END MOVE 'Y' TO WS-EOF-SRTWRK
           END-READ
           IF NOT EOF-SRTWRK
               IF SSC-REGION NOT = WS-CUR-REGION
                   IF WS-CUR-REGION NOT = LOW-VALUES
                       PERFORM 3500-CLOSE-OFFICER
                       PERFORM 3600-CLOSE-BRANCH
                       PERFORM 3700-CLOSE-REGION
                   END-IF
                   PERFORM 3200-START-REGION
                   PERFORM 3300-START-BRANCH
               ELSE
                   IF SSC-BRANCH NOT = WS-CUR-BRANCH
                       PERFORM 3500-CLOSE-OFFICER
                       PERFORM 3600-CLOSE-BRANCH
                       PERFORM 3300-START-BRANCH
                   ELSE
                       IF SSC-OFFICER-ID NOT = WS-CUR-OFFICER
                           PERFORM 3500-CLOSE-OFFICER
                       END-IF
                   END-IF
               END-IF
               MOVE SSC-OFFICER-ID TO WS-CUR-OFFICER
               ADD SSC-CHECKING TO WS-LVL-CHECKING(1)
               ADD SSC-SAVINGS  TO WS-LVL-SAVINGS(1)
               ADD SSC-TERM     TO WS-LVL-TERM(1)
               ADD SSC-LOANS    TO WS-LVL-LOANS(1)
               ADD SSC-FEES     TO WS-LVL-FEES(1)
               ADD SSC-OPENED   TO WS-LVL-OPENED(1)
               ADD SSC-CLOSED   TO WS-LVL-CLOSED(1)
           END-IF.

       3200-START-REGION.
           MOVE SSC-REGION TO WS-CUR-REGION
           MOVE SPACES TO WS-RPT-LINE
           WRITE SCORERPT-REC FROM WS-RPT-LINE
           IF SSC-REGION = SPACES
               MOVE 'REGION (NONE)' TO WS-RPT-LINE
           ELSE
               PERFORM VARYING WS-BRN-IX FROM 1 BY 1
                       UNTIL WS-BRN-IX > WS-BRN-COUNT
                       OR WS-BRN-REGION(WS-BRN-IX) = SSC-REGION
                   CONTINUE
               END-PERFORM
               STRING 'REGION ' SSC-REGION '  '
                   DELIMITED SIZE INTO WS-RPT-LINE
               IF WS-BRN-IX NOT > WS-BRN-COUNT
                   MOVE WS-BRN-REGION-NAME(WS-BRN-IX)
                       TO WS-RPT-LINE(14:30)
               END-IF
           END-IF
           WRITE SCORERPT-REC FROM WS-RPT-LINE.

       3300-START-BRANCH.
           MOVE SSC-BRANCH TO WS-CUR-BRANCH
           MOVE SPACES TO WS-RPT-LINE
           IF SSC-BRANCH = SPACES
               MOVE '  UNASSIGNED - NO HOME BRANCH ON FILE'
                   TO WS-RPT-LINE
           ELSE
               STRING '  BRANCH ' SSC-BRANCH '  '
                   DELIMITED SIZE INTO WS-RPT-LINE
               PERFORM VARYING WS-BRN-IX FROM 1 BY 1
                       UNTIL WS-BRN-IX > WS-BRN-COUNT
                       OR WS-BRN-BRANCH(WS-BRN-IX) = SSC-BRANCH
                   CONTINUE
               END-PERFORM
               IF WS-BRN-IX NOT > WS-BRN-COUNT
                   MOVE WS-BRN-NAME(WS-BRN-IX) TO WS-RPT-LINE(16:30)
               ELSE
                   MOVE '(NOT ON BRANCH TABLE)' TO WS-RPT-LINE(16:30)
               END-IF
           END-IF
           WRITE SCORERPT-REC FROM WS-RPT-LINE.

       3500-CLOSE-OFFICER.
           MOVE SPACES TO WS-LINE-LABEL
           IF WS-CUR-OFFICER = SPACES
               MOVE '    NO OFFICER' TO WS-LINE-LABEL
           ELSE
               STRING '    ' WS-CUR-OFFICER
                   DELIMITED SIZE INTO WS-LINE-LABEL
           END-IF
           MOVE 1 TO WS-PRINT-IX
           PERFORM 3800-WRITE-FIGURES-LINE
           PERFORM 3550-POST-OFFICER-SUMMARY
           MOVE 2 TO WS-LEVEL-IX
           PERFORM 3950-ROLL-LEVEL-UP
           MOVE 1 TO WS-LEVEL-IX
           PERFORM 3900-CLEAR-LEVEL.

       3550-POST-OFFICER-SUMMARY.
      *    Find the officer's slot, opening one in officer order for
      *    an officer not yet seen.
           PERFORM VARYING WS-OFC-IX FROM 1 BY 1
                   UNTIL WS-OFC-IX > WS-OFC-COUNT
                   OR WS-OFC-ID(WS-OFC-IX) NOT < WS-CUR-OFFICER
               CONTINUE
           END-PERFORM
           IF WS-OFC-IX > WS-OFC-COUNT
                   OR WS-OFC-ID(WS-OFC-IX) NOT = WS-CUR-OFFICER
               IF WS-OFC-COUNT < 500
                   PERFORM VARYING WS-OFC-SLOT FROM WS-OFC-COUNT BY -1
                           UNTIL WS-OFC-SLOT < WS-OFC-IX
                       MOVE WS-OFC-ENTRY(WS-OFC-SLOT)
                           TO WS-OFC-ENTRY(WS-OFC-SLOT + 1)
                   END-PERFORM
                   ADD 1 TO WS-OFC-COUNT
                   MOVE WS-CUR-OFFICER TO WS-OFC-ID(WS-OFC-IX)
                   MOVE ZERO TO WS-OFC-CHECKING(WS-OFC-IX)
                                WS-OFC-SAVINGS(WS-OFC-IX)
                                WS-OFC-TERM(WS-OFC-IX)
                                WS-OFC-LOANS(WS-OFC-IX)
                                WS-OFC-FEES(WS-OFC-IX)
                                WS-OFC-OPENED(WS-OFC-IX)
                                WS-OFC-CLOSED(WS-OFC-IX)
               ELSE
                   DISPLAY 'BRSCORE OFFICER TABLE FULL - '
                           WS-CUR-OFFICER ' NOT IN SUMMARY'
                   MOVE ZERO TO WS-OFC-IX
               END-IF
           END-IF
           IF WS-OFC-IX > ZERO
               ADD WS-LVL-CHECKING(1) TO WS-OFC-CHECKING(WS-OFC-IX)
               ADD WS-LVL-SAVINGS(1)  TO WS-OFC-SAVINGS(WS-OFC-IX)
               ADD WS-LVL-TERM(1)     TO WS-OFC-TERM(WS-OFC-IX)
               ADD WS-LVL-LOANS(1)    TO WS-OFC-LOANS(WS-OFC-IX)
               ADD WS-LVL-FEES(1)     TO WS-OFC-FEES(WS-OFC-IX)
               ADD WS-LVL-OPENED(1)   TO WS-OFC-OPENED(WS-OFC-IX)
               ADD WS-LVL-CLOSED(1)   TO WS-OFC-CLOSED(WS-OFC-IX)
           END-IF.

       3600-CLOSE-BRANCH.
           MOVE '  BRANCH TOTAL' TO WS-LINE-LABEL
           MOVE 2 TO WS-PRINT-IX
           PERFORM 3800-WRITE-FIGURES-LINE
           MOVE 3 TO WS-LEVEL-IX
           PERFORM 3950-ROLL-LEVEL-UP
           MOVE 2 TO WS-LEVEL-IX
           PERFORM 3900-CLEAR-LEVEL.

       3700-CLOSE-REGION.
           MOVE 'REGION TOTAL' TO WS-LINE-LABEL
           MOVE 3 TO WS-PRINT-IX
           PERFORM 3800-WRITE-FIGURES-LINE
           MOVE 4 TO WS-LEVEL-IX
           PERFORM 3950-ROLL-LEVEL-UP
           MOVE 3 TO WS-LEVEL-IX
           PERFORM 3900-CLEAR-LEVEL.

       3800-WRITE-FIGURES-LINE.
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-LINE-LABEL TO WS-RPT-LINE(1:20)
           MOVE WS-LVL-CHECKING(WS-PRINT-IX) TO WS-FMT-AMOUNT
           PERFORM 3850-FORMAT-AMOUNT
           MOVE WS-FORMATTED-AMT TO WS-RPT-LINE(21:18)
           MOVE WS-LVL-SAVINGS(WS-PRINT-IX) TO WS-FMT-AMOUNT
           PERFORM 3850-FORMAT-AMOUNT
           MOVE WS-FORMATTED-AMT TO WS-RPT-LINE(40:18)
           MOVE WS-LVL-TERM(WS-PRINT-IX) TO WS-FMT-AMOUNT
           PERFORM 3850-FORMAT-AMOUNT
           MOVE WS-FORMATTED-AMT TO WS-RPT-LINE(59:18)
           MOVE WS-LVL-LOANS(WS-PRINT-IX) TO WS-FMT-AMOUNT
           PERFORM 3850-FORMAT-AMOUNT
           MOVE WS-FORMATTED-AMT TO WS-RPT-LINE(78:18)
           MOVE WS-LVL-FEES(WS-PRINT-IX) TO WS-FMT-AMOUNT
           PERFORM 3850-FORMAT-AMOUNT
           MOVE WS-FORMATTED-AMT TO WS-RPT-LINE(97:18)
           MOVE WS-LVL-OPENED(WS-PRINT-IX) TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP TO WS-RPT-LINE(116:6)
           MOVE WS-LVL-CLOSED(WS-PRINT-IX) TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP TO WS-RPT-LINE(123:6)
           WRITE SCORERPT-REC FROM WS-RPT-LINE.

       3850-FORMAT-AMOUNT.
           CALL 'FMTAMT' USING WS-FMT-AMOUNT
                               WS-FORMATTED-AMT
                               SPACES
                               WS-FMT-RC.

       3900-CLEAR-LEVEL.
           MOVE ZERO TO WS-LVL-CHECKING(WS-LEVEL-IX)
                        WS-LVL-SAVINGS(WS-LEVEL-IX)
                        WS-LVL-TERM(WS-LEVEL-IX)
                        WS-LVL-LOANS(WS-LEVEL-IX)
                        WS-LVL-FEES(WS-LEVEL-IX)
                        WS-LVL-OPENED(WS-LEVEL-IX)
                        WS-LVL-CLOSED(WS-LEVEL-IX).

       3950-ROLL-LEVEL-UP.
      *    Adds the level below WS-LEVEL-IX into WS-LEVEL-IX.
           ADD WS-LVL-CHECKING(WS-LEVEL-IX - 1)
               TO WS-LVL-CHECKING(WS-LEVEL-IX)
           ADD WS-LVL-SAVINGS(WS-LEVEL-IX - 1)
               TO WS-LVL-SAVINGS(WS-LEVEL-IX)
           ADD WS-LVL-TERM(WS-LEVEL-IX - 1)
               TO WS-LVL-TERM(WS-LEVEL-IX)
           ADD WS-LVL-LOANS(WS-LEVEL-IX - 1)
               TO WS-LVL-LOANS(WS-LEVEL-IX)
           ADD WS-LVL-FEES(WS-LEVEL-IX - 1)
               TO WS-LVL-FEES(WS-LEVEL-IX)
           ADD WS-LVL-OPENED(WS-LEVEL-IX - 1)
               TO WS-LVL-OPENED(WS-LEVEL-IX)
           ADD WS-LVL-CLOSED(WS-LEVEL-IX - 1)
               TO WS-LVL-CLOSED(WS-LEVEL-IX).

       4000-WRITE-REPORT-HEADINGS.
           MOVE SPACES TO WS-RPT-LINE
           STRING 'BRANCH SCORECARD - MONTH ' WS-REPORT-MONTH
                  '   BUSINESS DATE ' BUS-DATE
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE SCORERPT-REC FROM WS-RPT-LINE
           PERFORM 4100-WRITE-COLUMN-HEADINGS.

       4100-WRITE-COLUMN-HEADINGS.
           MOVE SPACES TO WS-RPT-LINE
           MOVE 'OFFICER'            TO WS-RPT-LINE(5:7)
           MOVE 'CHECKING'           TO WS-RPT-LINE(31:8)
           MOVE 'SAVINGS'            TO WS-RPT-LINE(51:7)
           MOVE 'TERM DEPOSITS'      TO WS-RPT-LINE(64:13)
           MOVE 'LOANS'              TO WS-RPT-LINE(91:5)
           MOVE 'FEE INCOME'         TO WS-RPT-LINE(105:10)
           MOVE 'OPENED'             TO WS-RPT-LINE(116:6)
           MOVE 'CLOSED'             TO WS-RPT-LINE(123:6)
           WRITE SCORERPT-REC FROM WS-RPT-LINE.

       5000-WRITE-OFFICER-SUMMARY.
           MOVE SPACES TO WS-RPT-LINE
           WRITE SCORERPT-REC FROM WS-RPT-LINE
           MOVE 'RELATIONSHIP OFFICER SUMMARY - ALL BRANCHES'
               TO WS-RPT-LINE
           WRITE SCORERPT-REC FROM WS-RPT-LINE
           PERFORM 4100-WRITE-COLUMN-HEADINGS
           PERFORM 5100-WRITE-OFFICER-LINE
               VARYING WS-OFC-IX FROM 1 BY 1
               UNTIL WS-OFC-IX > WS-OFC-COUNT.

       5100-WRITE-OFFICER-LINE.
      *    Borrows the officer level's buckets to print through the
      *    one figures-line layout.
           MOVE WS-OFC-CHECKING(WS-OFC-IX) TO WS-LVL-CHECKING(1)
           MOVE WS-OFC-SAVINGS(WS-OFC-IX)  TO WS-LVL-SAVINGS(1)
           MOVE WS-OFC-TERM(WS-OFC-IX)     TO WS-LVL-TERM(1)
           MOVE WS-OFC-LOANS(WS-OFC-IX)    TO WS-LVL-LOANS(1)
           MOVE WS-OFC-FEES(WS-OFC-IX)     TO WS-LVL-FEES(1)
           MOVE WS-OFC-OPENED(WS-OFC-IX)   TO WS-LVL-OPENED(1)
           MOVE WS-OFC-CLOSED(WS-OFC-IX)   TO WS-LVL-CLOSED(1)
           MOVE SPACES TO WS-LINE-LABEL
           IF WS-OFC-ID(WS-OFC-IX) = SPACES
               MOVE '    NO OFFICER' TO WS-LINE-LABEL
           ELSE
               STRING '    ' WS-OFC-ID(WS-OFC-IX)
                   DELIMITED SIZE INTO WS-LINE-LABEL
           END-IF
           MOVE 1 TO WS-PRINT-IX
           PERFORM 3800-WRITE-FIGURES-LINE.

       9000-END.
           CLOSE SCORERPT
           DISPLAY 'BRSCORE MONTH:              ' WS-REPORT-MONTH
           DISPLAY 'BRSCORE ITEMS STAGED:       ' WS-STAGED-COUNT
           DISPLAY 'BRSCORE UNASSIGNED CUSTS:   ' WS-UNASSIGNED-COUNT
           DISPLAY 'BRSCORE OFFICERS:           ' WS-OFC-COUNT
           MOVE RC-SUCCESS TO WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.
