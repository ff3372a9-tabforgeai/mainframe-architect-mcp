      *----------------------------------------------------------------*
      * PROGRAM:  RLKMNT                                               *
      * PURPOSE:  Application rate lock maintenance. Applies the       *
      *           lending desk's keyed lock orders to the rate lock    *
      *           file (generation in/out, BKMNT's pattern): a LOCK    *
      *           order records the locked rate, lock date and expiry  *
      *           against an application still in the pipeline, an     *
      *           EXTEND order pushes an active lock's expiry out and  *
      *           debits the applicant's account the lock-extension    *
      *           fee, a CANCEL order releases the lock. Every run     *
      *           also expires locks past their expiry date and closes *
      *           those whose application has left the pipeline, so    *
      *           LOANPROC only ever honors a live lock. The daily     *
      *           exposure report lists every active lock expiring in  *
      *           the next 7 days.                                     *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    DBRD01AV, DBUPD01V, FMTAMT, ERRHANDR                 *
      * COPYBOOKS: RLCKDATA, APPLDATA, CUSTMAST, ACCTDATA, ERRDATA,    *
      *            BUSDATE                                             *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     RLKMNT.
       AUTHOR.         TABFORGE-AI.
       DATE-WRITTEN.   2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RLKORDER ASSIGN TO UT-S-RLKORDER
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT RLKIN    ASSIGN TO UT-S-RLKIN
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT RLKOUT   ASSIGN TO UT-S-RLKOUT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT APPLFILE ASSIGN TO UT-S-APPLFILE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT BUSDATEF ASSIGN TO UT-S-BUSDATE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT RLKRPT   ASSIGN TO UT-S-RLKRPT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT RLKEXP   ASSIGN TO UT-S-RLKEXP
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    Lending desk orders: the application, L (lock), E (extend)
      *    or C (cancel), the rate being locked, the lock period or
      *    extension in days, and the officer giving the order.
       FD  RLKORDER
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  RLKORDER-REC.
           05  RLO-APP-ID             PIC X(12).
           05  RLO-ACTION             PIC X(01).
               88  RLO-LOCK               VALUE 'L'.
               88  RLO-EXTEND             VALUE 'E'.
               88  RLO-CANCEL             VALUE 'C'.
           05  RLO-RATE               PIC 9(03)V9(4).
           05  RLO-DAYS               PIC 9(03).
           05  RLO-OFFICER-ID         PIC X(08).
           05  FILLER                 PIC X(29).

       FD  RLKIN
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  RLKIN-REC                  PIC X(80).

       FD  RLKOUT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  RLKOUT-REC                 PIC X(80).

       FD  APPLFILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  APPLFILE-REC               PIC X(100).

       FD  BUSDATEF
           RECORDING MODE IS F
           RECORD CONTAINS 30 CHARACTERS.
       01  BUSDATEF-REC               PIC X(30).

       FD  RLKRPT
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  RLKRPT-REC                 PIC X(133).

       FD  RLKEXP
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  RLKEXP-REC                 PIC X(133).

       WORKING-STORAGE SECTION.
       01  WS-RLKMNT-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'RLKMNT'.
           05  WS-EOF-RLKORDER        PIC X(1)  VALUE 'N'.
               88  EOF-RLKORDER           VALUE 'Y'.
           05  WS-EOF-RLKIN           PIC X(1)  VALUE 'N'.
               88  EOF-RLKIN              VALUE 'Y'.
           05  WS-EOF-APPLFILE        PIC X(1)  VALUE 'N'.
               88  EOF-APPLFILE           VALUE 'Y'.
           05  WS-DEFAULT-DAYS-X      PIC X(3)  VALUE SPACES.
           05  WS-DEFAULT-DAYS        PIC 9(3)  VALUE 45.
           05  WS-EXT-BP-X            PIC X(4)  VALUE SPACES.
           05  WS-EXT-BP-N REDEFINES WS-EXT-BP-X
                                      PIC 9(2)V99.
           05  WS-EXT-BP-PER-DAY      PIC 9(2)V99 VALUE 1.00.
           05  WS-BUS-DATE-8          PIC 9(8)  VALUE ZERO.
           05  WS-BUS-INT             PIC S9(9) COMP VALUE ZERO.
           05  WS-WORK-INT            PIC S9(9) COMP VALUE ZERO.
           05  WS-WORK-DATE-8         PIC 9(8)  VALUE ZERO.
           05  WS-WINDOW-END          PIC X(8)  VALUE SPACES.
           05  WS-ORD-COUNT           PIC 9(3)  COMP VALUE ZERO.
           05  WS-ORD-MAX             PIC 9(3)  COMP VALUE 200.
           05  WS-ORD-IX              PIC 9(3)  COMP VALUE ZERO.
           05  WS-NEW-IX              PIC 9(3)  COMP VALUE ZERO.
           05  WS-APL-COUNT           PIC 9(4)  COMP VALUE ZERO.
           05  WS-APL-MAX             PIC 9(4)  COMP VALUE 2000.
           05  WS-APL-IX              PIC 9(4)  COMP VALUE ZERO.
           05  WS-APL-FOUND-IX        PIC 9(4)  COMP VALUE ZERO.
           05  WS-ORDER-RESULT        PIC X(40) VALUE SPACES.
           05  WS-EXT-FEE             PIC S9(05)V99 COMP-3 VALUE ZERO.
           05  WS-PROCESS-RC          PIC S9(04) COMP VALUE ZERO.
           05  WS-LOCKED-COUNT        PIC 9(5)  COMP VALUE ZERO.
           05  WS-EXTENDED-COUNT      PIC 9(5)  COMP VALUE ZERO.
           05  WS-CANCELLED-COUNT     PIC 9(5)  COMP VALUE ZERO.
           05  WS-REJECTED-COUNT      PIC 9(5)  COMP VALUE ZERO.
           05  WS-EXPIRED-COUNT       PIC 9(5)  COMP VALUE ZERO.
           05  WS-CLOSED-COUNT        PIC 9(5)  COMP VALUE ZERO.
           05  WS-EXPIRING-COUNT      PIC 9(5)  COMP VALUE ZERO.
           05  WS-ACTIVE-COUNT        PIC 9(5)  COMP VALUE ZERO.
           05  WS-TOTAL-EXT-FEES      PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-EXPIRING-AMOUNT     PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-FMT-AMOUNT          PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-FORMATTED-AMT       PIC X(18) VALUE SPACES.
           05  WS-FMT-RC              PIC S9(04) COMP VALUE ZERO.
           05  WS-RATE-DISP           PIC ZZ9.9999.
           05  WS-COUNT-DISP          PIC ZZZZ9.
           05  WS-RPT-LINE            PIC X(133) VALUE SPACES.

      *    The day's orders loaded up front so the lock file can copy
      *    through in one pass, orders applied in place and unmatched
      *    LOCK orders appended as new locks.
       01  WS-ORDER-TABLE.
           05  WS-ORD-ENTRY OCCURS 200 TIMES.
               10  WS-ORD-APP-ID      PIC X(12).
               10  WS-ORD-ACTION      PIC X(01).
               10  WS-ORD-RATE        PIC 9(03)V9(4).
               10  WS-ORD-DAYS        PIC 9(03).
               10  WS-ORD-OFFICER     PIC X(08).
               10  WS-ORD-APPLIED     PIC X(01).

      *    Applications still in the pipeline (Received, Underwriting,
      *    or Approved awaiting funding) - a lock on anything else is
      *    closed, and a new lock needs one of these to attach to.
       01  WS-PIPELINE-TABLE.
           05  WS-APL-ENTRY OCCURS 2000 TIMES.
               10  WS-APL-ID          PIC X(12).
               10  WS-APL-CUST        PIC X(10).
               10  WS-APL-AMOUNT      PIC 9(11)V99.

       COPY RLCKDATA.
       COPY APPLDATA.
       COPY CUSTMAST.
       COPY ACCTDATA.
       COPY ERRDATA.
       COPY BUSDATE.

       PROCEDURE DIVISION.

       1000-INIT.
      *    SYSIN line 1 the default lock period in days when an order
      *    gives none (blank keeps 45), line 2 the extension fee in
      *    basis points of the loan amount per day extended, two
      *    implied decimals (blank keeps 1.00).
           ACCEPT WS-DEFAULT-DAYS-X FROM SYSIN
           ACCEPT WS-EXT-BP-X       FROM SYSIN
           IF WS-DEFAULT-DAYS-X NUMERIC
                   AND WS-DEFAULT-DAYS-X NOT = '000'
               MOVE WS-DEFAULT-DAYS-X TO WS-DEFAULT-DAYS
           END-IF
           IF WS-EXT-BP-X NUMERIC
               MOVE WS-EXT-BP-N TO WS-EXT-BP-PER-DAY
           END-IF
           OPEN INPUT BUSDATEF
           READ BUSDATEF INTO BUSINESS-DATE-RECORD
               AT END
                   MOVE FUNCTION CURRENT-DATE(1:8) TO BUS-DATE
           END-READ
           CLOSE BUSDATEF
           MOVE BUS-DATE TO WS-BUS-DATE-8
           COMPUTE WS-BUS-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUS-DATE-8)
           COMPUTE WS-WORK-DATE-8 =
               FUNCTION DATE-OF-INTEGER(WS-BUS-INT + 7)
           MOVE WS-WORK-DATE-8 TO WS-WINDOW-END
           OPEN OUTPUT RLKRPT
           OPEN OUTPUT RLKEXP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'RATE LOCK MAINTENANCE - ' BUS-DATE
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE RLKRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'RATE LOCKS EXPIRING ' BUS-DATE ' THRU '
                  WS-WINDOW-END
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE RLKEXP-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'APPLICATION  CUSTOMER   OFFICER   LOCKED RATE'
                  '  EXPIRES   EXT'
                  '         LOAN AMOUNT'
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE RLKEXP-REC FROM WS-RPT-LINE
           PERFORM 1100-LOAD-ORDERS
           PERFORM 1200-LOAD-PIPELINE
           PERFORM 2000-REBUILD-LOCK-FILE
           PERFORM 3000-APPEND-NEW-LOCKS
           PERFORM 9000-END.

       1100-LOAD-ORDERS.
           OPEN INPUT RLKORDER
           PERFORM UNTIL EOF-RLKORDER
               READ RLKORDER
                   AT END MOVE 'Y' TO WS-EOF-RLKORDER
               END-READ
               IF NOT EOF-RLKORDER
                   IF WS-ORD-COUNT < WS-ORD-MAX
                       ADD 1 TO WS-ORD-COUNT
                       MOVE RLO-APP-ID
                           TO WS-ORD-APP-ID(WS-ORD-COUNT)
                       MOVE RLO-ACTION
                           TO WS-ORD-ACTION(WS-ORD-COUNT)
                       MOVE ZERO TO WS-ORD-RATE(WS-ORD-COUNT)
                                    WS-ORD-DAYS(WS-ORD-COUNT)
                       IF RLO-RATE NUMERIC
                           MOVE RLO-RATE
                               TO WS-ORD-RATE(WS-ORD-COUNT)
                       END-IF
                       IF RLO-DAYS NUMERIC
                           MOVE RLO-DAYS
                               TO WS-ORD-DAYS(WS-ORD-COUNT)
                       END-IF
                       MOVE RLO-OFFICER-ID
                           TO WS-ORD-OFFICER(WS-ORD-COUNT)
                       MOVE 'N'
                           TO WS-ORD-APPLIED(WS-ORD-COUNT)
                   ELSE
                       DISPLAY 'RLKMNT ORDER TABLE FULL - IGNORED: '
                               RLO-APP-ID
                   END-IF
               END-IF
           END-PERFORM
           CLOSE RLKORDER.

       1200-LOAD-PIPELINE.
           OPEN INPUT APPLFILE
           PERFORM UNTIL EOF-APPLFILE
               READ APPLFILE INTO LOAN-APPLICATION-RECORD
                   AT END MOVE 'Y' TO WS-EOF-APPLFILE
               END-READ
               IF NOT EOF-APPLFILE
                       AND (APP-RECEIVED OR APP-UNDERWRITING
                            OR APP-APPROVED)
                   IF WS-APL-COUNT < WS-APL-MAX
                       ADD 1 TO WS-APL-COUNT
                       MOVE APP-ID TO WS-APL-ID(WS-APL-COUNT)
                       MOVE APP-CUSTOMER-ID
                           TO WS-APL-CUST(WS-APL-COUNT)
                       MOVE APP-AMOUNT
                           TO WS-APL-AMOUNT(WS-APL-COUNT)
                   ELSE
                       DISPLAY 'RLKMNT PIPELINE TABLE FULL - '
                               APP-ID ' NOT LOADED'
                   END-IF
               END-IF
           END-PERFORM
           CLOSE APPLFILE.

       1300-FIND-APPLICATION.
      *    Caller sets RLK-APP-ID; WS-APL-FOUND-IX is zero when the
      *    application is no longer (or never was) in the pipeline.
           MOVE ZERO TO WS-APL-FOUND-IX
           PERFORM VARYING WS-APL-IX FROM 1 BY 1
                   UNTIL WS-APL-IX > WS-APL-COUNT
                   OR WS-APL-FOUND-IX > ZERO
               IF WS-APL-ID(WS-APL-IX) = RLK-APP-ID
                   MOVE WS-APL-IX TO WS-APL-FOUND-IX
               END-IF
           END-PERFORM.

       2000-REBUILD-LOCK-FILE.
           OPEN INPUT  RLKIN
           OPEN OUTPUT RLKOUT
           PERFORM UNTIL EOF-RLKIN
               READ RLKIN INTO RATE-LOCK-RECORD
                   AT END MOVE 'Y' TO WS-EOF-RLKIN
               END-READ
               IF NOT EOF-RLKIN
                   PERFORM 1300-FIND-APPLICATION
                   PERFORM 2100-APPLY-MATCHING-ORDERS
                   PERFORM 2500-HOUSEKEEP-LOCK
                   PERFORM 2600-CHECK-EXPIRING
                   WRITE RLKOUT-REC FROM RATE-LOCK-RECORD
               END-IF
           END-PERFORM
           CLOSE RLKIN.

       2100-APPLY-MATCHING-ORDERS.
      *    Orders apply in the sequence keyed, so a LOCK then EXTEND
      *    for the same application on one day both take.
           PERFORM VARYING WS-ORD-IX FROM 1 BY 1
                   UNTIL WS-ORD-IX > WS-ORD-COUNT
               IF WS-ORD-APP-ID(WS-ORD-IX) = RLK-APP-ID
                       AND WS-ORD-APPLIED(WS-ORD-IX) = 'N'
                   MOVE 'Y' TO WS-ORD-APPLIED(WS-ORD-IX)
                   EVALUATE WS-ORD-ACTION(WS-ORD-IX)
                       WHEN 'L'
                           PERFORM 2200-RELOCK
                       WHEN 'E'
                           PERFORM 2300-EXTEND-LOCK
                       WHEN 'C'
                           PERFORM 2400-CANCEL-LOCK
                       WHEN OTHER
                           MOVE 'REJECTED - UNKNOWN ACTION'
                               TO WS-ORDER-RESULT
                           ADD 1 TO WS-REJECTED-COUNT
                   END-EVALUATE
                   PERFORM 2900-REPORT-ORDER
               END-IF
           END-PERFORM.

       2200-RELOCK.
      *    A second lock on an application whose earlier lock is
      *    still live would be two promises - the desk extends or
      *    cancels the first one instead.
           IF RLK-ACTIVE AND RLK-EXPIRY-DATE NOT < BUS-DATE
               MOVE 'REJECTED - LOCK ALREADY ACTIVE'
                   TO WS-ORDER-RESULT
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               PERFORM 2250-SET-NEW-LOCK
           END-IF.

       2250-SET-NEW-LOCK.
           IF WS-APL-FOUND-IX = ZERO
               MOVE 'REJECTED - APPLICATION NOT IN PIPELINE'
                   TO WS-ORDER-RESULT
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               IF WS-ORD-RATE(WS-ORD-IX) = ZERO
                   MOVE 'REJECTED - NO RATE GIVEN'
                       TO WS-ORDER-RESULT
                   ADD 1 TO WS-REJECTED-COUNT
               ELSE
                   MOVE WS-APL-CUST(WS-APL-FOUND-IX)
                       TO RLK-CUSTOMER-ID
                   MOVE WS-ORD-RATE(WS-ORD-IX) TO RLK-LOCKED-RATE
                   MOVE BUS-DATE TO RLK-LOCK-DATE
                   IF WS-ORD-DAYS(WS-ORD-IX) > ZERO
                       COMPUTE WS-WORK-DATE-8 =
                           FUNCTION DATE-OF-INTEGER(WS-BUS-INT
                               + WS-ORD-DAYS(WS-ORD-IX))
                   ELSE
                       COMPUTE WS-WORK-DATE-8 =
                           FUNCTION DATE-OF-INTEGER(WS-BUS-INT
                               + WS-DEFAULT-DAYS)
                   END-IF
                   MOVE WS-WORK-DATE-8 TO RLK-EXPIRY-DATE
                   SET RLK-ACTIVE TO TRUE
                   MOVE BUS-DATE TO RLK-STATUS-DATE
                   MOVE WS-ORD-OFFICER(WS-ORD-IX) TO RLK-OFFICER-ID
                   MOVE ZERO TO RLK-EXT-COUNT
                                RLK-EXT-FEES
                   MOVE 'LOCKED' TO WS-ORDER-RESULT
                   ADD 1 TO WS-LOCKED-COUNT
               END-IF
           END-IF.

       2300-EXTEND-LOCK.
      *    Only a live lock can be extended - once expired the desk
      *    re-locks at today's market. The extension runs from the
      *    current expiry, and the fee is charged before the new
      *    date is given: no fee, no extension.
           IF NOT RLK-ACTIVE OR RLK-EXPIRY-DATE < BUS-DATE
               MOVE 'REJECTED - NO ACTIVE LOCK TO EXTEND'
                   TO WS-ORDER-RESULT
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               IF WS-ORD-DAYS(WS-ORD-IX) = ZERO
                       OR WS-APL-FOUND-IX = ZERO
                   MOVE 'REJECTED - NO DAYS OR NOT IN PIPELINE'
                       TO WS-ORDER-RESULT
                   ADD 1 TO WS-REJECTED-COUNT
               ELSE
                   COMPUTE WS-EXT-FEE ROUNDED =
                       WS-APL-AMOUNT(WS-APL-FOUND-IX)
                       * WS-EXT-BP-PER-DAY / 10000
                       * WS-ORD-DAYS(WS-ORD-IX)
                   PERFORM 2350-CHARGE-EXTENSION-FEE
                   IF WS-PROCESS-RC = ZERO
                       MOVE RLK-EXPIRY-DATE TO WS-WORK-DATE-8
                       COMPUTE WS-WORK-INT =
                           FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-8)
                           + WS-ORD-DAYS(WS-ORD-IX)
                       COMPUTE WS-WORK-DATE-8 =
                           FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
                       MOVE WS-WORK-DATE-8 TO RLK-EXPIRY-DATE
                       MOVE BUS-DATE TO RLK-STATUS-DATE
                       ADD 1 TO RLK-EXT-COUNT
                       ADD WS-EXT-FEE TO RLK-EXT-FEES
                       ADD WS-EXT-FEE TO WS-TOTAL-EXT-FEES
                       MOVE 'EXTENDED - FEE CHARGED'
                           TO WS-ORDER-RESULT
                       ADD 1 TO WS-EXTENDED-COUNT
                   ELSE
                       MOVE 'REJECTED - FEE COULD NOT BE CHARGED'
                           TO WS-ORDER-RESULT
                       ADD 1 TO WS-REJECTED-COUNT
                   END-IF
               END-IF
           END-IF.

       2350-CHARGE-EXTENSION-FEE.
      *    Debited from the applicant's account the way FEEPROC
      *    debits a maintenance fee.
           MOVE ZERO TO WS-PROCESS-RC
           MOVE RLK-CUSTOMER-ID TO CUSTOMER-ID
           CALL 'DBRD01AV' USING CUSTOMER-ID
                                 ACCOUNT-RECORD
                                 WS-PROCESS-RC
           IF WS-PROCESS-RC = ZERO
               SUBTRACT WS-EXT-FEE FROM AVAILABLE-BALANCE
               CALL 'DBUPD01V' USING CUSTOMER-ID
                                     ACCOUNT-RECORD
                                     WS-PROCESS-RC
           END-IF
           IF WS-PROCESS-RC NOT = ZERO
               MOVE WS-PROGRAM-NAME TO ERR-PROGRAM-NAME
               MOVE '2350-CHARGE-EXTENSION-FEE' TO ERR-PARAGRAPH
               SET ERRC-FEE-UPDATE-FAILED TO TRUE
               MOVE 'LOCK EXTENSION FEE DEBIT FAILED' TO ERR-MESSAGE
               CALL 'ERRHANDR' USING ERROR-RECORD
           END-IF.

       2400-CANCEL-LOCK.
           IF RLK-ACTIVE
               SET RLK-CANCELLED TO TRUE
               MOVE BUS-DATE TO RLK-STATUS-DATE
               MOVE 'CANCELLED' TO WS-ORDER-RESULT
               ADD 1 TO WS-CANCELLED-COUNT
           ELSE
               MOVE 'REJECTED - LOCK NOT ACTIVE' TO WS-ORDER-RESULT
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.

       2500-HOUSEKEEP-LOCK.
      *    A lock whose application has been funded, denied or
      *    withdrawn is closed; one past its expiry is expired. Both
      *    drop off the exposure report and LOANPROC ignores them.
           IF RLK-ACTIVE
               IF WS-APL-FOUND-IX = ZERO
                   SET RLK-CLOSED TO TRUE
                   MOVE BUS-DATE TO RLK-STATUS-DATE
                   ADD 1 TO WS-CLOSED-COUNT
               ELSE
                   IF RLK-EXPIRY-DATE < BUS-DATE
                       SET RLK-EXPIRED TO TRUE
                       MOVE BUS-DATE TO RLK-STATUS-DATE
                       ADD 1 TO WS-EXPIRED-COUNT
                       MOVE 'EXPIRED UNUSED' TO WS-ORDER-RESULT
                       PERFORM 2900-REPORT-ORDER
                   END-IF
               END-IF
           END-IF.

       2600-CHECK-EXPIRING.
           IF RLK-ACTIVE
               ADD 1 TO WS-ACTIVE-COUNT
               IF RLK-EXPIRY-DATE NOT > WS-WINDOW-END
                   ADD 1 TO WS-EXPIRING-COUNT
                   PERFORM 2700-REPORT-EXPIRING
               END-IF
           END-IF.

       2700-REPORT-EXPIRING.
           MOVE RLK-LOCKED-RATE TO WS-RATE-DISP
           MOVE WS-APL-AMOUNT(WS-APL-FOUND-IX) TO WS-FMT-AMOUNT
           ADD WS-FMT-AMOUNT TO WS-EXPIRING-AMOUNT
           CALL 'FMTAMT' USING WS-FMT-AMOUNT
                               WS-FORMATTED-AMT
                               SPACES
                               WS-FMT-RC
           MOVE SPACES TO WS-RPT-LINE
           STRING RLK-APP-ID ' ' RLK-CUSTOMER-ID ' '
                  RLK-OFFICER-ID '  ' WS-RATE-DISP '    '
                  RLK-EXPIRY-DATE '  ' RLK-EXT-COUNT '  '
                  WS-FORMATTED-AMT
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE RLKEXP-REC FROM WS-RPT-LINE.

       2900-REPORT-ORDER.
           MOVE RLK-LOCKED-RATE TO WS-RATE-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING RLK-APP-ID '  RATE ' WS-RATE-DISP
                  '  EXPIRES ' RLK-EXPIRY-DATE
                  '  ' WS-ORDER-RESULT
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE RLKRPT-REC FROM WS-RPT-LINE.

       3000-APPEND-NEW-LOCKS.
      *    LOCK orders for applications with no lock on file become
      *    new locks, and any later order keyed for the same
      *    application today applies to the new lock before it is
      *    written; anything else unmatched has nothing to act on.
           PERFORM VARYING WS-NEW-IX FROM 1 BY 1
                   UNTIL WS-NEW-IX > WS-ORD-COUNT
               IF WS-ORD-APPLIED(WS-NEW-IX) = 'N'
                   MOVE WS-NEW-IX TO WS-ORD-IX
                   MOVE 'Y' TO WS-ORD-APPLIED(WS-ORD-IX)
                   MOVE SPACES TO RATE-LOCK-RECORD
                   MOVE WS-ORD-APP-ID(WS-ORD-IX) TO RLK-APP-ID
                   MOVE ZERO TO RLK-LOCKED-RATE
                                RLK-EXT-COUNT
                                RLK-EXT-FEES
                   IF WS-ORD-ACTION(WS-ORD-IX) = 'L'
                       PERFORM 1300-FIND-APPLICATION
                       PERFORM 2250-SET-NEW-LOCK
                       PERFORM 2900-REPORT-ORDER
                       IF RLK-ACTIVE
                           PERFORM 2100-APPLY-MATCHING-ORDERS
                           WRITE RLKOUT-REC FROM RATE-LOCK-RECORD
                           PERFORM 2600-CHECK-EXPIRING
                       END-IF
                   ELSE
                       MOVE 'REJECTED - NO LOCK ON FILE'
                           TO WS-ORDER-RESULT
                       ADD 1 TO WS-REJECTED-COUNT
                       PERFORM 2900-REPORT-ORDER
                   END-IF
               END-IF
           END-PERFORM
           CLOSE RLKOUT.

       9000-END.
           MOVE WS-EXPIRING-AMOUNT TO WS-FMT-AMOUNT
           CALL 'FMTAMT' USING WS-FMT-AMOUNT
                               WS-FORMATTED-AMT
                               SPACES
                               WS-FMT-RC
           MOVE SPACES TO WS-RPT-LINE
           WRITE RLKEXP-REC FROM WS-RPT-LINE
           MOVE WS-EXPIRING-COUNT TO WS-COUNT-DISP
           STRING 'LOCKS EXPIRING:  ' WS-COUNT-DISP
                  '   AMOUNT ' WS-FORMATTED-AMT
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE RLKEXP-REC FROM WS-RPT-LINE
           MOVE WS-ACTIVE-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'ACTIVE LOCKS:    ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE RLKEXP-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE RLKRPT-REC FROM WS-RPT-LINE
           MOVE WS-LOCKED-COUNT TO WS-COUNT-DISP
           STRING 'LOCKS GIVEN:     ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE RLKRPT-REC FROM WS-RPT-LINE
           MOVE WS-EXTENDED-COUNT TO WS-COUNT-DISP
           MOVE WS-TOTAL-EXT-FEES TO WS-FMT-AMOUNT
           CALL 'FMTAMT' USING WS-FMT-AMOUNT
                               WS-FORMATTED-AMT
                               SPACES
                               WS-FMT-RC
           MOVE SPACES TO WS-RPT-LINE
           STRING 'LOCKS EXTENDED:  ' WS-COUNT-DISP
                  '   FEES ' WS-FORMATTED-AMT
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE RLKRPT-REC FROM WS-RPT-LINE
           MOVE WS-CANCELLED-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'LOCKS CANCELLED: ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE RLKRPT-REC FROM WS-RPT-LINE
           MOVE WS-EXPIRED-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'LOCKS EXPIRED:   ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE RLKRPT-REC FROM WS-RPT-LINE
           MOVE WS-CLOSED-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'LOCKS CLOSED:    ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE RLKRPT-REC FROM WS-RPT-LINE
           MOVE WS-REJECTED-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'ORDERS REJECTED: ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE RLKRPT-REC FROM WS-RPT-LINE
           CLOSE RLKRPT
                 RLKEXP
           MOVE WS-EXPIRING-COUNT TO WS-COUNT-DISP
           DISPLAY 'RLKMNT LOCKS EXPIRING IN 7 DAYS: ' WS-COUNT-DISP
           STOP RUN.
