      *----------------------------------------------------------------*
      * PROGRAM:  SDBMNT                                               *
      * PURPOSE:  Safe deposit box maintenance - applies the branches' *
      *           box orders to the SDBOX inventory KSDS in place of   *
      *           the vault card file: add a box to the vault, rent    *
      *           it (renter, co-renter household, debit account and   *
      *           first rent due date), vacate it, take a year's rent  *
      *           over the counter (which also stops a delinquency     *
      *           ladder and any scheduled drilling), inventory each   *
      *           item taken out of a drilled box onto the SDBCONT     *
      *           contents file, and return held contents to their     *
      *           owner. Every order lands on the maintenance report;  *
      *           RC 4 when any order is rejected.                     *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    (none)                                               *
      * COPYBOOKS: SDBDATA, SDBCDATA, BUSDATE                          *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     SDBMNT.
       AUTHOR.         TABFORGE-AI.
       DATE-WRITTEN.   2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SDBORDER ASSIGN TO UT-S-SDBORDER
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT SDBOX    ASSIGN TO UT-S-SDBOX
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS RANDOM
                           RECORD KEY   IS SDBOX-KEY.
           SELECT SDBCONT  ASSIGN TO UT-S-SDBCONT
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS DYNAMIC
                           RECORD KEY   IS SDBCONT-KEY.
           SELECT SDBMRPT  ASSIGN TO UT-S-SDBMRPT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT BUSDATEF ASSIGN TO UT-S-BUSDATE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    One order per line, keyed by the branch: the action, the
      *    box, and the fields that action needs.
       FD  SDBORDER
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  SDBORDER-REC.
           05  SBO-ACTION             PIC X(01).
               88  SBO-ADD-BOX            VALUE 'A'.
               88  SBO-RENT-BOX           VALUE 'R'.
               88  SBO-VACATE-BOX         VALUE 'V'.
               88  SBO-BRANCH-PAYMENT     VALUE 'P'.
               88  SBO-INVENTORY-ITEM     VALUE 'I'.
               88  SBO-RETURN-CONTENTS    VALUE 'K'.
           05  SBO-BOX-KEY            PIC X(12).
      *    Add and rent orders.
           05  SBO-BOX-DATA.
               10  SBO-CUSTOMER-ID    PIC X(10).
               10  SBO-HOUSEHOLD-ID   PIC X(10).
               10  SBO-DEBIT-ACCOUNT  PIC X(12).
               10  SBO-DUE-DATE       PIC X(08).
               10  SBO-BOX-SIZE       PIC X(05).
               10  SBO-ANNUAL-RENT    PIC 9(05)V99.
               10  FILLER             PIC X(15).
      *    Inventory orders - one per item taken from a drilled box.
           05  SBO-ITEM-DATA REDEFINES SBO-BOX-DATA.
               10  SBO-ITEM-DESC      PIC X(40).
               10  SBO-ITEM-VALUE     PIC 9(09)V99.
               10  FILLER             PIC X(16).

       FD  SDBOX
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  SDBOX-REC.
           05  SDBOX-KEY              PIC X(12).
           05  FILLER                 PIC X(88).

       FD  SDBCONT
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  SDBCONT-REC.
           05  SDBCONT-KEY.
               10  SDBCONT-BOX-KEY    PIC X(12).
               10  SDBCONT-ITEM-SEQ   PIC 9(03).
           05  FILLER                 PIC X(85).

       FD  SDBMRPT
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  SDBMRPT-REC                PIC X(133).

      *    Business-date control record set by BDATESET at the start
      *    of the cycle (see BUSDATE copybook).
       FD  BUSDATEF
           RECORDING MODE IS F
           RECORD CONTAINS 30 CHARACTERS.
       01  BUSDATEF-REC               PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-SDBMNT-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'SDBMNT'.
           05  WS-EOF-SDBORDER        PIC X(1)  VALUE 'N'.
               88  EOF-SDBORDER           VALUE 'Y'.
           05  WS-EOF-SDBCONT         PIC X(1)  VALUE 'N'.
               88  EOF-SDBCONT            VALUE 'Y'.
           05  WS-BOX-FOUND           PIC X(1)  VALUE 'N'.
               88  BOX-FOUND              VALUE 'Y'.
           05  WS-RESULT              PIC X(40) VALUE SPACES.
           05  WS-RPT-CUSTOMER        PIC X(10) VALUE SPACES.
           05  WS-NEXT-SEQ            PIC 9(03) VALUE ZERO.
           05  WS-RETURNED-ITEMS      PIC 9(03) VALUE ZERO.
           05  WS-DUE-YYYY            PIC 9(04) VALUE ZERO.
           05  WS-ORDER-COUNT         PIC 9(5)  COMP VALUE ZERO.
           05  WS-APPLIED-COUNT       PIC 9(5)  COMP VALUE ZERO.
           05  WS-REJECT-COUNT        PIC 9(5)  COMP VALUE ZERO.
           05  WS-COUNT-DISP          PIC ZZZZ9.
           05  WS-RPT-LINE            PIC X(133) VALUE SPACES.

       COPY SDBDATA.
       COPY SDBCDATA.
       COPY BUSDATE.

       PROCEDURE DIVISION.

       1000-INIT.
           PERFORM 1010-READ-BUSINESS-DATE
           OPEN INPUT  SDBORDER
           OPEN I-O    SDBOX
           OPEN I-O    SDBCONT
           OPEN OUTPUT SDBMRPT
           MOVE SPACES TO WS-RPT-LINE
           STRING 'SAFE DEPOSIT BOX MAINTENANCE - ' BUS-DATE
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE SDBMRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE 'ACT BOX          CUSTOMER    RESULT' TO WS-RPT-LINE
           WRITE SDBMRPT-REC FROM WS-RPT-LINE
           PERFORM 2000-PROCESS-ORDER UNTIL EOF-SDBORDER
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

       2000-PROCESS-ORDER.
           READ SDBORDER
               AT END MOVE 'Y' TO WS-EOF-SDBORDER
           END-READ
           IF NOT EOF-SDBORDER
               ADD 1 TO WS-ORDER-COUNT
               MOVE SPACES TO WS-RESULT
                              WS-RPT-CUSTOMER
               MOVE SPACES TO SAFE-DEPOSIT-BOX-RECORD
               EVALUATE TRUE
                   WHEN SBO-ADD-BOX
                       PERFORM 3000-ADD-BOX
                   WHEN SBO-RENT-BOX
                       PERFORM 3100-RENT-BOX
                   WHEN SBO-VACATE-BOX
                       PERFORM 3200-VACATE-BOX
                   WHEN SBO-BRANCH-PAYMENT
                       PERFORM 3300-BRANCH-PAYMENT
                   WHEN SBO-INVENTORY-ITEM
                       PERFORM 3400-INVENTORY-ITEM
                   WHEN SBO-RETURN-CONTENTS
                       PERFORM 3500-RETURN-CONTENTS
                   WHEN OTHER
                       MOVE 'REJECTED - UNKNOWN ACTION' TO WS-RESULT
               END-EVALUATE
               IF WS-RESULT(1:8) = 'REJECTED'
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
                   ADD 1 TO WS-APPLIED-COUNT
               END-IF
               PERFORM 8000-WRITE-RESULT
           END-IF.

       2100-READ-BOX.
           MOVE SBO-BOX-KEY TO SDBOX-KEY
           READ SDBOX INTO SAFE-DEPOSIT-BOX-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-BOX-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-BOX-FOUND
                   MOVE SDB-CUSTOMER-ID TO WS-RPT-CUSTOMER
           END-READ.

       2200-REWRITE-BOX.
           REWRITE SDBOX-REC FROM SAFE-DEPOSIT-BOX-RECORD
               INVALID KEY
                   MOVE 'REJECTED - BOX REWRITE FAILED' TO WS-RESULT
           END-REWRITE.

       3000-ADD-BOX.
           PERFORM 2100-READ-BOX
           EVALUATE TRUE
               WHEN BOX-FOUND
                   MOVE 'REJECTED - BOX ALREADY ON FILE' TO WS-RESULT
               WHEN SBO-ANNUAL-RENT NOT NUMERIC
                   MOVE 'REJECTED - ANNUAL RENT NOT NUMERIC'
                       TO WS-RESULT
               WHEN OTHER
                   MOVE SPACES          TO SAFE-DEPOSIT-BOX-RECORD
                   MOVE SBO-BOX-KEY     TO SDB-BOX-KEY
                   MOVE SBO-BOX-SIZE    TO SDB-BOX-SIZE
                   MOVE SBO-ANNUAL-RENT TO SDB-ANNUAL-RENT
                   SET SDB-VACANT       TO TRUE
                   SET SDB-CURRENT      TO TRUE
                   WRITE SDBOX-REC FROM SAFE-DEPOSIT-BOX-RECORD
                       INVALID KEY
                           MOVE 'REJECTED - BOX WRITE FAILED'
                               TO WS-RESULT
                       NOT INVALID KEY
                           MOVE 'BOX ADDED TO VAULT' TO WS-RESULT
                   END-WRITE
           END-EVALUATE.

       3100-RENT-BOX.
      *    The first year's rent is due on the rental date unless the
      *    branch keyed a later one, so tonight's SDBBILL collects it.
           PERFORM 2100-READ-BOX
           EVALUATE TRUE
               WHEN NOT BOX-FOUND
                   MOVE 'REJECTED - BOX NOT ON FILE' TO WS-RESULT
               WHEN NOT SDB-VACANT
                   MOVE 'REJECTED - BOX NOT VACANT' TO WS-RESULT
               WHEN SBO-CUSTOMER-ID = SPACES
                   MOVE 'REJECTED - NO RENTER' TO WS-RESULT
               WHEN OTHER
                   SET SDB-RENTED            TO TRUE
                   MOVE SBO-CUSTOMER-ID      TO SDB-CUSTOMER-ID
                                                WS-RPT-CUSTOMER
                   MOVE SBO-HOUSEHOLD-ID     TO SDB-HOUSEHOLD-ID
                   MOVE SBO-DEBIT-ACCOUNT    TO SDB-DEBIT-ACCOUNT
                   IF SBO-DUE-DATE = SPACES
                       MOVE BUS-DATE         TO SDB-RENT-DUE-DATE
                   ELSE
                       MOVE SBO-DUE-DATE     TO SDB-RENT-DUE-DATE
                   END-IF
                   IF SBO-BOX-SIZE NOT = SPACES
                       MOVE SBO-BOX-SIZE     TO SDB-BOX-SIZE
                   END-IF
                   IF SBO-ANNUAL-RENT NUMERIC
                           AND SBO-ANNUAL-RENT > ZERO
                       MOVE SBO-ANNUAL-RENT  TO SDB-ANNUAL-RENT
                   END-IF
                   MOVE SPACES TO SDB-LAST-PAID-DATE
                                  SDB-LAST-BILLED-DATE
                                  SDB-DELQ-DATE
                                  SDB-DRILL-DATE
                   SET SDB-CURRENT           TO TRUE
                   MOVE 'BOX RENTED' TO WS-RESULT
                   PERFORM 2200-REWRITE-BOX
           END-EVALUATE.

       3200-VACATE-BOX.
      *    A box in arrears is not given up until the rent is paid
      *    or the contents come out through the drilling path.
           PERFORM 2100-READ-BOX
           EVALUATE TRUE
               WHEN NOT BOX-FOUND
                   MOVE 'REJECTED - BOX NOT ON FILE' TO WS-RESULT
               WHEN NOT SDB-RENTED
                   MOVE 'REJECTED - BOX NOT RENTED' TO WS-RESULT
               WHEN NOT SDB-CURRENT
                   MOVE 'REJECTED - RENT DELINQUENT' TO WS-RESULT
               WHEN OTHER
                   PERFORM 8200-CLEAR-RENTER
                   MOVE 'BOX VACATED' TO WS-RESULT
                   PERFORM 2200-REWRITE-BOX
           END-EVALUATE.

       3300-BRANCH-PAYMENT.
      *    Rent paid at the counter covers the year now due; it
      *    clears any delinquency step and calls off a drilling that
      *    has not yet happened.
           PERFORM 2100-READ-BOX
           EVALUATE TRUE
               WHEN NOT BOX-FOUND
                   MOVE 'REJECTED - BOX NOT ON FILE' TO WS-RESULT
               WHEN NOT SDB-RENTED
                   MOVE 'REJECTED - BOX NOT RENTED' TO WS-RESULT
               WHEN OTHER
                   PERFORM 8100-ROLL-DUE-DATE
                   MOVE BUS-DATE TO SDB-LAST-PAID-DATE
                   IF SDB-DRILL-SCHEDULED
                       MOVE 'RENT PAID - DRILLING CANCELLED'
                           TO WS-RESULT
                   ELSE
                       MOVE 'RENT PAID AT BRANCH' TO WS-RESULT
                   END-IF
                   SET SDB-CURRENT TO TRUE
                   MOVE SPACES TO SDB-DELQ-DATE
                                  SDB-DRILL-DATE
                   PERFORM 2200-REWRITE-BOX
           END-EVALUATE.

       3400-INVENTORY-ITEM.
      *    The first item keyed for a box scheduled for drilling
      *    records the drilling; every item is held under the box
      *    for the renter or, in time, the state.
           PERFORM 2100-READ-BOX
           EVALUATE TRUE
               WHEN NOT BOX-FOUND
                   MOVE 'REJECTED - BOX NOT ON FILE' TO WS-RESULT
               WHEN NOT SDB-DRILLED
                       AND NOT (SDB-RENTED AND SDB-DRILL-SCHEDULED)
                   MOVE 'REJECTED - BOX NOT SCHEDULED FOR DRILLING'
                       TO WS-RESULT
               WHEN SBO-ITEM-VALUE NOT NUMERIC
                   MOVE 'REJECTED - ITEM VALUE NOT NUMERIC'
                       TO WS-RESULT
               WHEN OTHER
                   IF SDB-RENTED
                       SET SDB-DRILLED TO TRUE
                       MOVE BUS-DATE TO SDB-DRILL-DATE
                       PERFORM 2200-REWRITE-BOX
                   END-IF
                   IF WS-RESULT = SPACES
                       PERFORM 3410-WRITE-CONTENTS-ITEM
                   END-IF
           END-EVALUATE.

       3410-WRITE-CONTENTS-ITEM.
           PERFORM 3450-FIND-NEXT-ITEM-SEQ
           MOVE SPACES              TO SDB-CONTENTS-RECORD
           MOVE SDB-BOX-KEY         TO SDC-BOX-KEY
           MOVE WS-NEXT-SEQ         TO SDC-ITEM-SEQ
           MOVE SDB-CUSTOMER-ID     TO SDC-CUSTOMER-ID
           MOVE SDB-DRILL-DATE      TO SDC-DRILL-DATE
           MOVE SBO-ITEM-DESC       TO SDC-DESCRIPTION
           MOVE SBO-ITEM-VALUE      TO SDC-APPRAISED-VALUE
           SET SDC-HELD             TO TRUE
           WRITE SDBCONT-REC FROM SDB-CONTENTS-RECORD
               INVALID KEY
                   MOVE 'REJECTED - CONTENTS WRITE FAILED'
                       TO WS-RESULT
               NOT INVALID KEY
                   MOVE 'ITEM INVENTORIED' TO WS-RESULT
           END-WRITE.

       3450-FIND-NEXT-ITEM-SEQ.
           MOVE ZERO TO WS-NEXT-SEQ
           MOVE SDB-BOX-KEY TO SDBCONT-BOX-KEY
           MOVE ZERO        TO SDBCONT-ITEM-SEQ
           MOVE 'N' TO WS-EOF-SDBCONT
           START SDBCONT KEY NOT LESS THAN SDBCONT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SDBCONT
           END-START
           PERFORM UNTIL EOF-SDBCONT
               READ SDBCONT NEXT
                   AT END MOVE 'Y' TO WS-EOF-SDBCONT
               END-READ
               IF NOT EOF-SDBCONT
                   IF SDBCONT-BOX-KEY = SDB-BOX-KEY
                       MOVE SDBCONT-ITEM-SEQ TO WS-NEXT-SEQ
                   ELSE
                       MOVE 'Y' TO WS-EOF-SDBCONT
                   END-IF
               END-IF
           END-PERFORM
           ADD 1 TO WS-NEXT-SEQ.

       3500-RETURN-CONTENTS.
      *    The owner has claimed what was taken from the box; every
      *    held item is marked returned and the box goes back into
      *    the vault's stock.
           PERFORM 2100-READ-BOX
           EVALUATE TRUE
               WHEN NOT BOX-FOUND
                   MOVE 'REJECTED - BOX NOT ON FILE' TO WS-RESULT
               WHEN NOT SDB-DRILLED
                   MOVE 'REJECTED - BOX NOT DRILLED' TO WS-RESULT
               WHEN OTHER
                   PERFORM 3510-MARK-ITEMS-RETURNED
                   PERFORM 8200-CLEAR-RENTER
                   MOVE SPACES TO WS-RESULT
                   STRING 'CONTENTS RETURNED - ITEMS: '
                          WS-RETURNED-ITEMS
                       DELIMITED SIZE INTO WS-RESULT
                   PERFORM 2200-REWRITE-BOX
           END-EVALUATE.

       3510-MARK-ITEMS-RETURNED.
           MOVE ZERO TO WS-RETURNED-ITEMS
           MOVE SDB-BOX-KEY TO SDBCONT-BOX-KEY
           MOVE ZERO        TO SDBCONT-ITEM-SEQ
           MOVE 'N' TO WS-EOF-SDBCONT
           START SDBCONT KEY NOT LESS THAN SDBCONT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SDBCONT
           END-START
           PERFORM UNTIL EOF-SDBCONT
               READ SDBCONT NEXT INTO SDB-CONTENTS-RECORD
                   AT END MOVE 'Y' TO WS-EOF-SDBCONT
               END-READ
               IF NOT EOF-SDBCONT
                   IF SDC-BOX-KEY NOT = SDB-BOX-KEY
                       MOVE 'Y' TO WS-EOF-SDBCONT
                   ELSE
                       IF SDC-HELD
                           SET SDC-RETURNED TO TRUE
                           MOVE BUS-DATE TO SDC-RETURNED-DATE
                           REWRITE SDBCONT-REC
                               FROM SDB-CONTENTS-RECORD
                           ADD 1 TO WS-RETURNED-ITEMS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       8000-WRITE-RESULT.
           MOVE SPACES TO WS-RPT-LINE
           STRING ' ' SBO-ACTION '  ' SBO-BOX-KEY ' '
                  WS-RPT-CUSTOMER '  ' WS-RESULT
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE SDBMRPT-REC FROM WS-RPT-LINE.

       8100-ROLL-DUE-DATE.
      *    Rent runs a year at a time from the date it fell due; a
      *    29 February anniversary falls back to the 28th.
           IF SDB-RENT-DUE-DATE NOT NUMERIC
               MOVE BUS-DATE TO SDB-RENT-DUE-DATE
           END-IF
           MOVE SDB-RENT-DUE-DATE(1:4) TO WS-DUE-YYYY
           ADD 1 TO WS-DUE-YYYY
           MOVE WS-DUE-YYYY TO SDB-RENT-DUE-DATE(1:4)
           IF SDB-RENT-DUE-DATE(5:4) = '0229'
               MOVE '28' TO SDB-RENT-DUE-DATE(7:2)
           END-IF.

       8200-CLEAR-RENTER.
           SET SDB-VACANT  TO TRUE
           SET SDB-CURRENT TO TRUE
           MOVE SPACES TO SDB-CUSTOMER-ID
                          SDB-HOUSEHOLD-ID
                          SDB-DEBIT-ACCOUNT
                          SDB-RENT-DUE-DATE
                          SDB-LAST-PAID-DATE
                          SDB-LAST-BILLED-DATE
                          SDB-DELQ-DATE
                          SDB-DRILL-DATE.

       9000-END.
           MOVE SPACES TO WS-RPT-LINE
           WRITE SDBMRPT-REC FROM WS-RPT-LINE
           MOVE WS-APPLIED-COUNT TO WS-COUNT-DISP
           STRING 'ORDERS APPLIED:  ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE SDBMRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-REJECT-COUNT TO WS-COUNT-DISP
           STRING 'ORDERS REJECTED: ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE SDBMRPT-REC FROM WS-RPT-LINE
           CLOSE SDBORDER
                 SDBOX
                 SDBCONT
                 SDBMRPT
           DISPLAY 'SDBMNT ORDERS READ:     ' WS-ORDER-COUNT
           DISPLAY 'SDBMNT ORDERS REJECTED: ' WS-REJECT-COUNT
           IF WS-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
