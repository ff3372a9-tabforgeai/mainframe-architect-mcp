      * PURPOSE:  Monthly Interest Calculation for all accounts       *
      * AUTHOR:   TABFORGE-AI                                         *
      * CALLS:    DBRD01AV, DBUPD01V, DBUPD01, ERRHANDR                *
      * COPYBOOKS: CUSTMAST, ACCTDATA, LOANDATA, BNSDATA              *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     INTCALC.
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS ODF-CUSTOMER-ID.
           SELECT BONUSENR  ASSIGN TO UT-S-BONUSENR
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS RANDOM
                            RECORD KEY   IS BONUSENR-ACCOUNT-NUMBER.

       DATA DIVISION.
       FILE SECTION.
           05  ODF-CUSTOMER-ID        PIC X(10).
           05  FILLER                 PIC X(30).

      *    Bonus-rate promotion enrollments (see BNSDATA) - an
      *    enrolled account earns the locked bonus on top of its
      *    rate while the business date is inside the enrollment,
      *    and the bonus paid is kept on the enrollment for BNSRPT.
       FD  BONUSENR
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  BONUSENR-REC.
           05  BONUSENR-ACCOUNT-NUMBER PIC X(12).
           05  FILLER                 PIC X(88).

      *    Customer bankruptcy statuses maintained by BKMNT (see
      *    BKDATA copybook) - an Active filing stays the debit
      *    interest an overdrawn balance would otherwise be charged.
           05  WS-LINE-INTEREST       PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-LINE-CHARGED-COUNT  PIC 9(7)  COMP VALUE ZERO.

      *    Bonus-rate promotion fields (see BNSDATA) - set by 2175
      *    when the account is inside a live enrollment, so the
      *    bonus share of tonight's interest can be booked to it.
           05  WS-BNE-KEY             PIC X(12) VALUE SPACES.
           05  WS-BONUS-FLAG          PIC X(1)  VALUE 'N'.
               88  BONUS-RATE-APPLIED     VALUE 'Y'.
           05  WS-BONUS-AMT           PIC S9(09)V99 COMP-3 VALUE ZERO.
           05  WS-BONUS-COUNT         PIC 9(7)  COMP VALUE ZERO.
           05  WS-BONUS-TOTAL         PIC S9(13)V99 COMP-3 VALUE ZERO.

      *    Account-master mirror fields - capitalized and debit
      *    interest are mirrored to the customer's ACCTMAST product
      *    record so the subledger earns where the customer does; an
       COPY CTLDATA.
       COPY DEPRATE.
       COPY BUSDATE.
       COPY BNSDATA.

       PROCEDURE DIVISION.

                       LOANFILE
                       DEPRATE
           OPEN I-O    ODLOC
           OPEN I-O    BONUSENR
           OPEN OUTPUT INTFILE
           OPEN OUTPUT DEBINTF
           OPEN OUTPUT ACCROUT
           IF WS-INTEREST-RATE < ZERO
               MOVE ZERO TO WS-INTEREST-RATE
           END-IF
           PERFORM 2190-APPLY-BONUS-RATE
      *    An overdrawn balance accrues at the separate (higher)
      *    debit rate instead - charged flat, with no preferential
      *    segment discount: nobody gets a better rate for being
           IF WS-BASE-BALANCE < ZERO
                   AND NOT CUSTOMER-IN-BANKRUPTCY
               MOVE 'Y' TO WS-DEBIT-CHARGE-FLAG
               MOVE 'N' TO WS-BONUS-FLAG
               EVALUATE TRUE
      *            A customer with a granted overdraft line pays the
      *            line's own rate on an overdrawn balance, not the
                   MOVE 'Y' TO WS-ODL-RC
           END-READ.

       2190-APPLY-BONUS-RATE.
      *    A savings or checking account inside a live promotion
      *    earns the enrollment's locked bonus on top of its rate.
      *    Outside the start/end dates the bonus simply stops being
      *    added - BNSENRL marks the enrollment expired afterwards.
           MOVE 'N' TO WS-BONUS-FLAG
           IF TYPE-SAVINGS OR TYPE-CHECKING
               MOVE SPACES TO WS-BNE-KEY
               IF TYPE-SAVINGS
                   STRING CUSTOMER-ID 'SA' DELIMITED SIZE
                       INTO WS-BNE-KEY
               ELSE
                   STRING CUSTOMER-ID 'CH' DELIMITED SIZE
                       INTO WS-BNE-KEY
               END-IF
               MOVE WS-BNE-KEY TO BONUSENR-ACCOUNT-NUMBER
               READ BONUSENR INTO BONUS-ENROLLMENT-RECORD
                   KEY IS BONUSENR-ACCOUNT-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BNE-ACTIVE
                               AND BUS-DATE NOT < BNE-START-DATE
                               AND BUS-DATE NOT > BNE-END-DATE
                           ADD BNE-BONUS-RATE TO WS-INTEREST-RATE
                           MOVE 'Y' TO WS-BONUS-FLAG
                       END-IF
               END-READ
           END-IF.

       2195-RECORD-BONUS-COST.
      *    The bonus share of tonight's credit interest is kept on
      *    the enrollment by calendar month; the first posting of a
      *    new month rolls the month just ended into the prior
      *    bucket so the month-end cost report can still read it.
           COMPUTE WS-BONUS-AMT ROUNDED =
               WS-BASE-BALANCE * BNE-BONUS-RATE
               / 365 * WS-DAYS-IN-PERIOD
           IF BUS-DATE(1:6) NOT = BNE-CURR-MONTH
               MOVE BNE-CURR-MONTH  TO BNE-PRIOR-MONTH
               MOVE BNE-BONUS-CURR  TO BNE-BONUS-PRIOR
               MOVE BUS-DATE(1:6)   TO BNE-CURR-MONTH
               MOVE ZERO            TO BNE-BONUS-CURR
           END-IF
           ADD WS-BONUS-AMT TO BNE-BONUS-CURR
                               BNE-BONUS-TOTAL
                               WS-BONUS-TOTAL
           ADD 1 TO WS-BONUS-COUNT
           REWRITE BONUSENR-REC FROM BONUS-ENROLLMENT-RECORD
               INVALID KEY
                   MOVE 'INTCALC' TO ERR-PROGRAM-NAME
                   MOVE '2195-RECORD-BONUS-COST' TO ERR-PARAGRAPH
                   CALL 'ERRHANDR' USING ERROR-RECORD
           END-REWRITE.

       2360-CHARGE-CREDIT-LINE.
      *    The line's drawn balance accrues at the line rate for the
      *    same period-day count as the deposit side, capitalizing
               WS-BASE-BALANCE * WS-INTEREST-RATE
               / 365 * WS-DAYS-IN-PERIOD
           ADD WS-INTEREST-AMT TO WS-TOTAL-INTEREST
           IF BONUS-RATE-APPLIED AND WS-INTEREST-AMT > ZERO
               PERFORM 2195-RECORD-BONUS-COST
           END-IF
      *    Debit interest is a charge, not taxable interest earned -
      *    only credit interest accumulates toward the year-end tax
      *    summary.
                 ACCROUT
                 CAPINTF
                 ODLOC
                 BONUSENR
                 WHHELD
                 CKPTFILE
           IF TAX-SUMMARY-RUN
                       WS-AM-MISS-COUNT
                       ' (CONVERSION PENDING)'
           END-IF
           DISPLAY 'INTCALC BONUS-RATE ACCOUNTS: ' WS-BONUS-COUNT
                   ' BONUS INTEREST: ' WS-BONUS-TOTAL
           STOP RUN.

       9100-FLUSH-UNUSED-ACCRUALS.
