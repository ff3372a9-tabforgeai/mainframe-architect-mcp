      *----------------------------------------------------------------*
      * PROGRAM:  TLRCASH                                              *
      * PURPOSE:  Teller cash drawer check and posting, CALLed by the  *
      *           screens that move a customer's cash (PAYENTRY for a  *
      *           CASH-channel item, PAYAPPR when it releases one).    *
      *           C checks the teller has a drawer open for today on   *
      *           TLRDRAWR - opened and not yet balanced on TLRBAL -   *
      *           and, for cash out, that the drawer holds enough      *
      *           cash to pay it. P posts the item: the drawer's       *
      *           cash-in or cash-out total and count are rewritten    *
      *           and the item is written to the CASHDTL cash detail   *
      *           file, so the drawer totals are always the sum of the *
      *           teller's posted cash items.                          *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    (none)                                               *
      * COPYBOOKS: TLRDATA                                             *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     TLRCASH.
       AUTHOR.         TABFORGE-AI.
       DATE-WRITTEN.   2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TLRDRAWR  ASSIGN TO UT-S-TLRDRAWR
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS RANDOM
                            RECORD KEY   IS TLRDRAWR-KEY.
           SELECT CASHDTL   ASSIGN TO UT-S-CASHDTL
                            ORGANIZATION IS SEQUENTIAL
                            ACCESS MODE  IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TLRDRAWR
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01  TLRDRAWR-REC.
           05  TLRDRAWR-KEY           PIC X(16).
           05  FILLER                 PIC X(184).

       FD  CASHDTL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  CASHDTL-REC                PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TLRCASH-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'TLRCASH'.
           05  WS-DRAWER-FOUND        PIC X(1)  VALUE 'N'.
               88  DRAWER-FOUND           VALUE 'Y'.
           05  WS-NOW                 PIC X(21) VALUE SPACES.
           05  WS-DRAWER-CASH         PIC S9(13)V99 COMP-3 VALUE ZERO.

       COPY TLRDATA.

       LINKAGE SECTION.
      *    TELLER-CASH-AREA's layout (see TLRDATA).
       01  LK-CASH-AREA               PIC X(88).

       PROCEDURE DIVISION USING LK-CASH-AREA.

       1000-PROCESS-CASH.
           MOVE LK-CASH-AREA TO TELLER-CASH-AREA
           MOVE 'N'    TO TLC-RESULT
           MOVE SPACES TO TLC-MESSAGE
           MOVE SPACES TO TLC-BRANCH
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           OPEN I-O TLRDRAWR
           PERFORM 2000-READ-DRAWER
           EVALUATE TRUE
               WHEN NOT DRAWER-FOUND
                   MOVE 'NO CASH DRAWER OPEN TODAY - OPEN ON TLRB'
                       TO TLC-MESSAGE
               WHEN TLD-BALANCED
                   MOVE 'CASH DRAWER ALREADY BALANCED FOR TODAY'
                       TO TLC-MESSAGE
               WHEN OTHER
                   MOVE TLD-BRANCH TO TLC-BRANCH
                   PERFORM 3000-CHECK-CASH
                   IF TLC-OK AND TLC-POST-CASH
                       PERFORM 4000-POST-CASH
                   END-IF
           END-EVALUATE
           CLOSE TLRDRAWR
           MOVE TELLER-CASH-AREA TO LK-CASH-AREA
           GOBACK.

       2000-READ-DRAWER.
           MOVE 'N' TO WS-DRAWER-FOUND
           MOVE TLC-TELLER-ID TO TLD-TELLER-ID
           MOVE WS-NOW(1:8)   TO TLD-BUS-DATE
           MOVE TLD-KEY       TO TLRDRAWR-KEY
           READ TLRDRAWR INTO TELLER-DRAWER-RECORD
               KEY IS TLRDRAWR-KEY
               INVALID KEY
                   MOVE 'N' TO WS-DRAWER-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-DRAWER-FOUND
           END-READ.

       3000-CHECK-CASH.
      *    Cash out cannot take the drawer below nothing - the teller
      *    buys from the vault first.
           MOVE 'Y' TO TLC-RESULT
           IF TLC-CASH-OUT
               COMPUTE WS-DRAWER-CASH = TLD-OPENING-CASH
                   + TLD-CASH-IN  - TLD-CASH-OUT
                   + TLD-VAULT-BUY - TLD-VAULT-SELL
               IF TLC-AMOUNT > WS-DRAWER-CASH
                   MOVE 'N' TO TLC-RESULT
                   MOVE 'NOT ENOUGH CASH IN DRAWER - BUY FROM VAULT'
                       TO TLC-MESSAGE
               END-IF
           END-IF.

       4000-POST-CASH.
           IF TLC-CASH-IN
               ADD TLC-AMOUNT TO TLD-CASH-IN
               ADD 1          TO TLD-CASH-IN-COUNT
           ELSE
               ADD TLC-AMOUNT TO TLD-CASH-OUT
               ADD 1          TO TLD-CASH-OUT-COUNT
           END-IF
           REWRITE TLRDRAWR-REC FROM TELLER-DRAWER-RECORD
               INVALID KEY
                   MOVE 'N' TO TLC-RESULT
                   MOVE 'CASH DRAWER UPDATE FAILED' TO TLC-MESSAGE
           END-REWRITE
           IF TLC-OK
               MOVE SPACES          TO TELLER-CASH-RECORD
               MOVE TLD-TELLER-ID   TO TCD-TELLER-ID
               MOVE TLD-BRANCH      TO TCD-BRANCH
               MOVE TLD-BUS-DATE    TO TCD-BUS-DATE
               MOVE WS-NOW(9:6)     TO TCD-TIME
               MOVE TLC-DIRECTION   TO TCD-DIRECTION
               MOVE TLC-AMOUNT      TO TCD-AMOUNT
               MOVE TLC-CUSTOMER-ID TO TCD-CUSTOMER-ID
               MOVE TLC-REF         TO TCD-REF
               OPEN EXTEND CASHDTL
               WRITE CASHDTL-REC FROM TELLER-CASH-RECORD
               CLOSE CASHDTL
           END-IF.
