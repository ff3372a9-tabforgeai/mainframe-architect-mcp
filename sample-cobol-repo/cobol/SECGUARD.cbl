      *----------------------------------------------------------------*
      * PROGRAM:  SECGUARD                                             *
      * PURPOSE:  Account-takeover cooling-off check - answers, for    *
      *           one outbound debit, whether it must be held for      *
      *           callback verification: the amount is over the        *
      *           guard threshold and the customer's address,          *
      *           delivery preference or PIN was changed within the    *
      *           cooling-off period (see SECCDATA). The threshold and *
      *           the number of days come off the small PARMS.SECGUARD *
      *           file with WORKING-STORAGE fallbacks. Pulled into a   *
      *           subprogram, like WLSCREEN, so the online entry       *
      *           screen and the batch release steps (wires, ACH       *
      *           origination) share one rule instead of each growing  *
      *           its own.                                             *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    (none)                                               *
      * COPYBOOKS: SECCDATA                                            *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     SECGUARD.
       AUTHOR.         TABFORGE-AI.
       DATE-WRITTEN.   2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECPARM  ASSIGN TO UT-S-SECPARM
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
      *    Latest security change per customer (see SECCDATA).
           SELECT SECCHG   ASSIGN TO UT-S-SECCHG
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS RANDOM
                           RECORD KEY   IS SECCHG-CUSTOMER-ID.

       DATA DIVISION.
       FILE SECTION.
       FD  SECPARM
           RECORDING MODE IS F
           RECORD CONTAINS 20 CHARACTERS.
       01  SECPARM-REC                PIC X(20).

       FD  SECCHG
           RECORDING MODE IS F
           RECORD CONTAINS 160 CHARACTERS.
       01  SECCHG-REC.
           05  SECCHG-CUSTOMER-ID     PIC X(10).
           05  FILLER                 PIC X(150).

       WORKING-STORAGE SECTION.
       01  WS-SECGUARD-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'SECGUARD'.
      *    Defaults when the parameter file is empty or a field is
      *    zero: ten days after the change, debits over 1,000.00.
           05  WS-COOLING-DAYS        PIC 9(03) VALUE 10.
           05  WS-DEBIT-THRESHOLD     PIC S9(11)V99 COMP-3
                                       VALUE 1000.00.
           05  WS-CHANGE-FOUND        PIC X(01) VALUE 'N'.
               88  CHANGE-ON-FILE         VALUE 'Y'.
           05  WS-AS-OF-8             PIC 9(08) VALUE ZERO.
           05  WS-CHANGE-8            PIC 9(08) VALUE ZERO.
           05  WS-DAYS-SINCE          PIC S9(07) COMP VALUE ZERO.

       COPY SECCDATA.

       LINKAGE SECTION.
       01  LK-CUSTOMER-ID             PIC X(10).
       01  LK-DEBIT-AMOUNT            PIC S9(11)V99 COMP-3.
      *    The day the debit would go - the business date in batch,
      *    today's date online.
       01  LK-AS-OF-DATE              PIC X(08).
      *    The change that triggered a hold, for the hold record and
      *    the callback team.
       01  LK-GUARD-CHANGE.
           05  LK-CHANGE-KIND         PIC X(01).
           05  LK-CHANGE-DATE         PIC X(08).
           05  LK-CHANGED-BY          PIC X(08).
      *    0 = release the debit, 4 = hold it for callback.
       01  LK-GUARD-RC                PIC S9(04) COMP.

       PROCEDURE DIVISION USING LK-CUSTOMER-ID
                                LK-DEBIT-AMOUNT
                                LK-AS-OF-DATE
                                LK-GUARD-CHANGE
                                LK-GUARD-RC.

       1000-INIT.
           MOVE ZERO   TO LK-GUARD-RC
           MOVE SPACES TO LK-GUARD-CHANGE
           PERFORM 1100-LOAD-PARAMETERS
           IF LK-DEBIT-AMOUNT > WS-DEBIT-THRESHOLD
               PERFORM 2000-READ-LATEST-CHANGE
               IF CHANGE-ON-FILE
                   PERFORM 3000-TEST-COOLING-OFF
               END-IF
           END-IF
           GOBACK.

       1100-LOAD-PARAMETERS.
           OPEN INPUT SECPARM
           READ SECPARM INTO SECURITY-GUARD-PARM
               AT END
                   CONTINUE
               NOT AT END
                   IF SGP-COOLING-DAYS NUMERIC
                           AND SGP-COOLING-DAYS > ZERO
                       MOVE SGP-COOLING-DAYS TO WS-COOLING-DAYS
                   END-IF
                   IF SGP-DEBIT-THRESHOLD NUMERIC
                           AND SGP-DEBIT-THRESHOLD > ZERO
                       MOVE SGP-DEBIT-THRESHOLD TO WS-DEBIT-THRESHOLD
                   END-IF
           END-READ
           CLOSE SECPARM.

       2000-READ-LATEST-CHANGE.
           MOVE 'N' TO WS-CHANGE-FOUND
           OPEN INPUT SECCHG
           MOVE LK-CUSTOMER-ID TO SECCHG-CUSTOMER-ID
           READ SECCHG INTO SECURITY-CHANGE-RECORD
               KEY IS SECCHG-CUSTOMER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SCC-CHANGE-DATE NUMERIC
                       MOVE 'Y' TO WS-CHANGE-FOUND
                   END-IF
           END-READ
           CLOSE SECCHG.

       3000-TEST-COOLING-OFF.
      *    The day of the change counts as day zero, so a change keyed
      *    this morning holds this afternoon's debit, and the period
      *    runs through the last of the cooling-off days after it.
           IF LK-AS-OF-DATE NUMERIC
               MOVE LK-AS-OF-DATE   TO WS-AS-OF-8
               MOVE SCC-CHANGE-DATE TO WS-CHANGE-8
               COMPUTE WS-DAYS-SINCE =
                   FUNCTION INTEGER-OF-DATE(WS-AS-OF-8)
                   - FUNCTION INTEGER-OF-DATE(WS-CHANGE-8)
               IF WS-DAYS-SINCE NOT < ZERO
                       AND WS-DAYS-SINCE NOT > WS-COOLING-DAYS
                   MOVE SCC-CHANGE-KIND TO LK-CHANGE-KIND
                   MOVE SCC-CHANGE-DATE TO LK-CHANGE-DATE
                   MOVE SCC-CHANGED-BY  TO LK-CHANGED-BY
                   MOVE 4 TO LK-GUARD-RC
               END-IF
           END-IF.
