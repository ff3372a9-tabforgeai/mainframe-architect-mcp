      *----------------------------------------------------------------*
      * PROGRAM:  DECDMNT                                              *
      * PURPOSE:  Deceased customer notification - runs at the top of  *
      *           BANKNITE, before STORDGEN. For each date-of-death    *
      *           notification the branches keyed today, records the   *
      *           death on the DECEASED file and moves the customer's  *
      *           account to estate status, so tonight's PYMT001       *
      *           refuses debits (credits still post), STORDGEN        *
      *           expires the customer's standing orders, ACHORIG      *
      *           originates nothing for them and ACHINTAK returns     *
      *           post-death federal benefit credits. Every other      *
      *           member of the customer's RELDATA households is then  *
      *           flagged for retitling. Notices for a customer not on *
      *           file, already closed or already recorded, or with an *
      *           unusable date of death, are rejected to the report   *
      *           for the branch; RC 4 when any is.                    *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    (none)                                               *
      * COPYBOOKS: DECDATA, CUSTMAST, RELDATA, BUSDATE, ERRDATA        *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     DECDMNT.
       AUTHOR.         TABFORGE-AI.
       DATE-WRITTEN.   2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECNOTIF ASSIGN TO UT-S-DECNOTIF
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT DBFILE   ASSIGN TO UT-S-DBFILE
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS DYNAMIC
                           RECORD KEY   IS DBFILE-CUSTOMER-ID
                           ALTERNATE RECORD KEY IS DBFILE-ACCOUNT-NUMBER
                               WITH DUPLICATES.
           SELECT DECEASED ASSIGN TO UT-S-DECEASED
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS RANDOM
                           RECORD KEY   IS DECEASED-KEY.
           SELECT RELFILE  ASSIGN TO UT-S-RELFILE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT DECNRPT  ASSIGN TO UT-S-DECNRPT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT BUSDATEF ASSIGN TO UT-S-BUSDATE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DECNOTIF
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  DECNOTIF-REC               PIC X(80).

       FD  DBFILE
           RECORDING MODE IS F
           RECORD CONTAINS 400 CHARACTERS.
       01  DBFILE-REC.
      *    Same layout as DBREAD01/DBUPD01's FD - kept in step by
      *    hand, as the other DBFILE programs do.
           05  DBFILE-CUSTOMER-ID     PIC X(10).
           05  FILLER                 PIC X(378).
           05  DBFILE-ACCOUNT-NUMBER  PIC X(12).

       FD  DECEASED
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  DECEASED-REC.
           05  DECEASED-KEY           PIC X(10).
           05  FILLER                 PIC X(90).

      *    Household membership (see RELDATA) - rewritten in place
      *    with the retitle flag, as CUSTMRGE re-tags it.
       FD  RELFILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  RELFILE-REC                PIC X(40).

       FD  DECNRPT
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  DECNRPT-REC                PIC X(133).

      *    Business-date control record set by BDATESET at the start
      *    of the cycle (see BUSDATE copybook).
       FD  BUSDATEF
           RECORDING MODE IS F
           RECORD CONTAINS 30 CHARACTERS.
       01  BUSDATEF-REC               PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-DECDMNT-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'DECDMNT'.
           05  WS-EOF-DECNOTIF        PIC X(1)  VALUE 'N'.
               88  EOF-DECNOTIF           VALUE 'Y'.
           05  WS-EOF-RELFILE         PIC X(1)  VALUE 'N'.
               88  EOF-RELFILE            VALUE 'Y'.
           05  WS-CUST-FOUND          PIC X(1)  VALUE 'N'.
               88  NOTICE-CUST-FOUND      VALUE 'Y'.
           05  WS-DEC-FOUND           PIC X(1)  VALUE 'N'.
               88  ALREADY-DECEASED       VALUE 'Y'.
           05  WS-REJECT-TEXT         PIC X(40) VALUE SPACES.
           05  WS-DC-LOADED           PIC 9(4)  COMP VALUE ZERO.
           05  WS-DC-MAX              PIC 9(4)  COMP VALUE 500.
           05  WS-DC-IX               PIC 9(4)  COMP VALUE ZERO.
           05  WS-HH-LOADED           PIC 9(4)  COMP VALUE ZERO.
           05  WS-HH-MAX              PIC 9(4)  COMP VALUE 1000.
           05  WS-HH-IX               PIC 9(4)  COMP VALUE ZERO.
           05  WS-READ-COUNT          PIC 9(7)  COMP VALUE ZERO.
           05  WS-RECORDED-COUNT      PIC 9(7)  COMP VALUE ZERO.
           05  WS-REJECT-COUNT        PIC 9(7)  COMP VALUE ZERO.
           05  WS-RETITLE-COUNT       PIC 9(7)  COMP VALUE ZERO.
           05  WS-COUNT-DISP          PIC ZZZZZZ9.
           05  WS-RPT-LINE            PIC X(133) VALUE SPACES.

      *    Customers recorded deceased tonight, with the joint owners
      *    flagged against each.
       01  WS-DC-TABLE.
           05  WS-DC-ENTRY OCCURS 500 TIMES.
               10  WS-DC-CUSTOMER     PIC X(10).
               10  WS-DC-JOINT-COUNT  PIC 9(3)  COMP.

      *    Households those customers belong to.
       01  WS-HH-TABLE.
           05  WS-HH-ENTRY OCCURS 1000 TIMES.
               10  WS-HH-HOUSEHOLD    PIC X(10).
               10  WS-HH-DC-IX        PIC 9(4)  COMP.

       COPY DECDATA.
       COPY CUSTMAST.
       COPY RELDATA.
       COPY BUSDATE.
       COPY ERRDATA.

       PROCEDURE DIVISION.

       1000-INIT.
           PERFORM 1010-READ-BUSINESS-DATE
           OPEN INPUT  DECNOTIF
           OPEN I-O    DBFILE
           OPEN I-O    DECEASED
           OPEN OUTPUT DECNRPT
           MOVE SPACES TO WS-RPT-LINE
           STRING 'DECEASED CUSTOMER NOTIFICATIONS - ' BUS-DATE
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE DECNRPT-REC FROM WS-RPT-LINE
           PERFORM 2000-PROCESS-NOTICE UNTIL EOF-DECNOTIF
           IF WS-DC-LOADED > ZERO
               PERFORM 4000-FLAG-JOINT-OWNERS
               PERFORM 4500-POST-JOINT-COUNTS
           END-IF
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

       2000-PROCESS-NOTICE.
           READ DECNOTIF INTO DECEASED-NOTICE-RECORD
               AT END MOVE 'Y' TO WS-EOF-DECNOTIF
           END-READ
           IF NOT EOF-DECNOTIF
               ADD 1 TO WS-READ-COUNT
               MOVE SPACES TO WS-REJECT-TEXT
               IF DNT-DATE-OF-DEATH NOT NUMERIC
                       OR DNT-DATE-OF-DEATH > BUS-DATE
                   MOVE 'DATE OF DEATH MISSING OR IN THE FUTURE'
                       TO WS-REJECT-TEXT
               ELSE
                   PERFORM 2100-LOCATE-CUSTOMER
               END-IF
               IF WS-REJECT-TEXT = SPACES
                   PERFORM 3000-RECORD-DEATH
               ELSE
                   PERFORM 2200-REJECT-NOTICE
               END-IF
           END-IF.

       2100-LOCATE-CUSTOMER.
           MOVE DNT-CUSTOMER-ID TO DBFILE-CUSTOMER-ID
           READ DBFILE INTO CUSTOMER-RECORD
               KEY IS DBFILE-CUSTOMER-ID
               INVALID KEY
                   MOVE 'N' TO WS-CUST-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CUST-FOUND
           END-READ
           MOVE DNT-CUSTOMER-ID TO DECEASED-KEY
           READ DECEASED INTO DECEASED-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-DEC-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-DEC-FOUND
           END-READ
           EVALUATE TRUE
               WHEN NOT NOTICE-CUST-FOUND
                   MOVE 'CUSTOMER NOT ON FILE' TO WS-REJECT-TEXT
               WHEN STATUS-CLOSED
                   MOVE 'ACCOUNT ALREADY CLOSED' TO WS-REJECT-TEXT
               WHEN ALREADY-DECEASED
                   MOVE 'DEATH ALREADY RECORDED' TO WS-REJECT-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2200-REJECT-NOTICE.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING DNT-CUSTOMER-ID '  ' DNT-BRANCH '  REJECTED - '
                  WS-REJECT-TEXT
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE DECNRPT-REC FROM WS-RPT-LINE.

       3000-RECORD-DEATH.
           MOVE SPACES            TO DECEASED-RECORD
           MOVE DNT-CUSTOMER-ID   TO DEC-CUSTOMER-ID
           MOVE DNT-DATE-OF-DEATH TO DEC-DATE-OF-DEATH
           MOVE BUS-DATE          TO DEC-NOTIFIED-DATE
           MOVE DNT-BRANCH        TO DEC-BRANCH
           MOVE DNT-REPORTED-BY   TO DEC-REPORTED-BY
           MOVE ACCOUNT-STATUS    TO DEC-PRIOR-STATUS
           SET DEC-ESTATE-OPEN    TO TRUE
           MOVE ZERO              TO DEC-JOINT-COUNT
                                     DEC-BENEFIT-COUNT
                                     DEC-BENEFIT-AMOUNT
      *    LAST-UPDATE-DATE is left alone - it dates the last money
      *    movement, which interest and dormancy both key off.
           SET STATUS-ESTATE TO TRUE
           MOVE CUSTOMER-RECORD TO DBFILE-REC(1:121)
           REWRITE DBFILE-REC
               INVALID KEY
                   MOVE WS-PROGRAM-NAME TO ERR-PROGRAM-NAME
                   MOVE '3000-RECORD-DEATH' TO ERR-PARAGRAPH
                   SET ERRC-FILE-REWRITE-FAILED TO TRUE
                   MOVE 'DBFILE REWRITE FAILED' TO ERR-MESSAGE
                   CALL 'ERRHANDR' USING ERROR-RECORD
           END-REWRITE
           WRITE DECEASED-REC FROM DECEASED-RECORD
               INVALID KEY
                   MOVE WS-PROGRAM-NAME TO ERR-PROGRAM-NAME
                   MOVE '3000-RECORD-DEATH' TO ERR-PARAGRAPH
                   SET ERRC-FILE-REWRITE-FAILED TO TRUE
                   MOVE 'DECEASED WRITE FAILED' TO ERR-MESSAGE
                   CALL 'ERRHANDR' USING ERROR-RECORD
           END-WRITE
           ADD 1 TO WS-RECORDED-COUNT
           IF WS-DC-LOADED < WS-DC-MAX
               ADD 1 TO WS-DC-LOADED
               MOVE DNT-CUSTOMER-ID TO WS-DC-CUSTOMER(WS-DC-LOADED)
               MOVE ZERO TO WS-DC-JOINT-COUNT(WS-DC-LOADED)
           ELSE
               DISPLAY 'DECDMNT DECEASED TABLE FULL - '
                       DNT-CUSTOMER-ID ' JOINT OWNERS NOT FLAGGED'
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING DNT-CUSTOMER-ID '  ' DNT-BRANCH '  '
                  CUSTOMER-NAME '  DIED ' DNT-DATE-OF-DEATH
                  '  ESTATE STATUS SET - REPORTED BY '
                  DNT-REPORTED-BY
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE DECNRPT-REC FROM WS-RPT-LINE.

       4000-FLAG-JOINT-OWNERS.
      *    Pass one finds every household a decedent belongs to;
      *    pass two flags the other members of those households.
           OPEN INPUT RELFILE
           PERFORM UNTIL EOF-RELFILE
               READ RELFILE INTO HOUSEHOLD-RELATION-RECORD
                   AT END MOVE 'Y' TO WS-EOF-RELFILE
               END-READ
               IF NOT EOF-RELFILE
                   PERFORM VARYING WS-DC-IX FROM 1 BY 1
                           UNTIL WS-DC-IX > WS-DC-LOADED
                       IF REL-CUSTOMER-ID = WS-DC-CUSTOMER(WS-DC-IX)
                           PERFORM 4100-ADD-HOUSEHOLD
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           CLOSE RELFILE
           MOVE 'N' TO WS-EOF-RELFILE
           OPEN I-O RELFILE
           PERFORM UNTIL EOF-RELFILE
               READ RELFILE INTO HOUSEHOLD-RELATION-RECORD
                   AT END MOVE 'Y' TO WS-EOF-RELFILE
               END-READ
               IF NOT EOF-RELFILE
                   PERFORM VARYING WS-HH-IX FROM 1 BY 1
                           UNTIL WS-HH-IX > WS-HH-LOADED
                       IF REL-HOUSEHOLD-ID = WS-HH-HOUSEHOLD(WS-HH-IX)
                               AND REL-CUSTOMER-ID NOT =
                                   WS-DC-CUSTOMER(WS-HH-DC-IX(WS-HH-IX))
                           PERFORM 4200-FLAG-MEMBER
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           CLOSE RELFILE.

       4100-ADD-HOUSEHOLD.
           IF WS-HH-LOADED < WS-HH-MAX
               ADD 1 TO WS-HH-LOADED
               MOVE REL-HOUSEHOLD-ID TO WS-HH-HOUSEHOLD(WS-HH-LOADED)
               MOVE WS-DC-IX         TO WS-HH-DC-IX(WS-HH-LOADED)
           ELSE
               DISPLAY 'DECDMNT HOUSEHOLD TABLE FULL - '
                       REL-HOUSEHOLD-ID ' NOT FLAGGED FOR RETITLING'
           END-IF.

       4200-FLAG-MEMBER.
           MOVE WS-HH-DC-IX(WS-HH-IX) TO WS-DC-IX
           SET REL-RETITLE-PENDING TO TRUE
           MOVE WS-DC-CUSTOMER(WS-DC-IX) TO REL-RETITLE-DECEDENT
           MOVE BUS-DATE                 TO REL-RETITLE-DATE
           REWRITE RELFILE-REC FROM HOUSEHOLD-RELATION-RECORD
           ADD 1 TO WS-RETITLE-COUNT
           ADD 1 TO WS-DC-JOINT-COUNT(WS-DC-IX)
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-DC-CUSTOMER(WS-DC-IX) '  HOUSEHOLD '
                  REL-HOUSEHOLD-ID '  JOINT OWNER ' REL-CUSTOMER-ID
                  '  FLAGGED FOR RETITLING'
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE DECNRPT-REC FROM WS-RPT-LINE.

       4500-POST-JOINT-COUNTS.
           PERFORM VARYING WS-DC-IX FROM 1 BY 1
                   UNTIL WS-DC-IX > WS-DC-LOADED
               IF WS-DC-JOINT-COUNT(WS-DC-IX) > ZERO
                   MOVE WS-DC-CUSTOMER(WS-DC-IX) TO DECEASED-KEY
                   READ DECEASED INTO DECEASED-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE WS-DC-JOINT-COUNT(WS-DC-IX)
                               TO DEC-JOINT-COUNT
                           REWRITE DECEASED-REC FROM DECEASED-RECORD
                   END-READ
               END-IF
           END-PERFORM.

       9000-END.
           MOVE SPACES TO WS-RPT-LINE
           WRITE DECNRPT-REC FROM WS-RPT-LINE
           MOVE WS-RECORDED-COUNT TO WS-COUNT-DISP
           STRING 'DEATHS RECORDED:             ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE DECNRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-RETITLE-COUNT TO WS-COUNT-DISP
           STRING 'JOINT OWNERS TO BE RETITLED: ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE DECNRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-REJECT-COUNT TO WS-COUNT-DISP
           STRING 'NOTIFICATIONS REJECTED:      ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE DECNRPT-REC FROM WS-RPT-LINE
           CLOSE DECNOTIF
                 DBFILE
                 DECEASED
                 DECNRPT
           DISPLAY 'DECDMNT NOTICES READ:  ' WS-READ-COUNT
           DISPLAY 'DECDMNT RECORDED:      ' WS-RECORDED-COUNT
           DISPLAY 'DECDMNT REJECTED:      ' WS-REJECT-COUNT
           DISPLAY 'DECDMNT RETITLE FLAGS: ' WS-RETITLE-COUNT
           IF WS-REJECT-COUNT > ZERO
               MOVE RC-WARNING TO WS-RETURN-CODE
           ELSE
               MOVE RC-SUCCESS TO WS-RETURN-CODE
           END-IF
           STOP RUN.
