      *           lockout and failure count are cleared, and the      *
      *           force-change flag is set so the customer must key   *
      *           a new PIN on next use. Every reset is routed        *
      *           through ERRHANDR for the security log, and          *
      *           stamped on the customer's SECCHG record (see        *
      *           SECCDATA): large outbound debits hold for callback  *
      *           during the cooling-off period and SECCONF mails the *
      *           customer a confirmation of the reset.               *
      * AUTHOR:   TABFORGE-AI                                         *
      * CALLS:    DBUPD01, DBREAD01, ERRHANDR                         *
      * COPYBOOKS: CUSTMAST, PINSEC, ERRDATA, SECCDATA                *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PINRESET.
           SELECT RESETRPT ASSIGN TO UT-S-RESETRPT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
      *    Latest address / delivery / PIN change per customer (see
      *    SECCDATA).
           SELECT SECCHG   ASSIGN TO UT-S-SECCHG
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS RANDOM
                           RECORD KEY   IS SECCHG-CUSTOMER-ID.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 80 CHARACTERS.
       01  RESETRPT-REC               PIC X(80).

       FD  SECCHG
           RECORDING MODE IS F
           RECORD CONTAINS 160 CHARACTERS.
       01  SECCHG-REC.
           05  SECCHG-CUSTOMER-ID     PIC X(10).
           05  FILLER                 PIC X(150).

       WORKING-STORAGE SECTION.
       01  WS-PINRESET-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'PINRESET'.
           05  WS-CUST-COUNT          PIC 9(7)  COMP VALUE ZERO.
           05  WS-RESET-COUNT         PIC 9(5)  COMP VALUE ZERO.
           05  WS-UPDATE-RC           PIC S9(04) COMP VALUE ZERO.
           05  WS-SCC-FOUND           PIC X(1)  VALUE 'N'.
               88  SECURITY-CHANGE-FOUND  VALUE 'Y'.
           05  WS-COUNT-DISP          PIC ZZZZZZ9.
           05  WS-RPT-LINE            PIC X(80) VALUE SPACES.

       COPY CUSTMAST.
       COPY PINSEC.
       COPY ERRDATA.
       COPY SECCDATA.

       PROCEDURE DIVISION.

           OPEN INPUT  DBBKUPFILE
           OPEN OUTPUT PINSECOUT
           OPEN OUTPUT RESETRPT
           OPEN I-O    SECCHG
           PERFORM 1500-WRITE-HEADER
           PERFORM 2000-PROCESS-CUSTOMER UNTIL EOF-DBBKUP
           PERFORM 9000-END.
                      '  FORCE-CHANGE SET' DELIMITED SIZE
                      INTO WS-RPT-LINE
               WRITE RESETRPT-REC FROM WS-RPT-LINE
               PERFORM 3100-RECORD-SECURITY-CHANGE
           ELSE
               MOVE 'PINRESET' TO ERR-PROGRAM-NAME
               MOVE '3000-APPLY-RESET' TO ERR-PARAGRAPH
               WRITE RESETRPT-REC FROM WS-RPT-LINE
           END-IF.

       3100-RECORD-SECURITY-CHANGE.
      *    A reset PIN is the other half of the takeover pattern -
      *    it restarts the cooling-off period and owes the customer
      *    a letter at the address on file, which a reset leaves
      *    unchanged (an address change still awaiting its letter
      *    keeps the old address it captured).
           MOVE 'N' TO WS-SCC-FOUND
           MOVE CUSTOMER-ID TO SECCHG-CUSTOMER-ID
           READ SECCHG INTO SECURITY-CHANGE-RECORD
               KEY IS SECCHG-CUSTOMER-ID
               INVALID KEY
                   MOVE SPACES      TO SECURITY-CHANGE-RECORD
                   MOVE CUSTOMER-ID TO SCC-CUSTOMER-ID
               NOT INVALID KEY
                   MOVE 'Y' TO WS-SCC-FOUND
           END-READ
           IF NOT SCC-LETTER-DUE
               MOVE SPACES TO SCC-LETTER-KINDS
                              SCC-OLD-ADDRESS
           END-IF
           SET SCC-PIN-RESET TO TRUE
           MOVE FUNCTION CURRENT-DATE(1:8)   TO SCC-CHANGE-DATE
           MOVE WS-RST-SUPER(WS-RST-FOUND-IX) TO SCC-CHANGED-BY
           MOVE WS-PROGRAM-NAME              TO SCC-SOURCE
           MOVE 'Y'                          TO SCC-LTR-PIN
           SET SCC-LETTER-DUE TO TRUE
           MOVE SPACES TO SCC-LETTER-DATE
           IF SECURITY-CHANGE-FOUND
               REWRITE SECCHG-REC FROM SECURITY-CHANGE-RECORD
                   INVALID KEY
                       DISPLAY 'PINRESET SECCHG REWRITE FAILED - '
                               CUSTOMER-ID
               END-REWRITE
           ELSE
               WRITE SECCHG-REC FROM SECURITY-CHANGE-RECORD
                   INVALID KEY
                       DISPLAY 'PINRESET SECCHG WRITE FAILED - '
                               CUSTOMER-ID
               END-WRITE
           END-IF.

       9000-END.
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-RESET-COUNT TO WS-COUNT-DISP
           CLOSE DBBKUPFILE
                 PINSECOUT
                 RESETRPT
                 SECCHG
           DISPLAY 'PINRESET CUSTOMERS SEEDED: ' WS-CUST-COUNT
           DISPLAY 'PINRESET RESETS APPLIED:   ' WS-RESET-COUNT
           STOP RUN.
