      *           reactivates them on owner contact. Both periods     *
      *           come from PARMS.DORMANT so legal can change them    *
      *           per the state's schedule without a recompile.       *
      *           Contents of drilled safe deposit boxes (SDBCONT,    *
      *           inventoried by SDBMNT) still held past the          *
      *           escheatment period from the drilling date are       *
      *           listed on the same remittance report, as are        *
      *           cashier's and official checks (OCKMAST, see         *
      *           OCKDATA) still outstanding past their own           *
      *           escheatment period from the issue date.             *
      *           The owner letter is worded from the letter text     *
      *           library in the customer's language.                 *
      * AUTHOR:   TABFORGE-AI                                         *
      * CALLS:    FMTAMT, ERRHANDR, LTXLKUP                           *
      * COPYBOOKS: CUSTMAST, SDBCDATA, OCKDATA, ERRDATA, BUSDATE,     *
      *            PRIVDATA, LTXDATA                                  *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     DORMPROC.
           SELECT ESCHRPT  ASSIGN TO UT-S-ESCHRPT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT SDBCONT  ASSIGN TO UT-S-SDBCONT
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS SEQUENTIAL
                           RECORD KEY   IS SDBCONT-KEY.
           SELECT OCKMAST  ASSIGN TO UT-S-OCKMAST
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS SEQUENTIAL
                           RECORD KEY   IS OCKMAST-SERIAL.
           SELECT BUSDATEF ASSIGN TO UT-S-BUSDATE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
      *    Privacy elections (see PRIVDATA) - read for the language
      *    the owner letter is sent in.
           SELECT PRIVOPT  ASSIGN TO UT-S-PRIVOPT
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS RANDOM
                           RECORD KEY   IS PRIVOPT-CUSTOMER-ID.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 133 CHARACTERS.
       01  ESCHRPT-REC                PIC X(133).

      *    Drilled safe deposit box contents (see SDBCDATA).
       FD  SDBCONT
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  SDBCONT-REC.
           05  SDBCONT-KEY            PIC X(15).
           05  FILLER                 PIC X(85).

      *    Official check register (see OCKDATA).
       FD  OCKMAST
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01  OCKMAST-REC.
           05  OCKMAST-SERIAL         PIC X(10).
           05  FILLER                 PIC X(190).

      *    Business-date control record set by BDATESET at the start
      *    of the cycle (see BUSDATE copybook).
       FD  BUSDATEF
           RECORD CONTAINS 30 CHARACTERS.
       01  BUSDATEF-REC               PIC X(30).

       FD  PRIVOPT
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  PRIVOPT-REC.
           05  PRIVOPT-CUSTOMER-ID    PIC X(10).
           05  FILLER                 PIC X(50).

       WORKING-STORAGE SECTION.
       01  WS-DORMPROC-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'DORMPROC'.
           05  WS-EOF-DBFILE          PIC X(1)  VALUE 'N'.
               88  EOF-DBFILE             VALUE 'Y'.
           05  WS-EOF-SDBCONT         PIC X(1)  VALUE 'N'.
               88  EOF-SDBCONT            VALUE 'Y'.
           05  WS-EOF-OCKMAST         PIC X(1)  VALUE 'N'.
               88  EOF-OCKMAST            VALUE 'Y'.
      *    Defaults per the most common state schedule: three years
      *    of no activity to dormancy, five to escheatment; both
      *    overridable from PARMS.DORMANT.
           05  WS-DORMANT-DAYS        PIC 9(5)  COMP VALUE 1095.
           05  WS-ESCHEAT-DAYS        PIC 9(5)  COMP VALUE 1825.
      *    Most states hold an uncashed official check for three
      *    years from issue, a shorter period than for an account.
           05  WS-OCK-ESCHEAT-DAYS    PIC 9(5)  COMP VALUE 1095.
           05  WS-OCK-COUNT           PIC 9(7)  COMP VALUE ZERO.
           05  WS-OCK-TOTAL           PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-OCK-AMOUNT          PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-READ-COUNT          PIC 9(7)  COMP VALUE ZERO.
           05  WS-FLAGGED-COUNT       PIC 9(7)  COMP VALUE ZERO.
           05  WS-ESCHEAT-COUNT       PIC 9(7)  COMP VALUE ZERO.
           05  WS-ESCHEAT-TOTAL       PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-BOX-ITEM-COUNT      PIC 9(7)  COMP VALUE ZERO.
           05  WS-BOX-ITEM-TOTAL      PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-BOX-ITEM-VALUE      PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-TODAY-INT           PIC S9(07) COMP VALUE ZERO.
           05  WS-TODAY-DATE-8        PIC 9(08) VALUE ZERO.
           05  WS-LAST-DATE-CHARS     PIC X(08) VALUE ZERO.
       01  DORM-PARM-RECORD.
           05  PARM-DORMANT-DAYS      PIC 9(05).
           05  PARM-ESCHEAT-DAYS      PIC 9(05).
      *        Official check period - spaces in an older parm record
      *        keep the default.
           05  PARM-OCK-ESCHEAT-DAYS  PIC 9(05).
           05  FILLER                 PIC X(03).

       COPY CUSTMAST.
       COPY SDBCDATA.
       COPY OCKDATA.
       COPY ERRDATA.
       COPY BUSDATE.
       COPY PRIVDATA.
       COPY LTXDATA.

       PROCEDURE DIVISION.

           OPEN OUTPUT DORMLTRS
           OPEN OUTPUT DORMRPT
           OPEN OUTPUT ESCHRPT
           OPEN INPUT  PRIVOPT
           PERFORM 1500-WRITE-HEADERS
           PERFORM 2000-PROCESS-CUSTOMER UNTIL EOF-DBFILE
           PERFORM 5000-REPORT-BOX-CONTENTS
           PERFORM 6000-REPORT-OFFICIAL-CHECKS
           PERFORM 9000-END.

       1010-READ-BUSINESS-DATE.
               NOT AT END
                   MOVE PARM-DORMANT-DAYS TO WS-DORMANT-DAYS
                   MOVE PARM-ESCHEAT-DAYS TO WS-ESCHEAT-DAYS
                   IF PARM-OCK-ESCHEAT-DAYS NUMERIC
                       MOVE PARM-OCK-ESCHEAT-DAYS
                           TO WS-OCK-ESCHEAT-DAYS
                   END-IF
           END-READ
           CLOSE PARMFILE.

           END-REWRITE.

       3100-WRITE-NOTIFICATION-LETTER.
      *    The DRM letter from the text library, in the customer's
      *    language - no privacy record, or no language on it, is
      *    English.
           MOVE SPACES TO LETTER-TEXT-REQUEST
           MOVE 'DRM'  TO LTQ-LETTER-TYPE
           MOVE 'E'    TO LTQ-LANGUAGE
           MOVE CUSTOMER-ID TO PRIVOPT-CUSTOMER-ID
           READ PRIVOPT INTO PRIVACY-ELECTION-RECORD
               KEY IS PRIVOPT-CUSTOMER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PRV-LANG-VALID
                       MOVE PRV-LANGUAGE TO LTQ-LANGUAGE
                   END-IF
           END-READ
           MOVE CUSTOMER-ID   TO LTQ-VALUE(1)
           MOVE CUSTOMER-NAME TO LTQ-VALUE(2)
           MOVE 1 TO LTQ-LINE-NO
           CALL 'LTXLKUP' USING LETTER-TEXT-REQUEST
           PERFORM UNTIL LTQ-RC = 8
               MOVE LTQ-TEXT TO WS-RPT-LINE
               WRITE DORMLTRS-REC FROM WS-RPT-LINE
               ADD 1 TO LTQ-LINE-NO
               CALL 'LTXLKUP' USING LETTER-TEXT-REQUEST
           END-PERFORM.

       3200-WRITE-DORMANT-LINE.
           MOVE WS-IDLE-DAYS TO WS-DAYS-DISP
           MOVE WS-FORMATTED-AMT TO WS-RPT-LINE(67:18)
           WRITE ESCHRPT-REC FROM WS-RPT-LINE.

       5000-REPORT-BOX-CONTENTS.
      *    Only items still held by the bank escheat - anything the
      *    renter has collected at the branch is marked returned. The
      *    clock runs from the drilling date, the last point the
      *    owner was in contact with the property.
           MOVE SPACES TO WS-RPT-LINE
           WRITE ESCHRPT-REC FROM WS-RPT-LINE
           MOVE 'SAFE DEPOSIT BOX CONTENTS' TO WS-RPT-LINE
           WRITE ESCHRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'BOX          CUSTOMER    DESCRIPTION' DELIMITED SIZE
                  INTO WS-RPT-LINE
           MOVE 'DRILLED   APPRAISED' TO WS-RPT-LINE(67:19)
           WRITE ESCHRPT-REC FROM WS-RPT-LINE
           OPEN INPUT SDBCONT
           PERFORM UNTIL EOF-SDBCONT
               READ SDBCONT INTO SDB-CONTENTS-RECORD
                   AT END MOVE 'Y' TO WS-EOF-SDBCONT
               END-READ
               IF NOT EOF-SDBCONT
                   IF SDC-HELD AND SDC-DRILL-DATE NUMERIC
                       MOVE SDC-DRILL-DATE TO WS-LAST-DATE-8
                       COMPUTE WS-IDLE-DAYS =
                           WS-TODAY-INT
                           - FUNCTION INTEGER-OF-DATE(WS-LAST-DATE-8)
                       IF WS-IDLE-DAYS > WS-ESCHEAT-DAYS
                           PERFORM 5100-WRITE-BOX-ITEM
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE SDBCONT
           MOVE SPACES TO WS-RPT-LINE
           WRITE ESCHRPT-REC FROM WS-RPT-LINE
           MOVE WS-BOX-ITEM-COUNT TO WS-COUNT-DISP
           CALL 'FMTAMT' USING WS-BOX-ITEM-TOTAL
                               WS-FORMATTED-AMT
                               SPACES
                               WS-PROCESS-RC
           STRING 'BOX ITEMS DUE TO THE STATE: ' DELIMITED SIZE
                  WS-COUNT-DISP                  DELIMITED SIZE
                  '  APPRAISED: '                DELIMITED SIZE
                  WS-FORMATTED-AMT               DELIMITED SIZE
                  INTO WS-RPT-LINE
           WRITE ESCHRPT-REC FROM WS-RPT-LINE.

       5100-WRITE-BOX-ITEM.
           ADD 1 TO WS-BOX-ITEM-COUNT
           MOVE SDC-APPRAISED-VALUE TO WS-BOX-ITEM-VALUE
           ADD WS-BOX-ITEM-VALUE TO WS-BOX-ITEM-TOTAL
           CALL 'FMTAMT' USING WS-BOX-ITEM-VALUE
                               WS-FORMATTED-AMT
                               SPACES
                               WS-PROCESS-RC
           MOVE SPACES TO WS-RPT-LINE
           STRING SDC-BOX-KEY     DELIMITED SIZE
                  ' '             DELIMITED SIZE
                  SDC-CUSTOMER-ID DELIMITED SIZE
                  '  '            DELIMITED SIZE
                  SDC-DESCRIPTION DELIMITED SIZE
                  INTO WS-RPT-LINE
           MOVE SDC-DRILL-DATE   TO WS-RPT-LINE(67:8)
           MOVE WS-FORMATTED-AMT TO WS-RPT-LINE(77:18)
           WRITE ESCHRPT-REC FROM WS-RPT-LINE.

       6000-REPORT-OFFICIAL-CHECKS.
      *    A check still owed - issued or stopped and not replaced -
      *    escheats in the payee's name; the clock runs from the
      *    issue date.
           MOVE SPACES TO WS-RPT-LINE
           WRITE ESCHRPT-REC FROM WS-RPT-LINE
           MOVE "CASHIER'S AND OFFICIAL CHECKS" TO WS-RPT-LINE
           WRITE ESCHRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'SERIAL     PAYEE' DELIMITED SIZE
                  INTO WS-RPT-LINE
           MOVE 'ISSUED    AMOUNT' TO WS-RPT-LINE(56:16)
           WRITE ESCHRPT-REC FROM WS-RPT-LINE
           OPEN INPUT OCKMAST
           PERFORM UNTIL EOF-OCKMAST
               READ OCKMAST INTO OFFICIAL-CHECK-RECORD
                   AT END MOVE 'Y' TO WS-EOF-OCKMAST
               END-READ
               IF NOT EOF-OCKMAST
                   IF OCK-OUTSTANDING AND OCK-ISSUE-DATE NUMERIC
                       MOVE OCK-ISSUE-DATE TO WS-LAST-DATE-8
                       COMPUTE WS-IDLE-DAYS =
                           WS-TODAY-INT
                           - FUNCTION INTEGER-OF-DATE(WS-LAST-DATE-8)
                       IF WS-IDLE-DAYS > WS-OCK-ESCHEAT-DAYS
                           PERFORM 6100-WRITE-OFFICIAL-CHECK
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE OCKMAST
           MOVE SPACES TO WS-RPT-LINE
           WRITE ESCHRPT-REC FROM WS-RPT-LINE
           MOVE WS-OCK-COUNT TO WS-COUNT-DISP
           CALL 'FMTAMT' USING WS-OCK-TOTAL
                               WS-FORMATTED-AMT
                               SPACES
                               WS-PROCESS-RC
           STRING 'OFFICIAL CHECKS DUE TO THE STATE: ' DELIMITED SIZE
                  WS-COUNT-DISP                        DELIMITED SIZE
                  '  TOTAL: '                          DELIMITED SIZE
                  WS-FORMATTED-AMT                     DELIMITED SIZE
                  INTO WS-RPT-LINE
           WRITE ESCHRPT-REC FROM WS-RPT-LINE.

       6100-WRITE-OFFICIAL-CHECK.
           ADD 1 TO WS-OCK-COUNT
           MOVE OCK-AMOUNT TO WS-OCK-AMOUNT
           ADD WS-OCK-AMOUNT TO WS-OCK-TOTAL
           CALL 'FMTAMT' USING WS-OCK-AMOUNT
                               WS-FORMATTED-AMT
                               SPACES
                               WS-PROCESS-RC
           MOVE SPACES TO WS-RPT-LINE
           STRING OCK-SERIAL      DELIMITED SIZE
                  ' '             DELIMITED SIZE
                  OCK-PAYEE-NAME  DELIMITED SIZE
                  INTO WS-RPT-LINE
           MOVE OCK-ISSUE-DATE   TO WS-RPT-LINE(56:8)
           MOVE WS-FORMATTED-AMT TO WS-RPT-LINE(66:18)
           WRITE ESCHRPT-REC FROM WS-RPT-LINE.

       9000-END.
           MOVE SPACES TO WS-RPT-LINE
           WRITE ESCHRPT-REC FROM WS-RPT-LINE
                 DORMLTRS
                 DORMRPT
                 ESCHRPT
                 PRIVOPT
           DISPLAY 'DORMPROC CUSTOMERS READ:    ' WS-READ-COUNT
           DISPLAY 'DORMPROC MARKED DORMANT:    ' WS-FLAGGED-COUNT
           DISPLAY 'DORMPROC ESCHEATMENT ITEMS: ' WS-ESCHEAT-COUNT
           DISPLAY 'DORMPROC BOX ITEMS ESCHEAT: ' WS-BOX-ITEM-COUNT
           DISPLAY 'DORMPROC OFFICIAL CHECKS:   ' WS-OCK-COUNT
           STOP RUN.
