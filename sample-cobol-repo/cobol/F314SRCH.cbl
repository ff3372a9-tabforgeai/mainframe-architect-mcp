      *----------------------------------------------------------------*
      * PROGRAM:  F314SRCH                                             *
      * PURPOSE:  FinCEN 314(a) subject search. Loads the subject list *
      *           FinCEN sends every two weeks (names, aliases, birth  *
      *           dates, identification numbers - see F314DATA) and    *
      *           searches every name against:                         *
      *             - the full customer base on DBFILE, closed         *
      *               relationships included, and                      *
      *             - the twelve months of wire and ACH counterparty   *
      *               names before the list date on the PTYHIST        *
      *               archive (see PTYDATA) - the posted history       *
      *               itself names only our own customer.              *
      *           A name matches as whole words: the surname (or       *
      *           business name) and, for an individual, the first     *
      *           name must both appear in our name. Where we hold a   *
      *           birth date for the customer (IRA plan, custodial     *
      *           record) it is compared with the subject's and the    *
      *           match graded; we hold no identification numbers, so  *
      *           the subject's is carried on the match record for the *
      *           investigator to check against account-opening        *
      *           documents. Writes the match file for investigator    *
      *           review, the positive-match response for FinCEN, and  *
      *           one search-log record per subject plus one per run   *
      *           on the cumulative F314LOG kept for examiners. The    *
      *           counterparty archive is rewritten to the twelve-     *
      *           month window on PTYKEEP as it is read.               *
      *           SYSIN line 1 is the list date (CCYYMMDD), line 2 the *
      *           point of contact named on the response.              *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    ERRHANDR                                             *
      * COPYBOOKS: CUSTMAST, F314DATA, PTYDATA, IRADATA, MNRDATA,      *
      *            ERRDATA, BUSDATE                                    *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     F314SRCH.
       AUTHOR.         TABFORGE-AI.
       DATE-WRITTEN.   2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBJIN   ASSIGN TO UT-S-SUBJIN
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT DBFILE   ASSIGN TO UT-S-DBFILE
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS SEQUENTIAL
                           RECORD KEY   IS DBFILE-CUSTOMER-ID
                           ALTERNATE RECORD KEY IS DBFILE-ACCOUNT-NUMBER
                               WITH DUPLICATES.
           SELECT IRAACCT  ASSIGN TO UT-S-IRAACCT
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS RANDOM
                           RECORD KEY   IS IRAACCT-CUSTOMER-ID.
           SELECT CUSTODY  ASSIGN TO UT-S-CUSTODY
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS RANDOM
                           RECORD KEY   IS CUSTODY-CUSTOMER-ID.
           SELECT PTYIN    ASSIGN TO UT-S-PTYIN
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT PTYKEEP  ASSIGN TO UT-S-PTYKEEP
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT MATCHOUT ASSIGN TO UT-S-MATCHOUT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT RESPOUT  ASSIGN TO UT-S-RESPOUT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT SRCHLOG  ASSIGN TO UT-S-SRCHLOG
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT F314RPT  ASSIGN TO UT-S-F314RPT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT BUSDATEF ASSIGN TO UT-S-BUSDATE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SUBJIN
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
       01  SUBJIN-REC                 PIC X(150).

       FD  DBFILE
           RECORDING MODE IS F
           RECORD CONTAINS 400 CHARACTERS.
       01  DBFILE-REC.
      *    Same layout as DBREAD01/DBUPD01's FD - each program
      *    describing the one physical DBFILE separately is normal
      *    COBOL practice here, so the FDs are kept in step by hand.
           05  DBFILE-CUSTOMER-ID     PIC X(10).
           05  FILLER                 PIC X(378).
           05  DBFILE-ACCOUNT-NUMBER  PIC X(12).

      *    IRA plans (see IRADATA) and custodial records (see
      *    MNRDATA) - the only birth dates the bank holds.
       FD  IRAACCT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  IRAACCT-REC.
           05  IRAACCT-CUSTOMER-ID    PIC X(10).
           05  FILLER                 PIC X(70).

       FD  CUSTODY
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
       01  CUSTODY-REC.
           05  CUSTODY-CUSTOMER-ID    PIC X(10).
           05  FILLER                 PIC X(110).

      *    Counterparty archive in, and the part of it still inside
      *    the twelve-month window out - copied back over PTYHIST
      *    by the step that follows.
       FD  PTYIN
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
       01  PTYIN-REC                  PIC X(150).

       FD  PTYKEEP
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
       01  PTYKEEP-REC                PIC X(150).

       FD  MATCHOUT
           RECORDING MODE IS F
           RECORD CONTAINS 250 CHARACTERS.
       01  MATCHOUT-REC               PIC X(250).

       FD  RESPOUT
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
       01  RESPOUT-REC                PIC X(150).

      *    Cumulative search log for examiners, appended every run.
       FD  SRCHLOG
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  SRCHLOG-REC                PIC X(100).

       FD  F314RPT
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  F314RPT-REC                PIC X(133).

      *    Business-date control record set by BDATESET at the start
      *    of the cycle (see BUSDATE copybook).
       FD  BUSDATEF
           RECORDING MODE IS F
           RECORD CONTAINS 30 CHARACTERS.
       01  BUSDATEF-REC               PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-F314SRCH-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'F314SRCH'.
           05  WS-LIST-DATE           PIC X(08) VALUE SPACES.
           05  WS-CONTACT             PIC X(50) VALUE SPACES.
           05  WS-WINDOW-FROM         PIC X(08) VALUE SPACES.
           05  WS-WINDOW-YYYY         PIC 9(04) VALUE ZERO.
           05  WS-SEARCH-TIME         PIC X(06) VALUE SPACES.
           05  WS-EOF-SUBJIN          PIC X(01) VALUE 'N'.
               88  EOF-SUBJIN             VALUE 'Y'.
           05  WS-EOF-DBFILE          PIC X(01) VALUE 'N'.
               88  EOF-DBFILE             VALUE 'Y'.
           05  WS-EOF-PTYIN           PIC X(01) VALUE 'N'.
               88  EOF-PTYIN              VALUE 'Y'.
           05  WS-TABLE-FULL-FLAG     PIC X(01) VALUE 'N'.
               88  SUBJECT-TABLE-FULL     VALUE 'Y'.
           05  WS-WORD-FOUND-FLAG     PIC X(01) VALUE 'N'.
               88  WORD-FOUND             VALUE 'Y'.
           05  WS-NAME-HIT-FLAG       PIC X(01) VALUE 'N'.
               88  NAME-HIT               VALUE 'Y'.
           05  WS-WORD                PIC X(40) VALUE SPACES.
           05  WS-WORD-LEN            PIC 9(02) COMP VALUE ZERO.
           05  WS-SCAN-IX             PIC 9(02) COMP VALUE ZERO.
           05  WS-SCAN-LIMIT          PIC 9(02) COMP VALUE ZERO.
           05  WS-EDGE-IX             PIC 9(02) COMP VALUE ZERO.
           05  WS-EDGE-OK             PIC X(01) VALUE 'N'.
               88  EDGE-OK                VALUE 'Y'.
           05  WS-CAND-NAME           PIC X(40) VALUE SPACES.
           05  WS-OUR-BIRTH-DATE      PIC X(08) VALUE SPACES.
           05  WS-STRENGTH            PIC X(01) VALUE SPACES.
           05  WS-CUSTOMERS-SEARCHED  PIC 9(9)  COMP VALUE ZERO.
           05  WS-TXNS-SEARCHED       PIC 9(9)  COMP VALUE ZERO.
           05  WS-TXNS-AGED-OUT       PIC 9(9)  COMP VALUE ZERO.
           05  WS-CUST-MATCH-COUNT    PIC 9(7)  COMP VALUE ZERO.
           05  WS-TXN-MATCH-COUNT     PIC 9(7)  COMP VALUE ZERO.
           05  WS-RESPONSE-COUNT      PIC 9(7)  COMP VALUE ZERO.
           05  WS-COUNT-DISP          PIC ZZZZZZZZ9.
           05  WS-AMOUNT-DISP         PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  WS-RPT-LINE            PIC X(133) VALUE SPACES.
      *    Upper-case folding for names keyed in mixed case.
           05  WS-LOWER-CASE          PIC X(26)
                   VALUE 'abcdefghijklmnopqrstuvwxyz'.
           05  WS-UPPER-CASE          PIC X(26)
                   VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

      *    One entry per subject (tracking number), with what was
      *    found for it. A list is a few hundred subjects; a list
      *    too big for the table stops the run rather than leave a
      *    subject unsearched.
       01  WS-SUBJECT-TABLE.
           05  WS-SJ-LOADED           PIC 9(4)  COMP VALUE ZERO.
           05  WS-SJ-MAX              PIC 9(4)  COMP VALUE 1000.
           05  WS-SJ-IX               PIC 9(4)  COMP VALUE ZERO.
           05  WS-SJ-ENTRY OCCURS 1000 TIMES.
               10  WS-SJ-TRACKING     PIC X(12).
               10  WS-SJ-LAST-NAME    PIC X(40).
               10  WS-SJ-FIRST-NAME   PIC X(30).
               10  WS-SJ-BIRTH-DATE   PIC X(08).
               10  WS-SJ-ID-TYPE      PIC X(04).
               10  WS-SJ-ID-NUMBER    PIC X(20).
               10  WS-SJ-NAME-COUNT   PIC 9(5)  COMP.
               10  WS-SJ-CUST-MATCHES PIC 9(5)  COMP.
               10  WS-SJ-TXN-MATCHES  PIC 9(5)  COMP.
      *            Customer matches whose birth date contradicts the
      *            subject's - on the match file, not the response.
               10  WS-SJ-CONFLICTS    PIC 9(5)  COMP.

      *    Subjects already hit by the candidate in hand, so a
      *    customer matching a subject on two aliases is one match.
       01  WS-SJ-HIT-FLAGS            PIC X(1000) VALUE SPACES.
       01  WS-SJ-HIT-TABLE REDEFINES WS-SJ-HIT-FLAGS.
           05  WS-SJ-HIT              PIC X(01) OCCURS 1000 TIMES.

      *    Every name searched - the primary name and each alias.
       01  WS-NAME-TABLE.
           05  WS-SN-LOADED           PIC 9(4)  COMP VALUE ZERO.
           05  WS-SN-MAX              PIC 9(4)  COMP VALUE 4000.
           05  WS-SN-IX               PIC 9(4)  COMP VALUE ZERO.
           05  WS-SN-ENTRY OCCURS 4000 TIMES.
               10  WS-SN-SUBJECT-IX   PIC 9(4)  COMP.
               10  WS-SN-LAST-NAME    PIC X(40).
               10  WS-SN-LAST-LEN     PIC 9(2)  COMP.
               10  WS-SN-FIRST-NAME   PIC X(30).
               10  WS-SN-FIRST-LEN    PIC 9(2)  COMP.

       COPY CUSTMAST.
       COPY F314DATA.
       COPY PTYDATA.
       COPY IRADATA.
       COPY MNRDATA.
       COPY ERRDATA.
       COPY BUSDATE.

       PROCEDURE DIVISION.

       1000-INIT.
      *    SYSIN line 1: the date FinCEN posted the list, which the
      *    twelve-month look-back runs from; line 2: the point of
      *    contact for the response. A list date that is not a date
      *    stops the run rather than search the wrong window.
           ACCEPT WS-LIST-DATE FROM SYSIN
           ACCEPT WS-CONTACT FROM SYSIN
           IF WS-LIST-DATE NOT NUMERIC
               DISPLAY 'F314SRCH INVALID LIST DATE: ' WS-LIST-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1010-READ-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-SEARCH-TIME
           PERFORM 1050-SET-WINDOW
           OPEN OUTPUT F314RPT
           PERFORM 1500-WRITE-HEADER
           PERFORM 1100-LOAD-SUBJECTS
           IF SUBJECT-TABLE-FULL
               PERFORM 1900-STOP-TABLE-FULL
           END-IF
           OPEN INPUT  DBFILE
           OPEN INPUT  IRAACCT
           OPEN INPUT  CUSTODY
           OPEN INPUT  PTYIN
           OPEN OUTPUT PTYKEEP
           OPEN OUTPUT MATCHOUT
           OPEN OUTPUT RESPOUT
           OPEN EXTEND SRCHLOG
           PERFORM 2000-SEARCH-CUSTOMERS
           PERFORM 3000-SEARCH-TRANSACTIONS
           PERFORM 4000-WRITE-RESPONSES
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

       1050-SET-WINDOW.
      *    Twelve months back from the list date, same day; 29
      *    February a year back is the 28th.
           MOVE WS-LIST-DATE(1:4) TO WS-WINDOW-YYYY
           SUBTRACT 1 FROM WS-WINDOW-YYYY
           MOVE SPACES TO WS-WINDOW-FROM
           STRING WS-WINDOW-YYYY WS-LIST-DATE(5:4)
               DELIMITED SIZE INTO WS-WINDOW-FROM
           IF WS-WINDOW-FROM(5:4) = '0229'
               MOVE '28' TO WS-WINDOW-FROM(7:2)
           END-IF.

       1100-LOAD-SUBJECTS.
           OPEN INPUT SUBJIN
           PERFORM UNTIL EOF-SUBJIN OR SUBJECT-TABLE-FULL
               READ SUBJIN INTO SUBJECT-RECORD
                   AT END MOVE 'Y' TO WS-EOF-SUBJIN
               END-READ
               IF NOT EOF-SUBJIN
                   INSPECT SBJ-LAST-NAME
                       CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
                   INSPECT SBJ-FIRST-NAME
                       CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
                   PERFORM 1200-FIND-SUBJECT
                   IF NOT SUBJECT-TABLE-FULL
                       PERFORM 1300-ADD-NAME
                   END-IF
               END-IF
           END-PERFORM
           CLOSE SUBJIN.

       1200-FIND-SUBJECT.
      *    A subject's records need not arrive together; the alias
      *    joins whichever entry already holds its tracking number.
           MOVE ZERO TO WS-SJ-IX
           PERFORM VARYING WS-SN-IX FROM 1 BY 1
                   UNTIL WS-SN-IX > WS-SJ-LOADED
                   OR WS-SJ-IX > ZERO
               IF WS-SJ-TRACKING(WS-SN-IX) = SBJ-TRACKING-NUMBER
                   MOVE WS-SN-IX TO WS-SJ-IX
               END-IF
           END-PERFORM
           IF WS-SJ-IX = ZERO
               IF WS-SJ-LOADED < WS-SJ-MAX
                   ADD 1 TO WS-SJ-LOADED
                   MOVE WS-SJ-LOADED TO WS-SJ-IX
                   MOVE SBJ-TRACKING-NUMBER
                       TO WS-SJ-TRACKING(WS-SJ-IX)
                   MOVE SPACES TO WS-SJ-LAST-NAME(WS-SJ-IX)
                                  WS-SJ-FIRST-NAME(WS-SJ-IX)
                                  WS-SJ-BIRTH-DATE(WS-SJ-IX)
                                  WS-SJ-ID-TYPE(WS-SJ-IX)
                                  WS-SJ-ID-NUMBER(WS-SJ-IX)
                   MOVE ZERO TO WS-SJ-NAME-COUNT(WS-SJ-IX)
                                WS-SJ-CUST-MATCHES(WS-SJ-IX)
                                WS-SJ-TXN-MATCHES(WS-SJ-IX)
                                WS-SJ-CONFLICTS(WS-SJ-IX)
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL-FLAG
               END-IF
           END-IF
           IF NOT SUBJECT-TABLE-FULL
      *        The primary name is what the response names; the
      *        first birth date and ID FinCEN gives stand for the
      *        subject.
               IF SBJ-PRIMARY-NAME
                       OR WS-SJ-LAST-NAME(WS-SJ-IX) = SPACES
                   MOVE SBJ-LAST-NAME  TO WS-SJ-LAST-NAME(WS-SJ-IX)
                   MOVE SBJ-FIRST-NAME TO WS-SJ-FIRST-NAME(WS-SJ-IX)
               END-IF
               IF WS-SJ-BIRTH-DATE(WS-SJ-IX) = SPACES
                   MOVE SBJ-BIRTH-DATE TO WS-SJ-BIRTH-DATE(WS-SJ-IX)
               END-IF
               IF WS-SJ-ID-NUMBER(WS-SJ-IX) = SPACES
                   MOVE SBJ-ID-TYPE    TO WS-SJ-ID-TYPE(WS-SJ-IX)
                   MOVE SBJ-ID-NUMBER  TO WS-SJ-ID-NUMBER(WS-SJ-IX)
               END-IF
           END-IF.

       1300-ADD-NAME.
           IF SBJ-LAST-NAME NOT = SPACES
               IF WS-SN-LOADED < WS-SN-MAX
                   ADD 1 TO WS-SN-LOADED
                   ADD 1 TO WS-SJ-NAME-COUNT(WS-SJ-IX)
                   MOVE WS-SJ-IX TO WS-SN-SUBJECT-IX(WS-SN-LOADED)
                   MOVE SBJ-LAST-NAME
                       TO WS-SN-LAST-NAME(WS-SN-LOADED)
                   MOVE SBJ-FIRST-NAME
                       TO WS-SN-FIRST-NAME(WS-SN-LOADED)
                   MOVE SBJ-LAST-NAME TO WS-WORD
                   PERFORM 1350-MEASURE-WORD
                   MOVE WS-WORD-LEN TO WS-SN-LAST-LEN(WS-SN-LOADED)
      *            A business is searched on its whole name alone.
                   IF SBJ-BUSINESS
                       MOVE SPACES TO WS-SN-FIRST-NAME(WS-SN-LOADED)
                       MOVE ZERO   TO WS-SN-FIRST-LEN(WS-SN-LOADED)
                   ELSE
                       MOVE SPACES TO WS-WORD
                       MOVE SBJ-FIRST-NAME TO WS-WORD
                       PERFORM 1350-MEASURE-WORD
                       MOVE WS-WORD-LEN
                           TO WS-SN-FIRST-LEN(WS-SN-LOADED)
                   END-IF
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL-FLAG
               END-IF
           END-IF.

       1350-MEASURE-WORD.
           PERFORM VARYING WS-WORD-LEN FROM 40 BY -1
                   UNTIL WS-WORD-LEN < 1
                   OR WS-WORD(WS-WORD-LEN:1) NOT = SPACE
               CONTINUE
           END-PERFORM.

       1500-WRITE-HEADER.
           MOVE SPACES TO WS-RPT-LINE
           STRING 'FINCEN 314(A) SUBJECT SEARCH - LIST DATE '
                  WS-LIST-DATE '  SEARCHED ' BUS-DATE
                  '  TRANSACTIONS FROM ' WS-WINDOW-FROM
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE F314RPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE F314RPT-REC FROM WS-RPT-LINE
           MOVE 'TRACKING     SRC GRD CUSTOMER   NAME ON OUR RECORDS'
               TO WS-RPT-LINE
           MOVE 'DATE     REFERENCE           AMOUNT'
               TO WS-RPT-LINE(95:36)
           WRITE F314RPT-REC FROM WS-RPT-LINE.

       1900-STOP-TABLE-FULL.
           MOVE SPACES TO WS-RPT-LINE
           MOVE '*** SUBJECT LIST TOO LARGE FOR THE SUBJECT TABLE - NOT
      -         'HING SEARCHED ***' TO WS-RPT-LINE
           WRITE F314RPT-REC FROM WS-RPT-LINE
           CLOSE F314RPT
           MOVE 'F314SRCH' TO ERR-PROGRAM-NAME
           MOVE '1100-LOAD-SUBJECTS' TO ERR-PARAGRAPH
           SET ERRC-SUBJECT-TABLE-FULL TO TRUE
           SET SEV-ERROR TO TRUE
           MOVE '314(A) SUBJECT LIST EXCEEDS THE SUBJECT TABLE'
               TO ERR-MESSAGE
           CALL 'ERRHANDR' USING ERROR-RECORD
           MOVE RC-ERROR TO WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       2000-SEARCH-CUSTOMERS.
      *    Every customer, closed ones included - 314(a) asks for
      *    any account maintained in the last twelve months.
           PERFORM UNTIL EOF-DBFILE
               READ DBFILE INTO CUSTOMER-RECORD
                   AT END MOVE 'Y' TO WS-EOF-DBFILE
               END-READ
               IF NOT EOF-DBFILE
                   ADD 1 TO WS-CUSTOMERS-SEARCHED
                   MOVE SPACES TO WS-SJ-HIT-FLAGS
                   MOVE CUSTOMER-NAME TO WS-CAND-NAME
                   INSPECT WS-CAND-NAME
                       CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
                   PERFORM VARYING WS-SN-IX FROM 1 BY 1
                           UNTIL WS-SN-IX > WS-SN-LOADED
                       MOVE WS-SN-SUBJECT-IX(WS-SN-IX) TO WS-SJ-IX
                       IF WS-SJ-HIT(WS-SJ-IX) = SPACE
                           PERFORM 2100-MATCH-NAME
                           IF NAME-HIT
                               MOVE 'Y' TO WS-SJ-HIT(WS-SJ-IX)
                               PERFORM 2200-CUSTOMER-MATCH
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       2100-MATCH-NAME.
      *    Whole words only, so SMITH does not match SMITHSON; an
      *    individual needs the first name as well as the surname.
           MOVE 'N' TO WS-NAME-HIT-FLAG
           MOVE WS-SN-LAST-NAME(WS-SN-IX) TO WS-WORD
           MOVE WS-SN-LAST-LEN(WS-SN-IX)  TO WS-WORD-LEN
           PERFORM 2150-FIND-WORD
           IF WORD-FOUND
               IF WS-SN-FIRST-LEN(WS-SN-IX) = ZERO
                   MOVE 'Y' TO WS-NAME-HIT-FLAG
               ELSE
                   MOVE SPACES TO WS-WORD
                   MOVE WS-SN-FIRST-NAME(WS-SN-IX) TO WS-WORD
                   MOVE WS-SN-FIRST-LEN(WS-SN-IX)  TO WS-WORD-LEN
                   PERFORM 2150-FIND-WORD
                   IF WORD-FOUND
                       MOVE 'Y' TO WS-NAME-HIT-FLAG
                   END-IF
               END-IF
           END-IF.

       2150-FIND-WORD.
           MOVE 'N' TO WS-WORD-FOUND-FLAG
           IF WS-WORD-LEN > ZERO
               COMPUTE WS-SCAN-LIMIT = 41 - WS-WORD-LEN
               PERFORM VARYING WS-SCAN-IX FROM 1 BY 1
                       UNTIL WS-SCAN-IX > WS-SCAN-LIMIT
                       OR WORD-FOUND
                   IF WS-CAND-NAME(WS-SCAN-IX:WS-WORD-LEN)
                           = WS-WORD(1:WS-WORD-LEN)
                       PERFORM 2160-CHECK-WORD-EDGES
                   END-IF
               END-PERFORM
           END-IF.

       2160-CHECK-WORD-EDGES.
      *    The characters either side of the hit must not be part of
      *    a longer word - a space, comma or the end of the field.
           MOVE 'Y' TO WS-EDGE-OK
           IF WS-SCAN-IX > 1
               COMPUTE WS-EDGE-IX = WS-SCAN-IX - 1
               IF WS-CAND-NAME(WS-EDGE-IX:1) NOT = SPACE
                   AND (WS-CAND-NAME(WS-EDGE-IX:1) IS ALPHABETIC
                   OR WS-CAND-NAME(WS-EDGE-IX:1) IS NUMERIC)
                   MOVE 'N' TO WS-EDGE-OK
               END-IF
           END-IF
           COMPUTE WS-EDGE-IX = WS-SCAN-IX + WS-WORD-LEN
           IF WS-EDGE-IX NOT > 40
               IF WS-CAND-NAME(WS-EDGE-IX:1) NOT = SPACE
                   AND (WS-CAND-NAME(WS-EDGE-IX:1) IS ALPHABETIC
                   OR WS-CAND-NAME(WS-EDGE-IX:1) IS NUMERIC)
                   MOVE 'N' TO WS-EDGE-OK
               END-IF
           END-IF
           IF EDGE-OK
               MOVE 'Y' TO WS-WORD-FOUND-FLAG
           END-IF.

       2200-CUSTOMER-MATCH.
           PERFORM 2250-LOOK-UP-BIRTH-DATE
           EVALUATE TRUE
               WHEN WS-SJ-BIRTH-DATE(WS-SJ-IX) = SPACES
                       OR WS-OUR-BIRTH-DATE = SPACES
                   MOVE 'N' TO WS-STRENGTH
               WHEN WS-SJ-BIRTH-DATE(WS-SJ-IX) = WS-OUR-BIRTH-DATE
                   MOVE 'D' TO WS-STRENGTH
               WHEN OTHER
                   MOVE 'X' TO WS-STRENGTH
           END-EVALUATE
           ADD 1 TO WS-CUST-MATCH-COUNT
           IF WS-STRENGTH = 'X'
               ADD 1 TO WS-SJ-CONFLICTS(WS-SJ-IX)
           ELSE
               ADD 1 TO WS-SJ-CUST-MATCHES(WS-SJ-IX)
           END-IF
           PERFORM 2900-START-MATCH-RECORD
           SET FMR-CUSTOMER-MATCH  TO TRUE
           MOVE CUSTOMER-ID        TO FMR-CUSTOMER-ID
           MOVE ACCOUNT-STATUS     TO FMR-ACCOUNT-STATUS
           MOVE CUSTOMER-NAME      TO FMR-MATCHED-NAME
           MOVE WS-OUR-BIRTH-DATE  TO FMR-OUR-BIRTH-DATE
           MOVE ZERO               TO FMR-TXN-AMOUNT
           WRITE MATCHOUT-REC FROM F314-MATCH-RECORD
           MOVE SPACES TO WS-RPT-LINE
           STRING FMR-TRACKING-NUMBER ' C   ' WS-STRENGTH '   '
                  CUSTOMER-ID ' ' CUSTOMER-NAME
                  ' STATUS ' ACCOUNT-STATUS
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE F314RPT-REC FROM WS-RPT-LINE.

       2250-LOOK-UP-BIRTH-DATE.
           MOVE SPACES TO WS-OUR-BIRTH-DATE
           MOVE CUSTOMER-ID TO IRAACCT-CUSTOMER-ID
           READ IRAACCT INTO IRA-PLAN-RECORD
               KEY IS IRAACCT-CUSTOMER-ID
               INVALID KEY
                   MOVE SPACES TO IRA-BIRTH-DATE
           END-READ
           IF IRA-BIRTH-DATE NOT = SPACES
               MOVE IRA-BIRTH-DATE TO WS-OUR-BIRTH-DATE
           ELSE
               MOVE CUSTOMER-ID TO CUSTODY-CUSTOMER-ID
               READ CUSTODY INTO CUSTODIAL-ACCOUNT-RECORD
                   KEY IS CUSTODY-CUSTOMER-ID
                   INVALID KEY
                       MOVE SPACES TO MNR-BIRTH-DATE
               END-READ
               MOVE MNR-BIRTH-DATE TO WS-OUR-BIRTH-DATE
           END-IF.

       2900-START-MATCH-RECORD.
           MOVE SPACES TO F314-MATCH-RECORD
           MOVE WS-SJ-TRACKING(WS-SJ-IX)   TO FMR-TRACKING-NUMBER
           MOVE WS-STRENGTH                TO FMR-STRENGTH
           MOVE WS-SJ-LAST-NAME(WS-SJ-IX)  TO FMR-SUBJECT-LAST-NAME
           MOVE WS-SJ-FIRST-NAME(WS-SJ-IX) TO FMR-SUBJECT-FIRST-NAME
           MOVE WS-SJ-BIRTH-DATE(WS-SJ-IX) TO FMR-SUBJECT-BIRTH-DATE
           MOVE WS-SJ-ID-TYPE(WS-SJ-IX)    TO FMR-SUBJECT-ID-TYPE
           MOVE WS-SJ-ID-NUMBER(WS-SJ-IX)  TO FMR-SUBJECT-ID-NUMBER.

       3000-SEARCH-TRANSACTIONS.
      *    Both names on each wire or ACH entry inside the window are
      *    searched; anything older has aged out of the look-back
      *    and is dropped from the archive here.
           PERFORM UNTIL EOF-PTYIN
               READ PTYIN INTO PAYMENT-PARTY-RECORD
                   AT END MOVE 'Y' TO WS-EOF-PTYIN
               END-READ
               IF NOT EOF-PTYIN
                   IF PTY-POST-DATE < WS-WINDOW-FROM
                       ADD 1 TO WS-TXNS-AGED-OUT
                   ELSE
                       WRITE PTYKEEP-REC FROM PAYMENT-PARTY-RECORD
                       ADD 1 TO WS-TXNS-SEARCHED
                       MOVE SPACES TO WS-SJ-HIT-FLAGS
                       MOVE PTY-ORIGINATOR-NAME TO WS-CAND-NAME
                       PERFORM 3100-SEARCH-PARTY-NAME
                       MOVE PTY-RECEIVER-NAME TO WS-CAND-NAME
                       PERFORM 3100-SEARCH-PARTY-NAME
                   END-IF
               END-IF
           END-PERFORM.

       3100-SEARCH-PARTY-NAME.
           IF WS-CAND-NAME NOT = SPACES
               INSPECT WS-CAND-NAME
                   CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
               PERFORM VARYING WS-SN-IX FROM 1 BY 1
                       UNTIL WS-SN-IX > WS-SN-LOADED
                   MOVE WS-SN-SUBJECT-IX(WS-SN-IX) TO WS-SJ-IX
                   IF WS-SJ-HIT(WS-SJ-IX) = SPACE
                       PERFORM 2100-MATCH-NAME
                       IF NAME-HIT
                           MOVE 'Y' TO WS-SJ-HIT(WS-SJ-IX)
                           PERFORM 3200-TRANSACTION-MATCH
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       3200-TRANSACTION-MATCH.
      *    A payment message carries no birth date - name only.
           MOVE 'N' TO WS-STRENGTH
           ADD 1 TO WS-TXN-MATCH-COUNT
           ADD 1 TO WS-SJ-TXN-MATCHES(WS-SJ-IX)
           PERFORM 2900-START-MATCH-RECORD
           SET FMR-TRANSACTION-MATCH TO TRUE
           MOVE PTY-CUSTOMER-ID      TO FMR-CUSTOMER-ID
           MOVE WS-CAND-NAME         TO FMR-MATCHED-NAME
           MOVE PTY-POST-DATE        TO FMR-TXN-DATE
           MOVE PTY-RAIL             TO FMR-TXN-RAIL
           MOVE PTY-DIRECTION        TO FMR-TXN-DIRECTION
           MOVE PTY-REFERENCE        TO FMR-TXN-REFERENCE
           MOVE PTY-AMOUNT           TO FMR-TXN-AMOUNT
           WRITE MATCHOUT-REC FROM F314-MATCH-RECORD
           MOVE PTY-AMOUNT TO WS-AMOUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING FMR-TRACKING-NUMBER ' T   N   '
                  PTY-CUSTOMER-ID ' ' WS-CAND-NAME
               DELIMITED SIZE INTO WS-RPT-LINE
           STRING PTY-POST-DATE ' ' PTY-REFERENCE ' ' WS-AMOUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE(95:39)
           WRITE F314RPT-REC FROM WS-RPT-LINE.

       4000-WRITE-RESPONSES.
      *    Every subject is logged as searched, hit or not. A subject
      *    with an account match or a transaction match gets a
      *    positive response; matches whose birth date contradicts
      *    the subject's are left to the investigator on the match
      *    file and do not make a response on their own.
           MOVE SPACES TO WS-RPT-LINE
           WRITE F314RPT-REC FROM WS-RPT-LINE
           MOVE 'SUBJECTS SEARCHED      NAMES  ACCOUNT  TRANSACTION  DOB
      -         ' CONFLICT  RESPONSE' TO WS-RPT-LINE
           WRITE F314RPT-REC FROM WS-RPT-LINE
           PERFORM VARYING WS-SJ-IX FROM 1 BY 1
                   UNTIL WS-SJ-IX > WS-SJ-LOADED
               MOVE SPACES TO F314-LOG-RECORD
               SET FLG-SUBJECT-SEARCHED TO TRUE
               MOVE WS-LIST-DATE              TO FLG-LIST-DATE
               MOVE BUS-DATE                  TO FLG-SEARCH-DATE
               MOVE WS-SEARCH-TIME            TO FLG-SEARCH-TIME
               MOVE WS-SJ-TRACKING(WS-SJ-IX)  TO FLG-TRACKING-NUMBER
               MOVE WS-SJ-NAME-COUNT(WS-SJ-IX) TO FLG-NAMES-SEARCHED
               MOVE WS-CUSTOMERS-SEARCHED     TO FLG-CUSTOMERS-SEARCHED
               MOVE WS-TXNS-SEARCHED          TO FLG-TXNS-SEARCHED
               MOVE WS-WINDOW-FROM            TO FLG-WINDOW-FROM
               MOVE WS-SJ-CUST-MATCHES(WS-SJ-IX)
                   TO FLG-CUSTOMER-MATCHES
               MOVE WS-SJ-TXN-MATCHES(WS-SJ-IX) TO FLG-TXN-MATCHES
               IF WS-SJ-CUST-MATCHES(WS-SJ-IX) > ZERO
                       OR WS-SJ-TXN-MATCHES(WS-SJ-IX) > ZERO
                   SET FLG-MATCH-FOUND TO TRUE
                   PERFORM 4100-WRITE-RESPONSE
               ELSE
                   SET FLG-NO-MATCH TO TRUE
               END-IF
               WRITE SRCHLOG-REC FROM F314-LOG-RECORD
               PERFORM 4200-WRITE-SUBJECT-LINE
           END-PERFORM.

       4100-WRITE-RESPONSE.
           MOVE SPACES TO F314-RESPONSE-RECORD
           MOVE WS-SJ-TRACKING(WS-SJ-IX)   TO FRS-TRACKING-NUMBER
           MOVE WS-SJ-LAST-NAME(WS-SJ-IX)  TO FRS-SUBJECT-LAST-NAME
           MOVE WS-SJ-FIRST-NAME(WS-SJ-IX) TO FRS-SUBJECT-FIRST-NAME
           IF WS-SJ-CUST-MATCHES(WS-SJ-IX) > ZERO
               MOVE 'Y' TO FRS-ACCOUNT-MATCH
           ELSE
               MOVE 'N' TO FRS-ACCOUNT-MATCH
           END-IF
           IF WS-SJ-TXN-MATCHES(WS-SJ-IX) > ZERO
               MOVE 'Y' TO FRS-TRANSACTION-MATCH
           ELSE
               MOVE 'N' TO FRS-TRANSACTION-MATCH
           END-IF
           MOVE WS-CONTACT TO FRS-CONTACT
           MOVE BUS-DATE   TO FRS-RESPONSE-DATE
           WRITE RESPOUT-REC FROM F314-RESPONSE-RECORD
           ADD 1 TO WS-RESPONSE-COUNT.

       4200-WRITE-SUBJECT-LINE.
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-SJ-TRACKING(WS-SJ-IX) TO WS-RPT-LINE(1:12)
           MOVE WS-SJ-NAME-COUNT(WS-SJ-IX) TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP TO WS-RPT-LINE(19:9)
           MOVE WS-SJ-CUST-MATCHES(WS-SJ-IX) TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP TO WS-RPT-LINE(28:9)
           MOVE WS-SJ-TXN-MATCHES(WS-SJ-IX) TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP TO WS-RPT-LINE(40:9)
           MOVE WS-SJ-CONFLICTS(WS-SJ-IX) TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP TO WS-RPT-LINE(52:9)
           IF FLG-MATCH-FOUND
               MOVE 'POSITIVE' TO WS-RPT-LINE(66:8)
           END-IF
           WRITE F314RPT-REC FROM WS-RPT-LINE.

       9000-END.
           MOVE SPACES TO F314-LOG-RECORD
           SET FLG-RUN-SUMMARY TO TRUE
           MOVE WS-LIST-DATE          TO FLG-LIST-DATE
           MOVE BUS-DATE              TO FLG-SEARCH-DATE
           MOVE WS-SEARCH-TIME        TO FLG-SEARCH-TIME
           MOVE WS-SJ-LOADED          TO FLG-NAMES-SEARCHED
           MOVE WS-CUSTOMERS-SEARCHED TO FLG-CUSTOMERS-SEARCHED
           MOVE WS-TXNS-SEARCHED      TO FLG-TXNS-SEARCHED
           MOVE WS-WINDOW-FROM        TO FLG-WINDOW-FROM
           MOVE WS-CUST-MATCH-COUNT   TO FLG-CUSTOMER-MATCHES
           MOVE WS-TXN-MATCH-COUNT    TO FLG-TXN-MATCHES
           IF WS-RESPONSE-COUNT > ZERO
               SET FLG-MATCH-FOUND TO TRUE
           ELSE
               SET FLG-NO-MATCH TO TRUE
           END-IF
           WRITE SRCHLOG-REC FROM F314-LOG-RECORD
           MOVE SPACES TO WS-RPT-LINE
           WRITE F314RPT-REC FROM WS-RPT-LINE
           MOVE WS-SJ-LOADED TO WS-COUNT-DISP
           STRING 'SUBJECTS SEARCHED:      ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE F314RPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-SN-LOADED TO WS-COUNT-DISP
           STRING 'NAMES AND ALIASES:      ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE F314RPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-CUSTOMERS-SEARCHED TO WS-COUNT-DISP
           STRING 'CUSTOMERS SEARCHED:     ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE F314RPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-TXNS-SEARCHED TO WS-COUNT-DISP
           STRING 'TRANSACTIONS SEARCHED:  ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE F314RPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-TXNS-AGED-OUT TO WS-COUNT-DISP
           STRING 'AGED OUT OF ARCHIVE:    ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE F314RPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-CUST-MATCH-COUNT TO WS-COUNT-DISP
           STRING 'CUSTOMER MATCHES:       ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE F314RPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-TXN-MATCH-COUNT TO WS-COUNT-DISP
           STRING 'TRANSACTION MATCHES:    ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE F314RPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-RESPONSE-COUNT TO WS-COUNT-DISP
           STRING 'POSITIVE RESPONSES:     ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE F314RPT-REC FROM WS-RPT-LINE
           CLOSE DBFILE
                 IRAACCT
                 CUSTODY
                 PTYIN
                 PTYKEEP
                 MATCHOUT
                 RESPOUT
                 SRCHLOG
                 F314RPT
           DISPLAY 'F314SRCH SUBJECTS:  ' WS-SJ-LOADED
           DISPLAY 'F314SRCH MATCHES:   ' WS-CUST-MATCH-COUNT
                   ' CUSTOMER ' WS-TXN-MATCH-COUNT ' TRANSACTION'
      *    An empty list means nothing was searched - worth a look
      *    before anyone signs off that the list was worked.
           IF WS-SJ-LOADED = ZERO
               MOVE RC-WARNING TO WS-RETURN-CODE
           ELSE
               MOVE RC-SUCCESS TO WS-RETURN-CODE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.
