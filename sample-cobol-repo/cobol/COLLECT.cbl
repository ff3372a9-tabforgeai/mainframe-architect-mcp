      *           collections queue report ordered by days            *
      *           delinquent and balance at risk. A loan that cures   *
      *           drops off the history so a relapse starts the       *
      *           ladder over. A matured-unpaid (MU) loan owes its    *
      *           whole balance from LOAN-END-DATE - it ages from     *
      *           there and is never left off the ladder. Letters     *
      *           are worded from the letter text library in the      *
      *           borrower's language.                                *
      * AUTHOR:   TABFORGE-AI                                         *
      * CALLS:    FMTAMT, LTXLKUP                                     *
      * COPYBOOKS: LOANDATA, ERRDATA, BUSDATE, PRIVDATA, LTXDATA      *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COLLECT.
           SELECT BUSDATEF ASSIGN TO UT-S-BUSDATE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
      *    Privacy elections (see PRIVDATA) - read for the language
      *    a dunning letter is sent in.
           SELECT PRIVOPT  ASSIGN TO UT-S-PRIVOPT
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS RANDOM
                           RECORD KEY   IS PRIVOPT-CUSTOMER-ID.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 30 CHARACTERS.
       01  BUSDATEF-REC               PIC X(30).

       FD  PRIVOPT
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  PRIVOPT-REC.
           05  PRIVOPT-CUSTOMER-ID    PIC X(10).
           05  FILLER                 PIC X(50).

       WORKING-STORAGE SECTION.
       01  WS-COLLECT-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'COLLECT'.
       COPY ERRDATA.
       COPY BUSDATE.
       COPY LTRDATA.
       COPY PRIVDATA.
       COPY LTXDATA.

       PROCEDURE DIVISION.

           OPEN EXTEND LTRARCH
           OPEN EXTEND LTRARIX
           OPEN OUTPUT QWORK
           OPEN INPUT  PRIVOPT
           PERFORM 2000-WORK-LOAN UNTIL EOF-LOANFILE
           CLOSE LOANFILE
                 QWORK
               AT END MOVE 'Y' TO WS-EOF-LOANFILE
           END-READ
           IF NOT EOF-LOANFILE
               IF LOAN-ACTIVE OR LOAN-MATURED-UNPAID
                   PERFORM 2100-CHECK-DELINQUENCY
               END-IF
           END-IF.
      *    makes - days past LOAN-NEXT-DUE-DATE against the business
      *    date.
           MOVE LOAN-NEXT-DUE-DATE TO WS-DUE-DATE-8
           IF LOAN-MATURED-UNPAID
                   AND LOAN-END-DATE < LOAN-NEXT-DUE-DATE
               MOVE LOAN-END-DATE TO WS-DUE-DATE-8
           END-IF
           COMPUTE WS-DAYS-PAST-DUE =
               WS-TODAY-INT
               - FUNCTION INTEGER-OF-DATE(WS-DUE-DATE-8)
               WHEN OTHER
                   MOVE ZERO TO WS-NEW-LEVEL
           END-EVALUATE
      *    The balloon is owed in full the day after maturity - no
      *    30-day wait for the first contact.
           IF LOAN-MATURED-UNPAID AND WS-NEW-LEVEL = ZERO
               MOVE 1 TO WS-NEW-LEVEL
           END-IF
           PERFORM 2200-FIND-HISTORY
      *    A filed bankruptcy is an automatic stay - any dunning
      *    contact is legal exposure, so the loan is left entirely
                               WS-FORMATTED-AMT
                               SPACES
                               WS-PROCESS-RC
      *    Each level's wording is its own letter on the text
      *    library - DN1, DN2 or DN3 - in the borrower's language.
           PERFORM 3150-SET-LETTER-LANGUAGE
           EVALUATE WS-NEW-LEVEL
               WHEN 1
                   MOVE 'DN1' TO LTQ-LETTER-TYPE
               WHEN 2
                   MOVE 'DN2' TO LTQ-LETTER-TYPE
               WHEN 3
                   MOVE 'DN3' TO LTQ-LETTER-TYPE
           END-EVALUATE
           MOVE LOAN-ID          TO LTQ-VALUE(1)
           MOVE WS-DAYS-DISP     TO LTQ-VALUE(2)
           MOVE WS-FORMATTED-AMT TO LTQ-VALUE(3)
           PERFORM 8800-WRITE-LETTER-TEXT
           PERFORM 8950-WRITE-ARCHIVE-INDEX.

       3150-SET-LETTER-LANGUAGE.
      *    No privacy record, or no language on it, is English.
           MOVE SPACES TO LETTER-TEXT-REQUEST
           MOVE 'E'    TO LTQ-LANGUAGE
           MOVE LOAN-CUSTOMER-ID TO PRIVOPT-CUSTOMER-ID
           READ PRIVOPT INTO PRIVACY-ELECTION-RECORD
               KEY IS PRIVOPT-CUSTOMER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PRV-LANG-VALID
                       MOVE PRV-LANGUAGE TO LTQ-LANGUAGE
                   END-IF
           END-READ.

       3500-CARRY-HISTORY-FORWARD.
           MOVE SPACES TO COLLECT-HISTORY-RECORD
           MOVE WS-HT-LOAN-ID(WS-HIST-FOUND-IX) TO CLH-LOAN-ID
           CLOSE QSORTED
                 QUEUERPT.

       8800-WRITE-LETTER-TEXT.
      *    Every line of the requested letter, from 001 until the
      *    library has no more.
           MOVE 1 TO LTQ-LINE-NO
           CALL 'LTXLKUP' USING LETTER-TEXT-REQUEST
           PERFORM UNTIL LTQ-RC = 8
               MOVE LTQ-TEXT TO WS-RPT-LINE
               PERFORM 8900-WRITE-LETTER-LINE
               ADD 1 TO LTQ-LINE-NO
               CALL 'LTXLKUP' USING LETTER-TEXT-REQUEST
           END-PERFORM.

       8900-WRITE-LETTER-LINE.
           WRITE DUNLTRS-REC FROM WS-RPT-LINE
           WRITE LTRARCH-REC FROM WS-RPT-LINE
           MOVE BUS-DATE           TO LIX-LETTER-DATE
           MOVE WS-ARCH-NEXT-RECNO TO LIX-START-RECNO
           MOVE WS-ARCH-LINE-COUNT TO LIX-LINE-COUNT
           MOVE LTQ-LANGUAGE-USED  TO LIX-LANGUAGE
           WRITE LTRARIX-REC FROM LETTER-INDEX-RECORD
           ADD WS-ARCH-LINE-COUNT  TO WS-ARCH-NEXT-RECNO.

                 DUNLTRS
                 LTRARCH
                 LTRARIX
                 PRIVOPT
           DISPLAY 'COLLECT LETTERS SENT: ' WS-LETTER-COUNT
           DISPLAY 'COLLECT BANKRUPTCY STAYS: ' WS-BK-STAYED-COUNT
           DISPLAY 'COLLECT QUEUE SIZE:   ' WS-QUEUE-COUNT
