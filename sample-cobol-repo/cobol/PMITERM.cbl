      *           prints (and archives to the correspondence           *
      *           archive for reprint). Run monthly after LOANPAY's    *
      *           cycle, and on demand for a borrower-requested        *
      *           review. The notice is worded from the PMT lines of   *
      *           the letter text library in the borrower's language.  *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    FMTAMT, ERRHANDR, LTXLKUP                            *
      * COPYBOOKS: LOANDATA, LTRDATA, ERRDATA, BUSDATE, PRIVDATA,      *
      *            LTXDATA                                             *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PMITERM.
           SELECT PMIRPT   ASSIGN TO UT-S-PMIRPT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
      *    Privacy elections (see PRIVDATA) - read for the language
      *    each termination notice is sent in.
           SELECT PRIVOPT  ASSIGN TO UT-S-PRIVOPT
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS RANDOM
                           RECORD KEY   IS PRIVOPT-CUSTOMER-ID.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 133 CHARACTERS.
       01  PMIRPT-REC                 PIC X(133).

       FD  PRIVOPT
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  PRIVOPT-REC.
           05  PRIVOPT-CUSTOMER-ID    PIC X(10).
           05  FILLER                 PIC X(50).

       WORKING-STORAGE SECTION.
       01  WS-PMITERM-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'PMITERM'.
       COPY LTRDATA.
       COPY ERRDATA.
       COPY BUSDATE.
       COPY PRIVDATA.
       COPY LTXDATA.

       PROCEDURE DIVISION.

           OPEN I-O    LOANFILE
           OPEN EXTEND PMIADJ
           OPEN OUTPUT PMINOTC
           OPEN INPUT  PRIVOPT
           OPEN EXTEND LTRARCH
           OPEN EXTEND LTRARIX
           OPEN OUTPUT PMIRPT
                               WS-FORMATTED-AMT
                               SPACES
                               WS-PROCESS-RC
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
           END-READ
           MOVE 'PMT' TO LTQ-LETTER-TYPE
           MOVE LOAN-ID          TO LTQ-VALUE(1)
           MOVE WS-FORMATTED-AMT TO LTQ-VALUE(2)
           PERFORM 8800-WRITE-LETTER-TEXT
           PERFORM 8950-WRITE-ARCHIVE-INDEX.

       8800-WRITE-LETTER-TEXT.
      *    Every line of the requested letter, from 001 until the
      *    library has no more.
           MOVE 1 TO LTQ-LINE-NO
           CALL 'LTXLKUP' USING LETTER-TEXT-REQUEST
           PERFORM UNTIL LTQ-RC = 8
               MOVE LTQ-TEXT TO WS-RPT-LINE
               PERFORM 8900-WRITE-NOTICE-LINE
               ADD 1 TO LTQ-LINE-NO
               CALL 'LTXLKUP' USING LETTER-TEXT-REQUEST
           END-PERFORM.

       8900-WRITE-NOTICE-LINE.
           WRITE PMINOTC-REC FROM WS-RPT-LINE
           WRITE LTRARCH-REC FROM WS-RPT-LINE
           MOVE BUS-DATE           TO LIX-LETTER-DATE
           MOVE WS-ARCH-NEXT-RECNO TO LIX-START-RECNO
           MOVE WS-ARCH-LINE-COUNT TO LIX-LINE-COUNT
           MOVE LTQ-LANGUAGE-USED  TO LIX-LANGUAGE
           WRITE LTRARIX-REC FROM LETTER-INDEX-RECORD
           ADD WS-ARCH-LINE-COUNT  TO WS-ARCH-NEXT-RECNO.

           CLOSE LOANFILE
                 PMIADJ
                 PMINOTC
                 PRIVOPT
                 LTRARCH
                 LTRARIX
                 PMIRPT
