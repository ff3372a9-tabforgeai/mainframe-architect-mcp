      *           here services it again, the borrower's goodbye       *
      *           letter prints and archives, and the reconciliation   *
      *           report proves counts and balances across the cut.    *
      *           The goodbye letter is worded from the SVT lines of   *
      *           the letter text library in the borrower's language.  *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    FMTAMT, ERRHANDR, LTXLKUP                            *
      * COPYBOOKS: XFRDATA, LOANDATA, LTRDATA, ERRDATA, BUSDATE,       *
      *            PRIVDATA, LTXDATA                                   *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     SVCXFER.
           SELECT BUSDATEF ASSIGN TO UT-S-BUSDATE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
      *    Privacy elections (see PRIVDATA) - read for the language
      *    each goodbye letter is sent in.
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
       01  WS-SVCXFER-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'SVCXFER'.
       COPY LTRDATA.
       COPY ERRDATA.
       COPY BUSDATE.
       COPY PRIVDATA.
       COPY LTXDATA.

       PROCEDURE DIVISION.

           OPEN I-O    LOANFILE
           OPEN OUTPUT XFROUT
           OPEN OUTPUT XFRLTRS
           OPEN INPUT  PRIVOPT
           OPEN EXTEND LTRARCH
           OPEN EXTEND LTRARIX
           OPEN OUTPUT XFRRPT

       3000-SEND-GOODBYE-LETTER.
           MOVE ZERO TO WS-ARCH-LINE-COUNT
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
           MOVE 'SVT' TO LTQ-LETTER-TYPE
           MOVE LOAN-ID  TO LTQ-VALUE(1)
           MOVE BUS-DATE TO LTQ-VALUE(2)
           PERFORM 8800-WRITE-LETTER-TEXT
           PERFORM 8950-WRITE-ARCHIVE-INDEX.

       4000-MARK-TRANSFERRED.
                 LOANFILE
                 XFROUT
                 XFRLTRS
                 PRIVOPT
                 LTRARCH
                 LTRARIX
                 XFRRPT
           STOP RUN.

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
           WRITE XFRLTRS-REC FROM WS-RPT-LINE
           WRITE LTRARCH-REC FROM WS-RPT-LINE
           MOVE BUS-DATE            TO LIX-LETTER-DATE
           MOVE WS-ARCH-NEXT-RECNO  TO LIX-START-RECNO
           MOVE WS-ARCH-LINE-COUNT  TO LIX-LINE-COUNT
           MOVE LTQ-LANGUAGE-USED   TO LIX-LANGUAGE
           WRITE LTRARIX-REC FROM LETTER-INDEX-RECORD
           ADD WS-ARCH-LINE-COUNT   TO WS-ARCH-NEXT-RECNO.
