      *           list ahead of the calls, and the advance reset       *
      *           notice the regulation requires prints (and           *
      *           archives) per affected borrower. Run monthly, far    *
      *           enough ahead of the nearest resets. The notice is    *
      *           worded from the letter text library in the           *
      *           borrower's language.                                 *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    FMTAMT, LTXLKUP                                      *
      * COPYBOOKS: LOANDATA, INDXRATE, LTRDATA, ERRDATA, BUSDATE,      *
      *            PRIVDATA, LTXDATA                                   *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     RATEFCST.
           SELECT FCSTRPT  ASSIGN TO UT-S-FCSTRPT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
      *    Privacy elections (see PRIVDATA) - read for the language
      *    a reset notice is sent in.
           SELECT PRIVOPT  ASSIGN TO UT-S-PRIVOPT
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS RANDOM
                           RECORD KEY   IS PRIVOPT-CUSTOMER-ID.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 133 CHARACTERS.
       01  FCSTRPT-REC                PIC X(133).

       FD  PRIVOPT
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  PRIVOPT-REC.
           05  PRIVOPT-CUSTOMER-ID    PIC X(10).
           05  FILLER                 PIC X(50).

       WORKING-STORAGE SECTION.
       01  WS-RATEFCST-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'RATEFCST'.
       COPY LTRDATA.
       COPY ERRDATA.
       COPY BUSDATE.
       COPY PRIVDATA.
       COPY LTXDATA.

       PROCEDURE DIVISION.

           OPEN EXTEND LTRARCH
           OPEN EXTEND LTRARIX
           OPEN OUTPUT FCSTRPT
           OPEN INPUT  PRIVOPT
           PERFORM 1500-WRITE-HEADER
           PERFORM 2000-FORECAST-LOAN UNTIL EOF-LOANFILE
           PERFORM 9000-END.
                               WS-FORMATTED-AMT-2
                               SPACES
                               WS-PROCESS-RC
           MOVE WS-NEW-RATE TO WS-RATE-DISP
      *    The RST notice from the text library in the borrower's
      *    language - no privacy record, or no language on it, is
      *    English.
           MOVE SPACES TO LETTER-TEXT-REQUEST
           MOVE 'RST'  TO LTQ-LETTER-TYPE
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
           MOVE LOAN-ID              TO LTQ-VALUE(1)
           MOVE LOAN-NEXT-RESET-DATE TO LTQ-VALUE(2)
           MOVE WS-RATE-DISP         TO LTQ-VALUE(3)
           MOVE WS-FORMATTED-AMT     TO LTQ-VALUE(4)
           MOVE WS-FORMATTED-AMT-2   TO LTQ-VALUE(5)
           MOVE 1 TO LTQ-LINE-NO
           CALL 'LTXLKUP' USING LETTER-TEXT-REQUEST
           PERFORM UNTIL LTQ-RC = 8
               MOVE LTQ-TEXT TO WS-RPT-LINE
               PERFORM 8900-WRITE-NOTICE-LINE
               ADD 1 TO LTQ-LINE-NO
               CALL 'LTXLKUP' USING LETTER-TEXT-REQUEST
           END-PERFORM
           PERFORM 8950-WRITE-ARCHIVE-INDEX.

       8900-WRITE-NOTICE-LINE.
           MOVE BUS-DATE           TO LIX-LETTER-DATE
           MOVE WS-ARCH-NEXT-RECNO TO LIX-START-RECNO
           MOVE WS-ARCH-LINE-COUNT TO LIX-LINE-COUNT
           MOVE LTQ-LANGUAGE-USED  TO LIX-LANGUAGE
           WRITE LTRARIX-REC FROM LETTER-INDEX-RECORD
           ADD WS-ARCH-LINE-COUNT  TO WS-ARCH-NEXT-RECNO.

                 LTRARCH
                 LTRARIX
                 FCSTRPT
                 PRIVOPT
           STOP RUN.
