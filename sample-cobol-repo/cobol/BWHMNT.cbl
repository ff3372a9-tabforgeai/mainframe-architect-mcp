      *           archives) the notice that withholding has begun;     *
      *           STOP turns it off when the IRS releases us. The      *
      *           flag file rides generation in/out and every action   *
      *           reports. The notice is worded from the letter text   *
      *           library (type BWH) in the customer's language.       *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    LTXLKUP                                              *
      * COPYBOOKS: WHHDATA, LTRDATA, BUSDATE, PRIVDATA, LTXDATA        *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     BWHMNT.
           SELECT BUSDATEF ASSIGN TO UT-S-BUSDATE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
      *    Privacy elections (see PRIVDATA) - read for the language
      *    a withholding notice is sent in.
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
       01  WS-BWHMNT-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'BWHMNT'.
       COPY WHHDATA.
       COPY LTRDATA.
       COPY BUSDATE.
       COPY PRIVDATA.
       COPY LTXDATA.

       PROCEDURE DIVISION.

           CLOSE BUSDATEF
           PERFORM 1090-FIND-ARCHIVE-POSITION
           OPEN OUTPUT BWHNOTC
           OPEN INPUT  PRIVOPT
           OPEN EXTEND LTRARCH
           OPEN EXTEND LTRARIX
           OPEN OUTPUT BWHRPT

       2600-PRINT-BEGIN-NOTICE.
           MOVE ZERO TO WS-ARCH-LINE-COUNT
           MOVE SPACES TO LETTER-TEXT-REQUEST
           MOVE 'E'    TO LTQ-LANGUAGE
           MOVE WHF-CUSTOMER-ID TO PRIVOPT-CUSTOMER-ID
           READ PRIVOPT INTO PRIVACY-ELECTION-RECORD
               KEY IS PRIVOPT-CUSTOMER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PRV-LANG-VALID
                       MOVE PRV-LANGUAGE TO LTQ-LANGUAGE
                   END-IF
           END-READ
           MOVE 'BWH'           TO LTQ-LETTER-TYPE
           MOVE WHF-CUSTOMER-ID TO LTQ-VALUE(1)
           MOVE BUS-DATE        TO LTQ-VALUE(2)
           PERFORM 8800-WRITE-LETTER-TEXT
           PERFORM 8950-WRITE-ARCHIVE-INDEX.

       3000-APPEND-NEW-FLAGS.
           END-PERFORM
           CLOSE WHHOUT.

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
           WRITE BWHNOTC-REC FROM WS-RPT-LINE
           WRITE LTRARCH-REC FROM WS-RPT-LINE
           MOVE BUS-DATE           TO LIX-LETTER-DATE
           MOVE WS-ARCH-NEXT-RECNO TO LIX-START-RECNO
           MOVE WS-ARCH-LINE-COUNT TO LIX-LINE-COUNT
           MOVE LTQ-LANGUAGE-USED  TO LIX-LANGUAGE
           WRITE LTRARIX-REC FROM LETTER-INDEX-RECORD
           ADD WS-ARCH-LINE-COUNT  TO WS-ARCH-NEXT-RECNO.

           MOVE WS-BEGUN-COUNT TO WS-COUNT-DISP
           DISPLAY 'BWHMNT WITHHOLDING BEGUN: ' WS-COUNT-DISP
           CLOSE BWHNOTC
                 PRIVOPT
                 LTRARCH
                 LTRARIX
                 BWHRPT
