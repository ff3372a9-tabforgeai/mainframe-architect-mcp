      *           closes with the reconciliation report proving        *
      *           counts and balances across the transfer. A file      *
      *           that fails its trailer proof loads nothing -        *
      *           RC=8 and the seller gets called. The hello letter    *
      *           is worded from the SVB lines of the letter text      *
      *           library in the borrower's language where an          *
      *           election is on file, English otherwise.              *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    FMTAMT, ERRHANDR, LTXLKUP                            *
      * COPYBOOKS: XFRDATA, LOANDATA, LTRDATA, ERRDATA, BUSDATE,       *
      *            PRIVDATA, LTXDATA                                   *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     SVCBOARD.
           SELECT BUSDATEF ASSIGN TO UT-S-BUSDATE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
      *    Privacy elections (see PRIVDATA) - read for the language
      *    each hello letter is sent in.
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
       01  WS-SVCBOARD-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'SVCBOARD'.
       COPY LTRDATA.
       COPY ERRDATA.
       COPY BUSDATE.
       COPY PRIVDATA.
       COPY LTXDATA.

       PROCEDURE DIVISION.

               OPEN EXTEND INTPAID
               OPEN EXTEND BRDHIST
               OPEN OUTPUT XFRLTRS
               OPEN INPUT  PRIVOPT
               OPEN EXTEND LTRARCH
               OPEN EXTEND LTRARIX
               MOVE 2 TO WS-PASS
                     INTPAID
                     BRDHIST
                     XFRLTRS
                     PRIVOPT
                     LTRARCH
                     LTRARIX
           END-IF

       3200-SEND-HELLO-LETTER.
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
           MOVE 'SVB' TO LTQ-LETTER-TYPE
           MOVE LOAN-ID  TO LTQ-VALUE(1)
           MOVE BUS-DATE TO LTQ-VALUE(2)
           PERFORM 8800-WRITE-LETTER-TEXT
           PERFORM 8950-WRITE-ARCHIVE-INDEX.

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

