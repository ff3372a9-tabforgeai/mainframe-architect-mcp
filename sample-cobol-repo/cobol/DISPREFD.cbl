      *           into PYMT001's input from the preserved             *
      *           DISP-PAYMENT-DATA amount, prints a refund advice    *
      *           letter to the address on file, and marks the case   *
      *           disbursed so it can never pay twice. The advice     *
      *           is worded from the DRF lines of the letter text     *
      *           library in the customer's language.                 *
      * AUTHOR:   TABFORGE-AI                                         *
      * CALLS:    FMTAMT, ERRHANDR, LTXLKUP                           *
      * COPYBOOKS: DISPDATA, ACCTDATA, ERRDATA, BUSDATE, LTRDATA,     *
      *            PRIVDATA, LTXDATA                                  *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     DISPREFD.
           SELECT BUSDATEF ASSIGN TO UT-S-BUSDATE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
      *    Privacy elections (see PRIVDATA) - read for the language
      *    each refund advice is sent in.
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
       01  WS-DISPREFD-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'DISPREFD'.
       COPY ERRDATA.
       COPY BUSDATE.
       COPY LTRDATA.
       COPY PRIVDATA.
       COPY LTXDATA.

       PROCEDURE DIVISION.

           OPEN I-O    DISPFILE
           OPEN OUTPUT REFUNDPY
           OPEN OUTPUT ADVICE
           OPEN INPUT  PRIVOPT
           PERFORM 1090-FIND-ARCHIVE-POSITION
           OPEN EXTEND LTRARCH
           OPEN EXTEND LTRARIX
                               SPACES
                               WS-PROCESS-RC
           PERFORM 3300-FIND-ADDRESS
           MOVE SPACES TO LETTER-TEXT-REQUEST
           MOVE 'E'    TO LTQ-LANGUAGE
           MOVE DISP-CUSTOMER-ID TO PRIVOPT-CUSTOMER-ID
           READ PRIVOPT INTO PRIVACY-ELECTION-RECORD
               KEY IS PRIVOPT-CUSTOMER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PRV-LANG-VALID
                       MOVE PRV-LANGUAGE TO LTQ-LANGUAGE
                   END-IF
           END-READ
           MOVE 'DRF' TO LTQ-LETTER-TYPE
           MOVE DISP-ACCOUNT-NUMBER TO LTQ-VALUE(1)
           MOVE DISP-OPENED-DATE    TO LTQ-VALUE(2)
           MOVE WS-FORMATTED-AMT    TO LTQ-VALUE(3)
           MOVE 1 TO LTQ-LINE-NO
           CALL 'LTXLKUP' USING LETTER-TEXT-REQUEST
           MOVE LTQ-TEXT TO WS-RPT-LINE
           PERFORM 8900-WRITE-LETTER-LINE
           IF ADDRESS-FOUND
               MOVE ADDRFILE-LINE-1 TO WS-RPT-LINE
                   DELIMITED SIZE INTO WS-RPT-LINE
               PERFORM 8900-WRITE-LETTER-LINE
           END-IF
           MOVE 2 TO LTQ-LINE-NO
           PERFORM 8800-WRITE-LETTER-TEXT
           PERFORM 8950-WRITE-ARCHIVE-INDEX.

       3300-FIND-ADDRESS.
           SET DISP-REFUND-DISBURSED TO TRUE
           REWRITE DISPFILE-REC FROM DISPUTE-RECORD.

       8800-WRITE-LETTER-TEXT.
      *    Every line of the letter from LTQ-LINE-NO on, until the
      *    library has no more.
           CALL 'LTXLKUP' USING LETTER-TEXT-REQUEST
           PERFORM UNTIL LTQ-RC = 8
               MOVE LTQ-TEXT TO WS-RPT-LINE
               PERFORM 8900-WRITE-LETTER-LINE
               ADD 1 TO LTQ-LINE-NO
               CALL 'LTXLKUP' USING LETTER-TEXT-REQUEST
           END-PERFORM.

       8900-WRITE-LETTER-LINE.
           WRITE ADVICE-REC FROM WS-RPT-LINE
           WRITE LTRARCH-REC FROM WS-RPT-LINE
           MOVE BUS-DATE           TO LIX-LETTER-DATE
           MOVE WS-ARCH-NEXT-RECNO TO LIX-START-RECNO
           MOVE WS-ARCH-LINE-COUNT TO LIX-LINE-COUNT
           MOVE LTQ-LANGUAGE-USED  TO LIX-LANGUAGE
           WRITE LTRARIX-REC FROM LETTER-INDEX-RECORD
           ADD WS-ARCH-LINE-COUNT  TO WS-ARCH-NEXT-RECNO.

           CLOSE DISPFILE
                 REFUNDPY
                 ADVICE
                 PRIVOPT
                 LTRARCH
                 LTRARIX
                 REFDRPT
