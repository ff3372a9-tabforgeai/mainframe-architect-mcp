      *           their B records still file - the IRS wants the      *
      *           interest reported even when the mail bounces. A     *
      *           control report ties form counts and total interest  *
      *           back to TAXFILE. Each printed form goes out behind  *
      *           a cover letter worded from the letter text library  *
      *           in the customer's language; the form itself stays   *
      *           in the IRS's English.                               *
      * AUTHOR:   TABFORGE-AI                                         *
      * CALLS:    FMTAMT, ERRHANDR, LTXLKUP                          *
      * COPYBOOKS: CUSTMAST, ERRDATA, WHHDATA, PRIVDATA, LTXDATA      *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     TAXFORM.
           SELECT CTLRPT   ASSIGN TO UT-S-CTLRPT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
      *    Privacy elections (see PRIVDATA) - read for the language
      *    the cover letter is sent in.
           SELECT PRIVOPT  ASSIGN TO UT-S-PRIVOPT
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS RANDOM
                           RECORD KEY   IS PRIVOPT-CUSTOMER-ID.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 80 CHARACTERS.
       01  CTLRPT-REC                 PIC X(80).

       FD  PRIVOPT
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  PRIVOPT-REC.
           05  PRIVOPT-CUSTOMER-ID    PIC X(10).
           05  FILLER                 PIC X(50).

       WORKING-STORAGE SECTION.
       01  WS-TAXFORM-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'TAXFORM'.
       COPY CUSTMAST.
       COPY WHHDATA.
       COPY ERRDATA.
       COPY PRIVDATA.
       COPY LTXDATA.

       PROCEDURE DIVISION.

           OPEN OUTPUT FORMPRT
           OPEN OUTPUT IRSFILE
           OPEN OUTPUT CTLRPT
           OPEN INPUT  PRIVOPT
           PERFORM 1100-WRITE-IRS-HEADER
           PERFORM 2110-READ-NEXT-ADDR
           PERFORM 2000-PROCESS-CUSTOMER UNTIL EOF-TAXFILE
               READ WHHELD INTO WITHHELD-RECORD
                   AT END MOVE 'Y' TO WS-EOF-WHHELD
               END-READ
      *        IRA distribution withholding goes on IRAFORM's 1099-R.
               IF NOT EOF-WHHELD
                       AND WHD-DATE(1:4) = WS-TAX-YEAR
                       AND WHD-BACKUP-WITHHOLDING
                   PERFORM 1080-ROLL-UP-WITHHELD
               END-IF
           END-PERFORM

       4000-PRINT-FORM.
           ADD 1 TO WS-PRINTED-COUNT
           PERFORM 4100-PRINT-COVER-LETTER
           MOVE CUST-YTD-INTEREST TO WS-FMT-AMOUNT
           CALL 'FMTAMT' USING WS-FMT-AMOUNT
                               WS-FORMATTED-AMT
           MOVE SPACES TO WS-RPT-LINE
           WRITE FORMPRT-REC FROM WS-RPT-LINE.

       4100-PRINT-COVER-LETTER.
      *    The T99 cover letter from the text library in the
      *    customer's language - no privacy record, or no language
      *    on it, is English.
           MOVE SPACES TO LETTER-TEXT-REQUEST
           MOVE 'T99'  TO LTQ-LETTER-TYPE
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
           MOVE WS-TAX-YEAR   TO LTQ-VALUE(1)
           MOVE CUSTOMER-NAME TO LTQ-VALUE(2)
           MOVE 1 TO LTQ-LINE-NO
           CALL 'LTXLKUP' USING LETTER-TEXT-REQUEST
           PERFORM UNTIL LTQ-RC = 8
               MOVE LTQ-TEXT TO WS-RPT-LINE
               WRITE FORMPRT-REC FROM WS-RPT-LINE
               ADD 1 TO LTQ-LINE-NO
               CALL 'LTXLKUP' USING LETTER-TEXT-REQUEST
           END-PERFORM.

       4500-SUPPRESS-FORM.
      *    No deliverable address - the e-file record above still
      *    reports the interest; the printed copy is held and the
                 FORMPRT
                 IRSFILE
                 CTLRPT
                 PRIVOPT
           DISPLAY 'TAXFORM CUSTOMERS READ: ' WS-READ-COUNT
           DISPLAY 'TAXFORM FORMS PRINTED:  ' WS-PRINTED-COUNT
           DISPLAY 'TAXFORM SUPPRESSED:     ' WS-SUPPRESSED-COUNT
