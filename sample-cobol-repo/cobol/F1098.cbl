      * PURPOSE:  Year-end Form 1098 mortgage-interest statements -    *
      *           the lending-side companion to TAXFORM's 1099-INT     *
      *           run. Aggregates the year's interest received per     *
      *           LOAN-MORTGAGE and LOAN-HELOC loan from the INTPAID   *
      *           trail LOANPAY's payment split appends, the           *
      *           escrow-paid property tax from the year's ESCRDISB    *
      *           disbursement records (bill type 'T'), and any        *
      *           origination points from the keyed POINTSF file;      *
      *           loans at or above the reporting minimum get a        *
      *           print-image 1098 addressed from ADDRDATA and an      *
      *           electronic-filing B record (T header, F trailer with *
      *           totals - TAXFORM's filing pattern). The borrower     *
      *           behind each loan comes off the application file      *
      *           link, since LOANFILE itself stores no customer ID. A *
      *           control report ties form counts and totals back to   *
      *           the inputs. Each printed form goes out behind a      *
      *           cover letter worded from the letter text library in  *
      *           the borrower's language; the form itself stays in    *
      *           the IRS's English.                                   *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    FMTAMT, LTXLKUP                                      *
      * COPYBOOKS: CUSTMAST, LOANDATA, APPLDATA, ERRDATA, PRIVDATA,    *
      *            LTXDATA                                             *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     F1098.
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
       01  WS-F1098-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'F1098'.
       COPY LOANDATA.
       COPY APPLDATA.
       COPY ERRDATA.
       COPY PRIVDATA.
       COPY LTXDATA.

       PROCEDURE DIVISION.

               INVALID KEY
                   ADD 1 TO WS-SKIPPED-COUNT
               NOT INVALID KEY
                   IF (LOAN-MORTGAGE OR LOAN-HELOC)
                           AND WS-LOAN-INTEREST
                               NOT < WS-REPORT-MINIMUM
                       PERFORM 3700-FIND-CUSTOMER-LINK
           OPEN OUTPUT FORMPRT
           OPEN OUTPUT IRSFILE
           OPEN OUTPUT CTLRPT
           OPEN INPUT  PRIVOPT
           PERFORM 4050-READ-NEXT-ADDR
           PERFORM 4100-WRITE-T-RECORD
           MOVE 'N' TO WS-EOF-SRTCUS
                 DBFILE
                 FORMPRT
                 IRSFILE
                 CTLRPT
                 PRIVOPT.

       4050-READ-NEXT-ADDR.
           READ ADDRFILE
               ADD SRC-INTEREST TO WS-TOTAL-INTEREST
               PERFORM 4300-MATCH-ADDRESS
               PERFORM 4400-GET-BORROWER-NAME
               PERFORM 4450-PRINT-COVER-LETTER
               PERFORM 4500-PRINT-FORM
               PERFORM 4600-WRITE-B-RECORD
           END-IF.
                   MOVE SRC-CUSTOMER-ID TO CUSTOMER-NAME
           END-READ.

       4450-PRINT-COVER-LETTER.
      *    The T98 cover letter from the text library in the
      *    borrower's language - no privacy record, or no language
      *    on it, is English.
           MOVE SPACES TO LETTER-TEXT-REQUEST
           MOVE 'T98'  TO LTQ-LETTER-TYPE
           MOVE 'E'    TO LTQ-LANGUAGE
           MOVE SRC-CUSTOMER-ID TO PRIVOPT-CUSTOMER-ID
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
           MOVE SRC-LOAN-ID   TO LTQ-VALUE(3)
           MOVE 1 TO LTQ-LINE-NO
           CALL 'LTXLKUP' USING LETTER-TEXT-REQUEST
           PERFORM UNTIL LTQ-RC = 8
               MOVE LTQ-TEXT TO WS-RPT-LINE
               WRITE FORMPRT-REC FROM WS-RPT-LINE
               ADD 1 TO LTQ-LINE-NO
               CALL 'LTXLKUP' USING LETTER-TEXT-REQUEST
           END-PERFORM.

       4500-PRINT-FORM.
           MOVE SRC-INTEREST TO WS-FMT-AMOUNT
           CALL 'FMTAMT' USING WS-FMT-AMOUNT
