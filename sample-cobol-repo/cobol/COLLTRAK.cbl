      * PURPOSE:  Collateral and insurance tracking for the secured    *
      *           book. Lien perfection and proof-of-insurance lived   *
      *           in a paper file; the system knew nothing about the   *
      *           collateral behind LOAN-VEHICLE, LOAN-MORTGAGE and    *
      *           LOAN-HELOC loans. This nightly scan walks the        *
      *           collateral file: a policy past its expiry climbs the *
      *           letter ladder - reminder, final warning, then        *
      *           force-placed coverage whose annual premium (the      *
      *           customary 2 percent of the loan balance) is charged  *
      *           onto the loan - and a loan that has closed (LOANPAY  *
      *           payoff or completed quote) gets its lien released    *
      *           automatically with the release letter. Letters print *
      *           and archive to the correspondence archive, worded    *
      *           from the letter text library (CLR, CL1, CL2, CLF) in *
      *           the borrower's language; everything reports.         *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    FMTAMT, ERRHANDR, LTXLKUP                            *
      * COPYBOOKS: COLLDATA, LOANDATA, LTRDATA, ERRDATA, BUSDATE,      *
      *            PRIVDATA, LTXDATA                                   *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COLLTRAK.
           SELECT COLLRPT  ASSIGN TO UT-S-COLLRPT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
      *    Privacy elections (see PRIVDATA) - read for the language
      *    a collateral letter is sent in.
           SELECT PRIVOPT  ASSIGN TO UT-S-PRIVOPT
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS RANDOM
                           RECORD KEY   IS PRIVOPT-CUSTOMER-ID.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 133 CHARACTERS.
       01  COLLRPT-REC                PIC X(133).

       FD  PRIVOPT
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  PRIVOPT-REC.
           05  PRIVOPT-CUSTOMER-ID    PIC X(10).
           05  FILLER                 PIC X(50).

       WORKING-STORAGE SECTION.
       01  WS-COLLTRAK-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'COLLTRAK'.
       COPY LTRDATA.
       COPY ERRDATA.
       COPY BUSDATE.
       COPY PRIVDATA.
       COPY LTXDATA.

       PROCEDURE DIVISION.

           OPEN I-O    COLLFILE
           OPEN I-O    LOANFILE
           OPEN OUTPUT COLLLTRS
           OPEN INPUT  PRIVOPT
           OPEN EXTEND LTRARCH
           OPEN EXTEND LTRARIX
           OPEN OUTPUT COLLRPT
           SET COLL-LIEN-RELEASED TO TRUE
           MOVE 'Y' TO WS-REC-CHANGED
           MOVE ZERO TO WS-ARCH-LINE-COUNT
           PERFORM 3900-SET-LETTER-LANGUAGE
           MOVE 'CLR'                  TO LTQ-LETTER-TYPE
           MOVE COLL-LOAN-ID           TO LTQ-VALUE(1)
           MOVE COLL-DESCRIPTION(1:30) TO LTQ-VALUE(2)
           PERFORM 8800-WRITE-LETTER-TEXT
           PERFORM 8950-WRITE-ARCHIVE-INDEX
           MOVE SPACES TO WS-RPT-LINE
           STRING COLL-LOAN-ID '  LIEN RELEASED - LOAN CLOSED'
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE COLLRPT-REC FROM WS-RPT-LINE.

       3900-SET-LETTER-LANGUAGE.
      *    The borrower's language - no privacy record, or no
      *    language on it, is English.
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

       4000-CHECK-INSURANCE.
           IF COLL-POLICY-EXPIRY < BUS-DATE
                   AND COLL-FP-LEVEL < 3

       4100-SEND-LAPSE-LETTER.
           MOVE ZERO TO WS-ARCH-LINE-COUNT
           PERFORM 3900-SET-LETTER-LANGUAGE
           IF COLL-FP-LEVEL = 1
               MOVE 'CL1' TO LTQ-LETTER-TYPE
           ELSE
               MOVE 'CL2' TO LTQ-LETTER-TYPE
           END-IF
           MOVE COLL-LOAN-ID       TO LTQ-VALUE(1)
           MOVE COLL-POLICY-NO     TO LTQ-VALUE(2)
           MOVE COLL-POLICY-EXPIRY TO LTQ-VALUE(3)
           PERFORM 8800-WRITE-LETTER-TEXT
           PERFORM 8950-WRITE-ARCHIVE-INDEX
           MOVE SPACES TO WS-RPT-LINE
           STRING COLL-LOAN-ID '  LAPSE LETTER LEVEL '
       4500-FORCE-PLACE-COVERAGE.
      *    Coverage is bought for the bank's interest and the annual
      *    premium charges straight onto the loan balance - the
      *    borrower was warned twice. A home equity line is insured
      *    for the whole line, drawn or not - it can be drawn to the
      *    limit tomorrow.
           ADD 1 TO WS-FORCED-COUNT
           IF LOAN-HELOC
               COMPUTE WS-FP-PREMIUM ROUNDED = LOAN-AMOUNT * 0.02
           ELSE
               COMPUTE WS-FP-PREMIUM ROUNDED = LOAN-BALANCE * 0.02
           END-IF
           ADD WS-FP-PREMIUM TO LOAN-BALANCE
           REWRITE LOANFILE-REC FROM LOAN-RECORD
               INVALID KEY
                               SPACES
                               WS-PROCESS-RC
           MOVE ZERO TO WS-ARCH-LINE-COUNT
           PERFORM 3900-SET-LETTER-LANGUAGE
           MOVE 'CLF'            TO LTQ-LETTER-TYPE
           MOVE COLL-LOAN-ID     TO LTQ-VALUE(1)
           MOVE WS-FORMATTED-AMT TO LTQ-VALUE(2)
           PERFORM 8800-WRITE-LETTER-TEXT
           PERFORM 8950-WRITE-ARCHIVE-INDEX
           MOVE SPACES TO WS-RPT-LINE
           STRING COLL-LOAN-ID '  FORCE-PLACED - PREMIUM '
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE COLLRPT-REC FROM WS-RPT-LINE.

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
           WRITE COLLLTRS-REC FROM WS-RPT-LINE
           WRITE LTRARCH-REC FROM WS-RPT-LINE
           MOVE BUS-DATE           TO LIX-LETTER-DATE
           MOVE WS-ARCH-NEXT-RECNO TO LIX-START-RECNO
           MOVE WS-ARCH-LINE-COUNT TO LIX-LINE-COUNT
           MOVE LTQ-LANGUAGE-USED  TO LIX-LANGUAGE
           WRITE LTRARIX-REC FROM LETTER-INDEX-RECORD
           ADD WS-ARCH-LINE-COUNT  TO WS-ARCH-NEXT-RECNO.

           CLOSE COLLFILE
                 LOANFILE
                 COLLLTRS
                 PRIVOPT
                 LTRARCH
                 LTRARIX
                 COLLRPT
