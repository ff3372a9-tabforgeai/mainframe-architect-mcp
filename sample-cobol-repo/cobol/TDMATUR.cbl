      *               the standing disposition                        *
      *             - applies early-withdrawal requests, forfeiting   *
      *               the penalty days of interest                    *
      *           A certificate held in the customer's IRA funds from *
      *           and pays out to the CUSTOMER-ID + 'IR' account, so  *
      *           the money never leaves the plan. Renewal notices    *
      *           are worded from the letter text library in the      *
      *           customer's language.                                *
      * AUTHOR:   TABFORGE-AI                                         *
      * CALLS:    FMTAMT, ERRHANDR, LTXLKUP                           *
      * COPYBOOKS: TDDATA, ACCTDATA, DEPRATE, ERRDATA, BUSDATE,       *
      *            LTRDATA, PRIVDATA, LTXDATA                         *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     TDMATUR.
           SELECT BUSDATEF ASSIGN TO UT-S-BUSDATE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
      *    Privacy elections (see PRIVDATA) - read for the language
      *    a renewal notice is sent in.
           SELECT PRIVOPT  ASSIGN TO UT-S-PRIVOPT
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS RANDOM
                           RECORD KEY   IS PRIVOPT-CUSTOMER-ID.

       DATA DIVISION.
       FILE SECTION.
           05  TDO-TERM-MONTHS        PIC 9(03).
           05  TDO-DISPOSITION        PIC X(01).
           05  TDO-PAYOUT-ACCOUNT     PIC X(12).
           05  TDO-IRA-FLAG           PIC X(01).
           05  FILLER                 PIC X(08).

      *    Early-withdrawal requests keyed by the branch.
       FD  TDWDRAW
           RECORD CONTAINS 30 CHARACTERS.
       01  BUSDATEF-REC               PIC X(30).

       FD  PRIVOPT
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  PRIVOPT-REC.
           05  PRIVOPT-CUSTOMER-ID    PIC X(10).
           05  FILLER                 PIC X(50).

       WORKING-STORAGE SECTION.
       01  WS-TDMATUR-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'TDMATUR'.
       COPY ERRDATA.
       COPY BUSDATE.
       COPY LTRDATA.
       COPY PRIVDATA.
       COPY LTXDATA.

       PROCEDURE DIVISION.

           OPEN EXTEND LTRARCH
           OPEN EXTEND LTRARIX
           OPEN OUTPUT TDRPT
           OPEN INPUT  PRIVOPT
           PERFORM 1500-WRITE-HEADER
           PERFORM 2000-PROCESS-OPENS
           PERFORM 3000-WALK-CERTIFICATES
               MOVE TDO-DISPOSITION    TO TD-DISPOSITION
               MOVE TDO-PAYOUT-ACCOUNT TO TD-PAYOUT-ACCOUNT
               MOVE SPACE              TO TD-NOTICE-FLAG
               MOVE TDO-IRA-FLAG       TO TD-IRA-FLAG
               IF TD-IRA
                   MOVE SPACES TO TD-PAYOUT-ACCOUNT
                   STRING TD-CUSTOMER-ID 'IR' DELIMITED SIZE
                       INTO TD-PAYOUT-ACCOUNT
               END-IF
               MOVE TERM-DEPOSIT-RECORD TO TDFILE-REC(1:80)
               WRITE TDFILE-REC
                   INVALID KEY
      *    The principal funds from the customer's deposit account
      *    through the normal payment pipeline.
           MOVE SPACES TO ACCOUNT-RECORD
           IF TD-IRA
               MOVE TD-PAYOUT-ACCOUNT TO ACCOUNT-NUMBER
               MOVE 'IR'             TO ACCOUNT-TYPE
           ELSE
               MOVE TD-CUSTOMER-ID   TO ACCOUNT-NUMBER
               MOVE 'TD'             TO ACCOUNT-TYPE
           END-IF
           MOVE ZERO             TO AVAILABLE-BALANCE
           MOVE TD-PRINCIPAL     TO PENDING-AMOUNT
           PERFORM 8000-STAMP-TXN-DATE
                               WS-FORMATTED-AMT
                               SPACES
                               WS-PROCESS-RC
      *    The TDM notice from the text library in the customer's
      *    language - no privacy record, or no language on it, is
      *    English.
           MOVE SPACES TO LETTER-TEXT-REQUEST
           MOVE 'TDM'  TO LTQ-LETTER-TYPE
           MOVE 'E'    TO LTQ-LANGUAGE
           MOVE TD-CUSTOMER-ID TO PRIVOPT-CUSTOMER-ID
           READ PRIVOPT INTO PRIVACY-ELECTION-RECORD
               KEY IS PRIVOPT-CUSTOMER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PRV-LANG-VALID
                       MOVE PRV-LANGUAGE TO LTQ-LANGUAGE
                   END-IF
           END-READ
           MOVE TD-CUSTOMER-ID   TO LTQ-VALUE(1)
           MOVE TD-ID            TO LTQ-VALUE(2)
           MOVE WS-FORMATTED-AMT TO LTQ-VALUE(3)
           MOVE TD-MATURITY-DATE TO LTQ-VALUE(4)
           PERFORM 8800-WRITE-LETTER-TEXT
           PERFORM 8950-WRITE-ARCHIVE-INDEX
           MOVE SPACES TO WS-RPT-LINE
           STRING TD-ID '  RENEWAL NOTICE SENT'
           ELSE
               MOVE TD-PAYOUT-ACCOUNT TO ACCOUNT-NUMBER
           END-IF
           IF TD-IRA
               MOVE 'IR'         TO ACCOUNT-TYPE
           ELSE
               MOVE 'TD'         TO ACCOUNT-TYPE
           END-IF
           MOVE ZERO             TO AVAILABLE-BALANCE
           MOVE WS-PAYOUT-AMT    TO PENDING-AMOUNT
           PERFORM 8000-STAMP-TXN-DATE
           MOVE BUS-DATE(7:2) TO TRANSACTION-DATE(9:2)
           MOVE '00:00:00'    TO TRANSACTION-TIME.

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
           WRITE TDNOTICE-REC FROM WS-RPT-LINE
           WRITE LTRARCH-REC FROM WS-RPT-LINE
           MOVE BUS-DATE            TO LIX-LETTER-DATE
           MOVE WS-ARCH-NEXT-RECNO  TO LIX-START-RECNO
           MOVE WS-ARCH-LINE-COUNT  TO LIX-LINE-COUNT
           MOVE LTQ-LANGUAGE-USED   TO LIX-LANGUAGE
           WRITE LTRARIX-REC FROM LETTER-INDEX-RECORD
           ADD WS-ARCH-LINE-COUNT   TO WS-ARCH-NEXT-RECNO.

                 TDNOTICE
                 LTRARCH
                 LTRARIX
                 PRIVOPT
                 TDRPT
           DISPLAY 'TDMATUR OPENED:    ' WS-OPENED-COUNT
           DISPLAY 'TDMATUR ROLLED:    ' WS-ROLLED-COUNT
