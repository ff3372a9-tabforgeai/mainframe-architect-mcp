      *           the branches. When nothing changed the state        *
      *           simply rolls forward and no notice prints - so the  *
      *           disclosure obligation is met by the batch, not by   *
      *           hand. The notice is worded from the letter text     *
      *           library in the customer's language.                 *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    LTXLKUP                                              *
      * COPYBOOKS: ACCTMST, ERRDATA, DEPRATE, BUSDATE, PRIVDATA,       *
      *            LTXDATA                                             *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     RATENOTC.
           SELECT BUSDATEF ASSIGN TO UT-S-BUSDATE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
      *    Privacy elections (see PRIVDATA) - read for the language
      *    each notice is sent in.
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
       01  WS-RATENOTC-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'RATENOTC'.
       COPY ERRDATA.
       COPY DEPRATE.
       COPY BUSDATE.
       COPY PRIVDATA.
       COPY LTXDATA.

       PROCEDURE DIVISION.


       2000-NOTICE-HOLDERS.
           OPEN INPUT ACCTMAST
           OPEN INPUT PRIVOPT
           PERFORM 2100-NOTICE-ACCOUNT UNTIL EOF-ACCTMAST
           CLOSE ACCTMAST
                 PRIVOPT.

       2100-NOTICE-ACCOUNT.
           READ ACCTMAST INTO ACCOUNT-MASTER-RECORD
           END-IF.

       2200-WRITE-NOTICE.
      *    The RCN notice from the text library in the customer's
      *    language - no privacy record, or no language on it, is
      *    English.
           MOVE SPACES TO LETTER-TEXT-REQUEST
           MOVE 'RCN'  TO LTQ-LETTER-TYPE
           MOVE 'E'    TO LTQ-LANGUAGE
           MOVE AM-CUSTOMER-ID TO PRIVOPT-CUSTOMER-ID
           READ PRIVOPT INTO PRIVACY-ELECTION-RECORD
               KEY IS PRIVOPT-CUSTOMER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PRV-LANG-VALID
                       MOVE PRV-LANGUAGE TO LTQ-LANGUAGE
                   END-IF
           END-READ
           MOVE BUS-DATE        TO LTQ-VALUE(1)
           MOVE AM-CUSTOMER-ID  TO LTQ-VALUE(2)
           MOVE AM-ACCOUNT-TYPE TO LTQ-VALUE(3)
           MOVE WS-RATE-DISP    TO LTQ-VALUE(4)
           MOVE BUS-NEXT-DATE   TO LTQ-VALUE(5)
           MOVE 1 TO LTQ-LINE-NO
           CALL 'LTXLKUP' USING LETTER-TEXT-REQUEST
           PERFORM UNTIL LTQ-RC = 8
               MOVE LTQ-TEXT TO RTNOTICE-REC
               WRITE RTNOTICE-REC
               ADD 1 TO LTQ-LINE-NO
               CALL 'LTXLKUP' USING LETTER-TEXT-REQUEST
           END-PERFORM.

       8000-ROLL-STATE-FORWARD.
      *    The new state is simply tonight's rate table - next run
