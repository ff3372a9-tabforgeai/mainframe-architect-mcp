      *           charge (and is reported as the shortfall covered).  *
      *           FEEPROC already waives the flat retail fee for      *
      *           corporates - this is what replaces it.              *
      *           Each analyzed customer's net fee and earnings       *
      *           credit also go to the ANALCHG extract for CUSTPROF. *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    DBUPD01, ERRHANDR                                    *
      * COPYBOOKS: CUSTMAST, ERRDATA, BUSDATE                          *
           SELECT BUSDATEF ASSIGN TO UT-S-BUSDATE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT ANALCHG  ASSIGN TO UT-S-ANALCHG
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 133 CHARACTERS.
       01  ANALRPT-REC                PIC X(133).

      *    One record per corporate customer analyzed - the net fee
      *    assessed (zero when the earnings credit covered it) and
      *    the credit given, for CUSTPROF's profitability figures.
       FD  ANALCHG
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  ANALCHG-REC.
           05  ANC-CUSTOMER-ID        PIC X(10).
           05  ANC-NET-FEE            PIC S9(09)V99.
           05  ANC-EARNINGS-CREDIT    PIC S9(09)V99.
           05  ANC-BUSINESS-DATE      PIC X(08).

      *    Business-date control record set by BDATESET at the start
      *    of the cycle (see BUSDATE copybook).
       FD  BUSDATEF
           OPEN INPUT  DBFILE
           OPEN OUTPUT ANALSTMT
           OPEN OUTPUT ANALRPT
           OPEN OUTPUT ANALCHG
           MOVE SPACES TO WS-RPT-LINE
           MOVE 'CORPORATE ACCOUNT ANALYSIS RUN' TO WS-RPT-LINE
           WRITE ANALRPT-REC FROM WS-RPT-LINE
                   ADD 1 TO WS-CORP-COUNT
                   PERFORM 3000-COMPUTE-ANALYSIS
                   PERFORM 4000-WRITE-STATEMENT
                   MOVE SPACES             TO ANALCHG-REC
                   MOVE CUSTOMER-ID        TO ANC-CUSTOMER-ID
                   MOVE ZERO               TO ANC-NET-FEE
                   MOVE WS-EARNINGS-CREDIT TO ANC-EARNINGS-CREDIT
                   MOVE BUS-DATE           TO ANC-BUSINESS-DATE
                   IF WS-NET-FEE > ZERO
                       PERFORM 5000-ASSESS-NET-FEE
                       MOVE WS-NET-FEE TO ANC-NET-FEE
                   ELSE
                       ADD 1 TO WS-COVERED-COUNT
                   END-IF
                   WRITE ANALCHG-REC
               END-IF
           END-IF.

           CLOSE DBFILE
                 ANALSTMT
                 ANALRPT
                 ANALCHG
           DISPLAY 'ACCTANAL CORPORATES: ' WS-CORP-COUNT
           DISPLAY 'ACCTANAL FEES:       ' WS-CHARGED-COUNT
           MOVE RC-SUCCESS TO WS-RETURN-CODE
