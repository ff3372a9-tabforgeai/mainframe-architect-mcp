      *           need no posting - the deposit hit the ledger the    *
      *           night it arrived; release simply stops the hold     *
      *           reducing the customer's available balance.          *
      *           Each freed hold is also written to the released-    *
      *           holds file DWFEED turns into the warehouse's hold-  *
      *           released events at the end of the night.            *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    (none)                                               *
      * COPYBOOKS: ERRDATA, HOLDDATA, BUSDATE                          *
           SELECT RELSRPT  ASSIGN TO UT-S-RELSRPT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT RELSOUT  ASSIGN TO UT-S-RELSOUT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT BUSDATEF ASSIGN TO UT-S-BUSDATE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           RECORD CONTAINS 133 CHARACTERS.
       01  RELSRPT-REC                PIC X(133).

      *    Tonight's freed holds in the HOLDDATA layout, replaced
      *    each cycle.
       FD  RELSOUT
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  RELSOUT-REC                PIC X(60).

      *    Business-date control record set by BDATESET at the start
      *    of the cycle (see BUSDATE copybook).
       FD  BUSDATEF
           OPEN INPUT  HOLDIN
           OPEN OUTPUT HOLDOUT
           OPEN OUTPUT RELSRPT
           OPEN OUTPUT RELSOUT
           PERFORM 1500-WRITE-HEADER
           PERFORM 2000-PROCESS-HOLD UNTIL EOF-HOLDIN
           PERFORM 9000-END.
                  '  DEPOSITED '     DELIMITED SIZE
                  FH-DEPOSIT-DATE    DELIMITED SIZE
                  INTO WS-RPT-LINE
           WRITE RELSRPT-REC FROM WS-RPT-LINE
           WRITE RELSOUT-REC FROM FUNDS-HOLD-RECORD.

       9000-END.
           MOVE SPACES TO WS-RPT-LINE
           CLOSE HOLDIN
                 HOLDOUT
                 RELSRPT
                 RELSOUT
           DISPLAY 'HOLDRELS HOLDS READ: ' WS-HOLD-COUNT
           DISPLAY 'HOLDRELS RELEASED:   ' WS-RELEASED-COUNT
           DISPLAY 'HOLDRELS REMAINING:  ' WS-CARRIED-COUNT
