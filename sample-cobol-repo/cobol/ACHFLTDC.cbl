      *----------------------------------------------------------------*
      * PROGRAM:  ACHFLTDC                                             *
      * PURPOSE:  ACH debit filter decision processor - runs ahead of  *
      *           ACHINTAK and drains the prior night's ACHFEXCP       *
      *           exception file against the customers' pay/return     *
      *           decisions, the same way POSPAYDC works positive pay. *
      *           A PAY decision re-emits the held payment onto the    *
      *           ACHFPYMT feed concatenated into PYMT001's input; a   *
      *           PAY-AND-AUTHORIZE decision does the same and appends *
      *           the originator to the account's ACHFILTR list so its *
      *           next debit passes; anything without a PAY decision   *
      *           by the cutoff goes back to the network on the        *
      *           ACHFRETN returns file (ACHRETN layout) with the      *
      *           unauthorized return code ACHINTAK recorded at hold   *
      *           time - inside the return window, since the decision  *
      *           was due the next banking day. Every disposition      *
      *           lands on the decision report.                        *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    (none)                                               *
      * COPYBOOKS: ACCTDATA, ACHFDATA, ERRDATA, BUSDATE                *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     ACHFLTDC.
       AUTHOR.         TABFORGE-AI.
       DATE-WRITTEN.   2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACHFEXCP ASSIGN TO UT-S-ACHFEXCP
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT ACHFDECN ASSIGN TO UT-S-ACHFDECN
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT ACHFILTR ASSIGN TO UT-S-ACHFILTR
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT ACHFPYMT ASSIGN TO UT-S-ACHFPYMT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT ACHFRETN ASSIGN TO UT-S-ACHFRETN
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT ACHFDRPT ASSIGN TO UT-S-ACHFDRPT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT BUSDATEF ASSIGN TO UT-S-BUSDATE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACHFEXCP
           RECORDING MODE IS F
           RECORD CONTAINS 360 CHARACTERS.
       01  ACHFEXCP-REC               PIC X(360).

       FD  ACHFDECN
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  ACHFDECN-REC               PIC X(40).

       FD  ACHFILTR
           RECORDING MODE IS F
           RECORD CONTAINS 50 CHARACTERS.
       01  ACHFILTR-REC               PIC X(50).

       FD  ACHFPYMT
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01  ACHFPYMT-REC               PIC X(200).

      *    Returns to the originating network - the original entry
      *    image plus the R-code, the layout ACHINTAK's ACHRETN uses.
       FD  ACHFRETN
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  ACHFRETN-REC.
           05  RET-ENTRY-IMAGE        PIC X(94).
           05  RET-REASON-CODE        PIC X(03).
           05  FILLER                 PIC X(03).

       FD  ACHFDRPT
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  ACHFDRPT-REC               PIC X(133).

      *    Business-date control record set by BDATESET at the start
      *    of the cycle (see BUSDATE copybook).
       FD  BUSDATEF
           RECORDING MODE IS F
           RECORD CONTAINS 30 CHARACTERS.
       01  BUSDATEF-REC               PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-ACHFLTDC-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'ACHFLTDC'.
           05  WS-EOF-ACHFEXCP        PIC X(1)  VALUE 'N'.
               88  EOF-ACHFEXCP           VALUE 'Y'.
           05  WS-EOF-ACHFDECN        PIC X(1)  VALUE 'N'.
               88  EOF-ACHFDECN           VALUE 'Y'.
           05  WS-EXCEPT-COUNT        PIC 9(7)  COMP VALUE ZERO.
           05  WS-PAID-COUNT          PIC 9(7)  COMP VALUE ZERO.
           05  WS-AUTHORIZED-COUNT    PIC 9(7)  COMP VALUE ZERO.
           05  WS-RETURNED-COUNT      PIC 9(7)  COMP VALUE ZERO.
           05  WS-DEFAULTED-COUNT     PIC 9(7)  COMP VALUE ZERO.
           05  WS-DEC-LOADED          PIC 9(4)  COMP VALUE ZERO.
           05  WS-DEC-MAX             PIC 9(4)  COMP VALUE 1000.
           05  WS-DEC-IX              PIC 9(4)  COMP VALUE ZERO.
           05  WS-DEC-FOUND           PIC X(1)  VALUE 'N'.
               88  DECISION-FOUND         VALUE 'Y'.
           05  WS-DEC-CODE-FOUND      PIC X(1)  VALUE SPACE.
               88  DECISION-IS-PAY        VALUE 'P' 'A'.
               88  DECISION-AUTHORIZES    VALUE 'A'.
           05  WS-COUNT-DISP          PIC ZZZZZZZ9.
           05  WS-RPT-LINE            PIC X(133) VALUE SPACES.

       01  WS-DEC-TABLE.
           05  WS-DEC-ENTRY OCCURS 1000 TIMES.
               10  WS-DEC-ACCOUNT     PIC X(12).
               10  WS-DEC-TRACE       PIC X(15).
               10  WS-DEC-CODE        PIC X(01).

       COPY ACCTDATA.
       COPY ACHFDATA.
       COPY ERRDATA.
       COPY BUSDATE.

       PROCEDURE DIVISION.

       1000-INIT.
           PERFORM 1010-READ-BUSINESS-DATE
           PERFORM 1100-LOAD-DECISIONS
           OPEN INPUT  ACHFEXCP
           OPEN EXTEND ACHFILTR
           OPEN OUTPUT ACHFPYMT
           OPEN OUTPUT ACHFRETN
           OPEN OUTPUT ACHFDRPT
           PERFORM 1500-WRITE-HEADER
           PERFORM 2000-PROCESS-EXCEPTION UNTIL EOF-ACHFEXCP
           PERFORM 9000-END.

       1010-READ-BUSINESS-DATE.
      *    Falls back to the machine date if the control file is
      *    empty (first cycle before BDATESET ever ran).
           OPEN INPUT BUSDATEF
           READ BUSDATEF INTO BUSINESS-DATE-RECORD
               AT END
                   MOVE FUNCTION CURRENT-DATE(1:8) TO BUS-DATE
           END-READ
           CLOSE BUSDATEF.

       1100-LOAD-DECISIONS.
      *    A decision file bigger than the table means decisions the
      *    run would silently default to return - reported loudly,
      *    extra decisions ignored (the debit then goes back, which
      *    is the safe side of this control).
           OPEN INPUT ACHFDECN
           PERFORM UNTIL EOF-ACHFDECN
               READ ACHFDECN INTO ACH-FILTER-DECISION-RECORD
                   AT END MOVE 'Y' TO WS-EOF-ACHFDECN
               END-READ
               IF NOT EOF-ACHFDECN
                   IF WS-DEC-LOADED < WS-DEC-MAX
                       ADD 1 TO WS-DEC-LOADED
                       MOVE AFD-ACCOUNT-NUMBER
                           TO WS-DEC-ACCOUNT(WS-DEC-LOADED)
                       MOVE AFD-TRACE-NUMBER
                           TO WS-DEC-TRACE(WS-DEC-LOADED)
                       MOVE AFD-DECISION
                           TO WS-DEC-CODE(WS-DEC-LOADED)
                   ELSE
                       DISPLAY 'ACHFLTDC DECISION TABLE FULL - '
                               'DECISION IGNORED FOR '
                               AFD-ACCOUNT-NUMBER
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ACHFDECN.

       1500-WRITE-HEADER.
           MOVE SPACES TO WS-RPT-LINE
           MOVE 'ACH DEBIT FILTER DECISION REPORT' TO WS-RPT-LINE
           WRITE ACHFDRPT-REC FROM WS-RPT-LINE.

       2000-PROCESS-EXCEPTION.
           READ ACHFEXCP INTO ACH-FILTER-EXCEPTION-RECORD
               AT END MOVE 'Y' TO WS-EOF-ACHFEXCP
           END-READ
           IF NOT EOF-ACHFEXCP
               ADD 1 TO WS-EXCEPT-COUNT
               PERFORM 2100-FIND-DECISION
               IF DECISION-IS-PAY
                   PERFORM 3000-PAY-ITEM
               ELSE
                   PERFORM 4000-RETURN-ITEM
               END-IF
           END-IF.

       2100-FIND-DECISION.
           MOVE 'N'   TO WS-DEC-FOUND
           MOVE SPACE TO WS-DEC-CODE-FOUND
           PERFORM VARYING WS-DEC-IX FROM 1 BY 1
                   UNTIL WS-DEC-IX > WS-DEC-LOADED
                   OR DECISION-FOUND
               IF AFX-ACCOUNT-NUMBER = WS-DEC-ACCOUNT(WS-DEC-IX)
                       AND AFX-TRACE-NUMBER = WS-DEC-TRACE(WS-DEC-IX)
                   MOVE 'Y' TO WS-DEC-FOUND
                   MOVE WS-DEC-CODE(WS-DEC-IX) TO WS-DEC-CODE-FOUND
               END-IF
           END-PERFORM.

       3000-PAY-ITEM.
      *    The re-presented payment goes straight to PYMT001 - it
      *    does not pass back through ACHINTAK's filter.
           MOVE AFX-PAYMENT-DATA TO ACCOUNT-RECORD
           WRITE ACHFPYMT-REC FROM ACCOUNT-RECORD
           ADD 1 TO WS-PAID-COUNT
           MOVE SPACES TO WS-RPT-LINE
           IF DECISION-AUTHORIZES
               PERFORM 3100-AUTHORIZE-ORIGINATOR
               STRING AFX-ACCOUNT-NUMBER   DELIMITED SIZE
                      '  '                 DELIMITED SIZE
                      AFX-TRACE-NUMBER     DELIMITED SIZE
                      '  PAY - ORIGINATOR ' DELIMITED SIZE
                      AFX-COMPANY-ID       DELIMITED SIZE
                      ' ADDED TO FILTER'   DELIMITED SIZE
                      INTO WS-RPT-LINE
           ELSE
               STRING AFX-ACCOUNT-NUMBER   DELIMITED SIZE
                      '  '                 DELIMITED SIZE
                      AFX-TRACE-NUMBER     DELIMITED SIZE
                      '  PAY DECISION - RE-PRESENTED'
                                           DELIMITED SIZE
                      INTO WS-RPT-LINE
           END-IF
           WRITE ACHFDRPT-REC FROM WS-RPT-LINE.

       3100-AUTHORIZE-ORIGINATOR.
      *    Authorized with no maximum; treasury services sets one on
      *    the list if the customer wants it. A full block on the
      *    account still holds the originator's next debit.
           MOVE SPACES             TO ACH-FILTER-RECORD
           MOVE AFX-ACCOUNT-NUMBER TO AFR-ACCOUNT-NUMBER
           SET AFR-ALLOWED         TO TRUE
           MOVE AFX-COMPANY-ID     TO AFR-COMPANY-ID
           MOVE ZERO               TO AFR-MAX-AMOUNT
           MOVE BUS-DATE           TO AFR-ADDED-DATE
           WRITE ACHFILTR-REC FROM ACH-FILTER-RECORD
           ADD 1 TO WS-AUTHORIZED-COUNT.

       4000-RETURN-ITEM.
           MOVE SPACES           TO ACHFRETN-REC
           MOVE AFX-ENTRY-IMAGE  TO RET-ENTRY-IMAGE
           MOVE AFX-RETURN-CODE  TO RET-REASON-CODE
           WRITE ACHFRETN-REC
           ADD 1 TO WS-RETURNED-COUNT
           MOVE SPACES TO WS-RPT-LINE
           IF DECISION-FOUND
               STRING AFX-ACCOUNT-NUMBER   DELIMITED SIZE
                      '  '                 DELIMITED SIZE
                      AFX-TRACE-NUMBER     DELIMITED SIZE
                      '  RETURN DECISION - RETURNED '
                                           DELIMITED SIZE
                      AFX-RETURN-CODE      DELIMITED SIZE
                      INTO WS-RPT-LINE
           ELSE
               ADD 1 TO WS-DEFAULTED-COUNT
               STRING AFX-ACCOUNT-NUMBER   DELIMITED SIZE
                      '  '                 DELIMITED SIZE
                      AFX-TRACE-NUMBER     DELIMITED SIZE
                      '  NO DECISION BY CUTOFF - RETURNED '
                                           DELIMITED SIZE
                      AFX-RETURN-CODE      DELIMITED SIZE
                      INTO WS-RPT-LINE
           END-IF
           WRITE ACHFDRPT-REC FROM WS-RPT-LINE.

       9000-END.
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-PAID-COUNT TO WS-COUNT-DISP
           STRING 'DEBITS PAID:           ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE ACHFDRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-AUTHORIZED-COUNT TO WS-COUNT-DISP
           STRING 'ORIGINATORS AUTHORIZED:' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE ACHFDRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-RETURNED-COUNT TO WS-COUNT-DISP
           STRING 'DEBITS RETURNED:       ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE ACHFDRPT-REC FROM WS-RPT-LINE
           CLOSE ACHFEXCP
                 ACHFILTR
                 ACHFPYMT
                 ACHFRETN
                 ACHFDRPT
           DISPLAY 'ACHFLTDC EXCEPTIONS: ' WS-EXCEPT-COUNT
           DISPLAY 'ACHFLTDC PAID:       ' WS-PAID-COUNT
           DISPLAY 'ACHFLTDC AUTHORIZED: ' WS-AUTHORIZED-COUNT
           DISPLAY 'ACHFLTDC RETURNED:   ' WS-RETURNED-COUNT
           DISPLAY 'ACHFLTDC DEFAULTED:  ' WS-DEFAULTED-COUNT
      *    Debits returned with no customer decision end the step
      *    with a warning so operations sees the cutoff was missed.
           IF WS-DEFAULTED-COUNT > ZERO
               MOVE RC-WARNING TO WS-RETURN-CODE
           ELSE
               MOVE RC-SUCCESS TO WS-RETURN-CODE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.
