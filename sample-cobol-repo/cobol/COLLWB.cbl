      *           against the payment trail after the promised date    *
      *           and resumes the ladder on a broken one.              *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    FMTAMT, ENTLCHK                                      *
      * COPYBOOKS: LOANDATA, PROMDATA, ERRDATA, CWBMAP, ENTLDATA       *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COLLWB.
       COPY PROMDATA.
       COPY ERRDATA.
       COPY CWBMAP.
       COPY ENTLDATA.

       LINKAGE SECTION.
       01  DFHCOMMAREA                PIC X(01).
           END-EXEC
           MOVE SPACES TO WS-MESSAGE
           MOVE WLOANIDI TO LOANFILE-LOAN-ID
           MOVE 'N'      TO WS-LOAN-FOUND
           PERFORM 1250-CHECK-ENTITLEMENT
           IF ENC-ALLOWED
               PERFORM 2000-READ-LOAN
           ELSE
               MOVE ENC-MESSAGE TO WS-MESSAGE
           END-IF
           IF LOAN-FOUND
               PERFORM 2100-SHOW-DELINQUENCY
               PERFORM 2200-SHOW-OPEN-PROMISE
                          COMMAREA(WS-COMM-DATA)
           END-EXEC.

       1250-CHECK-ENTITLEMENT.
      *    The workbench, inquiry included, needs COLLWB on the
      *    operator's entitlement record.
           MOVE SPACES          TO ENTL-CHECK-AREA
           MOVE ZERO            TO ENC-AMOUNT
           EXEC CICS ASSIGN
                USERID(ENC-OPERATOR-ID)
           END-EXEC
           MOVE EIBTRMID        TO ENC-TERMINAL
           MOVE WS-PROGRAM-NAME TO ENC-PROGRAM
           MOVE 'COLLWB'        TO ENC-FUNCTION
           CALL 'ENTLCHK' USING ENTL-CHECK-AREA.

       1300-SEND-RESULT-MAP.
           MOVE WS-MESSAGE TO WMSGI
           EXEC CICS SEND MAP('CWBMAP')
