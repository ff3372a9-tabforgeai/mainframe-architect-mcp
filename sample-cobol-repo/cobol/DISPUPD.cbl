      *           With no action keyed, the transaction is a plain    *
      *           inquiry on the case.                                *
      * AUTHOR:   TABFORGE-AI                                         *
      * CALLS:    ERRHANDR, ENTLCHK                                   *
      * COPYBOOKS: DISPDATA, ERRDATA, DISPMAP, ACCTDATA, ENTLDATA     *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     DISPUPD.
       COPY ERRDATA.
       COPY NOTEDATA.
       COPY DISPMAP.
       COPY ACCTDATA.
       COPY ENTLDATA.

       LINKAGE SECTION.
       01  DFHCOMMAREA                PIC X(01).
           MOVE DACCTNOI TO WS-ACCT-NO
           MOVE DACTIONI TO WS-ACTION-CODE
           MOVE DRESTXTI TO WS-RESOLUTION-TEXT
           MOVE 'N'      TO WS-DISP-FOUND
           PERFORM 2500-CHECK-ENTITLEMENT
           IF ENC-ALLOWED
               PERFORM 2000-LOCATE-DISPUTE
           END-IF
           IF DISPUTE-FOUND AND ACTION-RESOLVE
               PERFORM 2600-CHECK-REFUND-AUTHORITY
           END-IF
           EVALUATE TRUE
               WHEN NOT DISPUTE-FOUND
                   CONTINUE
               WHEN ENC-REFUSED
      *            Over the operator's refund authority - the case is
      *            shown as it stands and nothing is rewritten.
                   CLOSE DISPFILE
               WHEN ACTION-INQUIRY-ONLY
      *            Plain inquiry - nothing to rewrite, so release the
      *            file position 2000-LOCATE-DISPUTE left parked on
      *            the found record.
                   CLOSE DISPFILE
               WHEN OTHER
                   PERFORM 3000-APPLY-ACTION
           END-EVALUATE
           PERFORM 1300-SEND-RESULT-MAP
           EXEC CICS RETURN END-EXEC.

               CLOSE DISPFILE
           END-IF.

       2500-CHECK-ENTITLEMENT.
      *    Even a plain inquiry on the workbench needs DISPUPD on the
      *    operator's entitlement record.
           MOVE SPACES          TO ENTL-CHECK-AREA
           MOVE ZERO            TO ENC-AMOUNT
           MOVE WS-ACCT-NO(1:10) TO ENC-CUSTOMER-ID
           PERFORM 2700-CALL-ENTLCHK.

       2600-CHECK-REFUND-AUTHORITY.
      *    Resolving in the customer's favor makes the disputed
      *    payment a refund DISPREFD will disburse, so it is held
      *    against the operator's refund authority.
           MOVE DISP-PAYMENT-DATA TO ACCOUNT-RECORD
           MOVE SPACES            TO ENTL-CHECK-AREA
           SET ENC-REFUND-LIMIT   TO TRUE
           MOVE PENDING-AMOUNT    TO ENC-AMOUNT
           MOVE DISP-CUSTOMER-ID  TO ENC-CUSTOMER-ID
           PERFORM 2700-CALL-ENTLCHK.

       2700-CALL-ENTLCHK.
           EXEC CICS ASSIGN
                USERID(ENC-OPERATOR-ID)
           END-EXEC
           MOVE EIBTRMID        TO ENC-TERMINAL
           MOVE WS-PROGRAM-NAME TO ENC-PROGRAM
           MOVE 'DISPUPD'       TO ENC-FUNCTION
           CALL 'ENTLCHK' USING ENTL-CHECK-AREA.

       3000-APPLY-ACTION.
           EVALUATE TRUE
               WHEN ACTION-INVESTIGATE
           ELSE
               MOVE 'NO OPEN DISPUTE FOR THAT ACCOUNT' TO MSGDI
           END-IF
           IF ENC-REFUSED
               MOVE ENC-MESSAGE TO MSGDI
           END-IF
           EXEC CICS SEND MAP('DISPMAP')
                          MAPSET('DISPINQM')
                          FROM(DISPMAPI)
