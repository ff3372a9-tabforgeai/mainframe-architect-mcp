      *           posting cycle and marks the held record released    *
      *           in place. Same pseudo-conversational structure and  *
      *           sequential REWRITE-in-place idiom as CUSTMNT.       *
      *           A CASH-channel entry is posted to the keying        *
      *           teller's drawer through TLRCASH as it is released;  *
      *           if the drawer is not open or cannot pay the cash    *
      *           out, the entry stays pending.                       *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    ERRHANDR, ENTLCHK, TLRCASH                           *
      * COPYBOOKS: ACCTDATA, ERRDATA, APPRDATA, APPMAP, ENTLDATA,      *
      *            TLRDATA                                             *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PAYAPPR.
       COPY ERRDATA.
       COPY APPRDATA.
       COPY APPMAP.
       COPY ENTLDATA.
       COPY TLRDATA.

       LINKAGE SECTION.
       01  DFHCOMMAREA                PIC X(01).
                   MOVE 'RELEASE REFUSED - SAME OFFICER WHO ENTERED
      -                 ' THE PAYMENT' TO WS-MESSAGE
               ELSE
                   PERFORM 2100-CHECK-ENTITLEMENT
                   IF ENC-ALLOWED
                       IF CHANNEL-CODE = 'CASH'
                           PERFORM 2200-POST-CASH-DRAWER
                       END-IF
                       IF CHANNEL-CODE NOT = 'CASH' OR TLC-OK
                           PERFORM 3000-RELEASE-ENTRY
                       ELSE
                           MOVE TLC-MESSAGE TO WS-MESSAGE
                       END-IF
                   ELSE
                       MOVE ENC-MESSAGE TO WS-MESSAGE
                   END-IF
               END-IF
           END-IF
           CLOSE APPRPEND.

       2100-CHECK-ENTITLEMENT.
      *    Beyond the two-person rule, the releasing operator must
      *    hold PAYAPPR on the entitlement table and release
      *    authority for the held amount.
           MOVE APV-PAYMENT-DATA TO ACCOUNT-RECORD
           MOVE SPACES           TO ENTL-CHECK-AREA
           EXEC CICS ASSIGN
                USERID(ENC-OPERATOR-ID)
           END-EXEC
           MOVE EIBTRMID         TO ENC-TERMINAL
           MOVE WS-PROGRAM-NAME  TO ENC-PROGRAM
           MOVE 'PAYAPPR'        TO ENC-FUNCTION
           SET ENC-RELEASE-LIMIT TO TRUE
           MOVE PENDING-AMOUNT   TO ENC-AMOUNT
           MOVE ACCOUNT-NUMBER(1:10) TO ENC-CUSTOMER-ID
           CALL 'ENTLCHK' USING ENTL-CHECK-AREA.

       2200-POST-CASH-DRAWER.
      *    The cash passes through the drawer of the teller who keyed
      *    the entry - the customer is still at that teller's window.
           MOVE SPACES               TO TELLER-CASH-AREA
           SET TLC-POST-CASH         TO TRUE
           MOVE APV-TELLER-ID        TO TLC-TELLER-ID
           IF TRANSACTION-TYPE(1:2) = 'CR'
               SET TLC-CASH-IN       TO TRUE
           ELSE
               SET TLC-CASH-OUT      TO TRUE
           END-IF
           MOVE PENDING-AMOUNT       TO TLC-AMOUNT
           MOVE ACCOUNT-NUMBER(1:10) TO TLC-CUSTOMER-ID
           MOVE APV-REF              TO TLC-REF
           CALL 'TLRCASH' USING TELLER-CASH-AREA.

       3000-RELEASE-ENTRY.
           SET APV-RELEASED TO TRUE
           REWRITE APPRPEND-REC FROM PENDING-APPROVAL-RECORD
