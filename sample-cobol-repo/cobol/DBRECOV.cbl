               READ AUDITFILE
                   AT END MOVE 'Y' TO WS-EOF-AUDITFILE
               END-READ
      *        Signer register entries (CUSTMNT's SIGNER actions),
      *        branch/officer assignments (ASSIGN actions) and
      *        overdraft opt-in elections (ODOPT actions), IRA plans
      *        (IRAPLN actions), custodial accounts (MINOR actions)
      *        and debit cards (CARD actions), privacy elections
      *        (PRIV actions) and bonus rate enrolments (BONUS
      *        actions) share the audit stream but are not customer
      *        images.
               IF NOT EOF-AUDITFILE
                       AND AUDIT-ACTION(1:6) NOT = 'SIGNER'
                       AND AUDIT-ACTION(1:6) NOT = 'ASSIGN'
                       AND AUDIT-ACTION(1:5) NOT = 'ODOPT'
                       AND AUDIT-ACTION(1:6) NOT = 'IRAPLN'
                       AND AUDIT-ACTION(1:5) NOT = 'MINOR'
                       AND AUDIT-ACTION(1:4) NOT = 'CARD'
                       AND AUDIT-ACTION(1:4) NOT = 'PRIV'
                       AND AUDIT-ACTION(1:5) NOT = 'BONUS'
                   PERFORM 3100-APPLY-ONE-IMAGE
               END-IF
           END-PERFORM
