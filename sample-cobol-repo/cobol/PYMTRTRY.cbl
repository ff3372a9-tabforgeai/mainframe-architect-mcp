      *           re-presenting them would blow the clearing return   *
      *           deadline - so they go straight onto the night's     *
      *           return file behind CHKINTAK's same-day returns.     *
      *           Failed loan autopay drafts ('LAPY' channel) are not *
      *           retried either - they go to the final-reject report.*
      *           Nor is rejected safe deposit box rent ('SDBR') -    *
      *           SDBREL's delinquency ladder re-bills it instead.    *
      * AUTHOR:   TABFORGE-AI                                         *
      * CALLS:    (none)                                              *
      * COPYBOOKS: ACCTDATA, PYMTREJQ, ERRDATA                        *
               IF RJQ-INSUFF-FUNDS AND CHANNEL-CODE = 'CHK '
                   PERFORM 3500-RETURN-CHECK-ITEM
               ELSE
      *            A failed loan autopay draft is final - LOANDREL
      *            already told the borrower the loan was not
      *            credited, so a later re-presentation that posted
      *            would take the money with nothing applied to the
      *            loan. Rejected box rent is re-billed by SDBBILL
      *            at the next ladder step, so a retry here would
      *            collect the rent twice.
                   IF (RJQ-INSUFF-FUNDS OR RJQ-ACCTBAL-FAILURE)
                           AND RJQ-RETRY-COUNT < WS-MAX-RETRIES
                           AND CHANNEL-CODE NOT = 'LAPY'
                           AND CHANNEL-CODE NOT = 'SDBR'
                       PERFORM 3000-REPRESENT-PAYMENT
                   ELSE
                       PERFORM 4000-WRITE-FINAL-REJECT
