      *----------------------------------------------------------------*
      * BALHDATA.CPY - Daily Balance History Record                    *
      * Used by: ACCTBAL, BALRPT, CUSTINQ, STMTPRT                     *
      * One snapshot per customer per business date, written by       *
      * ACCTBAL as it rewrites CUSTOMER-BALANCE - so yesterday's      *
      * figure survives instead of existing only inside DBAUDIT       *
