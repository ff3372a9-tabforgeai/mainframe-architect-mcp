      *----------------------------------------------------------------*
      * ACCLOG.CPY - Operator Access Log Record                        *
      * Used by: CUSTINQ, CUSTMNT, AUDINQ, PRIVRPT, CUSTDAR, ENTLCHK   *
      * ERRHANDR logs PIN failures but nothing recorded successful     *
      * lookups - "who viewed this customer's data" was unanswerable.  *
      * Every online inquiry, maintenance action and audit-trail       *
      * access, and what was displayed. PRIVRPT periodically scans     *
      * the log for snooping patterns - an operator repeatedly         *
      * viewing a customer they never maintain or transact on.         *
      * ENTLCHK adds a REFUSE entry whenever an online screen turns    *
      * an operator away for want of entitlement or authority; the     *
      * function and reason ride in ACL-WHAT-VIEWED.                   *
      *----------------------------------------------------------------*
       01  ACCESS-LOG-RECORD.
           05  ACL-DATE               PIC X(08).
               88  ACL-ACTION-VIEW        VALUE 'VIEW  '.
               88  ACL-ACTION-UPDATE      VALUE 'UPDATE'.
               88  ACL-ACTION-AUDIT       VALUE 'AUDIT '.
               88  ACL-ACTION-REFUSED     VALUE 'REFUSE'.
           05  ACL-WHAT-VIEWED        PIC X(20).
           05  FILLER                 PIC X(08).
