      *----------------------------------------------------------------*
      * RNUMDATA.CPY - Account Renumber Cross-Reference                *
      * Used by: ACCTRNUM, RNUMLKUP, PYMT001, TRANRETR, STMTRPRT       *
      * When an account number is compromised ACCTRNUM moves the       *
      * customer to a new number instead of closing the account, and   *
      * writes two of these records on the RNUMXREF KSDS per renumber  *
      * so the link can be walked from either side: one under the old  *
      * customer ID (role 'O', partner = the replacement) and one      *
      * under the new (role 'N', partner = the number it replaced). A  *
      * number renumbered twice simply chains. RNX-ACCOUNT-NUMBER is   *
      * the full twelve-character number as published to the           *
      * customer; the leading ten are the customer ID, under the       *
      * customer-ID-as-account-number convention.                      *
      *----------------------------------------------------------------*
       01  ACCOUNT-RENUMBER-RECORD.
           05  RNX-KEY.
               10  RNX-CUSTOMER-ID    PIC X(10).
               10  RNX-ROLE           PIC X(01).
                   88  RNX-RETIRED        VALUE 'O'.
                   88  RNX-REPLACEMENT    VALUE 'N'.
           05  RNX-ACCOUNT-NUMBER     PIC X(12).
           05  RNX-PARTNER-ID         PIC X(10).
           05  RNX-PARTNER-ACCOUNT    PIC X(12).
           05  RNX-CUTOVER-DATE       PIC X(08).
           05  RNX-OPERATOR           PIC X(03).
           05  FILLER                 PIC X(04).

      *    RNUMLKUP's answer for one customer ID: every number in its
      *    renumber chain (the asked-for ID first, then its
      *    predecessors, then its successors) and the number that is
      *    live today. Return codes:
      *      0 = never renumbered - the ID is the only entry
      *      4 = live number with history under older numbers
      *      8 = retired number - RNL-CURRENT-ID is its replacement,
      *          and debits presented on it are returned
       01  RENUMBER-LOOKUP-AREA.
           05  RNL-CURRENT-ID         PIC X(10).
           05  RNL-LINK-COUNT         PIC 9(02) COMP.
           05  RNL-LINK-ENTRY OCCURS 10 TIMES.
               10  RNL-LINK-ID        PIC X(10).
               10  RNL-LINK-ACCOUNT   PIC X(12).
           05  RNL-RC                 PIC S9(04) COMP.
