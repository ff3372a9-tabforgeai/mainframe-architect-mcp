      *----------------------------------------------------------------*
      * ACHFDATA.CPY - ACH Debit Block and Filter Records              *
      * Used by: ACHINTAK, ACHFLTDC                                    *
      * The ACH counterpart of positive pay for corporate accounts.    *
      * Treasury services keeps ACH-FILTER-RECORDs on the ACHFILTR     *
      * file: an account with a 'B' record has every incoming ACH      *
      * debit blocked; an account with 'A' records accepts debits only *
      * from the listed originator company IDs, each up to an optional *
      * maximum amount (zero = no maximum). Accounts with no record    *
      * are not filtered. ACHINTAK holds any debit the filter refuses  *
      * on the day's ACHFEXCP exception file - the customer's copy,    *
      * and the input to ACHFLTDC - for a pay or return decision by    *
      * the next banking day. ACHFLTDC applies the decisions the       *
      * following night: PAY re-presents the held payment, PAY-AND-    *
      * AUTHORIZE also adds the originator to the account's filter     *
      * list, and anything without a PAY decision goes back to the     *
      * network with the unauthorized return code recorded at hold     *
      * time (R29 corporate, R10 otherwise).                           *
      *----------------------------------------------------------------*
       01  ACH-FILTER-RECORD.
           05  AFR-ACCOUNT-NUMBER     PIC X(12).
           05  AFR-RECORD-TYPE        PIC X(01).
               88  AFR-BLOCK-ALL          VALUE 'B'.
               88  AFR-ALLOWED            VALUE 'A'.
           05  AFR-COMPANY-ID         PIC X(10).
           05  AFR-MAX-AMOUNT         PIC 9(08)V99.
           05  AFR-ADDED-DATE         PIC X(08).
           05  FILLER                 PIC X(09).

      *    One record per held debit - the NACHA entry image rides
      *    along for the return, the converted payment image for a
      *    PAY decision, so neither is re-keyed.
       01  ACH-FILTER-EXCEPTION-RECORD.
           05  AFX-ACCOUNT-NUMBER     PIC X(12).
           05  AFX-TRACE-NUMBER       PIC X(15).
           05  AFX-COMPANY-ID         PIC X(10).
           05  AFX-AMOUNT             PIC S9(11)V99 COMP-3.
           05  AFX-REASON             PIC X(01).
               88  AFX-DEBIT-BLOCKED      VALUE 'B'.
               88  AFX-NOT-AUTHORIZED     VALUE 'O'.
               88  AFX-OVER-MAXIMUM       VALUE 'M'.
           05  AFX-HELD-DATE          PIC X(08).
           05  AFX-DECIDE-BY-DATE     PIC X(08).
           05  AFX-RETURN-CODE        PIC X(03).
           05  AFX-ENTRY-IMAGE        PIC X(94).
           05  AFX-PAYMENT-DATA       PIC X(200).
           05  FILLER                 PIC X(02).

      *    One record per customer decision on a held debit; items
      *    with no decision by the cutoff default to return.
       01  ACH-FILTER-DECISION-RECORD.
           05  AFD-ACCOUNT-NUMBER     PIC X(12).
           05  AFD-TRACE-NUMBER       PIC X(15).
           05  AFD-DECISION           PIC X(01).
               88  AFD-PAY                VALUE 'P'.
               88  AFD-PAY-AND-AUTHORIZE  VALUE 'A'.
               88  AFD-RETURN             VALUE 'R'.
           05  FILLER                 PIC X(12).
