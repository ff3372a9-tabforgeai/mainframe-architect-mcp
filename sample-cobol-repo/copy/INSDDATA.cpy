      *----------------------------------------------------------------*
      * INSDDATA.CPY - Insider Register Record                         *
      * Used by: LENDEXPO                                              *
      * One record per Regulation O insider or related interest,       *
      * keyed and kept current by compliance. Executive officers,      *
      * directors and principal shareholders are insiders in their     *
      * own right; a related interest (a company an insider controls,  *
      * a campaign committee) names the insider it belongs to in       *
      * INS-RELATED-TO, and its credit counts toward that insider's    *
      * Reg O aggregate. An entry with an end date on or before the    *
      * business date has left the register.                           *
      *----------------------------------------------------------------*
       01  INSIDER-RECORD.
           05  INS-CUSTOMER-ID        PIC X(10).
           05  INS-TYPE               PIC X(01).
               88  INS-EXEC-OFFICER       VALUE 'E'.
               88  INS-DIRECTOR           VALUE 'D'.
               88  INS-PRINCIPAL-SHLDR    VALUE 'S'.
               88  INS-RELATED-INTEREST   VALUE 'R'.
           05  INS-RELATED-TO         PIC X(10).
           05  INS-NAME               PIC X(28).
           05  INS-TITLE              PIC X(15).
           05  INS-EFFECTIVE-DATE     PIC X(08).
           05  INS-END-DATE           PIC X(08).
