      *----------------------------------------------------------------*
      * LTRDATA.CPY - Correspondence Archive Index Record              *
      * Used by: COLLECT, DISPREFD, TDMATUR, LOANPROC, LTRRPRT,        *
      *          LOANDREL, LOANBILL, LOANMATR, SDBREL, BNSENRL,        *
      *          ODCONF, MNRCONV, DEPRTRN, SECCONF, ACCTRNUM,          *
      *          PRIVNOTC                                              *
      * Statements have had an archive and reprint path (STMTARCH/     *
      * STMTARIX and STMTRPRT) while every other letter vanished once  *
      * printed. Each letter-producing program now appends its         *
      * it was produced. LIX-ENTITY-ID holds the CUSTOMER-ID for       *
      * customer letters and the LOAN-ID or TD-ID where the producer   *
      * works loan- or certificate-level (COLLECT, TDMATUR).           *
      * LIX-LANGUAGE is the language the letter was rendered in from   *
      * the LTRTEXT library (see LTXDATA) - blank on letters archived  *
      * before the library and on letters not yet drawn from it, which *
      * are English.                                                   *
      *----------------------------------------------------------------*
       01  LETTER-INDEX-RECORD.
           05  LIX-ENTITY-ID          PIC X(12).
               88  LIX-TYPE-SVC-TRANSFER  VALUE 'XFR'.
               88  LIX-TYPE-RATE-RESET    VALUE 'RST'.
               88  LIX-TYPE-WITHHOLDING   VALUE 'BWH'.
               88  LIX-TYPE-AUTOPAY-FAIL  VALUE 'APF'.
               88  LIX-TYPE-LOAN-BILL     VALUE 'LBS'.
               88  LIX-TYPE-BALLOON       VALUE 'BLN'.
               88  LIX-TYPE-SDB-RENT      VALUE 'SDB'.
               88  LIX-TYPE-BONUS-EXPIRY  VALUE 'BNX'.
               88  LIX-TYPE-OD-ELECTION   VALUE 'ODE'.
               88  LIX-TYPE-MAJORITY      VALUE 'MAJ'.
               88  LIX-TYPE-RETURNED-DEP  VALUE 'RDN'.
               88  LIX-TYPE-SECURITY-CHG  VALUE 'SCC'.
               88  LIX-TYPE-RENUMBER      VALUE 'RNM'.
               88  LIX-TYPE-PRIVACY       VALUE 'PRV'.
           05  LIX-LETTER-DATE        PIC X(08).
           05  LIX-START-RECNO        PIC 9(09).
           05  LIX-LINE-COUNT         PIC 9(05).
           05  LIX-LANGUAGE           PIC X(01).
               88  LIX-LANG-ENGLISH       VALUE 'E' ' '.
               88  LIX-LANG-SPANISH       VALUE 'S'.
           05  FILLER                 PIC X(12).
