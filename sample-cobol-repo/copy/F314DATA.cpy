      *----------------------------------------------------------------*
      * F314DATA.CPY - FinCEN 314(a) Subject Search Records            *
      * Used by: F314SRCH                                              *
      * FinCEN's 314(a) list arrives every two weeks flattened to the  *
      * 150-byte SUBJECT-RECORD: one 'P' record per subject under its  *
      * tracking number, plus an 'A' record for each alias, with the   *
      * birth date and identification number where FinCEN has them.    *
      * F314SRCH searches every name against the customer base and     *
      * the counterparty archive (PTYDATA) and writes:                 *
      *   - one F314-MATCH-RECORD per hit for investigator review -    *
      *     the match strength says whether a birth date we hold for   *
      *     the customer agrees with, or contradicts, the subject's;   *
      *   - one F314-RESPONSE-RECORD per subject with any hit, in the  *
      *     positive-match layout FinCEN takes (account match and/or   *
      *     transaction match, plus the point of contact).             *
      *     Investigators remove the subjects they clear before it is  *
      *     submitted;                                                 *
      *   - one F314-LOG-RECORD per subject searched and one per run on*
      *     the cumulative F314LOG search log kept for examiners.      *
      *----------------------------------------------------------------*
       01  SUBJECT-RECORD.
           05  SBJ-TRACKING-NUMBER    PIC X(12).
           05  SBJ-NAME-TYPE          PIC X(01).
               88  SBJ-PRIMARY-NAME       VALUE 'P'.
               88  SBJ-ALIAS              VALUE 'A'.
           05  SBJ-SUBJECT-TYPE       PIC X(01).
               88  SBJ-INDIVIDUAL         VALUE 'I'.
               88  SBJ-BUSINESS           VALUE 'B'.
      *        Surname, or the full name of a business subject.
           05  SBJ-LAST-NAME          PIC X(40).
           05  SBJ-FIRST-NAME         PIC X(30).
           05  SBJ-MIDDLE-NAME        PIC X(20).
      *        CCYYMMDD, spaces when FinCEN has none.
           05  SBJ-BIRTH-DATE         PIC X(08).
           05  SBJ-ID-TYPE            PIC X(04).
           05  SBJ-ID-NUMBER          PIC X(20).
           05  FILLER                 PIC X(14).

       01  F314-MATCH-RECORD.
           05  FMR-TRACKING-NUMBER    PIC X(12).
           05  FMR-MATCH-SOURCE       PIC X(01).
               88  FMR-CUSTOMER-MATCH     VALUE 'C'.
               88  FMR-TRANSACTION-MATCH  VALUE 'T'.
           05  FMR-STRENGTH           PIC X(01).
               88  FMR-NAME-AND-DOB       VALUE 'D'.
               88  FMR-NAME-ONLY          VALUE 'N'.
               88  FMR-DOB-CONFLICT       VALUE 'X'.
           05  FMR-CUSTOMER-ID        PIC X(10).
           05  FMR-ACCOUNT-STATUS     PIC X(01).
      *        The name as our records carry it.
           05  FMR-MATCHED-NAME       PIC X(40).
           05  FMR-SUBJECT-LAST-NAME  PIC X(40).
           05  FMR-SUBJECT-FIRST-NAME PIC X(30).
           05  FMR-SUBJECT-BIRTH-DATE PIC X(08).
           05  FMR-OUR-BIRTH-DATE     PIC X(08).
           05  FMR-SUBJECT-ID-TYPE    PIC X(04).
           05  FMR-SUBJECT-ID-NUMBER  PIC X(20).
      *        Transaction matches only.
           05  FMR-TXN-DATE           PIC X(08).
           05  FMR-TXN-RAIL           PIC X(01).
           05  FMR-TXN-DIRECTION      PIC X(01).
           05  FMR-TXN-REFERENCE      PIC X(16).
           05  FMR-TXN-AMOUNT         PIC S9(11)V99 COMP-3.
           05  FILLER                 PIC X(42).

       01  F314-RESPONSE-RECORD.
           05  FRS-TRACKING-NUMBER    PIC X(12).
           05  FRS-SUBJECT-LAST-NAME  PIC X(40).
           05  FRS-SUBJECT-FIRST-NAME PIC X(30).
           05  FRS-ACCOUNT-MATCH      PIC X(01).
           05  FRS-TRANSACTION-MATCH  PIC X(01).
           05  FRS-CONTACT            PIC X(50).
           05  FRS-RESPONSE-DATE      PIC X(08).
           05  FILLER                 PIC X(08).

       01  F314-LOG-RECORD.
           05  FLG-RECORD-TYPE        PIC X(01).
               88  FLG-SUBJECT-SEARCHED   VALUE 'S'.
               88  FLG-RUN-SUMMARY        VALUE 'R'.
           05  FLG-LIST-DATE          PIC X(08).
           05  FLG-SEARCH-DATE        PIC X(08).
           05  FLG-SEARCH-TIME        PIC X(06).
      *        Spaces on the run record.
           05  FLG-TRACKING-NUMBER    PIC X(12).
      *        Names (primary plus aliases) searched for the subject;
      *        on the run record, subjects searched.
           05  FLG-NAMES-SEARCHED     PIC 9(05).
           05  FLG-CUSTOMERS-SEARCHED PIC 9(09).
           05  FLG-TXNS-SEARCHED      PIC 9(09).
           05  FLG-WINDOW-FROM        PIC X(08).
           05  FLG-CUSTOMER-MATCHES   PIC 9(05).
           05  FLG-TXN-MATCHES        PIC 9(05).
           05  FLG-RESULT             PIC X(01).
               88  FLG-MATCH-FOUND        VALUE 'M'.
               88  FLG-NO-MATCH           VALUE 'N'.
           05  FILLER                 PIC X(23).
