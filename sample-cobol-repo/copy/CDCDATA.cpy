      *----------------------------------------------------------------*
      * CDCDATA.CPY - Changed-Customer Key File Records                *
      * Used by: CDCEXTR, VENDEXTR, KYCRSCAN, DQSCAN, CUSTDUPE         *
      * CDCEXTR turns the day's DBAUDIT before/after images, ADDRFILE  *
      * address changes and ACCTMST account changes into one key       *
      * record per changed customer, customer-ID order, carrying a     *
      * flag for each kind of change seen - so the jobs that used to   *
      * walk the whole DBFILE every night can read only the customers  *
      * that moved. Each file opens with an 'H' header and closes with *
      * a 'Z' trailer carrying the key count. All records are 60       *
      * bytes.                                                         *
      *                                                                *
      * CDH-CUT is S for the start-of-cycle cut (the online day, taken *
      * right after BDATESET for the early steps) and E for the end-   *
      * of-cycle cut (start cut plus everything the night's batch      *
      * changed, for the jobs that run after the cycle).               *
      * CDH-FULL-PASS-FLAG is set on the nights a full pass is         *
      * scheduled - the SYSIN full-pass weekday, month end, or a first *
      * run with no high-water mark to work from. A delta-mode reader  *
      * runs its full pass when the flag is set, when the header is    *
      * not for tonight's business date, or when the file is empty.    *
      * CDH-BASE-COUNT is the number of customers on file (ACCTBAL's   *
      * control total for the night) that a delta reader reports its  *
      * skipped count against.                                         *
      *                                                                *
      * Change kinds on CDC-CHANGE-KINDS ('Y' when seen):              *
      *   NEW      onboarded (DBAUDIT ONBOARD)                         *
      *   NAME     customer name changed                               *
      *   STATUS   account status changed                              *
      *   BALANCE  balance or activity fields only - postings          *
      *   PROFILE  credit limit, currency, segment, score, income,     *
      *            delivery preference or PIN                          *
      *   ADDRESS  ADDRFILE row updated                                *
      *   ACCOUNT  ACCTMST account updated                             *
      *   OTHER    any other DBAUDIT action - merges, renumbers,       *
      *            privacy, minor and assignment changes               *
      *                                                                *
      * CDC-STATE-RECORD is CDCEXTR's own high-water mark, carried     *
      * generation to generation on CDCSTATE.                          *
      *----------------------------------------------------------------*
       01  CDC-HEADER-RECORD.
           05  CDH-RECORD-TYPE        PIC X(01).
               88  CDH-HEADER             VALUE 'H'.
           05  CDH-CUT                PIC X(01).
               88  CDH-START-CUT          VALUE 'S'.
               88  CDH-END-CUT            VALUE 'E'.
           05  CDH-BUSINESS-DATE      PIC X(08).
           05  CDH-FULL-PASS-FLAG     PIC X(01).
               88  CDH-FULL-PASS-NIGHT    VALUE 'Y'.
           05  CDH-BASE-COUNT         PIC 9(09).
      *        CCYYMMDDHHMMSSHH - DBAUDIT records stamped after the
      *        first and not after the second are in this file.
           05  CDH-FROM-STAMP         PIC X(16).
           05  CDH-TO-STAMP           PIC X(16).
           05  FILLER                 PIC X(08).

       01  CDC-KEY-RECORD.
           05  CDC-RECORD-TYPE        PIC X(01).
               88  CDC-KEY                VALUE 'K'.
           05  CDC-CUSTOMER-ID        PIC X(10).
           05  CDC-CHANGE-KINDS.
               10  CDC-NEW-FLAG       PIC X(01).
                   88  CDC-NEW-CUSTOMER   VALUE 'Y'.
               10  CDC-NAME-FLAG      PIC X(01).
                   88  CDC-NAME-CHANGED   VALUE 'Y'.
               10  CDC-STATUS-FLAG    PIC X(01).
                   88  CDC-STATUS-CHANGED VALUE 'Y'.
               10  CDC-BALANCE-FLAG   PIC X(01).
                   88  CDC-BALANCE-CHANGED VALUE 'Y'.
               10  CDC-PROFILE-FLAG   PIC X(01).
                   88  CDC-PROFILE-CHANGED VALUE 'Y'.
               10  CDC-ADDRESS-FLAG   PIC X(01).
                   88  CDC-ADDRESS-CHANGED VALUE 'Y'.
               10  CDC-ACCOUNT-FLAG   PIC X(01).
                   88  CDC-ACCOUNT-CHANGED VALUE 'Y'.
               10  CDC-OTHER-FLAG     PIC X(01).
                   88  CDC-OTHER-CHANGED  VALUE 'Y'.
      *        Source records folded into this key, and the latest
      *        date among them.
           05  CDC-CHANGE-COUNT       PIC 9(05).
           05  CDC-LAST-CHANGE-DATE   PIC X(08).
           05  FILLER                 PIC X(28).

       01  CDC-TRAILER-RECORD.
           05  CDZ-RECORD-TYPE        PIC X(01).
               88  CDZ-TRAILER            VALUE 'Z'.
           05  CDZ-BUSINESS-DATE      PIC X(08).
           05  CDZ-KEY-COUNT          PIC 9(09).
           05  FILLER                 PIC X(42).

       01  CDC-STATE-RECORD.
      *        Business date and cut of the last run.
           05  CDS-BUSINESS-DATE      PIC X(08).
           05  CDS-CUT                PIC X(01).
      *        DBAUDIT records stamped after this are not yet listed.
           05  CDS-AUDIT-STAMP        PIC X(16).
      *        Business date of the last end-of-cycle cut. ADDRFILE
      *        and ACCTMST carry a date but no time, so both cuts take
      *        rows dated on or after it - a row the night's batch
      *        stamped with the previous date is never missed, at the
      *        cost of listing that day's rows twice.
           05  CDS-END-DATE           PIC X(08).
      *        Where this business date's start cut began, so a rerun
      *        of either cut for the same date lists the whole day
      *        again rather than only what changed since the run
      *        being repeated.
           05  CDS-DAY-FROM-STAMP     PIC X(16).
           05  CDS-DAY-FROM-DATE      PIC X(08).
           05  CDS-BASE-COUNT         PIC 9(09).
           05  FILLER                 PIC X(14).
