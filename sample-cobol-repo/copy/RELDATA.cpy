      *----------------------------------------------------------------*
      * RELDATA.CPY - Household/Joint-Ownership Relationship Record    *
      * Used by: STMTPRT, CUSTINQ, DECDMNT                             *
      * One record per customer belonging to a household or joint      *
      * ownership, keyed by the branch. The 'P' (primary) member is    *
      * the mailing recipient when STMTPRT's combined-statement        *
      * option consolidates the household into one relationship       *
      * statement - only for a household whose primary elected it on   *
      * the STMTCYCLES record; 'J' members' own statements are then    *
      * suppressed and they statement on the primary's cycle.          *
      * CUSTINQ shows a household summary line (member count and       *
      * total household balance) off the same file so a banker sees    *
      * the full relationship at a glance.                             *
      * When a member dies, DECDMNT flags every other member of the    *
      * household for retitling (REL-RETITLE-PENDING, with the         *
      * decedent and the date) so the branch retitles joint accounts   *
      * out of the decedent's name.                                    *
      *----------------------------------------------------------------*
       01  HOUSEHOLD-RELATION-RECORD.
           05  REL-HOUSEHOLD-ID       PIC X(10).
           05  REL-ROLE               PIC X(01).
               88  REL-ROLE-PRIMARY       VALUE 'P'.
               88  REL-ROLE-JOINT         VALUE 'J'.
           05  REL-RETITLE-FLAG       PIC X(01).
               88  REL-RETITLE-PENDING    VALUE 'R'.
           05  REL-RETITLE-DECEDENT   PIC X(10).
           05  REL-RETITLE-DATE       PIC X(08).
