      *----------------------------------------------------------------*
      * CARDDATA.CPY - Debit Card Master and Hot-Card Records          *
      * Used by: CARDMNT, HOTCARD, CRDEXPR, ATMINTAK                   *
      * One DEBIT-CARD-RECORD per plastic on the CARDMAST KSDS, keyed  *
      * by the card number token the network carries in its           *
      * settlement detail (never the card number itself). Branch      *
      * staff add and maintain cards on CARDMNT: which customer holds  *
      * the card, which account it draws on, when it was issued and   *
      * when it expires, and its status. A card reported lost or      *
      * stolen, closed, or replaced by a reissue is blocked for good   *
      * - it never returns to active; the customer gets a new card     *
      * under a new token. The moment it left active is stamped on     *
      * the record so ATMINTAK can tell a settlement item authorised   *
      * before the block from one that got through after it. HOTCARD  *
      * sends the network every blocked card nightly; CRDEXPR lists    *
      * the cards expiring next month for the reissue run.             *
      *----------------------------------------------------------------*
       01  DEBIT-CARD-RECORD.
           05  CRD-CARD-TOKEN         PIC X(16).
           05  CRD-CUSTOMER-ID        PIC X(10).
      *        The ACCTMAST account the card draws on - one of the
      *        holder's own accounts.
           05  CRD-ACCOUNT-NUMBER     PIC X(12).
           05  CRD-ISSUE-DATE         PIC X(08).
      *        CCYYMM, as embossed - the card is good through the last
      *        day of that month.
           05  CRD-EXPIRY-DATE        PIC X(06).
           05  CRD-STATUS             PIC X(01).
               88  CRD-ACTIVE             VALUE 'A'.
               88  CRD-LOST               VALUE 'L'.
               88  CRD-STOLEN             VALUE 'S'.
               88  CRD-CLOSED             VALUE 'C'.
               88  CRD-REISSUED           VALUE 'R'.
               88  CRD-BLOCKED            VALUE 'L' 'S' 'C' 'R'.
               88  CRD-STATUS-VALID       VALUE 'A' 'L' 'S' 'C' 'R'.
      *        CCYYMMDD and HHMMSS the card left active; spaces while
      *        it is active.
           05  CRD-BLOCKED-DATE       PIC X(08).
           05  CRD-BLOCKED-TIME       PIC X(06).
           05  CRD-UPDATED-BY         PIC X(08).
           05  CRD-UPDATED-DATE       PIC X(08).
           05  FILLER                 PIC X(17).

      *    The nightly hot-card file in the network's layout - one 'D'
      *    entry per blocked card still inside its expiry month, then
      *    a 'T' trailer carrying the count the network proves the
      *    file against, the same way ATMINTAK proves its settlement.
       01  HOT-CARD-RECORD.
           05  HC-RECORD-TYPE         PIC X(01).
               88  HC-DETAIL              VALUE 'D'.
               88  HC-TRAILER             VALUE 'T'.
           05  HC-CARD-TOKEN          PIC X(16).
      *        L lost, S stolen, C closed, R reissued - CRD-STATUS.
           05  HC-BLOCK-REASON        PIC X(01).
           05  HC-BLOCKED-DATE        PIC X(08).
           05  HC-EXPIRY-DATE         PIC X(06).
           05  FILLER                 PIC X(08).
       01  HOT-CARD-TRAILER REDEFINES HOT-CARD-RECORD.
           05  FILLER                 PIC X(01).
           05  HC-TRL-COUNT           PIC 9(08).
           05  HC-TRL-FILE-DATE       PIC X(08).
           05  FILLER                 PIC X(23).
