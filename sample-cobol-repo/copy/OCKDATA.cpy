      *----------------------------------------------------------------*
      * OCKDATA.CPY - Official Check Register and Branch Request       *
      *               Records                                          *
      * Used by: OCKISSUE, CHKINTAK, OCKRECON, DORMPROC                *
      * One OFFICIAL-CHECK-RECORD per cashier's or official check the  *
      * bank has drawn on itself, on the OCKMAST KSDS keyed by the     *
      * check serial. OCKISSUE assigns the serial from the control     *
      * record (key all zeros) and writes the entry outstanding when   *
      * the branch request is issued; it also places stops on lost or  *
      * stolen checks and replaces a stopped check with a new serial.  *
      * CHKINTAK marks the entry paid when the check comes back        *
      * through in-clearing drawn on the official check account, and   *
      * returns a stopped, paid-twice or unknown one. OCKRECON proves  *
      * the outstanding entries against the official check GL account  *
      * every night; DORMPROC lists checks left outstanding past the   *
      * escheatment period on the unclaimed-property report.           *
      *----------------------------------------------------------------*
       01  OFFICIAL-CHECK-RECORD.
           05  OCK-SERIAL             PIC X(10).
           05  OCK-CHECK-TYPE         PIC X(01).
               88  OCK-CASHIERS-CHECK     VALUE 'C'.
               88  OCK-OFFICIAL-CHECK     VALUE 'O'.
               88  OCK-TYPE-VALID         VALUE 'C' 'O'.
      *        A stopped check is still owed to the purchaser until it
      *        is replaced, so it stays in the outstanding liability.
           05  OCK-STATUS             PIC X(01).
               88  OCK-ISSUED             VALUE 'O'.
               88  OCK-STOPPED            VALUE 'S'.
               88  OCK-PAID               VALUE 'P'.
               88  OCK-REPLACED           VALUE 'R'.
               88  OCK-OUTSTANDING        VALUE 'O' 'S'.
           05  OCK-AMOUNT             PIC S9(11)V99 COMP-3.
           05  OCK-PAYEE-NAME         PIC X(40).
      *        Account the purchase was debited to, and the remitter
      *        printed on the check.
           05  OCK-PURCHASER-ACCOUNT  PIC X(12).
           05  OCK-REMITTER-NAME      PIC X(30).
           05  OCK-BRANCH-ID          PIC X(04).
           05  OCK-ISSUE-DATE         PIC X(08).
           05  OCK-PAID-DATE          PIC X(08).
      *        In-clearing item sequence the check was paid under.
           05  OCK-PAID-ITEM-SEQ      PIC X(08).
           05  OCK-STOP-DATE          PIC X(08).
           05  OCK-STOP-REASON        PIC X(01).
               88  OCK-STOP-LOST          VALUE 'L'.
               88  OCK-STOP-STOLEN        VALUE 'S'.
               88  OCK-STOP-DESTROYED     VALUE 'D'.
               88  OCK-STOP-REASON-VALID  VALUE 'L' 'S' 'D'.
           05  OCK-REPLACES-SERIAL    PIC X(10).
           05  OCK-REPLACED-BY-SERIAL PIC X(10).
           05  FILLER                 PIC X(42).
      *    Serial control record - key all zeros, never a real check.
       01  OCK-CONTROL-RECORD REDEFINES OFFICIAL-CHECK-RECORD.
           05  OCK-CTL-KEY            PIC X(10).
           05  OCK-CTL-LAST-SERIAL    PIC 9(10).
           05  FILLER                 PIC X(180).

      *    Branch request file, one per check to issue or stop. On an
      *    issue, OCQ-SERIAL names the stopped check being replaced
      *    (spaces for a new purchase); on a stop it names the check
      *    to stop.
       01  OFFICIAL-CHECK-REQUEST.
           05  OCQ-REQUEST-TYPE       PIC X(01).
               88  OCQ-ISSUE              VALUE 'I'.
               88  OCQ-STOP               VALUE 'S'.
           05  OCQ-BRANCH-ID          PIC X(04).
           05  OCQ-CHECK-TYPE         PIC X(01).
           05  OCQ-AMOUNT             PIC 9(09)V99.
           05  OCQ-PAYEE-NAME         PIC X(40).
           05  OCQ-PURCHASER-ACCOUNT  PIC X(12).
           05  OCQ-REMITTER-NAME      PIC X(30).
           05  OCQ-SERIAL             PIC X(10).
           05  OCQ-STOP-REASON        PIC X(01).
           05  OCQ-REQUEST-DATE       PIC X(08).
           05  OCQ-OPERATOR-ID        PIC X(08).
           05  FILLER                 PIC X(24).
