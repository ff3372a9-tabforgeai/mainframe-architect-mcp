      *----------------------------------------------------------------*
      * TLRDATA.CPY - Teller Cash Drawer, Cash Detail and Branch Vault *
      * Used by: TLRCASH, TLRBAL, VLTRPT, PAYENTRY, PAYAPPR            *
      * One TELLER-DRAWER-RECORD per teller (the CICS USERID) per      *
      * business day on the TLRDRAWR KSDS: opening cash, the cash-in   *
      * and cash-out totals of the teller's posted CASH-channel items, *
      * cash bought from and sold to the branch vault, and - once the  *
      * teller balances on TLRBAL - the counted cash and the over or   *
      * short. Every CASH-channel item posted to a drawer also leaves  *
      * a TELLER-CASH-RECORD on the CASHDTL file, the item-level trail *
      * behind the drawer totals. BRANCH-VAULT-RECORD is one per       *
      * branch on the VAULT KSDS: cash on hand in the vault and the    *
      * insurance limit VLTRPT holds the branch's cash against.        *
      *----------------------------------------------------------------*
       01  TELLER-DRAWER-RECORD.
           05  TLD-KEY.
               10  TLD-TELLER-ID      PIC X(08).
               10  TLD-BUS-DATE       PIC X(08).
           05  TLD-BRANCH             PIC X(04).
           05  TLD-STATUS             PIC X(01).
               88  TLD-OPEN               VALUE 'O'.
               88  TLD-BALANCED           VALUE 'B'.
           05  TLD-OPENING-CASH       PIC S9(11)V99 COMP-3.
           05  TLD-CASH-IN            PIC S9(11)V99 COMP-3.
           05  TLD-CASH-OUT           PIC S9(11)V99 COMP-3.
      *    Vault buy = cash from the vault into the drawer; vault
      *    sell = cash from the drawer back to the vault.
           05  TLD-VAULT-BUY          PIC S9(11)V99 COMP-3.
           05  TLD-VAULT-SELL         PIC S9(11)V99 COMP-3.
           05  TLD-CASH-IN-COUNT      PIC 9(05) COMP-3.
           05  TLD-CASH-OUT-COUNT     PIC 9(05) COMP-3.
      *    Set when the teller balances: expected is opening + in -
      *    out + buys - sells; over/short is counted less expected,
      *    positive over, negative short.
           05  TLD-EXPECTED-CASH      PIC S9(11)V99 COMP-3.
           05  TLD-COUNTED-CASH       PIC S9(11)V99 COMP-3.
           05  TLD-OVER-SHORT         PIC S9(11)V99 COMP-3.
           05  TLD-OPENED-TIME        PIC X(06).
           05  TLD-BALANCED-TIME      PIC X(06).
           05  FILLER                 PIC X(105).

      *    Item-level cash detail - one per CASH-channel item posted
      *    to a drawer, carrying the item's TRANSACTION-REF so it can
      *    be matched to the posted transaction.
       01  TELLER-CASH-RECORD.
           05  TCD-TELLER-ID          PIC X(08).
           05  TCD-BRANCH             PIC X(04).
           05  TCD-BUS-DATE           PIC X(08).
           05  TCD-TIME               PIC X(06).
           05  TCD-DIRECTION          PIC X(01).
               88  TCD-CASH-IN            VALUE 'I'.
               88  TCD-CASH-OUT           VALUE 'O'.
           05  TCD-AMOUNT             PIC S9(11)V99 COMP-3.
           05  TCD-CUSTOMER-ID        PIC X(10).
           05  TCD-REF                PIC X(16).
           05  FILLER                 PIC X(20).

       01  BRANCH-VAULT-RECORD.
           05  VLT-BRANCH             PIC X(04).
           05  VLT-CASH-ON-HAND       PIC S9(11)V99 COMP-3.
      *    Cash held at the branch (vault plus drawers) above this is
      *    over the insurance carrier's limit.
           05  VLT-INSURANCE-LIMIT    PIC S9(11)V99 COMP-3.
           05  VLT-LAST-MOVE-DATE     PIC X(08).
           05  VLT-LAST-MOVE-BY       PIC X(08).
           05  FILLER                 PIC X(66).

      *    Passed to TLRCASH by the screens that move a customer's
      *    cash. C checks the teller has a drawer open today (and,
      *    for cash out, enough cash in it); P posts the item to the
      *    drawer totals and the cash detail file. TLRCASH answers Y
      *    or N with a screen-ready message and the drawer's branch.
       01  TELLER-CASH-AREA.
           05  TLC-FUNCTION           PIC X(01).
               88  TLC-CHECK-DRAWER       VALUE 'C'.
               88  TLC-POST-CASH          VALUE 'P'.
           05  TLC-TELLER-ID          PIC X(08).
           05  TLC-DIRECTION          PIC X(01).
               88  TLC-CASH-IN            VALUE 'I'.
               88  TLC-CASH-OUT           VALUE 'O'.
           05  TLC-AMOUNT             PIC S9(11)V99 COMP-3.
           05  TLC-CUSTOMER-ID        PIC X(10).
           05  TLC-REF                PIC X(16).
           05  TLC-BRANCH             PIC X(04).
           05  TLC-RESULT             PIC X(01).
               88  TLC-OK                 VALUE 'Y'.
               88  TLC-FAILED             VALUE 'N'.
           05  TLC-MESSAGE            PIC X(40).
