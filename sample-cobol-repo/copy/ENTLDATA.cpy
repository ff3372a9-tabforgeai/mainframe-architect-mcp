      *----------------------------------------------------------------*
      * ENTLDATA.CPY - Operator Entitlement Record and Check Area      *
      * Used by: ENTLCHK, ENTLMNT, ENTLREV, CARDMNT, COLLWB, CUSTINQ,  *
      *          CUSTMNT, DISPUPD, FEEAPPR, FEERFND, PAYAPPR,          *
      *          PAYENTRY, TDENTRY, TLRBAL                             *
      * One record per signed-on operator (the CICS USERID) on the     *
      * ENTITLE KSDS: which online transactions the operator may use   *
      * and the dollar authority the operator holds for payment entry, *
      * payment release, term-deposit withdrawal and refunds. Changes  *
      * go through ENTLMNT under dual control; ENTLREV prints the      *
      * monthly recertification review for branch managers. An         *
      * operator with no record, or a suspended one, can do nothing.   *
      * Limits are carried in display form so pending maintenance      *
      * images can be keyed as ordinary text.                          *
      *----------------------------------------------------------------*
       01  ENTITLEMENT-RECORD.
           05  ENT-OPERATOR-ID        PIC X(08).
           05  ENT-OPERATOR-NAME      PIC X(30).
           05  ENT-BRANCH             PIC X(04).
           05  ENT-STATUS             PIC X(01).
               88  ENT-ACTIVE             VALUE 'A'.
               88  ENT-SUSPENDED          VALUE 'S'.
      *    One Y/N flag per online function, in the order ENTLCHK's
      *    function table lists them.
           05  ENT-TXN-FLAGS.
               10  ENT-CUSTINQ-FLAG   PIC X(01).
               10  ENT-PINCHG-FLAG    PIC X(01).
               10  ENT-CUSTMNT-FLAG   PIC X(01).
               10  ENT-CARDMNT-FLAG   PIC X(01).
               10  ENT-PAYENTRY-FLAG  PIC X(01).
               10  ENT-PAYAPPR-FLAG   PIC X(01).
               10  ENT-TDENTRY-FLAG   PIC X(01).
               10  ENT-DISPUPD-FLAG   PIC X(01).
               10  ENT-FEERFND-FLAG   PIC X(01).
               10  ENT-FEEAPPR-FLAG   PIC X(01).
               10  ENT-COLLWB-FLAG    PIC X(01).
               10  ENT-TLRBAL-FLAG    PIC X(01).
           05  ENT-TXN-FLAG-TABLE REDEFINES ENT-TXN-FLAGS.
               10  ENT-TXN-FLAG       PIC X(01) OCCURS 12 TIMES.
      *    Dollar authority; zero means none at all for that kind of
      *    money movement.
           05  ENT-PAYMENT-LIMIT      PIC 9(09)V99.
           05  ENT-RELEASE-LIMIT      PIC 9(09)V99.
           05  ENT-TDWDRAW-LIMIT      PIC 9(09)V99.
           05  ENT-REFUND-LIMIT       PIC 9(09)V99.
           05  ENT-CHANGED-DATE       PIC X(08).
           05  ENT-CHANGED-BY         PIC X(08).
           05  ENT-APPROVED-BY        PIC X(08).
           05  ENT-CERTIFIED-DATE     PIC X(08).
           05  ENT-CERTIFIED-BY       PIC X(08).
           05  FILLER                 PIC X(11).

      *    Passed to ENTLCHK by every online screen before it acts.
      *    The caller fills the operator, terminal, its own program
      *    name, the function being attempted and - where money moves
      *    - the limit type and amount; ENTLCHK answers Y or N with a
      *    screen-ready message, and logs every refusal to ACCESSLOG.
       01  ENTL-CHECK-AREA.
           05  ENC-OPERATOR-ID        PIC X(08).
           05  ENC-TERMINAL           PIC X(04).
           05  ENC-PROGRAM            PIC X(08).
           05  ENC-FUNCTION           PIC X(08).
           05  ENC-LIMIT-TYPE         PIC X(01).
               88  ENC-NO-LIMIT           VALUE ' '.
               88  ENC-PAYMENT-LIMIT      VALUE 'P'.
               88  ENC-RELEASE-LIMIT      VALUE 'R'.
               88  ENC-TDWDRAW-LIMIT      VALUE 'T'.
               88  ENC-REFUND-LIMIT       VALUE 'F'.
           05  ENC-AMOUNT             PIC S9(11)V99 COMP-3.
           05  ENC-CUSTOMER-ID        PIC X(10).
           05  ENC-RESULT             PIC X(01).
               88  ENC-ALLOWED            VALUE 'Y'.
               88  ENC-REFUSED            VALUE 'N'.
           05  ENC-MESSAGE            PIC X(40).
