      *----------------------------------------------------------------*
      * OLBDATA.CPY - Online-Banking Instruction and Acknowledgment    *
      *               Records                                          *
      * Used by: OLBINTAK                                              *
      * The documented inbound layout the online-banking vendor sends  *
      * for transfers and bill payments customers make in the app -    *
      * the inbound counterpart of VENDDATA. One 'H' header, one 'D'   *
      * record per instruction, one 'T' trailer carrying the count and *
      * amount total OLBINTAK proves before anything posts. All        *
      * records are 150 bytes.                                         *
      * An instruction is an internal transfer ('X' - from the         *
      * customer's account to another account at the bank) or a bill   *
      * payment ('B' - a debit the vendor's bill-pay service remits to *
      * the payee). A value date past the business date makes it a     *
      * future-dated payment for the payment warehouse.                *
      * OLBINTAK answers every instruction on the acknowledgment file  *
      * (100 bytes): accepted for tonight's posting, scheduled on the  *
      * warehouse, or rejected with a reason code, so the status shows *
      * in the vendor's app.                                           *
      *----------------------------------------------------------------*
       01  OLB-INSTRUCTION-RECORD.
           05  OLI-RECORD-TYPE        PIC X(01).
               88  OLI-HEADER             VALUE 'H'.
               88  OLI-DETAIL             VALUE 'D'.
               88  OLI-TRAILER            VALUE 'T'.
           05  OLI-INSTRUCTION-ID     PIC X(16).
           05  OLI-INSTR-TYPE         PIC X(01).
               88  OLI-TRANSFER           VALUE 'X'.
               88  OLI-BILL-PAYMENT       VALUE 'B'.
           05  OLI-FROM-ACCOUNT       PIC X(12).
           05  OLI-TO-ACCOUNT         PIC X(12).
           05  OLI-AMOUNT             PIC 9(09)V99.
           05  OLI-VALUE-DATE         PIC X(08).
           05  OLI-PAYEE-NAME         PIC X(30).
           05  OLI-PAYEE-ACCOUNT      PIC X(20).
           05  OLI-MEMO               PIC X(20).
           05  FILLER                 PIC X(19).
       01  OLB-HEADER-REC REDEFINES OLB-INSTRUCTION-RECORD.
           05  FILLER                 PIC X(01).
           05  OLH-VENDOR-ID          PIC X(10).
           05  OLH-FILE-DATE          PIC X(08).
           05  OLH-FILE-SEQ           PIC X(06).
           05  FILLER                 PIC X(125).
       01  OLB-TRAILER-REC REDEFINES OLB-INSTRUCTION-RECORD.
           05  FILLER                 PIC X(01).
           05  OLT-INSTRUCTION-COUNT  PIC 9(07).
           05  OLT-AMOUNT-TOTAL       PIC 9(11)V99.
           05  FILLER                 PIC X(129).

       01  OLB-ACK-RECORD.
           05  OLA-INSTRUCTION-ID     PIC X(16).
           05  OLA-STATUS             PIC X(01).
               88  OLA-ACCEPTED           VALUE 'A'.
               88  OLA-SCHEDULED          VALUE 'S'.
               88  OLA-REJECTED           VALUE 'R'.
           05  OLA-REASON-CODE        PIC X(04).
           05  OLA-REASON-TEXT        PIC X(40).
      *        The TRANSACTION-REF the item posts (or will post) under.
           05  OLA-POSTING-REF        PIC X(16).
           05  OLA-PROCESS-DATE       PIC X(08).
           05  OLA-VALUE-DATE         PIC X(08).
           05  FILLER                 PIC X(07).
