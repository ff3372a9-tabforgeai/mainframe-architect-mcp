      *----------------------------------------------------------------*
      * LBXDATA.CPY - Corporate Lockbox Remittance and Receivables     *
      *               Detail Records                                   *
      * Used by: LBXINTAK                                              *
      * LOCKBOX-RECORD is the 100-byte image the lockbox processor     *
      * sends each day: one 'H' file header, then per corporate        *
      * customer one or more batches of a 'B' batch header naming the  *
      * corporate ACCOUNT-NUMBER, a 'D' remittance detail per check    *
      * opened (payer, invoice number, check amount) and a 'T' batch   *
      * trailer carrying the processor's item count and batch total,   *
      * closed by one 'F' file trailer with the file's batch count,    *
      * item count and total. LBXINTAK proves every batch and the file *
      * against these trailers before anything posts.                  *
      * RECEIVABLES-DETAIL-RECORD is what the corporate customer gets  *
      * back to auto-post their accounts receivable: one 'D' record    *
      * per remittance and one 'T' total per batch credited, each      *
      * keyed by the corporate customer so the transmission can be     *
      * split per customer.                                            *
      *----------------------------------------------------------------*
       01  LOCKBOX-RECORD.
           05  LBX-RECORD-TYPE        PIC X(01).
               88  LBX-FILE-HEADER        VALUE 'H'.
               88  LBX-BATCH-HEADER       VALUE 'B'.
               88  LBX-REMITTANCE         VALUE 'D'.
               88  LBX-BATCH-TRAILER      VALUE 'T'.
               88  LBX-FILE-TRAILER       VALUE 'F'.
           05  LBX-BATCH-NUMBER       PIC X(06).
           05  FILLER                 PIC X(93).
       01  LBX-FILE-HEADER-REC REDEFINES LOCKBOX-RECORD.
           05  FILLER                 PIC X(07).
           05  LBX-FH-PROCESSOR-ID    PIC X(10).
           05  LBX-FH-FILE-DATE       PIC X(08).
           05  FILLER                 PIC X(75).
       01  LBX-BATCH-HEADER-REC REDEFINES LOCKBOX-RECORD.
           05  FILLER                 PIC X(07).
           05  LBX-BH-ACCOUNT-NUMBER  PIC X(12).
           05  LBX-BH-LOCKBOX-ID      PIC X(08).
           05  LBX-BH-DEPOSIT-DATE    PIC X(08).
           05  FILLER                 PIC X(65).
       01  LBX-REMITTANCE-REC REDEFINES LOCKBOX-RECORD.
           05  FILLER                 PIC X(07).
           05  LBX-RM-ITEM-SEQ        PIC X(05).
           05  LBX-RM-PAYER-NAME      PIC X(30).
           05  LBX-RM-INVOICE-NUMBER  PIC X(20).
           05  LBX-RM-CHECK-NUMBER    PIC X(10).
           05  LBX-RM-CHECK-AMOUNT    PIC 9(08)V99.
           05  FILLER                 PIC X(18).
       01  LBX-BATCH-TRAILER-REC REDEFINES LOCKBOX-RECORD.
           05  FILLER                 PIC X(07).
           05  LBX-BT-ITEM-COUNT      PIC 9(06).
           05  LBX-BT-BATCH-TOTAL     PIC 9(10)V99.
           05  FILLER                 PIC X(75).
       01  LBX-FILE-TRAILER-REC REDEFINES LOCKBOX-RECORD.
           05  FILLER                 PIC X(07).
           05  LBX-FT-BATCH-COUNT     PIC 9(06).
           05  LBX-FT-ITEM-COUNT      PIC 9(08).
           05  LBX-FT-FILE-TOTAL      PIC 9(12)V99.
           05  FILLER                 PIC X(65).

       01  RECEIVABLES-DETAIL-RECORD.
           05  RCV-CUSTOMER-ID        PIC X(10).
           05  RCV-ACCOUNT-NUMBER     PIC X(12).
           05  RCV-RECORD-TYPE        PIC X(01).
               88  RCV-DETAIL             VALUE 'D'.
               88  RCV-BATCH-TOTAL        VALUE 'T'.
           05  RCV-DEPOSIT-DATE       PIC X(08).
           05  RCV-LOCKBOX-ID         PIC X(08).
           05  RCV-BATCH-NUMBER       PIC X(06).
           05  RCV-ITEM-SEQ           PIC X(05).
           05  RCV-PAYER-NAME         PIC X(30).
           05  RCV-INVOICE-NUMBER     PIC X(20).
           05  RCV-CHECK-NUMBER       PIC X(10).
      *        The check amount on a detail, the amount credited on
      *        a batch total.
           05  RCV-AMOUNT             PIC 9(10)V99.
           05  RCV-ITEM-COUNT         PIC 9(06).
      *        'Y' on a remittance that arrived without an invoice
      *        reference - also listed on the exceptions report.
           05  RCV-EXCEPTION-FLAG     PIC X(01).
               88  RCV-NO-INVOICE         VALUE 'Y'.
           05  FILLER                 PIC X(11).
