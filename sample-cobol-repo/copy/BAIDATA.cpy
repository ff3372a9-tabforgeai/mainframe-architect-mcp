      *----------------------------------------------------------------*
      * BAIDATA.CPY - BAI2 Balance Reporting Enrollment and Work       *
      *               Records                                          *
      * Used by: BAI2RPT                                               *
      * BAI-ENROLLMENT-RECORD is one line of the BAIENRL file treasury *
      * services maintains: a corporate customer's account, the        *
      * delivery mailbox its BAI2 files go to, and the receiver        *
      * identification the customer's treasury system expects on the   *
      * file and group headers. Every account enrolled under the same  *
      * mailbox is reported in the same BAI2 file. BAE-INTRADAY says   *
      * whether the account also gets the interim same-day file after  *
      * each PYMTCYCL cutoff, not just the prior-day file.             *
      * BAI-WORK-RECORD is BAI2RPT's staging record, sorted by mailbox *
      * and account: one 'A' balance record per account ahead of its   *
      * 'I' posted items.                                              *
      *----------------------------------------------------------------*
       01  BAI-ENROLLMENT-RECORD.
           05  BAE-ACCOUNT-NUMBER     PIC X(12).
           05  BAE-MAILBOX-ID         PIC X(10).
           05  BAE-RECEIVER-ID        PIC X(15).
           05  BAE-INTRADAY           PIC X(01).
               88  BAE-INTRADAY-WANTED    VALUE 'Y'.
           05  BAE-STATUS             PIC X(01).
               88  BAE-ACTIVE             VALUE 'A'.
               88  BAE-SUSPENDED          VALUE 'S'.
           05  BAE-ENROLLED-DATE      PIC X(08).
           05  FILLER                 PIC X(33).

       01  BAI-WORK-RECORD.
           05  BWK-SORT-KEY.
               10  BWK-MAILBOX-ID     PIC X(10).
               10  BWK-ACCOUNT-NUMBER PIC X(12).
               10  BWK-RECORD-TYPE    PIC X(01).
                   88  BWK-BALANCES       VALUE 'A'.
                   88  BWK-ITEM           VALUE 'I'.
               10  BWK-SEQUENCE       PIC 9(07).
           05  BWK-RECEIVER-ID        PIC X(15).
           05  BWK-CURRENCY           PIC X(03).
           05  BWK-DATA               PIC X(102).
      *    'I' - one posted item.
           05  BWK-ITEM-DATA REDEFINES BWK-DATA.
               10  BWK-TYPE-CODE      PIC X(03).
               10  BWK-ITEM-AMOUNT    PIC S9(13)V99 COMP-3.
               10  BWK-ITEM-REF       PIC X(16).
               10  BWK-CHANNEL        PIC X(04).
               10  FILLER             PIC X(71).
      *    'A' - the account's balances and summary totals.
           05  BWK-BALANCE-DATA REDEFINES BWK-DATA.
               10  BWK-OPEN-LEDGER    PIC S9(13)V99 COMP-3.
               10  BWK-CLOSE-LEDGER   PIC S9(13)V99 COMP-3.
               10  BWK-OPEN-AVAIL     PIC S9(13)V99 COMP-3.
               10  BWK-CLOSE-AVAIL    PIC S9(13)V99 COMP-3.
               10  BWK-FLOAT-1DAY     PIC S9(13)V99 COMP-3.
               10  BWK-FLOAT-2DAY     PIC S9(13)V99 COMP-3.
               10  BWK-CREDIT-AMOUNT  PIC S9(13)V99 COMP-3.
               10  BWK-CREDIT-COUNT   PIC 9(07) COMP-3.
               10  BWK-DEBIT-AMOUNT   PIC S9(13)V99 COMP-3.
               10  BWK-DEBIT-COUNT    PIC 9(07) COMP-3.
               10  FILLER             PIC X(30).
