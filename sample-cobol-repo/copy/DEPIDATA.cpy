      *----------------------------------------------------------------*
      * DEPIDATA.CPY - Deposited Item Capture and Forward Collection   *
      *                Cash Letter Records                             *
      * Used by: FWDCASH, DEPRTRN                                      *
      * Checks our customers deposit that are drawn on other banks.    *
      * Branch capture writes one DEPOSITED-ITEM-RECORD per item on    *
      * the day's DEPITEMS file as the deposit is credited, carrying   *
      * the Reg CC availability hold the teller applied. FWDCASH       *
      * turns the day's items into the outgoing forward-presentment    *
      * cash letter in the same flattened X9.37 structure CHKINTAK     *
      * reads inbound - 'C' cash-letter header, 'B' bundle header,     *
      * 'I' item detail, 'E' bundle control, 'T' cash-letter control   *
      * - with our bank of first deposit endorsement (our ABA, the     *
      * depositing account and the deposit date) in the item's tail,   *
      * so an item that comes back unpaid names the account DEPRTRN    *
      * must charge it back to.                                        *
      *----------------------------------------------------------------*
       01  DEPOSITED-ITEM-RECORD.
      *        Capture sequence - unique within the deposit date.
           05  DI-ITEM-SEQUENCE       PIC X(08).
           05  DI-DEPOSIT-DATE        PIC X(08).
           05  DI-BRANCH-ID           PIC X(04).
           05  DI-DEPOSIT-ACCOUNT     PIC X(12).
           05  DI-AMOUNT              PIC 9(08)V99.
      *        Drawn-on (payor) bank routing number, the drawer's
      *        account and the check serial, as read from the MICR
      *        line.
           05  DI-ROUTING             PIC X(09).
           05  DI-DRAWER-ACCOUNT      PIC X(12).
           05  DI-SERIAL-NUMBER       PIC X(10).
      *        Reg CC hold the branch placed on the deposit: none
      *        (next-day availability), the standard schedule, an
      *        extended hold, or an exception hold (new account,
      *        large deposit, redeposited item, reasonable doubt).
           05  DI-HOLD-TYPE           PIC X(01).
               88  DI-HOLD-NONE           VALUE 'N'.
               88  DI-HOLD-STANDARD       VALUE 'S'.
               88  DI-HOLD-EXTENDED       VALUE 'E'.
               88  DI-HOLD-EXCEPTION      VALUE 'X'.
               88  DI-HOLD-VALID          VALUE 'N' 'S' 'E' 'X'.
           05  DI-HOLD-AMOUNT         PIC 9(08)V99.
           05  DI-HOLD-RELEASE-DATE   PIC X(08).
           05  FILLER                 PIC X(08).

      *    80-byte forward cash-letter records - the same record types
      *    and item layout as the inbound letter CHKINTAK proves.
       01  CASH-LETTER-RECORD.
           05  CLR-RECORD-TYPE        PIC X(01).
               88  CLR-LETTER-HEADER      VALUE 'C'.
               88  CLR-BUNDLE-HEADER      VALUE 'B'.
               88  CLR-ITEM-DETAIL        VALUE 'I'.
               88  CLR-BUNDLE-CONTROL     VALUE 'E'.
               88  CLR-LETTER-CONTROL     VALUE 'T'.
           05  FILLER                 PIC X(79).
       01  CLR-HEADER-REC REDEFINES CASH-LETTER-RECORD.
           05  FILLER                 PIC X(01).
           05  CLR-DEST-ABA           PIC X(09).
           05  CLR-ORIGIN-ABA         PIC X(09).
           05  CLR-BUSINESS-DATE      PIC X(08).
           05  CLR-LETTER-ID          PIC X(08).
      *        Bundle sequence - zero on the cash-letter header.
           05  CLR-BUNDLE-SEQUENCE    PIC 9(04).
           05  FILLER                 PIC X(41).
       01  CLR-ITEM-REC REDEFINES CASH-LETTER-RECORD.
           05  FILLER                 PIC X(01).
           05  CLR-ROUTING            PIC X(09).
           05  CLR-ACCOUNT            PIC X(12).
           05  CLR-AMOUNT             PIC 9(08)V99.
           05  CLR-SERIAL-NUMBER      PIC X(10).
           05  CLR-ITEM-SEQUENCE      PIC X(08).
      *        Bank of first deposit endorsement.
           05  CLR-BOFD-ABA           PIC X(09).
           05  CLR-DEPOSIT-ACCOUNT    PIC X(12).
           05  CLR-DEPOSIT-DATE       PIC X(08).
           05  FILLER                 PIC X(01).
       01  CLR-CONTROL-REC REDEFINES CASH-LETTER-RECORD.
           05  FILLER                 PIC X(01).
           05  CLR-CTL-ITEM-COUNT     PIC 9(06).
           05  CLR-CTL-TOTAL-AMOUNT   PIC 9(12)V99.
           05  FILLER                 PIC X(59).
