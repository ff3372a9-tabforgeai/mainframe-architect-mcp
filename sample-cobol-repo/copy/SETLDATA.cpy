      *----------------------------------------------------------------*
      * SETLDATA.CPY - Settlement Entry, Agent Statement and           *
      *                Reconciliation Open-Item Records                *
      * Used by: ACHINTAK, ACHORIG, WIRINTAK, WIROUTGO, CHKINTAK,      *
      *          ATMINTAK, STLRECON                                    *
      * Every step that settles money through the Fed master account   *
      * or the correspondent bank appends one SETTLEMENT-ENTRY-RECORD  *
      * per settling unit to the shared SETLENT accumulator: ACHINTAK  *
      * one per received batch (file date, file ID modifier and batch  *
      * number), ACHORIG one per originated batch, WIRINTAK and        *
      * WIROUTGO one per wire (IMAD/OMAD), CHKINTAK one per presented  *
      * cash letter, ATMINTAK one per network settlement day. The      *
      * direction and amount are as the agent posts them to OUR        *
      * account - 'C' money in, 'D' money out.                         *
      * The Fed and correspondent statements arrive flattened to the   *
      * 100-byte SETTLEMENT-STATEMENT-RECORD (header with the opening  *
      * balance, one 'D' per statement entry carrying the same         *
      * settlement type and reference, trailer with the totals and the *
      * closing balance). STLRECON proves each statement, matches it   *
      * entry for entry against SETLENT, and carries every item left   *
      * unmatched on either side on the SETTLEMENT-OPEN-ITEM file      *
      * until it clears or reconciliation staff write it off with a    *
      * SETTLEMENT-WRITEOFF-REQUEST.                                   *
      *----------------------------------------------------------------*
       01  SETTLEMENT-ENTRY-RECORD.
           05  STE-AGENT              PIC X(01).
               88  STE-FED                VALUE 'F'.
               88  STE-CORRESPONDENT      VALUE 'C'.
           05  STE-SETTLE-TYPE        PIC X(01).
               88  STE-ACH-RECEIVED       VALUE 'R'.
               88  STE-ACH-ORIGINATED     VALUE 'O'.
               88  STE-WIRE               VALUE 'W'.
               88  STE-CHECK-CLEARING     VALUE 'K'.
               88  STE-ATM-NETWORK        VALUE 'T'.
           05  STE-REFERENCE          PIC X(16).
           05  STE-DIRECTION          PIC X(01).
               88  STE-CREDIT             VALUE 'C'.
               88  STE-DEBIT              VALUE 'D'.
           05  STE-AMOUNT             PIC S9(11)V99 COMP-3.
           05  STE-ITEM-COUNT         PIC 9(07).
      *        The day the agent settles it - an ACH batch dated
      *        forward settles on its effective date.
           05  STE-SETTLE-DATE        PIC X(08).
           05  STE-SOURCE             PIC X(08).
           05  FILLER                 PIC X(31).

       01  SETTLEMENT-STATEMENT-RECORD.
           05  SST-RECORD-TYPE        PIC X(01).
               88  SST-HEADER             VALUE 'H'.
               88  SST-ENTRY              VALUE 'D'.
               88  SST-TRAILER            VALUE 'T'.
           05  SST-SETTLE-TYPE        PIC X(01).
           05  SST-REFERENCE          PIC X(16).
           05  SST-DIRECTION          PIC X(01).
               88  SST-CREDIT             VALUE 'C'.
               88  SST-DEBIT              VALUE 'D'.
           05  SST-AMOUNT             PIC 9(11)V99.
           05  SST-POST-DATE          PIC X(08).
           05  SST-DESCRIPTION        PIC X(40).
           05  FILLER                 PIC X(20).
       01  SST-HEADER-REC REDEFINES SETTLEMENT-STATEMENT-RECORD.
           05  FILLER                 PIC X(01).
           05  SSH-ACCOUNT-ID         PIC X(17).
           05  SSH-STATEMENT-DATE     PIC X(08).
           05  SSH-OPENING-BALANCE    PIC S9(13)V99.
           05  FILLER                 PIC X(59).
       01  SST-TRAILER-REC REDEFINES SETTLEMENT-STATEMENT-RECORD.
           05  FILLER                 PIC X(01).
           05  SSX-ENTRY-COUNT        PIC 9(07).
           05  SSX-CREDIT-TOTAL       PIC 9(13)V99.
           05  SSX-DEBIT-TOTAL        PIC 9(13)V99.
           05  SSX-CLOSING-BALANCE    PIC S9(13)V99.
           05  FILLER                 PIC X(47).

      *    One record per item still unmatched - ours ('B', on the
      *    bank's books) or the agent's ('S', on the statement) - with
      *    the date it first went unmatched, so age runs from there.
       01  SETTLEMENT-OPEN-ITEM.
           05  SOI-SIDE               PIC X(01).
               88  SOI-BOOK               VALUE 'B'.
               88  SOI-STATEMENT          VALUE 'S'.
           05  SOI-AGENT              PIC X(01).
           05  SOI-SETTLE-TYPE        PIC X(01).
           05  SOI-REFERENCE          PIC X(16).
           05  SOI-DIRECTION          PIC X(01).
           05  SOI-AMOUNT             PIC S9(11)V99 COMP-3.
           05  SOI-OPEN-DATE          PIC X(08).
           05  SOI-SOURCE             PIC X(08).
           05  SOI-DESCRIPTION        PIC X(40).
           05  FILLER                 PIC X(37).

      *    Reconciliation staff's instruction to drop an open item
      *    that will never clear (a fee the agent absorbed, a
      *    duplicate the agent reversed off-statement); it must name
      *    the item exactly and who approved it.
       01  SETTLEMENT-WRITEOFF-REQUEST.
           05  SWO-SIDE               PIC X(01).
           05  SWO-AGENT              PIC X(01).
           05  SWO-SETTLE-TYPE        PIC X(01).
           05  SWO-REFERENCE          PIC X(16).
           05  SWO-DIRECTION          PIC X(01).
           05  SWO-AMOUNT             PIC 9(11)V99.
           05  SWO-APPROVED-BY        PIC X(08).
           05  SWO-REASON             PIC X(30).
           05  FILLER                 PIC X(09).
