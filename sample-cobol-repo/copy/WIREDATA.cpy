      *----------------------------------------------------------------*
      * WIREDATA.CPY - Wire Transfer Records                           *
      * Used by: WIRINTAK, WIROUTGO, CBKREV                            *
      * Incoming Fedwire/SWIFT-style wires arrive flattened to the     *
      * 160-byte WIRE-IN-RECORD layout below. WIRINTAK parses and      *
      * validates each one: unparseable wires go to the repair queue   *

      *    Approved outgoing wire instruction - only records flagged
      *    approved are sent; everything else is reported and left on
      *    the file for the approver. CBKREV hands a wire the callback
      *    team verified back to WIROUTGO flagged 'V' - approved, and
      *    not to be held for callback a second time.
       01  WIRE-OUT-INSTRUCTION.
           05  WOI-CUSTOMER-ID        PIC X(10).
           05  WOI-RECEIVER-ABA       PIC X(09).
           05  WOI-AMOUNT             PIC S9(11)V99 COMP-3.
           05  WOI-CURRENCY           PIC X(03).
           05  WOI-APPROVED-FLAG      PIC X(01).
               88  WOI-APPROVED           VALUE 'A' 'V'.
               88  WOI-CALLBACK-VERIFIED  VALUE 'V'.
           05  WOI-VALUE-DATE         PIC X(08).
           05  WOI-REFERENCE          PIC X(16).
           05  FILLER                 PIC X(49).
