      *----------------------------------------------------------------*
      * ORIGDATA.CPY - Outbound ACH Origination Records                *
      * Used by: STORDGEN, ACHORIG, ACHRTRN, CBKREV                    *
      * A standing order that pays an external counterparty is        *
      * registered on the approved-instructions file (one             *
      * ORIG-INSTRUCTION-RECORD per SO-ORDER-ID, carrying the         *
           05  OQ-AMOUNT              PIC S9(11)V99 COMP-3.
           05  OQ-COUNTERPARTY        PIC X(12).
           05  OQ-QUEUED-DATE         PIC X(08).
      *        Set by CBKREV on an entry the callback team verified
      *        after a cooling-off hold (see SECCDATA) - ACHORIG does
      *        not hold it a second time.
           05  OQ-CALLBACK-FLAG       PIC X(01).
               88  OQ-CALLBACK-VERIFIED   VALUE 'V'.
           05  FILLER                 PIC X(26).

       01  ORIG-OUTSTANDING-RECORD.
           05  OOS-TRACE              PIC X(15).
