      *----------------------------------------------------------------*
      * BAPPDATA.CPY - Board Credit Approval Record                    *
      * Used by: LOANPROC                                              *
      * One record per application the board of directors has          *
      * approved in advance, keyed by compliance from the minutes.     *
      * Regulation O requires prior board approval before credit to    *
      * an insider whose aggregate would pass the approval level;      *
      * LOANPROC holds such an application in Underwriting until its   *
      * approval is on file for at least the amount applied for.       *
      *----------------------------------------------------------------*
       01  BOARD-APPROVAL-RECORD.
           05  BAP-APP-ID             PIC X(12).
           05  BAP-CUSTOMER-ID        PIC X(10).
           05  BAP-APPROVED-AMOUNT    PIC 9(11)V99.
           05  BAP-MEETING-DATE       PIC X(08).
           05  BAP-MINUTES-REF        PIC X(20).
           05  FILLER                 PIC X(17).
