      *----------------------------------------------------------------*
      * DISPDATA.CPY - Payment Dispute/Complaint Tracking Record       *
      * Used by: PYMT001, DISPRPT, ATMINTAK                            *
      * One record is opened automatically for every payment PYMT001   *
      * queues to REJECTFILE (see PYMTREJQ), giving customer service   *
      * a starting dispute entry to investigate instead of the reject  *
