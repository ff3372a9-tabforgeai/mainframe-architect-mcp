      *----------------------------------------------------------------*
      * CHANLIM.CPY - Per-Channel Daily Payment Limit Record           *
      * Used by: PARMMNT, PYMT001, OLBINTAK                            *
      * One record per CHANNEL-CODE on PARMS.CHANLIM, maintained      *
      * through PARMMNT's dual-approval flow like every other         *
      * steering parameter. PYMT001 enforces the limits per customer  *
