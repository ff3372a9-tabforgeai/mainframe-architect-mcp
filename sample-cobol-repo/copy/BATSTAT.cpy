      *----------------------------------------------------------------*
      * BATSTAT.CPY - Batch Step Status Record                         *
      * Used by: BATSTAT, BATSMON, RSTDRVR                             *
      * One record per BANKNITE step, rewritten in place by the        *
      * BATSTAT subprogram as each step starts, checkpoints and ends,  *
      * so the BATSMON inquiry screen can show the on-call operator    *
