      *----------------------------------------------------------------*
      * HOLDDATA.CPY - Funds Availability Hold Record                  *
      * Used by: PYMT001, HOLDRELS, DWFEED                             *
      * Deposited credits no longer draw the same night: PYMT001      *
      * posts the full amount to the ledger balance as always, but    *
      * the portion above the exempt amount goes on hold here with a  *
