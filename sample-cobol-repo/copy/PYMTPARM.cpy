      *----------------------------------------------------------------*
      * PYMTPARM.CPY - PYMT001 Runtime Parameter Record                *
      * Used by: PYMT001, ODCONF                                        *
      * Extended from 18 to 40 bytes for the funds-availability        *
      * schedule (reallocate PARMS.PYMT001 at LRECL 40; a short or     *
      * missing record leaves the WORKING-STORAGE defaults in force).  *
      * PARM-AVAIL-EXEMPT is the deposit portion available at once;    *
      * deposits above PARM-LARGE-LIMIT hold for the extended number   *
      * of days, everything else above the exempt portion holds for    *
      * the standard number; a customer on KITESCAN's kiting-suspect   *
      * list (see KITEDATA) holds for PARM-HOLD-DAYS-KITE instead.     *
      *----------------------------------------------------------------*
       01  PYMT-PARM-RECORD.
           05  PARM-OVERDRAFT-FEE     PIC S9(05)V99.
      *    check digit are always reported, never rejected, until
      *    the conversion completes.
           05  PARM-CHKDGT-MODE       PIC X(01).
           05  PARM-HOLD-DAYS-KITE    PIC 9(02).
           05  FILLER                 PIC X(05).
