      * The documented fixed layout the online-banking vendor          *
      * consumes, replacing the manually assembled weekly dump. One    *
      * 'H' header opens each file (F = nightly full extract, D =      *
      * delta), 'C' records carry a customer's standing (the intraday  *
      * delta sends only customers whose balances moved this cutoff,   *
      * VENDEXTR's nightly delta only the day's changed customers -    *
      * a closed status there tells the vendor to drop the customer),  *
      * 'T' records carry recent transactions on the nightly files,    *
      * and the 'Z' trailer carries the counts and balance total the   *
      * vendor must prove before loading - the same file-proof         *
      * discipline ACHINTAK applies to inbound files, pointed          *
      * outbound. All records are 120 bytes.                           *
      * VC-MARKETING-FLAG is 'Y' for a customer who has opted out of   *
      * affiliate sharing, third-party marketing or solicitation (see  *
      * PRIVDATA): the vendor keeps servicing the account but must     *
      * show that customer no offers and pass them to no marketing     *
      * program of its own or anyone else's.                           *
      *----------------------------------------------------------------*
       01  VENDOR-HEADER-RECORD.
           05  VH-RECORD-TYPE         PIC X(01).
           05  VC-STATUS              PIC X(01).
           05  VC-SEGMENT             PIC X(02).
           05  VC-CURRENCY            PIC X(03).
           05  VC-MARKETING-FLAG      PIC X(01).
               88  VC-MARKETING-SUPPRESSED VALUE 'Y'.
               88  VC-MARKETING-ALLOWED    VALUE 'N'.
           05  FILLER                 PIC X(46).

       01  VENDOR-TXN-RECORD.
           05  VT-RECORD-TYPE         PIC X(01).
