      *----------------------------------------------------------------*
      * CRDMAP.CPY - Symbolic map generated from bms/CARDMNTM.bms      *
      * Used by: CARDMNT                                               *
      *----------------------------------------------------------------*
       01  CRDMAPI.
           05  FILLER                 PIC X(12).
           05  CTOKENL                COMP PIC S9(4).
           05  CTOKENF                PICTURE X.
           05  FILLER REDEFINES CTOKENF.
               10  CTOKENA            PICTURE X.
           05  CTOKENI                PIC X(16).
           05  CCUSTL                 COMP PIC S9(4).
           05  CCUSTF                 PICTURE X.
           05  FILLER REDEFINES CCUSTF.
               10  CCUSTA             PICTURE X.
           05  CCUSTI                 PIC X(10).
           05  CACCTL                 COMP PIC S9(4).
           05  CACCTF                 PICTURE X.
           05  FILLER REDEFINES CACCTF.
               10  CACCTA             PICTURE X.
           05  CACCTI                 PIC X(12).
           05  CISSUEL                COMP PIC S9(4).
           05  CISSUEF                PICTURE X.
           05  FILLER REDEFINES CISSUEF.
               10  CISSUEA            PICTURE X.
           05  CISSUEI                PIC X(8).
           05  CEXPIRL                COMP PIC S9(4).
           05  CEXPIRF                PICTURE X.
           05  FILLER REDEFINES CEXPIRF.
               10  CEXPIRA            PICTURE X.
           05  CEXPIRI                PIC X(6).
           05  CSTATL                 COMP PIC S9(4).
           05  CSTATF                 PICTURE X.
           05  FILLER REDEFINES CSTATF.
               10  CSTATA             PICTURE X.
           05  CSTATI                 PIC X(1).
           05  CNAMEL                 COMP PIC S9(4).
           05  CNAMEF                 PICTURE X.
           05  FILLER REDEFINES CNAMEF.
               10  CNAMEA             PICTURE X.
           05  CNAMEI                 PIC X(40).
           05  CBLKDL                 COMP PIC S9(4).
           05  CBLKDF                 PICTURE X.
           05  FILLER REDEFINES CBLKDF.
               10  CBLKDA             PICTURE X.
           05  CBLKDI                 PIC X(15).
           05  CMSGL                  COMP PIC S9(4).
           05  CMSGF                  PICTURE X.
           05  FILLER REDEFINES CMSGF.
               10  CMSGA              PICTURE X.
           05  CMSGI                  PIC X(79).
