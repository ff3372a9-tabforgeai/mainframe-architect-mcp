      *----------------------------------------------------------------*
      * FRFMAP.CPY - Symbolic map generated from bms/FEERFNDM.bms      *
      * Used by: FEERFND                                               *
      *----------------------------------------------------------------*
       01  FRFMAPI.
           05  FILLER                 PIC X(12).
           05  RCUSTL                 COMP PIC S9(4).
           05  RCUSTF                 PICTURE X.
           05  FILLER REDEFINES RCUSTF.
               10  RCUSTA             PICTURE X.
           05  RCUSTI                 PIC X(10).
           05  RFTYPEL                COMP PIC S9(4).
           05  RFTYPEF                PICTURE X.
           05  FILLER REDEFINES RFTYPEF.
               10  RFTYPEA            PICTURE X.
           05  RFTYPEI                PIC X(1).
           05  RFREFL                 COMP PIC S9(4).
           05  RFREFF                 PICTURE X.
           05  FILLER REDEFINES RFREFF.
               10  RFREFA             PICTURE X.
           05  RFREFI                 PIC X(16).
           05  RAMTL                  COMP PIC S9(4).
           05  RAMTF                  PICTURE X.
           05  FILLER REDEFINES RAMTF.
               10  RAMTA              PICTURE X.
           05  RAMTI                  PIC X(13).
           05  RRSNL                  COMP PIC S9(4).
           05  RRSNF                  PICTURE X.
           05  FILLER REDEFINES RRSNF.
               10  RRSNA              PICTURE X.
           05  RRSNI                  PIC X(2).
           05  ROFFL                  COMP PIC S9(4).
           05  ROFFF                  PICTURE X.
           05  FILLER REDEFINES ROFFF.
               10  ROFFA              PICTURE X.
           05  ROFFI                  PIC X(8).
           05  RNAMEL                 COMP PIC S9(4).
           05  RNAMEF                 PICTURE X.
           05  FILLER REDEFINES RNAMEF.
               10  RNAMEA             PICTURE X.
           05  RNAMEI                 PIC X(40).
           05  RREFL                  COMP PIC S9(4).
           05  RREFF                  PICTURE X.
           05  FILLER REDEFINES RREFF.
               10  RREFA              PICTURE X.
           05  RREFI                  PIC X(16).
           05  RMSGL                  COMP PIC S9(4).
           05  RMSGF                  PICTURE X.
           05  FILLER REDEFINES RMSGF.
               10  RMSGA              PICTURE X.
           05  RMSGI                  PIC X(79).
