      *----------------------------------------------------------------*
      * FAPMAP.CPY - Symbolic map generated from bms/FEEAPRM.bms       *
      * Used by: FEEAPPR                                               *
      *----------------------------------------------------------------*
       01  FAPMAPI.
           05  FILLER                 PIC X(12).
           05  FCUSTL                 COMP PIC S9(4).
           05  FCUSTF                 PICTURE X.
           05  FILLER REDEFINES FCUSTF.
               10  FCUSTA             PICTURE X.
           05  FCUSTI                 PIC X(10).
           05  FREFL                  COMP PIC S9(4).
           05  FREFF                  PICTURE X.
           05  FILLER REDEFINES FREFF.
               10  FREFA              PICTURE X.
           05  FREFI                  PIC X(16).
           05  FOFFL                  COMP PIC S9(4).
           05  FOFFF                  PICTURE X.
           05  FILLER REDEFINES FOFFF.
               10  FOFFA              PICTURE X.
           05  FOFFI                  PIC X(8).
           05  FACTL                  COMP PIC S9(4).
           05  FACTF                  PICTURE X.
           05  FILLER REDEFINES FACTF.
               10  FACTA              PICTURE X.
           05  FACTI                  PIC X(1).
           05  FDTLL                  COMP PIC S9(4).
           05  FDTLF                  PICTURE X.
           05  FILLER REDEFINES FDTLF.
               10  FDTLA              PICTURE X.
           05  FDTLI                  PIC X(60).
           05  FMSGL                  COMP PIC S9(4).
           05  FMSGF                  PICTURE X.
           05  FILLER REDEFINES FMSGF.
               10  FMSGA              PICTURE X.
           05  FMSGI                  PIC X(79).
