           05  FILLER REDEFINES PREFF.
               10  PREFA              PICTURE X.
           05  PREFI                  PIC X(16).
           05  PLOANIDL               COMP PIC S9(4).
           05  PLOANIDF               PICTURE X.
           05  FILLER REDEFINES PLOANIDF.
               10  PLOANIDA           PICTURE X.
           05  PLOANIDI               PIC X(12).
           05  PSIGNRL                COMP PIC S9(4).
           05  PSIGNRF                PICTURE X.
           05  FILLER REDEFINES PSIGNRF.
               10  PSIGNRA            PICTURE X.
           05  PSIGNRI                PIC X(2).
           05  PSGN1L                 COMP PIC S9(4).
           05  PSGN1F                 PICTURE X.
           05  FILLER REDEFINES PSGN1F.
               10  PSGN1A             PICTURE X.
           05  PSGN1I                 PIC X(78).
           05  PSGN2L                 COMP PIC S9(4).
           05  PSGN2F                 PICTURE X.
           05  FILLER REDEFINES PSGN2F.
               10  PSGN2A             PICTURE X.
           05  PSGN2I                 PIC X(78).
           05  PSGN3L                 COMP PIC S9(4).
           05  PSGN3F                 PICTURE X.
           05  FILLER REDEFINES PSGN3F.
               10  PSGN3A             PICTURE X.
           05  PSGN3I                 PIC X(78).
           05  PSGN4L                 COMP PIC S9(4).
           05  PSGN4F                 PICTURE X.
           05  FILLER REDEFINES PSGN4F.
               10  PSGN4A             PICTURE X.
           05  PSGN4I                 PIC X(78).
           05  PMSGL                  COMP PIC S9(4).
           05  PMSGF                  PICTURE X.
           05  FILLER REDEFINES PMSGF.
