           05  FILLER REDEFINES ADDR2F.
               10  ADDR2A             PICTURE X.
           05  ADDR2I                 PIC X(30).
           05  SGNSUML                COMP PIC S9(4).
           05  SGNSUMF                PICTURE X.
           05  FILLER REDEFINES SGNSUMF.
               10  SGNSUMA            PICTURE X.
           05  SGNSUMI                PIC X(35).
           05  HHLDL                  COMP PIC S9(4).
           05  HHLDF                  PICTURE X.
           05  FILLER REDEFINES HHLDF.
