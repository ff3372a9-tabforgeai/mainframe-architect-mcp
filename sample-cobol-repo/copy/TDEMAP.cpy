           05  FILLER REDEFINES TPAYOUTF.
               10  TPAYOUTA           PICTURE X.
           05  TPAYOUTI               PIC X(12).
           05  TIRAL                  COMP PIC S9(4).
           05  TIRAF                  PICTURE X.
           05  FILLER REDEFINES TIRAF.
               10  TIRAA              PICTURE X.
           05  TIRAI                  PIC X(1).
           05  TNAMEL                 COMP PIC S9(4).
           05  TNAMEF                 PICTURE X.
           05  FILLER REDEFINES TNAMEF.
