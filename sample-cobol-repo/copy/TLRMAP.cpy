      *----------------------------------------------------------------*
      * TLRMAP.CPY - Symbolic map generated from bms/TLRBALM.bms       *
      * Used by: TLRBAL                                                *
      *----------------------------------------------------------------*
       01  TLRMAPI.
           05  FILLER                 PIC X(12).
           05  KACTL                  COMP PIC S9(4).
           05  KACTF                  PICTURE X.
           05  FILLER REDEFINES KACTF.
               10  KACTA              PICTURE X.
           05  KACTI                  PIC X(2).
           05  KBRNL                  COMP PIC S9(4).
           05  KBRNF                  PICTURE X.
           05  FILLER REDEFINES KBRNF.
               10  KBRNA              PICTURE X.
           05  KBRNI                  PIC X(4).
           05  KAMTL                  COMP PIC S9(4).
           05  KAMTF                  PICTURE X.
           05  FILLER REDEFINES KAMTF.
               10  KAMTA              PICTURE X.
           05  KAMTI                  PIC X(13).
           05  KTLRL                  COMP PIC S9(4).
           05  KTLRF                  PICTURE X.
           05  FILLER REDEFINES KTLRF.
               10  KTLRA              PICTURE X.
           05  KTLRI                  PIC X(8).
           05  KDATEL                 COMP PIC S9(4).
           05  KDATEF                 PICTURE X.
           05  FILLER REDEFINES KDATEF.
               10  KDATEA             PICTURE X.
           05  KDATEI                 PIC X(8).
           05  KSTATL                 COMP PIC S9(4).
           05  KSTATF                 PICTURE X.
           05  FILLER REDEFINES KSTATF.
               10  KSTATA             PICTURE X.
           05  KSTATI                 PIC X(10).
           05  KOPENL                 COMP PIC S9(4).
           05  KOPENF                 PICTURE X.
           05  FILLER REDEFINES KOPENF.
               10  KOPENA             PICTURE X.
           05  KOPENI                 PIC X(16).
           05  KCINL                  COMP PIC S9(4).
           05  KCINF                  PICTURE X.
           05  FILLER REDEFINES KCINF.
               10  KCINA              PICTURE X.
           05  KCINI                  PIC X(16).
           05  KCINNL                 COMP PIC S9(4).
           05  KCINNF                 PICTURE X.
           05  FILLER REDEFINES KCINNF.
               10  KCINNA             PICTURE X.
           05  KCINNI                 PIC X(5).
           05  KCOUTL                 COMP PIC S9(4).
           05  KCOUTF                 PICTURE X.
           05  FILLER REDEFINES KCOUTF.
               10  KCOUTA             PICTURE X.
           05  KCOUTI                 PIC X(16).
           05  KCOUTNL                COMP PIC S9(4).
           05  KCOUTNF                PICTURE X.
           05  FILLER REDEFINES KCOUTNF.
               10  KCOUTNA            PICTURE X.
           05  KCOUTNI                PIC X(5).
           05  KVBUYL                 COMP PIC S9(4).
           05  KVBUYF                 PICTURE X.
           05  FILLER REDEFINES KVBUYF.
               10  KVBUYA             PICTURE X.
           05  KVBUYI                 PIC X(16).
           05  KVSELLL                COMP PIC S9(4).
           05  KVSELLF                PICTURE X.
           05  FILLER REDEFINES KVSELLF.
               10  KVSELLA            PICTURE X.
           05  KVSELLI                PIC X(16).
           05  KEXPL                  COMP PIC S9(4).
           05  KEXPF                  PICTURE X.
           05  FILLER REDEFINES KEXPF.
               10  KEXPA              PICTURE X.
           05  KEXPI                  PIC X(16).
           05  KCNTL                  COMP PIC S9(4).
           05  KCNTF                  PICTURE X.
           05  FILLER REDEFINES KCNTF.
               10  KCNTA              PICTURE X.
           05  KCNTI                  PIC X(16).
           05  KOVSHL                 COMP PIC S9(4).
           05  KOVSHF                 PICTURE X.
           05  FILLER REDEFINES KOVSHF.
               10  KOVSHA             PICTURE X.
           05  KOVSHI                 PIC X(16).
           05  KMSGL                  COMP PIC S9(4).
           05  KMSGF                  PICTURE X.
           05  FILLER REDEFINES KMSGF.
               10  KMSGA              PICTURE X.
           05  KMSGI                  PIC X(79).
