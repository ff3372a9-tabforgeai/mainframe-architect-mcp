           05  FILLER REDEFINES MDELIVF.
               10  MDELIVA            PICTURE X.
           05  MDELIVI                PIC X(1).
           05  MBRNCHL                COMP PIC S9(4).
           05  MBRNCHF                PICTURE X.
           05  FILLER REDEFINES MBRNCHF.
               10  MBRNCHA            PICTURE X.
           05  MBRNCHI                PIC X(4).
           05  MSEGMTL                COMP PIC S9(4).
           05  MSEGMTF                PICTURE X.
           05  FILLER REDEFINES MSEGMTF.
               10  MSEGMTA            PICTURE X.
           05  MSEGMTI                PIC X(2).
           05  MOFFCRL                COMP PIC S9(4).
           05  MOFFCRF                PICTURE X.
           05  FILLER REDEFINES MOFFCRF.
               10  MOFFCRA            PICTURE X.
           05  MOFFCRI                PIC X(8).
           05  MMNRDBL                COMP PIC S9(4).
           05  MMNRDBF                PICTURE X.
           05  FILLER REDEFINES MMNRDBF.
               10  MMNRDBA            PICTURE X.
           05  MMNRDBI                PIC X(8).
           05  MCUSTDL                COMP PIC S9(4).
           05  MCUSTDF                PICTURE X.
           05  FILLER REDEFINES MCUSTDF.
               10  MCUSTDA            PICTURE X.
           05  MCUSTDI                PIC X(10).
           05  MMNRAGL                COMP PIC S9(4).
           05  MMNRAGF                PICTURE X.
           05  FILLER REDEFINES MMNRAGF.
               10  MMNRAGA            PICTURE X.
           05  MMNRAGI                PIC X(2).
           05  MBALTHL                COMP PIC S9(4).
           05  MBALTHF                PICTURE X.
           05  FILLER REDEFINES MBALTHF.
           05  FILLER REDEFINES MDEBTHF.
               10  MDEBTHA            PICTURE X.
           05  MDEBTHI                PIC X(13).
           05  MODOPTL                COMP PIC S9(4).
           05  MODOPTF                PICTURE X.
           05  FILLER REDEFINES MODOPTF.
               10  MODOPTA            PICTURE X.
           05  MODOPTI                PIC X(1).
           05  MODMTHL                COMP PIC S9(4).
           05  MODMTHF                PICTURE X.
           05  FILLER REDEFINES MODMTHF.
               10  MODMTHA            PICTURE X.
           05  MODMTHI                PIC X(1).
           05  MIRAPLL                COMP PIC S9(4).
           05  MIRAPLF                PICTURE X.
           05  FILLER REDEFINES MIRAPLF.
               10  MIRAPLA            PICTURE X.
           05  MIRAPLI                PIC X(1).
           05  MIRABDL                COMP PIC S9(4).
           05  MIRABDF                PICTURE X.
           05  FILLER REDEFINES MIRABDF.
               10  MIRABDA            PICTURE X.
           05  MIRABDI                PIC X(8).
           05  MNOTEL                 COMP PIC S9(4).
           05  MNOTEF                 PICTURE X.
           05  FILLER REDEFINES MNOTEF.
               10  MNOTEA             PICTURE X.
           05  MNOTEI                 PIC X(64).
           05  MMNRNML                COMP PIC S9(4).
           05  MMNRNMF                PICTURE X.
           05  FILLER REDEFINES MMNRNMF.
               10  MMNRNMA            PICTURE X.
           05  MMNRNMI                PIC X(40).
           05  MSGNNOL                COMP PIC S9(4).
           05  MSGNNOF                PICTURE X.
           05  FILLER REDEFINES MSGNNOF.
               10  MSGNNOA            PICTURE X.
           05  MSGNNOI                PIC X(2).
           05  MSGNACTL               COMP PIC S9(4).
           05  MSGNACTF               PICTURE X.
           05  FILLER REDEFINES MSGNACTF.
               10  MSGNACTA           PICTURE X.
           05  MSGNACTI               PIC X(1).
           05  MSGNROLL               COMP PIC S9(4).
           05  MSGNROLF               PICTURE X.
           05  FILLER REDEFINES MSGNROLF.
               10  MSGNROLA           PICTURE X.
           05  MSGNROLI               PIC X(1).
           05  MSGNNAML               COMP PIC S9(4).
           05  MSGNNAMF               PICTURE X.
           05  FILLER REDEFINES MSGNNAMF.
               10  MSGNNAMA           PICTURE X.
           05  MSGNNAMI               PIC X(30).
           05  MPRLNGL                COMP PIC S9(4).
           05  MPRLNGF                PICTURE X.
           05  FILLER REDEFINES MPRLNGF.
               10  MPRLNGA            PICTURE X.
           05  MPRLNGI                PIC X(1).
           05  MSGNEFFL               COMP PIC S9(4).
           05  MSGNEFFF               PICTURE X.
           05  FILLER REDEFINES MSGNEFFF.
               10  MSGNEFFA           PICTURE X.
           05  MSGNEFFI               PIC X(8).
           05  MSGNEXPL               COMP PIC S9(4).
           05  MSGNEXPF               PICTURE X.
           05  FILLER REDEFINES MSGNEXPF.
               10  MSGNEXPA           PICTURE X.
           05  MSGNEXPI               PIC X(8).
           05  MSGNLIML               COMP PIC S9(4).
           05  MSGNLIMF               PICTURE X.
           05  FILLER REDEFINES MSGNLIMF.
               10  MSGNLIMA           PICTURE X.
           05  MSGNLIMI               PIC X(13).
           05  MPRAFFL                COMP PIC S9(4).
           05  MPRAFFF                PICTURE X.
           05  FILLER REDEFINES MPRAFFF.
               10  MPRAFFA            PICTURE X.
           05  MPRAFFI                PIC X(1).
           05  MPRTPYL                COMP PIC S9(4).
           05  MPRTPYF                PICTURE X.
           05  FILLER REDEFINES MPRTPYF.
               10  MPRTPYA            PICTURE X.
           05  MPRTPYI                PIC X(1).
           05  MPRSOLL                COMP PIC S9(4).
           05  MPRSOLF                PICTURE X.
           05  FILLER REDEFINES MPRSOLF.
               10  MPRSOLA            PICTURE X.
           05  MPRSOLI                PIC X(1).
           05  MPRMTHL                COMP PIC S9(4).
           05  MPRMTHF                PICTURE X.
           05  FILLER REDEFINES MPRMTHF.
               10  MPRMTHA            PICTURE X.
           05  MPRMTHI                PIC X(1).
           05  MSGML                  COMP PIC S9(4).
           05  MSGMF                  PICTURE X.
           05  FILLER REDEFINES MSGMF.
