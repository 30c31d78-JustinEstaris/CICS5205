      *****************************************************************
      *  JEMAP9 - SYMBOLIC MAP FOR MAPSET JEMAP9 (ORDER NOTES         *
      *  SCREEN).  EIGHT NOTE LINES, EACH A TYPE FLAG (I=INTERNAL,    *
      *  C=CUSTOMER) AND 60 CHARACTERS OF TEXT.  THE INVOICE, NAME    *
      *  AND STATUS ARE SHOWN FROM ORDFILE FOR REFERENCE ONLY.        *
      *****************************************************************
       01  MAP9I.
           05  FILLER                  PIC X(12).
           05  TITLEL                  COMP PIC S9(4).
           05  TITLEF                  PIC X.
           05  FILLER REDEFINES TITLEF.
               10  TITLEA               PIC X.
           05  TITLEI                   PIC X(30).

           05  INVNUML                 COMP PIC S9(4).
           05  INVNUMF                 PIC X.
           05  FILLER REDEFINES INVNUMF.
               10  INVNUMA              PIC X.
           05  INVNUMI                  PIC X(07).

           05  ORDNAMEL                COMP PIC S9(4).
           05  ORDNAMEF                PIC X.
           05  FILLER REDEFINES ORDNAMEF.
               10  ORDNAMEA             PIC X.
           05  ORDNAMEI                 PIC X(20).

           05  ORDSTATL                COMP PIC S9(4).
           05  ORDSTATF                PIC X.
           05  FILLER REDEFINES ORDSTATF.
               10  ORDSTATA             PIC X.
           05  ORDSTATI                 PIC X(09).

           05  TYP1L                   COMP PIC S9(4).
           05  TYP1F                   PIC X.
           05  FILLER REDEFINES TYP1F.
               10  TYP1A                PIC X.
           05  TYP1I                    PIC X(01).

           05  TXT1L                   COMP PIC S9(4).
           05  TXT1F                   PIC X.
           05  FILLER REDEFINES TXT1F.
               10  TXT1A                PIC X.
           05  TXT1I                    PIC X(60).

           05  TYP2L                   COMP PIC S9(4).
           05  TYP2F                   PIC X.
           05  FILLER REDEFINES TYP2F.
               10  TYP2A                PIC X.
           05  TYP2I                    PIC X(01).

           05  TXT2L                   COMP PIC S9(4).
           05  TXT2F                   PIC X.
           05  FILLER REDEFINES TXT2F.
               10  TXT2A                PIC X.
           05  TXT2I                    PIC X(60).

           05  TYP3L                   COMP PIC S9(4).
           05  TYP3F                   PIC X.
           05  FILLER REDEFINES TYP3F.
               10  TYP3A                PIC X.
           05  TYP3I                    PIC X(01).

           05  TXT3L                   COMP PIC S9(4).
           05  TXT3F                   PIC X.
           05  FILLER REDEFINES TXT3F.
               10  TXT3A                PIC X.
           05  TXT3I                    PIC X(60).

           05  TYP4L                   COMP PIC S9(4).
           05  TYP4F                   PIC X.
           05  FILLER REDEFINES TYP4F.
               10  TYP4A                PIC X.
           05  TYP4I                    PIC X(01).

           05  TXT4L                   COMP PIC S9(4).
           05  TXT4F                   PIC X.
           05  FILLER REDEFINES TXT4F.
               10  TXT4A                PIC X.
           05  TXT4I                    PIC X(60).

           05  TYP5L                   COMP PIC S9(4).
           05  TYP5F                   PIC X.
           05  FILLER REDEFINES TYP5F.
               10  TYP5A                PIC X.
           05  TYP5I                    PIC X(01).

           05  TXT5L                   COMP PIC S9(4).
           05  TXT5F                   PIC X.
           05  FILLER REDEFINES TXT5F.
               10  TXT5A                PIC X.
           05  TXT5I                    PIC X(60).

           05  TYP6L                   COMP PIC S9(4).
           05  TYP6F                   PIC X.
           05  FILLER REDEFINES TYP6F.
               10  TYP6A                PIC X.
           05  TYP6I                    PIC X(01).

           05  TXT6L                   COMP PIC S9(4).
           05  TXT6F                   PIC X.
           05  FILLER REDEFINES TXT6F.
               10  TXT6A                PIC X.
           05  TXT6I                    PIC X(60).

           05  TYP7L                   COMP PIC S9(4).
           05  TYP7F                   PIC X.
           05  FILLER REDEFINES TYP7F.
               10  TYP7A                PIC X.
           05  TYP7I                    PIC X(01).

           05  TXT7L                   COMP PIC S9(4).
           05  TXT7F                   PIC X.
           05  FILLER REDEFINES TXT7F.
               10  TXT7A                PIC X.
           05  TXT7I                    PIC X(60).

           05  TYP8L                   COMP PIC S9(4).
           05  TYP8F                   PIC X.
           05  FILLER REDEFINES TYP8F.
               10  TYP8A                PIC X.
           05  TYP8I                    PIC X(01).

           05  TXT8L                   COMP PIC S9(4).
           05  TXT8F                   PIC X.
           05  FILLER REDEFINES TXT8F.
               10  TXT8A                PIC X.
           05  TXT8I                    PIC X(60).

           05  MSGL                    COMP PIC S9(4).
           05  MSGF                    PIC X.
           05  FILLER REDEFINES MSGF.
               10  MSGA                 PIC X.
           05  MSGI                     PIC X(60).

       01  MAP9O REDEFINES MAP9I.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(2).
           05  TITLEA                  PIC X.
           05  TITLEO                   PIC X(30).

           05  FILLER                  PIC X(2).
           05  INVNUMA                 PIC X.
           05  INVNUMO                  PIC X(07).

           05  FILLER                  PIC X(2).
           05  ORDNAMEA                PIC X.
           05  ORDNAMEO                 PIC X(20).

           05  FILLER                  PIC X(2).
           05  ORDSTATA                PIC X.
           05  ORDSTATO                 PIC X(09).

           05  FILLER                  PIC X(2).
           05  TYP1A                   PIC X.
           05  TYP1O                    PIC X(01).

           05  FILLER                  PIC X(2).
           05  TXT1A                   PIC X.
           05  TXT1O                    PIC X(60).

           05  FILLER                  PIC X(2).
           05  TYP2A                   PIC X.
           05  TYP2O                    PIC X(01).

           05  FILLER                  PIC X(2).
           05  TXT2A                   PIC X.
           05  TXT2O                    PIC X(60).

           05  FILLER                  PIC X(2).
           05  TYP3A                   PIC X.
           05  TYP3O                    PIC X(01).

           05  FILLER                  PIC X(2).
           05  TXT3A                   PIC X.
           05  TXT3O                    PIC X(60).

           05  FILLER                  PIC X(2).
           05  TYP4A                   PIC X.
           05  TYP4O                    PIC X(01).

           05  FILLER                  PIC X(2).
           05  TXT4A                   PIC X.
           05  TXT4O                    PIC X(60).

           05  FILLER                  PIC X(2).
           05  TYP5A                   PIC X.
           05  TYP5O                    PIC X(01).

           05  FILLER                  PIC X(2).
           05  TXT5A                   PIC X.
           05  TXT5O                    PIC X(60).

           05  FILLER                  PIC X(2).
           05  TYP6A                   PIC X.
           05  TYP6O                    PIC X(01).

           05  FILLER                  PIC X(2).
           05  TXT6A                   PIC X.
           05  TXT6O                    PIC X(60).

           05  FILLER                  PIC X(2).
           05  TYP7A                   PIC X.
           05  TYP7O                    PIC X(01).

           05  FILLER                  PIC X(2).
           05  TXT7A                   PIC X.
           05  TXT7O                    PIC X(60).

           05  FILLER                  PIC X(2).
           05  TYP8A                   PIC X.
           05  TYP8O                    PIC X(01).

           05  FILLER                  PIC X(2).
           05  TXT8A                   PIC X.
           05  TXT8O                    PIC X(60).

           05  FILLER                  PIC X(2).
           05  MSGA                    PIC X.
           05  MSGO                     PIC X(60).
