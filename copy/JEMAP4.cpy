      *****************************************************************
      *  JEMAP4 - SYMBOLIC MAP FOR MAPSET JEMAP4 (REFERENCE FILE      *
      *  MAINTENANCE SCREEN).  ONE SCREEN SERVES PRODMAST, AREACODE,  *
      *  FSAMAST, OPERMAST, TAXRATE, WHSEMAST AND STOCKWH - THE       *
      *  FILEID FIELD SAYS WHICH FILE THE KEY AND DATA FIELDS APPLY   *
      *  TO.  THE KEY IS TEN WIDE FOR THE STOCKWH PRODUCT/WAREHOUSE.  *
      *****************************************************************
       01  MAP4I.
           05  FILLER                  PIC X(12).
           05  RKEYF                   PIC X.
           05  FILLER REDEFINES RKEYF.
               10  RKEYA                PIC X.
           05  RKEYI                    PIC X(10).

           05  DESCL                   COMP PIC S9(4).
           05  DESCF                   PIC X.
               10  PDATEA               PIC X.
           05  PDATEI                   PIC X(08).

           05  ROPTL                   COMP PIC S9(4).
           05  ROPTF                   PIC X.
           05  FILLER REDEFINES ROPTF.
               10  ROPTA                PIC X.
           05  ROPTI                    PIC X(05).

           05  ROQTYL                  COMP PIC S9(4).
           05  ROQTYF                  PIC X.
           05  FILLER REDEFINES ROQTYF.
               10  ROQTYA               PIC X.
           05  ROQTYI                   PIC X(05).

           05  SUPPLL                  COMP PIC S9(4).
           05  SUPPLF                  PIC X.
           05  FILLER REDEFINES SUPPLF.
               10  SUPPLA               PIC X.
           05  SUPPLI                   PIC X(06).

           05  PSTATL                  COMP PIC S9(4).
           05  PSTATF                  PIC X.
           05  FILLER REDEFINES PSTATF.
               10  PSTATA               PIC X.
           05  PSTATI                   PIC X(01).

           05  REPLKEYL                COMP PIC S9(4).
           05  REPLKEYF                PIC X.
           05  FILLER REDEFINES REPLKEYF.
               10  REPLKEYA             PIC X.
           05  REPLKEYI                 PIC X(08).

           05  MSGL                    COMP PIC S9(4).
           05  MSGF                    PIC X.
           05  FILLER REDEFINES MSGF.

           05  FILLER                  PIC X(2).
           05  RKEYA                   PIC X.
           05  RKEYO                    PIC X(10).

           05  FILLER                  PIC X(2).
           05  DESCA                   PIC X.
           05  PDATEA                  PIC X.
           05  PDATEO                   PIC X(08).

           05  FILLER                  PIC X(2).
           05  ROPTA                   PIC X.
           05  ROPTO                    PIC X(05).

           05  FILLER                  PIC X(2).
           05  ROQTYA                  PIC X.
           05  ROQTYO                   PIC X(05).

           05  FILLER                  PIC X(2).
           05  SUPPLA                  PIC X.
           05  SUPPLO                   PIC X(06).

           05  FILLER                  PIC X(2).
           05  PSTATA                  PIC X.
           05  PSTATO                   PIC X(01).

           05  FILLER                  PIC X(2).
           05  REPLKEYA                PIC X.
           05  REPLKEYO                 PIC X(08).

           05  FILLER                  PIC X(2).
           05  MSGA                    PIC X.
           05  MSGO                     PIC X(60).
