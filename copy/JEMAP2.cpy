               10  CUSTNUMA             PIC X.
           05  CUSTNUMI                 PIC X(06).

           05  SHIPNOL                 COMP PIC S9(4).
           05  SHIPNOF                 PIC X.
           05  FILLER REDEFINES SHIPNOF.
               10  SHIPNOA              PIC X.
           05  SHIPNOI                  PIC X(03).

           05  COPYFROML               COMP PIC S9(4).
           05  COPYFROMF               PIC X.
           05  FILLER REDEFINES COPYFROMF.
               10  COPYFROMA            PIC X.
           05  COPYFROMI                PIC X(07).

           05  REPCODEL                COMP PIC S9(4).
           05  REPCODEF                PIC X.
           05  FILLER REDEFINES REPCODEF.
               10  REPCODEA             PIC X.
           05  REPCODEI                 PIC X(03).

           05  WHSEL                   COMP PIC S9(4).
           05  WHSEF                   PIC X.
           05  FILLER REDEFINES WHSEF.
               10  WHSEA                PIC X.
           05  WHSEI                    PIC X(02).

           05  MSGL                    COMP PIC S9(4).
           05  MSGF                    PIC X.
           05  FILLER REDEFINES MSGF.
           05  CUSTNUMA                PIC X.
           05  CUSTNUMO                 PIC X(06).

           05  FILLER                  PIC X(2).
           05  SHIPNOA                 PIC X.
           05  SHIPNOO                  PIC X(03).

           05  FILLER                  PIC X(2).
           05  COPYFROMA               PIC X.
           05  COPYFROMO                PIC X(07).

           05  FILLER                  PIC X(2).
           05  REPCODEA                PIC X.
           05  REPCODEO                 PIC X(03).

           05  FILLER                  PIC X(2).
           05  WHSEA                   PIC X.
           05  WHSEO                    PIC X(02).

           05  FILLER                  PIC X(2).
           05  MSGA                    PIC X.
           05  MSGO                     PIC X(60).
