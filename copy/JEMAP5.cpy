               10  CREDLIMA             PIC X.
           05  CREDLIMI                 PIC X(09).

           05  DISCPCTL                COMP PIC S9(4).
           05  DISCPCTF                PIC X.
           05  FILLER REDEFINES DISCPCTF.
               10  DISCPCTA             PIC X.
           05  DISCPCTI                 PIC X(04).

           05  REPCODEL                COMP PIC S9(4).
           05  REPCODEF                PIC X.
           05  FILLER REDEFINES REPCODEF.
               10  REPCODEA             PIC X.
           05  REPCODEI                 PIC X(03).

           05  MSGL                    COMP PIC S9(4).
           05  MSGF                    PIC X.
           05  FILLER REDEFINES MSGF.
           05  CREDLIMA                PIC X.
           05  CREDLIMO                 PIC X(09).

           05  FILLER                  PIC X(2).
           05  DISCPCTA                PIC X.
           05  DISCPCTO                 PIC X(04).

           05  FILLER                  PIC X(2).
           05  REPCODEA                PIC X.
           05  REPCODEO                 PIC X(03).

           05  FILLER                  PIC X(2).
           05  MSGA                    PIC X.
           05  MSGO                     PIC X(60).
