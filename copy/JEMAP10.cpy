      *****************************************************************
      *  JEMAP10 - SYMBOLIC MAP FOR MAPSET JEMAP10 (SALES REP         *
      *  MAINTENANCE SCREEN).  THE COMMISSION PERCENT IS KEYED        *
      *  WITH TWO DECIMALS, PENNIES LAST (0750 = 7.50 PCT).           *
      *****************************************************************
       01  MAP10I.
           05  FILLER                  PIC X(12).
           05  TITLEL                  COMP PIC S9(4).
           05  TITLEF                  PIC X.
           05  FILLER REDEFINES TITLEF.
               10  TITLEA               PIC X.
           05  TITLEI                   PIC X(30).

           05  REPCODEL                COMP PIC S9(4).
           05  REPCODEF                PIC X.
           05  FILLER REDEFINES REPCODEF.
               10  REPCODEA             PIC X.
           05  REPCODEI                 PIC X(03).

           05  ACTIONL                 COMP PIC S9(4).
           05  ACTIONF                 PIC X.
           05  FILLER REDEFINES ACTIONF.
               10  ACTIONA              PIC X.
           05  ACTIONI                  PIC X(01).

           05  REPNAMEL                COMP PIC S9(4).
           05  REPNAMEF                PIC X.
           05  FILLER REDEFINES REPNAMEF.
               10  REPNAMEA             PIC X.
           05  REPNAMEI                 PIC X(20).

           05  COMMPCTL                COMP PIC S9(4).
           05  COMMPCTF                PIC X.
           05  FILLER REDEFINES COMMPCTF.
               10  COMMPCTA             PIC X.
           05  COMMPCTI                 PIC X(04).

           05  ACTIVEL                 COMP PIC S9(4).
           05  ACTIVEF                 PIC X.
           05  FILLER REDEFINES ACTIVEF.
               10  ACTIVEA              PIC X.
           05  ACTIVEI                  PIC X(01).

           05  MSGL                    COMP PIC S9(4).
           05  MSGF                    PIC X.
           05  FILLER REDEFINES MSGF.
               10  MSGA                 PIC X.
           05  MSGI                     PIC X(60).

       01  MAP10O REDEFINES MAP10I.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(2).
           05  TITLEA                  PIC X.
           05  TITLEO                   PIC X(30).

           05  FILLER                  PIC X(2).
           05  REPCODEA                PIC X.
           05  REPCODEO                 PIC X(03).

           05  FILLER                  PIC X(2).
           05  ACTIONA                 PIC X.
           05  ACTIONO                  PIC X(01).

           05  FILLER                  PIC X(2).
           05  REPNAMEA                PIC X.
           05  REPNAMEO                 PIC X(20).

           05  FILLER                  PIC X(2).
           05  COMMPCTA                PIC X.
           05  COMMPCTO                 PIC X(04).

           05  FILLER                  PIC X(2).
           05  ACTIVEA                 PIC X.
           05  ACTIVEO                  PIC X(01).

           05  FILLER                  PIC X(2).
           05  MSGA                    PIC X.
           05  MSGO                     PIC X(60).
