      *****************************************************************
      *  JEMAP8 - SYMBOLIC MAP FOR MAPSET JEMAP8 (SHIP-TO ADDRESS     *
      *  MAINTENANCE SCREEN).  THE CUSTOMER NAME IS SHOWN FROM        *
      *  CUSTMAST FOR REFERENCE ONLY.                                 *
      *****************************************************************
       01  MAP8I.
           05  FILLER                  PIC X(12).
           05  TITLEL                  COMP PIC S9(4).
           05  TITLEF                  PIC X.
           05  FILLER REDEFINES TITLEF.
               10  TITLEA               PIC X.
           05  TITLEI                   PIC X(30).

           05  CUSTNOL                 COMP PIC S9(4).
           05  CUSTNOF                 PIC X.
           05  FILLER REDEFINES CUSTNOF.
               10  CUSTNOA              PIC X.
           05  CUSTNOI                  PIC X(06).

           05  SHIPNOL                 COMP PIC S9(4).
           05  SHIPNOF                 PIC X.
           05  FILLER REDEFINES SHIPNOF.
               10  SHIPNOA              PIC X.
           05  SHIPNOI                  PIC X(03).

           05  ACTIONL                 COMP PIC S9(4).
           05  ACTIONF                 PIC X.
           05  FILLER REDEFINES ACTIONF.
               10  ACTIONA              PIC X.
           05  ACTIONI                  PIC X(01).

           05  CUSTNAMEL               COMP PIC S9(4).
           05  CUSTNAMEF               PIC X.
           05  FILLER REDEFINES CUSTNAMEF.
               10  CUSTNAMEA            PIC X.
           05  CUSTNAMEI                PIC X(20).

           05  NAMEL                   COMP PIC S9(4).
           05  NAMEF                   PIC X.
           05  FILLER REDEFINES NAMEF.
               10  NAMEA                PIC X.
           05  NAMEI                    PIC X(20).

           05  ALINE1L                 COMP PIC S9(4).
           05  ALINE1F                 PIC X.
           05  FILLER REDEFINES ALINE1F.
               10  ALINE1A              PIC X.
           05  ALINE1I                  PIC X(20).

           05  ALINE2L                 COMP PIC S9(4).
           05  ALINE2F                 PIC X.
           05  FILLER REDEFINES ALINE2F.
               10  ALINE2A              PIC X.
           05  ALINE2I                  PIC X(20).

           05  ALINE3L                 COMP PIC S9(4).
           05  ALINE3F                 PIC X.
           05  FILLER REDEFINES ALINE3F.
               10  ALINE3A              PIC X.
           05  ALINE3I                  PIC X(20).

           05  POST1L                  COMP PIC S9(4).
           05  POST1F                  PIC X.
           05  FILLER REDEFINES POST1F.
               10  POST1A               PIC X.
           05  POST1I                   PIC X(03).

           05  POST2L                  COMP PIC S9(4).
           05  POST2F                  PIC X.
           05  FILLER REDEFINES POST2F.
               10  POST2A               PIC X.
           05  POST2I                   PIC X(03).

           05  AREAL                   COMP PIC S9(4).
           05  AREAF                   PIC X.
           05  FILLER REDEFINES AREAF.
               10  AREAA                PIC X.
           05  AREAI                    PIC X(03).

           05  PREFIXL                 COMP PIC S9(4).
           05  PREFIXF                 PIC X.
           05  FILLER REDEFINES PREFIXF.
               10  PREFIXA              PIC X.
           05  PREFIXI                  PIC X(03).

           05  LINENUML                COMP PIC S9(4).
           05  LINENUMF                PIC X.
           05  FILLER REDEFINES LINENUMF.
               10  LINENUMA             PIC X.
           05  LINENUMI                 PIC X(04).

           05  MSGL                    COMP PIC S9(4).
           05  MSGF                    PIC X.
           05  FILLER REDEFINES MSGF.
               10  MSGA                 PIC X.
           05  MSGI                     PIC X(60).

       01  MAP8O REDEFINES MAP8I.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(2).
           05  TITLEA                  PIC X.
           05  TITLEO                   PIC X(30).

           05  FILLER                  PIC X(2).
           05  CUSTNOA                 PIC X.
           05  CUSTNOO                  PIC X(06).

           05  FILLER                  PIC X(2).
           05  SHIPNOA                 PIC X.
           05  SHIPNOO                  PIC X(03).

           05  FILLER                  PIC X(2).
           05  ACTIONA                 PIC X.
           05  ACTIONO                  PIC X(01).

           05  FILLER                  PIC X(2).
           05  CUSTNAMEA               PIC X.
           05  CUSTNAMEO                PIC X(20).

           05  FILLER                  PIC X(2).
           05  NAMEA                   PIC X.
           05  NAMEO                    PIC X(20).

           05  FILLER                  PIC X(2).
           05  ALINE1A                 PIC X.
           05  ALINE1O                  PIC X(20).

           05  FILLER                  PIC X(2).
           05  ALINE2A                 PIC X.
           05  ALINE2O                  PIC X(20).

           05  FILLER                  PIC X(2).
           05  ALINE3A                 PIC X.
           05  ALINE3O                  PIC X(20).

           05  FILLER                  PIC X(2).
           05  POST1A                  PIC X.
           05  POST1O                   PIC X(03).

           05  FILLER                  PIC X(2).
           05  POST2A                  PIC X.
           05  POST2O                   PIC X(03).

           05  FILLER                  PIC X(2).
           05  AREAA                   PIC X.
           05  AREAO                    PIC X(03).

           05  FILLER                  PIC X(2).
           05  PREFIXA                 PIC X.
           05  PREFIXO                  PIC X(03).

           05  FILLER                  PIC X(2).
           05  LINENUMA                PIC X.
           05  LINENUMO                 PIC X(04).

           05  FILLER                  PIC X(2).
           05  MSGA                    PIC X.
           05  MSGO                     PIC X(60).
