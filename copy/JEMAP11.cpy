      *****************************************************************
      *  JEMAP11 - SYMBOLIC MAP FOR MAPSET JEMAP11 (QUOTATION ENTRY   *
      *  AND INQUIRY SCREEN).  TEN PRODUCT LINES, EACH WITH ITS       *
      *  QUANTITY AND A DISPLAY-ONLY QUOTED UNIT PRICE.  STATUS,      *
      *  ORDER NUMBER, TOTAL AND TAX ARE DISPLAY-ONLY.                *
      *****************************************************************
       01  MAP11I.
           05  FILLER                  PIC X(12).

           05  TITLEL                  COMP PIC S9(4).
           05  TITLEF                  PIC X.
           05  FILLER REDEFINES TITLEF.
               10  TITLEA               PIC X.
           05  TITLEI                   PIC X(30).

           05  QUOTENOL                COMP PIC S9(4).
           05  QUOTENOF                PIC X.
           05  FILLER REDEFINES QUOTENOF.
               10  QUOTENOA             PIC X.
           05  QUOTENOI                 PIC X(07).

           05  ACTIONL                 COMP PIC S9(4).
           05  ACTIONF                 PIC X.
           05  FILLER REDEFINES ACTIONF.
               10  ACTIONA              PIC X.
           05  ACTIONI                  PIC X(01).

           05  QSTATL                  COMP PIC S9(4).
           05  QSTATF                  PIC X.
           05  FILLER REDEFINES QSTATF.
               10  QSTATA               PIC X.
           05  QSTATI                   PIC X(09).

           05  EXPIRYL                 COMP PIC S9(4).
           05  EXPIRYF                 PIC X.
           05  FILLER REDEFINES EXPIRYF.
               10  EXPIRYA              PIC X.
           05  EXPIRYI                  PIC X(08).

           05  CUSTNUML                COMP PIC S9(4).
           05  CUSTNUMF                PIC X.
           05  FILLER REDEFINES CUSTNUMF.
               10  CUSTNUMA             PIC X.
           05  CUSTNUMI                 PIC X(06).

           05  SHIPNOL                 COMP PIC S9(4).
           05  SHIPNOF                 PIC X.
           05  FILLER REDEFINES SHIPNOF.
               10  SHIPNOA              PIC X.
           05  SHIPNOI                  PIC X(03).

           05  INVNUML                 COMP PIC S9(4).
           05  INVNUMF                 PIC X.
           05  FILLER REDEFINES INVNUMF.
               10  INVNUMA              PIC X.
           05  INVNUMI                  PIC X(07).

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

           05  PROD1AL                 COMP PIC S9(4).
           05  PROD1AF                 PIC X.
           05  FILLER REDEFINES PROD1AF.
               10  PROD1AA              PIC X.
           05  PROD1AI                  PIC X(04).

           05  PROD1BL                 COMP PIC S9(4).
           05  PROD1BF                 PIC X.
           05  FILLER REDEFINES PROD1BF.
               10  PROD1BA              PIC X.
           05  PROD1BI                  PIC X(04).

           05  QTY1L                   COMP PIC S9(4).
           05  QTY1F                   PIC X.
           05  FILLER REDEFINES QTY1F.
               10  QTY1A                PIC X.
           05  QTY1I                    PIC X(03).

           05  PRICE1L                 COMP PIC S9(4).
           05  PRICE1F                 PIC X.
           05  FILLER REDEFINES PRICE1F.
               10  PRICE1A              PIC X.
           05  PRICE1I                  PIC X(09).

           05  PROD2AL                 COMP PIC S9(4).
           05  PROD2AF                 PIC X.
           05  FILLER REDEFINES PROD2AF.
               10  PROD2AA              PIC X.
           05  PROD2AI                  PIC X(04).

           05  PROD2BL                 COMP PIC S9(4).
           05  PROD2BF                 PIC X.
           05  FILLER REDEFINES PROD2BF.
               10  PROD2BA              PIC X.
           05  PROD2BI                  PIC X(04).

           05  QTY2L                   COMP PIC S9(4).
           05  QTY2F                   PIC X.
           05  FILLER REDEFINES QTY2F.
               10  QTY2A                PIC X.
           05  QTY2I                    PIC X(03).

           05  PRICE2L                 COMP PIC S9(4).
           05  PRICE2F                 PIC X.
           05  FILLER REDEFINES PRICE2F.
               10  PRICE2A              PIC X.
           05  PRICE2I                  PIC X(09).

           05  PROD3AL                 COMP PIC S9(4).
           05  PROD3AF                 PIC X.
           05  FILLER REDEFINES PROD3AF.
               10  PROD3AA              PIC X.
           05  PROD3AI                  PIC X(04).

           05  PROD3BL                 COMP PIC S9(4).
           05  PROD3BF                 PIC X.
           05  FILLER REDEFINES PROD3BF.
               10  PROD3BA              PIC X.
           05  PROD3BI                  PIC X(04).

           05  QTY3L                   COMP PIC S9(4).
           05  QTY3F                   PIC X.
           05  FILLER REDEFINES QTY3F.
               10  QTY3A                PIC X.
           05  QTY3I                    PIC X(03).

           05  PRICE3L                 COMP PIC S9(4).
           05  PRICE3F                 PIC X.
           05  FILLER REDEFINES PRICE3F.
               10  PRICE3A              PIC X.
           05  PRICE3I                  PIC X(09).

           05  PROD4AL                 COMP PIC S9(4).
           05  PROD4AF                 PIC X.
           05  FILLER REDEFINES PROD4AF.
               10  PROD4AA              PIC X.
           05  PROD4AI                  PIC X(04).

           05  PROD4BL                 COMP PIC S9(4).
           05  PROD4BF                 PIC X.
           05  FILLER REDEFINES PROD4BF.
               10  PROD4BA              PIC X.
           05  PROD4BI                  PIC X(04).

           05  QTY4L                   COMP PIC S9(4).
           05  QTY4F                   PIC X.
           05  FILLER REDEFINES QTY4F.
               10  QTY4A                PIC X.
           05  QTY4I                    PIC X(03).

           05  PRICE4L                 COMP PIC S9(4).
           05  PRICE4F                 PIC X.
           05  FILLER REDEFINES PRICE4F.
               10  PRICE4A              PIC X.
           05  PRICE4I                  PIC X(09).

           05  PROD5AL                 COMP PIC S9(4).
           05  PROD5AF                 PIC X.
           05  FILLER REDEFINES PROD5AF.
               10  PROD5AA              PIC X.
           05  PROD5AI                  PIC X(04).

           05  PROD5BL                 COMP PIC S9(4).
           05  PROD5BF                 PIC X.
           05  FILLER REDEFINES PROD5BF.
               10  PROD5BA              PIC X.
           05  PROD5BI                  PIC X(04).

           05  QTY5L                   COMP PIC S9(4).
           05  QTY5F                   PIC X.
           05  FILLER REDEFINES QTY5F.
               10  QTY5A                PIC X.
           05  QTY5I                    PIC X(03).

           05  PRICE5L                 COMP PIC S9(4).
           05  PRICE5F                 PIC X.
           05  FILLER REDEFINES PRICE5F.
               10  PRICE5A              PIC X.
           05  PRICE5I                  PIC X(09).

           05  PROD6AL                 COMP PIC S9(4).
           05  PROD6AF                 PIC X.
           05  FILLER REDEFINES PROD6AF.
               10  PROD6AA              PIC X.
           05  PROD6AI                  PIC X(04).

           05  PROD6BL                 COMP PIC S9(4).
           05  PROD6BF                 PIC X.
           05  FILLER REDEFINES PROD6BF.
               10  PROD6BA              PIC X.
           05  PROD6BI                  PIC X(04).

           05  QTY6L                   COMP PIC S9(4).
           05  QTY6F                   PIC X.
           05  FILLER REDEFINES QTY6F.
               10  QTY6A                PIC X.
           05  QTY6I                    PIC X(03).

           05  PRICE6L                 COMP PIC S9(4).
           05  PRICE6F                 PIC X.
           05  FILLER REDEFINES PRICE6F.
               10  PRICE6A              PIC X.
           05  PRICE6I                  PIC X(09).

           05  PROD7AL                 COMP PIC S9(4).
           05  PROD7AF                 PIC X.
           05  FILLER REDEFINES PROD7AF.
               10  PROD7AA              PIC X.
           05  PROD7AI                  PIC X(04).

           05  PROD7BL                 COMP PIC S9(4).
           05  PROD7BF                 PIC X.
           05  FILLER REDEFINES PROD7BF.
               10  PROD7BA              PIC X.
           05  PROD7BI                  PIC X(04).

           05  QTY7L                   COMP PIC S9(4).
           05  QTY7F                   PIC X.
           05  FILLER REDEFINES QTY7F.
               10  QTY7A                PIC X.
           05  QTY7I                    PIC X(03).

           05  PRICE7L                 COMP PIC S9(4).
           05  PRICE7F                 PIC X.
           05  FILLER REDEFINES PRICE7F.
               10  PRICE7A              PIC X.
           05  PRICE7I                  PIC X(09).

           05  PROD8AL                 COMP PIC S9(4).
           05  PROD8AF                 PIC X.
           05  FILLER REDEFINES PROD8AF.
               10  PROD8AA              PIC X.
           05  PROD8AI                  PIC X(04).

           05  PROD8BL                 COMP PIC S9(4).
           05  PROD8BF                 PIC X.
           05  FILLER REDEFINES PROD8BF.
               10  PROD8BA              PIC X.
           05  PROD8BI                  PIC X(04).

           05  QTY8L                   COMP PIC S9(4).
           05  QTY8F                   PIC X.
           05  FILLER REDEFINES QTY8F.
               10  QTY8A                PIC X.
           05  QTY8I                    PIC X(03).

           05  PRICE8L                 COMP PIC S9(4).
           05  PRICE8F                 PIC X.
           05  FILLER REDEFINES PRICE8F.
               10  PRICE8A              PIC X.
           05  PRICE8I                  PIC X(09).

           05  PROD9AL                 COMP PIC S9(4).
           05  PROD9AF                 PIC X.
           05  FILLER REDEFINES PROD9AF.
               10  PROD9AA              PIC X.
           05  PROD9AI                  PIC X(04).

           05  PROD9BL                 COMP PIC S9(4).
           05  PROD9BF                 PIC X.
           05  FILLER REDEFINES PROD9BF.
               10  PROD9BA              PIC X.
           05  PROD9BI                  PIC X(04).

           05  QTY9L                   COMP PIC S9(4).
           05  QTY9F                   PIC X.
           05  FILLER REDEFINES QTY9F.
               10  QTY9A                PIC X.
           05  QTY9I                    PIC X(03).

           05  PRICE9L                 COMP PIC S9(4).
           05  PRICE9F                 PIC X.
           05  FILLER REDEFINES PRICE9F.
               10  PRICE9A              PIC X.
           05  PRICE9I                  PIC X(09).

           05  PROD10AL                COMP PIC S9(4).
           05  PROD10AF                PIC X.
           05  FILLER REDEFINES PROD10AF.
               10  PROD10AA             PIC X.
           05  PROD10AI                 PIC X(04).

           05  PROD10BL                COMP PIC S9(4).
           05  PROD10BF                PIC X.
           05  FILLER REDEFINES PROD10BF.
               10  PROD10BA             PIC X.
           05  PROD10BI                 PIC X(04).

           05  QTY10L                  COMP PIC S9(4).
           05  QTY10F                  PIC X.
           05  FILLER REDEFINES QTY10F.
               10  QTY10A               PIC X.
           05  QTY10I                   PIC X(03).

           05  PRICE10L                COMP PIC S9(4).
           05  PRICE10F                PIC X.
           05  FILLER REDEFINES PRICE10F.
               10  PRICE10A             PIC X.
           05  PRICE10I                 PIC X(09).

           05  TOTALL                  COMP PIC S9(4).
           05  TOTALF                  PIC X.
           05  FILLER REDEFINES TOTALF.
               10  TOTALA               PIC X.
           05  TOTALI                   PIC X(12).

           05  TAXL                    COMP PIC S9(4).
           05  TAXF                    PIC X.
           05  FILLER REDEFINES TAXF.
               10  TAXA                 PIC X.
           05  TAXI                     PIC X(09).

           05  MSGL                    COMP PIC S9(4).
           05  MSGF                    PIC X.
           05  FILLER REDEFINES MSGF.
               10  MSGA                 PIC X.
           05  MSGI                     PIC X(60).

       01  MAP11O REDEFINES MAP11I.
           05  FILLER                  PIC X(12).

           05  FILLER                  PIC X(2).
           05  TITLEA                  PIC X.
           05  TITLEO                   PIC X(30).

           05  FILLER                  PIC X(2).
           05  QUOTENOA                PIC X.
           05  QUOTENOO                 PIC X(07).

           05  FILLER                  PIC X(2).
           05  ACTIONA                 PIC X.
           05  ACTIONO                  PIC X(01).

           05  FILLER                  PIC X(2).
           05  QSTATA                  PIC X.
           05  QSTATO                   PIC X(09).

           05  FILLER                  PIC X(2).
           05  EXPIRYA                 PIC X.
           05  EXPIRYO                  PIC X(08).

           05  FILLER                  PIC X(2).
           05  CUSTNUMA                PIC X.
           05  CUSTNUMO                 PIC X(06).

           05  FILLER                  PIC X(2).
           05  SHIPNOA                 PIC X.
           05  SHIPNOO                  PIC X(03).

           05  FILLER                  PIC X(2).
           05  INVNUMA                 PIC X.
           05  INVNUMO                  PIC X(07).

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
           05  PROD1AA                 PIC X.
           05  PROD1AO                  PIC X(04).

           05  FILLER                  PIC X(2).
           05  PROD1BA                 PIC X.
           05  PROD1BO                  PIC X(04).

           05  FILLER                  PIC X(2).
           05  QTY1A                   PIC X.
           05  QTY1O                    PIC X(03).

           05  FILLER                  PIC X(2).
           05  PRICE1A                 PIC X.
           05  PRICE1O                  PIC X(09).

           05  FILLER                  PIC X(2).
           05  PROD2AA                 PIC X.
           05  PROD2AO                  PIC X(04).

           05  FILLER                  PIC X(2).
           05  PROD2BA                 PIC X.
           05  PROD2BO                  PIC X(04).

           05  FILLER                  PIC X(2).
           05  QTY2A                   PIC X.
           05  QTY2O                    PIC X(03).

           05  FILLER                  PIC X(2).
           05  PRICE2A                 PIC X.
           05  PRICE2O                  PIC X(09).

           05  FILLER                  PIC X(2).
           05  PROD3AA                 PIC X.
           05  PROD3AO                  PIC X(04).

           05  FILLER                  PIC X(2).
           05  PROD3BA                 PIC X.
           05  PROD3BO                  PIC X(04).

           05  FILLER                  PIC X(2).
           05  QTY3A                   PIC X.
           05  QTY3O                    PIC X(03).

           05  FILLER                  PIC X(2).
           05  PRICE3A                 PIC X.
           05  PRICE3O                  PIC X(09).

           05  FILLER                  PIC X(2).
           05  PROD4AA                 PIC X.
           05  PROD4AO                  PIC X(04).

           05  FILLER                  PIC X(2).
           05  PROD4BA                 PIC X.
           05  PROD4BO                  PIC X(04).

           05  FILLER                  PIC X(2).
           05  QTY4A                   PIC X.
           05  QTY4O                    PIC X(03).

           05  FILLER                  PIC X(2).
           05  PRICE4A                 PIC X.
           05  PRICE4O                  PIC X(09).

           05  FILLER                  PIC X(2).
           05  PROD5AA                 PIC X.
           05  PROD5AO                  PIC X(04).

           05  FILLER                  PIC X(2).
           05  PROD5BA                 PIC X.
           05  PROD5BO                  PIC X(04).

           05  FILLER                  PIC X(2).
           05  QTY5A                   PIC X.
           05  QTY5O                    PIC X(03).

           05  FILLER                  PIC X(2).
           05  PRICE5A                 PIC X.
           05  PRICE5O                  PIC X(09).

           05  FILLER                  PIC X(2).
           05  PROD6AA                 PIC X.
           05  PROD6AO                  PIC X(04).

           05  FILLER                  PIC X(2).
           05  PROD6BA                 PIC X.
           05  PROD6BO                  PIC X(04).

           05  FILLER                  PIC X(2).
           05  QTY6A                   PIC X.
           05  QTY6O                    PIC X(03).

           05  FILLER                  PIC X(2).
           05  PRICE6A                 PIC X.
           05  PRICE6O                  PIC X(09).

           05  FILLER                  PIC X(2).
           05  PROD7AA                 PIC X.
           05  PROD7AO                  PIC X(04).

           05  FILLER                  PIC X(2).
           05  PROD7BA                 PIC X.
           05  PROD7BO                  PIC X(04).

           05  FILLER                  PIC X(2).
           05  QTY7A                   PIC X.
           05  QTY7O                    PIC X(03).

           05  FILLER                  PIC X(2).
           05  PRICE7A                 PIC X.
           05  PRICE7O                  PIC X(09).

           05  FILLER                  PIC X(2).
           05  PROD8AA                 PIC X.
           05  PROD8AO                  PIC X(04).

           05  FILLER                  PIC X(2).
           05  PROD8BA                 PIC X.
           05  PROD8BO                  PIC X(04).

           05  FILLER                  PIC X(2).
           05  QTY8A                   PIC X.
           05  QTY8O                    PIC X(03).

           05  FILLER                  PIC X(2).
           05  PRICE8A                 PIC X.
           05  PRICE8O                  PIC X(09).

           05  FILLER                  PIC X(2).
           05  PROD9AA                 PIC X.
           05  PROD9AO                  PIC X(04).

           05  FILLER                  PIC X(2).
           05  PROD9BA                 PIC X.
           05  PROD9BO                  PIC X(04).

           05  FILLER                  PIC X(2).
           05  QTY9A                   PIC X.
           05  QTY9O                    PIC X(03).

           05  FILLER                  PIC X(2).
           05  PRICE9A                 PIC X.
           05  PRICE9O                  PIC X(09).

           05  FILLER                  PIC X(2).
           05  PROD10AA                PIC X.
           05  PROD10AO                 PIC X(04).

           05  FILLER                  PIC X(2).
           05  PROD10BA                PIC X.
           05  PROD10BO                 PIC X(04).

           05  FILLER                  PIC X(2).
           05  QTY10A                  PIC X.
           05  QTY10O                   PIC X(03).

           05  FILLER                  PIC X(2).
           05  PRICE10A                PIC X.
           05  PRICE10O                 PIC X(09).

           05  FILLER                  PIC X(2).
           05  TOTALA                  PIC X.
           05  TOTALO                   PIC X(12).

           05  FILLER                  PIC X(2).
           05  TAXA                    PIC X.
           05  TAXO                     PIC X(09).

           05  FILLER                  PIC X(2).
           05  MSGA                    PIC X.
           05  MSGO                     PIC X(60).
