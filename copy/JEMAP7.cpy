      *****************************************************************
      *  JEMAP7 - SYMBOLIC MAP FOR MAPSET JEMAP7 (CYCLE COUNT ENTRY   *
      *  SCREEN).  A STARTING WAREHOUSE AND BIN, THEN TEN LIST ROWS,  *
      *  EACH A DISPLAY-ONLY WAREHOUSE/BIN/PRODUCT LINE FOLLOWED BY A *
      *  FIVE DIGIT COUNTED QUANTITY FIELD.                           *
      *****************************************************************
       01  MAP7I.
           05  FILLER               PIC X(12).
           05  TITLEL               COMP PIC S9(4).
           05  TITLEF               PIC X.
           05  FILLER REDEFINES TITLEF.
               10  TITLEA           PIC X.
           05  TITLEI               PIC X(30).

           05  STARTBINL            COMP PIC S9(4).
           05  STARTBINF            PIC X.
           05  FILLER REDEFINES STARTBINF.
               10  STARTBINA        PIC X.
           05  STARTBINI            PIC X(06).

           05  WHSEL                COMP PIC S9(4).
           05  WHSEF                PIC X.
           05  FILLER REDEFINES WHSEF.
               10  WHSEA            PIC X.
           05  WHSEI                PIC X(02).

           05  ROW1L                COMP PIC S9(4).
           05  ROW1F                PIC X.
           05  FILLER REDEFINES ROW1F.
               10  ROW1A            PIC X.
           05  ROW1I                PIC X(50).

           05  CNT1L                COMP PIC S9(4).
           05  CNT1F                PIC X.
           05  FILLER REDEFINES CNT1F.
               10  CNT1A            PIC X.
           05  CNT1I                PIC X(05).

           05  ROW2L                COMP PIC S9(4).
           05  ROW2F                PIC X.
           05  FILLER REDEFINES ROW2F.
               10  ROW2A            PIC X.
           05  ROW2I                PIC X(50).

           05  CNT2L                COMP PIC S9(4).
           05  CNT2F                PIC X.
           05  FILLER REDEFINES CNT2F.
               10  CNT2A            PIC X.
           05  CNT2I                PIC X(05).

           05  ROW3L                COMP PIC S9(4).
           05  ROW3F                PIC X.
           05  FILLER REDEFINES ROW3F.
               10  ROW3A            PIC X.
           05  ROW3I                PIC X(50).

           05  CNT3L                COMP PIC S9(4).
           05  CNT3F                PIC X.
           05  FILLER REDEFINES CNT3F.
               10  CNT3A            PIC X.
           05  CNT3I                PIC X(05).

           05  ROW4L                COMP PIC S9(4).
           05  ROW4F                PIC X.
           05  FILLER REDEFINES ROW4F.
               10  ROW4A            PIC X.
           05  ROW4I                PIC X(50).

           05  CNT4L                COMP PIC S9(4).
           05  CNT4F                PIC X.
           05  FILLER REDEFINES CNT4F.
               10  CNT4A            PIC X.
           05  CNT4I                PIC X(05).

           05  ROW5L                COMP PIC S9(4).
           05  ROW5F                PIC X.
           05  FILLER REDEFINES ROW5F.
               10  ROW5A            PIC X.
           05  ROW5I                PIC X(50).

           05  CNT5L                COMP PIC S9(4).
           05  CNT5F                PIC X.
           05  FILLER REDEFINES CNT5F.
               10  CNT5A            PIC X.
           05  CNT5I                PIC X(05).

           05  ROW6L                COMP PIC S9(4).
           05  ROW6F                PIC X.
           05  FILLER REDEFINES ROW6F.
               10  ROW6A            PIC X.
           05  ROW6I                PIC X(50).

           05  CNT6L                COMP PIC S9(4).
           05  CNT6F                PIC X.
           05  FILLER REDEFINES CNT6F.
               10  CNT6A            PIC X.
           05  CNT6I                PIC X(05).

           05  ROW7L                COMP PIC S9(4).
           05  ROW7F                PIC X.
           05  FILLER REDEFINES ROW7F.
               10  ROW7A            PIC X.
           05  ROW7I                PIC X(50).

           05  CNT7L                COMP PIC S9(4).
           05  CNT7F                PIC X.
           05  FILLER REDEFINES CNT7F.
               10  CNT7A            PIC X.
           05  CNT7I                PIC X(05).

           05  ROW8L                COMP PIC S9(4).
           05  ROW8F                PIC X.
           05  FILLER REDEFINES ROW8F.
               10  ROW8A            PIC X.
           05  ROW8I                PIC X(50).

           05  CNT8L                COMP PIC S9(4).
           05  CNT8F                PIC X.
           05  FILLER REDEFINES CNT8F.
               10  CNT8A            PIC X.
           05  CNT8I                PIC X(05).

           05  ROW9L                COMP PIC S9(4).
           05  ROW9F                PIC X.
           05  FILLER REDEFINES ROW9F.
               10  ROW9A            PIC X.
           05  ROW9I                PIC X(50).

           05  CNT9L                COMP PIC S9(4).
           05  CNT9F                PIC X.
           05  FILLER REDEFINES CNT9F.
               10  CNT9A            PIC X.
           05  CNT9I                PIC X(05).

           05  ROW10L               COMP PIC S9(4).
           05  ROW10F               PIC X.
           05  FILLER REDEFINES ROW10F.
               10  ROW10A           PIC X.
           05  ROW10I               PIC X(50).

           05  CNT10L               COMP PIC S9(4).
           05  CNT10F               PIC X.
           05  FILLER REDEFINES CNT10F.
               10  CNT10A           PIC X.
           05  CNT10I               PIC X(05).

           05  MSGL                 COMP PIC S9(4).
           05  MSGF                 PIC X.
           05  FILLER REDEFINES MSGF.
               10  MSGA             PIC X.
           05  MSGI                 PIC X(60).

       01  MAP7O REDEFINES MAP7I.
           05  FILLER               PIC X(12).
           05  FILLER               PIC X(2).
           05  TITLEA               PIC X.
           05  TITLEO               PIC X(30).
           05  FILLER               PIC X(2).
           05  STARTBINA            PIC X.
           05  STARTBINO            PIC X(06).
           05  FILLER               PIC X(2).
           05  WHSEA                PIC X.
           05  WHSEO                PIC X(02).
           05  FILLER               PIC X(2).
           05  ROW1A                PIC X.
           05  ROW1O                PIC X(50).
           05  FILLER               PIC X(2).
           05  CNT1A                PIC X.
           05  CNT1O                PIC X(05).
           05  FILLER               PIC X(2).
           05  ROW2A                PIC X.
           05  ROW2O                PIC X(50).
           05  FILLER               PIC X(2).
           05  CNT2A                PIC X.
           05  CNT2O                PIC X(05).
           05  FILLER               PIC X(2).
           05  ROW3A                PIC X.
           05  ROW3O                PIC X(50).
           05  FILLER               PIC X(2).
           05  CNT3A                PIC X.
           05  CNT3O                PIC X(05).
           05  FILLER               PIC X(2).
           05  ROW4A                PIC X.
           05  ROW4O                PIC X(50).
           05  FILLER               PIC X(2).
           05  CNT4A                PIC X.
           05  CNT4O                PIC X(05).
           05  FILLER               PIC X(2).
           05  ROW5A                PIC X.
           05  ROW5O                PIC X(50).
           05  FILLER               PIC X(2).
           05  CNT5A                PIC X.
           05  CNT5O                PIC X(05).
           05  FILLER               PIC X(2).
           05  ROW6A                PIC X.
           05  ROW6O                PIC X(50).
           05  FILLER               PIC X(2).
           05  CNT6A                PIC X.
           05  CNT6O                PIC X(05).
           05  FILLER               PIC X(2).
           05  ROW7A                PIC X.
           05  ROW7O                PIC X(50).
           05  FILLER               PIC X(2).
           05  CNT7A                PIC X.
           05  CNT7O                PIC X(05).
           05  FILLER               PIC X(2).
           05  ROW8A                PIC X.
           05  ROW8O                PIC X(50).
           05  FILLER               PIC X(2).
           05  CNT8A                PIC X.
           05  CNT8O                PIC X(05).
           05  FILLER               PIC X(2).
           05  ROW9A                PIC X.
           05  ROW9O                PIC X(50).
           05  FILLER               PIC X(2).
           05  CNT9A                PIC X.
           05  CNT9O                PIC X(05).
           05  FILLER               PIC X(2).
           05  ROW10A               PIC X.
           05  ROW10O               PIC X(50).
           05  FILLER               PIC X(2).
           05  CNT10A               PIC X.
           05  CNT10O               PIC X(05).
           05  FILLER               PIC X(2).
           05  MSGA                 PIC X.
           05  MSGO                 PIC X(60).
