      *****************************************************************
      *  QUOTEDET-LAYOUT - RECORD LAYOUT FOR THE QUOTEDET FILE.       *
      *  HOLDS QUOTE LINES BEYOND THE FIRST FIVE STORED ON THE QUOTE  *
      *  RECORD, IN THE SAME SHAPE AS ORDDETAIL - KEYED BY QUOTE      *
      *  NUMBER PLUS A TWO DIGIT LINE NUMBER (LINES 6 AND UP), WITH   *
      *  THE UNIT PRICE THE LINE WAS QUOTED AT.                       *
      *****************************************************************
       01  QUOTEDET-RECORD.
           05  QUOTEDET-KEY.
               10  QUOTEDET-QUOTE-NO    PIC X(07).
               10  QUOTEDET-LINE-NO     PIC 9(02).
           05  QUOTEDET-PROD-A          PIC X(04).
           05  QUOTEDET-PROD-B          PIC X(04).
           05  QUOTEDET-QTY             PIC 9(03).
           05  QUOTEDET-PRICE           PIC 9(05)V99.

       01  QUOTEDET-LENGTH              PIC S9(4) COMP VALUE 27.
