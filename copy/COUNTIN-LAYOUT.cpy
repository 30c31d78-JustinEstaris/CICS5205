      *****************************************************************
      *  COUNTIN-LAYOUT - RECORD LAYOUT FOR THE COUNTIN CYCLE COUNT   *
      *  LOAD FILE.  ONE RECORD PER PRODUCT COUNTED, AS KEYED OFF THE *
      *  COUNT SHEETS OR DUMPED FROM A HAND-HELD SCANNER - THE BIN    *
      *  AND PRODUCT PRINTED ON THE SHEET, THE QUANTITY FOUND AND WHO *
      *  COUNTED IT, AND THE WAREHOUSE COUNTED (BLANK IS THE HOME     *
      *  WAREHOUSE).  JEPRHS LOADS IT ONTO CYCCOUNT.                  *
      *****************************************************************
       01  COUNTIN-RECORD.
           05  COUNTIN-BIN-LOC          PIC X(06).
           05  COUNTIN-PROD-A           PIC X(04).
           05  COUNTIN-PROD-B           PIC X(04).
           05  COUNTIN-QTY              PIC 9(05).
           05  COUNTIN-COUNTED-BY       PIC X(08).
           05  COUNTIN-COUNT-DATE       PIC X(08).
           05  COUNTIN-WHSE-CODE        PIC X(02).
           05  FILLER                   PIC X(03).

       01  COUNTIN-LENGTH               PIC S9(4) COMP VALUE 40.
