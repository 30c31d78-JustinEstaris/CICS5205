      *****************************************************************
      *  CYCCOUNT-LAYOUT - RECORD LAYOUT FOR THE CYCCOUNT CYCLE COUNT *
      *  FILE.  ONE RECORD PER PRODUCT OUT FOR COUNT IN ONE           *
      *  WAREHOUSE, KEYED BY THE WAREHOUSE, THEN THE BIN/LOCATION,    *
      *  THEN THE PRODUCT PAIR SO EACH BUILDING'S COUNTS READ IN THE  *
      *  SAME AISLE ORDER THE COUNT SHEETS PRINT IN.  THE JEPRHQ      *
      *  SHEET PRINT WRITES THE RECORD WITH A SNAPSHOT OF THAT        *
      *  WAREHOUSE'S STOCKWH-ON-HAND; THE COUNTED QUANTITY COMES BACK *
      *  EITHER KEYED ON THE JEPRHR COUNT SCREEN OR LOADED FROM A     *
      *  COUNT FILE BY JEPRHS.  A SUPERVISOR APPROVES THE COUNT ON    *
      *  JEPRHR, AND THE JEPRHU POSTING RUN MOVES THE DIFFERENCE ONTO *
      *  THE WAREHOUSE AND COMPANY ON-HAND, LOGS IT TO INVADJ AND     *
      *  DELETES THE RECORD.                                          *
      *****************************************************************
       01  CYCCOUNT-RECORD.
           05  CYCCOUNT-KEY.
               10  CYCCOUNT-WHSE-CODE   PIC X(02).
               10  CYCCOUNT-BIN-LOC     PIC X(06).
               10  CYCCOUNT-PROD-A      PIC X(04).
               10  CYCCOUNT-PROD-B      PIC X(04).
           05  CYCCOUNT-SHEET-DATE      PIC X(08).
      *THE WAREHOUSE'S ON-HAND AS IT STOOD WHEN THE SHEET PRINTED -
      *THE COUNT IS MEASURED AGAINST THIS, NOT AGAINST WHATEVER
      *ON-HAND HAS MOVED TO SINCE, SO STOCK THAT SHIPS OR ARRIVES
      *WHILE THE AISLE IS BEING COUNTED DOES NOT SHOW UP AS A
      *VARIANCE
           05  CYCCOUNT-FROZEN-QTY      PIC 9(05).
           05  CYCCOUNT-COUNTED-QTY     PIC 9(05).
           05  CYCCOUNT-COUNT-DATE      PIC X(08).
           05  CYCCOUNT-COUNTED-BY      PIC X(08).
           05  CYCCOUNT-STATUS          PIC X(01).
               88  CYCCOUNT-ST-SHEET        VALUE 'S'.
               88  CYCCOUNT-ST-COUNTED      VALUE 'C'.
               88  CYCCOUNT-ST-APPROVED     VALUE 'A'.
           05  CYCCOUNT-APPROVED-BY     PIC X(08).
           05  CYCCOUNT-APPROVED-DATE   PIC X(08).
           05  FILLER                   PIC X(03).

       01  CYCCOUNT-LENGTH              PIC S9(4) COMP VALUE 70.
