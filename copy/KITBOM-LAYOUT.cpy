      *****************************************************************
      *  KITBOM-LAYOUT - RECORD LAYOUT FOR THE KITBOM KIT BILL OF     *
      *  MATERIALS FILE.  KEYED BY THE KIT'S PRODUCT PAIR, WHICH IS   *
      *  ALSO ON PRODMAST FOR ITS DESCRIPTION, PRICE AND STATUS - THE *
      *  ORDER, INVOICE AND STATEMENTS CARRY THE KIT.  THE RECORD     *
      *  LISTS THE STOCKED COMPONENT PAIRS THE KIT IS MADE OF AND HOW *
      *  MANY OF EACH GO INTO ONE KIT.  A KIT HOLDS NO STOCK OF ITS   *
      *  OWN: ALLOCATION, RELIEF, RESTOCK AND PICKING ALL WORK ON THE *
      *  COMPONENTS, AND A KIT IS AVAILABLE AS MANY TIMES AS ITS      *
      *  SCARCEST COMPONENT ALLOWS.  A PRODUCT WITH NO KITBOM RECORD  *
      *  IS AN ORDINARY STOCKED PRODUCT.                              *
      *****************************************************************
       01  KITBOM-RECORD.
           05  KITBOM-KEY.
               10  KITBOM-KIT-A         PIC X(04).
               10  KITBOM-KIT-B         PIC X(04).
      *NUMBER OF COMPONENT ENTRIES IN USE, 1 TO 8
           05  KITBOM-COMP-COUNT        PIC 9(02).
           05  KITBOM-COMP OCCURS 8 TIMES.
               10  KITBOM-COMP-A        PIC X(04).
               10  KITBOM-COMP-B        PIC X(04).
               10  KITBOM-COMP-QTY      PIC 9(03).

       01  KITBOM-LENGTH                PIC S9(4) COMP VALUE 98.
