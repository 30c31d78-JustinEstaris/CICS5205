      *****************************************************************
      *  STOCKWH-LAYOUT - RECORD LAYOUT FOR THE STOCKWH STOCK BY      *
      *  WAREHOUSE FILE.  KEYED BY THE PRODUCT PAIR FOLLOWED BY THE   *
      *  WAREHOUSE CODE, SO ONE PRODUCT'S STOCK IN EVERY BUILDING     *
      *  SITS TOGETHER.  HOLDS THE ON-HAND COUNT AND BIN/LOCATION FOR *
      *  THAT PRODUCT IN THAT WAREHOUSE - ALLOCATION, SHIPPING,       *
      *  RECEIPTS, RETURNS, BACKORDER RELEASE AND THE PICK SLIPS ALL  *
      *  WORK ON THE ORDER'S OWN WAREHOUSE HERE.  PRODMAST-ON-HAND    *
      *  STAYS THE COMPANY-WIDE TOTAL - EVERY WAREHOUSE PLUS STOCK IN *
      *  TRANSIT BETWEEN THEM - AND IS KEPT IN STEP WITH EVERY        *
      *  POSTING.  A PRODUCT WITH NO RECORD FOR A WAREHOUSE HAS NO    *
      *  STOCK THERE.  MAINTAINED THROUGH JEPRGF; RECEIPTS AND        *
      *  TRANSFERS ADD A RECORD THE FIRST TIME STOCK ARRIVES IN A     *
      *  WAREHOUSE.                                                   *
      *****************************************************************
       01  STOCKWH-RECORD.
           05  STOCKWH-KEY.
               10  STOCKWH-PROD-A       PIC X(04).
               10  STOCKWH-PROD-B       PIC X(04).
               10  STOCKWH-WHSE-CODE    PIC X(02).
           05  STOCKWH-ON-HAND          PIC 9(05).
           05  STOCKWH-BIN-LOC          PIC X(06).
           05  FILLER                   PIC X(05).

       01  STOCKWH-LENGTH               PIC S9(4) COMP VALUE 26.
