      *****************************************************************
      *  XFERIN-LAYOUT - RECORD LAYOUT FOR THE XFERIN STOCK TRANSFER  *
      *  TRANSACTION FILE READ BY JEPRIH.  A SHIP RECORD (TYPE S)     *
      *  TAKES A QUANTITY OF ONE PRODUCT OUT OF THE FROM WAREHOUSE    *
      *  AND PUTS IT IN TRANSIT TO THE TO WAREHOUSE UNDER A TRANSFER  *
      *  NUMBER; AN ARRIVE RECORD (TYPE A) NAMES THE TRANSFER NUMBER  *
      *  AND THE QUANTITY THAT CAME OFF THE TRUCK AT THE OTHER END.   *
      *  ON AN ARRIVE RECORD ONLY THE TRANSFER NUMBER AND QUANTITY    *
      *  ARE USED - A BLANK QUANTITY MEANS EVERYTHING SHIPPED         *
      *  ARRIVED.                                                     *
      *****************************************************************
       01  XFERIN-RECORD.
           05  XFERIN-TYPE              PIC X(01).
               88  XFERIN-SHIP              VALUE 'S'.
               88  XFERIN-ARRIVE            VALUE 'A'.
           05  XFERIN-XFER-NO           PIC X(08).
           05  XFERIN-FROM-WHSE         PIC X(02).
           05  XFERIN-TO-WHSE           PIC X(02).
           05  XFERIN-PROD-A            PIC X(04).
           05  XFERIN-PROD-B            PIC X(04).
           05  XFERIN-QTY               PIC X(05).
           05  XFERIN-OPERATOR          PIC X(08).
           05  FILLER                   PIC X(06).

       01  XFERIN-LENGTH                PIC S9(4) COMP VALUE 40.
