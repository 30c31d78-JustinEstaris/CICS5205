      *****************************************************************
      *  INTRANS-LAYOUT - RECORD LAYOUT FOR THE INTRANS IN-TRANSIT    *
      *  FILE.  ONE RECORD PER STOCK TRANSFER, KEYED BY THE TRANSFER  *
      *  NUMBER.  WRITTEN OPEN BY JEPRIH WHEN THE STOCK LEAVES THE    *
      *  FROM WAREHOUSE AND CLOSED WHEN IT ARRIVES AT THE TO          *
      *  WAREHOUSE, SO THE IN-TRANSIT REGISTER CAN LIST EVERYTHING    *
      *  STILL ON THE ROAD AND HOW LONG IT HAS BEEN THERE.  A SHORT   *
      *  ARRIVAL CLOSES THE TRANSFER WITH THE SHORTAGE RECORDED; THE  *
      *  GOODS THAT NEVER ARRIVED COME OFF THE COMPANY TOTAL.         *
      *****************************************************************
       01  INTRANS-RECORD.
           05  INTRANS-XFER-NO          PIC X(08).
           05  INTRANS-FROM-WHSE        PIC X(02).
           05  INTRANS-TO-WHSE          PIC X(02).
           05  INTRANS-PROD-A           PIC X(04).
           05  INTRANS-PROD-B           PIC X(04).
           05  INTRANS-QTY-SHIPPED      PIC 9(05).
           05  INTRANS-QTY-ARRIVED      PIC 9(05).
           05  INTRANS-SHIP-DATE        PIC X(08).
           05  INTRANS-ARRIVE-DATE      PIC X(08).
           05  INTRANS-OPERATOR         PIC X(08).
           05  INTRANS-STATUS           PIC X(01).
               88  INTRANS-ST-IN-TRANSIT    VALUE 'T'.
               88  INTRANS-ST-ARRIVED       VALUE 'A'.
           05  FILLER                   PIC X(05).

       01  INTRANS-LENGTH               PIC S9(4) COMP VALUE 60.
