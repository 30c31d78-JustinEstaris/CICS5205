           05  RECEIPTS-PROD-B          PIC X(04).
           05  RECEIPTS-QTY             PIC X(05).
           05  RECEIPTS-PO-NO           PIC X(08).
      *THE WHSEMAST WAREHOUSE WHOSE DOCK THE DELIVERY CAME IN AT.
      *SPACES (RECEIPTS FROM BEFORE THERE WAS A SECOND BUILDING)
      *MEANS THE HOME WAREHOUSE
           05  RECEIPTS-WHSE-CODE       PIC X(02).

       01  RECEIPTS-LENGTH              PIC S9(4) COMP VALUE 23.
