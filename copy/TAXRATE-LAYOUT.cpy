           05  TAXRATE-PROVINCE-KEY     PIC X(01).
           05  TAXRATE-PROVINCE-NAME    PIC X(20).
           05  TAXRATE-RATE             PIC 9(02)V9(03).
      *THE WHSEMAST WAREHOUSE THAT SHIPS TO THE PROVINCE - AN ORDER
      *TAKES IT AS ITS SHIPPING WAREHOUSE UNLESS THE OPERATOR PICKS
      *ANOTHER.  SPACES MEANS THE HOME WAREHOUSE
           05  TAXRATE-WHSE-CODE        PIC X(02).

       01  TAXRATE-LENGTH               PIC S9(4) COMP VALUE 28.
