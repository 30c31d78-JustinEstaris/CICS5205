      *****************************************************************
      *  WHSEMAST-LAYOUT - RECORD LAYOUT FOR THE WHSEMAST WAREHOUSE   *
      *  MASTER FILE.  KEYED BY A TWO CHARACTER WAREHOUSE CODE.       *
      *  EVERY ORDER SHIPS FROM ONE WAREHOUSE, EVERY STOCKWH RECORD   *
      *  HOLDS ONE PRODUCT'S STOCK IN ONE WAREHOUSE, AND EACH TAXRATE *
      *  PROVINCE NAMES THE WAREHOUSE THAT SERVES IT BY DEFAULT.      *
      *  MAINTAINED THROUGH JEPRGF LIKE THE OTHER REFERENCE FILES.    *
      *****************************************************************
       01  WHSEMAST-RECORD.
           05  WHSEMAST-CODE            PIC X(02).
           05  WHSEMAST-NAME            PIC X(20).

       01  WHSEMAST-LENGTH              PIC S9(4) COMP VALUE 22.

      *THE ORIGINAL BUILDING.  AN ORDER OR RECEIPT WRITTEN BEFORE
      *WAREHOUSES EXISTED CARRIES SPACES AND BELONGS HERE
       01  WHSEMAST-HOME-CODE           PIC X(02) VALUE '01'.
