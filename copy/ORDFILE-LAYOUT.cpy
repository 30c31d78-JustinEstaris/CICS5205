           05  ORDFILE-S3               PIC 9(03).
           05  ORDFILE-S4               PIC 9(03).
           05  ORDFILE-S5               PIC 9(03).
      *THE SHIPTO ADDRESS THE NAME AND ADDRESS ABOVE WERE FILLED
      *FROM - THE CUSTOMER NUMBER PLUS THIS NUMBER IS THE SHIPTO
      *KEY.  SPACES WHEN THE ORDER SHIPS TO THE CUSTMAST ADDRESS
      *ITSELF OR TO A WALK-IN, AND ON ORDERS WRITTEN BEFORE THE
      *FIELD EXISTED.  THE BILL-TO IS ALWAYS THE CUSTMAST ADDRESS
           05  ORDFILE-SHIPTO-NO        PIC X(03).
      *THE REPMAST SALES REP THE ORDER IS COMMISSIONED TO - TAKEN
      *FROM THE CUSTOMER'S DEFAULT REP AT ENTRY AND BULK LOAD AND
      *CHANGEABLE ON AMENDMENT.  JEPRID PAYS COMMISSION ON IT WHEN
      *THE ORDER IS INVOICED.  SPACES ON A WALK-IN ORDER, A HOUSE
      *ACCOUNT WITH NO REP, AND ON ORDERS WRITTEN BEFORE THE FIELD
      *EXISTED
           05  ORDFILE-REP-CODE         PIC X(03).
      *THE WHSEMAST WAREHOUSE THE ORDER SHIPS FROM - DEFAULTED FROM
      *THE PROVINCE OF THE SHIP-TO POSTAL CODE (TAXRATE) AT ENTRY,
      *QUOTE CONVERSION AND BULK LOAD AND CHANGEABLE BY THE
      *OPERATOR.  STOCK IS CHECKED, RELIEVED, RESTOCKED AND PICKED
      *IN THIS WAREHOUSE.  SPACES ON ORDERS WRITTEN BEFORE THE FIELD
      *EXISTED, WHICH BELONG TO THE HOME WAREHOUSE
           05  ORDFILE-WHSE-CODE        PIC X(02).

       01  ORDFILE-LENGTH               PIC S9(4) COMP VALUE 226.
