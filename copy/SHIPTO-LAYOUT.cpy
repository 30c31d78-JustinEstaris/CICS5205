      *****************************************************************
      *  SHIPTO-LAYOUT - RECORD LAYOUT FOR THE SHIPTO SHIP-TO ADDRESS *
      *  FILE.  KEYED BY THE SIX DIGIT CUSTMAST CUSTOMER NUMBER PLUS  *
      *  A THREE DIGIT SHIP-TO NUMBER, SO AN ACCOUNT WITH SEVERAL     *
      *  STORES OR A WAREHOUSE DOCK KEEPS EACH DELIVERY ADDRESS ONCE  *
      *  HERE INSTEAD OF HAVING IT OVERTYPED ON EVERY ORDER.  THE     *
      *  FIELDS AND THEIR EDITS ARE THE SAME AS CUSTMAST; THE         *
      *  CUSTMAST ADDRESS ITSELF STAYS THE BILL-TO ADDRESS.           *
      *  MAINTAINED THROUGH JEPRHV.                                   *
      *****************************************************************
       01  SHIPTO-RECORD.
           05  SHIPTO-KEY.
               10  SHIPTO-CUST-NO       PIC X(06).
               10  SHIPTO-SHIP-NO       PIC X(03).
           05  SHIPTO-NAME              PIC X(20).
           05  SHIPTO-ADDR-LINE1        PIC X(20).
           05  SHIPTO-ADDR-LINE2        PIC X(20).
           05  SHIPTO-ADDR-LINE3        PIC X(20).
           05  SHIPTO-POSTAL-1          PIC X(03).
           05  SHIPTO-POSTAL-2          PIC X(03).
           05  SHIPTO-AREA-CODE         PIC X(03).
           05  SHIPTO-EXCHANGE          PIC X(03).
           05  SHIPTO-PHONE-NUM         PIC X(04).

       01  SHIPTO-LENGTH                PIC S9(4) COMP VALUE 105.
