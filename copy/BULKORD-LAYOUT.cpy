      *THE CUSTMAST CUSTOMER THE ORDER BELONGS TO - BLANK WHEN THE
      *MAIL-ORDER HOUSE HAS NO ACCOUNT NUMBER FOR THE BUYER
           05  BULKORD-CUST-NO          PIC X(06).
      *THE SHIPTO ADDRESS FOR THAT CUSTOMER THE ORDER GOES TO -
      *WHEN PRESENT THE NAME, ADDRESS AND PHONE COME OFF THE SHIPTO
      *FILE AND ANY SENT ON THE RECORD ARE IGNORED.  BLANK MEANS
      *THE ADDRESS ON THE RECORD IS THE ONE TO SHIP TO
           05  BULKORD-SHIPTO-NO        PIC X(03).

       01  BULKORD-LENGTH               PIC S9(4) COMP VALUE 167.
