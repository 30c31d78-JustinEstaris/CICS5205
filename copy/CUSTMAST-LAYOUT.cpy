           05  CUSTMAST-EXCHANGE        PIC X(03).
           05  CUSTMAST-PHONE-NUM       PIC X(04).
      *CREDIT CONTROL - THE ACCOUNT'S LIMIT (ZERO MEANS NO LIMIT,
      *MAINTAINED THROUGH JEPRGK) AND THE RUNNING OPEN BALANCE THE
      *SYSTEM KEEPS FOR IT: ADDED TO AT ENTRY, AMENDMENT AND BULK
      *LOAD (AND BY THE TAX BILLED WHEN AN ORDER SHIPS), RELIEVED
      *WHEN AN ORDER IS CANCELLED OR REFUSED OFF CREDIT HOLD, WHEN
      *A RETURN IS CREDITED, AND WHEN JEPRHO APPLIES A PAYMENT TO
      *THE ORDER'S AROPEN ITEM - SHIPPING ALONE NO LONGER CLEARS
      *IT.  A NEW OR AMENDED ORDER THAT WOULD PUSH THE BALANCE PAST
      *THE LIMIT GOES ON WITH HELD STATUS UNTIL A SUPERVISOR
      *RELEASES IT ON JEPRHL
           05  CUSTMAST-CREDIT-LIMIT    PIC 9(07)V99.
           05  CUSTMAST-OPEN-BALANCE    PIC 9(07)V99.
      *BLANKET DISCOUNT - PERCENT OFF LIST (TWO DECIMALS) GIVEN ON
      *EVERY PRODUCT THE ACCOUNT HAS NO CONTRACT PRICE FOR.  ZERO
      *MEANS THE ACCOUNT PAYS LIST.  A CONTRACT PRICE ON THE
      *CONTRACT FILE ALWAYS WINS OVER IT - THE TWO NEVER STACK
           05  CUSTMAST-DISCOUNT-PCT    PIC 9(02)V99.
      *DEFAULT SALES REP - THE REPMAST REP CODE EVERY NEW ORDER FOR
      *THE ACCOUNT IS COMMISSIONED TO UNLESS AMENDED.  SPACES MEANS
      *A HOUSE ACCOUNT THAT PAYS NO COMMISSION
           05  CUSTMAST-REP-CODE        PIC X(03).

       01  CUSTMAST-LENGTH              PIC S9(4) COMP VALUE 127.
