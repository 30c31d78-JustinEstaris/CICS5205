      *****************************************************************
      *  CONTRACT-LAYOUT - RECORD LAYOUT FOR THE CONTRACT CUSTOMER    *
      *  PRICE FILE.  KEYED BY THE SIX DIGIT CUSTMAST CUSTOMER        *
      *  NUMBER PLUS THE PRODUCT PAIR, SO EVERY NEGOTIATED PRICE ONE  *
      *  ACCOUNT HOLDS SITS TOGETHER.  A CONTRACT IS EITHER A FIXED   *
      *  UNIT PRICE OR A PERCENTAGE OFF THE PRODMAST LIST PRICE IN    *
      *  FORCE, AND ONLY APPLIES FROM ITS START DATE THROUGH ITS END  *
      *  DATE.  ORDER PRICING (JEPRGE, JEPRGU, JEPRGX AND JEPRGO)     *
      *  CHARGES THE CONTRACT PRICE WHILE ONE IS IN FORCE; JEPRHW     *
      *  LISTS THE FILE.                                              *
      *****************************************************************
       01  CONTRACT-RECORD.
           05  CONTRACT-KEY.
               10  CONTRACT-CUST-NO     PIC X(06).
               10  CONTRACT-PROD-A      PIC X(04).
               10  CONTRACT-PROD-B      PIC X(04).
           05  CONTRACT-TYPE            PIC X(01).
               88  CONTRACT-FIXED-PRICE     VALUE 'F'.
               88  CONTRACT-PCT-OFF-LIST    VALUE 'P'.
           05  CONTRACT-PRICE           PIC 9(05)V99.
      *PERCENT OFF LIST WITH TWO DECIMALS - 1250 IS 12.50 PERCENT
           05  CONTRACT-PCT-OFF         PIC 9(02)V99.
      *YYYYMMDD FIRST AND LAST DAYS THE PRICE APPLIES - AN END DATE
      *OF SPACES OR ZEROS LEAVES THE CONTRACT OPEN-ENDED
           05  CONTRACT-START-DATE      PIC X(08).
           05  CONTRACT-END-DATE        PIC X(08).
           05  FILLER                   PIC X(08).

       01  CONTRACT-LENGTH              PIC S9(4) COMP VALUE 50.
