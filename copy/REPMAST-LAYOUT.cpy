      *****************************************************************
      *  REPMAST-LAYOUT - RECORD LAYOUT FOR THE REPMAST SALES REP     *
      *  MASTER FILE.  KEYED BY A THREE CHARACTER REP CODE.  EACH     *
      *  CUSTMAST ACCOUNT NAMES ITS DEFAULT REP AND EVERY ORDER       *
      *  CARRIES THE REP IT IS COMMISSIONED TO; THE JEPRID MONTH-END  *
      *  STATEMENT PAYS EACH REP THE PERCENTAGE HELD HERE.            *
      *  MAINTAINED THROUGH JEPRIC.                                   *
      *****************************************************************
       01  REPMAST-RECORD.
           05  REPMAST-REP-CODE         PIC X(03).
           05  REPMAST-NAME             PIC X(20).
      *COMMISSION PERCENT (TWO DECIMALS) ON THE PRE-TAX VALUE OF
      *EVERY ORDER INVOICED FOR THE REP
           05  REPMAST-COMM-PCT         PIC 9(02)V99.
      *AN INACTIVE REP CANNOT BE GIVEN TO AN ACCOUNT OR AN ORDER,
      *BUT ORDERS ALREADY CARRYING THE REP ARE STILL PAID ON
           05  REPMAST-ACTIVE           PIC X(01).
               88  REPMAST-IS-ACTIVE        VALUE 'Y'.
               88  REPMAST-IS-INACTIVE      VALUE 'N'.
           05  FILLER                   PIC X(12).

       01  REPMAST-LENGTH               PIC S9(4) COMP VALUE 40.
