      *****************************************************************
      *  QUOTE-LAYOUT - RECORD LAYOUT FOR THE QUOTFILE FILE.  A       *
      *  PRICED QUOTATION IN THE SAME SHAPE AS AN ORDFILE ORDER, KEPT *
      *  APART FROM THE ORDER FILE SO A QUOTE THAT NEVER TURNS INTO   *
      *  AN ORDER LEAVES NO CANCELLED ORDER OR JOURNAL ENTRY BEHIND.  *
      *  LINES ONE TO FIVE SIT ON THE RECORD; SIX AND UP ARE ON       *
      *  QUOTEDET.  EACH LINE CARRIES THE UNIT PRICE IT WAS QUOTED    *
      *  AT, AND A CONVERTED QUOTE BECOMES AN ORDER AT THOSE PRICES.  *
      *  THE QUOTE NUMBER COMES OFF THE INVCTL 'NEXTQUO ' RECORD.     *
      *****************************************************************
       01  QUOTE-RECORD.
           05  QUOTE-KEY.
               10  QUOTE-NO             PIC X(07).
           05  QUOTE-NAME               PIC X(20).
           05  QUOTE-ADDR-LINE1         PIC X(20).
           05  QUOTE-ADDR-LINE2         PIC X(20).
           05  QUOTE-ADDR-LINE3         PIC X(20).
           05  QUOTE-POSTAL-1           PIC X(03).
           05  QUOTE-POSTAL-2           PIC X(03).
           05  QUOTE-AREA-CODE          PIC X(03).
           05  QUOTE-EXCHANGE           PIC X(03).
           05  QUOTE-PHONE-NUM          PIC X(04).
           05  QUOTE-P1A                PIC X(04).
           05  QUOTE-P1B                PIC X(04).
           05  QUOTE-P2A                PIC X(04).
           05  QUOTE-P2B                PIC X(04).
           05  QUOTE-P3A                PIC X(04).
           05  QUOTE-P3B                PIC X(04).
           05  QUOTE-P4A                PIC X(04).
           05  QUOTE-P4B                PIC X(04).
           05  QUOTE-P5A                PIC X(04).
           05  QUOTE-P5B                PIC X(04).
           05  QUOTE-Q1                 PIC 9(03).
           05  QUOTE-Q2                 PIC 9(03).
           05  QUOTE-Q3                 PIC 9(03).
           05  QUOTE-Q4                 PIC 9(03).
           05  QUOTE-Q5                 PIC 9(03).
           05  QUOTE-PRICE1             PIC 9(05)V99.
           05  QUOTE-PRICE2             PIC 9(05)V99.
           05  QUOTE-PRICE3             PIC 9(05)V99.
           05  QUOTE-PRICE4             PIC 9(05)V99.
           05  QUOTE-PRICE5             PIC 9(05)V99.
      *OPEN UNTIL CONVERTED.  AN OPEN QUOTE PAST ITS EXPIRY DATE HAS
      *LAPSED - NOTHING REWRITES IT, THE DATE ALONE SAYS SO
           05  QUOTE-STATUS             PIC X(09).
               88  QUOTE-ST-OPEN            VALUE 'OPEN'.
               88  QUOTE-ST-CONVERTED       VALUE 'CONVERTED'.
           05  QUOTE-DATE               PIC X(08).
           05  QUOTE-EXPIRY-DATE        PIC X(08).
      *GOODS TOTAL AND PROVINCIAL TAX, PRICED AND TAXED THE SAME WAY
      *ORDER ENTRY PRICES AN ORDER - SEE ORDFILE-TAX-AMOUNT
           05  QUOTE-TOTAL              PIC 9(07)V99.
           05  QUOTE-TAX-AMOUNT         PIC 9(05)V99.
           05  QUOTE-CUST-NO            PIC X(06).
           05  QUOTE-SHIPTO-NO          PIC X(03).
           05  QUOTE-REP-CODE           PIC X(03).
      *THE ORDER THE QUOTE WAS CONVERTED TO, THE DAY IT WAS, AND WHO
      *KEYED THE QUOTE.  SPACES UNTIL CONVERTED
           05  QUOTE-INVOICE-NO         PIC X(07).
           05  QUOTE-CONV-DATE          PIC X(08).
           05  QUOTE-OPERATOR           PIC X(08).

       01  QUOTE-LENGTH                 PIC S9(4) COMP VALUE 269.
