      *****************************************************************
      *  AROPEN-LAYOUT - RECORD LAYOUT FOR THE AROPEN RECEIVABLES     *
      *  OPEN-ITEM FILE.  ONE ITEM PER INVOICE, KEYED BY THE INVOICE  *
      *  NUMBER, WRITTEN WHEN THE ORDER SHIPS IN FULL (THE JEPRGW     *
      *  CONFIRMATION RUN OR THE JEPRGY SHIP SCREEN) FOR THE BILLED   *
      *  GOODS TOTAL PLUS THE ORDER'S SALES TAX.  THE NIGHTLY JEPRHO  *
      *  CASH APPLICATION TAKES EACH LOCKBOX PAYMENT OFF THE OPEN     *
      *  AMOUNT, AND A RETURN POSTED ON JEPRHE AGAINST A SHIPPED      *
      *  ORDER TAKES ITS CREDIT OFF THE SAME WAY.  AN ITEM BROUGHT    *
      *  DOWN TO ZERO IS MARKED PAID AND STAYS ON FILE AS HISTORY.    *
      *  THE CUSTOMER'S OPEN BALANCE ON CUSTMAST ONLY COMES DOWN AS   *
      *  THESE ITEMS ARE PAID OR CREDITED, NEVER AT SHIP TIME.        *
      *****************************************************************
       01  AROPEN-RECORD.
           05  AROPEN-INVOICE-NO        PIC X(07).
           05  AROPEN-CUST-NO           PIC X(06).
      *THE SHIP DATE - THE ITEM AGES FROM HERE
           05  AROPEN-INVOICE-DATE      PIC X(08).
           05  AROPEN-BILLED-AMOUNT     PIC 9(07)V99.
           05  AROPEN-PAID-AMOUNT       PIC 9(07)V99.
           05  AROPEN-CREDIT-AMOUNT     PIC 9(07)V99.
           05  AROPEN-OPEN-AMOUNT       PIC 9(07)V99.
           05  AROPEN-LAST-PAY-DATE     PIC X(08).
           05  AROPEN-STATUS            PIC X(01).
               88  AROPEN-ST-OPEN           VALUE 'O'.
               88  AROPEN-ST-PAID           VALUE 'P'.
           05  FILLER                   PIC X(04).

       01  AROPEN-LENGTH                PIC S9(4) COMP VALUE 70.
