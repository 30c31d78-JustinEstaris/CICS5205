      *****************************************************************
      *  LOCKBOX-LAYOUT - RECORD LAYOUT FOR THE BANK'S NIGHTLY        *
      *  LOCKBOX PAYMENT FILE.  ONE RECORD PER REMITTANCE LINE - A    *
      *  CHEQUE PAYING SEVERAL INVOICES ARRIVES AS SEVERAL LINES      *
      *  CARRYING THE SAME CHEQUE NUMBER, EACH NAMING THE INVOICE     *
      *  AND THE AMOUNT THE CUSTOMER MEANT FOR IT.  THE AMOUNT COMES  *
      *  AS NINE DIGITS WITH TWO IMPLIED DECIMALS AND IS PROVED       *
      *  NUMERIC BEFORE IT IS USED.  APPLIED BY JEPRHO.               *
      *****************************************************************
       01  LOCKBOX-RECORD.
           05  LOCKBOX-DEPOSIT-DATE     PIC X(08).
           05  LOCKBOX-CHEQUE-NO        PIC X(10).
           05  LOCKBOX-CUST-NO          PIC X(06).
           05  LOCKBOX-INVOICE-NO       PIC X(07).
           05  LOCKBOX-AMOUNT           PIC X(09).

       01  LOCKBOX-LENGTH               PIC S9(4) COMP VALUE 40.
