      *IT.  SPACES WHEN NOTHING IS QUEUED
           05  PRODMAST-PEND-PRICE      PIC 9(05)V99.
           05  PRODMAST-PEND-DATE       PIC X(08).
      *REORDER CONTROL, MAINTAINED THROUGH JEPRGF.  WHEN ON-HAND
      *PLUS WHAT IS STILL DUE IN ON OPEN PO LINES FALLS TO THE
      *REORDER POINT OR BELOW, THE NIGHTLY JEPRHP RUN SUGGESTS A
      *PURCHASE OF THE REORDER QUANTITY FROM THE SUPPLIER.  A ZERO
      *REORDER QUANTITY OR A BLANK SUPPLIER KEEPS THE PRODUCT OUT
      *OF THE SUGGESTIONS
           05  PRODMAST-REORDER-POINT   PIC 9(05).
           05  PRODMAST-REORDER-QTY     PIC 9(05).
           05  PRODMAST-SUPPLIER        PIC X(06).
      *PRODUCT STATUS, MAINTAINED THROUGH JEPRGF.  A DISCONTINUED
      *PRODUCT STAYS ON FILE SO OLD ORDERS, RETURNS AND HISTORY STILL
      *RESOLVE, BUT NO NEW ORDER LINE IS TAKEN FOR IT - ORDER ENTRY
      *SWAPS IN THE REPLACEMENT PAIR WHEN ONE IS NAMED AND REFUSES
      *THE LINE WHEN NONE IS.  SPACE IS AN ACTIVE PRODUCT.  THE
      *REPLACEMENT IS SPACES ON A PRODUCT NOTHING SUPERSEDES
           05  PRODMAST-STATUS          PIC X(01).
               88  PRODMAST-IS-DISCONTINUED VALUE 'D'.
           05  PRODMAST-REPL-KEY.
               10  PRODMAST-REPL-CODE-A PIC X(04).
               10  PRODMAST-REPL-CODE-B PIC X(04).

       01  PRODMAST-LENGTH              PIC S9(4) COMP VALUE 86.
