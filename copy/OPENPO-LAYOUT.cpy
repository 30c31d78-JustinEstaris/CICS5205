      *****************************************************************
      *  OPENPO-LAYOUT - RECORD LAYOUT FOR THE OPENPO OPEN PURCHASE   *
      *  ORDER FILE.  ONE RECORD PER PO LINE, KEYED BY THE PRODUCT    *
      *  PAIR FOLLOWED BY THE PO NUMBER, SO EVERYTHING STILL DUE IN   *
      *  FOR ONE PRODUCT SITS TOGETHER.  THE NIGHTLY JEPRHP RUN       *
      *  WRITES A LINE FOR EVERY PURCHASE IT SUGGESTS; JEPRHA ADDS    *
      *  EACH RECEIPT AGAINST ITS LINE AND CLOSES THE LINE ONCE THE   *
      *  FULL QUANTITY HAS ARRIVED.                                   *
      *****************************************************************
       01  OPENPO-RECORD.
           05  OPENPO-KEY.
               10  OPENPO-PROD-A        PIC X(04).
               10  OPENPO-PROD-B        PIC X(04).
               10  OPENPO-PO-NO         PIC X(08).
           05  OPENPO-SUPPLIER          PIC X(06).
           05  OPENPO-ORDER-DATE        PIC X(08).
      *YYYYMMDD THE SUPPLIER IS EXPECTED TO DELIVER BY - AN OPEN
      *LINE STILL SHORT PAST THIS DATE IS OVERDUE
           05  OPENPO-PROMISED-DATE     PIC X(08).
           05  OPENPO-QTY-ORDERED       PIC 9(05).
           05  OPENPO-QTY-RECEIVED      PIC 9(05).
           05  OPENPO-LAST-RCPT-DATE    PIC X(08).
           05  OPENPO-STATUS            PIC X(01).
               88  OPENPO-ST-OPEN           VALUE 'O'.
               88  OPENPO-ST-CLOSED         VALUE 'C'.
           05  FILLER                   PIC X(07).

       01  OPENPO-LENGTH                PIC S9(4) COMP VALUE 64.
