      *****************************************************************
      *  INVADJ-LAYOUT - RECORD LAYOUT FOR THE INVADJ INVENTORY       *
      *  ADJUSTMENT LOG.  ONE RECORD FOR EVERY CHANGE MADE TO         *
      *  PRODMAST-ON-HAND OUTSIDE RECEIPTS, SHIPMENTS AND RETURNS -   *
      *  TODAY THAT IS THE APPROVED CYCLE COUNT VARIANCES POSTED BY   *
      *  JEPRHU AND THE UNITS LOST IN TRANSIT WRITTEN OFF BY JEPRIH.  *
      *  CARRIES THE ON-HAND BEFORE AND AFTER, THE QUANTITY GAINED OR *
      *  LOST, ITS VALUE AT THE UNIT PRICE OF THE DAY AND THE         *
      *  WAREHOUSE IT WAS FOUND IN.                                   *
      *  ENTRY SEQUENCED LIKE THE AUDIT TRAIL - ONLY APPENDED TO,     *
      *  READ BACK BY JEPRHI AT MONTH END FOR THE LEDGER WRITE-OFFS.  *
      *****************************************************************
       01  INVADJ-RECORD.
           05  INVADJ-DATE              PIC X(08).
           05  INVADJ-TIME              PIC X(06).
      *THE SUPERVISOR WHO APPROVED THE COUNT, OR THE OPERATOR WHO
      *KEYED THE SHORT ARRIVAL
           05  INVADJ-OPERATOR          PIC X(08).
           05  INVADJ-PROD-A            PIC X(04).
           05  INVADJ-PROD-B            PIC X(04).
           05  INVADJ-BIN-LOC           PIC X(06).
      *THE ON-HAND THE ADJUSTMENT MOVED - THE WAREHOUSE'S STOCKWH
      *COUNT FOR A CYCLE COUNT, THE PRODMAST COMPANY TOTAL FOR STOCK
      *LOST IN TRANSIT BETWEEN WAREHOUSES
           05  INVADJ-OLD-ON-HAND       PIC 9(05).
           05  INVADJ-NEW-ON-HAND       PIC 9(05).
           05  INVADJ-DIRECTION         PIC X(01).
               88  INVADJ-GAIN              VALUE 'G'.
               88  INVADJ-LOSS              VALUE 'L'.
           05  INVADJ-QTY               PIC 9(05).
           05  INVADJ-UNIT-PRICE        PIC 9(05)V99.
           05  INVADJ-VALUE             PIC 9(07)V99.
           05  INVADJ-REASON            PIC X(10).
      *THE WAREHOUSE COUNTED, OR THE ONE A SHORT TRANSFER WAS BOUND
      *FOR.  SPACES ON ADJUSTMENTS LOGGED BEFORE WAREHOUSES
           05  INVADJ-WHSE-CODE         PIC X(02).

       01  INVADJ-LENGTH                PIC S9(4) COMP VALUE 80.
