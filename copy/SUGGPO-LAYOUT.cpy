      *****************************************************************
      *  SUGGPO-LAYOUT - RECORD LAYOUT FOR THE SUGGPO SUGGESTED       *
      *  PURCHASE ORDER FILE WRITTEN NIGHTLY BY JEPRHP FOR THE        *
      *  PURCHASING SYSTEM.  ONE RECORD PER PRODUCT TO BE BOUGHT,     *
      *  GROUPED UNDER ONE PO NUMBER PER SUPPLIER FOR THE NIGHT,      *
      *  WITH THE STOCK POSITION THAT TRIGGERED THE SUGGESTION.       *
      *****************************************************************
       01  SUGGPO-RECORD.
           05  SUGGPO-PO-NO             PIC X(08).
           05  SUGGPO-SUPPLIER          PIC X(06).
           05  SUGGPO-PROD-A            PIC X(04).
           05  SUGGPO-PROD-B            PIC X(04).
           05  SUGGPO-DESCRIPTION       PIC X(20).
           05  SUGGPO-QTY               PIC 9(05).
           05  SUGGPO-ORDER-DATE        PIC X(08).
           05  SUGGPO-PROMISED-DATE     PIC X(08).
           05  SUGGPO-ON-HAND           PIC 9(05).
           05  SUGGPO-ON-ORDER          PIC 9(05).
           05  SUGGPO-REORDER-POINT     PIC 9(05).
           05  FILLER                   PIC X(02).

       01  SUGGPO-LENGTH                PIC S9(4) COMP VALUE 80.
