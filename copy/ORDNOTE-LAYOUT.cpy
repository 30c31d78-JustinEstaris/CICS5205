      *****************************************************************
      *  ORDNOTE-LAYOUT - RECORD LAYOUT FOR THE ORDNOTE ORDER NOTES   *
      *  FILE.  KEYED BY INVOICE NUMBER PLUS A TWO DIGIT NOTE LINE    *
      *  NUMBER, THE SAME WAY ORDDETAIL CARRIES THE PRODUCT LINES     *
      *  PAST THE FIVE ON ORDFILE, SO ALL OF ONE ORDER'S NOTES SIT    *
      *  TOGETHER.  EACH LINE IS FLAGGED INTERNAL OR CUSTOMER-FACING. *
      *  ONLY CUSTOMER-FACING LINES PRINT ON THE CONFIRMATION SLIP,   *
      *  WHILE THE WAREHOUSE PICK SLIP CARRIES THEM ALL.  JEPRGH      *
      *  MOVES THE NOTES TO ORDHNOT WHEN IT ARCHIVES THE ORDER.       *
      *****************************************************************
       01  ORDNOTE-RECORD.
           05  ORDNOTE-KEY.
               10  ORDNOTE-INVOICE-NO   PIC X(07).
               10  ORDNOTE-LINE-NO      PIC 9(02).
           05  ORDNOTE-TYPE             PIC X(01).
               88  ORDNOTE-INTERNAL         VALUE 'I'.
               88  ORDNOTE-CUSTOMER         VALUE 'C'.
           05  ORDNOTE-TEXT             PIC X(60).
      *OPERATOR AND YYYYMMDD DATE OF THE LAST CHANGE TO THE LINE
           05  ORDNOTE-CHANGED-BY       PIC X(08).
           05  ORDNOTE-CHANGED-DATE     PIC X(08).
           05  FILLER                   PIC X(04).

       01  ORDNOTE-LENGTH               PIC S9(4) COMP VALUE 90.
