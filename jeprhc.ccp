      *                    LIMIT AND OPEN-ORDER BALANCE)            *
      *  2026-09-02  JE    ORDFILE RECORD GREW TO 218 AND ORDDETAIL  *
      *                    TO 23 (SHIPPED QUANTITY PER LINE)        *
      *  2026-10-15  JE    ORDFILE RECORD GREW TO 221 (SHIP-TO         *
      *                    NUMBER)                                     *
      *  2026-10-15  JE    CUSTMAST RECORD GREW TO 124 (BLANKET        *
      *                    DISCOUNT PERCENT)                           *
      *  2026-10-15  JE    ORDFILE RECORD GREW TO 224 (SALES REP       *
      *                    CODE) AND CUSTMAST TO 127 (DEFAULT SALES    *
      *                    REP)                                        *
      *  2026-10-15  JE    ORDFILE RECORD GREW TO 226 (SHIPPING        *
      *                    WAREHOUSE)                                  *
      *****************************************************************

       ENVIRONMENT DIVISION.
       FILE SECTION.

       FD  CUSTMAST
           RECORD CONTAINS 127 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-CUSTMAST-RECORD.
           05  FD-CUSTMAST-CUST-NO      PIC X(06).
           05  FILLER                   PIC X(121).

       FD  ORDFILE
           RECORD CONTAINS 226 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-ORDFILE-RECORD.
           05  FD-ORDFILE-INVOICE-NO    PIC X(07).
           05  FILLER                   PIC X(219).

      *THE ARCHIVE CARRIES THE SAME RECORD SHAPE AS THE LIVE FILE
       FD  ORDHIST
           RECORD CONTAINS 226 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-ORDHIST-RECORD.
           05  FD-ORDHIST-INVOICE-NO    PIC X(07).
           05  FILLER                   PIC X(219).

      *ONE OPTIONAL CONTROL CARD - THE YYYYMM STATEMENT MONTH, OR A
      *BLANK/MISSING RECORD TO LIST EVERYTHING ON FILE
