      *                    PRICE AND EFFECTIVE DATE)                  *
      *  2026-09-02  JE    ORDFILE RECORD GREW TO 218 AND ORDDETAIL  *
      *                    TO 23 (SHIPPED QUANTITY PER LINE)        *
      *  2026-10-15  JE    PRODMAST RECORD GREW TO 77 (REORDER POINT,  *
      *                    REORDER QUANTITY AND SUPPLIER)              *
      *  2026-10-15  JE    ORDFILE RECORD GREW TO 221 (SHIP-TO         *
      *                    NUMBER)                                     *
      *  2026-10-15  JE    ORDFILE RECORD GREW TO 224 (SALES REP       *
      *                    CODE)                                       *
      *  2026-10-15  JE    PRODMAST RECORD GREW TO 86 (DISCONTINUED    *
      *                    STATUS AND REPLACEMENT)                     *
      *  2026-10-15  JE    ORDFILE RECORD GREW TO 226 (SHIPPING        *
      *                    WAREHOUSE)                                  *
      *****************************************************************

       ENVIRONMENT DIVISION.
       FILE SECTION.

       FD  ORDFILE
           RECORD CONTAINS 226 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-ORDFILE-RECORD.
           05  FD-ORDFILE-INVOICE-NO    PIC X(07).
           05  FILLER                   PIC X(219).

       FD  ORDDETAIL
           RECORD CONTAINS 23 CHARACTERS
           05  FILLER                   PIC X(14).

       FD  PRODMAST
           RECORD CONTAINS 86 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-PRODMAST-RECORD.
           05  FD-PRODMAST-KEY          PIC X(08).
           05  FILLER                   PIC X(78).

       FD  DMNDRPT
           RECORD CONTAINS 132 CHARACTERS
