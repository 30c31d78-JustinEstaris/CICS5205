      *  2026-09-02  JE    ORDFILE RECORD GREW TO 203 (SALES TAX)   *
      *  2026-09-02  JE    ORDFILE RECORD GREW TO 218 (SHIPPED       *
      *                    QUANTITY PER LINE)                       *
      *  2026-10-15  JE    ORDFILE RECORD GREW TO 221 (SHIP-TO         *
      *                    NUMBER)                                     *
      *  2026-10-15  JE    ORDFILE RECORD GREW TO 224 (SALES REP       *
      *                    CODE)                                       *
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

      *ONE OPTIONAL CONTROL CARD - A SINGLE INVOICE NUMBER TO PRINT
      *ONE LABEL FOR, OR A BLANK/MISSING RECORD TO PRINT THE WHOLE FILE
