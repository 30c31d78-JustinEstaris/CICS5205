      *  MODIFICATION HISTORY                                         *
      *  DATE        INIT  DESCRIPTION                                *
      *  2026-09-02  JE    INITIAL VERSION                            *
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
       01  FD-SPLITCTL-CARD             PIC X(12).

       FD  ORDFILE
           RECORD CONTAINS 226 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-ORDFILE-RECORD.
           05  FD-ORDFILE-INVOICE-NO    PIC X(07).
           05  FILLER                   PIC X(219).

       FD  CUSTMAST
           RECORD CONTAINS 127 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-CUSTMAST-RECORD.
           05  FD-CUSTMAST-CUST-NO      PIC X(06).
           05  FILLER                   PIC X(121).

       FD  AREACODE
           RECORD CONTAINS 23 CHARACTERS
           05  FILLER                   PIC X(20).

       FD  AUDIT
           RECORD CONTAINS 492 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-AUDIT-RECORD              PIC X(492).

       FD  AUDITX
           RECORD CONTAINS 494 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-AUDITX-RECORD.
           05  FD-AUDITX-KEY            PIC X(23).
           05  FILLER                   PIC X(471).

       FD  SPLITREG
           RECORD CONTAINS 132 CHARACTERS
       77  WS-EOF-SWITCH                PIC 9(01) COMP VALUE 0.
       77  WS-CTL-EOF-SWITCH            PIC 9(01) COMP VALUE 0.

       01  WS-AUDIT-BEFORE-IMAGE        PIC X(226).
       01  WS-RUN-DATE                  PIC X(08).
       01  WS-RUN-TIME                  PIC X(08).

