      *  2026-09-02  JE    INITIAL VERSION                            *
      *  2026-09-02  JE    ORDFILE RECORD GREW TO 218 AND ORDDETAIL  *
      *                    TO 23 (SHIPPED QUANTITY PER LINE)        *
      *  2026-10-15  JE    ORDFILE RECORD GREW TO 221 (SHIP-TO         *
      *                    NUMBER)                                     *
      *  2026-10-15  JE    ORDFILE RECORD GREW TO 224 (SALES REP       *
      *                    CODE)                                       *
      *  2026-10-15  JE    ORDFILE RECORD GREW TO 226 (SHIPPING        *
      *                    WAREHOUSE)                                  *
      *****************************************************************

       ENVIRONMENT DIVISION.
       FILE SECTION.

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

       WORKING-STORAGE SECTION.

      *THE RECORD ALREADY SITTING UNDER A COLLIDING KEY, READ BACK
      *SO A RERUN CAN TELL 'SAME EVENT, ALREADY LOADED' FROM 'TWO
      *EVENTS IN THE SAME SECOND'
       01  WS-EXISTING-RECORD           PIC X(494).

       PROCEDURE DIVISION.

                   GO TO 3100-RESOLVE-COLLISION-EXIT
           END-READ.

           IF WS-EXISTING-RECORD = AUDITX-RECORD(1:494)
               MOVE 'Y' TO WS-WRITE-DONE
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO 3100-RESOLVE-COLLISION-EXIT
