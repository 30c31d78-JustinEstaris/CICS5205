      *  2026-09-02  JE    AUDIT IMAGES GREW TO 203 (SALES TAX)     *
      *  2026-09-02  JE    AUDIT IMAGES GREW TO 218 (SHIPPED QTYS); *
      *                    TAX AND SHIPPED QTY FIELDS DECODED       *
      *  2026-10-15  JE    AUDIT IMAGES GREW TO 221 (SHIP-TO NUMBER);  *
      *                    SHIP-TO NUMBER DECODED                      *
      *  2026-10-15  JE    REPAIR RECORDS FROM THE JEPRHZ INTEGRITY    *
      *                    RUN (DELETED DETAIL LINES AND NOTES,        *
      *                    REBUILT BALANCES) PRINT WITHOUT THE ORDER   *
      *                    FIELD DECODE                                *
      *  2026-10-15  JE    CUSTOMER MERGE RECORDS FROM JEPRIB PRINT    *
      *                    THE MERGED LIMIT AND BALANCE, OR THE        *
      *                    DELETED CUSTOMER                            *
      *  2026-10-15  JE    AUDIT IMAGES GREW TO 224 (SALES REP CODE);  *
      *                    SALES REP CODE DECODED                      *
      *  2026-10-15  JE    AUDIT IMAGES GREW TO 226 (SHIPPING          *
      *                    WAREHOUSE); SHIPPING WAREHOUSE DECODED      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       FILE SECTION.

       FD  AUDIT
           RECORD CONTAINS 492 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-AUDIT-RECORD              PIC X(492).

      *ONE OPTIONAL CONTROL CARD - THE YYYYMMDD DATE TO REPORT ON,
      *OR A BLANK/MISSING RECORD TO REPORT THE WHOLE AUDIT FILE
           05  FILLER PIC X(26) VALUE 'SHIPPED QTY 3       210003'.
           05  FILLER PIC X(26) VALUE 'SHIPPED QTY 4       213003'.
           05  FILLER PIC X(26) VALUE 'SHIPPED QTY 5       216003'.
           05  FILLER PIC X(26) VALUE 'SHIP-TO NUMBER      219003'.
           05  FILLER PIC X(26) VALUE 'SALES REP           222003'.
           05  FILLER PIC X(26) VALUE 'SHIP WAREHOUSE      225002'.

       01  WS-FIELD-TABLE REDEFINES WS-FIELD-TABLE-DATA.
           05  WS-FIELD-ENTRY OCCURS 39 TIMES.
               10  WS-FIELD-NAME        PIC X(20).
               10  WS-FIELD-OFFSET      PIC 9(03).
               10  WS-FIELD-LENGTH      PIC 9(03).
               'NEW ORDER WRITTEN - ALL FIELDS AS ENTERED'.
           05  FILLER                   PIC X(84) VALUE SPACES.

      *A REPAIR RECORD FROM THE JEPRHZ INTEGRITY RUN OR THE JEPRIB
      *CUSTOMER MERGE - WHAT WAS DONE AND THE FRONT OF THE RECORD
      *IT WAS DONE TO
       01  WS-REPAIR-LINE.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  WR-REPAIR-TEXT           PIC X(34).
           05  WR-RECORD-IMAGE          PIC X(60).
           05  FILLER                   PIC X(34) VALUE SPACES.

       01  WS-NO-CHANGE-LINE.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  FILLER                   PIC X(40) VALUE
           ADD 1 TO WS-CHANGE-COUNT.
           PERFORM 4000-TALLY-OPERATOR THRU 4000-TALLY-OPERATOR-EXIT.

           IF NOT AUDIT-ACTION-ORDER
               PERFORM 3500-PRINT-REPAIR-RECORD
                   THRU 3500-PRINT-REPAIR-RECORD-EXIT
               GO TO 2000-PROCESS-NEXT
           END-IF.

           IF AUDIT-ACTION-WRITE
               MOVE WS-NEW-ORDER-LINE TO FD-AUDRPT-LINE
               WRITE FD-AUDRPT-LINE
           MOVE 0 TO WS-FIELD-SUB.
           PERFORM 3100-COMPARE-ONE-FIELD
               THRU 3100-COMPARE-ONE-FIELD-EXIT
               39 TIMES.

           IF WS-FIELD-CHANGE-COUNT = 0
               MOVE WS-NO-CHANGE-LINE TO FD-AUDRPT-LINE
       3100-COMPARE-ONE-FIELD-EXIT.
           EXIT.

      *THE INTEGRITY REPAIR'S OWN RECORDS DO NOT CARRY ORDER IMAGES -
      *A DELETED DETAIL LINE OR NOTE PRINTS THE RECORD THAT WENT, AND
      *A REBUILT BALANCE PRINTS THE OLD AND NEW BALANCE OFF THE
      *CUSTMAST IMAGES
       3500-PRINT-REPAIR-RECORD.
           MOVE AUDIT-BEFORE-IMAGE(1:60) TO WR-RECORD-IMAGE.

           IF AUDIT-ACTION-DETAIL-DEL
               MOVE 'ORPHAN ORDDETAIL LINE DELETED:'
                   TO WR-REPAIR-TEXT
           END-IF.

           IF AUDIT-ACTION-NOTE-DEL
               MOVE 'ORPHAN ORDNOTE LINE DELETED:' TO WR-REPAIR-TEXT
           END-IF.

           IF AUDIT-ACTION-CUST-DEL
               MOVE 'CUSTOMER DELETED BY MERGE:' TO WR-REPAIR-TEXT
           END-IF.

      *THE KEPT CUSTOMER OF A MERGE SHOWS WHAT IT TOOK ON - THE
      *COMBINED BALANCE AND THE HIGHER OF THE TWO CREDIT LIMITS
           IF AUDIT-ACTION-CUST-MERGE
               MOVE 'CREDIT LIMIT MERGED' TO WF-FIELD-NAME
               MOVE AUDIT-BEFORE-IMAGE(103:9) TO WF-OLD-VALUE
               MOVE AUDIT-AFTER-IMAGE(103:9) TO WF-NEW-VALUE
               MOVE WS-FIELD-LINE TO FD-AUDRPT-LINE
               WRITE FD-AUDRPT-LINE
               MOVE 'OPEN BALANCE MERGED' TO WF-FIELD-NAME
               MOVE AUDIT-BEFORE-IMAGE(112:9) TO WF-OLD-VALUE
               MOVE AUDIT-AFTER-IMAGE(112:9) TO WF-NEW-VALUE
               MOVE WS-FIELD-LINE TO FD-AUDRPT-LINE
               WRITE FD-AUDRPT-LINE
               GO TO 3500-PRINT-REPAIR-RECORD-EXIT
           END-IF.

           IF AUDIT-ACTION-BALANCE
               MOVE 'OPEN BALANCE REBUILT' TO WF-FIELD-NAME
               MOVE AUDIT-BEFORE-IMAGE(112:9) TO WF-OLD-VALUE
               MOVE AUDIT-AFTER-IMAGE(112:9) TO WF-NEW-VALUE
               MOVE WS-FIELD-LINE TO FD-AUDRPT-LINE
               WRITE FD-AUDRPT-LINE
               GO TO 3500-PRINT-REPAIR-RECORD-EXIT
           END-IF.

           MOVE WS-REPAIR-LINE TO FD-AUDRPT-LINE.
           WRITE FD-AUDRPT-LINE.
       3500-PRINT-REPAIR-RECORD-EXIT.
           EXIT.

      *FINDS (OR ADDS) THE OPERATOR IN THE SUMMARY TABLE AND BUMPS
      *THE RIGHT COUNTER.  A CANCELLATION COUNTS AS BOTH A REWRITE
      *AND A CANCEL - IT REACHES ORDFILE AS A REWRITE
