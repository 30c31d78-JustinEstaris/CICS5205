      *  AND UP - THEN PRINTS ONE LINE PER PRODUCT WITH ITS           *
      *  DESCRIPTION, THE BACKORDERED LINE COUNT AND QUANTITY, THE    *
      *  CURRENT ON-HAND STOCK AND THE SHORTFALL, SO PURCHASING CAN   *
      *  SEE EXACTLY WHAT TO REORDER AND HOW MUCH.  A KIT HOLDS NO    *
      *  STOCK, SO A BACKORDERED KIT LINE IS TALLIED AGAINST ITS      *
      *  KITBOM COMPONENTS - THE PARTS PURCHASING ACTUALLY BUYS.      *
      *****************************************************************
      *  MODIFICATION HISTORY                                         *
      *  DATE        INIT  DESCRIPTION                                *
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
      *  2026-10-15  JE    KIT DEMAND IS TALLIED AGAINST ITS KITBOM    *
      *                    COMPONENTS                                  *
      *  2026-10-15  JE    ORDFILE RECORD GREW TO 226 (SHIPPING        *
      *                    WAREHOUSE)                                  *
      *****************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS FD-PRODMAST-KEY
               FILE STATUS IS WS-PRODMAST-STATUS.

           SELECT KITBOM ASSIGN TO KITBOM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-KITBOM-KEY
               FILE STATUS IS WS-KITBOM-STATUS.

           SELECT BACKRPT ASSIGN TO BACKRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKRPT-STATUS.
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

       FD  KITBOM
           RECORD CONTAINS 98 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-KITBOM-RECORD.
           05  FD-KITBOM-KEY            PIC X(08).
           05  FILLER                   PIC X(90).

       FD  BACKRPT
           RECORD CONTAINS 132 CHARACTERS
       COPY 'ORDFILE-LAYOUT'.
       COPY 'ORDDETAIL-LAYOUT'.
       COPY 'PRODMAST-LAYOUT'.
       COPY 'KITBOM-LAYOUT'.

       01  WS-ORDFILE-STATUS            PIC X(02) VALUE '00'.
           88  WS-ORDFILE-OK                VALUE '00'.
       01  WS-PRODMAST-STATUS           PIC X(02) VALUE '00'.
           88  WS-PRODMAST-OK               VALUE '00'.

       01  WS-KITBOM-STATUS             PIC X(02) VALUE '00'.
           88  WS-KITBOM-OK                 VALUE '00'.

       01  WS-BACKRPT-STATUS            PIC X(02) VALUE '00'.

       77  WS-BACKORDER-COUNT           PIC 9(07) COMP VALUE 0.
       77  WS-DROPPED-COUNT             PIC 9(05) COMP VALUE 0.

       01  WS-TALLY-KEY                 PIC X(08) VALUE SPACES.
       01  WS-TALLY-QTY                 PIC 9(05) VALUE 0.
       01  WS-KIT-QTY                   PIC 9(03) VALUE 0.
       77  WS-KIT-SUB                   PIC 9(02) COMP VALUE 0.

       01  WS-SHORTFALL                 PIC S9(07) VALUE 0.

               GO TO 9999-ABORT
           END-IF.

           OPEN INPUT KITBOM.
           IF NOT WS-KITBOM-OK
               DISPLAY 'JEPRGZ: KITBOM OPEN FAILED, STATUS='
                   WS-KITBOM-STATUS
               GO TO 9999-ABORT
           END-IF.

           OPEN OUTPUT BACKRPT.

           MOVE WS-HEADING-LINE1 TO FD-BACKRPT-LINE.
           EXIT.

      *FINDS (OR ADDS) THE PRODUCT IN THE DEMAND TABLE AND ADDS THE
      *LINE'S QUANTITY ON.  A KIT'S QUANTITY GOES ONTO EACH OF ITS
      *COMPONENTS INSTEAD, TIMES HOW MANY GO INTO ONE KIT
       3000-TALLY-PRODUCT.
           IF WS-TALLY-QTY = 0
               MOVE 1 TO WS-TALLY-QTY
           END-IF.

           MOVE WS-TALLY-KEY TO FD-KITBOM-KEY.
           READ KITBOM INTO KITBOM-RECORD
               INVALID KEY
                   MOVE SPACES TO KITBOM-KEY
           END-READ.
           IF KITBOM-KEY NOT = SPACES
               MOVE WS-TALLY-QTY TO WS-KIT-QTY
               PERFORM 3050-TALLY-KIT-COMPONENT
                   THRU 3050-TALLY-KIT-COMPONENT-EXIT
                   VARYING WS-KIT-SUB FROM 1 BY 1
                   UNTIL WS-KIT-SUB > KITBOM-COMP-COUNT
                      OR WS-KIT-SUB > 8
               GO TO 3000-TALLY-PRODUCT-EXIT
           END-IF.

           PERFORM 3060-ADD-TO-TABLE THRU 3060-ADD-TO-TABLE-EXIT.
       3000-TALLY-PRODUCT-EXIT.
           EXIT.

       3050-TALLY-KIT-COMPONENT.
           MOVE KITBOM-COMP-A (WS-KIT-SUB) TO WS-TALLY-KEY(1:4).
           MOVE KITBOM-COMP-B (WS-KIT-SUB) TO WS-TALLY-KEY(5:4).
           COMPUTE WS-TALLY-QTY =
               WS-KIT-QTY * KITBOM-COMP-QTY (WS-KIT-SUB).
           PERFORM 3060-ADD-TO-TABLE THRU 3060-ADD-TO-TABLE-EXIT.
       3050-TALLY-KIT-COMPONENT-EXIT.
           EXIT.

       3060-ADD-TO-TABLE.
           MOVE 0 TO WS-PROD-FOUND.
           MOVE 0 TO WS-PROD-SUB.
           IF WS-PROD-COUNT > 0
           IF WS-PROD-FOUND = 0
               IF WS-PROD-COUNT = 200
                   ADD 1 TO WS-DROPPED-COUNT
                   GO TO 3060-ADD-TO-TABLE-EXIT
               END-IF
               ADD 1 TO WS-PROD-COUNT
               MOVE WS-PROD-COUNT TO WS-PROD-SUB

           ADD 1 TO WS-PT-LINES (WS-PROD-SUB).
           ADD WS-TALLY-QTY TO WS-PT-QTY (WS-PROD-SUB).
       3060-ADD-TO-TABLE-EXIT.
           EXIT.

       3100-MATCH-PRODUCT.
           CLOSE ORDFILE.
           CLOSE ORDDETAIL.
           CLOSE PRODMAST.
           CLOSE KITBOM.
           CLOSE BACKRPT.
           DISPLAY 'JEPRGZ: BACKORDERED ORDERS=' WS-BACKORDER-COUNT.
       9000-TERMINATE-EXIT.
