      *  FREED AND WHAT IS STILL WAITING AND ON WHICH PRODUCT.        *
      *  REPLACES READING THE JEPRGZ REPORT AND AMENDING EACH ORDER   *
      *  BY HAND THROUGH JEPRGU.                                      *
      *  STOCK IS CHECKED IN THE WAREHOUSE EACH ORDER SHIPS FROM -    *
      *  AN ORDER IS ONLY RELEASED AGAINST ITS OWN WAREHOUSE'S        *
      *  STOCKWH ON-HAND.                                             *
      *****************************************************************
      *  MODIFICATION HISTORY                                         *
      *  DATE        INIT  DESCRIPTION                                *
      *                    INQUIRY                                  *
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
      *  2026-10-15  JE    SHORT LINES ON DISCONTINUED PRODUCTS        *
      *                    LISTED UNDER THE WAITING ORDER WITH THE     *
      *                    REPLACEMENT TO OFFER                        *
      *  2026-10-15  JE    KIT BACKORDERS RELEASE ON THEIR KITBOM      *
      *                    COMPONENTS' STOCK                           *
      *  2026-10-15  JE    ORDFILE RECORD GREW TO 226 (SHIPPING        *
      *                    WAREHOUSE) - BACKORDERS RELEASE AGAINST     *
      *                    THE STOCKWH ON-HAND OF THE WAREHOUSE EACH   *
      *                    ORDER SHIPS FROM                            *
      *****************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS FD-PRODMAST-KEY
               FILE STATUS IS WS-PRODMAST-STATUS.

           SELECT KITBOM ASSIGN TO KITBOM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-KITBOM-KEY
               FILE STATUS IS WS-KITBOM-STATUS.

           SELECT STOCKWH ASSIGN TO STOCKWH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-STOCKWH-KEY
               FILE STATUS IS WS-STOCKWH-STATUS.

           SELECT AUDIT ASSIGN TO AUDIT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
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

       FD  STOCKWH
           RECORD CONTAINS 26 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-STOCKWH-RECORD.
           05  FD-STOCKWH-KEY           PIC X(10).
           05  FILLER                   PIC X(16).

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

       FD  RELREG
           RECORD CONTAINS 132 CHARACTERS
       COPY 'ORDFILE-LAYOUT'.
       COPY 'ORDDETAIL-LAYOUT'.
       COPY 'PRODMAST-LAYOUT'.
       COPY 'KITBOM-LAYOUT'.
       COPY 'STOCKWH-LAYOUT'.
       COPY 'WHSEMAST-LAYOUT'.
       COPY 'AUDIT-LAYOUT'.
       COPY 'AUDITX-LAYOUT'.

       01  WS-PRODMAST-STATUS           PIC X(02) VALUE '00'.
           88  WS-PRODMAST-OK               VALUE '00'.

       01  WS-KITBOM-STATUS             PIC X(02) VALUE '00'.
           88  WS-KITBOM-OK                 VALUE '00'.

       01  WS-STOCKWH-STATUS            PIC X(02) VALUE '00'.
           88  WS-STOCKWH-OK                VALUE '00'.

       01  WS-AUDIT-STATUS              PIC X(02) VALUE '00'.
           88  WS-AUDIT-OK                  VALUE '00'.

       77  WS-TABLE-FULL-COUNT          PIC 9(05) COMP VALUE 0.
       01  WS-SWAP-ENTRY                PIC X(15).

      *RUNNING AVAILABLE STOCK PER PRODUCT AND WAREHOUSE, SEEDED
      *FROM STOCKWH THE FIRST TIME A PRODUCT IS TOUCHED FOR A
      *WAREHOUSE AND DRAWN DOWN AS ORDERS ARE RELEASED, SO EARLIER
      *(OLDER) ORDERS CLAIM THE STOCK FIRST.  AN ORDER ONLY EVER
      *DRAWS ON THE WAREHOUSE IT SHIPS FROM
       01  WS-PROD-TABLE.
           05  WS-PROD-ENTRY OCCURS 200 TIMES.
               10  WS-PT-KEY            PIC X(10).
               10  WS-PT-AVAIL          PIC S9(07).
               10  WS-PT-DISC           PIC X(01).
               10  WS-PT-REPL           PIC X(08).

       77  WS-PROD-COUNT                PIC 9(03) COMP VALUE 0.
       77  WS-PROD-SUB                  PIC 9(03) COMP VALUE 0.
      *FIT; PASS 2 DRAWS THE QUANTITIES DOWN ONCE EVERY LINE FITS
       01  WS-LINE-A                    PIC X(04) VALUE SPACES.
       01  WS-LINE-B                    PIC X(04) VALUE SPACES.
       01  WS-LINE-QTY                  PIC 9(05) VALUE 0.

      *A KIT LINE IS EVALUATED THROUGH ITS KITBOM COMPONENTS - THE
      *KITS ORDERED, HELD WHILE EACH COMPONENT IS RUN AGAINST THE
      *STOCK TABLE AS A LINE OF ITS OWN
       01  WS-KIT-QTY                   PIC 9(03) VALUE 0.
       77  WS-KIT-SUB                   PIC 9(02) COMP VALUE 0.
       77  WS-EVAL-MODE                 PIC 9(01) COMP VALUE 1.
           88  WS-EVAL-CHECKING             VALUE 1.
           88  WS-EVAL-ALLOCATING           VALUE 2.
       77  WS-ORDER-FITS                PIC 9(01) COMP VALUE 1.
       01  WS-SHORT-PRODUCT             PIC X(08) VALUE SPACES.

      *THE WAREHOUSE THE ORDER UNDER EVALUATION SHIPS FROM - SPACES
      *ON AN ORDER TAKEN BEFORE THERE WERE WAREHOUSES MEANS HOME
       01  WS-ORDER-WHSE                PIC X(02) VALUE SPACES.

      *SHORT LINES ON DISCONTINUED PRODUCTS - THE STOCK IS NEVER
      *COMING, SO EACH ONE IS LISTED UNDER ITS WAITING ORDER WITH THE
      *REPLACEMENT THE CUSTOMER CAN BE OFFERED (FOLLOWED DOWN THE
      *CHAIN FOR UP TO FIVE HOPS) AND WHAT OF IT IS ON HAND.  THE
      *ORDER ITSELF IS LEFT ALONE - THE SWAP IS MADE THROUGH JEPRGU
      *ONCE THE CUSTOMER AGREES
       01  WS-OFFER-TABLE.
           05  WS-OFFER-ENTRY OCCURS 20 TIMES.
               10  WS-OF-FROM           PIC X(08).
               10  WS-OF-QTY            PIC 9(03).
               10  WS-OF-TO             PIC X(08).
               10  WS-OF-ON-HAND        PIC 9(05).
       77  WS-OFFER-COUNT               PIC 9(02) COMP VALUE 0.
       77  WS-OFFER-SUB                 PIC 9(02) COMP VALUE 0.
       77  WS-OFFER-HOPS                PIC 9(02) COMP VALUE 0.
       77  WS-OFFER-DONE                PIC 9(01) COMP VALUE 0.
       77  WS-OFFERED-COUNT             PIC 9(07) COMP VALUE 0.

       01  WS-AUDIT-BEFORE-IMAGE        PIC X(226).
       01  WS-RUN-DATE                  PIC X(08).
       01  WS-RUN-TIME                  PIC X(08).

           05  FILLER                   PIC X(17)
               VALUE 'STILL WAITING ON '.
           05  WW-PRODUCT               PIC X(08).
           05  FILLER                   PIC X(09) VALUE ' AT WHSE '.
           05  WW-WHSE                  PIC X(02).
           05  FILLER                   PIC X(04) VALUE SPACES.

       01  WS-OFFER-LINE.
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  WO-FROM                  PIC X(08).
           05  FILLER                   PIC X(05) VALUE ' QTY '.
           05  WO-QTY                   PIC ZZ9.
           05  FILLER                   PIC X(16)
               VALUE ' DISCONTINUED - '.
           05  WO-OFFER                 PIC X(40).
           05  FILLER                   PIC X(50) VALUE SPACES.

       01  WS-OFFER-TEXT.
           05  FILLER                   PIC X(06) VALUE 'OFFER '.
           05  WO-TO                    PIC X(08).
           05  FILLER                   PIC X(10) VALUE ', ON HAND '.
           05  WO-ON-HAND               PIC ZZ,ZZ9.
           05  FILLER                   PIC X(10) VALUE SPACES.

       01  WS-TRAILER-LINE1.
           05  FILLER                   PIC X(16)
           05  WT-WAITING-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(104) VALUE SPACES.

       01  WS-TRAILER-LINE4.
           05  FILLER                   PIC X(32) VALUE
               'DISCONTINUED LINES LISTED:      '.
           05  WT-OFFERED-COUNT         PIC ZZ,ZZ9.
           05  FILLER                   PIC X(94) VALUE SPACES.

       01  WS-TRAILER-LINE3.
           05  FILLER                   PIC X(32) VALUE
               'ORDERS DROPPED (TABLE FULL):    '.
               GO TO 9999-ABORT
           END-IF.

           OPEN INPUT KITBOM.
           IF NOT WS-KITBOM-OK
               DISPLAY 'JEPRHB: KITBOM OPEN FAILED, STATUS='
                   WS-KITBOM-STATUS
               GO TO 9999-ABORT
           END-IF.

           OPEN INPUT STOCKWH.
           IF NOT WS-STOCKWH-OK
               DISPLAY 'JEPRHB: STOCKWH OPEN FAILED, STATUS='
                   WS-STOCKWH-STATUS
               GO TO 9999-ABORT
           END-IF.

           OPEN EXTEND AUDIT.
           IF NOT WS-AUDIT-OK
               DISPLAY 'JEPRHB: AUDIT OPEN FAILED, STATUS='
               GO TO 4100-EVALUATE-ONE-ORDER-EXIT
           END-IF.

           IF ORDFILE-WHSE-CODE = SPACES
               MOVE WHSEMAST-HOME-CODE TO WS-ORDER-WHSE
           ELSE
               MOVE ORDFILE-WHSE-CODE TO WS-ORDER-WHSE
           END-IF.

           MOVE 1 TO WS-ORDER-FITS.
           MOVE SPACES TO WS-SHORT-PRODUCT.
           MOVE 0 TO WS-OFFER-COUNT.
           SET WS-EVAL-CHECKING TO TRUE.
           PERFORM 5000-WALK-ORDER-LINES
               THRU 5000-WALK-ORDER-LINES-EXIT.

           IF WS-ORDER-FITS = 0
               MOVE WS-SHORT-PRODUCT TO WW-PRODUCT
               MOVE WS-ORDER-WHSE TO WW-WHSE
               MOVE WS-WAIT-REASON TO WD-DISPOSITION
               MOVE WS-DETAIL-LINE TO FD-RELREG-LINE
               WRITE FD-RELREG-LINE
               ADD 1 TO WS-WAITING-COUNT
               MOVE 0 TO WS-OFFER-SUB
               IF WS-OFFER-COUNT > 0
                   PERFORM 4200-WRITE-OFFER-LINE
                       THRU 4200-WRITE-OFFER-LINE-EXIT
                       WS-OFFER-COUNT TIMES
               END-IF
               GO TO 4100-EVALUATE-ONE-ORDER-EXIT
           END-IF.

       4100-EVALUATE-ONE-ORDER-EXIT.
           EXIT.

       4200-WRITE-OFFER-LINE.
           ADD 1 TO WS-OFFER-SUB.
           MOVE WS-OF-FROM (WS-OFFER-SUB) TO WO-FROM.
           MOVE WS-OF-QTY (WS-OFFER-SUB) TO WO-QTY.
           IF WS-OF-TO (WS-OFFER-SUB) = SPACES
               MOVE 'NO REPLACEMENT ON FILE' TO WO-OFFER
           ELSE
               MOVE WS-OF-TO (WS-OFFER-SUB) TO WO-TO
               MOVE WS-OF-ON-HAND (WS-OFFER-SUB) TO WO-ON-HAND
               MOVE WS-OFFER-TEXT TO WO-OFFER
           END-IF.
           MOVE WS-OFFER-LINE TO FD-RELREG-LINE.
           WRITE FD-RELREG-LINE.
           ADD 1 TO WS-OFFERED-COUNT.
       4200-WRITE-OFFER-LINE-EXIT.
           EXIT.

      *RUNS EVERY LINE OF THE ORDER ON ORDFILE-RECORD THROUGH
      *5500-EVALUATE-ONE-LINE - THE FIVE PAIRS ON THE RECORD AND THE
      *ORDDETAIL LINES SIX AND UP.  WS-EVAL-MODE SAYS WHETHER THE
      *ONE LINE AGAINST THE RUNNING AVAILABLE FIGURE.  A BLANK PAIR
      *IS AN EMPTY SLOT; A ZERO QUANTITY (PRE-QUANTITY ORDER) COUNTS
      *AS ONE, THE SAME AS EVERYWHERE ELSE.  A PAIR NO LONGER ON
      *PRODMAST CAN NEVER BE FILLED AND HOLDS ITS ORDER WAITING.
      *A KIT HOLDS NO STOCK - IT FITS WHEN EVERY COMPONENT DOES, AND
      *RELEASING IT DRAWS THE COMPONENTS DOWN
       5500-EVALUATE-ONE-LINE.
           IF WS-LINE-A = SPACES AND WS-LINE-B = SPACES
               GO TO 5500-EVALUATE-EXIT
               MOVE 1 TO WS-LINE-QTY
           END-IF.

           MOVE WS-LINE-A TO FD-KITBOM-KEY(1:4).
           MOVE WS-LINE-B TO FD-KITBOM-KEY(5:4).
           READ KITBOM INTO KITBOM-RECORD
               INVALID KEY
                   MOVE SPACES TO KITBOM-KEY
           END-READ.
           IF KITBOM-KEY NOT = SPACES
               MOVE WS-LINE-QTY TO WS-KIT-QTY
               PERFORM 5550-EVALUATE-KIT-COMPONENT
                   THRU 5550-EVALUATE-KIT-EXIT
                   VARYING WS-KIT-SUB FROM 1 BY 1
                   UNTIL WS-KIT-SUB > KITBOM-COMP-COUNT
                      OR WS-KIT-SUB > 8
               GO TO 5500-EVALUATE-EXIT
           END-IF.

           PERFORM 5510-EVALUATE-STOCK THRU 5510-EVALUATE-STOCK-EXIT.
       5500-EVALUATE-EXIT.
           EXIT.

       5510-EVALUATE-STOCK.
           PERFORM 5600-FIND-PRODUCT-AVAIL
               THRU 5600-FIND-PRODUCT-AVAIL-EXIT.

                   MOVE WS-LINE-A TO WS-SHORT-PRODUCT(1:4)
                   MOVE WS-LINE-B TO WS-SHORT-PRODUCT(5:4)
               END-IF
               GO TO 5510-EVALUATE-STOCK-EXIT
           END-IF.

           IF WS-EVAL-CHECKING
                       MOVE WS-LINE-A TO WS-SHORT-PRODUCT(1:4)
                       MOVE WS-LINE-B TO WS-SHORT-PRODUCT(5:4)
                   END-IF
                   IF WS-PT-DISC (WS-PROD-SUB) = 'D'
                       PERFORM 5800-NOTE-OFFER
                           THRU 5800-NOTE-OFFER-EXIT
                   END-IF
               END-IF
           ELSE
               SUBTRACT WS-LINE-QTY FROM WS-PT-AVAIL (WS-PROD-SUB)
           END-IF.
       5510-EVALUATE-STOCK-EXIT.
           EXIT.

      *ONE COMPONENT OF A KIT LINE - THE KITS ORDERED TIMES THE
      *COMPONENT QUANTITY PER KIT, RUN AS AN ORDINARY LINE
       5550-EVALUATE-KIT-COMPONENT.
           MOVE KITBOM-COMP-A (WS-KIT-SUB) TO WS-LINE-A.
           MOVE KITBOM-COMP-B (WS-KIT-SUB) TO WS-LINE-B.
           COMPUTE WS-LINE-QTY =
               WS-KIT-QTY * KITBOM-COMP-QTY (WS-KIT-SUB).
           PERFORM 5510-EVALUATE-STOCK THRU 5510-EVALUATE-STOCK-EXIT.
       5550-EVALUATE-KIT-EXIT.
           EXIT.

      *FINDS THE PRODUCT IN THE AVAILABLE-STOCK TABLE FOR THE
      *ORDER'S WAREHOUSE, SEEDING IT FROM THAT WAREHOUSE'S STOCKWH
      *ON-HAND THE FIRST TIME IT IS TOUCHED - NO STOCKWH RECORD
      *MEANS NONE THERE.  A PAIR NOT ON PRODMAST (OR A FULL TABLE)
      *COMES BACK NOT FOUND
       5600-FIND-PRODUCT-AVAIL.
           MOVE 0 TO WS-PROD-FOUND.
           MOVE 0 TO WS-PROD-SUB.
           MOVE WS-PROD-COUNT TO WS-PROD-SUB.
           MOVE WS-LINE-A TO WS-PT-KEY (WS-PROD-SUB) (1:4).
           MOVE WS-LINE-B TO WS-PT-KEY (WS-PROD-SUB) (5:4).
           MOVE WS-ORDER-WHSE TO WS-PT-KEY (WS-PROD-SUB) (9:2).
           PERFORM 5650-READ-WAREHOUSE-STOCK
               THRU 5650-READ-WAREHOUSE-STOCK-EXIT.
           MOVE STOCKWH-ON-HAND TO WS-PT-AVAIL (WS-PROD-SUB).
           MOVE PRODMAST-STATUS TO WS-PT-DISC (WS-PROD-SUB).
           MOVE PRODMAST-REPL-KEY TO WS-PT-REPL (WS-PROD-SUB).
           MOVE 1 TO WS-PROD-FOUND.
       5600-FIND-PRODUCT-AVAIL-EXIT.
           EXIT.

      *THE ON-HAND FOR THE PAIR IN WS-LINE-A/B AT THE ORDER'S
      *WAREHOUSE, ZERO WHEN THE WAREHOUSE HAS NO RECORD FOR IT
       5650-READ-WAREHOUSE-STOCK.
           MOVE WS-LINE-A TO FD-STOCKWH-KEY(1:4).
           MOVE WS-LINE-B TO FD-STOCKWH-KEY(5:4).
           MOVE WS-ORDER-WHSE TO FD-STOCKWH-KEY(9:2).
           READ STOCKWH INTO STOCKWH-RECORD
               INVALID KEY
                   MOVE 0 TO STOCKWH-ON-HAND
           END-READ.
       5650-READ-WAREHOUSE-STOCK-EXIT.
           EXIT.

       5700-MATCH-PRODUCT.
           IF WS-PROD-FOUND = 1
               GO TO 5700-MATCH-PRODUCT-EXIT
           ADD 1 TO WS-PROD-SUB.
           IF WS-PT-KEY (WS-PROD-SUB) (1:4) = WS-LINE-A
               AND WS-PT-KEY (WS-PROD-SUB) (5:4) = WS-LINE-B
               AND WS-PT-KEY (WS-PROD-SUB) (9:2) = WS-ORDER-WHSE
               MOVE 1 TO WS-PROD-FOUND
           END-IF.
       5700-MATCH-PRODUCT-EXIT.
           EXIT.

      *RECORDS A SHORT DISCONTINUED LINE FOR THE REGISTER AND WORKS
      *OUT THE REPLACEMENT TO OFFER - THE END OF THE SUPERSESSION
      *CHAIN, OR NONE WHEN THE CHAIN STOPS AT A PRODUCT WITH NO
      *REPLACEMENT, ONE NOT ON FILE, OR GOES ROUND ON ITSELF
       5800-NOTE-OFFER.
           IF WS-OFFER-COUNT = 20
               GO TO 5800-NOTE-OFFER-EXIT
           END-IF.
           ADD 1 TO WS-OFFER-COUNT.
           MOVE WS-LINE-A TO WS-OF-FROM (WS-OFFER-COUNT) (1:4).
           MOVE WS-LINE-B TO WS-OF-FROM (WS-OFFER-COUNT) (5:4).
           MOVE WS-LINE-QTY TO WS-OF-QTY (WS-OFFER-COUNT).
           MOVE SPACES TO WS-OF-TO (WS-OFFER-COUNT).
           MOVE 0 TO WS-OF-ON-HAND (WS-OFFER-COUNT).

           MOVE WS-PT-REPL (WS-PROD-SUB) TO PRODMAST-REPL-KEY.
           MOVE 0 TO WS-OFFER-HOPS.
           MOVE 0 TO WS-OFFER-DONE.
           PERFORM 5810-FOLLOW-REPLACEMENT
               THRU 5810-FOLLOW-REPLACEMENT-EXIT
               UNTIL WS-OFFER-DONE = 1.
       5800-NOTE-OFFER-EXIT.
           EXIT.

       5810-FOLLOW-REPLACEMENT.
           IF PRODMAST-REPL-KEY = SPACES
               OR PRODMAST-REPL-KEY = LOW-VALUES
               MOVE 1 TO WS-OFFER-DONE
               GO TO 5810-FOLLOW-REPLACEMENT-EXIT
           END-IF.

           ADD 1 TO WS-OFFER-HOPS.
           IF WS-OFFER-HOPS > 5
               MOVE 1 TO WS-OFFER-DONE
               GO TO 5810-FOLLOW-REPLACEMENT-EXIT
           END-IF.

           MOVE PRODMAST-REPL-KEY TO FD-PRODMAST-KEY.
           READ PRODMAST INTO PRODMAST-RECORD
               INVALID KEY
                   MOVE 1 TO WS-OFFER-DONE
                   GO TO 5810-FOLLOW-REPLACEMENT-EXIT
           END-READ.

           IF PRODMAST-IS-DISCONTINUED
               GO TO 5810-FOLLOW-REPLACEMENT-EXIT
           END-IF.

           MOVE PRODMAST-KEY TO WS-OF-TO (WS-OFFER-COUNT).
           MOVE PRODMAST-KEY(1:4) TO WS-LINE-A.
           MOVE PRODMAST-KEY(5:4) TO WS-LINE-B.
           PERFORM 5650-READ-WAREHOUSE-STOCK
               THRU 5650-READ-WAREHOUSE-STOCK-EXIT.
           MOVE STOCKWH-ON-HAND TO WS-OF-ON-HAND (WS-OFFER-COUNT).
           MOVE 1 TO WS-OFFER-DONE.
       5810-FOLLOW-REPLACEMENT-EXIT.
           EXIT.

      *FLIPS THE ORDER BACK TO PENDING WITH THE RUN DATE AND TIME
      *AND WRITES THE SAME BEFORE/AFTER AUDIT RECORD THE ONLINE
      *TRANSACTIONS WRITE
           MOVE WS-TRAILER-LINE2 TO FD-RELREG-LINE.
           WRITE FD-RELREG-LINE.

           MOVE WS-OFFERED-COUNT TO WT-OFFERED-COUNT.
           MOVE WS-TRAILER-LINE4 TO FD-RELREG-LINE.
           WRITE FD-RELREG-LINE.

           IF WS-TABLE-FULL-COUNT > 0
               MOVE WS-TABLE-FULL-COUNT TO WT-TABLE-FULL-COUNT
               MOVE WS-TRAILER-LINE3 TO FD-RELREG-LINE
           CLOSE ORDFILE.
           CLOSE ORDDETAIL.
           CLOSE PRODMAST.
           CLOSE KITBOM.
           CLOSE STOCKWH.
           CLOSE AUDIT.
           CLOSE AUDITX.
           CLOSE RELREG.
