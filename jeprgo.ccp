      *                    ORDERS LOAD AS HELD                      *
      *  2026-09-02  JE    ORDFILE RECORD GREW TO 218 AND ORDDETAIL  *
      *                    TO 23 (SHIPPED QUANTITY PER LINE)        *
      *  2026-10-15  JE    PRODMAST RECORD GREW TO 77 (REORDER POINT,  *
      *                    REORDER QUANTITY AND SUPPLIER)              *
      *  2026-10-15  JE    ORDFILE RECORD GREW TO 221 (SHIP-TO         *
      *                    NUMBER)                                     *
      *  2026-10-15  JE    INTAKE RECORD GREW TO 167 WITH A SHIP-TO    *
      *                    NUMBER; THE ORDER'S ADDRESS FILLS FROM THE  *
      *                    SHIPTO FILE AND THE ORDER RECORDS WHICH     *
      *                    SHIP-TO IT WENT TO                          *
      *  2026-10-15  JE    CUSTMAST RECORD GREW TO 124 (BLANKET        *
      *                    DISCOUNT PERCENT)                           *
      *  2026-10-15  JE    BULK ORDERS PRICED AT THE ACCOUNT'S         *
      *                    CONTRACT PRICE OR BLANKET DISCOUNT WHERE    *
      *                    ONE APPLIES                                 *
      *  2026-10-15  JE    ORDFILE RECORD GREW TO 224 (SALES REP       *
      *                    CODE) AND CUSTMAST TO 127 (DEFAULT SALES    *
      *                    REP)                                        *
      *  2026-10-15  JE    LOADED ORDERS TAKE THE ACCOUNT'S DEFAULT    *
      *                    SALES REP                                   *
      *  2026-10-15  JE    PRODMAST RECORD GREW TO 86 (DISCONTINUED    *
      *                    STATUS AND REPLACEMENT)                     *
      *  2026-10-15  JE    DISCONTINUED PRODUCTS LOAD ON THEIR         *
      *                    REPLACEMENT, LISTED ON THE CROSS-           *
      *                    REFERENCE; NO REPLACEMENT REJECTS           *
      *  2026-10-15  JE    KIT LINES BACKORDER ON THEIR KITBOM         *
      *                    COMPONENTS' STOCK                           *
      *  2026-10-15  JE    ORDFILE RECORD GREW TO 226 AND TAXRATE TO   *
      *                    28; LOADED ORDERS SHIP FROM THE PROVINCE'S  *
      *                    WAREHOUSE AND CHECK STOCK THERE ON STOCKWH  *
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

           SELECT AREACODE ASSIGN TO AREACODE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-CUSTMAST-CUST-NO
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT SHIPTO ASSIGN TO SHIPTO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-SHIPTO-KEY
               FILE STATUS IS WS-SHIPTO-STATUS.

           SELECT CONTRACT ASSIGN TO CONTRACT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-CONTRACT-KEY
               FILE STATUS IS WS-CONTRACT-STATUS.

           SELECT INVCTL ASSIGN TO INVCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
       FILE SECTION.

       FD  BULKORD
           RECORD CONTAINS 167 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-BULKORD-RECORD            PIC X(167).

       FD  ORDFILE
           RECORD CONTAINS 226 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-ORDFILE-RECORD.
           05  FD-ORDFILE-INVOICE-NO    PIC X(07).
           05  FILLER                   PIC X(219).

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

       FD  BULKREJ
           RECORD CONTAINS 132 CHARACTERS
       01  FD-BULKREJ-LINE              PIC X(132).

       FD  CUSTMAST
           RECORD CONTAINS 127 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-CUSTMAST-RECORD.
           05  FD-CUSTMAST-CUST-NO      PIC X(06).
           05  FILLER                   PIC X(121).

       FD  SHIPTO
           RECORD CONTAINS 105 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-SHIPTO-RECORD.
           05  FD-SHIPTO-KEY            PIC X(09).
           05  FILLER                   PIC X(96).

       FD  CONTRACT
           RECORD CONTAINS 50 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-CONTRACT-RECORD.
           05  FD-CONTRACT-KEY          PIC X(14).
           05  FILLER                   PIC X(36).

       FD  INVCTL
           RECORD CONTAINS 15 CHARACTERS
       01  FD-BULKXRF-LINE              PIC X(132).

       FD  TAXRATE
           RECORD CONTAINS 28 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-TAXRATE-RECORD.
           05  FD-TAXRATE-PROVINCE-KEY  PIC X(01).
           05  FILLER                   PIC X(27).

       FD  SUSPENSE
           RECORD CONTAINS 227 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-SUSPENSE-RECORD.
           05  FD-SUSPENSE-KEY          PIC X(07).
           05  FILLER                   PIC X(220).

       WORKING-STORAGE SECTION.

       COPY 'BULKORD-LAYOUT'.
       COPY 'ORDFILE-LAYOUT'.
       COPY 'PRODMAST-LAYOUT'.
       COPY 'KITBOM-LAYOUT'.
       COPY 'STOCKWH-LAYOUT'.
       COPY 'WHSEMAST-LAYOUT'.
       COPY 'AREACODE-LAYOUT'.
       COPY 'FSAMAST-LAYOUT'.
       COPY 'AUDIT-LAYOUT'.
       COPY 'AUDITX-LAYOUT'.
       COPY 'CUSTMAST-LAYOUT'.
       COPY 'SHIPTO-LAYOUT'.
       COPY 'CONTRACT-LAYOUT'.
       COPY 'INVCTL-LAYOUT'.
       COPY 'TAXRATE-LAYOUT'.
       COPY 'SUSPENSE-LAYOUT'.
       01  WS-PRODMAST-STATUS           PIC X(02) VALUE '00'.
           88  WS-PRODMAST-OK               VALUE '00'.

       01  WS-KITBOM-STATUS             PIC X(02) VALUE '00'.
           88  WS-KITBOM-OK                 VALUE '00'.

       01  WS-STOCKWH-STATUS            PIC X(02) VALUE '00'.
           88  WS-STOCKWH-OK                VALUE '00'.

       01  WS-AREACODE-STATUS           PIC X(02) VALUE '00'.
           88  WS-AREACODE-OK               VALUE '00'.

       01  WS-CUSTMAST-STATUS           PIC X(02) VALUE '00'.
           88  WS-CUSTMAST-OK               VALUE '00'.

       01  WS-SHIPTO-STATUS             PIC X(02) VALUE '00'.
           88  WS-SHIPTO-OK                 VALUE '00'.

       01  WS-CONTRACT-STATUS           PIC X(02) VALUE '00'.
           88  WS-CONTRACT-OK               VALUE '00'.

       01  WS-INVCTL-STATUS             PIC X(02) VALUE '00'.
           88  WS-INVCTL-OK                 VALUE '00'.


       01  WS-REJECT-REASON             PIC X(40) VALUE SPACES.

       01  WS-AUDIT-BEFORE-IMAGE        PIC X(226).
       01  WS-RUN-DATE                  PIC X(08).
       01  WS-RUN-TIME                  PIC X(08).

       01  WS-LINE-QTY                  PIC 9(03) VALUE 0.
       01  WS-TAX-AMOUNT                PIC 9(05)V99 VALUE 0.
       01  WS-PRICE-IN-FORCE            PIC 9(05)V99 VALUE 0.

      *ACCOUNT THE ORDER IS PRICED FOR AND ITS CUSTMAST BLANKET
      *DISCOUNT - SET BY 3450-EDIT-CUSTOMER, SPACES AND ZERO FOR A
      *BUYER WITH NO ACCOUNT (LIST PRICE)
       01  WS-PRICE-CUST-NO             PIC X(06) VALUE SPACES.
       01  WS-PRICE-DISC-PCT            PIC 9(02)V99 VALUE 0.
      *THE ACCOUNT'S DEFAULT SALES REP OFF THE SAME READ - THE
      *LOADED ORDER IS COMMISSIONED TO IT.  SPACES FOR A BUYER WITH
      *NO ACCOUNT OR A HOUSE ACCOUNT
       01  WS-ORDER-REP-CODE            PIC X(03) VALUE SPACES.
       01  WS-NEW-BALANCE               PIC 9(08)V99 VALUE 0.

      *SET WHEN A LINE'S QUANTITY EXCEEDS THE PRODUCT'S ON-HAND
       01  WS-LINE-QTYS.
           05  WS-LINE-QTY-TAB OCCURS 5 TIMES PIC 9(03).

      *STOCK AVAILABLE FOR THE LINE'S PRODUCT IN THE ORDER'S
      *SHIPPING WAREHOUSE - ITS STOCKWH COUNT THERE, OR FOR A KIT ON
      *KITBOM THE NUMBER OF WHOLE KITS ITS COMPONENTS MAKE THERE
       01  WS-STOCK-AVAIL               PIC 9(05) VALUE 0.
       01  WS-KIT-COMP-KITS             PIC 9(05) VALUE 0.

      *THE WAREHOUSE A LOADED ORDER SHIPS FROM - THE ONE THAT SERVES
      *THE SHIP-TO PROVINCE ON TAXRATE, HOME WHEN IT NAMES NONE
       01  WS-SHIP-WHSE                 PIC X(02) VALUE SPACES.
       77  WS-KIT-SUB                   PIC 9(02) COMP VALUE 0.

      *DISCONTINUED PRODUCTS - A LINE ON A DISCONTINUED PAIR WITH A
      *REPLACEMENT LOADS ON THE REPLACEMENT (FOLLOWED DOWN THE CHAIN
      *FOR UP TO FIVE HOPS) AND THE SWAP IS LISTED UNDER THE ORDER ON
      *THE CROSS-REFERENCE; ONE WITH NO REPLACEMENT REJECTS
       77  WS-SWAP-HOPS                 PIC 9(02) COMP VALUE 0.
       77  WS-SWAP-COUNT                PIC 9(07) COMP VALUE 0.
       01  WS-SWAP-FROM-TABLE.
           05  WS-SWAP-FROM OCCURS 5 TIMES PIC X(08).

      *SIGNIFICANT-LENGTH HELPER - HOW MANY CHARACTERS A FIELD HOLDS
      *BEFORE ITS TRAILING SPACES, STANDING IN FOR THE SCREEN FIELD
      *LENGTHS THE ONLINE EDITS TEST
           05  WX-NAME                  PIC X(20).
           05  FILLER                   PIC X(92) VALUE SPACES.

       01  WS-XRF-SWAP-LINE.
           05  FILLER                   PIC X(12) VALUE SPACES.
           05  FILLER                   PIC X(05) VALUE 'PROD '.
           05  WX-SWAP-LINE             PIC 9(01).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WX-SWAP-FROM             PIC X(08).
           05  FILLER                   PIC X(28) VALUE
               ' DISCONTINUED - REPLACED BY '.
           05  WX-SWAP-TO               PIC X(08).
           05  FILLER                   PIC X(69) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
               GO TO 9999-ABORT
           END-IF.

           OPEN INPUT KITBOM.
           IF NOT WS-KITBOM-OK
               DISPLAY 'JEPRGO: KITBOM OPEN FAILED, STATUS='
                   WS-KITBOM-STATUS
               GO TO 9999-ABORT
           END-IF.

           OPEN INPUT STOCKWH.
           IF NOT WS-STOCKWH-OK
               DISPLAY 'JEPRGO: STOCKWH OPEN FAILED, STATUS='
                   WS-STOCKWH-STATUS
               GO TO 9999-ABORT
           END-IF.

           OPEN INPUT AREACODE.
           IF NOT WS-AREACODE-OK
               DISPLAY 'JEPRGO: AREACODE OPEN FAILED, STATUS='
               GO TO 9999-ABORT
           END-IF.

           OPEN INPUT SHIPTO.
           IF NOT WS-SHIPTO-OK
               DISPLAY 'JEPRGO: SHIPTO OPEN FAILED, STATUS='
                   WS-SHIPTO-STATUS
               GO TO 9999-ABORT
           END-IF.

           OPEN INPUT CONTRACT.
           IF NOT WS-CONTRACT-OK
               DISPLAY 'JEPRGO: CONTRACT OPEN FAILED, STATUS='
                   WS-CONTRACT-STATUS
               GO TO 9999-ABORT
           END-IF.

           OPEN EXTEND AUDIT.
           IF NOT WS-AUDIT-OK
               DISPLAY 'JEPRGO: AUDIT OPEN FAILED, STATUS='
                   GO TO 1520-RESUBMIT-ONE-EXIT
           END-READ.

           MOVE SUSPENSE-DATA(1:167) TO BULKORD-RECORD.
           ADD 1 TO WS-ORDER-COUNT.

           PERFORM 3000-EDIT-ORDER THRU 3000-EDIT-ORDER-EXIT.
           MOVE 0 TO WS-BACKORDER-FLAG.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE 0 TO WS-ORDER-TOTAL.
           MOVE SPACES TO WS-SWAP-FROM-TABLE.

      *THE HOUSE'S INVOICE NUMBER IS NO LONGER EDITED OR STORED - THE
      *SYSTEM ASSIGNS ITS OWN NUMBER OFF INVCTL AT WRITE TIME AND THE
      *HOUSE'S NUMBER ONLY GOES ON THE BULKXRF CROSS-REFERENCE

           PERFORM 3100-FILL-SHIPTO THRU 3100-FILL-SHIPTO-EXIT.
           IF WS-REJECT-FLAG = 1
               GO TO 3000-EDIT-ORDER-EXIT
           END-IF.

           PERFORM 3200-EDIT-NAME-ADDRESS
               THRU 3200-EDIT-NAME-ADDRESS-EXIT.
           IF WS-REJECT-FLAG = 1
               GO TO 3000-EDIT-ORDER-EXIT
           END-IF.

           PERFORM 3470-SET-WAREHOUSE THRU 3470-SET-WAREHOUSE-EXIT.

           PERFORM 3500-EDIT-ONE-PRODUCT
               THRU 3500-EDIT-ONE-PRODUCT-EXIT
               VARYING WS-PX FROM 1 BY 1
       3000-EDIT-ORDER-EXIT.
           EXIT.

      *A SHIP-TO NUMBER ON THE INTAKE RECORD PUTS THAT SHIPTO
      *ADDRESS ONTO THE RECORD BEFORE THE CONTACT EDITS RUN, THE
      *SAME AS THE ONLINE FILL - THE ADDRESS ON FILE WINS OVER
      *ANYTHING THE HOUSE SENT.  IT NEEDS THE CUSTOMER IT BELONGS TO
       3100-FILL-SHIPTO.
           IF BULKORD-SHIPTO-NO = SPACES
               GO TO 3100-FILL-SHIPTO-EXIT
           END-IF.

           IF BULKORD-CUST-NO = SPACES
               MOVE 1 TO WS-REJECT-FLAG
               MOVE 'SHIP-TO NEEDS THE CUSTOMER NUMBER'
                   TO WS-REJECT-REASON
               GO TO 3100-FILL-SHIPTO-EXIT
           END-IF.

           IF BULKORD-SHIPTO-NO IS NOT NUMERIC
               MOVE 1 TO WS-REJECT-FLAG
               MOVE 'SHIP-TO NUMBER MUST BE 3 DIGITS'
                   TO WS-REJECT-REASON
               GO TO 3100-FILL-SHIPTO-EXIT
           END-IF.

           MOVE BULKORD-CUST-NO TO SHIPTO-CUST-NO.
           MOVE BULKORD-SHIPTO-NO TO SHIPTO-SHIP-NO.
           MOVE SHIPTO-KEY TO FD-SHIPTO-KEY.
           READ SHIPTO INTO SHIPTO-RECORD
               INVALID KEY
                   MOVE 1 TO WS-REJECT-FLAG
                   MOVE 'SHIP-TO NOT ON FILE FOR THIS CUSTOMER'
                       TO WS-REJECT-REASON
                   GO TO 3100-FILL-SHIPTO-EXIT
           END-READ.

           MOVE SHIPTO-NAME TO BULKORD-NAME.
           MOVE SHIPTO-ADDR-LINE1 TO BULKORD-ADDR-LINE1.
           MOVE SHIPTO-ADDR-LINE2 TO BULKORD-ADDR-LINE2.
           MOVE SHIPTO-ADDR-LINE3 TO BULKORD-ADDR-LINE3.
           MOVE SHIPTO-POSTAL-1 TO BULKORD-POSTAL-1.
           MOVE SHIPTO-POSTAL-2 TO BULKORD-POSTAL-2.
           MOVE SHIPTO-AREA-CODE TO BULKORD-AREA-CODE.
           MOVE SHIPTO-EXCHANGE TO BULKORD-EXCHANGE.
           MOVE SHIPTO-PHONE-NUM TO BULKORD-PHONE-NUM.
       3100-FILL-SHIPTO-EXIT.
           EXIT.

       3200-EDIT-NAME-ADDRESS.
           MOVE BULKORD-NAME TO WS-TRIM-FIELD.
           PERFORM 6000-TRIM-LEN THRU 6000-TRIM-LEN-EXIT.
       3400-EDIT-PHONE-EXIT.
           EXIT.

      *THE ORDER SHIPS FROM THE WAREHOUSE THAT SERVES ITS SHIP-TO
      *PROVINCE ON TAXRATE - THE HOME WAREHOUSE WHEN THE PROVINCE HAS
      *NO RECORD OR NAMES NO WAREHOUSE.  THE LINES' STOCK IS CHECKED
      *THERE
       3470-SET-WAREHOUSE.
           MOVE WHSEMAST-HOME-CODE TO WS-SHIP-WHSE.
           MOVE BULKORD-POSTAL-1(1:1) TO FD-TAXRATE-PROVINCE-KEY.
           READ TAXRATE INTO TAXRATE-RECORD
               INVALID KEY
                   GO TO 3470-SET-WAREHOUSE-EXIT
           END-READ.
           IF TAXRATE-WHSE-CODE NOT = SPACES
               MOVE TAXRATE-WHSE-CODE TO WS-SHIP-WHSE
           END-IF.
       3470-SET-WAREHOUSE-EXIT.
           EXIT.

      *A CUSTOMER NUMBER ON THE INTAKE RECORD TIES THE ORDER TO ITS
      *CUSTMAST ACCOUNT AND HAS TO BE A REAL ONE; A BLANK NUMBER IS
      *A BUYER THE MAIL-ORDER HOUSE HAS NO ACCOUNT FOR
       3450-EDIT-CUSTOMER.
           MOVE SPACES TO WS-PRICE-CUST-NO.
           MOVE 0 TO WS-PRICE-DISC-PCT.
           MOVE SPACES TO WS-ORDER-REP-CODE.
           IF BULKORD-CUST-NO = SPACES
               GO TO 3450-EDIT-CUSTOMER-EXIT
           END-IF.
           END-IF.

           MOVE BULKORD-CUST-NO TO FD-CUSTMAST-CUST-NO.
           READ CUSTMAST INTO CUSTMAST-RECORD
               INVALID KEY
                   MOVE 1 TO WS-REJECT-FLAG
                   MOVE 'CUSTOMER NOT ON CUSTOMER MASTER'
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   MOVE CUSTMAST-CUST-NO TO WS-PRICE-CUST-NO
                   MOVE CUSTMAST-DISCOUNT-PCT TO WS-PRICE-DISC-PCT
                   MOVE CUSTMAST-REP-CODE TO WS-ORDER-REP-CODE
           END-READ.
       3450-EDIT-CUSTOMER-EXIT.
           EXIT.
               GO TO 3500-EDIT-ONE-PRODUCT-EXIT
           END-IF.

      *A DISCONTINUED PAIR IS SWAPPED FOR ITS REPLACEMENT ONTO THE
      *INTAKE LINE ITSELF, SO THE ORDER AND ANY SUSPENSE COPY CARRY
      *THE PRODUCT THAT WILL ACTUALLY SHIP
           MOVE 0 TO WS-SWAP-HOPS.
           IF PRODMAST-IS-DISCONTINUED
               MOVE FD-PRODMAST-KEY TO WS-SWAP-FROM(WS-PX)
               PERFORM 3510-FOLLOW-REPLACEMENT
                   THRU 3510-FOLLOW-REPLACEMENT-EXIT
                   UNTIL NOT PRODMAST-IS-DISCONTINUED
                   OR WS-REJECT-FLAG = 1
           END-IF.
           IF WS-REJECT-FLAG = 1
               GO TO 3500-EDIT-ONE-PRODUCT-EXIT
           END-IF.
           IF WS-SWAP-FROM(WS-PX) NOT = SPACES
               MOVE PRODMAST-CODE-A TO BULKORD-PROD-A(WS-PX)
               MOVE PRODMAST-CODE-B TO BULKORD-PROD-B(WS-PX)
           END-IF.

           PERFORM 3550-PRICE-IN-FORCE
               THRU 3550-PRICE-IN-FORCE-EXIT.
           COMPUTE WS-ORDER-TOTAL = WS-ORDER-TOTAL
               + WS-PRICE-IN-FORCE * WS-LINE-QTY.

           PERFORM 3570-STOCK-AVAILABLE
               THRU 3570-STOCK-AVAILABLE-EXIT.
           IF WS-STOCK-AVAIL < WS-LINE-QTY
               MOVE 1 TO WS-BACKORDER-FLAG
           END-IF.
       3500-EDIT-ONE-PRODUCT-EXIT.
           EXIT.

      *ONE STEP DOWN THE SUPERSESSION CHAIN - NO REPLACEMENT, ONE
      *NOT ON FILE, OR A CHAIN THAT GOES ROUND ON ITSELF REJECTS
       3510-FOLLOW-REPLACEMENT.
           IF PRODMAST-REPL-KEY = SPACES
               OR PRODMAST-REPL-KEY = LOW-VALUES
               MOVE 1 TO WS-REJECT-FLAG
               MOVE 'DISCONTINUED - NO REPLACEMENT'
                   TO WS-REJECT-REASON
               GO TO 3510-FOLLOW-REPLACEMENT-EXIT
           END-IF.

           ADD 1 TO WS-SWAP-HOPS.
           IF WS-SWAP-HOPS > 5
               MOVE 1 TO WS-REJECT-FLAG
               MOVE 'DISCONTINUED - REPLACEMENTS LOOP'
                   TO WS-REJECT-REASON
               GO TO 3510-FOLLOW-REPLACEMENT-EXIT
           END-IF.

           MOVE PRODMAST-REPL-KEY TO FD-PRODMAST-KEY.
           READ PRODMAST INTO PRODMAST-RECORD
               INVALID KEY
                   MOVE 1 TO WS-REJECT-FLAG
                   MOVE 'DISCONTINUED - REPLACEMENT NOT ON FILE'
                       TO WS-REJECT-REASON
           END-READ.
       3510-FOLLOW-REPLACEMENT-EXIT.
           EXIT.

      *THE PRICE IN FORCE ON THE ORDER DATE - THE PENDING PRICE ONCE
      *ITS EFFECTIVE DATE HAS ARRIVED, THE LIVE PRICE UNTIL THEN,
      *THE SAME RULE THE ONLINE PRICING POINTS FOLLOW
               AND PRODMAST-PEND-DATE NOT > WS-RUN-DATE
               MOVE PRODMAST-PEND-PRICE TO WS-PRICE-IN-FORCE
           END-IF.
           PERFORM 3560-CUSTOMER-PRICE THRU 3560-CUSTOMER-PRICE-EXIT.
       3550-PRICE-IN-FORCE-EXIT.
           EXIT.

      *A CONTRACT ACCOUNT PAYS ITS NEGOTIATED PRICE INSTEAD OF LIST -
      *THE CONTRACT RECORD FOR THE CUSTOMER AND PRODUCT, WHILE THE
      *RUN DATE FALLS BETWEEN ITS START AND END DATES, GIVES EITHER A
      *FIXED PRICE OR A PERCENTAGE OFF THE LIST PRICE IN FORCE.  WITH
      *NO CONTRACT IN FORCE THE ACCOUNT'S BLANKET DISCOUNT, IF ANY,
      *COMES OFF LIST INSTEAD - THE TWO NEVER STACK
       3560-CUSTOMER-PRICE.
           IF WS-PRICE-CUST-NO = SPACES
               GO TO 3560-CUSTOMER-PRICE-EXIT
           END-IF.

           MOVE WS-PRICE-CUST-NO TO CONTRACT-CUST-NO.
           MOVE PRODMAST-CODE-A TO CONTRACT-PROD-A.
           MOVE PRODMAST-CODE-B TO CONTRACT-PROD-B.
           MOVE CONTRACT-KEY TO FD-CONTRACT-KEY.
           READ CONTRACT INTO CONTRACT-RECORD
               INVALID KEY
                   CONTINUE
           END-READ.

           IF WS-CONTRACT-OK
               AND CONTRACT-START-DATE NOT > WS-RUN-DATE
               AND (CONTRACT-END-DATE = SPACES
                   OR CONTRACT-END-DATE = ZEROS
                   OR CONTRACT-END-DATE NOT < WS-RUN-DATE)
               IF CONTRACT-FIXED-PRICE
                   MOVE CONTRACT-PRICE TO WS-PRICE-IN-FORCE
               ELSE
                   COMPUTE WS-PRICE-IN-FORCE ROUNDED =
                       WS-PRICE-IN-FORCE
                       * (100 - CONTRACT-PCT-OFF) / 100
               END-IF
               GO TO 3560-CUSTOMER-PRICE-EXIT
           END-IF.

           IF WS-PRICE-DISC-PCT > 0
               COMPUTE WS-PRICE-IN-FORCE ROUNDED =
                   WS-PRICE-IN-FORCE
                   * (100 - WS-PRICE-DISC-PCT) / 100
           END-IF.
       3560-CUSTOMER-PRICE-EXIT.
           EXIT.

      *STOCK IS COUNTED IN THE ORDER'S SHIPPING WAREHOUSE - THE
      *PRODUCT'S STOCKWH COUNT THERE, NONE WHEN THE WAREHOUSE HOLDS
      *NO RECORD FOR IT.  A KIT HOLDS NO STOCK OF ITS OWN - IT IS
      *AVAILABLE AS MANY TIMES AS ITS SCARCEST COMPONENT ALLOWS IN
      *THAT WAREHOUSE, EACH COMPONENT'S COUNT DIVIDED BY HOW MANY GO
      *INTO ONE KIT.  A COMPONENT THE WAREHOUSE DOES NOT STOCK MAKES
      *THE KIT UNAVAILABLE THERE
       3570-STOCK-AVAILABLE.
           MOVE 0 TO WS-STOCK-AVAIL.
           MOVE PRODMAST-KEY TO FD-KITBOM-KEY.
           READ KITBOM INTO KITBOM-RECORD
               INVALID KEY
                   MOVE PRODMAST-CODE-A TO STOCKWH-PROD-A
                   MOVE PRODMAST-CODE-B TO STOCKWH-PROD-B
                   MOVE WS-SHIP-WHSE TO STOCKWH-WHSE-CODE
                   MOVE STOCKWH-KEY TO FD-STOCKWH-KEY
                   READ STOCKWH INTO STOCKWH-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE STOCKWH-ON-HAND TO WS-STOCK-AVAIL
                   END-READ
                   GO TO 3570-STOCK-AVAILABLE-EXIT
           END-READ.

           MOVE 99999 TO WS-STOCK-AVAIL.
           PERFORM 3580-KIT-COMPONENT-STOCK
               THRU 3580-KIT-COMPONENT-STOCK-EXIT
               VARYING WS-KIT-SUB FROM 1 BY 1
               UNTIL WS-KIT-SUB > KITBOM-COMP-COUNT
                  OR WS-KIT-SUB > 8.
       3570-STOCK-AVAILABLE-EXIT.
           EXIT.

       3580-KIT-COMPONENT-STOCK.
           MOVE KITBOM-COMP-A (WS-KIT-SUB) TO STOCKWH-PROD-A.
           MOVE KITBOM-COMP-B (WS-KIT-SUB) TO STOCKWH-PROD-B.
           MOVE WS-SHIP-WHSE TO STOCKWH-WHSE-CODE.
           MOVE STOCKWH-KEY TO FD-STOCKWH-KEY.
           READ STOCKWH INTO STOCKWH-RECORD
               INVALID KEY
                   MOVE 0 TO WS-STOCK-AVAIL
                   GO TO 3580-KIT-COMPONENT-STOCK-EXIT
           END-READ.
           IF KITBOM-COMP-QTY (WS-KIT-SUB) > 0
               DIVIDE KITBOM-COMP-QTY (WS-KIT-SUB)
                   INTO STOCKWH-ON-HAND GIVING WS-KIT-COMP-KITS
               IF WS-KIT-COMP-KITS < WS-STOCK-AVAIL
                   MOVE WS-KIT-COMP-KITS TO WS-STOCK-AVAIL
               END-IF
           END-IF.
       3580-KIT-COMPONENT-STOCK-EXIT.
           EXIT.

       3900-WRITE-REJECT.
           MOVE BULKORD-INVOICE-NO TO WD-INVOICE-NO.
           MOVE BULKORD-NAME TO WD-NAME.
               MOVE 'HELD ' TO SUSPENSE-STATUS
               MOVE WS-RUN-DATE TO SUSPENSE-DATE
               MOVE WS-REJECT-REASON TO SUSPENSE-REASON
               MOVE BULKORD-RECORD TO SUSPENSE-DATA(1:167)
               WRITE FD-SUSPENSE-RECORD FROM SUSPENSE-RECORD
           END-IF.
       3900-WRITE-REJECT-EXIT.
               ORDFILE-S4 ORDFILE-S5.

           MOVE BULKORD-CUST-NO TO ORDFILE-CUST-NO.
           MOVE BULKORD-SHIPTO-NO TO ORDFILE-SHIPTO-NO.
           MOVE WS-ORDER-REP-CODE TO ORDFILE-REP-CODE.
           MOVE WS-SHIP-WHSE TO ORDFILE-WHSE-CODE.

      *PROVINCIAL SALES TAX OFF THE TAXRATE FILE FOR THE POSTAL
      *CODE'S PROVINCE LETTER, THE SAME RULE THE ONLINE PRICING
           MOVE BULKORD-NAME TO WX-NAME.
           MOVE WS-XRF-DETAIL-LINE TO FD-BULKXRF-LINE.
           WRITE FD-BULKXRF-LINE.

           PERFORM 5510-WRITE-SWAP-LINE
               THRU 5510-WRITE-SWAP-LINE-EXIT
               VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 5.
       5500-WRITE-XREF-LINE-EXIT.
           EXIT.

      *A LINE THAT LOADED ON A REPLACEMENT IS LISTED UNDER ITS ORDER
      *SO THE HOUSE CAN SEE WHAT WAS SWAPPED FOR WHAT
       5510-WRITE-SWAP-LINE.
           IF WS-SWAP-FROM(WS-PX) = SPACES
               GO TO 5510-WRITE-SWAP-LINE-EXIT
           END-IF.

           MOVE WS-PX TO WX-SWAP-LINE.
           MOVE WS-SWAP-FROM(WS-PX) TO WX-SWAP-FROM.
           MOVE BULKORD-PROD-A(WS-PX) TO WX-SWAP-TO(1:4).
           MOVE BULKORD-PROD-B(WS-PX) TO WX-SWAP-TO(5:4).
           MOVE WS-XRF-SWAP-LINE TO FD-BULKXRF-LINE.
           WRITE FD-BULKXRF-LINE.
           ADD 1 TO WS-SWAP-COUNT.
       5510-WRITE-SWAP-LINE-EXIT.
           EXIT.

       5000-WRITE-AUDIT-RECORD.
           MOVE WS-RUN-DATE TO AUDIT-DATE.
           MOVE WS-RUN-TIME(1:6) TO AUDIT-TIME.
           CLOSE BULKORD.
           CLOSE ORDFILE.
           CLOSE PRODMAST.
           CLOSE KITBOM.
           CLOSE STOCKWH.
           CLOSE AREACODE.
           CLOSE FSAMAST.
           CLOSE AUDIT.
           CLOSE AUDITX.
           CLOSE BULKREJ.
           CLOSE CUSTMAST.
           CLOSE SHIPTO.
           CLOSE CONTRACT.
           CLOSE INVCTL.
           CLOSE TAXRATE.
           CLOSE SUSPENSE.
           DISPLAY 'JEPRGO: ORDERS READ=' WS-ORDER-COUNT.
           DISPLAY 'JEPRGO: ORDERS LOADED=' WS-LOADED-COUNT.
           DISPLAY 'JEPRGO: ORDERS REJECTED=' WS-REJECT-COUNT.
           DISPLAY 'JEPRGO: DISCONTINUED LINES REPLACED='
               WS-SWAP-COUNT.
       9000-TERMINATE-EXIT.
           EXIT.

