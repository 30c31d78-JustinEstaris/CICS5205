      *                    NAME A LINE AND QUANTITY; STOCK IS       *
      *                    RELIEVED ONLY FOR WHAT WENT OUT AND AN   *
      *                    ORDER WITH OPEN LINES LANDS ON PARTIAL   *
      *  2026-10-15  JE    A FULLY SHIPPED ORDER NOW OPENS AN AROPEN *
      *                    RECEIVABLE ITEM FOR ITS TOTAL PLUS TAX    *
      *                    INSTEAD OF COMING OFF THE OPEN BALANCE -  *
      *                    THE BALANCE COMES DOWN WHEN JEPRHO        *
      *                    APPLIES THE CUSTOMER'S PAYMENT            *
      *  2026-10-15  JE    PRODMAST RECORD GREW TO 77 (REORDER POINT,  *
      *                    REORDER QUANTITY AND SUPPLIER)              *
      *  2026-10-15  JE    ORDFILE RECORD GREW TO 221 (SHIP-TO         *
      *                    NUMBER)                                     *
      *  2026-10-15  JE    SUSPENSE RECORD GREW TO 227 (BULK INTAKE    *
      *                    SHIP-TO NUMBER)                             *
      *  2026-10-15  JE    CUSTMAST RECORD GREW TO 124 (BLANKET        *
      *                    DISCOUNT PERCENT)                           *
      *  2026-10-15  JE    ORDFILE RECORD GREW TO 224 (SALES REP       *
      *                    CODE) AND CUSTMAST TO 127 (DEFAULT SALES    *
      *                    REP)                                        *
      *  2026-10-15  JE    PRODMAST RECORD GREW TO 86 (DISCONTINUED    *
      *                    STATUS AND REPLACEMENT)                     *
      *  2026-10-15  JE    KIT LINES RELIEVE THEIR KITBOM COMPONENTS   *
      *  2026-10-15  JE    ORDFILE RECORD GREW TO 226; SHIPPED STOCK   *
      *                    ALSO COMES OFF THE ORDER'S WAREHOUSE ON     *
      *                    STOCKWH                                     *
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

           SELECT ORDDETAIL ASSIGN TO ORDDETAIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-CUSTMAST-CUST-NO
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT AROPEN ASSIGN TO AROPEN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-AROPEN-INVOICE-NO
               FILE STATUS IS WS-AROPEN-STATUS.

       DATA DIVISION.
       FILE SECTION.

       01  FD-SHIPCONF-RECORD           PIC X(26).

       FD  ORDFILE
           RECORD CONTAINS 226 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-ORDFILE-RECORD.
           05  FD-ORDFILE-INVOICE-NO    PIC X(07).
           05  FILLER                   PIC X(219).

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

       FD  SHIPEXC
           RECORD CONTAINS 132 CHARACTERS
       01  FD-SHIPEXC-LINE              PIC X(132).

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

       FD  ORDDETAIL
           RECORD CONTAINS 23 CHARACTERS
           05  FILLER                   PIC X(14).

       FD  SUSPENSE
           RECORD CONTAINS 227 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-SUSPENSE-RECORD.
           05  FD-SUSPENSE-KEY          PIC X(07).
           05  FILLER                   PIC X(220).

       FD  CUSTMAST
           RECORD CONTAINS 127 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-CUSTMAST-RECORD.
           05  FD-CUSTMAST-CUST-NO      PIC X(06).
           05  FILLER                   PIC X(121).

       FD  AROPEN
           RECORD CONTAINS 70 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-AROPEN-RECORD.
           05  FD-AROPEN-INVOICE-NO     PIC X(07).
           05  FILLER                   PIC X(63).

       WORKING-STORAGE SECTION.

       COPY 'ORDFILE-LAYOUT'.
       COPY 'SHIPCONF-LAYOUT'.
       COPY 'PRODMAST-LAYOUT'.
       COPY 'KITBOM-LAYOUT'.
       COPY 'STOCKWH-LAYOUT'.
       COPY 'WHSEMAST-LAYOUT'.
       COPY 'ORDDETAIL-LAYOUT'.
       COPY 'AUDIT-LAYOUT'.
       COPY 'AUDITX-LAYOUT'.
       COPY 'SUSPENSE-LAYOUT'.
       COPY 'CUSTMAST-LAYOUT'.
       COPY 'AROPEN-LAYOUT'.

       01  WS-SHIPCONF-STATUS           PIC X(02) VALUE '00'.
           88  WS-SHIPCONF-OK               VALUE '00'.
       01  WS-PRODMAST-STATUS           PIC X(02) VALUE '00'.
           88  WS-PRODMAST-OK               VALUE '00'.

       01  WS-KITBOM-STATUS             PIC X(02) VALUE '00'.
           88  WS-KITBOM-OK                 VALUE '00'.

       01  WS-STOCKWH-STATUS            PIC X(02) VALUE '00'.
           88  WS-STOCKWH-OK                VALUE '00'.

       01  WS-ORDDETAIL-STATUS          PIC X(02) VALUE '00'.
           88  WS-ORDDETAIL-OK              VALUE '00'.

       01  WS-CUSTMAST-STATUS           PIC X(02) VALUE '00'.
           88  WS-CUSTMAST-OK               VALUE '00'.

       01  WS-AROPEN-STATUS             PIC X(02) VALUE '00'.
           88  WS-AROPEN-OK                 VALUE '00'.

      *SUSPENSE HOUSEKEEPING - SEE THE SUSPENSE-LAYOUT COMMENT
      *BLOCK.  THE CONFIRMATION SIDE USES SOURCE 'S'
       77  WS-SUSP-NEXT-SEQ             PIC 9(06) VALUE 1.
       01  WS-RELIEF-A                  PIC X(04) VALUE SPACES.
       01  WS-RELIEF-B                  PIC X(04) VALUE SPACES.
       01  WS-RELIEF-QTY                PIC 9(03) VALUE 0.
       01  WS-KIT-SUB                   PIC 9(02) COMP VALUE 0.
       01  WS-KIT-RELIEF-QTY            PIC 9(06) VALUE 0.

      *STOCK LEAVES THE WAREHOUSE THE ORDER SHIPS FROM (HOME WHEN THE
      *ORDER PREDATES WAREHOUSES) AS WELL AS THE PRODUCT'S COMPANY-
      *WIDE TOTAL - THE WAREHOUSE AND THE QUANTITY COMING OFF IT
       01  WS-SHIP-WHSE                 PIC X(02) VALUE SPACES.
       01  WS-WHSE-RELIEF-QTY           PIC 9(06) VALUE 0.

      *LINE-LEVEL CONFIRMATION WORK FIELDS.  THE EFFECTIVE ORDERED
      *QUANTITY ON A LINE IS ITS KEYED QUANTITY, WITH ZERO (A
       77  WS-EOF-SWITCH                PIC 9(01) COMP VALUE 0.
           88  WS-NO-MORE-RECORDS           VALUE 1.

       01  WS-AUDIT-BEFORE-IMAGE        PIC X(226).
       01  WS-RUN-DATE                  PIC X(08).
       01  WS-RUN-TIME                  PIC X(08).

               GO TO 9999-ABORT
           END-IF.

           OPEN INPUT KITBOM.
           IF NOT WS-KITBOM-OK
               DISPLAY 'JEPRGW: KITBOM OPEN FAILED, STATUS='
                   WS-KITBOM-STATUS
               GO TO 9999-ABORT
           END-IF.

           OPEN I-O STOCKWH.
           IF NOT WS-STOCKWH-OK
               DISPLAY 'JEPRGW: STOCKWH OPEN FAILED, STATUS='
                   WS-STOCKWH-STATUS
               GO TO 9999-ABORT
           END-IF.

           OPEN I-O ORDDETAIL.
           IF NOT WS-ORDDETAIL-OK
               DISPLAY 'JEPRGW: ORDDETAIL OPEN FAILED, STATUS='
               GO TO 9999-ABORT
           END-IF.

           OPEN I-O AROPEN.
           IF NOT WS-AROPEN-OK
               DISPLAY 'JEPRGW: AROPEN OPEN FAILED, STATUS='
                   WS-AROPEN-STATUS
               GO TO 9999-ABORT
           END-IF.

      *THE RESUBMIT PASS RUNS THROUGH SHIPCONF-RECORD, SO IT HAS TO
      *FINISH BEFORE THE PRIMING READ LANDS THE NIGHT'S FIRST
      *CONFIRMATION THERE
       4000-APPLY-CONFIRMATION.
           MOVE ORDFILE-RECORD TO WS-AUDIT-BEFORE-IMAGE.

           MOVE ORDFILE-WHSE-CODE TO WS-SHIP-WHSE.
           IF WS-SHIP-WHSE = SPACES
               MOVE WHSEMAST-HOME-CODE TO WS-SHIP-WHSE
           END-IF.

           IF SHIPCONF-LINE-NO = SPACES
               PERFORM 4100-SHIP-WHOLE-ORDER
                   THRU 4100-SHIP-WHOLE-ORDER-EXIT
           PERFORM 5000-WRITE-AUDIT-RECORD
               THRU 5000-WRITE-AUDIT-RECORD-EXIT.

      *A FULLY SHIPPED ORDER IS BILLED - IT OPENS A RECEIVABLE ITEM
      *AND STAYS ON THE CUSTOMER'S OPEN BALANCE UNTIL IT IS PAID.
      *A PARTIAL IS STILL OPEN EXPOSURE AND IS NOT BILLED YET
           IF ORDFILE-ST-SHIPPED
               PERFORM 6800-OPEN-RECEIVABLE
                   THRU 6800-OPEN-RECEIVABLE-EXIT
           END-IF.

           ADD 1 TO WS-APPLIED-COUNT.
       3000-WRITE-EXCEPTION-EXIT.
           EXIT.

      *TAKES ONE LINE'S QUANTITY OFF THE PRODUCT'S ON-HAND COUNT AND
      *ITS COUNT IN THE SHIPPING WAREHOUSE.  STOCK NEVER GOES BELOW
      *ZERO; A PAIR WHOSE PRODUCT HAS SINCE COME OFF PRODMAST IS
      *SIMPLY SKIPPED
       6100-RELIEVE-ONE-PRODUCT.
           IF WS-RELIEF-A = SPACES AND WS-RELIEF-B = SPACES
               GO TO 6100-RELIEVE-EXIT
               MOVE 1 TO WS-RELIEF-QTY
           END-IF.

      *    A KIT HOLDS NO STOCK - RELIEVE EACH OF ITS COMPONENTS
           MOVE WS-RELIEF-A TO FD-KITBOM-KEY(1:4).
           MOVE WS-RELIEF-B TO FD-KITBOM-KEY(5:4).
           READ KITBOM INTO KITBOM-RECORD
               INVALID KEY
                   MOVE SPACES TO KITBOM-KEY
           END-READ.
           IF KITBOM-KEY NOT = SPACES
               PERFORM 6150-RELIEVE-KIT-COMPONENT
                   THRU 6150-RELIEVE-KIT-EXIT
                   VARYING WS-KIT-SUB FROM 1 BY 1
                   UNTIL WS-KIT-SUB > KITBOM-COMP-COUNT
                      OR WS-KIT-SUB > 8
               GO TO 6100-RELIEVE-EXIT
           END-IF.

           MOVE WS-RELIEF-A TO FD-PRODMAST-KEY(1:4).
           MOVE WS-RELIEF-B TO FD-PRODMAST-KEY(5:4).
           READ PRODMAST INTO PRODMAST-RECORD

           MOVE PRODMAST-RECORD TO FD-PRODMAST-RECORD.
           REWRITE FD-PRODMAST-RECORD.

           MOVE WS-RELIEF-QTY TO WS-WHSE-RELIEF-QTY.
           PERFORM 6170-RELIEVE-WAREHOUSE
               THRU 6170-RELIEVE-WAREHOUSE-EXIT.
       6100-RELIEVE-EXIT.
           EXIT.

      *TAKES ONE KIT COMPONENT'S SHARE OFF ITS ON-HAND COUNT - THE
      *KIT QUANTITY TIMES THE COMPONENT QUANTITY PER KIT
       6150-RELIEVE-KIT-COMPONENT.
           COMPUTE WS-KIT-RELIEF-QTY =
               WS-RELIEF-QTY * KITBOM-COMP-QTY(WS-KIT-SUB).
           MOVE KITBOM-COMP-A(WS-KIT-SUB) TO FD-PRODMAST-KEY(1:4).
           MOVE KITBOM-COMP-B(WS-KIT-SUB) TO FD-PRODMAST-KEY(5:4).
           READ PRODMAST INTO PRODMAST-RECORD
               INVALID KEY
                   GO TO 6150-RELIEVE-KIT-EXIT
           END-READ.

           IF PRODMAST-ON-HAND > WS-KIT-RELIEF-QTY
               SUBTRACT WS-KIT-RELIEF-QTY FROM PRODMAST-ON-HAND
           ELSE
               MOVE 0 TO PRODMAST-ON-HAND
           END-IF.

           MOVE PRODMAST-RECORD TO FD-PRODMAST-RECORD.
           REWRITE FD-PRODMAST-RECORD.

           MOVE WS-KIT-RELIEF-QTY TO WS-WHSE-RELIEF-QTY.
           PERFORM 6170-RELIEVE-WAREHOUSE
               THRU 6170-RELIEVE-WAREHOUSE-EXIT.
       6150-RELIEVE-KIT-EXIT.
           EXIT.

      *TAKES THE SAME QUANTITY OFF THE PRODUCT'S STOCKWH COUNT IN THE
      *SHIPPING WAREHOUSE, NEVER BELOW ZERO.  A WAREHOUSE WITH NO
      *RECORD FOR THE PRODUCT HAS NOTHING TO TAKE IT FROM
       6170-RELIEVE-WAREHOUSE.
           MOVE PRODMAST-CODE-A TO STOCKWH-PROD-A.
           MOVE PRODMAST-CODE-B TO STOCKWH-PROD-B.
           MOVE WS-SHIP-WHSE TO STOCKWH-WHSE-CODE.
           MOVE STOCKWH-KEY TO FD-STOCKWH-KEY.
           READ STOCKWH INTO STOCKWH-RECORD
               INVALID KEY
                   GO TO 6170-RELIEVE-WAREHOUSE-EXIT
           END-READ.

           IF STOCKWH-ON-HAND > WS-WHSE-RELIEF-QTY
               SUBTRACT WS-WHSE-RELIEF-QTY FROM STOCKWH-ON-HAND
           ELSE
               MOVE 0 TO STOCKWH-ON-HAND
           END-IF.

           MOVE STOCKWH-RECORD TO FD-STOCKWH-RECORD.
           REWRITE FD-STOCKWH-RECORD.
       6170-RELIEVE-WAREHOUSE-EXIT.
           EXIT.

      *WRITES THE AROPEN ITEM FOR THE BILLED TOTAL - GOODS PLUS TAX -
      *DATED THE DAY IT SHIPPED.  THE GOODS VALUE HAS BEEN ON THE
      *CUSTOMER'S OPEN BALANCE SINCE ENTRY; THE TAX NOW BILLED ON
      *TOP OF IT IS ADDED SO THE BALANCE CARRIES WHAT IS ACTUALLY
      *OWED AND COMES DOWN TO NOTHING ONCE JEPRHO APPLIES THE CASH.
      *AN ITEM ALREADY ON FILE FOR THE INVOICE IS LEFT ALONE
       6800-OPEN-RECEIVABLE.
           MOVE SPACES TO AROPEN-RECORD.
           MOVE ORDFILE-INVOICE-NO TO AROPEN-INVOICE-NO.
           MOVE ORDFILE-CUST-NO TO AROPEN-CUST-NO.
           MOVE ORDFILE-STATUS-DATE TO AROPEN-INVOICE-DATE.
           COMPUTE AROPEN-BILLED-AMOUNT =
               ORDFILE-ORDER-TOTAL + ORDFILE-TAX-AMOUNT.
           MOVE 0 TO AROPEN-PAID-AMOUNT.
           MOVE 0 TO AROPEN-CREDIT-AMOUNT.
           MOVE AROPEN-BILLED-AMOUNT TO AROPEN-OPEN-AMOUNT.
           SET AROPEN-ST-OPEN TO TRUE.

           MOVE AROPEN-RECORD TO FD-AROPEN-RECORD.
           WRITE FD-AROPEN-RECORD
               INVALID KEY
                   DISPLAY 'JEPRGW: AROPEN ITEM ALREADY ON FILE, '
                       'INVOICE=' ORDFILE-INVOICE-NO
                   GO TO 6800-OPEN-RECEIVABLE-EXIT
           END-WRITE.

           IF ORDFILE-CUST-NO = SPACES OR ORDFILE-TAX-AMOUNT = 0
               GO TO 6800-OPEN-RECEIVABLE-EXIT
           END-IF.

           MOVE ORDFILE-CUST-NO TO FD-CUSTMAST-CUST-NO.
           READ CUSTMAST INTO CUSTMAST-RECORD
               INVALID KEY
                   GO TO 6800-OPEN-RECEIVABLE-EXIT
           END-READ.

           IF CUSTMAST-OPEN-BALANCE + ORDFILE-TAX-AMOUNT > 9999999.99
               MOVE 9999999.99 TO CUSTMAST-OPEN-BALANCE
           ELSE
               ADD ORDFILE-TAX-AMOUNT TO CUSTMAST-OPEN-BALANCE
           END-IF.

           MOVE CUSTMAST-RECORD TO FD-CUSTMAST-RECORD.
           REWRITE FD-CUSTMAST-RECORD.
       6800-OPEN-RECEIVABLE-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE AUDITX.
           CLOSE SHIPEXC.
           CLOSE PRODMAST.
           CLOSE KITBOM.
           CLOSE STOCKWH.
           CLOSE ORDDETAIL.
           CLOSE SUSPENSE.
           CLOSE CUSTMAST.
           CLOSE AROPEN.

           DISPLAY 'JEPRGW: CONFIRMATIONS READ=' WS-CONF-COUNT.
           DISPLAY 'JEPRGW: ORDERS MARKED SHIPPED=' WS-APPLIED-COUNT.
