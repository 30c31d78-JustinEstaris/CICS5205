       COPY 'DFHBMSCA'.
       COPY 'ORDFILE-LAYOUT'.
       COPY 'PRODMAST-LAYOUT'.
       COPY 'KITBOM-LAYOUT'.
       COPY 'STOCKWH-LAYOUT'.
       COPY 'WHSEMAST-LAYOUT'.
       COPY 'CUSTMAST-LAYOUT'.
       COPY 'CONTRACT-LAYOUT'.
       COPY 'ORDDETAIL-LAYOUT'.
       COPY 'AUDIT-LAYOUT'.
       COPY 'AUDITX-LAYOUT'.
       COPY 'OPERATOR-LAYOUT'.
      *NEW
       01 WS-OPERATOR-ID           PIC X(08).
       01 WS-AUDIT-BEFORE-IMAGE    PIC X(226).
       01 WS-AUDITX-DONE            PIC X VALUE 'N'.
       01 WS-ABSTIME               PIC S9(15) COMP-3.
       01 WS-PRODX1LI              PIC X(4).
       01 WS-PRODX2LI              PIC X(4).
       01 WS-CICS-RESP             PIC S9(8) COMP.

      *Stock a line can draw on in the shipping warehouse named in
      *WS-STOCK-WHSE - the product's STOCKWH count there for a
      *stocked product, the fewest complete kits its components make
      *up there for a kit on KITBOM (see 378-STOCK-AVAILABLE)
       01 WS-STOCK-AVAIL           PIC 9(05) VALUE 0.
       01 WS-STOCK-WHSE            PIC X(02) VALUE SPACES.
       01 WS-KIT-SUB               PIC 9(02) COMP VALUE 0.
       01 WS-KIT-COMP-KITS         PIC 9(05) VALUE 0.

      *Priced value of the detail lines actually written this turn -
      *added onto the order total stored on ORDFILE so the figure
      *keyed through JEPRGE stays right when an order outgrows five
       01 WS-TODAY                 PIC X(08) VALUE SPACES.
       01 WS-PRICE-IN-FORCE        PIC 9(05)V99 VALUE 0.

      *Account the lines are priced for and its CUSTMAST blanket
      *discount - see 377-CUSTOMER-PRICE.  Spaces and zero price an
      *order with no customer number at list
       01 WS-PRICE-CUST-NO         PIC X(06) VALUE SPACES.
       01 WS-PRICE-DISC-PCT        PIC 9(02)V99 VALUE 0.

      *Credit adjustment work field - added lines move the account's
      *open-order balance by the value just written
       01 WS-BALANCE-WORK          PIC S9(08)V99 VALUE 0.
              10 FILLER            PIC XX VALUE ': '.
          05 WS-PROD-ERROR         PIC X(36).

      *Discontinued product handling - see 370-PRODMAST-LOOKUP.  A
      *discontinued product that names a replacement is written as
      *the replacement, and the message says what was swapped
       01 WS-PROD-SWAPPED          PIC 9 VALUE 0.
       01 WS-SWAP-HOPS             PIC 9 VALUE 0.
       01 WS-SWAP-COUNT            PIC 9 VALUE 0.
       01 WS-SWAP-FROM             PIC X(08).
       01 WS-SWAP-MSG.
          05 FILLER                PIC X(13) VALUE 'ADDED - PROD '.
          05 WS-SWAP-MSG-LINE      PIC 9.
          05 FILLER                PIC X VALUE SPACE.
          05 WS-SWAP-MSG-FROM      PIC X(08).
          05 FILLER                PIC X(19) VALUE
             ' DISCONTINUED, NOW '.
          05 WS-SWAP-MSG-TO        PIC X(08).

       01 WS-DUP-MSG.
          05 FILLER                PIC X(12) VALUE 'LINE NUMBER '.
          05 WS-DUP-LINE-NO        PIC Z9.
               YYYYMMDD(WS-TODAY)
           END-EXEC.
           PERFORM 360-PARTS-CHECK.
           PERFORM 240-PRICE-ACCOUNT.
           PERFORM 600-WRITE-DETAIL-LINES.
           PERFORM 650-UPDATE-ORDER-TOTAL.

                   MOVE 'ADDITIONAL PRODUCTS HAVE BEEN ADDED!' TO MSGO
               END-IF
           END-IF.
           IF WS-PROD-ENTERED > 0 AND WS-SWAP-COUNT > 0
               MOVE WS-SWAP-MSG TO MSGO
           END-IF.

           GO TO 920-SEND-ADDPROD-MAP.

      *The added lines are priced for the account the order is on -
      *its contract prices or blanket discount, the same as the lines
      *keyed through JEPRGE.  An order with no customer number, or
      *one that cannot be read, prices at list
       240-PRICE-ACCOUNT.
           MOVE SPACES TO WS-PRICE-CUST-NO.
           MOVE 0 TO WS-PRICE-DISC-PCT.
           MOVE WS-ADDPROD-INVOICE-NO TO ORDFILE-INVOICE-NO.
           EXEC CICS READ FILE('ORDFILE')
              INTO(ORDFILE-RECORD)
              LENGTH(ORDFILE-LENGTH)
              RIDFLD(ORDFILE-KEY)
              RESP(WS-CICS-RESP)
           END-EXEC.

      *The added lines draw on the warehouse the order ships from
           IF WS-CICS-RESP EQUAL DFHRESP(NORMAL)
               MOVE ORDFILE-WHSE-CODE TO WS-STOCK-WHSE
           END-IF.

           IF WS-CICS-RESP EQUAL DFHRESP(NORMAL)
               AND ORDFILE-CUST-NO NOT = SPACES
               MOVE ORDFILE-CUST-NO TO WS-PRICE-CUST-NO
               MOVE ORDFILE-CUST-NO TO CUSTMAST-CUST-NO
               EXEC CICS READ FILE('CUSTMAST')
                   INTO (CUSTMAST-RECORD)
                   LENGTH (CUSTMAST-LENGTH)
                   RIDFLD (CUSTMAST-CUST-NO)
                   RESP (WS-CICS-RESP)
               END-EXEC
               IF WS-CICS-RESP EQUAL DFHRESP(NORMAL)
                   MOVE CUSTMAST-DISCOUNT-PCT TO WS-PRICE-DISC-PCT
               END-IF
           END-IF.

       360-PARTS-CHECK.
           MOVE 0 TO WS-SWAP-COUNT.
           IF PROD1AI NOT = SPACES OR PROD1BI NOT = SPACES
              IF PROD1AI IS NOT ALPHABETIC
                  MOVE LOW-VALUE TO MAP2O
                  MOVE DFHUNIMD TO PROD1AA
                  GO TO 920-SEND-ADDPROD-MAP
              END-IF
              IF WS-PROD-SWAPPED = 1
                  MOVE WS-PRODX1LI TO PROD1AI
                  MOVE WS-PRODX2LI TO PROD1BI
              END-IF
           END-IF.

           IF PROD2AI NOT = SPACES OR PROD2BI NOT = SPACES
                  MOVE DFHUNIMD TO PROD2AA
                  GO TO 920-SEND-ADDPROD-MAP
              END-IF
              IF WS-PROD-SWAPPED = 1
                  MOVE WS-PRODX1LI TO PROD2AI
                  MOVE WS-PRODX2LI TO PROD2BI
              END-IF
           END-IF.

           IF PROD3AI NOT = SPACES OR PROD3BI NOT = SPACES
                  MOVE DFHUNIMD TO PROD3AA
                  GO TO 920-SEND-ADDPROD-MAP
              END-IF
              IF WS-PROD-SWAPPED = 1
                  MOVE WS-PRODX1LI TO PROD3AI
                  MOVE WS-PRODX2LI TO PROD3BI
              END-IF
           END-IF.

           IF PROD4AI NOT = SPACES OR PROD4BI NOT = SPACES
                  MOVE DFHUNIMD TO PROD4AA
                  GO TO 920-SEND-ADDPROD-MAP
              END-IF
              IF WS-PROD-SWAPPED = 1
                  MOVE WS-PRODX1LI TO PROD4AI
                  MOVE WS-PRODX2LI TO PROD4BI
              END-IF
           END-IF.

           IF PROD5AI NOT = SPACES OR PROD5BI NOT = SPACES
                  MOVE DFHUNIMD TO PROD5AA
                  GO TO 920-SEND-ADDPROD-MAP
              END-IF
              IF WS-PROD-SWAPPED = 1
                  MOVE WS-PRODX1LI TO PROD5AI
                  MOVE WS-PRODX2LI TO PROD5BI
              END-IF
           END-IF.

      *Looks up a product pair on PRODMAST; sets WS-PROD-ERROR-FLAG
      *and builds WS-PROD-ERROR-MSG (using WS-PROD-NUM) when the pair
      *keyed into WS-PRODX1LI/WS-PRODX2LI is not a recognized product.
      *A discontinued product is followed to its replacement (and on,
      *if that has been superseded too) and the replacement is handed
      *back in WS-PRODX1LI/WS-PRODX2LI with WS-PROD-SWAPPED set.  One
      *with no replacement is refused
       370-PRODMAST-LOOKUP.
           MOVE 0 TO WS-PROD-ERROR-FLAG.
           MOVE 0 TO WS-PROD-SWAPPED.
           MOVE 0 TO WS-SWAP-HOPS.
           MOVE WS-PRODX1LI TO PRODMAST-CODE-A.
           MOVE WS-PRODX2LI TO PRODMAST-CODE-B.
           MOVE PRODMAST-KEY TO WS-SWAP-FROM.

           EXEC CICS READ FILE('PRODMAST')
               INTO (PRODMAST-RECORD)
               RESP (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP EQUAL DFHRESP(NORMAL)
               PERFORM 371-FOLLOW-REPLACEMENT
                   UNTIL WS-CICS-RESP NOT EQUAL DFHRESP(NORMAL)
                   OR NOT PRODMAST-IS-DISCONTINUED
                   OR WS-PROD-ERROR-FLAG = 1
           END-IF.

           IF WS-PROD-ERROR-FLAG = 0
               IF WS-CICS-RESP NOT EQUAL DFHRESP(NORMAL)
                   MOVE 1 TO WS-PROD-ERROR-FLAG
                   IF WS-PROD-SWAPPED = 1
                       MOVE 'DISCONTINUED - REPLACEMENT NOT ON FILE'
                           TO WS-PROD-ERROR
                   ELSE
                       MOVE 'NOT A RECOGNIZED PRODUCT CODE'
                           TO WS-PROD-ERROR
                   END-IF
               ELSE
                   IF WS-PROD-SWAPPED = 1
                       ADD 1 TO WS-SWAP-COUNT
                       MOVE WS-PROD-NUM TO WS-SWAP-MSG-LINE
                       MOVE WS-SWAP-FROM TO WS-SWAP-MSG-FROM
                       MOVE PRODMAST-KEY TO WS-SWAP-MSG-TO
                   END-IF
               END-IF
           END-IF.

      *One step along a supersession chain.  A chain that has not
      *reached a live product after five steps is taken to loop
       371-FOLLOW-REPLACEMENT.
           IF PRODMAST-REPL-KEY = SPACES
               OR PRODMAST-REPL-KEY = LOW-VALUES
               MOVE 1 TO WS-PROD-ERROR-FLAG
               MOVE 'DISCONTINUED - NO REPLACEMENT' TO WS-PROD-ERROR
           ELSE
               IF WS-SWAP-HOPS = 5
                   MOVE 1 TO WS-PROD-ERROR-FLAG
                   MOVE 'DISCONTINUED - REPLACEMENTS LOOP'
                       TO WS-PROD-ERROR
               ELSE
                   ADD 1 TO WS-SWAP-HOPS
                   MOVE 1 TO WS-PROD-SWAPPED
                   MOVE PRODMAST-REPL-CODE-A TO WS-PRODX1LI
                   MOVE PRODMAST-REPL-CODE-B TO WS-PRODX2LI
                   MOVE WS-PRODX1LI TO PRODMAST-CODE-A
                   MOVE WS-PRODX2LI TO PRODMAST-CODE-B
                   EXEC CICS READ FILE('PRODMAST')
                       INTO (PRODMAST-RECORD)
                       LENGTH (PRODMAST-LENGTH)
                       RIDFLD (PRODMAST-KEY)
                       RESP (WS-CICS-RESP)
                   END-EXEC
               END-IF
           END-IF.

      *Writes one ORDDETAIL record per non-blank product pair on the
               PERFORM 376-PRICE-IN-FORCE
               COMPUTE WS-ADDED-VALUE = WS-ADDED-VALUE
                   + WS-PRICE-IN-FORCE * WS-ADDPROD-QTY
               PERFORM 378-STOCK-AVAILABLE
               IF WS-STOCK-AVAIL < WS-ADDPROD-QTY
                   MOVE 1 TO WS-BACKORDER-FLAG
               END-IF
           END-IF.
               AND PRODMAST-PEND-DATE NOT > WS-TODAY
               MOVE PRODMAST-PEND-PRICE TO WS-PRICE-IN-FORCE
           END-IF.
           PERFORM 377-CUSTOMER-PRICE.

      *A contract account pays its negotiated price instead of list:
      *the CONTRACT record for the customer and product, while today
      *falls between its start and end dates, gives either a fixed
      *price or a percentage off the list price in force.  With no
      *contract in force the account's blanket discount, if it has
      *one, comes off list instead - the two never stack
       377-CUSTOMER-PRICE.
           IF WS-PRICE-CUST-NO NOT = SPACES
               MOVE WS-PRICE-CUST-NO TO CONTRACT-CUST-NO
               MOVE PRODMAST-CODE-A TO CONTRACT-PROD-A
               MOVE PRODMAST-CODE-B TO CONTRACT-PROD-B
               EXEC CICS READ FILE('CONTRACT')
                   INTO (CONTRACT-RECORD)
                   LENGTH (CONTRACT-LENGTH)
                   RIDFLD (CONTRACT-KEY)
                   RESP (WS-CICS-RESP)
               END-EXEC
               IF WS-CICS-RESP EQUAL DFHRESP(NORMAL)
                   AND CONTRACT-START-DATE NOT > WS-TODAY
                   AND (CONTRACT-END-DATE = SPACES
                       OR CONTRACT-END-DATE = ZEROS
                       OR CONTRACT-END-DATE NOT < WS-TODAY)
                   IF CONTRACT-FIXED-PRICE
                       MOVE CONTRACT-PRICE TO WS-PRICE-IN-FORCE
                   ELSE
                       COMPUTE WS-PRICE-IN-FORCE ROUNDED =
                           WS-PRICE-IN-FORCE
                           * (100 - CONTRACT-PCT-OFF) / 100
                   END-IF
               ELSE
                   IF WS-PRICE-DISC-PCT > 0
                       COMPUTE WS-PRICE-IN-FORCE ROUNDED =
                           WS-PRICE-IN-FORCE
                           * (100 - WS-PRICE-DISC-PCT) / 100
                   END-IF
               END-IF
           END-IF.

      *Stock available to the product in PRODMAST-RECORD in the
      *warehouse named in WS-STOCK-WHSE (blank is the home
      *warehouse) - its STOCKWH count there, none if that warehouse
      *holds no record for it.  A kit carries no stock of its own -
      *it is available as many times as its scarcest component
      *allows in that warehouse, each component's count divided by
      *how many go into one kit.  A component the warehouse does not
      *stock makes the kit unavailable there
       378-STOCK-AVAILABLE.
           MOVE 0 TO WS-STOCK-AVAIL.
           MOVE WS-STOCK-WHSE TO STOCKWH-WHSE-CODE.
           IF STOCKWH-WHSE-CODE = SPACES
               MOVE WHSEMAST-HOME-CODE TO STOCKWH-WHSE-CODE
           END-IF.
           MOVE PRODMAST-KEY TO KITBOM-KEY.
           EXEC CICS READ FILE('KITBOM')
               INTO (KITBOM-RECORD)
               LENGTH (KITBOM-LENGTH)
               RIDFLD (KITBOM-KEY)
               RESP (WS-CICS-RESP)
           END-EXEC.
           IF WS-CICS-RESP EQUAL DFHRESP(NORMAL)
               MOVE 99999 TO WS-STOCK-AVAIL
               PERFORM 379-KIT-COMPONENT-STOCK
                   VARYING WS-KIT-SUB FROM 1 BY 1
                   UNTIL WS-KIT-SUB > KITBOM-COMP-COUNT
                   OR WS-KIT-SUB > 8
           ELSE
               MOVE PRODMAST-CODE-A TO STOCKWH-PROD-A
               MOVE PRODMAST-CODE-B TO STOCKWH-PROD-B
               EXEC CICS READ FILE('STOCKWH')
                   INTO (STOCKWH-RECORD)
                   LENGTH (STOCKWH-LENGTH)
                   RIDFLD (STOCKWH-KEY)
                   RESP (WS-CICS-RESP)
               END-EXEC
               IF WS-CICS-RESP EQUAL DFHRESP(NORMAL)
                   MOVE STOCKWH-ON-HAND TO WS-STOCK-AVAIL
               END-IF
           END-IF.

       379-KIT-COMPONENT-STOCK.
           MOVE KITBOM-COMP-A (WS-KIT-SUB) TO STOCKWH-PROD-A.
           MOVE KITBOM-COMP-B (WS-KIT-SUB) TO STOCKWH-PROD-B.
           EXEC CICS READ FILE('STOCKWH')
               INTO (STOCKWH-RECORD)
               LENGTH (STOCKWH-LENGTH)
               RIDFLD (STOCKWH-KEY)
               RESP (WS-CICS-RESP)
           END-EXEC.
           IF WS-CICS-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 0 TO WS-STOCK-AVAIL
           ELSE
               IF KITBOM-COMP-QTY (WS-KIT-SUB) > 0
                   DIVIDE KITBOM-COMP-QTY (WS-KIT-SUB)
                       INTO STOCKWH-ON-HAND GIVING WS-KIT-COMP-KITS
                   IF WS-KIT-COMP-KITS < WS-STOCK-AVAIL
                       MOVE WS-KIT-COMP-KITS TO WS-STOCK-AVAIL
                   END-IF
               END-IF
           END-IF.


      *Adds the priced value of the lines just written onto the order
      *total stored on ORDFILE, under the same READ UPDATE / REWRITE /
