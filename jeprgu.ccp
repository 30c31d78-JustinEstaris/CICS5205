       COPY 'DFHBMSCA'.
       COPY 'ORDFILE-LAYOUT'.
       COPY 'PRODMAST-LAYOUT'.
       COPY 'KITBOM-LAYOUT'.
       COPY 'STOCKWH-LAYOUT'.
       COPY 'WHSEMAST-LAYOUT'.
       COPY 'AUDIT-LAYOUT'.
       COPY 'AUDITX-LAYOUT'.
       COPY 'AREACODE-LAYOUT'.
       COPY 'FSAMAST-LAYOUT'.
       COPY 'CUSTMAST-LAYOUT'.
       COPY 'CONTRACT-LAYOUT'.
       COPY 'SHIPTO-LAYOUT'.
       COPY 'REPMAST-LAYOUT'.
       COPY 'TAXRATE-LAYOUT'.
       COPY 'OPERMAST-LAYOUT'.
       COPY 'OPERATOR-LAYOUT'.
      *NEW
       01 WS-OPERATOR-ID           PIC X(08).
       01 WS-AUDIT-BEFORE-IMAGE     PIC X(226).
       01 WS-AUDITX-DONE            PIC X VALUE 'N'.
       01 WS-ABSTIME                PIC S9(15) COMP-3.

       01 WS-TODAY                 PIC X(08) VALUE SPACES.
       01 WS-PRICE-IN-FORCE        PIC 9(05)V99 VALUE 0.

      *Account the lines are priced for and its CUSTMAST blanket
      *discount - see 377-CUSTOMER-PRICE.  Spaces and zero price an
      *order with no customer number at list
       01 WS-PRICE-CUST-NO         PIC X(06) VALUE SPACES.
       01 WS-PRICE-DISC-PCT        PIC 9(02)V99 VALUE 0.

      *The account's default sales rep off the same CUSTMAST read -
      *a sales rep field blanked on the amendment goes back to it
       01 WS-CUST-REP-CODE         PIC X(03) VALUE SPACES.

      *Credit adjustment work fields - the amendment moves the
      *customer's open-order balance by the change in the total
       01 WS-OLD-ORDER-TOTAL       PIC 9(07)V99 VALUE 0.
       01 WS-PROD-ENTERED          PIC 9 VALUE 0.
       01 WS-CICS-RESP             PIC S9(8) COMP.

      *Stock a line can draw on in the shipping warehouse named in
      *WS-STOCK-WHSE - the product's STOCKWH count there for a
      *stocked product, the fewest complete kits its components make
      *up there for a kit on KITBOM (see 378-STOCK-AVAILABLE)
       01 WS-STOCK-AVAIL           PIC 9(05) VALUE 0.
       01 WS-STOCK-WHSE            PIC X(02) VALUE SPACES.
       01 WS-KIT-SUB               PIC 9(02) COMP VALUE 0.
       01 WS-KIT-COMP-KITS         PIC 9(05) VALUE 0.

      *Set during the PRODMAST lookups when a keyed quantity exceeds
      *the product's on-hand stock - the rewrite then flips the order
      *between PENDING and BACKORDER (amending a backorder once stock
      *list is left showing underneath
       01 WS-TRANSFER-MODE         PIC 9 VALUE 0.

      *The ship-to whose address was just filled onto the screen -
      *carried in the commarea's transfer field so the next ENTER
      *amends instead of filling the same address again
       01 WS-FILLED-SHIPTO         PIC X(03) VALUE SPACES.

      *Discontinued product handling - see 370-PRODMAST-LOOKUP.  A
      *line carrying a discontinued product that names a replacement
      *is switched to the replacement as the order is amended, and
      *the message says what was swapped.  A line already partly
      *shipped keeps its product - what went out is on record as it
       01 WS-PROD-SWAPPED          PIC 9 VALUE 0.
       01 WS-SWAP-HOPS             PIC 9 VALUE 0.
       01 WS-SWAP-COUNT            PIC 9 VALUE 0.
       01 WS-KEEP-PRODUCT          PIC 9 VALUE 0.
       01 WS-SWAP-FROM             PIC X(08).
       01 WS-SWAP-MSG.
          05 FILLER                PIC X(15) VALUE 'AMENDED - PROD '.
          05 WS-SWAP-MSG-LINE      PIC 9.
          05 FILLER                PIC X VALUE SPACE.
          05 WS-SWAP-MSG-FROM      PIC X(08).
          05 FILLER                PIC X(19) VALUE
             ' DISCONTINUED, NOW '.
          05 WS-SWAP-MSG-TO        PIC X(08).

       01 WS-PROD-ERROR-MSG.
          05 WS-PROD-LBL.
              10 FILLER            PIC X(5) VALUE 'PROD'.

           EXEC CICS HANDLE AID
              PF1(910-BACK-TO-PRGM)
              PF4(470-ORDER-NOTES)
              PF9(999-EXIT)
           END-EXEC.
      *NEW
           MOVE ORDFILE-EXCHANGE TO PREFIXO.
           MOVE ORDFILE-PHONE-NUM TO LINENUMO.
           MOVE ORDFILE-CUST-NO TO CUSTNUMO.
           MOVE ORDFILE-SHIPTO-NO TO SHIPNOO.
           MOVE ORDFILE-REP-CODE TO REPCODEO.
      *An order written before warehouses existed ships from home
           IF ORDFILE-WHSE-CODE = SPACES
               MOVE WHSEMAST-HOME-CODE TO WHSEO
           ELSE
               MOVE ORDFILE-WHSE-CODE TO WHSEO
           END-IF.

           MOVE ORDFILE-P1A TO PROD1AO.
           MOVE ORDFILE-P1B TO PROD1BO.
           PERFORM 500-UNPROTECT-MAP.
           PERFORM 325-CUSTOMER-NUMBER-CHECK
               THRU 325-CUSTOMER-NUMBER-DONE.
           PERFORM 328-SHIPTO-CHECK
               THRU 328-SHIPTO-CHECK-DONE.
           PERFORM 329-REP-CODE-CHECK
               THRU 329-REP-CODE-CHECK-DONE.
           PERFORM 330-ALINE-INFORMATION-CHECK.
           PERFORM 340-POSTAL-CODE-CHECK.
           PERFORM 345-WAREHOUSE-CHECK.
           PERFORM 350-PHONE-NUMBER-CHECK.
           PERFORM 360-PARTS-CHECK.
           PERFORM 600-REWRITE.
               MOVE -1 TO CUSTNUML
               GO TO 920-SEND-AMEND-MAP
           END-IF.

           MOVE CUSTMAST-CUST-NO TO WS-PRICE-CUST-NO.
           MOVE CUSTMAST-DISCOUNT-PCT TO WS-PRICE-DISC-PCT.
           MOVE CUSTMAST-REP-CODE TO WS-CUST-REP-CODE.
       325-CUSTOMER-NUMBER-DONE.
           EXIT.

      *A ship-to number changed on the amendment fills the delivery
      *address off SHIPTO and sends the screen back for a look - the
      *next ENTER amends.  The ship-to the order already carries, or
      *the one filled last turn, passes straight through so any
      *overtyping the operator does is kept.  Blank means the order
      *ships to whatever address is keyed
       328-SHIPTO-CHECK.
           IF SHIPNOI = SPACES OR SHIPNOI = LOW-VALUES
               GO TO 328-SHIPTO-CHECK-DONE
           END-IF.

           IF CUSTNUMI IS NOT NUMERIC
               MOVE LOW-VALUES TO MAP2O
               PERFORM 500-UNPROTECT-MAP
               MOVE 'SHIP-TO NEEDS THE CUSTOMER NUMBER' TO MSGO
               MOVE -1 TO CUSTNUML
               GO TO 920-SEND-AMEND-MAP
           END-IF.

           IF SHIPNOI IS NOT NUMERIC
               MOVE LOW-VALUES TO MAP2O
               PERFORM 500-UNPROTECT-MAP
               MOVE 'SHIP-TO NUMBER MUST BE 3 DIGITS' TO MSGO
               MOVE -1 TO SHIPNOL
               GO TO 920-SEND-AMEND-MAP
           END-IF.

           IF SHIPNOI = LK-TRANSFER
               GO TO 328-SHIPTO-CHECK-DONE
           END-IF.

           MOVE WS-AMEND-INVOICE-NO TO ORDFILE-INVOICE-NO.
           EXEC CICS READ FILE('ORDFILE')
              INTO(ORDFILE-RECORD)
              LENGTH(ORDFILE-LENGTH)
              RIDFLD(ORDFILE-KEY)
           END-EXEC.
           IF SHIPNOI = ORDFILE-SHIPTO-NO
               AND CUSTNUMI = ORDFILE-CUST-NO
               GO TO 328-SHIPTO-CHECK-DONE
           END-IF.

           MOVE CUSTNUMI TO SHIPTO-CUST-NO.
           MOVE SHIPNOI TO SHIPTO-SHIP-NO.
           EXEC CICS READ FILE('SHIPTO')
               INTO (SHIPTO-RECORD)
               LENGTH (SHIPTO-LENGTH)
               RIDFLD (SHIPTO-KEY)
               RESP (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE LOW-VALUES TO MAP2O
               PERFORM 500-UNPROTECT-MAP
               MOVE 'SHIP-TO NOT ON FILE FOR THIS CUSTOMER' TO MSGO
               MOVE -1 TO SHIPNOL
               GO TO 920-SEND-AMEND-MAP
           END-IF.

      *Only the contact fields change - the products and quantities
      *keyed this turn go back out exactly as they came in
           MOVE SHIPTO-NAME TO NAMEO.
           MOVE SHIPTO-ADDR-LINE1 TO ALINE1O.
           MOVE SHIPTO-ADDR-LINE2 TO ALINE2O.
           MOVE SHIPTO-ADDR-LINE3 TO ALINE3O.
           MOVE SHIPTO-POSTAL-1 TO POST1O.
           MOVE SHIPTO-POSTAL-2 TO POST2O.
           MOVE SHIPTO-AREA-CODE TO AREAO.
           MOVE SHIPTO-EXCHANGE TO PREFIXO.
           MOVE SHIPTO-PHONE-NUM TO LINENUMO.
           PERFORM 500-UNPROTECT-MAP.
           MOVE SHIPTO-SHIP-NO TO WS-FILLED-SHIPTO.
           MOVE 'SHIP-TO ADDRESS FILLED - PRESS ENTER TO AMEND' TO MSGO.
           MOVE -1 TO NAMEL.
           GO TO 920-SEND-AMEND-MAP.
       328-SHIPTO-CHECK-DONE.
           EXIT.

      *The sales rep the order is commissioned to.  A new rep keyed
      *here has to be an active rep on REPMAST; the rep the order
      *already carries passes even if the rep has since gone
      *inactive, so the rest of the order can still be amended.
      *Blank puts the account's default rep back
       329-REP-CODE-CHECK.
           IF REPCODEI = SPACES OR REPCODEI = LOW-VALUES
               GO TO 329-REP-CODE-CHECK-DONE
           END-IF.

           MOVE WS-AMEND-INVOICE-NO TO ORDFILE-INVOICE-NO.
           EXEC CICS READ FILE('ORDFILE')
              INTO(ORDFILE-RECORD)
              LENGTH(ORDFILE-LENGTH)
              RIDFLD(ORDFILE-KEY)
           END-EXEC.
           IF REPCODEI = ORDFILE-REP-CODE
               GO TO 329-REP-CODE-CHECK-DONE
           END-IF.

           MOVE REPCODEI TO REPMAST-REP-CODE.
           EXEC CICS READ FILE('REPMAST')
               INTO (REPMAST-RECORD)
               LENGTH (REPMAST-LENGTH)
               RIDFLD (REPMAST-REP-CODE)
               RESP (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE LOW-VALUES TO MAP2O
               PERFORM 500-UNPROTECT-MAP
               MOVE 'SALES REP NOT ON REP MASTER' TO MSGO
               MOVE -1 TO REPCODEL
               GO TO 920-SEND-AMEND-MAP
           END-IF.

           IF NOT REPMAST-IS-ACTIVE
               MOVE LOW-VALUES TO MAP2O
               PERFORM 500-UNPROTECT-MAP
               MOVE 'SALES REP IS NOT ACTIVE' TO MSGO
               MOVE -1 TO REPCODEL
               GO TO 920-SEND-AMEND-MAP
           END-IF.
       329-REP-CODE-CHECK-DONE.
           EXIT.

       320-CONTACT-INFORMATION-CHECK.
      *Check is Name length is not 4
           IF NAMEL LESS THAN 4
               GO TO 920-SEND-AMEND-MAP
           END-IF.

      *The warehouse the order ships from - keying another moves the
      *rest of the order to it, and the stock on every line is
      *checked there.  Blanked, it goes back to the warehouse that
      *serves the ship-to province on TAXRATE (the home warehouse
      *when the province names none)
       345-WAREHOUSE-CHECK.
           IF WHSEI = SPACES OR WHSEI = LOW-VALUES
               MOVE WHSEMAST-HOME-CODE TO WS-STOCK-WHSE
               MOVE POST1I(1:1) TO TAXRATE-PROVINCE-KEY
               EXEC CICS READ FILE('TAXRATE')
                   INTO (TAXRATE-RECORD)
                   LENGTH (TAXRATE-LENGTH)
                   RIDFLD (TAXRATE-PROVINCE-KEY)
                   RESP (WS-CICS-RESP)
               END-EXEC
               IF WS-CICS-RESP EQUAL DFHRESP(NORMAL)
                   AND TAXRATE-WHSE-CODE NOT = SPACES
                   AND TAXRATE-WHSE-CODE NOT = LOW-VALUES
                   MOVE TAXRATE-WHSE-CODE TO WS-STOCK-WHSE
               END-IF
           ELSE
               MOVE WHSEI TO WS-STOCK-WHSE
           END-IF.

           MOVE WS-STOCK-WHSE TO WHSEMAST-CODE.
           EXEC CICS READ FILE('WHSEMAST')
               INTO (WHSEMAST-RECORD)
               LENGTH (WHSEMAST-LENGTH)
               RIDFLD (WHSEMAST-CODE)
               RESP (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE LOW-VALUES TO MAP2O
               PERFORM 500-UNPROTECT-MAP
               MOVE 'SHIPPING WAREHOUSE IS NOT ON FILE' TO MSGO
               MOVE -1 TO WHSEL
               GO TO 920-SEND-AMEND-MAP
           END-IF.

       350-PHONE-NUMBER-CHECK.
      *Area Check
      *If there is no input in area field
       360-PARTS-CHECK.
           MOVE 0 TO WS-ORDER-TOTAL.
           MOVE 0 TO WS-BACKORDER-FLAG.
           MOVE 0 TO WS-SWAP-COUNT.
      *The order as it stands on file, unlocked - only used to tell
      *which lines have already started shipping
           MOVE WS-AMEND-INVOICE-NO TO ORDFILE-INVOICE-NO.
           EXEC CICS READ FILE('ORDFILE')
              INTO(ORDFILE-RECORD)
              LENGTH(ORDFILE-LENGTH)
              RIDFLD(ORDFILE-KEY)
           END-EXEC.
      *Check if the product 1A number has only alpabetic characters
           IF PROD1AI IS NOT ALPHABETIC
               MOVE LOW-VALUE TO MAP2O
               MOVE DFHUNIMD TO PROD1AA
               GO TO 920-SEND-AMEND-MAP
           END-IF.
           IF WS-PROD-SWAPPED = 1
               MOVE WS-PRODX1LI TO PROD1AI
               MOVE WS-PRODX2LI TO PROD1BI
           END-IF.

      *Product 2 through 5 are optional - only checked if keyed
           IF PROD2AI NOT = SPACES OR PROD2BI NOT = SPACES
                  MOVE DFHUNIMD TO PROD2AA
                  GO TO 920-SEND-AMEND-MAP
              END-IF
              IF WS-PROD-SWAPPED = 1
                  MOVE WS-PRODX1LI TO PROD2AI
                  MOVE WS-PRODX2LI TO PROD2BI
              END-IF
           END-IF.

           IF PROD3AI NOT = SPACES OR PROD3BI NOT = SPACES
                  MOVE DFHUNIMD TO PROD3AA
                  GO TO 920-SEND-AMEND-MAP
              END-IF
              IF WS-PROD-SWAPPED = 1
                  MOVE WS-PRODX1LI TO PROD3AI
                  MOVE WS-PRODX2LI TO PROD3BI
              END-IF
           END-IF.

           IF PROD4AI NOT = SPACES OR PROD4BI NOT = SPACES
                  MOVE DFHUNIMD TO PROD4AA
                  GO TO 920-SEND-AMEND-MAP
              END-IF
              IF WS-PROD-SWAPPED = 1
                  MOVE WS-PRODX1LI TO PROD4AI
                  MOVE WS-PRODX2LI TO PROD4BI
              END-IF
           END-IF.

           IF PROD5AI NOT = SPACES OR PROD5BI NOT = SPACES
                  MOVE DFHUNIMD TO PROD5AA
                  GO TO 920-SEND-AMEND-MAP
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
      *if that has been superseded too), the line is priced and
      *stocked as the replacement and the replacement is handed back
      *in WS-PRODX1LI/WS-PRODX2LI with WS-PROD-SWAPPED set.  One with
      *no replacement is refused
       370-PRODMAST-LOOKUP.
           MOVE 0 TO WS-PROD-ERROR-FLAG.
           MOVE 0 TO WS-PROD-SWAPPED.
           MOVE 0 TO WS-SWAP-HOPS.
           MOVE WS-PRODX1LI TO PRODMAST-CODE-A.
           MOVE WS-PRODX2LI TO PRODMAST-CODE-B.
           MOVE PRODMAST-KEY TO WS-SWAP-FROM.
           PERFORM 373-CHECK-LINE-SHIPPED.

           EXEC CICS READ FILE('PRODMAST')
               INTO (PRODMAST-RECORD)
               RESP (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP EQUAL DFHRESP(NORMAL)
               AND WS-KEEP-PRODUCT = 0
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
                   PERFORM 376-PRICE-IN-FORCE
                   COMPUTE WS-ORDER-TOTAL = WS-ORDER-TOTAL
                       + WS-PRICE-IN-FORCE * WS-LINE-QTY
                   IF WS-PROD-SWAPPED = 1
                       ADD 1 TO WS-SWAP-COUNT
                       MOVE WS-PROD-NUM TO WS-SWAP-MSG-LINE
                       MOVE WS-SWAP-FROM TO WS-SWAP-MSG-FROM
                       MOVE PRODMAST-KEY TO WS-SWAP-MSG-TO
                   END-IF
                   PERFORM 378-STOCK-AVAILABLE
                   IF WS-STOCK-AVAIL < WS-LINE-QTY
                       MOVE 1 TO WS-BACKORDER-FLAG
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

      *A line that has started shipping and still carries the same
      *product it shipped under keeps that product even once it is
      *discontinued - swapping it would misstate what went out
       373-CHECK-LINE-SHIPPED.
           MOVE 0 TO WS-KEEP-PRODUCT.
           IF WS-PROD-NUM = 1 AND ORDFILE-S1 > 0
               AND ORDFILE-P1A = WS-PRODX1LI
               AND ORDFILE-P1B = WS-PRODX2LI
               MOVE 1 TO WS-KEEP-PRODUCT
           END-IF.
           IF WS-PROD-NUM = 2 AND ORDFILE-S2 > 0
               AND ORDFILE-P2A = WS-PRODX1LI
               AND ORDFILE-P2B = WS-PRODX2LI
               MOVE 1 TO WS-KEEP-PRODUCT
           END-IF.
           IF WS-PROD-NUM = 3 AND ORDFILE-S3 > 0
               AND ORDFILE-P3A = WS-PRODX1LI
               AND ORDFILE-P3B = WS-PRODX2LI
               MOVE 1 TO WS-KEEP-PRODUCT
           END-IF.
           IF WS-PROD-NUM = 4 AND ORDFILE-S4 > 0
               AND ORDFILE-P4A = WS-PRODX1LI
               AND ORDFILE-P4B = WS-PRODX2LI
               MOVE 1 TO WS-KEEP-PRODUCT
           END-IF.
           IF WS-PROD-NUM = 5 AND ORDFILE-S5 > 0
               AND ORDFILE-P5A = WS-PRODX1LI
               AND ORDFILE-P5B = WS-PRODX2LI
               MOVE 1 TO WS-KEEP-PRODUCT
           END-IF.

      *The price in force right now - the pending price once its
      *effective date has arrived, the live price until then.  The
      *nightly JEPRHH roll makes the switch permanent, but pricing
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



      *Allows you to enter stuff in the map?
           MOVE DFHBMFSE TO AREAA.
           MOVE DFHBMFSE TO PREFIXA.
           MOVE DFHBMFSE TO LINENUMA.
      *Unprotect Customer Number and Ship-to
           MOVE DFHBMFSE TO CUSTNUMA.
           MOVE DFHBMFSE TO SHIPNOA.
      *Unprotect Sales Rep
           MOVE DFHBMFSE TO REPCODEA.
           MOVE DFHBMFSE TO WHSEA.
      *Unprotect Products
           MOVE DFHBMFSE TO PROD1AA.
           MOVE DFHBMFSE TO PROD1BA.
           ELSE
               MOVE SPACES TO ORDFILE-CUST-NO
           END-IF.
           IF CUSTNUMI IS NUMERIC AND SHIPNOI IS NUMERIC
               MOVE SHIPNOI TO ORDFILE-SHIPTO-NO
           ELSE
               MOVE SPACES TO ORDFILE-SHIPTO-NO
           END-IF.
           IF REPCODEI = SPACES OR REPCODEI = LOW-VALUES
               MOVE WS-CUST-REP-CODE TO ORDFILE-REP-CODE
           ELSE
               MOVE REPCODEI TO ORDFILE-REP-CODE
           END-IF.
           MOVE WS-STOCK-WHSE TO ORDFILE-WHSE-CODE.

           MOVE PROD1AI TO ORDFILE-P1A.
           MOVE PROD1BI TO ORDFILE-P1B.
           ELSE
               MOVE 'ORDER HAS BEEN AMENDED!' TO MSGO
           END-IF.
           IF WS-SWAP-COUNT > 0
               MOVE WS-SWAP-MSG TO MSGO
           END-IF.

      *Provincial sales tax off the TAXRATE file for the postal
      *code's province letter - a province with no TAXRATE record
      *PRODMAST simply prices at zero
       620-PRICE-OLD-LINES.
           MOVE 0 TO WS-OLD-LINES-VALUE.
      *The lines on file were priced for the account the order
      *carries on file, which this amendment may be changing - the
      *new lines have already been priced for the screen's account
           MOVE ORDFILE-CUST-NO TO WS-PRICE-CUST-NO.
           MOVE 0 TO WS-PRICE-DISC-PCT.
           IF ORDFILE-CUST-NO NOT = SPACES
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
           MOVE ORDFILE-P1A TO WS-PRODX1LI.
           MOVE ORDFILE-P1B TO WS-PRODX2LI.
           MOVE ORDFILE-Q1 TO WS-OLD-QTY.
           EXEC CICS SEND MAP('MAP2') MAPSET('JEMAP2') CURSOR
               END-EXEC.
           MOVE WS-OPERATOR-ID TO WS-AMEND-OPERATOR-ID.
           MOVE WS-FILLED-SHIPTO TO WS-AMEND-TRANSFER.
           EXEC CICS RETURN TRANSID('JE04')
               COMMAREA(WS-AMEND-COMMAREA)
               LENGTH(WS-AMEND-LENGTH)
           END-EXEC.

      *PF4 takes the order being amended to the JEPRHX notes screen,
      *which hands it back here as a BRW transfer on PF3.  Anything
      *keyed over the order but not yet entered is not kept
       470-ORDER-NOTES.
           IF EIBCALEN NOT = 18
               MOVE LOW-VALUES TO MAP2O
               MOVE 'LOOK UP AN ORDER BEFORE KEYING ITS NOTES' TO MSGO
               MOVE -1 TO INVNUML
               MOVE DFHUNIMD TO INVNUMA
               GO TO 210-SEND-LOOKUP-MAP
           END-IF.

           MOVE WS-OPERATOR-ID TO WS-AMEND-OPERATOR-ID.
           MOVE 'NTU' TO WS-AMEND-TRANSFER.
           MOVE LK-AMEND-INVOICE TO WS-AMEND-INVOICE-NO.
           EXEC CICS XCTL
               PROGRAM('JEPRHX')
               COMMAREA(WS-AMEND-COMMAREA)
               LENGTH(WS-AMEND-LENGTH)
           END-EXEC.

       450-RECORD-NOT-FOUND.
           MOVE LOW-VALUES TO MAP2O.
           MOVE 'RECORD NOT FOUND' TO MSGO.
