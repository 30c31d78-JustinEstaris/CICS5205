       COPY 'ORDFILE-LAYOUT'.
       COPY 'ORDDETAIL-LAYOUT'.
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
       COPY 'INVCTL-LAYOUT'.
       COPY 'TAXRATE-LAYOUT'.
       COPY 'OPERATOR-LAYOUT'.
      *NEW
       01 WS-OPERATOR-ID           PIC X(08).
       01 WS-AUDIT-BEFORE-IMAGE     PIC X(226).
       01 WS-AUDITX-DONE            PIC X VALUE 'N'.

      *Set when the credit check put the order on HELD - picks the
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

       01 WS-PROD-ERROR-MSG.
          05 WS-PROD-LBL.
              10 FILLER            PIC X(5) VALUE 'PROD'.
              10 FILLER            PIC XX VALUE ': '.
          05 WS-PROD-ERROR         PIC X(36).

      *Discontinued product handling - see 370-PRODMAST-LOOKUP.  A
      *line keyed with a discontinued product that names a
      *replacement is switched to the replacement; the codes put on
      *each line are kept here so the confirmation screen can show
      *them, with a warning saying what was swapped
       01 WS-PROD-SWAPPED          PIC 9 VALUE 0.
       01 WS-SWAP-HOPS             PIC 9 VALUE 0.
       01 WS-SWAP-COUNT            PIC 9 VALUE 0.
       01 WS-SWAP-FROM             PIC X(08).
       01 WS-SWAP-TABLE.
          05 WS-SWAP-TO            PIC X(08) OCCURS 5 TIMES.
       01 WS-SWAP-MSG.
          05 FILLER                PIC X(05) VALUE 'PROD '.
          05 WS-SWAP-MSG-LINE      PIC 9.
          05 FILLER                PIC X VALUE SPACE.
          05 WS-SWAP-MSG-FROM      PIC X(08).
          05 FILLER                PIC X(28) VALUE
             ' DISCONTINUED - REPLACED BY '.
          05 WS-SWAP-MSG-TO        PIC X(08).

       01 WS-ABSTIME               PIC S9(15) COMP-3.

      *How many times the write has gone back for a fresh invoice
       01 WS-TODAY                 PIC X(08) VALUE SPACES.
       01 WS-PRICE-IN-FORCE        PIC 9(05)V99 VALUE 0.

      *Account the order is priced for and its CUSTMAST blanket
      *discount - set by 305-CUSTOMER-NUMBER-CHECK.  Left at spaces
      *and zero for an order keyed without a customer number, which
      *pays list
       01 WS-PRICE-CUST-NO         PIC X(06) VALUE SPACES.
       01 WS-PRICE-DISC-PCT        PIC 9(02)V99 VALUE 0.

      *The account's default sales rep, picked up by the same
      *305-CUSTOMER-NUMBER-CHECK read - the order is commissioned to
      *it.  Spaces for a walk-in or a house account
       01 WS-ORDER-REP-CODE        PIC X(03) VALUE SPACES.

      *Set during the PRODMAST lookups when a keyed quantity exceeds
      *the product's on-hand stock - the order still goes on, but as
      *BACKORDER so the nightly extract holds it back from shipping
          05 WS-ENTRY-TRANSFER     PIC X(3).
          05 WS-ENTRY-TOTAL        PIC 9(07)V99.
       01 WS-ENTRY-LENGTH          PIC S9(4) COMP VALUE 20.

      *Hands the order on the screen to the JEPRHX notes screen
       01 WS-NOTES-COMMAREA.
          05 WS-NOTES-OPERATOR-ID  PIC X(8).
          05 WS-NOTES-TRANSFER     PIC X(3).
          05 WS-NOTES-INVOICE      PIC X(7).
       01 WS-NOTES-LENGTH          PIC S9(4) COMP VALUE 18.
      *NEW
       LINKAGE SECTION.
           01 DFHCOMMAREA.

           EXEC CICS HANDLE AID
              PF1(910-BACK-TO-PRGM)
              PF4(470-ORDER-NOTES)
              PF9(999-EXIT)
           END-EXEC.
      *NEW
           PERFORM 320-CONTACT-INFORMATION-CHECK.
           PERFORM 330-ALINE-INFORMATION-CHECK.
           PERFORM 340-POSTAL-CODE-CHECK.
           PERFORM 345-WAREHOUSE-CHECK.
           PERFORM 350-PHONE-NUMBER-CHECK.
           PERFORM 360-PARTS-CHECK.
           PERFORM 380-COMPUTE-TAX.
      *order total has been put in front of the operator.  The total
      *shown is carried back in the commarea; if re-editing the screen
      *changed the figure, show the new one and ask again
           IF EIBCALEN = 20 AND WS-SWAP-COUNT = 0
               IF WS-ORDER-TOTAL = LK-ENTRY-TOTAL
                   PERFORM 600-MOVE
                   GO TO 700-WRITE
           PERFORM 500-UNPROTECT-MAP.
           MOVE WS-ORDER-TOTAL TO WS-TOTAL-DISPLAY.
           MOVE WS-TOTAL-DISPLAY TO TOTALO.
           MOVE WS-STOCK-WHSE TO WHSEO.
           IF WS-BACKORDER-FLAG = 1
               MOVE 'STOCK SHORT - WILL BACKORDER. ENTER TO CONFIRM'
                   TO MSGO
                       TO MSGO
               END-IF
           END-IF.
           IF WS-SWAP-COUNT > 0
               PERFORM 810-SHOW-SWAPS
           END-IF.
           MOVE -1 TO INVNUML.

           MOVE '   E N T R Y  S C R E E N' TO TITLEO.
               LENGTH(WS-ENTRY-LENGTH)
           END-EXEC.
           
      *A discontinued product was swapped for its replacement on at
      *least one line - the replacement codes go back on the screen
      *so the second ENTER confirms the order as it will be written,
      *and the warning replaces the usual prompt.  With more than one
      *swap the message names the last one
       810-SHOW-SWAPS.
           IF WS-SWAP-TO (1) NOT = SPACES
               MOVE WS-SWAP-TO (1)(1:4) TO PROD1AO
               MOVE WS-SWAP-TO (1)(5:4) TO PROD1BO
           END-IF.
           IF WS-SWAP-TO (2) NOT = SPACES
               MOVE WS-SWAP-TO (2)(1:4) TO PROD2AO
               MOVE WS-SWAP-TO (2)(5:4) TO PROD2BO
           END-IF.
           IF WS-SWAP-TO (3) NOT = SPACES
               MOVE WS-SWAP-TO (3)(1:4) TO PROD3AO
               MOVE WS-SWAP-TO (3)(5:4) TO PROD3BO
           END-IF.
           IF WS-SWAP-TO (4) NOT = SPACES
               MOVE WS-SWAP-TO (4)(1:4) TO PROD4AO
               MOVE WS-SWAP-TO (4)(5:4) TO PROD4BO
           END-IF.
           IF WS-SWAP-TO (5) NOT = SPACES
               MOVE WS-SWAP-TO (5)(1:4) TO PROD5AO
               MOVE WS-SWAP-TO (5)(5:4) TO PROD5BO
           END-IF.
           MOVE WS-SWAP-MSG TO MSGO.

      *Fill the name, address, postal and phone fields from the
      *CUSTMAST record for the keyed customer number.  Only the
      *contact fields are touched - an invoice number or products
      *already keyed stay on the screen.  The customer number field
      *is cleared on the way out so the next ENTER edits the order
      *instead of filling it again.  A ship-to number keyed with
      *the customer fills the delivery address off SHIPTO instead;
      *the CUSTMAST address stays the account's bill-to
       220-CUSTOMER-FILL.
           IF CUSTNUMI IS NOT NUMERIC
               MOVE LOW-VALUES TO MAP2O
               GO TO 900-SEND-MAP
           END-IF.

           IF SHIPNOL > 0
               AND SHIPNOI NOT = SPACES AND SHIPNOI NOT = LOW-VALUES
               GO TO 225-SHIPTO-FILL
           END-IF.

           MOVE LOW-VALUES TO MAP2O.
           PERFORM 500-UNPROTECT-MAP.
           MOVE CUSTMAST-NAME TO NAMEO.
               TO MSGO.
           GO TO 900-SEND-MAP.

      *The delivery address for one of the account's stores or
      *docks.  The ship-to number rides every later ENTER beside
      *the customer number so the order records which one it was
       225-SHIPTO-FILL.
           PERFORM 228-READ-SHIPTO.
           IF WS-CICS-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 900-SEND-MAP
           END-IF.

           MOVE LOW-VALUES TO MAP2O.
           PERFORM 500-UNPROTECT-MAP.
           MOVE SHIPTO-NAME TO NAMEO.
           MOVE SHIPTO-ADDR-LINE1 TO ALINE1O.
           MOVE SHIPTO-ADDR-LINE2 TO ALINE2O.
           MOVE SHIPTO-ADDR-LINE3 TO ALINE3O.
           MOVE SHIPTO-POSTAL-1 TO POST1O.
           MOVE SHIPTO-POSTAL-2 TO POST2O.
           MOVE SHIPTO-AREA-CODE TO AREAO.
           MOVE SHIPTO-EXCHANGE TO PREFIXO.
           MOVE SHIPTO-PHONE-NUM TO LINENUMO.
           MOVE SHIPTO-CUST-NO TO CUSTNUMO.
           MOVE SHIPTO-SHIP-NO TO SHIPNOO.
           MOVE -1 TO INVNUML.
           MOVE 'SHIP-TO DETAILS FILLED - COMPLETE ORDER AND ENTER'
               TO MSGO.
           GO TO 900-SEND-MAP.

      *Reads the keyed customer's ship-to.  On a bad number the
      *screen is already set up with the message when this returns
       228-READ-SHIPTO.
           IF SHIPNOI IS NOT NUMERIC
               MOVE LOW-VALUES TO MAP2O
               PERFORM 500-UNPROTECT-MAP
               MOVE 'SHIP-TO NUMBER MUST BE 3 DIGITS' TO MSGO
               MOVE -1 TO SHIPNOL
               MOVE DFHRESP(NOTFND) TO WS-CICS-RESP
           ELSE
               MOVE CUSTNUMI TO SHIPTO-CUST-NO
               MOVE SHIPNOI TO SHIPTO-SHIP-NO
               EXEC CICS READ FILE('SHIPTO')
                   INTO (SHIPTO-RECORD)
                   LENGTH (SHIPTO-LENGTH)
                   RIDFLD (SHIPTO-KEY)
                   RESP (WS-CICS-RESP)
               END-EXEC
               IF WS-CICS-RESP NOT EQUAL DFHRESP(NORMAL)
                   MOVE LOW-VALUES TO MAP2O
                   PERFORM 500-UNPROTECT-MAP
                   MOVE 'SHIP-TO NOT ON FILE FOR THIS CUSTOMER' TO MSGO
                   MOVE -1 TO SHIPNOL
               END-IF
           END-IF.

      *A customer number riding on an ordinary edit turn has to be a
      *real CUSTMAST account - the order is about to be tied to it.
      *A blank number is fine; that is a walk-in order.  A ship-to
      *number needs the account it belongs to
       305-CUSTOMER-NUMBER-CHECK.
           IF CUSTNUMI = SPACES OR CUSTNUMI = LOW-VALUES
               IF SHIPNOL > 0
                   AND SHIPNOI NOT = SPACES AND SHIPNOI NOT = LOW-VALUES
                   MOVE LOW-VALUES TO MAP2O
                   PERFORM 500-UNPROTECT-MAP
                   MOVE 'SHIP-TO NEEDS THE CUSTOMER NUMBER' TO MSGO
                   MOVE -1 TO CUSTNUML
                   GO TO 900-SEND-MAP
               END-IF
               GO TO 305-CUSTOMER-NUMBER-DONE
           END-IF.

               MOVE -1 TO CUSTNUML
               GO TO 900-SEND-MAP
           END-IF.

           MOVE CUSTMAST-CUST-NO TO WS-PRICE-CUST-NO.
           MOVE CUSTMAST-DISCOUNT-PCT TO WS-PRICE-DISC-PCT.
           MOVE CUSTMAST-REP-CODE TO WS-ORDER-REP-CODE.

           IF SHIPNOL > 0
               AND SHIPNOI NOT = SPACES AND SHIPNOI NOT = LOW-VALUES
               PERFORM 228-READ-SHIPTO
               IF WS-CICS-RESP NOT EQUAL DFHRESP(NORMAL)
                   GO TO 900-SEND-MAP
               END-IF
           END-IF.
       305-CUSTOMER-NUMBER-DONE.
           EXIT.

           MOVE ORDFILE-EXCHANGE TO PREFIXO.
           MOVE ORDFILE-PHONE-NUM TO LINENUMO.
           MOVE ORDFILE-CUST-NO TO CUSTNUMO.
           MOVE ORDFILE-SHIPTO-NO TO SHIPNOO.

           MOVE ORDFILE-P1A TO PROD1AO.
           MOVE ORDFILE-P1B TO PROD1BO.
               GO TO 900-SEND-MAP          
           END-IF.     

      *The order ships from one warehouse.  Left blank, it is the
      *warehouse that serves the ship-to province on TAXRATE (the
      *home warehouse when the province names none) - the confirm
      *screen shows it, and the operator can key another before the
      *second ENTER.  Either way it has to be on WHSEMAST.  Stock
      *on every line is checked in that warehouse
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
               MOVE DFHUNIMD TO WHSEA
               GO TO 900-SEND-MAP
           END-IF.

       350-PHONE-NUMBER-CHECK.
      *Area Check 
      *If there is no input in area field
       360-PARTS-CHECK.
           MOVE 0 TO WS-ORDER-TOTAL.
           MOVE 0 TO WS-BACKORDER-FLAG.
           MOVE 0 TO WS-SWAP-COUNT.
           MOVE SPACES TO WS-SWAP-TABLE.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-TODAY)

      *Looks up a product pair on PRODMAST; sets WS-PROD-ERROR-FLAG
      *and builds WS-PROD-ERROR-MSG (using WS-PROD-NUM) when the pair
      *keyed into WS-PRODX1LI/WS-PRODX2LI is not a recognized product.
      *A discontinued product is followed to its replacement (and on,
      *if that has been superseded too) and the line is priced and
      *stocked as the replacement, noted for 810-SHOW-SWAPS.  One
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
                   PERFORM 376-PRICE-IN-FORCE
                   COMPUTE WS-ORDER-TOTAL = WS-ORDER-TOTAL
                       + WS-PRICE-IN-FORCE * WS-LINE-QTY
                   IF WS-PROD-SWAPPED = 1
                       PERFORM 372-NOTE-SWAP
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

       372-NOTE-SWAP.
           ADD 1 TO WS-SWAP-COUNT.
           MOVE PRODMAST-KEY TO WS-SWAP-TO (WS-PROD-NUM).
           MOVE WS-PROD-NUM TO WS-SWAP-MSG-LINE.
           MOVE WS-SWAP-FROM TO WS-SWAP-MSG-FROM.
           MOVE PRODMAST-KEY TO WS-SWAP-MSG-TO.

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
      *keeping it modified cannot re-trigger the fill.  Copy-from
      *stays fill-once - it only comes in on the turn it is keyed
           MOVE DFHBMFSE TO CUSTNUMA.
           MOVE DFHBMFSE TO SHIPNOA.
           MOVE DFHBMFSE TO WHSEA.
           MOVE DFHBMUNP TO COPYFROMA.
       
       600-MOVE.
           ELSE
               MOVE SPACES TO ORDFILE-CUST-NO
           END-IF.
      *and to the ship-to the address came from - 305 proved that
      *one too; blank means the order ships to the bill-to address
           IF CUSTNUMI IS NUMERIC AND SHIPNOI IS NUMERIC
               MOVE SHIPNOI TO ORDFILE-SHIPTO-NO
           ELSE
               MOVE SPACES TO ORDFILE-SHIPTO-NO
           END-IF.
      *and to the account's default sales rep - a change of rep is
      *made afterwards on the amendment screen
           MOVE WS-ORDER-REP-CODE TO ORDFILE-REP-CODE.
      *and to the warehouse 345 settled on, which ships it
           MOVE WS-STOCK-WHSE TO ORDFILE-WHSE-CODE.

      *Store the order total priced off PRODMAST during the edits,
      *and the provincial tax computed beside it
               MOVE 'Y' TO WS-AUDITX-DONE
           END-IF.

      *PF4 opens the notes screen for the order on the screen - once
      *the order is written the number the system assigned is there
      *to carry across
       470-ORDER-NOTES.
           IF INVNUML IS NOT EQUAL TO 7 OR INVNUMI IS NOT NUMERIC
               MOVE LOW-VALUES TO MAP2O
               PERFORM 500-UNPROTECT-MAP
               MOVE 'WRITE THE ORDER BEFORE KEYING ITS NOTES' TO MSGO
               MOVE -1 TO INVNUML
               GO TO 900-SEND-MAP
           END-IF.

           MOVE WS-OPERATOR-ID TO WS-NOTES-OPERATOR-ID.
           MOVE 'NTE' TO WS-NOTES-TRANSFER.
           MOVE INVNUMI TO WS-NOTES-INVOICE.
           EXEC CICS XCTL
               PROGRAM('JEPRHX')
               COMMAREA(WS-NOTES-COMMAREA)
               LENGTH(WS-NOTES-LENGTH)
           END-EXEC.

      *Moves your cursor at whatever?
       900-SEND-MAP.
            MOVE '   E N T R Y  S C R E E N' TO TITLEO.
