       IDENTIFICATION DIVISION.
       PROGRAM-ID. JEPRIF.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RS-6000.
       OBJECT-COMPUTER. RS-6000.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY 'JEMAP11'.
       COPY 'DFHBMSCA'.
       COPY 'QUOTE-LAYOUT'.
       COPY 'QUOTEDET-LAYOUT'.
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

       01 WS-OPERATOR-ID           PIC X(08).
       01 WS-CICS-RESP             PIC S9(8) COMP.

      *Stock a line can draw on in the shipping warehouse named in
      *WS-STOCK-WHSE - the product's STOCKWH count there for a
      *stocked product, the fewest complete kits its components make
      *up there for a kit on KITBOM (see 378-STOCK-AVAILABLE)
       01 WS-STOCK-AVAIL           PIC 9(05) VALUE 0.
       01 WS-STOCK-WHSE            PIC X(02) VALUE SPACES.
       01 WS-KIT-SUB               PIC 9(02) COMP VALUE 0.
       01 WS-KIT-COMP-KITS         PIC 9(05) VALUE 0.
       01 WS-AUDIT-BEFORE-IMAGE     PIC X(226).
       01 WS-AUDITX-DONE            PIC X VALUE 'N'.
       01 WS-ABSTIME               PIC S9(15) COMP-3.
       01 WS-TODAY                 PIC X(08) VALUE SPACES.

      *A quote is good for thirty days unless the operator keys a
      *different expiry - the default is worked out on the clock,
      *thirty days of milliseconds past now
       01 WS-EXPIRY-ABSTIME        PIC S9(15) COMP-3.
       01 WS-EXPIRY-DAYS-MS        PIC S9(15) COMP-3
                                   VALUE 2592000000.
       01 WS-EXPIRY-DATE           PIC X(08) VALUE SPACES.
       01 WS-EXPIRY-PARTS REDEFINES WS-EXPIRY-DATE.
          05 WS-EXPIRY-YYYY        PIC 9(04).
          05 WS-EXPIRY-MM          PIC 9(02).
          05 WS-EXPIRY-DD          PIC 9(02).

      *The ten quote lines, loaded off the screen for the edits or
      *off QUOTE/QUOTEDET for a display, print or conversion.  A
      *line never keyed has spaces for its product and zero for its
      *quantity and price
       01 WS-LINE-SUB              PIC 9(02) COMP VALUE 0.
       01 WS-QUOTE-LINES.
          05 WS-QL OCCURS 10 TIMES.
             10 WS-QL-A            PIC X(04).
             10 WS-QL-B            PIC X(04).
             10 WS-QL-QTY-X        PIC X(03).
             10 WS-QL-ALEN         PIC S9(4) COMP.
             10 WS-QL-BLEN         PIC S9(4) COMP.
             10 WS-QL-QLEN         PIC S9(4) COMP.
             10 WS-QL-QTY          PIC 9(03).
             10 WS-QL-PRICE        PIC 9(05)V99.

      *The first line the edits refused, and why - the cursor goes
      *to that line's product
       01 WS-LINE-ERROR-ROW        PIC 9(02) VALUE 0.
       01 WS-LINE-ERROR-MSG.
          05 FILLER                PIC X(05) VALUE 'LINE '.
          05 WL-LINE               PIC Z9.
          05 FILLER                PIC X(02) VALUE ': '.
          05 WL-ERROR              PIC X(40).

       01 WS-PRODX1LI              PIC X(4).
       01 WS-PRODX2LI              PIC X(4).
       01 WS-PROD-ERROR-FLAG       PIC 9 VALUE 0.
       01 WS-PROD-ERROR            PIC X(40).
       01 WS-LINE-QTY              PIC 9(03) VALUE 0.

      *Discontinued product handling, as on order entry - a line
      *keyed with a discontinued product that names a replacement
      *is quoted as the replacement, and the screen comes back once
      *showing the codes that will be stored
       01 WS-PROD-SWAPPED          PIC 9 VALUE 0.
       01 WS-SWAP-HOPS             PIC 9 VALUE 0.
       01 WS-SWAP-COUNT            PIC 9(02) VALUE 0.
       01 WS-SWAP-FROM             PIC X(08).
       01 WS-SWAP-MSG.
          05 FILLER                PIC X(05) VALUE 'LINE '.
          05 WS-SWAP-MSG-LINE      PIC Z9.
          05 FILLER                PIC X VALUE SPACE.
          05 WS-SWAP-MSG-FROM      PIC X(08).
          05 FILLER                PIC X(28) VALUE
             ' DISCONTINUED - REPLACED BY '.
          05 WS-SWAP-MSG-TO        PIC X(08).

      *Quote total priced the same way order entry prices an order,
      *carried in the commarea across the confirmation turn so the
      *write only goes ahead on the figure the operator has seen
       01 WS-QUOTE-TOTAL           PIC 9(07)V99 VALUE 0.
       01 WS-TAX-AMOUNT            PIC 9(05)V99 VALUE 0.
       01 WS-TOTAL-DISPLAY         PIC Z,ZZZ,ZZ9.99.
       01 WS-MONEY-DISPLAY         PIC ZZ,ZZ9.99.
       01 WS-PRICE-IN-FORCE        PIC 9(05)V99 VALUE 0.
       01 WS-PRICE-CUST-NO         PIC X(06) VALUE SPACES.
       01 WS-PRICE-DISC-PCT        PIC 9(02)V99 VALUE 0.
       01 WS-QUOTE-REP-CODE        PIC X(03) VALUE SPACES.

      *Conversion work fields - the order is allocated and credit
      *checked exactly as order entry does it, at the moment the
      *customer commits rather than when the quote was priced
       01 WS-BACKORDER-FLAG        PIC 9 VALUE 0.
       01 WS-HELD-FLAG             PIC 9 VALUE 0.
       01 WS-NEW-BALANCE           PIC 9(08)V99 VALUE 0.
       01 WS-ASSIGN-RETRY          PIC 9 VALUE 0.
       01 WS-CONVERT-MSG.
          05 FILLER                PIC X(25) VALUE
             'QUOTE CONVERTED - ORDER '.
          05 WS-CONVERT-INVOICE    PIC X(07).
          05 FILLER                PIC X VALUE SPACE.
          05 WS-CONVERT-NOTE       PIC X(27) VALUE SPACES.
       01 WS-CONVERTED-MSG.
          05 FILLER                PIC X(34) VALUE
             'QUOTE ALREADY CONVERTED TO ORDER '.
          05 WS-CONVERTED-INVOICE  PIC X(07).

      *The quote document goes to the spooled printer the same way
      *the inquiry screen prints an order confirmation slip
       01 WS-SPOOL-TOKEN           PIC S9(8) COMP.
       01 WS-PRINT-LENGTH          PIC S9(4) COMP VALUE 80.
       01 WS-PRINT-LINE            PIC X(80).
       01 WS-PRINT-GOODS           PIC 9(07)V99 VALUE 0.

       01 WS-PRINT-TITLE-LINE.
          05 FILLER                PIC X(30) VALUE
             'Q U O T A T I O N'.
          05 FILLER                PIC X(10) VALUE 'QUOTE NO: '.
          05 WP-QUOTE-NO           PIC X(07).
          05 FILLER                PIC X(33) VALUE SPACES.

       01 WS-PRINT-DATE-LINE.
          05 FILLER                PIC X(12) VALUE 'QUOTE DATE: '.
          05 WP-QUOTE-DATE         PIC X(08).
          05 FILLER                PIC X(05) VALUE SPACES.
          05 FILLER                PIC X(13) VALUE 'VALID UNTIL: '.
          05 WP-EXPIRY-DATE        PIC X(08).
          05 FILLER                PIC X(05) VALUE SPACES.
          05 FILLER                PIC X(09) VALUE 'ACCOUNT: '.
          05 WP-CUST-NO            PIC X(06).
          05 FILLER                PIC X(14) VALUE SPACES.

       01 WS-PRINT-ADDR-LINE.
          05 FILLER                PIC X(06) VALUE SPACES.
          05 WP-ADDR               PIC X(20).
          05 FILLER                PIC X(54) VALUE SPACES.

       01 WS-PRINT-POSTAL-LINE.
          05 FILLER                PIC X(06) VALUE SPACES.
          05 WP-POSTAL-1           PIC X(03).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 WP-POSTAL-2           PIC X(03).
          05 FILLER                PIC X(04) VALUE SPACES.
          05 FILLER                PIC X(07) VALUE 'PHONE: '.
          05 WP-AREA               PIC X(03).
          05 FILLER                PIC X(01) VALUE '-'.
          05 WP-EXCHANGE           PIC X(03).
          05 FILLER                PIC X(01) VALUE '-'.
          05 WP-PHONE-NUM          PIC X(04).
          05 FILLER                PIC X(44) VALUE SPACES.

       01 WS-PRINT-COLUMN-LINE.
          05 FILLER                PIC X(40) VALUE
             'LN PRODUCT   DESCRIPTION            QTY '.
          05 FILLER                PIC X(40) VALUE
             '   UNIT PRICE        AMOUNT'.

       01 WS-PRINT-ITEM-LINE.
          05 WP-LINE               PIC Z9.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 WP-PROD-A             PIC X(04).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 WP-PROD-B             PIC X(04).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 WP-DESCRIPTION        PIC X(20).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 WP-QTY                PIC ZZ9.
          05 FILLER                PIC X(04) VALUE SPACES.
          05 WP-UNIT-PRICE         PIC ZZ,ZZ9.99.
          05 FILLER                PIC X(02) VALUE SPACES.
          05 WP-AMOUNT             PIC Z,ZZZ,ZZ9.99.
          05 FILLER                PIC X(14) VALUE SPACES.

       01 WS-PRINT-MONEY-LINE.
          05 FILLER                PIC X(40) VALUE SPACES.
          05 WP-MONEY-LABEL        PIC X(14).
          05 WP-MONEY              PIC Z,ZZZ,ZZ9.99.
          05 FILLER                PIC X(14) VALUE SPACES.

       01 WS-PRINT-FOOT-LINE.
          05 FILLER                PIC X(40) VALUE
             'PRICES ARE HELD UNTIL THE VALID-UNTIL DA'.
          05 FILLER                PIC X(40) VALUE
             'TE ABOVE.  STOCK IS NOT RESERVED.'.

       01 WS-QUOTE-COMMAREA.
          05 WS-QUOTE-OPERATOR-ID  PIC X(8).
          05 WS-QUOTE-TRANSFER     PIC X(3).
          05 WS-QUOTE-CA-NO        PIC X(7).
          05 WS-QUOTE-CA-TOTAL     PIC 9(07)V99.
       01 WS-QUOTE-CA-LENGTH       PIC S9(4) COMP VALUE 27.

       LINKAGE SECTION.
           01 DFHCOMMAREA.
               05 LK-OPERATOR-ID   PIC X(08).
               05 LK-TRANSFER      PIC X(03).
               05 LK-QUOTE-NO      PIC X(07).
               05 LK-QUOTE-TOTAL   PIC 9(07)V99.

       PROCEDURE DIVISION.
       000-START-LOGIC.
           EXEC CICS HANDLE CONDITION
                  MAPFAIL(100-FIRST-TIME)
           END-EXEC.

           EXEC CICS HANDLE AID
              PF1(910-BACK-TO-PRGM)
              PF9(999-EXIT)
           END-EXEC.

           IF EIBCALEN > 0
               MOVE LK-OPERATOR-ID TO WS-OPERATOR-ID
           END-IF.

           IF EIBCALEN = 11
               GO TO 100-FIRST-TIME
           END-IF.

           EXEC CICS
              RECEIVE MAP('MAP11') MAPSET('JEMAP11')
           END-EXEC.

           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-TODAY)
           END-EXEC.

           GO TO 200-MAIN-LOGIC.

       100-FIRST-TIME.
           MOVE LOW-VALUES TO MAP11O.
           PERFORM 500-UNPROTECT-MAP.
           MOVE 'N' TO ACTIONO.
           MOVE 'ACTION N=NEW QUOTE D=DISPLAY C=CONVERT P=PRINT'
               TO MSGO.
           MOVE ' Q U O T A T I O N S' TO TITLEO.
           EXEC CICS
                 SEND MAP('MAP11') MAPSET('JEMAP11') ERASE
           END-EXEC.

           MOVE WS-OPERATOR-ID TO WS-OPID-OPERATOR-ID.
           EXEC CICS
                RETURN TRANSID('JE20')
                COMMAREA(WS-OPID-COMMAREA)
                LENGTH(WS-OPID-LENGTH)
           END-EXEC.

       200-MAIN-LOGIC.
           IF QUOTENOI = 'XXXXXXX'
              EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC
              EXEC CICS RETURN END-EXEC
           END-IF.

           IF ACTIONI = 'D'
               GO TO 300-DISPLAY-QUOTE
           END-IF.
           IF ACTIONI = 'C'
               GO TO 400-CONVERT-QUOTE
           END-IF.
           IF ACTIONI = 'P'
               GO TO 450-PRINT-QUOTE
           END-IF.
           IF ACTIONI = 'N' OR ACTIONI = SPACES
               OR ACTIONI = LOW-VALUES
               GO TO 250-NEW-QUOTE
           END-IF.

           MOVE LOW-VALUES TO MAP11O.
           PERFORM 500-UNPROTECT-MAP.
           MOVE 'ACTION MUST BE N, D, C OR P' TO MSGO.
           MOVE -1 TO ACTIONL.
           MOVE DFHUNIMD TO ACTIONA.
           GO TO 900-SEND-MAP.

      *A new quote is keyed, edited and priced the way order entry
      *keys an order - a customer number on an empty screen fills
      *the contact fields first, then every ENTER edits and prices,
      *and the quote is written on the second ENTER once the total
      *has been in front of the operator.  The quote number comes
      *off INVCTL at write time; anything keyed there is ignored
       250-NEW-QUOTE.
           IF CUSTNUML > 0
               AND (NAMEL = 0 OR NAMEI = SPACES
                   OR NAMEI = LOW-VALUES)
               GO TO 220-CUSTOMER-FILL
           END-IF.

           PERFORM 305-CUSTOMER-NUMBER-CHECK
               THRU 305-CUSTOMER-NUMBER-DONE.
           PERFORM 500-UNPROTECT-MAP.
           PERFORM 320-CONTACT-INFORMATION-CHECK.
           PERFORM 330-ALINE-INFORMATION-CHECK.
           PERFORM 340-POSTAL-CODE-CHECK.
           PERFORM 350-PHONE-NUMBER-CHECK.
           PERFORM 360-LINES-CHECK.
           PERFORM 365-EXPIRY-CHECK THRU 365-EXPIRY-CHECK-EXIT.
           PERFORM 380-COMPUTE-TAX.

           IF EIBCALEN = 27 AND LK-TRANSFER = 'NEW'
               AND WS-SWAP-COUNT = 0
               IF WS-QUOTE-TOTAL = LK-QUOTE-TOTAL
                   PERFORM 600-MOVE
                   GO TO 770-WRITE-QUOTE
               END-IF
           END-IF.
           GO TO 800-CONFIRM-TOTAL.

      *Every edit has passed - show the priced lines, total, tax
      *and expiry for the operator to confirm
       800-CONFIRM-TOTAL.
           MOVE LOW-VALUES TO MAP11O.
           PERFORM 500-UNPROTECT-MAP.
           PERFORM 520-SHOW-LINES.
           MOVE WS-QUOTE-TOTAL TO WS-TOTAL-DISPLAY.
           MOVE WS-TOTAL-DISPLAY TO TOTALO.
           MOVE WS-TAX-AMOUNT TO WS-MONEY-DISPLAY.
           MOVE WS-MONEY-DISPLAY TO TAXO.
           MOVE WS-EXPIRY-DATE TO EXPIRYO.
           IF WS-SWAP-COUNT > 0
               MOVE WS-SWAP-MSG TO MSGO
           ELSE
               IF EIBCALEN = 27 AND LK-TRANSFER = 'NEW'
                   MOVE 'QUOTE TOTAL CHANGED - PRESS ENTER TO CONFIRM'
                       TO MSGO
               ELSE
                   MOVE 'CHECK TOTAL, PRESS ENTER TO CONFIRM QUOTE'
                       TO MSGO
               END-IF
           END-IF.
           MOVE -1 TO NAMEL.

           MOVE ' Q U O T A T I O N S' TO TITLEO.
           EXEC CICS SEND MAP('MAP11') MAPSET('JEMAP11') CURSOR
               END-EXEC.
           MOVE WS-OPERATOR-ID TO WS-QUOTE-OPERATOR-ID.
           MOVE 'NEW' TO WS-QUOTE-TRANSFER.
           MOVE SPACES TO WS-QUOTE-CA-NO.
           MOVE WS-QUOTE-TOTAL TO WS-QUOTE-CA-TOTAL.
           EXEC CICS RETURN TRANSID('JE20')
               COMMAREA(WS-QUOTE-COMMAREA)
               LENGTH(WS-QUOTE-CA-LENGTH)
           END-EXEC.

      *Fill the contact fields from CUSTMAST (or from SHIPTO when a
      *ship-to number is keyed beside the account), exactly as the
      *order entry screen does
       220-CUSTOMER-FILL.
           IF CUSTNUMI IS NOT NUMERIC
               MOVE LOW-VALUES TO MAP11O
               PERFORM 500-UNPROTECT-MAP
               MOVE 'CUSTOMER NUMBER MUST BE 6 DIGITS' TO MSGO
               MOVE -1 TO CUSTNUML
               GO TO 900-SEND-MAP
           END-IF.

           MOVE CUSTNUMI TO CUSTMAST-CUST-NO.
           EXEC CICS READ FILE('CUSTMAST')
               INTO (CUSTMAST-RECORD)
               LENGTH (CUSTMAST-LENGTH)
               RIDFLD (CUSTMAST-CUST-NO)
               RESP (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE LOW-VALUES TO MAP11O
               PERFORM 500-UNPROTECT-MAP
               MOVE 'CUSTOMER NOT ON CUSTOMER MASTER' TO MSGO
               MOVE -1 TO CUSTNUML
               GO TO 900-SEND-MAP
           END-IF.

           IF SHIPNOL > 0
               AND SHIPNOI NOT = SPACES AND SHIPNOI NOT = LOW-VALUES
               GO TO 225-SHIPTO-FILL
           END-IF.

           MOVE LOW-VALUES TO MAP11O.
           PERFORM 500-UNPROTECT-MAP.
           MOVE CUSTMAST-NAME TO NAMEO.
           MOVE CUSTMAST-ADDR-LINE1 TO ALINE1O.
           MOVE CUSTMAST-ADDR-LINE2 TO ALINE2O.
           MOVE CUSTMAST-ADDR-LINE3 TO ALINE3O.
           MOVE CUSTMAST-POSTAL-1 TO POST1O.
           MOVE CUSTMAST-POSTAL-2 TO POST2O.
           MOVE CUSTMAST-AREA-CODE TO AREAO.
           MOVE CUSTMAST-EXCHANGE TO PREFIXO.
           MOVE CUSTMAST-PHONE-NUM TO LINENUMO.
           MOVE CUSTMAST-CUST-NO TO CUSTNUMO.
           MOVE -1 TO PROD1AL.
           MOVE 'CUSTOMER DETAILS FILLED - COMPLETE QUOTE AND ENTER'
               TO MSGO.
           GO TO 900-SEND-MAP.

       225-SHIPTO-FILL.
           PERFORM 228-READ-SHIPTO.
           IF WS-CICS-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 900-SEND-MAP
           END-IF.

           MOVE LOW-VALUES TO MAP11O.
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
           MOVE -1 TO PROD1AL.
           MOVE 'SHIP-TO DETAILS FILLED - COMPLETE QUOTE AND ENTER'
               TO MSGO.
           GO TO 900-SEND-MAP.

      *Reads the keyed customer's ship-to.  On a bad number the
      *screen is already set up with the message when this returns
       228-READ-SHIPTO.
           IF SHIPNOI IS NOT NUMERIC
               MOVE LOW-VALUES TO MAP11O
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
                   MOVE LOW-VALUES TO MAP11O
                   PERFORM 500-UNPROTECT-MAP
                   MOVE 'SHIP-TO NOT ON FILE FOR THIS CUSTOMER' TO MSGO
                   MOVE -1 TO SHIPNOL
               END-IF
           END-IF.

      *A customer number has to be a real CUSTMAST account - the
      *quote is priced for it (contract prices and blanket discount)
      *and carries its sales rep.  Blank is a walk-in, priced at list
       305-CUSTOMER-NUMBER-CHECK.
           MOVE SPACES TO WS-PRICE-CUST-NO.
           MOVE 0 TO WS-PRICE-DISC-PCT.
           MOVE SPACES TO WS-QUOTE-REP-CODE.
           IF CUSTNUMI = SPACES OR CUSTNUMI = LOW-VALUES
               IF SHIPNOL > 0
                   AND SHIPNOI NOT = SPACES AND SHIPNOI NOT = LOW-VALUES
                   MOVE LOW-VALUES TO MAP11O
                   PERFORM 500-UNPROTECT-MAP
                   MOVE 'SHIP-TO NEEDS THE CUSTOMER NUMBER' TO MSGO
                   MOVE -1 TO CUSTNUML
                   GO TO 900-SEND-MAP
               END-IF
               GO TO 305-CUSTOMER-NUMBER-DONE
           END-IF.

           IF CUSTNUMI IS NOT NUMERIC
               MOVE LOW-VALUES TO MAP11O
               PERFORM 500-UNPROTECT-MAP
               MOVE 'CUSTOMER NUMBER MUST BE 6 DIGITS' TO MSGO
               MOVE -1 TO CUSTNUML
               GO TO 900-SEND-MAP
           END-IF.

           MOVE CUSTNUMI TO CUSTMAST-CUST-NO.
           EXEC CICS READ FILE('CUSTMAST')
               INTO (CUSTMAST-RECORD)
               LENGTH (CUSTMAST-LENGTH)
               RIDFLD (CUSTMAST-CUST-NO)
               RESP (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE LOW-VALUES TO MAP11O
               PERFORM 500-UNPROTECT-MAP
               MOVE 'CUSTOMER NOT ON CUSTOMER MASTER' TO MSGO
               MOVE -1 TO CUSTNUML
               GO TO 900-SEND-MAP
           END-IF.

           MOVE CUSTMAST-CUST-NO TO WS-PRICE-CUST-NO.
           MOVE CUSTMAST-DISCOUNT-PCT TO WS-PRICE-DISC-PCT.
           MOVE CUSTMAST-REP-CODE TO WS-QUOTE-REP-CODE.

           IF SHIPNOL > 0
               AND SHIPNOI NOT = SPACES AND SHIPNOI NOT = LOW-VALUES
               PERFORM 228-READ-SHIPTO
               IF WS-CICS-RESP NOT EQUAL DFHRESP(NORMAL)
                   GO TO 900-SEND-MAP
               END-IF
           END-IF.
       305-CUSTOMER-NUMBER-DONE.
           EXIT.

       320-CONTACT-INFORMATION-CHECK.
           IF NAMEI = LOW-VALUES OR NAMEI = SPACES
               MOVE LOW-VALUES TO MAP11O
               PERFORM 500-UNPROTECT-MAP
               MOVE 'NAME MUST HAVE AN INPUT' TO MSGO
               MOVE -1 TO NAMEL
               MOVE DFHUNIMD TO NAMEA
               GO TO 900-SEND-MAP
           END-IF.
           IF NAMEL LESS THAN 4
               MOVE LOW-VALUES TO MAP11O
               PERFORM 500-UNPROTECT-MAP
               MOVE 'NAME MUST BE AT LEAST 4 CHARACTERS' TO MSGO
               MOVE -1 TO NAMEL
               MOVE DFHUNIMD TO NAMEA
               GO TO 900-SEND-MAP
           END-IF.

       330-ALINE-INFORMATION-CHECK.
           IF ALINE1I = LOW-VALUES OR ALINE1I = SPACES
               OR ALINE1L LESS THAN 3
               MOVE LOW-VALUES TO MAP11O
               PERFORM 500-UNPROTECT-MAP
               MOVE 'ADDRESS LINE 1 MUST HAVE AT LEAST 3 CHARACTERS'
                   TO MSGO
               MOVE -1 TO ALINE1L
               MOVE DFHUNIMD TO ALINE1A
               GO TO 900-SEND-MAP
           END-IF.
           IF ALINE2I = LOW-VALUES OR ALINE2I = SPACES
               OR ALINE2L LESS THAN 3
               MOVE LOW-VALUES TO MAP11O
               PERFORM 500-UNPROTECT-MAP
               MOVE 'ADDRESS LINE 2 MUST HAVE AT LEAST 3 CHARACTERS'
                   TO MSGO
               MOVE -1 TO ALINE2L
               MOVE DFHUNIMD TO ALINE2A
               GO TO 900-SEND-MAP
           END-IF.
      *Address line 3 is optional, but anything keyed there has to
      *be a real line
           IF ALINE3L > 0
               AND ALINE3I NOT = SPACES AND ALINE3I NOT = LOW-VALUES
               AND ALINE3L LESS THAN 3
               MOVE LOW-VALUES TO MAP11O
               PERFORM 500-UNPROTECT-MAP
               MOVE 'ADDRESS LINE 3 MUST HAVE AT LEAST 3 CHARACTERS'
                   TO MSGO
               MOVE -1 TO ALINE3L
               MOVE DFHUNIMD TO ALINE3A
               GO TO 900-SEND-MAP
           END-IF.

      *Postal code format, then the FSAMAST lookup that proves the
      *forward sortation area is real - the province letter picks
      *the tax rate
       340-POSTAL-CODE-CHECK.
           IF POST1I = LOW-VALUES
               OR POST1I(1:1) IS NOT ALPHABETIC
               OR POST1I(3:1) IS NOT ALPHABETIC
               OR POST1I(2:1) IS NOT NUMERIC
               MOVE LOW-VALUES TO MAP11O
               PERFORM 500-UNPROTECT-MAP
               MOVE 'POSTAL CODE 1 MUST FOLLOW THE L#L FORMAT' TO MSGO
               MOVE -1 TO POST1L
               MOVE DFHUNIMD TO POST1A
               GO TO 900-SEND-MAP
           END-IF.

           MOVE POST1I TO FSAMAST-FSA.
           EXEC CICS READ FILE('FSAMAST')
               INTO (FSAMAST-RECORD)
               LENGTH (FSAMAST-LENGTH)
               RIDFLD (FSAMAST-FSA)
               RESP (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE LOW-VALUES TO MAP11O
               PERFORM 500-UNPROTECT-MAP
               MOVE 'POSTAL CODE IS NOT A RECOGNIZED FSA' TO MSGO
               MOVE -1 TO POST1L
               MOVE DFHUNIMD TO POST1A
               GO TO 900-SEND-MAP
           END-IF.

           IF POST2I = LOW-VALUES
               OR POST2I(1:1) IS NOT NUMERIC
               OR POST2I(3:1) IS NOT NUMERIC
               OR POST2I(2:1) IS NOT ALPHABETIC
               MOVE LOW-VALUES TO MAP11O
               PERFORM 500-UNPROTECT-MAP
               MOVE 'POSTAL CODE 2 MUST FOLLOW THE #L# FORMAT' TO MSGO
               MOVE -1 TO POST2L
               MOVE DFHUNIMD TO POST2A
               GO TO 900-SEND-MAP
           END-IF.

       350-PHONE-NUMBER-CHECK.
           IF AREAI IS NOT NUMERIC
               MOVE LOW-VALUES TO MAP11O
               PERFORM 500-UNPROTECT-MAP
               MOVE 'AREA MUST BE NUMERIC' TO MSGO
               MOVE -1 TO AREAL
               MOVE DFHUNIMD TO AREAA
               GO TO 900-SEND-MAP
           END-IF.

           MOVE AREAI TO AREACODE-CODE.
           EXEC CICS READ FILE('AREACODE')
               INTO (AREACODE-RECORD)
               LENGTH (AREACODE-LENGTH)
               RIDFLD (AREACODE-CODE)
               RESP (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE LOW-VALUES TO MAP11O
               PERFORM 500-UNPROTECT-MAP
               MOVE 'AREA CODE IS NOT A RECOGNIZED AREA CODE' TO MSGO
               MOVE -1 TO AREAL
               MOVE DFHUNIMD TO AREAA
               GO TO 900-SEND-MAP
           END-IF.

           IF PREFIXI IS NOT NUMERIC
               MOVE LOW-VALUES TO MAP11O
               PERFORM 500-UNPROTECT-MAP
               MOVE 'PREFIX MUST BE NUMERIC' TO MSGO
               MOVE -1 TO PREFIXL
               MOVE DFHUNIMD TO PREFIXA
               GO TO 900-SEND-MAP
           END-IF.

           IF LINENUMI IS NOT NUMERIC
               MOVE LOW-VALUES TO MAP11O
               PERFORM 500-UNPROTECT-MAP
               MOVE 'LINENUM MUST BE NUMERIC' TO MSGO
               MOVE -1 TO LINENUML
               MOVE DFHUNIMD TO LINENUMA
               GO TO 900-SEND-MAP
           END-IF.

      *Line one is required, lines two to ten only when keyed.  The
      *lines are picked off the screen into WS-QUOTE-LINES and edited
      *and priced one at a time; the first bad line comes back with
      *the cursor on it
       360-LINES-CHECK.
           MOVE 0 TO WS-QUOTE-TOTAL.
           MOVE 0 TO WS-SWAP-COUNT.
           PERFORM 362-LOAD-SCREEN-LINES.

           MOVE 0 TO WS-LINE-ERROR-ROW.
           PERFORM 366-CHECK-ONE-LINE THRU 366-CHECK-ONE-LINE-EXIT
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > 10 OR WS-LINE-ERROR-ROW > 0.

           IF WS-LINE-ERROR-ROW > 0
               MOVE LOW-VALUES TO MAP11O
               PERFORM 500-UNPROTECT-MAP
               MOVE WS-LINE-ERROR-MSG TO MSGO
               PERFORM 530-LINE-CURSOR
               GO TO 900-SEND-MAP
           END-IF.

       362-LOAD-SCREEN-LINES.
           MOVE PROD1AI TO WS-QL-A (1).
           MOVE PROD1BI TO WS-QL-B (1).
           MOVE QTY1I TO WS-QL-QTY-X (1).
           MOVE PROD1AL TO WS-QL-ALEN (1).
           MOVE PROD1BL TO WS-QL-BLEN (1).
           MOVE QTY1L TO WS-QL-QLEN (1).
           MOVE PROD2AI TO WS-QL-A (2).
           MOVE PROD2BI TO WS-QL-B (2).
           MOVE QTY2I TO WS-QL-QTY-X (2).
           MOVE PROD2AL TO WS-QL-ALEN (2).
           MOVE PROD2BL TO WS-QL-BLEN (2).
           MOVE QTY2L TO WS-QL-QLEN (2).
           MOVE PROD3AI TO WS-QL-A (3).
           MOVE PROD3BI TO WS-QL-B (3).
           MOVE QTY3I TO WS-QL-QTY-X (3).
           MOVE PROD3AL TO WS-QL-ALEN (3).
           MOVE PROD3BL TO WS-QL-BLEN (3).
           MOVE QTY3L TO WS-QL-QLEN (3).
           MOVE PROD4AI TO WS-QL-A (4).
           MOVE PROD4BI TO WS-QL-B (4).
           MOVE QTY4I TO WS-QL-QTY-X (4).
           MOVE PROD4AL TO WS-QL-ALEN (4).
           MOVE PROD4BL TO WS-QL-BLEN (4).
           MOVE QTY4L TO WS-QL-QLEN (4).
           MOVE PROD5AI TO WS-QL-A (5).
           MOVE PROD5BI TO WS-QL-B (5).
           MOVE QTY5I TO WS-QL-QTY-X (5).
           MOVE PROD5AL TO WS-QL-ALEN (5).
           MOVE PROD5BL TO WS-QL-BLEN (5).
           MOVE QTY5L TO WS-QL-QLEN (5).
           MOVE PROD6AI TO WS-QL-A (6).
           MOVE PROD6BI TO WS-QL-B (6).
           MOVE QTY6I TO WS-QL-QTY-X (6).
           MOVE PROD6AL TO WS-QL-ALEN (6).
           MOVE PROD6BL TO WS-QL-BLEN (6).
           MOVE QTY6L TO WS-QL-QLEN (6).
           MOVE PROD7AI TO WS-QL-A (7).
           MOVE PROD7BI TO WS-QL-B (7).
           MOVE QTY7I TO WS-QL-QTY-X (7).
           MOVE PROD7AL TO WS-QL-ALEN (7).
           MOVE PROD7BL TO WS-QL-BLEN (7).
           MOVE QTY7L TO WS-QL-QLEN (7).
           MOVE PROD8AI TO WS-QL-A (8).
           MOVE PROD8BI TO WS-QL-B (8).
           MOVE QTY8I TO WS-QL-QTY-X (8).
           MOVE PROD8AL TO WS-QL-ALEN (8).
           MOVE PROD8BL TO WS-QL-BLEN (8).
           MOVE QTY8L TO WS-QL-QLEN (8).
           MOVE PROD9AI TO WS-QL-A (9).
           MOVE PROD9BI TO WS-QL-B (9).
           MOVE QTY9I TO WS-QL-QTY-X (9).
           MOVE PROD9AL TO WS-QL-ALEN (9).
           MOVE PROD9BL TO WS-QL-BLEN (9).
           MOVE QTY9L TO WS-QL-QLEN (9).
           MOVE PROD10AI TO WS-QL-A (10).
           MOVE PROD10BI TO WS-QL-B (10).
           MOVE QTY10I TO WS-QL-QTY-X (10).
           MOVE PROD10AL TO WS-QL-ALEN (10).
           MOVE PROD10BL TO WS-QL-BLEN (10).
           MOVE QTY10L TO WS-QL-QLEN (10).

      *One line: product A four letters, product B four digits, a
      *quantity of at least one (blank means one), then the product
      *master lookup that prices it
       366-CHECK-ONE-LINE.
           MOVE 0 TO WS-QL-QTY (WS-LINE-SUB).
           MOVE 0 TO WS-QL-PRICE (WS-LINE-SUB).
           IF WS-LINE-SUB > 1
               AND (WS-QL-A (WS-LINE-SUB) = SPACES
                   OR WS-QL-A (WS-LINE-SUB) = LOW-VALUES)
               AND (WS-QL-B (WS-LINE-SUB) = SPACES
                   OR WS-QL-B (WS-LINE-SUB) = LOW-VALUES)
               MOVE SPACES TO WS-QL-A (WS-LINE-SUB)
               MOVE SPACES TO WS-QL-B (WS-LINE-SUB)
               GO TO 366-CHECK-ONE-LINE-EXIT
           END-IF.

           MOVE WS-LINE-SUB TO WL-LINE.
           IF WS-QL-A (WS-LINE-SUB) IS NOT ALPHABETIC
               OR WS-QL-ALEN (WS-LINE-SUB) LESS THAN 4
               MOVE WS-LINE-SUB TO WS-LINE-ERROR-ROW
               MOVE 'PRODUCT A MUST BE 4 LETTERS' TO WL-ERROR
               GO TO 366-CHECK-ONE-LINE-EXIT
           END-IF.
           IF WS-QL-B (WS-LINE-SUB) IS NOT NUMERIC
               OR WS-QL-BLEN (WS-LINE-SUB) LESS THAN 4
               MOVE WS-LINE-SUB TO WS-LINE-ERROR-ROW
               MOVE 'PRODUCT B MUST BE 4 DIGITS' TO WL-ERROR
               GO TO 366-CHECK-ONE-LINE-EXIT
           END-IF.

           IF WS-QL-QLEN (WS-LINE-SUB) = 0
               OR WS-QL-QTY-X (WS-LINE-SUB) = SPACES
               OR WS-QL-QTY-X (WS-LINE-SUB) = LOW-VALUES
               MOVE 1 TO WS-QL-QTY (WS-LINE-SUB)
           ELSE
               IF WS-QL-QTY-X (WS-LINE-SUB) IS NOT NUMERIC
                   OR WS-QL-QTY-X (WS-LINE-SUB) = '000'
                   MOVE WS-LINE-SUB TO WS-LINE-ERROR-ROW
                   MOVE 'QTY MUST BE NUMERIC AND AT LEAST 1'
                       TO WL-ERROR
                   GO TO 366-CHECK-ONE-LINE-EXIT
               END-IF
               MOVE WS-QL-QTY-X (WS-LINE-SUB) TO WS-QL-QTY (WS-LINE-SUB)
           END-IF.

           MOVE WS-QL-QTY (WS-LINE-SUB) TO WS-LINE-QTY.
           MOVE WS-QL-A (WS-LINE-SUB) TO WS-PRODX1LI.
           MOVE WS-QL-B (WS-LINE-SUB) TO WS-PRODX2LI.
           PERFORM 370-PRODMAST-LOOKUP.
           IF WS-PROD-ERROR-FLAG = 1
               MOVE WS-LINE-SUB TO WS-LINE-ERROR-ROW
               MOVE WS-PROD-ERROR TO WL-ERROR
               GO TO 366-CHECK-ONE-LINE-EXIT
           END-IF.

      *The line is stored as the product actually priced - the
      *replacement, when a discontinued one was keyed
           MOVE PRODMAST-CODE-A TO WS-QL-A (WS-LINE-SUB).
           MOVE PRODMAST-CODE-B TO WS-QL-B (WS-LINE-SUB).
           MOVE WS-PRICE-IN-FORCE TO WS-QL-PRICE (WS-LINE-SUB).
       366-CHECK-ONE-LINE-EXIT.
           EXIT.

      *The expiry is optional - blank gives thirty days from today.
      *A keyed one has to be a plausible date no earlier than today
       365-EXPIRY-CHECK.
           IF EXPIRYL = 0 OR EXPIRYI = SPACES OR EXPIRYI = LOW-VALUES
               COMPUTE WS-EXPIRY-ABSTIME =
                   WS-ABSTIME + WS-EXPIRY-DAYS-MS
               EXEC CICS FORMATTIME ABSTIME(WS-EXPIRY-ABSTIME)
                   YYYYMMDD(WS-EXPIRY-DATE)
               END-EXEC
               GO TO 365-EXPIRY-CHECK-EXIT
           END-IF.

           IF EXPIRYI IS NOT NUMERIC
               MOVE LOW-VALUES TO MAP11O
               PERFORM 500-UNPROTECT-MAP
               MOVE 'EXPIRY MUST BE A DATE, YYYYMMDD' TO MSGO
               MOVE -1 TO EXPIRYL
               MOVE DFHUNIMD TO EXPIRYA
               GO TO 900-SEND-MAP
           END-IF.

           MOVE EXPIRYI TO WS-EXPIRY-DATE.
           IF WS-EXPIRY-MM < 1 OR WS-EXPIRY-MM > 12
               OR WS-EXPIRY-DD < 1 OR WS-EXPIRY-DD > 31
               MOVE LOW-VALUES TO MAP11O
               PERFORM 500-UNPROTECT-MAP
               MOVE 'EXPIRY MUST BE A DATE, YYYYMMDD' TO MSGO
               MOVE -1 TO EXPIRYL
               MOVE DFHUNIMD TO EXPIRYA
               GO TO 900-SEND-MAP
           END-IF.

           IF WS-EXPIRY-DATE < WS-TODAY
               MOVE LOW-VALUES TO MAP11O
               PERFORM 500-UNPROTECT-MAP
               MOVE 'EXPIRY DATE CANNOT BE BEFORE TODAY' TO MSGO
               MOVE -1 TO EXPIRYL
               MOVE DFHUNIMD TO EXPIRYA
               GO TO 900-SEND-MAP
           END-IF.
       365-EXPIRY-CHECK-EXIT.
           EXIT.

      *Provincial sales tax off the TAXRATE file for the postal
      *code's province letter, the same as on an order
       380-COMPUTE-TAX.
           MOVE 0 TO WS-TAX-AMOUNT.
           MOVE POST1I(1:1) TO TAXRATE-PROVINCE-KEY.

           EXEC CICS READ FILE('TAXRATE')
               INTO (TAXRATE-RECORD)
               LENGTH (TAXRATE-LENGTH)
               RIDFLD (TAXRATE-PROVINCE-KEY)
               RESP (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP EQUAL DFHRESP(NORMAL)
               COMPUTE WS-TAX-AMOUNT ROUNDED =
                   WS-QUOTE-TOTAL * TAXRATE-RATE / 100
           END-IF.

      *Looks up the pair in WS-PRODX1LI/WS-PRODX2LI on PRODMAST,
      *following a discontinued product to its replacement, and adds
      *the line into the quote total at the price in force.  Sets
      *WS-PROD-ERROR-FLAG and WS-PROD-ERROR on a bad product
       370-PRODMAST-LOOKUP.
           MOVE 0 TO WS-PROD-ERROR-FLAG.
           MOVE 0 TO WS-PROD-SWAPPED.
           MOVE 0 TO WS-SWAP-HOPS.
           MOVE WS-PRODX1LI TO PRODMAST-CODE-A.
           MOVE WS-PRODX2LI TO PRODMAST-CODE-B.
           MOVE PRODMAST-KEY TO WS-SWAP-FROM.

           EXEC CICS READ FILE('PRODMAST')
               INTO (PRODMAST-RECORD)
               LENGTH (PRODMAST-LENGTH)
               RIDFLD (PRODMAST-KEY)
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
                   COMPUTE WS-QUOTE-TOTAL = WS-QUOTE-TOTAL
                       + WS-PRICE-IN-FORCE * WS-LINE-QTY
                   IF WS-PROD-SWAPPED = 1
                       PERFORM 372-NOTE-SWAP
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
           MOVE WS-LINE-SUB TO WS-SWAP-MSG-LINE.
           MOVE WS-SWAP-FROM TO WS-SWAP-MSG-FROM.
           MOVE PRODMAST-KEY TO WS-SWAP-MSG-TO.

      *The price in force today - the pending price once its date
      *has arrived - then the account's contract or blanket discount
       376-PRICE-IN-FORCE.
           MOVE PRODMAST-UNIT-PRICE TO WS-PRICE-IN-FORCE.
           IF PRODMAST-PEND-DATE IS NUMERIC
               AND PRODMAST-PEND-DATE NOT > WS-TODAY
               MOVE PRODMAST-PEND-PRICE TO WS-PRICE-IN-FORCE
           END-IF.
           PERFORM 377-CUSTOMER-PRICE.

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


      *Display - the quote as it stands, with EXPIRED in place of
      *OPEN once an open quote has passed its expiry date
       300-DISPLAY-QUOTE.
           PERFORM 410-READ-QUOTE.
           PERFORM 620-LOAD-QUOTE-LINES.

           MOVE LOW-VALUES TO MAP11O.
           PERFORM 500-UNPROTECT-MAP.
           PERFORM 610-SHOW-QUOTE.
           IF QUOTE-ST-CONVERTED
               MOVE QUOTE-INVOICE-NO TO WS-CONVERTED-INVOICE
               MOVE WS-CONVERTED-MSG TO MSGO
           ELSE
               IF QUOTE-EXPIRY-DATE < WS-TODAY
                   MOVE 'QUOTE HAS EXPIRED - KEY A NEW QUOTE TO RENEW'
                       TO MSGO
               ELSE
                   MOVE 'QUOTE DISPLAYED' TO MSGO
               END-IF
           END-IF.
           MOVE -1 TO ACTIONL.
           GO TO 900-SEND-MAP.

      *Print - the quote document for the customer, off the spooled
      *printer
       450-PRINT-QUOTE.
           PERFORM 410-READ-QUOTE.
           PERFORM 620-LOAD-QUOTE-LINES.
           PERFORM 550-SPOOL-QUOTE.

           MOVE LOW-VALUES TO MAP11O.
           PERFORM 500-UNPROTECT-MAP.
           PERFORM 610-SHOW-QUOTE.
           MOVE 'QUOTE DOCUMENT PRINTED' TO MSGO.
           MOVE -1 TO ACTIONL.
           GO TO 900-SEND-MAP.

      *Convert - an open, unexpired quote becomes a real order.  The
      *first ENTER shows the quote and what the conversion will do;
      *the second, with the same quote still on the screen, writes
      *the order.  A product discontinued since the quote was priced
      *stops the conversion - the customer needs a fresh quote
       400-CONVERT-QUOTE.
           PERFORM 410-READ-QUOTE.
           PERFORM 620-LOAD-QUOTE-LINES.

           MOVE LOW-VALUES TO MAP11O.
           PERFORM 500-UNPROTECT-MAP.
           PERFORM 610-SHOW-QUOTE.
           MOVE -1 TO ACTIONL.

           IF NOT QUOTE-ST-OPEN
               MOVE QUOTE-INVOICE-NO TO WS-CONVERTED-INVOICE
               MOVE WS-CONVERTED-MSG TO MSGO
               GO TO 900-SEND-MAP
           END-IF.
           IF QUOTE-EXPIRY-DATE < WS-TODAY
               MOVE 'QUOTE HAS EXPIRED - KEY A NEW QUOTE TO RENEW'
                   TO MSGO
               GO TO 900-SEND-MAP
           END-IF.

           MOVE 0 TO WS-BACKORDER-FLAG.
           MOVE 0 TO WS-LINE-ERROR-ROW.
           PERFORM 415-SHIPPING-WAREHOUSE.
           PERFORM 420-ALLOCATE-ONE-LINE
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > 10 OR WS-LINE-ERROR-ROW > 0.
           IF WS-LINE-ERROR-ROW > 0
               MOVE WS-LINE-ERROR-MSG TO MSGO
               GO TO 900-SEND-MAP
           END-IF.

           IF EIBCALEN = 27 AND LK-TRANSFER = 'CNV'
               AND LK-QUOTE-NO = QUOTE-NO
               GO TO 430-CONVERT-TO-ORDER
           END-IF.

           IF WS-BACKORDER-FLAG = 1
               MOVE 'STOCK SHORT - WILL BACKORDER. ENTER TO CONVERT'
                   TO MSGO
           ELSE
               MOVE 'CONVERT TO AN ORDER AT THE QUOTED PRICES - ENTER'
                   TO MSGO
           END-IF.

           MOVE ' Q U O T A T I O N S' TO TITLEO.
           EXEC CICS SEND MAP('MAP11') MAPSET('JEMAP11') CURSOR
               END-EXEC.
           MOVE WS-OPERATOR-ID TO WS-QUOTE-OPERATOR-ID.
           MOVE 'CNV' TO WS-QUOTE-TRANSFER.
           MOVE QUOTE-NO TO WS-QUOTE-CA-NO.
           MOVE QUOTE-TOTAL TO WS-QUOTE-CA-TOTAL.
           EXEC CICS RETURN TRANSID('JE20')
               COMMAREA(WS-QUOTE-COMMAREA)
               LENGTH(WS-QUOTE-CA-LENGTH)
           END-EXEC.

      *The order a quote becomes ships from the warehouse that serves
      *the ship-to province on TAXRATE, the home warehouse when the
      *province names none - the same default order entry gives.  A
      *different warehouse is set afterwards on the amendment screen
       415-SHIPPING-WAREHOUSE.
           MOVE WHSEMAST-HOME-CODE TO WS-STOCK-WHSE.
           MOVE QUOTE-POSTAL-1(1:1) TO TAXRATE-PROVINCE-KEY.
           EXEC CICS READ FILE('TAXRATE')
               INTO (TAXRATE-RECORD)
               LENGTH (TAXRATE-LENGTH)
               RIDFLD (TAXRATE-PROVINCE-KEY)
               RESP (WS-CICS-RESP)
           END-EXEC.
           IF WS-CICS-RESP EQUAL DFHRESP(NORMAL)
               AND TAXRATE-WHSE-CODE NOT = SPACES
               AND TAXRATE-WHSE-CODE NOT = LOW-VALUES
               MOVE TAXRATE-WHSE-CODE TO WS-STOCK-WHSE
           END-IF.

      *Stock allocation for one line at conversion time, the same
      *rule order entry applies - a line short of stock puts the
      *whole order on BACKORDER.  On-hand is not relieved here
       420-ALLOCATE-ONE-LINE.
           IF WS-QL-A (WS-LINE-SUB) NOT = SPACES
               MOVE WS-QL-A (WS-LINE-SUB) TO PRODMAST-CODE-A
               MOVE WS-QL-B (WS-LINE-SUB) TO PRODMAST-CODE-B
               EXEC CICS READ FILE('PRODMAST')
                   INTO (PRODMAST-RECORD)
                   LENGTH (PRODMAST-LENGTH)
                   RIDFLD (PRODMAST-KEY)
                   RESP (WS-CICS-RESP)
               END-EXEC
               MOVE WS-LINE-SUB TO WL-LINE
               IF WS-CICS-RESP NOT EQUAL DFHRESP(NORMAL)
                   MOVE WS-LINE-SUB TO WS-LINE-ERROR-ROW
                   MOVE 'PRODUCT NO LONGER ON FILE - RE-QUOTE'
                       TO WL-ERROR
               ELSE
                   IF PRODMAST-IS-DISCONTINUED
                       MOVE WS-LINE-SUB TO WS-LINE-ERROR-ROW
                       MOVE 'PRODUCT NOW DISCONTINUED - RE-QUOTE'
                           TO WL-ERROR
                   ELSE
                       PERFORM 378-STOCK-AVAILABLE
                       IF WS-STOCK-AVAIL < WS-QL-QTY (WS-LINE-SUB)
                           MOVE 1 TO WS-BACKORDER-FLAG
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *The quote is re-read for update so two terminals cannot both
      *convert it, then the order is built, credit checked, numbered
      *off INVCTL and written with its detail lines and audit trail,
      *and the quote is marked with the order it became
       430-CONVERT-TO-ORDER.
           EXEC CICS READ FILE('QUOTFILE')
               INTO (QUOTE-RECORD)
               LENGTH (QUOTE-LENGTH)
               RIDFLD (QUOTE-KEY)
               UPDATE
               RESP (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'QUOTE COULD NOT BE READ FOR UPDATE - TRY AGAIN'
                   TO MSGO
               GO TO 900-SEND-MAP
           END-IF.
           IF NOT QUOTE-ST-OPEN
               EXEC CICS UNLOCK FILE('QUOTFILE') END-EXEC
               MOVE QUOTE-INVOICE-NO TO WS-CONVERTED-INVOICE
               MOVE WS-CONVERTED-MSG TO MSGO
               GO TO 900-SEND-MAP
           END-IF.

           PERFORM 640-BUILD-ORDER.
           PERFORM 720-CREDIT-CHECK THRU 730-CREDIT-CHECK-DONE.
           MOVE 0 TO WS-ASSIGN-RETRY.

       705-RETRY-WRITE.
           PERFORM 710-ASSIGN-INVOICE-NO.

           EXEC CICS WRITE FILE('ORDFILE')
               FROM (ORDFILE-RECORD)
               LENGTH (ORDFILE-LENGTH)
               RIDFLD (ORDFILE-KEY)
               RESP (WS-CICS-RESP)
           END-EXEC.

      *A collision means the INVCTL counter sits behind the file -
      *each retry draws the next number, and after a few tries the
      *operator is told and the balance posting comes back off
           IF WS-CICS-RESP EQUAL DFHRESP(DUPREC)
               ADD 1 TO WS-ASSIGN-RETRY
               IF WS-ASSIGN-RETRY < 5
                   GO TO 705-RETRY-WRITE
               END-IF
               PERFORM 740-BACK-OUT-BALANCE
                   THRU 740-BACK-OUT-BALANCE-DONE
               EXEC CICS UNLOCK FILE('QUOTFILE') END-EXEC
               MOVE 'INVOICE NUMBERS COLLIDING - CALL SUPPORT' TO MSGO
               GO TO 900-SEND-MAP
           END-IF.

           PERFORM 715-WRITE-ORDER-DETAIL
               VARYING WS-LINE-SUB FROM 6 BY 1
               UNTIL WS-LINE-SUB > 10.

           MOVE SPACES TO WS-AUDIT-BEFORE-IMAGE.
           SET AUDIT-ACTION-WRITE TO TRUE.
           PERFORM 750-WRITE-AUDIT-RECORD.

           SET QUOTE-ST-CONVERTED TO TRUE.
           MOVE ORDFILE-INVOICE-NO TO QUOTE-INVOICE-NO.
           MOVE WS-TODAY TO QUOTE-CONV-DATE.
           EXEC CICS REWRITE FILE('QUOTFILE')
               FROM (QUOTE-RECORD)
               LENGTH (QUOTE-LENGTH)
           END-EXEC.

           MOVE QUOTE-STATUS TO QSTATO.
           MOVE ORDFILE-INVOICE-NO TO INVNUMO.
           MOVE ORDFILE-INVOICE-NO TO WS-CONVERT-INVOICE.
           IF WS-HELD-FLAG = 1
               MOVE 'HELD, CREDIT LIMIT EXCEEDED' TO WS-CONVERT-NOTE
           ELSE
               IF WS-BACKORDER-FLAG = 1
                   MOVE 'BACKORDERED, STOCK SHORT' TO WS-CONVERT-NOTE
               ELSE
                   MOVE SPACES TO WS-CONVERT-NOTE
               END-IF
           END-IF.
           MOVE WS-CONVERT-MSG TO MSGO.
           MOVE 'D' TO ACTIONO.
           GO TO 900-SEND-MAP.

      *Lines six and up go onto ORDDETAIL under the new invoice
       715-WRITE-ORDER-DETAIL.
           IF WS-QL-A (WS-LINE-SUB) NOT = SPACES
               MOVE ORDFILE-INVOICE-NO TO ORDDETAIL-INVOICE-NO
               MOVE WS-LINE-SUB TO ORDDETAIL-LINE-NO
               MOVE WS-QL-A (WS-LINE-SUB) TO ORDDETAIL-PROD-A
               MOVE WS-QL-B (WS-LINE-SUB) TO ORDDETAIL-PROD-B
               MOVE WS-QL-QTY (WS-LINE-SUB) TO ORDDETAIL-QTY
               MOVE 0 TO ORDDETAIL-SHIPPED-QTY
               EXEC CICS WRITE FILE('ORDDETAIL')
                   FROM (ORDDETAIL-RECORD)
                   LENGTH (ORDDETAIL-LENGTH)
                   RIDFLD (ORDDETAIL-KEY)
                   RESP (WS-CICS-RESP)
               END-EXEC
           END-IF.

      *Reads the quote keyed on the screen.  A bad number comes
      *straight back with the message
       410-READ-QUOTE.
           IF QUOTENOI IS NOT NUMERIC
               MOVE LOW-VALUES TO MAP11O
               PERFORM 500-UNPROTECT-MAP
               MOVE 'QUOTE NUMBER MUST BE 7 DIGITS' TO MSGO
               MOVE -1 TO QUOTENOL
               MOVE DFHUNIMD TO QUOTENOA
               GO TO 900-SEND-MAP
           END-IF.

           MOVE QUOTENOI TO QUOTE-NO.
           EXEC CICS READ FILE('QUOTFILE')
               INTO (QUOTE-RECORD)
               LENGTH (QUOTE-LENGTH)
               RIDFLD (QUOTE-KEY)
               RESP (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE LOW-VALUES TO MAP11O
               PERFORM 500-UNPROTECT-MAP
               MOVE 'QUOTE NOT ON QUOTE FILE' TO MSGO
               MOVE -1 TO QUOTENOL
               MOVE DFHUNIMD TO QUOTENOA
               GO TO 900-SEND-MAP
           END-IF.

       500-UNPROTECT-MAP.
           MOVE DFHBMFSE TO QUOTENOA.
           MOVE DFHBMFSE TO ACTIONA.
           MOVE DFHBMFSE TO EXPIRYA.
           MOVE DFHBMFSE TO CUSTNUMA.
           MOVE DFHBMFSE TO SHIPNOA.
           MOVE DFHBMFSE TO NAMEA.
           MOVE DFHBMFSE TO ALINE1A.
           MOVE DFHBMFSE TO ALINE2A.
           MOVE DFHBMFSE TO ALINE3A.
           MOVE DFHBMFSE TO POST1A.
           MOVE DFHBMFSE TO POST2A.
           MOVE DFHBMFSE TO AREAA.
           MOVE DFHBMFSE TO PREFIXA.
           MOVE DFHBMFSE TO LINENUMA.
           MOVE DFHBMFSE TO PROD1AA.
           MOVE DFHBMFSE TO PROD1BA.
           MOVE DFHBMFSE TO QTY1A.
           MOVE DFHBMFSE TO PROD2AA.
           MOVE DFHBMFSE TO PROD2BA.
           MOVE DFHBMFSE TO QTY2A.
           MOVE DFHBMFSE TO PROD3AA.
           MOVE DFHBMFSE TO PROD3BA.
           MOVE DFHBMFSE TO QTY3A.
           MOVE DFHBMFSE TO PROD4AA.
           MOVE DFHBMFSE TO PROD4BA.
           MOVE DFHBMFSE TO QTY4A.
           MOVE DFHBMFSE TO PROD5AA.
           MOVE DFHBMFSE TO PROD5BA.
           MOVE DFHBMFSE TO QTY5A.
           MOVE DFHBMFSE TO PROD6AA.
           MOVE DFHBMFSE TO PROD6BA.
           MOVE DFHBMFSE TO QTY6A.
           MOVE DFHBMFSE TO PROD7AA.
           MOVE DFHBMFSE TO PROD7BA.
           MOVE DFHBMFSE TO QTY7A.
           MOVE DFHBMFSE TO PROD8AA.
           MOVE DFHBMFSE TO PROD8BA.
           MOVE DFHBMFSE TO QTY8A.
           MOVE DFHBMFSE TO PROD9AA.
           MOVE DFHBMFSE TO PROD9BA.
           MOVE DFHBMFSE TO QTY9A.
           MOVE DFHBMFSE TO PROD10AA.
           MOVE DFHBMFSE TO PROD10BA.
           MOVE DFHBMFSE TO QTY10A.

      *Puts the ten lines held in WS-QUOTE-LINES back on the screen
      *with their quoted unit prices
       520-SHOW-LINES.
           IF WS-QL-A (1) NOT = SPACES
               MOVE WS-QL-A (1) TO PROD1AO
               MOVE WS-QL-B (1) TO PROD1BO
               MOVE WS-QL-QTY (1) TO QTY1O
               MOVE WS-QL-PRICE (1) TO WS-MONEY-DISPLAY
               MOVE WS-MONEY-DISPLAY TO PRICE1O
           END-IF.
           IF WS-QL-A (2) NOT = SPACES
               MOVE WS-QL-A (2) TO PROD2AO
               MOVE WS-QL-B (2) TO PROD2BO
               MOVE WS-QL-QTY (2) TO QTY2O
               MOVE WS-QL-PRICE (2) TO WS-MONEY-DISPLAY
               MOVE WS-MONEY-DISPLAY TO PRICE2O
           END-IF.
           IF WS-QL-A (3) NOT = SPACES
               MOVE WS-QL-A (3) TO PROD3AO
               MOVE WS-QL-B (3) TO PROD3BO
               MOVE WS-QL-QTY (3) TO QTY3O
               MOVE WS-QL-PRICE (3) TO WS-MONEY-DISPLAY
               MOVE WS-MONEY-DISPLAY TO PRICE3O
           END-IF.
           IF WS-QL-A (4) NOT = SPACES
               MOVE WS-QL-A (4) TO PROD4AO
               MOVE WS-QL-B (4) TO PROD4BO
               MOVE WS-QL-QTY (4) TO QTY4O
               MOVE WS-QL-PRICE (4) TO WS-MONEY-DISPLAY
               MOVE WS-MONEY-DISPLAY TO PRICE4O
           END-IF.
           IF WS-QL-A (5) NOT = SPACES
               MOVE WS-QL-A (5) TO PROD5AO
               MOVE WS-QL-B (5) TO PROD5BO
               MOVE WS-QL-QTY (5) TO QTY5O
               MOVE WS-QL-PRICE (5) TO WS-MONEY-DISPLAY
               MOVE WS-MONEY-DISPLAY TO PRICE5O
           END-IF.
           IF WS-QL-A (6) NOT = SPACES
               MOVE WS-QL-A (6) TO PROD6AO
               MOVE WS-QL-B (6) TO PROD6BO
               MOVE WS-QL-QTY (6) TO QTY6O
               MOVE WS-QL-PRICE (6) TO WS-MONEY-DISPLAY
               MOVE WS-MONEY-DISPLAY TO PRICE6O
           END-IF.
           IF WS-QL-A (7) NOT = SPACES
               MOVE WS-QL-A (7) TO PROD7AO
               MOVE WS-QL-B (7) TO PROD7BO
               MOVE WS-QL-QTY (7) TO QTY7O
               MOVE WS-QL-PRICE (7) TO WS-MONEY-DISPLAY
               MOVE WS-MONEY-DISPLAY TO PRICE7O
           END-IF.
           IF WS-QL-A (8) NOT = SPACES
               MOVE WS-QL-A (8) TO PROD8AO
               MOVE WS-QL-B (8) TO PROD8BO
               MOVE WS-QL-QTY (8) TO QTY8O
               MOVE WS-QL-PRICE (8) TO WS-MONEY-DISPLAY
               MOVE WS-MONEY-DISPLAY TO PRICE8O
           END-IF.
           IF WS-QL-A (9) NOT = SPACES
               MOVE WS-QL-A (9) TO PROD9AO
               MOVE WS-QL-B (9) TO PROD9BO
               MOVE WS-QL-QTY (9) TO QTY9O
               MOVE WS-QL-PRICE (9) TO WS-MONEY-DISPLAY
               MOVE WS-MONEY-DISPLAY TO PRICE9O
           END-IF.
           IF WS-QL-A (10) NOT = SPACES
               MOVE WS-QL-A (10) TO PROD10AO
               MOVE WS-QL-B (10) TO PROD10BO
               MOVE WS-QL-QTY (10) TO QTY10O
               MOVE WS-QL-PRICE (10) TO WS-MONEY-DISPLAY
               MOVE WS-MONEY-DISPLAY TO PRICE10O
           END-IF.

      *Cursor to the product on the line the edits refused
       530-LINE-CURSOR.
           IF WS-LINE-ERROR-ROW = 1
               MOVE -1 TO PROD1AL
               MOVE DFHUNIMD TO PROD1AA
           END-IF.
           IF WS-LINE-ERROR-ROW = 2
               MOVE -1 TO PROD2AL
               MOVE DFHUNIMD TO PROD2AA
           END-IF.
           IF WS-LINE-ERROR-ROW = 3
               MOVE -1 TO PROD3AL
               MOVE DFHUNIMD TO PROD3AA
           END-IF.
           IF WS-LINE-ERROR-ROW = 4
               MOVE -1 TO PROD4AL
               MOVE DFHUNIMD TO PROD4AA
           END-IF.
           IF WS-LINE-ERROR-ROW = 5
               MOVE -1 TO PROD5AL
               MOVE DFHUNIMD TO PROD5AA
           END-IF.
           IF WS-LINE-ERROR-ROW = 6
               MOVE -1 TO PROD6AL
               MOVE DFHUNIMD TO PROD6AA
           END-IF.
           IF WS-LINE-ERROR-ROW = 7
               MOVE -1 TO PROD7AL
               MOVE DFHUNIMD TO PROD7AA
           END-IF.
           IF WS-LINE-ERROR-ROW = 8
               MOVE -1 TO PROD8AL
               MOVE DFHUNIMD TO PROD8AA
           END-IF.
           IF WS-LINE-ERROR-ROW = 9
               MOVE -1 TO PROD9AL
               MOVE DFHUNIMD TO PROD9AA
           END-IF.
           IF WS-LINE-ERROR-ROW = 10
               MOVE -1 TO PROD10AL
               MOVE DFHUNIMD TO PROD10AA
           END-IF.

      *Writes the quote document off QUOTE-RECORD and the lines in
      *WS-QUOTE-LINES - address block, one priced line per product
      *with its description off PRODMAST, then goods, tax and total
       550-SPOOL-QUOTE.
           EXEC CICS SPOOLOPEN OUTPUT
               NODE('PRINTER1')
               TOKEN(WS-SPOOL-TOKEN)
           END-EXEC.

           MOVE QUOTE-NO TO WP-QUOTE-NO.
           MOVE WS-PRINT-TITLE-LINE TO WS-PRINT-LINE.
           PERFORM 560-PRINT-LINE.
           MOVE QUOTE-DATE TO WP-QUOTE-DATE.
           MOVE QUOTE-EXPIRY-DATE TO WP-EXPIRY-DATE.
           MOVE QUOTE-CUST-NO TO WP-CUST-NO.
           MOVE WS-PRINT-DATE-LINE TO WS-PRINT-LINE.
           PERFORM 560-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 560-PRINT-LINE.

           MOVE QUOTE-NAME TO WP-ADDR.
           MOVE WS-PRINT-ADDR-LINE TO WS-PRINT-LINE.
           PERFORM 560-PRINT-LINE.
           MOVE QUOTE-ADDR-LINE1 TO WP-ADDR.
           MOVE WS-PRINT-ADDR-LINE TO WS-PRINT-LINE.
           PERFORM 560-PRINT-LINE.
           MOVE QUOTE-ADDR-LINE2 TO WP-ADDR.
           MOVE WS-PRINT-ADDR-LINE TO WS-PRINT-LINE.
           PERFORM 560-PRINT-LINE.
           IF QUOTE-ADDR-LINE3 NOT = SPACES
               MOVE QUOTE-ADDR-LINE3 TO WP-ADDR
               MOVE WS-PRINT-ADDR-LINE TO WS-PRINT-LINE
               PERFORM 560-PRINT-LINE
           END-IF.
           MOVE QUOTE-POSTAL-1 TO WP-POSTAL-1.
           MOVE QUOTE-POSTAL-2 TO WP-POSTAL-2.
           MOVE QUOTE-AREA-CODE TO WP-AREA.
           MOVE QUOTE-EXCHANGE TO WP-EXCHANGE.
           MOVE QUOTE-PHONE-NUM TO WP-PHONE-NUM.
           MOVE WS-PRINT-POSTAL-LINE TO WS-PRINT-LINE.
           PERFORM 560-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 560-PRINT-LINE.

           MOVE WS-PRINT-COLUMN-LINE TO WS-PRINT-LINE.
           PERFORM 560-PRINT-LINE.
           PERFORM 570-PRINT-ONE-ITEM
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > 10.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 560-PRINT-LINE.

           MOVE 'GOODS TOTAL' TO WP-MONEY-LABEL.
           MOVE QUOTE-TOTAL TO WP-MONEY.
           MOVE WS-PRINT-MONEY-LINE TO WS-PRINT-LINE.
           PERFORM 560-PRINT-LINE.
           MOVE 'SALES TAX' TO WP-MONEY-LABEL.
           MOVE QUOTE-TAX-AMOUNT TO WP-MONEY.
           MOVE WS-PRINT-MONEY-LINE TO WS-PRINT-LINE.
           PERFORM 560-PRINT-LINE.
           COMPUTE WS-PRINT-GOODS = QUOTE-TOTAL + QUOTE-TAX-AMOUNT.
           MOVE 'QUOTE TOTAL' TO WP-MONEY-LABEL.
           MOVE WS-PRINT-GOODS TO WP-MONEY.
           MOVE WS-PRINT-MONEY-LINE TO WS-PRINT-LINE.
           PERFORM 560-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 560-PRINT-LINE.
           MOVE WS-PRINT-FOOT-LINE TO WS-PRINT-LINE.
           PERFORM 560-PRINT-LINE.

           EXEC CICS SPOOLCLOSE TOKEN(WS-SPOOL-TOKEN) END-EXEC.

       560-PRINT-LINE.
           EXEC CICS SPOOLWRITE TOKEN(WS-SPOOL-TOKEN)
               FROM(WS-PRINT-LINE)
               FLENGTH(WS-PRINT-LENGTH)
           END-EXEC.

       570-PRINT-ONE-ITEM.
           IF WS-QL-A (WS-LINE-SUB) NOT = SPACES
               MOVE WS-QL-A (WS-LINE-SUB) TO PRODMAST-CODE-A
               MOVE WS-QL-B (WS-LINE-SUB) TO PRODMAST-CODE-B
               EXEC CICS READ FILE('PRODMAST')
                   INTO (PRODMAST-RECORD)
                   LENGTH (PRODMAST-LENGTH)
                   RIDFLD (PRODMAST-KEY)
                   RESP (WS-CICS-RESP)
               END-EXEC
               IF WS-CICS-RESP NOT EQUAL DFHRESP(NORMAL)
                   MOVE SPACES TO PRODMAST-DESCRIPTION
               END-IF
               MOVE WS-LINE-SUB TO WP-LINE
               MOVE WS-QL-A (WS-LINE-SUB) TO WP-PROD-A
               MOVE WS-QL-B (WS-LINE-SUB) TO WP-PROD-B
               MOVE PRODMAST-DESCRIPTION TO WP-DESCRIPTION
               MOVE WS-QL-QTY (WS-LINE-SUB) TO WP-QTY
               MOVE WS-QL-PRICE (WS-LINE-SUB) TO WP-UNIT-PRICE
               COMPUTE WP-AMOUNT = WS-QL-PRICE (WS-LINE-SUB)
                   * WS-QL-QTY (WS-LINE-SUB)
               MOVE WS-PRINT-ITEM-LINE TO WS-PRINT-LINE
               PERFORM 560-PRINT-LINE
           END-IF.

      *Builds the quote record off the edited screen - the quote
      *number lands on it in 770-WRITE-QUOTE
       600-MOVE.
           MOVE SPACES TO QUOTE-RECORD.
           MOVE NAMEI TO QUOTE-NAME.
           MOVE ALINE1I TO QUOTE-ADDR-LINE1.
           MOVE ALINE2I TO QUOTE-ADDR-LINE2.
           IF ALINE3I = LOW-VALUES
               MOVE SPACES TO QUOTE-ADDR-LINE3
           ELSE
               MOVE ALINE3I TO QUOTE-ADDR-LINE3
           END-IF.
           MOVE POST1I TO QUOTE-POSTAL-1.
           MOVE POST2I TO QUOTE-POSTAL-2.
           MOVE AREAI TO QUOTE-AREA-CODE.
           MOVE PREFIXI TO QUOTE-EXCHANGE.
           MOVE LINENUMI TO QUOTE-PHONE-NUM.

           MOVE WS-QL-A (1) TO QUOTE-P1A.
           MOVE WS-QL-B (1) TO QUOTE-P1B.
           MOVE WS-QL-QTY (1) TO QUOTE-Q1.
           MOVE WS-QL-PRICE (1) TO QUOTE-PRICE1.
           MOVE WS-QL-A (2) TO QUOTE-P2A.
           MOVE WS-QL-B (2) TO QUOTE-P2B.
           MOVE WS-QL-QTY (2) TO QUOTE-Q2.
           MOVE WS-QL-PRICE (2) TO QUOTE-PRICE2.
           MOVE WS-QL-A (3) TO QUOTE-P3A.
           MOVE WS-QL-B (3) TO QUOTE-P3B.
           MOVE WS-QL-QTY (3) TO QUOTE-Q3.
           MOVE WS-QL-PRICE (3) TO QUOTE-PRICE3.
           MOVE WS-QL-A (4) TO QUOTE-P4A.
           MOVE WS-QL-B (4) TO QUOTE-P4B.
           MOVE WS-QL-QTY (4) TO QUOTE-Q4.
           MOVE WS-QL-PRICE (4) TO QUOTE-PRICE4.
           MOVE WS-QL-A (5) TO QUOTE-P5A.
           MOVE WS-QL-B (5) TO QUOTE-P5B.
           MOVE WS-QL-QTY (5) TO QUOTE-Q5.
           MOVE WS-QL-PRICE (5) TO QUOTE-PRICE5.

           SET QUOTE-ST-OPEN TO TRUE.
           MOVE WS-TODAY TO QUOTE-DATE.
           MOVE WS-EXPIRY-DATE TO QUOTE-EXPIRY-DATE.
           MOVE WS-QUOTE-TOTAL TO QUOTE-TOTAL.
           MOVE WS-TAX-AMOUNT TO QUOTE-TAX-AMOUNT.
           MOVE WS-PRICE-CUST-NO TO QUOTE-CUST-NO.
           IF CUSTNUMI IS NUMERIC AND SHIPNOI IS NUMERIC
               MOVE SHIPNOI TO QUOTE-SHIPTO-NO
           END-IF.
           MOVE WS-QUOTE-REP-CODE TO QUOTE-REP-CODE.
           MOVE WS-OPERATOR-ID TO QUOTE-OPERATOR.

      *Loads WS-QUOTE-LINES off the quote record and its QUOTEDET
      *lines six to ten
       620-LOAD-QUOTE-LINES.
           MOVE QUOTE-P1A TO WS-QL-A (1).
           MOVE QUOTE-P1B TO WS-QL-B (1).
           MOVE QUOTE-Q1 TO WS-QL-QTY (1).
           MOVE QUOTE-PRICE1 TO WS-QL-PRICE (1).
           MOVE QUOTE-P2A TO WS-QL-A (2).
           MOVE QUOTE-P2B TO WS-QL-B (2).
           MOVE QUOTE-Q2 TO WS-QL-QTY (2).
           MOVE QUOTE-PRICE2 TO WS-QL-PRICE (2).
           MOVE QUOTE-P3A TO WS-QL-A (3).
           MOVE QUOTE-P3B TO WS-QL-B (3).
           MOVE QUOTE-Q3 TO WS-QL-QTY (3).
           MOVE QUOTE-PRICE3 TO WS-QL-PRICE (3).
           MOVE QUOTE-P4A TO WS-QL-A (4).
           MOVE QUOTE-P4B TO WS-QL-B (4).
           MOVE QUOTE-Q4 TO WS-QL-QTY (4).
           MOVE QUOTE-PRICE4 TO WS-QL-PRICE (4).
           MOVE QUOTE-P5A TO WS-QL-A (5).
           MOVE QUOTE-P5B TO WS-QL-B (5).
           MOVE QUOTE-Q5 TO WS-QL-QTY (5).
           MOVE QUOTE-PRICE5 TO WS-QL-PRICE (5).
           PERFORM 625-READ-QUOTE-DETAIL
               VARYING WS-LINE-SUB FROM 6 BY 1
               UNTIL WS-LINE-SUB > 10.

       625-READ-QUOTE-DETAIL.
           MOVE QUOTE-NO TO QUOTEDET-QUOTE-NO.
           MOVE WS-LINE-SUB TO QUOTEDET-LINE-NO.
           EXEC CICS READ FILE('QUOTEDET')
               INTO (QUOTEDET-RECORD)
               LENGTH (QUOTEDET-LENGTH)
               RIDFLD (QUOTEDET-KEY)
               RESP (WS-CICS-RESP)
           END-EXEC.
           IF WS-CICS-RESP EQUAL DFHRESP(NORMAL)
               MOVE QUOTEDET-PROD-A TO WS-QL-A (WS-LINE-SUB)
               MOVE QUOTEDET-PROD-B TO WS-QL-B (WS-LINE-SUB)
               MOVE QUOTEDET-QTY TO WS-QL-QTY (WS-LINE-SUB)
               MOVE QUOTEDET-PRICE TO WS-QL-PRICE (WS-LINE-SUB)
           ELSE
               MOVE SPACES TO WS-QL-A (WS-LINE-SUB)
               MOVE SPACES TO WS-QL-B (WS-LINE-SUB)
               MOVE 0 TO WS-QL-QTY (WS-LINE-SUB)
               MOVE 0 TO WS-QL-PRICE (WS-LINE-SUB)
           END-IF.

      *The order a converted quote becomes - the quote's address,
      *account, ship-to and rep, its lines at the quoted quantities,
      *and its total and tax at the quoted prices.  Stock decides
      *PENDING or BACKORDER; the credit check may still make it HELD
       640-BUILD-ORDER.
           MOVE SPACES TO ORDFILE-RECORD.
           MOVE QUOTE-NAME TO ORDFILE-NAME.
           MOVE QUOTE-ADDR-LINE1 TO ORDFILE-ADDR-LINE1.
           MOVE QUOTE-ADDR-LINE2 TO ORDFILE-ADDR-LINE2.
           MOVE QUOTE-ADDR-LINE3 TO ORDFILE-ADDR-LINE3.
           MOVE QUOTE-POSTAL-1 TO ORDFILE-POSTAL-1.
           MOVE QUOTE-POSTAL-2 TO ORDFILE-POSTAL-2.
           MOVE QUOTE-AREA-CODE TO ORDFILE-AREA-CODE.
           MOVE QUOTE-EXCHANGE TO ORDFILE-EXCHANGE.
           MOVE QUOTE-PHONE-NUM TO ORDFILE-PHONE-NUM.
           MOVE QUOTE-P1A TO ORDFILE-P1A.
           MOVE QUOTE-P1B TO ORDFILE-P1B.
           MOVE QUOTE-P2A TO ORDFILE-P2A.
           MOVE QUOTE-P2B TO ORDFILE-P2B.
           MOVE QUOTE-P3A TO ORDFILE-P3A.
           MOVE QUOTE-P3B TO ORDFILE-P3B.
           MOVE QUOTE-P4A TO ORDFILE-P4A.
           MOVE QUOTE-P4B TO ORDFILE-P4B.
           MOVE QUOTE-P5A TO ORDFILE-P5A.
           MOVE QUOTE-P5B TO ORDFILE-P5B.
           MOVE QUOTE-Q1 TO ORDFILE-Q1.
           MOVE QUOTE-Q2 TO ORDFILE-Q2.
           MOVE QUOTE-Q3 TO ORDFILE-Q3.
           MOVE QUOTE-Q4 TO ORDFILE-Q4.
           MOVE QUOTE-Q5 TO ORDFILE-Q5.
           MOVE 0 TO ORDFILE-S1 ORDFILE-S2 ORDFILE-S3
               ORDFILE-S4 ORDFILE-S5.
           MOVE QUOTE-CUST-NO TO ORDFILE-CUST-NO.
           MOVE QUOTE-SHIPTO-NO TO ORDFILE-SHIPTO-NO.
           MOVE QUOTE-REP-CODE TO ORDFILE-REP-CODE.
           MOVE WS-STOCK-WHSE TO ORDFILE-WHSE-CODE.
           MOVE QUOTE-TOTAL TO ORDFILE-ORDER-TOTAL.
           MOVE QUOTE-TAX-AMOUNT TO ORDFILE-TAX-AMOUNT.

           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(ORDFILE-STATUS-DATE)
               TIME(ORDFILE-STATUS-TIME)
           END-EXEC.
           IF WS-BACKORDER-FLAG = 1
               SET ORDFILE-ST-BACKORDER TO TRUE
           ELSE
               SET ORDFILE-ST-PENDING TO TRUE
           END-IF.

      *Shows QUOTE-RECORD and the lines in WS-QUOTE-LINES
       610-SHOW-QUOTE.
           MOVE QUOTE-NO TO QUOTENOO.
           IF QUOTE-ST-OPEN AND QUOTE-EXPIRY-DATE < WS-TODAY
               MOVE 'EXPIRED' TO QSTATO
           ELSE
               MOVE QUOTE-STATUS TO QSTATO
           END-IF.
           MOVE QUOTE-EXPIRY-DATE TO EXPIRYO.
           MOVE QUOTE-CUST-NO TO CUSTNUMO.
           MOVE QUOTE-SHIPTO-NO TO SHIPNOO.
           MOVE QUOTE-INVOICE-NO TO INVNUMO.
           MOVE QUOTE-NAME TO NAMEO.
           MOVE QUOTE-ADDR-LINE1 TO ALINE1O.
           MOVE QUOTE-ADDR-LINE2 TO ALINE2O.
           MOVE QUOTE-ADDR-LINE3 TO ALINE3O.
           MOVE QUOTE-POSTAL-1 TO POST1O.
           MOVE QUOTE-POSTAL-2 TO POST2O.
           MOVE QUOTE-AREA-CODE TO AREAO.
           MOVE QUOTE-EXCHANGE TO PREFIXO.
           MOVE QUOTE-PHONE-NUM TO LINENUMO.
           PERFORM 520-SHOW-LINES.
           MOVE QUOTE-TOTAL TO WS-TOTAL-DISPLAY.
           MOVE WS-TOTAL-DISPLAY TO TOTALO.
           MOVE QUOTE-TAX-AMOUNT TO WS-MONEY-DISPLAY.
           MOVE WS-MONEY-DISPLAY TO TAXO.

      *Numbers the quote off INVCTL, writes it and its lines six and
      *up, and puts it back on the screen ready for a print
       770-WRITE-QUOTE.
           MOVE 0 TO WS-ASSIGN-RETRY.

       775-RETRY-QUOTE-WRITE.
           PERFORM 780-ASSIGN-QUOTE-NO.

           EXEC CICS WRITE FILE('QUOTFILE')
               FROM (QUOTE-RECORD)
               LENGTH (QUOTE-LENGTH)
               RIDFLD (QUOTE-KEY)
               RESP (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP EQUAL DFHRESP(DUPREC)
               ADD 1 TO WS-ASSIGN-RETRY
               IF WS-ASSIGN-RETRY < 5
                   GO TO 775-RETRY-QUOTE-WRITE
               END-IF
               MOVE LOW-VALUES TO MAP11O
               PERFORM 500-UNPROTECT-MAP
               MOVE 'QUOTE NUMBERS COLLIDING - CALL SUPPORT' TO MSGO
               GO TO 900-SEND-MAP
           END-IF.

           PERFORM 785-WRITE-QUOTE-DETAIL
               VARYING WS-LINE-SUB FROM 6 BY 1
               UNTIL WS-LINE-SUB > 10.

           MOVE LOW-VALUES TO MAP11O.
           PERFORM 500-UNPROTECT-MAP.
           PERFORM 610-SHOW-QUOTE.
           MOVE 'D' TO ACTIONO.
           MOVE 'QUOTE HAS BEEN ADDED - KEY ACTION P TO PRINT IT'
               TO MSGO.
           MOVE -1 TO ACTIONL.
           GO TO 900-SEND-MAP.

      *Takes the next quote number off the INVCTL 'NEXTQUO ' record
      *under a READ UPDATE.  The first quote ever seeds the record
       780-ASSIGN-QUOTE-NO.
           MOVE 'NEXTQUO ' TO INVCTL-CONTROL-ID.
           EXEC CICS READ FILE('INVCTL')
               INTO (INVCTL-RECORD)
               LENGTH (INVCTL-LENGTH)
               RIDFLD (INVCTL-CONTROL-ID)
               UPDATE
               RESP (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP EQUAL DFHRESP(NOTFND)
               MOVE 'NEXTQUO ' TO INVCTL-CONTROL-ID
               MOVE 1 TO INVCTL-NEXT-INVOICE
               MOVE INVCTL-NEXT-INVOICE TO QUOTE-NO
               ADD 1 TO INVCTL-NEXT-INVOICE
               EXEC CICS WRITE FILE('INVCTL')
                   FROM (INVCTL-RECORD)
                   LENGTH (INVCTL-LENGTH)
                   RIDFLD (INVCTL-CONTROL-ID)
               END-EXEC
           ELSE
               IF WS-CICS-RESP NOT EQUAL DFHRESP(NORMAL)
                   MOVE LOW-VALUES TO MAP11O
                   PERFORM 500-UNPROTECT-MAP
                   MOVE 'QUOTE CONTROL RECORD UNREADABLE - CALL SUPPORT'
                       TO MSGO
                   GO TO 900-SEND-MAP
               END-IF
               MOVE INVCTL-NEXT-INVOICE TO QUOTE-NO
               ADD 1 TO INVCTL-NEXT-INVOICE
               EXEC CICS REWRITE FILE('INVCTL')
                   FROM (INVCTL-RECORD)
                   LENGTH (INVCTL-LENGTH)
               END-EXEC
           END-IF.

       785-WRITE-QUOTE-DETAIL.
           IF WS-QL-A (WS-LINE-SUB) NOT = SPACES
               MOVE QUOTE-NO TO QUOTEDET-QUOTE-NO
               MOVE WS-LINE-SUB TO QUOTEDET-LINE-NO
               MOVE WS-QL-A (WS-LINE-SUB) TO QUOTEDET-PROD-A
               MOVE WS-QL-B (WS-LINE-SUB) TO QUOTEDET-PROD-B
               MOVE WS-QL-QTY (WS-LINE-SUB) TO QUOTEDET-QTY
               MOVE WS-QL-PRICE (WS-LINE-SUB) TO QUOTEDET-PRICE
               EXEC CICS WRITE FILE('QUOTEDET')
                   FROM (QUOTEDET-RECORD)
                   LENGTH (QUOTEDET-LENGTH)
                   RIDFLD (QUOTEDET-KEY)
                   RESP (WS-CICS-RESP)
               END-EXEC
           END-IF.

      *An account order goes onto the customer's open balance, and
      *one that would push it past a non-zero credit limit is
      *written HELD, the same as on order entry.  Walk-ins skip it
       720-CREDIT-CHECK.
           MOVE 0 TO WS-HELD-FLAG.
           IF ORDFILE-CUST-NO = SPACES
               GO TO 730-CREDIT-CHECK-DONE
           END-IF.

           MOVE ORDFILE-CUST-NO TO CUSTMAST-CUST-NO.
           EXEC CICS READ FILE('CUSTMAST')
               INTO (CUSTMAST-RECORD)
               LENGTH (CUSTMAST-LENGTH)
               RIDFLD (CUSTMAST-CUST-NO)
               UPDATE
               RESP (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 730-CREDIT-CHECK-DONE
           END-IF.

           COMPUTE WS-NEW-BALANCE =
               CUSTMAST-OPEN-BALANCE + ORDFILE-ORDER-TOTAL.

           IF CUSTMAST-CREDIT-LIMIT > 0
               AND WS-NEW-BALANCE > CUSTMAST-CREDIT-LIMIT
               SET ORDFILE-ST-HELD TO TRUE
               MOVE 1 TO WS-HELD-FLAG
           END-IF.

           MOVE WS-NEW-BALANCE TO CUSTMAST-OPEN-BALANCE.
           EXEC CICS REWRITE FILE('CUSTMAST')
               FROM (CUSTMAST-RECORD)
               LENGTH (CUSTMAST-LENGTH)
           END-EXEC.
       730-CREDIT-CHECK-DONE.
           EXIT.

      *Takes the next invoice number off the INVCTL control record
      *under a READ UPDATE, the same counter order entry uses
       710-ASSIGN-INVOICE-NO.
           MOVE 'NEXTINV ' TO INVCTL-CONTROL-ID.
           EXEC CICS READ FILE('INVCTL')
               INTO (INVCTL-RECORD)
               LENGTH (INVCTL-LENGTH)
               RIDFLD (INVCTL-CONTROL-ID)
               UPDATE
               RESP (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT EQUAL DFHRESP(NORMAL)
               PERFORM 740-BACK-OUT-BALANCE
                   THRU 740-BACK-OUT-BALANCE-DONE
               EXEC CICS UNLOCK FILE('QUOTFILE') END-EXEC
               MOVE 'INVOICE CONTROL RECORD MISSING - CALL SUPPORT'
                   TO MSGO
               GO TO 900-SEND-MAP
           END-IF.

           MOVE INVCTL-NEXT-INVOICE TO ORDFILE-INVOICE-NO.
           ADD 1 TO INVCTL-NEXT-INVOICE.

           EXEC CICS REWRITE FILE('INVCTL')
               FROM (INVCTL-RECORD)
               LENGTH (INVCTL-LENGTH)
           END-EXEC.

      *The order never made it onto the file, so the value the
      *credit check posted onto the account comes back off
       740-BACK-OUT-BALANCE.
           IF ORDFILE-CUST-NO = SPACES
               GO TO 740-BACK-OUT-BALANCE-DONE
           END-IF.

           MOVE ORDFILE-CUST-NO TO CUSTMAST-CUST-NO.
           EXEC CICS READ FILE('CUSTMAST')
               INTO (CUSTMAST-RECORD)
               LENGTH (CUSTMAST-LENGTH)
               RIDFLD (CUSTMAST-CUST-NO)
               UPDATE
               RESP (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 740-BACK-OUT-BALANCE-DONE
           END-IF.

           IF CUSTMAST-OPEN-BALANCE > ORDFILE-ORDER-TOTAL
               SUBTRACT ORDFILE-ORDER-TOTAL
                   FROM CUSTMAST-OPEN-BALANCE
           ELSE
               MOVE 0 TO CUSTMAST-OPEN-BALANCE
           END-IF.

           EXEC CICS REWRITE FILE('CUSTMAST')
               FROM (CUSTMAST-RECORD)
               LENGTH (CUSTMAST-LENGTH)
           END-EXEC.
       740-BACK-OUT-BALANCE-DONE.
           EXIT.

      *The new order goes on the AUDIT trail and the AUDITX
      *cross-reference like any other order written at a terminal
       750-WRITE-AUDIT-RECORD.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(AUDIT-DATE)
               TIME(AUDIT-TIME)
           END-EXEC.
           MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR.
           MOVE EIBTRNID TO AUDIT-TRANSACTION.
           MOVE ORDFILE-INVOICE-NO TO AUDIT-INVOICE-NO.
           MOVE WS-AUDIT-BEFORE-IMAGE TO AUDIT-BEFORE-IMAGE.
           MOVE ORDFILE-RECORD TO AUDIT-AFTER-IMAGE.

           EXEC CICS WRITE FILE('AUDIT')
               FROM (AUDIT-RECORD)
               LENGTH (AUDIT-LENGTH)
           END-EXEC.
           PERFORM 760-WRITE-AUDITX-RECORD.

       760-WRITE-AUDITX-RECORD.
           MOVE AUDIT-INVOICE-NO TO AUDITX-INVOICE-NO.
           MOVE AUDIT-DATE TO AUDITX-DATE.
           MOVE AUDIT-TIME TO AUDITX-TIME.
           MOVE 0 TO AUDITX-SEQ.
           MOVE AUDIT-OPERATOR TO AUDITX-OPERATOR.
           MOVE AUDIT-TRANSACTION TO AUDITX-TRANSACTION.
           MOVE AUDIT-ACTION TO AUDITX-ACTION.
           MOVE AUDIT-BEFORE-IMAGE TO AUDITX-BEFORE-IMAGE.
           MOVE AUDIT-AFTER-IMAGE TO AUDITX-AFTER-IMAGE.

           MOVE 'N' TO WS-AUDITX-DONE.
           PERFORM 765-WRITE-AUDITX-ONCE
               UNTIL WS-AUDITX-DONE = 'Y'.

       765-WRITE-AUDITX-ONCE.
           EXEC CICS WRITE FILE('AUDITX')
               FROM (AUDITX-RECORD)
               LENGTH (AUDITX-LENGTH)
               RIDFLD (AUDITX-KEY)
               RESP (WS-CICS-RESP)
           END-EXEC.
           IF WS-CICS-RESP EQUAL DFHRESP(DUPREC)
               AND AUDITX-SEQ < 99
               ADD 1 TO AUDITX-SEQ
           ELSE
               MOVE 'Y' TO WS-AUDITX-DONE
           END-IF.

       900-SEND-MAP.
            MOVE ' Q U O T A T I O N S' TO TITLEO.
            EXEC CICS SEND MAP('MAP11') MAPSET('JEMAP11') CURSOR
                END-EXEC.
            MOVE WS-OPERATOR-ID TO WS-OPID-OPERATOR-ID.
            EXEC CICS RETURN TRANSID('JE20')
                COMMAREA(WS-OPID-COMMAREA)
                LENGTH(WS-OPID-LENGTH)
            END-EXEC.

       910-BACK-TO-PRGM.
           MOVE WS-OPERATOR-ID TO WS-MENU-OPERATOR-ID.
           MOVE SPACES TO WS-MENU-TRANSFER.
           EXEC CICS XCTL
               PROGRAM('JEPRGM')
               COMMAREA(WS-MENU-COMMAREA)
               LENGTH(WS-MENU-LENGTH)
           END-EXEC.

            MOVE LOW-VALUES TO MAP11O.
            EXEC CICS SEND MAP('MAP11') MAPSET('JEMAP11') END-EXEC.
            EXEC CICS RETURN TRANSID('JE20') END-EXEC.

       999-EXIT.
            MOVE LOW-VALUES TO MAP11O.
            MOVE 'BYE' TO MSGO.
            EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC
            EXEC CICS RETURN END-EXEC
            GOBACK.

        END PROGRAM JEPRIF.
