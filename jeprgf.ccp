       COPY 'FSAMAST-LAYOUT'.
       COPY 'OPERMAST-LAYOUT'.
       COPY 'TAXRATE-LAYOUT'.
       COPY 'WHSEMAST-LAYOUT'.
       COPY 'STOCKWH-LAYOUT'.
       COPY 'OPERATOR-LAYOUT'.

       01 WS-OPERATOR-ID           PIC X(08).
       01 WS-CICS-RESP             PIC S9(8) COMP.

      *One set of generic file-control fields serves every
      *reference file - the per-file paragraphs set the file name,
      *record length and key, and move the map fields in and out of
      *the right copybook layout
       01 WS-MAINT-FILE            PIC X(08) VALUE SPACES.
       01 WS-MAINT-LENGTH          PIC S9(4) COMP.
       01 WS-MAINT-KEYLEN          PIC S9(4) COMP.
       01 WS-MAINT-KEY             PIC X(10).
       01 WS-MAINT-RECORD          PIC X(90).
       01 WS-PRIOR-RECORD          PIC X(90).

      *The screen's price field is pennies-last digits ('0012345'
      *means $123.45), so it has to land on the priced field byte
                                   PIC 9(05)V99.
       01 WS-ONHAND-NUM            PIC 9(05).

      *A stock-by-warehouse count is one building's share of the
      *product's company-wide on-hand, so a change here moves the
      *product total by the same amount
       01 WS-STOCK-OLD             PIC 9(05).
       01 WS-STOCK-NEW             PIC 9(05).
       01 WS-STOCK-TOTAL           PIC S9(07).

      *For the tax rate file the price field carries the rate the
      *same way - digits with three implied decimals, '13000' for
      *13%.  Only the first five digits are used
          05 WS-MAINT-OPERATOR-ID  PIC X(8).
          05 WS-MAINT-TRANSFER     PIC X(3).
          05 WS-MAINT-CA-FILEID    PIC X(1).
          05 WS-MAINT-CA-KEY       PIC X(10).
       01 WS-MAINT-CA-LENGTH       PIC S9(4) COMP VALUE 22.

       LINKAGE SECTION.
           01 DFHCOMMAREA.
               05 LK-OPERATOR-ID   PIC X(08).
               05 LK-TRANSFER      PIC X(03).
               05 LK-MAINT-FILEID  PIC X(01).
               05 LK-MAINT-KEY     PIC X(10).

       PROCEDURE DIVISION.
       000-START-LOGIC.
              RECEIVE MAP('MAP4') MAPSET('JEMAP4')
           END-EXEC.

           IF EIBCALEN = 22
               GO TO 700-CONFIRM-DELETE
           END-IF.

           MOVE LOW-VALUES TO MAP4O.
           PERFORM 500-UNPROTECT-MAP.
           MOVE 'R E F  F I L E  M A I N T' TO TITLEO.
           MOVE 'FILE P/A/F/O/T/W/S, ACTION A=ADD C=CHG D=DEL B=BROWSE'
               TO MSGO.
           EXEC CICS
                 SEND MAP('MAP4') MAPSET('JEMAP4') ERASE
               MOVE 1 TO WS-MAINT-KEYLEN
               GO TO 250-SET-FILE-DONE
           END-IF.
           IF FILEIDI = 'W'
               MOVE 'WHSEMAST' TO WS-MAINT-FILE
               MOVE WHSEMAST-LENGTH TO WS-MAINT-LENGTH
               MOVE 2 TO WS-MAINT-KEYLEN
               GO TO 250-SET-FILE-DONE
           END-IF.
           IF FILEIDI = 'S'
               MOVE 'STOCKWH ' TO WS-MAINT-FILE
               MOVE STOCKWH-LENGTH TO WS-MAINT-LENGTH
               MOVE 10 TO WS-MAINT-KEYLEN
               GO TO 250-SET-FILE-DONE
           END-IF.

           MOVE LOW-VALUES TO MAP4O.
           PERFORM 500-UNPROTECT-MAP.
           MOVE 'FILE MUST BE P, A, F, O, T, W OR S' TO MSGO.
           MOVE -1 TO FILEIDL.
           MOVE DFHUNIMD TO FILEIDA.
           GO TO 900-SEND-MAP.
           IF FILEIDI = 'P'
               IF RKEYI(1:4) IS NOT ALPHABETIC
                   OR RKEYI(5:4) IS NOT NUMERIC
                   OR RKEYI(9:2) NOT = SPACES
                   MOVE LOW-VALUES TO MAP4O
                   PERFORM 500-UNPROTECT-MAP
                   MOVE 'PRODUCT KEY IS 4 LETTERS THEN 4 DIGITS'

           IF FILEIDI = 'A'
               IF RKEYI(1:3) IS NOT NUMERIC
                   OR RKEYI(4:7) NOT = SPACES
                   MOVE LOW-VALUES TO MAP4O
                   PERFORM 500-UNPROTECT-MAP
                   MOVE 'AREA CODE KEY IS 3 DIGITS' TO MSGO
               IF RKEYI(1:1) IS NOT ALPHABETIC
                   OR RKEYI(2:1) IS NOT NUMERIC
                   OR RKEYI(3:1) IS NOT ALPHABETIC
                   OR RKEYI(4:7) NOT = SPACES
                   MOVE LOW-VALUES TO MAP4O
                   PERFORM 500-UNPROTECT-MAP
                   MOVE 'FSA KEY MUST FOLLOW THE L#L FORMAT' TO MSGO
           IF FILEIDI = 'T'
               IF RKEYI(1:1) IS NOT ALPHABETIC
                   OR RKEYI(1:1) = SPACE
                   OR RKEYI(2:9) NOT = SPACES
                   MOVE LOW-VALUES TO MAP4O
                   PERFORM 500-UNPROTECT-MAP
                   MOVE 'TAX KEY IS THE ONE-LETTER PROVINCE CODE'
               END-IF
           END-IF.

           IF FILEIDI = 'O'
               IF RKEYI(9:2) NOT = SPACES
                   MOVE LOW-VALUES TO MAP4O
                   PERFORM 500-UNPROTECT-MAP
                   MOVE 'OPERATOR KEY IS AT MOST 8 CHARACTERS' TO MSGO
                   MOVE -1 TO RKEYL
                   MOVE DFHUNIMD TO RKEYA
                   GO TO 900-SEND-MAP
               END-IF
           END-IF.

           IF FILEIDI = 'W'
               IF RKEYI(1:1) = SPACE OR RKEYI(2:1) = SPACE
                   OR RKEYI(3:8) NOT = SPACES
                   MOVE LOW-VALUES TO MAP4O
                   PERFORM 500-UNPROTECT-MAP
                   MOVE 'WAREHOUSE KEY IS THE TWO-CHARACTER CODE'
                       TO MSGO
                   MOVE -1 TO RKEYL
                   MOVE DFHUNIMD TO RKEYA
                   GO TO 900-SEND-MAP
               END-IF
           END-IF.

      *A stock record is keyed by the product followed by the
      *warehouse - both have to be on file already, so a count can
      *never be put against a building or product that does not exist
           IF FILEIDI = 'S'
               IF RKEYI(1:4) IS NOT ALPHABETIC
                   OR RKEYI(5:4) IS NOT NUMERIC
                   MOVE LOW-VALUES TO MAP4O
                   PERFORM 500-UNPROTECT-MAP
                   MOVE 'STOCK KEY IS THE PRODUCT THEN THE WAREHOUSE'
                       TO MSGO
                   MOVE -1 TO RKEYL
                   MOVE DFHUNIMD TO RKEYA
                   GO TO 900-SEND-MAP
               END-IF
               MOVE RKEYI(9:2) TO WHSEMAST-CODE
               PERFORM 270-CHECK-WAREHOUSE
               IF WS-CICS-RESP NOT EQUAL DFHRESP(NORMAL)
                   MOVE LOW-VALUES TO MAP4O
                   PERFORM 500-UNPROTECT-MAP
                   MOVE 'WAREHOUSE IS NOT ON FILE' TO MSGO
                   MOVE -1 TO RKEYL
                   MOVE DFHUNIMD TO RKEYA
                   GO TO 900-SEND-MAP
               END-IF
           END-IF.

       270-CHECK-WAREHOUSE.
           EXEC CICS READ FILE('WHSEMAST')
               INTO (WHSEMAST-RECORD)
               LENGTH (WHSEMAST-LENGTH)
               RIDFLD (WHSEMAST-CODE)
               RESP (WS-CICS-RESP)
           END-EXEC.

      *Shows the first record at or past the keyed value, so pressing
      *B again with the shown key steps through the file one record
      *at a time
               GO TO 900-SEND-MAP
           END-IF.

           IF FILEIDI = 'S'
               PERFORM 620-POST-PRODUCT-TOTAL
           END-IF.

           MOVE LOW-VALUES TO MAP4O.
           PERFORM 500-UNPROTECT-MAP.
           MOVE 'RECORD HAS BEEN ADDED!' TO MSGO.
               LENGTH(WS-MAINT-LENGTH)
           END-EXEC.

           IF FILEIDI = 'S'
               PERFORM 620-POST-PRODUCT-TOTAL
           END-IF.

           MOVE LOW-VALUES TO MAP4O.
           PERFORM 500-UNPROTECT-MAP.
           MOVE 'RECORD HAS BEEN CHANGED!' TO MSGO.
               GO TO 900-SEND-MAP
           END-IF.

      *A stock record still holding stock is part of the product's
      *company total - it has to be counted down to zero with a
      *change first, so the total comes down with it
           IF FILEIDI = 'S'
               MOVE WS-MAINT-RECORD(1:STOCKWH-LENGTH)
                   TO STOCKWH-RECORD
               IF STOCKWH-ON-HAND > 0
                   MOVE LOW-VALUES TO MAP4O
                   PERFORM 500-UNPROTECT-MAP
                   PERFORM 650-SHOW-FIELDS
                   MOVE 'STOCK STILL ON HAND - CHANGE IT TO ZERO FIRST'
                       TO MSGO
                   MOVE -1 TO ONHANDL
                   GO TO 900-SEND-MAP
               END-IF
           END-IF.

           MOVE LOW-VALUES TO MAP4O.
           PERFORM 500-UNPROTECT-MAP.
           PERFORM 650-SHOW-FIELDS.
      *Data field edits for add and change - what is required
      *depends on which file is being maintained
       550-EDIT-DATA-FIELDS.
           IF (DESCI = SPACES OR DESCI = LOW-VALUES)
               AND FILEIDI NOT = 'S'
               MOVE LOW-VALUES TO MAP4O
               PERFORM 500-UNPROTECT-MAP
               MOVE 'DESCRIPTION MUST HAVE AN INPUT' TO MSGO
                   MOVE DFHUNIMD TO PRICEA
                   GO TO 900-SEND-MAP
               END-IF
           END-IF.

      *A pending price and its effective date come and go together -
               END-IF
           END-IF.

      *Reorder point and reorder quantity are optional - blank
      *means zero, which keeps the product off the nightly purchase
      *suggestions.  A reorder quantity is no use without somebody
      *to buy it from, so one needs the other
           IF FILEIDI = 'P'
               IF ROPTI NOT = SPACES AND ROPTI NOT = LOW-VALUES
                   AND ROPTI IS NOT NUMERIC
                   MOVE LOW-VALUES TO MAP4O
                   PERFORM 500-UNPROTECT-MAP
                   MOVE 'REORDER POINT MUST BE 5 DIGITS' TO MSGO
                   MOVE -1 TO ROPTL
                   MOVE DFHUNIMD TO ROPTA
                   GO TO 900-SEND-MAP
               END-IF
               IF ROQTYI NOT = SPACES AND ROQTYI NOT = LOW-VALUES
                   IF ROQTYI IS NOT NUMERIC
                       MOVE LOW-VALUES TO MAP4O
                       PERFORM 500-UNPROTECT-MAP
                       MOVE 'REORDER QUANTITY MUST BE 5 DIGITS'
                           TO MSGO
                       MOVE -1 TO ROQTYL
                       MOVE DFHUNIMD TO ROQTYA
                       GO TO 900-SEND-MAP
                   END-IF
                   IF ROQTYI NOT = '00000'
                       AND (SUPPLI = SPACES OR SUPPLI = LOW-VALUES)
                       MOVE LOW-VALUES TO MAP4O
                       PERFORM 500-UNPROTECT-MAP
                       MOVE 'SUPPLIER IS REQUIRED WITH A REORDER QTY'
                           TO MSGO
                       MOVE -1 TO SUPPLL
                       MOVE DFHUNIMD TO SUPPLA
                       GO TO 900-SEND-MAP
                   END-IF
               END-IF
           END-IF.

      *A product is discontinued with status D, and may name the
      *product that replaces it - order entry then swaps the
      *replacement in for it.  The replacement has to be a product
      *already on file and cannot be the product itself
           IF FILEIDI = 'P'
               IF PSTATI NOT = SPACES AND PSTATI NOT = LOW-VALUES
                   AND PSTATI NOT = 'D'
                   MOVE LOW-VALUES TO MAP4O
                   PERFORM 500-UNPROTECT-MAP
                   MOVE 'STATUS MUST BE D (DISCONTINUED) OR BLANK'
                       TO MSGO
                   MOVE -1 TO PSTATL
                   MOVE DFHUNIMD TO PSTATA
                   GO TO 900-SEND-MAP
               END-IF
               IF REPLKEYI NOT = SPACES AND REPLKEYI NOT = LOW-VALUES
                   PERFORM 560-EDIT-REPLACEMENT
               END-IF
           END-IF.

      *For the tax rate file the price field carries the rate -
      *five digits, three implied decimals - and has to be keyed on
      *every add and change so a rate can never go blank by accident
               END-IF
           END-IF.

      *For the tax rate file the bin/location field names the
      *warehouse that serves the province - order entry defaults an
      *order's shipping warehouse from it.  Blank means the home
      *warehouse
           IF FILEIDI = 'T'
               IF BINLOCI NOT = SPACES AND BINLOCI NOT = LOW-VALUES
                   MOVE BINLOCI(1:2) TO WHSEMAST-CODE
                   PERFORM 270-CHECK-WAREHOUSE
                   IF WS-CICS-RESP NOT EQUAL DFHRESP(NORMAL)
                       OR (BINLOCI(3:4) NOT = SPACES
                           AND BINLOCI(3:4) NOT = LOW-VALUES)
                       MOVE LOW-VALUES TO MAP4O
                       PERFORM 500-UNPROTECT-MAP
                       MOVE 'SERVING WAREHOUSE IS NOT ON FILE' TO MSGO
                       MOVE -1 TO BINLOCL
                       MOVE DFHUNIMD TO BINLOCA
                       GO TO 900-SEND-MAP
                   END-IF
               END-IF
           END-IF.

      *A stock record needs its count on every add and change, and
      *the product has to be on file for the count to add into
           IF FILEIDI = 'S'
               IF ONHANDI IS NOT NUMERIC
                   MOVE LOW-VALUES TO MAP4O
                   PERFORM 500-UNPROTECT-MAP
                   MOVE 'ON-HAND MUST BE 5 DIGITS' TO MSGO
                   MOVE -1 TO ONHANDL
                   MOVE DFHUNIMD TO ONHANDA
                   GO TO 900-SEND-MAP
               END-IF
               MOVE RKEYI(1:4) TO PRODMAST-CODE-A
               MOVE RKEYI(5:4) TO PRODMAST-CODE-B
               EXEC CICS READ FILE('PRODMAST')
                   INTO (PRODMAST-RECORD)
                   LENGTH (PRODMAST-LENGTH)
                   RIDFLD (PRODMAST-KEY)
                   RESP (WS-CICS-RESP)
               END-EXEC
               IF WS-CICS-RESP NOT EQUAL DFHRESP(NORMAL)
                   MOVE LOW-VALUES TO MAP4O
                   PERFORM 500-UNPROTECT-MAP
                   MOVE 'PRODUCT IS NOT ON FILE' TO MSGO
                   MOVE -1 TO RKEYL
                   MOVE DFHUNIMD TO RKEYA
                   GO TO 900-SEND-MAP
               END-IF
           END-IF.

       560-EDIT-REPLACEMENT.
           IF PSTATI NOT = 'D'
               MOVE LOW-VALUES TO MAP4O
               PERFORM 500-UNPROTECT-MAP
               MOVE 'ONLY A DISCONTINUED PRODUCT HAS A REPLACEMENT'
                   TO MSGO
               MOVE -1 TO REPLKEYL
               MOVE DFHUNIMD TO REPLKEYA
               GO TO 900-SEND-MAP
           END-IF.

           IF REPLKEYI(1:4) IS NOT ALPHABETIC
               OR REPLKEYI(5:4) IS NOT NUMERIC
               OR REPLKEYI = RKEYI
               MOVE LOW-VALUES TO MAP4O
               PERFORM 500-UNPROTECT-MAP
               MOVE 'REPLACEMENT IS 4 LETTERS, 4 DIGITS, NOT THIS ITEM'
                   TO MSGO
               MOVE -1 TO REPLKEYL
               MOVE DFHUNIMD TO REPLKEYA
               GO TO 900-SEND-MAP
           END-IF.

           MOVE REPLKEYI(1:4) TO PRODMAST-CODE-A.
           MOVE REPLKEYI(5:4) TO PRODMAST-CODE-B.
           EXEC CICS READ FILE('PRODMAST')
               INTO (PRODMAST-RECORD)
               LENGTH (PRODMAST-LENGTH)
               RIDFLD (PRODMAST-KEY)
               RESP (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE LOW-VALUES TO MAP4O
               PERFORM 500-UNPROTECT-MAP
               MOVE 'REPLACEMENT PRODUCT IS NOT ON FILE' TO MSGO
               MOVE -1 TO REPLKEYL
               MOVE DFHUNIMD TO REPLKEYA
               GO TO 900-SEND-MAP
           END-IF.

      *Builds the record for the file being maintained from the map
      *fields, through that file's own copybook layout.  What was
      *read (on a change) is saved first - the operator record
           MOVE SPACES TO WS-MAINT-RECORD.

           IF FILEIDI = 'P'
      *The on-hand is the company total - every warehouse's stock
      *record plus what is in transit - and only moves with them,
      *so it is never keyed here.  A change starts from the image
      *on file so the on-hand rides through, and a new product
      *starts at nothing until stock is added
               IF ACTIONI = 'C'
                   MOVE WS-PRIOR-RECORD(1:PRODMAST-LENGTH)
                       TO PRODMAST-RECORD
               ELSE
                   MOVE 0 TO PRODMAST-ON-HAND
               END-IF
               MOVE RKEYI(1:4) TO PRODMAST-CODE-A
               MOVE RKEYI(5:4) TO PRODMAST-CODE-B
               MOVE DESCI TO PRODMAST-DESCRIPTION
               MOVE PRICEI TO WS-PRICE-X
               MOVE WS-PRICE-NUM TO PRODMAST-UNIT-PRICE
      *Bin/location is optional - blank just means not shelved yet,
      *and the pick slip print sorts those to the front
               MOVE BINLOCI TO PRODMAST-BIN-LOC
                   MOVE 0 TO PRODMAST-PEND-PRICE
                   MOVE SPACES TO PRODMAST-PEND-DATE
               END-IF
               IF ROPTI IS NUMERIC
                   MOVE ROPTI TO WS-ONHAND-NUM
                   MOVE WS-ONHAND-NUM TO PRODMAST-REORDER-POINT
               ELSE
                   MOVE 0 TO PRODMAST-REORDER-POINT
               END-IF
               IF ROQTYI IS NUMERIC
                   MOVE ROQTYI TO WS-ONHAND-NUM
                   MOVE WS-ONHAND-NUM TO PRODMAST-REORDER-QTY
               ELSE
                   MOVE 0 TO PRODMAST-REORDER-QTY
               END-IF
               IF SUPPLI = LOW-VALUES
                   MOVE SPACES TO PRODMAST-SUPPLIER
               ELSE
                   MOVE SUPPLI TO PRODMAST-SUPPLIER
               END-IF
               IF PSTATI = 'D'
                   MOVE 'D' TO PRODMAST-STATUS
               ELSE
                   MOVE SPACE TO PRODMAST-STATUS
               END-IF
               IF PSTATI = 'D' AND REPLKEYI NOT = LOW-VALUES
                   MOVE REPLKEYI TO PRODMAST-REPL-KEY
               ELSE
                   MOVE SPACES TO PRODMAST-REPL-KEY
               END-IF
               MOVE PRODMAST-RECORD TO WS-MAINT-RECORD
           END-IF.

               MOVE DESCI TO TAXRATE-PROVINCE-NAME
               MOVE PRICEI(1:5) TO WS-RATE-X
               MOVE WS-RATE-NUM TO TAXRATE-RATE
               IF BINLOCI = LOW-VALUES
                   MOVE SPACES TO TAXRATE-WHSE-CODE
               ELSE
                   MOVE BINLOCI(1:2) TO TAXRATE-WHSE-CODE
               END-IF
               MOVE TAXRATE-RECORD TO WS-MAINT-RECORD
           END-IF.

           IF FILEIDI = 'W'
               MOVE RKEYI(1:2) TO WHSEMAST-CODE
               MOVE DESCI TO WHSEMAST-NAME
               MOVE WHSEMAST-RECORD TO WS-MAINT-RECORD
           END-IF.

      *The count on file before a change is kept so the product's
      *company total can be moved by the difference once the stock
      *record is safely written
           IF FILEIDI = 'S'
               MOVE 0 TO WS-STOCK-OLD
               IF ACTIONI = 'C'
                   MOVE WS-PRIOR-RECORD(1:STOCKWH-LENGTH)
                       TO STOCKWH-RECORD
                   IF STOCKWH-ON-HAND IS NUMERIC
                       MOVE STOCKWH-ON-HAND TO WS-STOCK-OLD
                   END-IF
               END-IF
               MOVE SPACES TO STOCKWH-RECORD
               MOVE RKEYI(1:4) TO STOCKWH-PROD-A
               MOVE RKEYI(5:4) TO STOCKWH-PROD-B
               MOVE RKEYI(9:2) TO STOCKWH-WHSE-CODE
               MOVE ONHANDI TO WS-STOCK-NEW
               MOVE WS-STOCK-NEW TO STOCKWH-ON-HAND
               IF BINLOCI = LOW-VALUES
                   MOVE SPACES TO STOCKWH-BIN-LOC
               ELSE
                   MOVE BINLOCI TO STOCKWH-BIN-LOC
               END-IF
               MOVE STOCKWH-RECORD TO WS-MAINT-RECORD
           END-IF.

      *Moves the product's company-wide on-hand by however much the
      *warehouse count just changed.  The total never goes below
      *zero or past what the field holds
       620-POST-PRODUCT-TOTAL.
           MOVE RKEYI(1:4) TO PRODMAST-CODE-A.
           MOVE RKEYI(5:4) TO PRODMAST-CODE-B.
           EXEC CICS READ FILE('PRODMAST')
               INTO (PRODMAST-RECORD)
               LENGTH (PRODMAST-LENGTH)
               RIDFLD (PRODMAST-KEY)
               UPDATE
               RESP (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP EQUAL DFHRESP(NORMAL)
               COMPUTE WS-STOCK-TOTAL = PRODMAST-ON-HAND
                   + WS-STOCK-NEW - WS-STOCK-OLD
               IF WS-STOCK-TOTAL < 0
                   MOVE 0 TO WS-STOCK-TOTAL
               END-IF
               IF WS-STOCK-TOTAL > 99999
                   MOVE 99999 TO WS-STOCK-TOTAL
               END-IF
               MOVE WS-STOCK-TOTAL TO PRODMAST-ON-HAND
               EXEC CICS REWRITE FILE('PRODMAST')
                   FROM (PRODMAST-RECORD)
                   LENGTH (PRODMAST-LENGTH)
               END-EXEC
           END-IF.

      *Shows the record just read back on the screen, through the
      *right copybook layout for the file being maintained
       650-SHOW-FIELDS.
                   MOVE WS-PRICE-X TO PPRICEO
                   MOVE PRODMAST-PEND-DATE TO PDATEO
               END-IF
      *Products set up before reorder control carry no figures yet
               IF PRODMAST-REORDER-POINT IS NUMERIC
                   MOVE PRODMAST-REORDER-POINT TO WS-ONHAND-NUM
                   MOVE WS-ONHAND-NUM TO ROPTO
               END-IF
               IF PRODMAST-REORDER-QTY IS NUMERIC
                   MOVE PRODMAST-REORDER-QTY TO WS-ONHAND-NUM
                   MOVE WS-ONHAND-NUM TO ROQTYO
               END-IF
               MOVE PRODMAST-SUPPLIER TO SUPPLO
      *Products set up before the status existed show as active
               IF PRODMAST-IS-DISCONTINUED
                   MOVE 'D' TO PSTATO
                   MOVE PRODMAST-REPL-KEY TO REPLKEYO
               END-IF
           END-IF.

           IF FILEIDI = 'A'
               MOVE TAXRATE-PROVINCE-NAME TO DESCO
               MOVE TAXRATE-RATE TO WS-RATE-NUM
               MOVE WS-RATE-X TO PRICEO
               MOVE TAXRATE-WHSE-CODE TO BINLOCO
           END-IF.

           IF FILEIDI = 'W'
               MOVE WS-MAINT-RECORD(1:WHSEMAST-LENGTH)
                   TO WHSEMAST-RECORD
               MOVE WHSEMAST-CODE TO RKEYO
               MOVE WHSEMAST-NAME TO DESCO
           END-IF.

      *The product's description rides along in the description
      *field so the operator can see what the count belongs to
           IF FILEIDI = 'S'
               MOVE WS-MAINT-RECORD(1:STOCKWH-LENGTH)
                   TO STOCKWH-RECORD
               MOVE STOCKWH-KEY TO RKEYO
               MOVE STOCKWH-ON-HAND TO WS-ONHAND-NUM
               MOVE WS-ONHAND-NUM TO ONHANDO
               MOVE STOCKWH-BIN-LOC TO BINLOCO
               MOVE STOCKWH-PROD-A TO PRODMAST-CODE-A
               MOVE STOCKWH-PROD-B TO PRODMAST-CODE-B
               EXEC CICS READ FILE('PRODMAST')
                   INTO (PRODMAST-RECORD)
                   LENGTH (PRODMAST-LENGTH)
                   RIDFLD (PRODMAST-KEY)
                   RESP (WS-CICS-RESP)
               END-EXEC
               IF WS-CICS-RESP EQUAL DFHRESP(NORMAL)
                   MOVE PRODMAST-DESCRIPTION TO DESCO
               END-IF
           END-IF.

       500-UNPROTECT-MAP.
           MOVE DFHBMFSE TO BINLOCA.
           MOVE DFHBMFSE TO PPRICEA.
           MOVE DFHBMFSE TO PDATEA.
           MOVE DFHBMFSE TO ROPTA.
           MOVE DFHBMFSE TO ROQTYA.
           MOVE DFHBMFSE TO SUPPLA.
           MOVE DFHBMFSE TO PSTATA.
           MOVE DFHBMFSE TO REPLKEYA.
      *A product's on-hand is shown but never keyed - stock is
      *maintained warehouse by warehouse on the S records
           IF WS-MAINT-FILE = 'PRODMAST'
               MOVE DFHBMPRO TO ONHANDA
           END-IF.

       900-SEND-MAP.
            MOVE 'R E F  F I L E  M A I N T' TO TITLEO.
