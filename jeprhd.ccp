      *  TO PICK - ORDERED LESS ALREADY SHIPPED - AND FULLY SHIPPED   *
      *  LINES STAY OFF THE SLIP.  A LINE WHOSE PRODUCT IS NOT ON     *
      *  PRODMAST (OR HAS NO BIN YET) SORTS TO THE TOP OF THE SLIP    *
      *  AND IS MARKED SO THE PICKER KNOWS TO ASK.  THE ORDER'S       *
      *  ORDNOTE NOTE LINES PRINT UNDER THE SLIP HEADING, INTERNAL    *
      *  AND CUSTOMER-FACING ALIKE, SO DELIVERY AND HANDLING          *
      *  INSTRUCTIONS REACH THE PICKER BEFORE THE FIRST BIN.          *
      *  ONE RUN PRINTS ONE WAREHOUSE - THE PICKCTL CARD NAMES IT     *
      *  (BLANK FOR THE HOME BUILDING) - AND ONLY THE ORDERS SHIPPING *
      *  FROM IT, WITH THE BINS OFF THAT WAREHOUSE'S STOCKWH RECORDS. *
      *****************************************************************
      *  MODIFICATION HISTORY                                         *
      *  DATE        INIT  DESCRIPTION                                *
      *                    TO 23 (SHIPPED QUANTITY PER LINE)        *
      *  2026-09-02  JE    PARTIAL ORDERS GET SLIPS FOR THEIR OPEN  *
      *                    QUANTITIES; SHIPPED LINES STAY OFF       *
      *  2026-10-15  JE    PRODMAST RECORD GREW TO 77 (REORDER POINT,  *
      *                    REORDER QUANTITY AND SUPPLIER)              *
      *  2026-10-15  JE    ORDFILE RECORD GREW TO 221 (SHIP-TO         *
      *                    NUMBER)                                     *
      *  2026-10-15  JE    ORDER NOTES PRINT UNDER EACH SLIP HEADING   *
      *  2026-10-15  JE    ORDFILE RECORD GREW TO 224 (SALES REP       *
      *                    CODE)                                       *
      *  2026-10-15  JE    PRODMAST RECORD GREW TO 86 (DISCONTINUED    *
      *                    STATUS AND REPLACEMENT)                     *
      *  2026-10-15  JE    KIT LINES PICK AS THEIR KITBOM COMPONENTS,  *
      *                    EACH FROM ITS OWN BIN                       *
      *  2026-10-15  JE    ORDFILE RECORD GREW TO 226 (SHIPPING        *
      *                    WAREHOUSE) - ONE RUN PER WAREHOUSE NAMED    *
      *                    ON THE PICKCTL CARD, BINS TAKEN FROM        *
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

           SELECT WHSEMAST ASSIGN TO WHSEMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-WHSEMAST-KEY
               FILE STATUS IS WS-WHSEMAST-STATUS.

           SELECT ORDNOTE ASSIGN TO ORDNOTE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-ORDNOTE-KEY
               FILE STATUS IS WS-ORDNOTE-STATUS.

           SELECT PICKCTL ASSIGN TO PICKCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PICKCTL-STATUS.

           SELECT PICKSLIP ASSIGN TO PICKSLIP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PICKSLIP-STATUS.
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

       FD  WHSEMAST
           RECORD CONTAINS 22 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-WHSEMAST-RECORD.
           05  FD-WHSEMAST-KEY          PIC X(02).
           05  FILLER                   PIC X(20).

       FD  ORDNOTE
           RECORD CONTAINS 90 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-ORDNOTE-RECORD.
           05  FD-ORDNOTE-KEY           PIC X(09).
           05  FILLER                   PIC X(81).

      *THE WAREHOUSE WHOSE SLIPS THIS RUN PRINTS.  AN EMPTY OR BLANK
      *CARD PRINTS THE HOME WAREHOUSE
       FD  PICKCTL
           RECORD CONTAINS 2 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-PICKCTL-RECORD            PIC X(02).

       FD  PICKSLIP
           RECORD CONTAINS 132 CHARACTERS
       COPY 'ORDFILE-LAYOUT'.
       COPY 'ORDDETAIL-LAYOUT'.
       COPY 'PRODMAST-LAYOUT'.
       COPY 'KITBOM-LAYOUT'.
       COPY 'STOCKWH-LAYOUT'.
       COPY 'WHSEMAST-LAYOUT'.
       COPY 'ORDNOTE-LAYOUT'.

       01  WS-ORDFILE-STATUS            PIC X(02) VALUE '00'.
           88  WS-ORDFILE-OK                VALUE '00'.
       01  WS-PRODMAST-STATUS           PIC X(02) VALUE '00'.
           88  WS-PRODMAST-OK               VALUE '00'.

       01  WS-KITBOM-STATUS             PIC X(02) VALUE '00'.
           88  WS-KITBOM-OK                 VALUE '00'.

       01  WS-STOCKWH-STATUS            PIC X(02) VALUE '00'.
           88  WS-STOCKWH-OK                VALUE '00'.

       01  WS-WHSEMAST-STATUS           PIC X(02) VALUE '00'.
           88  WS-WHSEMAST-OK               VALUE '00'.

       01  WS-ORDNOTE-STATUS            PIC X(02) VALUE '00'.
           88  WS-ORDNOTE-OK                VALUE '00'.

       01  WS-PICKCTL-STATUS            PIC X(02) VALUE '00'.
           88  WS-PICKCTL-OK                VALUE '00'.

       01  WS-PICKSLIP-STATUS           PIC X(02) VALUE '00'.

      *THE WAREHOUSE BEING PICKED, OFF THE PICKCTL CARD, AND THE
      *WAREHOUSE THE CURRENT ORDER SHIPS FROM
       01  WS-PICK-WHSE                 PIC X(02) VALUE SPACES.
       01  WS-ORDER-WHSE                PIC X(02) VALUE SPACES.
       77  WS-OTHER-WHSE-COUNT          PIC 9(07) COMP VALUE 0.

       77  WS-SLIP-COUNT                PIC 9(07) COMP VALUE 0.
       77  WS-EOF-SWITCH                PIC 9(01) COMP VALUE 0.
           88  WS-NO-MORE-RECORDS           VALUE 1.
       77  WS-ODET-EOF-SWITCH           PIC 9(01) COMP VALUE 0.
           88  WS-NO-MORE-ODET-LINES        VALUE 1.
       77  WS-NOTE-EOF-SWITCH           PIC 9(01) COMP VALUE 0.
           88  WS-NO-MORE-NOTES             VALUE 1.

      *THE CURRENT ORDER'S LINES, RESOLVED AGAINST PRODMAST AND
      *SORTED BY BIN BEFORE THE SLIP PRINTS.  THE BIN LEADS THE
      *ENTRY SO A PLAIN ENTRY COMPARE SORTS BY BIN.  100 LINES IS
      *FAR PAST THE LONGEST ORDER EVER KEYED; ANY LINE BEYOND THAT
      *IS DROPPED FROM THE SLIP BUT COUNTED, AND A WARNING LINE
      *PRINTS SO THE PICKER KNOWS TO PULL THE ORDER LISTING.  A KIT
      *LINE IS PICKED AS ITS COMPONENTS, EACH FROM ITS OWN BIN AND
      *CARRYING THE KIT IT GOES INTO
       01  WS-LINE-TABLE.
           05  WS-LINE-ENTRY OCCURS 100 TIMES.
               10  WS-LT-BIN            PIC X(06).
               10  WS-LT-PRODUCT        PIC X(08).
               10  WS-LT-DESC           PIC X(20).
               10  WS-LT-QTY            PIC 9(05).
               10  WS-LT-KIT            PIC X(08).

       77  WS-LINE-COUNT                PIC 9(03) COMP VALUE 0.
       77  WS-DROPPED-LINES             PIC 9(03) COMP VALUE 0.
       77  WS-LINE-SUB                  PIC 9(03) COMP VALUE 0.
       77  WS-SWAP-SUB                  PIC 9(03) COMP VALUE 0.
       77  WS-SORT-DONE                 PIC 9(01) COMP VALUE 0.
       01  WS-SWAP-ENTRY                PIC X(47).

       01  WS-PICK-A                    PIC X(04) VALUE SPACES.
       01  WS-PICK-B                    PIC X(04) VALUE SPACES.
       01  WS-PICK-QTY                  PIC 9(03) VALUE 0.
       01  WS-PICK-SHIPPED              PIC 9(03) VALUE 0.

      *THE ONE PRODUCT BEING PUT IN THE TABLE - THE ORDER LINE ITSELF
      *OR ONE COMPONENT OF A KIT LINE
       01  WS-TABLE-PRODUCT             PIC X(08) VALUE SPACES.
       01  WS-TABLE-QTY                 PIC 9(05) VALUE 0.
       01  WS-TABLE-KIT                 PIC X(08) VALUE SPACES.
       77  WS-KIT-SUB                   PIC 9(02) COMP VALUE 0.

       01  WS-SLIP-HEADING-LINE.
           05  FILLER                   PIC X(22) VALUE
               'PICK SLIP    INVOICE: '.
           05  WH-INVOICE-NO            PIC X(07).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WH-NAME                  PIC X(20).
           05  FILLER                   PIC X(13) VALUE
               '   WAREHOUSE '.
           05  WH-WHSE                  PIC X(02).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WH-WHSE-NAME             PIC X(20).
           05  FILLER                   PIC X(44) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER                   PIC X(08) VALUE 'BIN/LOC'.
           05  FILLER                   PIC X(10) VALUE 'PRODUCT'.
           05  FILLER                   PIC X(22) VALUE 'DESCRIPTION'.
           05  FILLER                   PIC X(07) VALUE '  QTY'.
           05  FILLER                   PIC X(10) VALUE 'FOR KIT'.
           05  FILLER                   PIC X(75) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WD-BIN                   PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-DESC                  PIC X(20).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-QTY                   PIC ZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-KIT                   PIC X(08).
           05  FILLER                   PIC X(76) VALUE SPACES.

       01  WS-NOTE-LINE.
           05  FILLER                   PIC X(06) VALUE 'NOTE ('.
           05  WN-TYPE                  PIC X(08).
           05  FILLER                   PIC X(03) VALUE '): '.
           05  WN-TEXT                  PIC X(60).
           05  FILLER                   PIC X(55) VALUE SPACES.

       01  WS-TRAILER-LINE.
           05  FILLER                   PIC X(20)
           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT PICKCTL.
           IF NOT WS-PICKCTL-OK
               DISPLAY 'JEPRHD: PICKCTL OPEN FAILED, STATUS='
                   WS-PICKCTL-STATUS
               GO TO 9999-ABORT
           END-IF.

           MOVE SPACES TO WS-PICK-WHSE.
           READ PICKCTL INTO WS-PICK-WHSE
               AT END
                   CONTINUE
           END-READ.
           CLOSE PICKCTL.

           IF WS-PICK-WHSE = SPACES
               MOVE WHSEMAST-HOME-CODE TO WS-PICK-WHSE
           END-IF.

           OPEN INPUT ORDFILE.
           IF NOT WS-ORDFILE-OK
               DISPLAY 'JEPRHD: ORDFILE OPEN FAILED, STATUS='
               GO TO 9999-ABORT
           END-IF.

           OPEN INPUT KITBOM.
           IF NOT WS-KITBOM-OK
               DISPLAY 'JEPRHD: KITBOM OPEN FAILED, STATUS='
                   WS-KITBOM-STATUS
               GO TO 9999-ABORT
           END-IF.

           OPEN INPUT STOCKWH.
           IF NOT WS-STOCKWH-OK
               DISPLAY 'JEPRHD: STOCKWH OPEN FAILED, STATUS='
                   WS-STOCKWH-STATUS
               GO TO 9999-ABORT
           END-IF.

           OPEN INPUT WHSEMAST.
           IF NOT WS-WHSEMAST-OK
               DISPLAY 'JEPRHD: WHSEMAST OPEN FAILED, STATUS='
                   WS-WHSEMAST-STATUS
               GO TO 9999-ABORT
           END-IF.

           OPEN INPUT ORDNOTE.
           IF NOT WS-ORDNOTE-OK
               DISPLAY 'JEPRHD: ORDNOTE OPEN FAILED, STATUS='
                   WS-ORDNOTE-STATUS
               GO TO 9999-ABORT
           END-IF.

           MOVE WS-PICK-WHSE TO FD-WHSEMAST-KEY.
           READ WHSEMAST INTO WHSEMAST-RECORD
               INVALID KEY
                   DISPLAY 'JEPRHD: PICKCTL WAREHOUSE ' WS-PICK-WHSE
                       ' IS NOT ON WHSEMAST'
                   GO TO 9999-ABORT
           END-READ.

           OPEN OUTPUT PICKSLIP.

           PERFORM 2100-READ-ORDFILE THRU 2100-READ-ORDFILE-EXIT.

      *PENDING ORDERS AND THE OPEN REMAINDER OF PARTIALS GET SLIPS -
      *BACKORDERS ARE WAITING ON STOCK AND EVERYTHING ELSE HAS
      *ALREADY LEFT OR NEVER WILL.  ONLY ORDERS SHIPPING FROM THE
      *WAREHOUSE ON THE CARD ARE PRINTED - A BLANK WAREHOUSE ON AN
      *OLDER ORDER MEANS THE HOME BUILDING
       2000-PROCESS-ORDFILE.
           IF NOT ORDFILE-ST-PENDING AND NOT ORDFILE-ST-PARTIAL
               GO TO 2000-PROCESS-NEXT
           END-IF.

           IF ORDFILE-WHSE-CODE = SPACES
               MOVE WHSEMAST-HOME-CODE TO WS-ORDER-WHSE
           ELSE
               MOVE ORDFILE-WHSE-CODE TO WS-ORDER-WHSE
           END-IF.
           IF WS-ORDER-WHSE NOT = WS-PICK-WHSE
               ADD 1 TO WS-OTHER-WHSE-COUNT
               GO TO 2000-PROCESS-NEXT
           END-IF.

           PERFORM 3000-COLLECT-LINES THRU 3000-COLLECT-LINES-EXIT.

           IF WS-LINE-COUNT > 0
      *ORDERED AMOUNT LESS WHAT ALREADY SHIPPED - AND A LINE WITH
      *NOTHING LEFT OPEN STAYS OFF THE SLIP.  A PRODUCT NOT ON
      *PRODMAST STILL PRINTS, FLAGGED, SO THE PICKER KNOWS TO ASK
      *RATHER THAN SKIP.  A KIT ON KITBOM IS NOT ON ANY SHELF - ITS
      *COMPONENTS ARE PICKED INSTEAD, THE OPEN KITS TIMES EACH
      *COMPONENT'S QUANTITY PER KIT
       3500-ADD-ONE-LINE.
           IF WS-PICK-A = SPACES AND WS-PICK-B = SPACES
               GO TO 3500-ADD-ONE-LINE-EXIT
               GO TO 3500-ADD-ONE-LINE-EXIT
           END-IF.
           SUBTRACT WS-PICK-SHIPPED FROM WS-PICK-QTY.

           MOVE WS-PICK-A TO FD-KITBOM-KEY(1:4).
           MOVE WS-PICK-B TO FD-KITBOM-KEY(5:4).
           READ KITBOM INTO KITBOM-RECORD
               INVALID KEY
                   MOVE SPACES TO KITBOM-KEY
           END-READ.
           IF KITBOM-KEY NOT = SPACES
               PERFORM 3600-ADD-KIT-COMPONENT
                   THRU 3600-ADD-KIT-COMPONENT-EXIT
                   VARYING WS-KIT-SUB FROM 1 BY 1
                   UNTIL WS-KIT-SUB > KITBOM-COMP-COUNT
                      OR WS-KIT-SUB > 8
               GO TO 3500-ADD-ONE-LINE-EXIT
           END-IF.

           MOVE WS-PICK-A TO WS-TABLE-PRODUCT(1:4).
           MOVE WS-PICK-B TO WS-TABLE-PRODUCT(5:4).
           MOVE WS-PICK-QTY TO WS-TABLE-QTY.
           MOVE SPACES TO WS-TABLE-KIT.
           PERFORM 3700-TABLE-ONE-LINE THRU 3700-TABLE-ONE-LINE-EXIT.
       3500-ADD-ONE-LINE-EXIT.
           EXIT.

       3600-ADD-KIT-COMPONENT.
           MOVE KITBOM-COMP-A (WS-KIT-SUB) TO WS-TABLE-PRODUCT(1:4).
           MOVE KITBOM-COMP-B (WS-KIT-SUB) TO WS-TABLE-PRODUCT(5:4).
           COMPUTE WS-TABLE-QTY =
               WS-PICK-QTY * KITBOM-COMP-QTY (WS-KIT-SUB).
           MOVE KITBOM-KEY TO WS-TABLE-KIT.
           PERFORM 3700-TABLE-ONE-LINE THRU 3700-TABLE-ONE-LINE-EXIT.
       3600-ADD-KIT-COMPONENT-EXIT.
           EXIT.

      *PUTS ONE PICKABLE PRODUCT IN THE TABLE WITH ITS BIN AND
      *DESCRIPTION, OR COUNTS IT AS DROPPED WHEN THE TABLE IS FULL.
      *THE BIN IS THE PRODUCT'S SHELF IN THE WAREHOUSE BEING PICKED,
      *OFF ITS STOCKWH RECORD - NONE THERE LEAVES THE BIN BLANK
       3700-TABLE-ONE-LINE.
           IF WS-LINE-COUNT = 100
               ADD 1 TO WS-DROPPED-LINES
               GO TO 3700-TABLE-ONE-LINE-EXIT
           END-IF.

           ADD 1 TO WS-LINE-COUNT.
           MOVE WS-TABLE-PRODUCT TO WS-LT-PRODUCT (WS-LINE-COUNT).
           MOVE WS-TABLE-QTY TO WS-LT-QTY (WS-LINE-COUNT).
           MOVE WS-TABLE-KIT TO WS-LT-KIT (WS-LINE-COUNT).

           MOVE WS-TABLE-PRODUCT TO FD-PRODMAST-KEY.
           READ PRODMAST INTO PRODMAST-RECORD
               INVALID KEY
                   MOVE SPACES TO WS-LT-BIN (WS-LINE-COUNT)
                   MOVE '(NOT ON PRODMAST)'
                       TO WS-LT-DESC (WS-LINE-COUNT)
                   GO TO 3700-TABLE-ONE-LINE-EXIT
           END-READ.

           MOVE PRODMAST-DESCRIPTION TO WS-LT-DESC (WS-LINE-COUNT).

           MOVE WS-TABLE-PRODUCT TO FD-STOCKWH-KEY(1:8).
           MOVE WS-PICK-WHSE TO FD-STOCKWH-KEY(9:2).
           READ STOCKWH INTO STOCKWH-RECORD
               INVALID KEY
                   MOVE SPACES TO STOCKWH-BIN-LOC
           END-READ.
           MOVE STOCKWH-BIN-LOC TO WS-LT-BIN (WS-LINE-COUNT).
       3700-TABLE-ONE-LINE-EXIT.
           EXIT.

      *SIMPLE EXCHANGE SORT ON THE BIN LOCATION LEADING EACH ENTRY -

           MOVE ORDFILE-INVOICE-NO TO WH-INVOICE-NO.
           MOVE ORDFILE-NAME TO WH-NAME.
           MOVE WS-PICK-WHSE TO WH-WHSE.
           MOVE WHSEMAST-NAME TO WH-WHSE-NAME.
           MOVE WS-SLIP-HEADING-LINE TO FD-PICKSLIP-LINE.
           WRITE FD-PICKSLIP-LINE.

           PERFORM 5200-PRINT-NOTES THRU 5200-PRINT-NOTES-EXIT.

           MOVE WS-COLUMN-LINE TO FD-PICKSLIP-LINE.
           WRITE FD-PICKSLIP-LINE.

           MOVE WS-LT-PRODUCT (WS-LINE-SUB) TO WD-PRODUCT.
           MOVE WS-LT-DESC (WS-LINE-SUB) TO WD-DESC.
           MOVE WS-LT-QTY (WS-LINE-SUB) TO WD-QTY.
           MOVE WS-LT-KIT (WS-LINE-SUB) TO WD-KIT.
           MOVE WS-DETAIL-LINE TO FD-PICKSLIP-LINE.
           WRITE FD-PICKSLIP-LINE.
       5100-PRINT-ONE-LINE-EXIT.
           EXIT.

      *EVERY NOTE LINE ON THE ORDER, IN LINE ORDER, BETWEEN THE SLIP
      *HEADING AND THE BIN COLUMNS
       5200-PRINT-NOTES.
           MOVE 0 TO WS-NOTE-EOF-SWITCH.
           MOVE ORDFILE-INVOICE-NO TO ORDNOTE-INVOICE-NO.
           MOVE 0 TO ORDNOTE-LINE-NO.
           MOVE ORDNOTE-KEY TO FD-ORDNOTE-KEY.

           START ORDNOTE KEY IS NOT LESS THAN FD-ORDNOTE-KEY
               INVALID KEY
                   SET WS-NO-MORE-NOTES TO TRUE
           END-START.

           PERFORM 5300-PRINT-ONE-NOTE THRU 5300-PRINT-ONE-NOTE-EXIT
               UNTIL WS-NO-MORE-NOTES.
       5200-PRINT-NOTES-EXIT.
           EXIT.

       5300-PRINT-ONE-NOTE.
           READ ORDNOTE NEXT RECORD INTO ORDNOTE-RECORD
               AT END
                   SET WS-NO-MORE-NOTES TO TRUE
           END-READ.

           IF WS-NO-MORE-NOTES
               GO TO 5300-PRINT-ONE-NOTE-EXIT
           END-IF.

           IF ORDNOTE-INVOICE-NO NOT = ORDFILE-INVOICE-NO
               SET WS-NO-MORE-NOTES TO TRUE
               GO TO 5300-PRINT-ONE-NOTE-EXIT
           END-IF.

           IF ORDNOTE-CUSTOMER
               MOVE 'CUSTOMER' TO WN-TYPE
           ELSE
               MOVE 'INTERNAL' TO WN-TYPE
           END-IF.
           MOVE ORDNOTE-TEXT TO WN-TEXT.
           MOVE WS-NOTE-LINE TO FD-PICKSLIP-LINE.
           WRITE FD-PICKSLIP-LINE.
       5300-PRINT-ONE-NOTE-EXIT.
           EXIT.

       8000-WRITE-TRAILER.
           MOVE WS-BLANK-LINE TO FD-PICKSLIP-LINE.
           WRITE FD-PICKSLIP-LINE.
           CLOSE ORDFILE.
           CLOSE ORDDETAIL.
           CLOSE PRODMAST.
           CLOSE KITBOM.
           CLOSE STOCKWH.
           CLOSE WHSEMAST.
           CLOSE ORDNOTE.
           CLOSE PICKSLIP.
           DISPLAY 'JEPRHD: WAREHOUSE=' WS-PICK-WHSE.
           DISPLAY 'JEPRHD: PICK SLIPS PRINTED=' WS-SLIP-COUNT.
           DISPLAY 'JEPRHD: ORDERS FOR OTHER WAREHOUSES='
               WS-OTHER-WHSE-COUNT.
       9000-TERMINATE-EXIT.
           EXIT.

