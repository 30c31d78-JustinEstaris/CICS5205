       IDENTIFICATION DIVISION.
       PROGRAM-ID. JEPRHQ.
       AUTHOR. J ESTARIS.
       INSTALLATION. ORDER PROCESSING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      *  JEPRHQ - CYCLE COUNT SHEET PRINT                             *
      *  TAKES A WAREHOUSE AND A RANGE OF BIN/LOCATIONS OFF THE       *
      *  CNTCTL CONTROL CARD AND PUTS EVERY PRODUCT SHELVED IN THAT   *
      *  RANGE OF THAT WAREHOUSE OUT FOR COUNT - THE BIN AND ON-HAND  *
      *  COME OFF THE PRODUCT'S STOCKWH RECORD FOR THE WAREHOUSE.     *
      *  EACH ONE GETS A CYCCOUNT RECORD HOLDING A SNAPSHOT OF ITS    *
      *  ON-HAND AS IT STANDS NOW, THEN THE SHEETS PRINT FROM         *
      *  CYCCOUNT IN BIN ORDER, ONE SHEET PER AISLE, SO THE COUNTER   *
      *  WALKS THE AISLE ONCE.  THE SHEET NEVER SHOWS THE SYSTEM      *
      *  QUANTITY - THE COUNTER WRITES DOWN WHAT IS ON THE SHELF, NOT *
      *  WHAT THE FILE EXPECTS.  A PRODUCT WHOSE EARLIER COUNT IS     *
      *  STILL WAITING FOR APPROVAL OR POSTING IS LEFT ALONE AND      *
      *  LISTED AT THE END SO IT IS NOT COUNTED TWICE.                *
      *  THE COUNTS COME BACK ON THE JEPRHR SCREEN OR THROUGH THE     *
      *  JEPRHS COUNT FILE LOAD.                                      *
      *****************************************************************
      *  MODIFICATION HISTORY                                         *
      *  DATE        INIT  DESCRIPTION                                *
      *  2026-10-15  JE    INITIAL VERSION                            *
      *  2026-10-15  JE    PRODMAST RECORD GREW TO 86 (DISCONTINUED    *
      *                    STATUS AND REPLACEMENT)                     *
      *  2026-10-15  JE    COUNTS ONE WAREHOUSE, NAMED ON THE CNTCTL   *
      *                    CARD - BIN AND FROZEN ON-HAND TAKEN FROM    *
      *                    STOCKWH, CYCCOUNT KEY LEADS WITH THE        *
      *                    WAREHOUSE                                   *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RS-6000.
       OBJECT-COMPUTER. RS-6000.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODMAST ASSIGN TO PRODMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-PRODMAST-KEY
               FILE STATUS IS WS-PRODMAST-STATUS.

           SELECT STOCKWH ASSIGN TO STOCKWH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FD-STOCKWH-KEY
               FILE STATUS IS WS-STOCKWH-STATUS.

           SELECT WHSEMAST ASSIGN TO WHSEMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-WHSEMAST-KEY
               FILE STATUS IS WS-WHSEMAST-STATUS.

           SELECT CYCCOUNT ASSIGN TO CYCCOUNT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-CYCCOUNT-KEY
               FILE STATUS IS WS-CYCCOUNT-STATUS.

           SELECT CNTCTL ASSIGN TO CNTCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNTCTL-STATUS.

           SELECT CNTSHEET ASSIGN TO CNTSHEET
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNTSHEET-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  PRODMAST
           RECORD CONTAINS 86 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-PRODMAST-RECORD.
           05  FD-PRODMAST-KEY          PIC X(08).
           05  FILLER                   PIC X(78).

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

       FD  CYCCOUNT
           RECORD CONTAINS 70 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-CYCCOUNT-RECORD.
           05  FD-CYCCOUNT-KEY          PIC X(16).
           05  FILLER                   PIC X(54).

      *ONE CONTROL CARD - THE FIRST AND LAST BIN/LOCATION TO COUNT
      *AND THE WAREHOUSE THEY ARE IN.  A MISSING CARD REFUSES THE
      *RUN; A BLANK LAST BIN COUNTS THE ONE BIN NAMED FIRST, AND A
      *BLANK WAREHOUSE COUNTS THE HOME WAREHOUSE
       FD  CNTCTL
           RECORD CONTAINS 14 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-CNTCTL-RECORD             PIC X(14).

       FD  CNTSHEET
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-CNTSHEET-LINE             PIC X(132).

       WORKING-STORAGE SECTION.

       COPY 'PRODMAST-LAYOUT'.
       COPY 'STOCKWH-LAYOUT'.
       COPY 'WHSEMAST-LAYOUT'.
       COPY 'CYCCOUNT-LAYOUT'.

       01  WS-PRODMAST-STATUS           PIC X(02) VALUE '00'.
           88  WS-PRODMAST-OK               VALUE '00'.

       01  WS-STOCKWH-STATUS            PIC X(02) VALUE '00'.
           88  WS-STOCKWH-OK                VALUE '00'.

       01  WS-WHSEMAST-STATUS           PIC X(02) VALUE '00'.
           88  WS-WHSEMAST-OK               VALUE '00'.

       01  WS-CYCCOUNT-STATUS           PIC X(02) VALUE '00'.
           88  WS-CYCCOUNT-OK               VALUE '00'.

       01  WS-CNTCTL-STATUS             PIC X(02) VALUE '00'.
           88  WS-CNTCTL-OK                 VALUE '00'.

       01  WS-CNTSHEET-STATUS           PIC X(02) VALUE '00'.

       01  WS-CNTCTL-CARD.
           05  WS-CNTCTL-BIN-FROM       PIC X(06).
           05  WS-CNTCTL-BIN-TO         PIC X(06).
           05  WS-CNTCTL-WHSE           PIC X(02).

       77  WS-PRODUCT-COUNT             PIC 9(07) COMP VALUE 0.
       77  WS-SELECTED-COUNT            PIC 9(07) COMP VALUE 0.
       77  WS-PENDING-COUNT             PIC 9(07) COMP VALUE 0.
       77  WS-PRINTED-COUNT             PIC 9(07) COMP VALUE 0.
       77  WS-SHEET-COUNT               PIC 9(05) COMP VALUE 0.
       77  WS-EOF-SWITCH                PIC 9(01) COMP VALUE 0.
           88  WS-NO-MORE-RECORDS           VALUE 1.
       77  WS-CYC-EOF-SWITCH            PIC 9(01) COMP VALUE 0.
           88  WS-NO-MORE-COUNTS            VALUE 1.

      *THE FIRST TWO CHARACTERS OF THE BIN NAME THE AISLE - A NEW
      *AISLE STARTS A NEW SHEET
       01  WS-CURRENT-AISLE             PIC X(02) VALUE LOW-VALUES.

      *PRODUCTS LEFT OFF TONIGHT'S SHEETS BECAUSE AN EARLIER COUNT
      *IS STILL OPEN, LISTED AFTER THE LAST SHEET
       01  WS-PENDING-TABLE.
           05  WS-PENDING-ENTRY OCCURS 200 TIMES.
               10  WS-PT-BIN            PIC X(06).
               10  WS-PT-PRODUCT        PIC X(08).
               10  WS-PT-STATUS         PIC X(01).
       77  WS-PENDING-SUB               PIC 9(03) COMP VALUE 0.

       01  WS-RUN-DATE                  PIC X(08) VALUE SPACES.

       01  WS-SHEET-HEADING-LINE.
           05  FILLER                   PIC X(26) VALUE
               'CYCLE COUNT SHEET  AISLE: '.
           05  WH-AISLE                 PIC X(02).
           05  FILLER                   PIC X(10) VALUE
               '   BINS: '.
           05  WH-BIN-FROM              PIC X(06).
           05  FILLER                   PIC X(04) VALUE ' TO '.
           05  WH-BIN-TO                PIC X(06).
           05  FILLER                   PIC X(09) VALUE
               '   DATE: '.
           05  WH-RUN-DATE              PIC X(08).
           05  FILLER                   PIC X(09) VALUE
               '   WHSE: '.
           05  WH-WHSE                  PIC X(02).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WH-WHSE-NAME             PIC X(20).
           05  FILLER                   PIC X(29) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER                   PIC X(08) VALUE 'BIN/LOC'.
           05  FILLER                   PIC X(10) VALUE 'PRODUCT'.
           05  FILLER                   PIC X(22) VALUE 'DESCRIPTION'.
           05  FILLER                   PIC X(14) VALUE
               'COUNTED QTY'.
           05  FILLER                   PIC X(78) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WD-BIN                   PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-PRODUCT               PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-DESC                  PIC X(20).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(11) VALUE
               '__________'.
           05  FILLER                   PIC X(81) VALUE SPACES.

       01  WS-SIGN-LINE.
           05  FILLER                   PIC X(42) VALUE
               'COUNTED BY: ____________  DATE: ________'.
           05  FILLER                   PIC X(90) VALUE SPACES.

       01  WS-PENDING-HEADING-LINE.
           05  FILLER                   PIC X(50) VALUE
               'NOT PUT OUT FOR COUNT - EARLIER COUNT STILL OPEN'.
           05  FILLER                   PIC X(82) VALUE SPACES.

       01  WS-PENDING-LINE.
           05  WP-BIN                   PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WP-PRODUCT               PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WP-STATUS                PIC X(22).
           05  FILLER                   PIC X(92) VALUE SPACES.

       01  WS-TRAILER-LINE.
           05  FILLER                   PIC X(20)
               VALUE 'PRODUCTS ON SHEETS:'.
           05  WT-PRINTED-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  FILLER                   PIC X(16)
               VALUE 'SHEETS PRINTED:'.
           05  WT-SHEET-COUNT           PIC ZZ,ZZ9.
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  FILLER                   PIC X(20)
               VALUE 'LEFT OFF (OPEN):'.
           05  WT-PENDING-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(46) VALUE SPACES.

       01  WS-BLANK-LINE                PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-SELECT-PRODUCT THRU 2000-SELECT-PRODUCT-EXIT
               UNTIL WS-NO-MORE-RECORDS.
           PERFORM 3000-PRINT-SHEETS THRU 3000-PRINT-SHEETS-EXIT.
           PERFORM 8000-WRITE-TRAILER THRU 8000-WRITE-TRAILER-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT CNTCTL.
           IF NOT WS-CNTCTL-OK
               DISPLAY 'JEPRHQ: CNTCTL OPEN FAILED, STATUS='
                   WS-CNTCTL-STATUS
               GO TO 9999-ABORT
           END-IF.

           MOVE SPACES TO WS-CNTCTL-CARD.
           READ CNTCTL INTO WS-CNTCTL-CARD
               AT END
                   CONTINUE
           END-READ.
           CLOSE CNTCTL.

           IF WS-CNTCTL-BIN-FROM = SPACES
               DISPLAY 'JEPRHQ: CNTCTL CARD MUST NAME A FIRST BIN'
               GO TO 9999-ABORT
           END-IF.
           IF WS-CNTCTL-BIN-TO = SPACES
               MOVE WS-CNTCTL-BIN-FROM TO WS-CNTCTL-BIN-TO
           END-IF.
           IF WS-CNTCTL-BIN-TO < WS-CNTCTL-BIN-FROM
               DISPLAY 'JEPRHQ: CNTCTL LAST BIN IS BEFORE THE FIRST'
               GO TO 9999-ABORT
           END-IF.
           IF WS-CNTCTL-WHSE = SPACES
               MOVE WHSEMAST-HOME-CODE TO WS-CNTCTL-WHSE
           END-IF.

           OPEN INPUT PRODMAST.
           IF NOT WS-PRODMAST-OK
               DISPLAY 'JEPRHQ: PRODMAST OPEN FAILED, STATUS='
                   WS-PRODMAST-STATUS
               GO TO 9999-ABORT
           END-IF.

           OPEN INPUT STOCKWH.
           IF NOT WS-STOCKWH-OK
               DISPLAY 'JEPRHQ: STOCKWH OPEN FAILED, STATUS='
                   WS-STOCKWH-STATUS
               GO TO 9999-ABORT
           END-IF.

           OPEN INPUT WHSEMAST.
           IF NOT WS-WHSEMAST-OK
               DISPLAY 'JEPRHQ: WHSEMAST OPEN FAILED, STATUS='
                   WS-WHSEMAST-STATUS
               GO TO 9999-ABORT
           END-IF.

           MOVE WS-CNTCTL-WHSE TO FD-WHSEMAST-KEY.
           READ WHSEMAST INTO WHSEMAST-RECORD
               INVALID KEY
                   DISPLAY 'JEPRHQ: CNTCTL WAREHOUSE ' WS-CNTCTL-WHSE
                       ' IS NOT ON WHSEMAST'
                   GO TO 9999-ABORT
           END-READ.

           OPEN I-O CYCCOUNT.
           IF NOT WS-CYCCOUNT-OK
               DISPLAY 'JEPRHQ: CYCCOUNT OPEN FAILED, STATUS='
                   WS-CYCCOUNT-STATUS
               GO TO 9999-ABORT
           END-IF.

           OPEN OUTPUT CNTSHEET.

           PERFORM 2100-READ-STOCKWH THRU 2100-READ-STOCKWH-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *A PRODUCT SHELVED INSIDE THE RANGE OF THE WAREHOUSE BEING
      *COUNTED GOES OUT FOR COUNT WITH TODAY'S ON-HAND THERE FROZEN
      *ON ITS CYCCOUNT RECORD.  A SHEET NOT YET COUNTED IS SIMPLY
      *REISSUED; A COUNT ALREADY TAKEN OR APPROVED BUT NOT YET
      *POSTED IS NEVER OVERWRITTEN
       2000-SELECT-PRODUCT.
           IF STOCKWH-WHSE-CODE NOT = WS-CNTCTL-WHSE
               GO TO 2000-SELECT-NEXT
           END-IF.
           ADD 1 TO WS-PRODUCT-COUNT.

           IF STOCKWH-BIN-LOC = SPACES
               OR STOCKWH-BIN-LOC < WS-CNTCTL-BIN-FROM
               OR STOCKWH-BIN-LOC > WS-CNTCTL-BIN-TO
               GO TO 2000-SELECT-NEXT
           END-IF.

           MOVE STOCKWH-WHSE-CODE TO FD-CYCCOUNT-KEY(1:2).
           MOVE STOCKWH-BIN-LOC TO FD-CYCCOUNT-KEY(3:6).
           MOVE STOCKWH-PROD-A TO FD-CYCCOUNT-KEY(9:4).
           MOVE STOCKWH-PROD-B TO FD-CYCCOUNT-KEY(13:4).
           READ CYCCOUNT INTO CYCCOUNT-RECORD
               INVALID KEY
                   PERFORM 2200-BUILD-COUNT THRU 2200-BUILD-COUNT-EXIT
                   WRITE FD-CYCCOUNT-RECORD FROM CYCCOUNT-RECORD
                   ADD 1 TO WS-SELECTED-COUNT
                   GO TO 2000-SELECT-NEXT
           END-READ.

           IF NOT CYCCOUNT-ST-SHEET
               PERFORM 2300-NOTE-PENDING THRU 2300-NOTE-PENDING-EXIT
               GO TO 2000-SELECT-NEXT
           END-IF.

           PERFORM 2200-BUILD-COUNT THRU 2200-BUILD-COUNT-EXIT.
           REWRITE FD-CYCCOUNT-RECORD FROM CYCCOUNT-RECORD.
           ADD 1 TO WS-SELECTED-COUNT.

       2000-SELECT-NEXT.
           PERFORM 2100-READ-STOCKWH THRU 2100-READ-STOCKWH-EXIT.
       2000-SELECT-PRODUCT-EXIT.
           EXIT.

       2100-READ-STOCKWH.
           READ STOCKWH NEXT RECORD INTO STOCKWH-RECORD
               AT END
                   SET WS-NO-MORE-RECORDS TO TRUE
           END-READ.
       2100-READ-STOCKWH-EXIT.
           EXIT.

       2200-BUILD-COUNT.
           MOVE SPACES TO CYCCOUNT-RECORD.
           MOVE STOCKWH-WHSE-CODE TO CYCCOUNT-WHSE-CODE.
           MOVE STOCKWH-BIN-LOC TO CYCCOUNT-BIN-LOC.
           MOVE STOCKWH-PROD-A TO CYCCOUNT-PROD-A.
           MOVE STOCKWH-PROD-B TO CYCCOUNT-PROD-B.
           MOVE WS-RUN-DATE TO CYCCOUNT-SHEET-DATE.
           MOVE STOCKWH-ON-HAND TO CYCCOUNT-FROZEN-QTY.
           MOVE 0 TO CYCCOUNT-COUNTED-QTY.
           SET CYCCOUNT-ST-SHEET TO TRUE.
       2200-BUILD-COUNT-EXIT.
           EXIT.

       2300-NOTE-PENDING.
           ADD 1 TO WS-PENDING-COUNT.
           IF WS-PENDING-COUNT > 200
               GO TO 2300-NOTE-PENDING-EXIT
           END-IF.
           MOVE CYCCOUNT-BIN-LOC TO WS-PT-BIN (WS-PENDING-COUNT).
           MOVE STOCKWH-KEY(1:8) TO WS-PT-PRODUCT (WS-PENDING-COUNT).
           MOVE CYCCOUNT-STATUS TO WS-PT-STATUS (WS-PENDING-COUNT).
       2300-NOTE-PENDING-EXIT.
           EXIT.

      *THE SHEETS PRINT STRAIGHT OFF CYCCOUNT - ITS KEY LEADS WITH
      *THE WAREHOUSE AND THEN THE BIN, SO READING THE RANGE FORWARD
      *IS ALREADY AISLE ORDER.  ONLY TONIGHT'S SHEET RECORDS PRINT
       3000-PRINT-SHEETS.
           MOVE LOW-VALUES TO FD-CYCCOUNT-KEY.
           MOVE WS-CNTCTL-WHSE TO FD-CYCCOUNT-KEY(1:2).
           MOVE WS-CNTCTL-BIN-FROM TO FD-CYCCOUNT-KEY(3:6).
           START CYCCOUNT KEY IS NOT LESS THAN FD-CYCCOUNT-KEY
               INVALID KEY
                   GO TO 3000-PRINT-SHEETS-EXIT
           END-START.

           PERFORM 3100-PRINT-ONE-COUNT THRU 3100-PRINT-ONE-COUNT-EXIT
               UNTIL WS-NO-MORE-COUNTS.

           IF WS-SHEET-COUNT > 0
               MOVE WS-BLANK-LINE TO FD-CNTSHEET-LINE
               WRITE FD-CNTSHEET-LINE
               MOVE WS-SIGN-LINE TO FD-CNTSHEET-LINE
               WRITE FD-CNTSHEET-LINE
           END-IF.
       3000-PRINT-SHEETS-EXIT.
           EXIT.

       3100-PRINT-ONE-COUNT.
           READ CYCCOUNT NEXT RECORD INTO CYCCOUNT-RECORD
               AT END
                   SET WS-NO-MORE-COUNTS TO TRUE
                   GO TO 3100-PRINT-ONE-COUNT-EXIT
           END-READ.

           IF CYCCOUNT-WHSE-CODE NOT = WS-CNTCTL-WHSE
               OR CYCCOUNT-BIN-LOC > WS-CNTCTL-BIN-TO
               SET WS-NO-MORE-COUNTS TO TRUE
               GO TO 3100-PRINT-ONE-COUNT-EXIT
           END-IF.

           IF NOT CYCCOUNT-ST-SHEET
               OR CYCCOUNT-SHEET-DATE NOT = WS-RUN-DATE
               GO TO 3100-PRINT-ONE-COUNT-EXIT
           END-IF.

           IF CYCCOUNT-BIN-LOC(1:2) NOT = WS-CURRENT-AISLE
               PERFORM 3200-START-SHEET THRU 3200-START-SHEET-EXIT
           END-IF.

           MOVE CYCCOUNT-BIN-LOC TO WD-BIN.
           MOVE CYCCOUNT-PROD-A TO WD-PRODUCT(1:4).
           MOVE CYCCOUNT-PROD-B TO WD-PRODUCT(5:4).

           MOVE CYCCOUNT-PROD-A TO FD-PRODMAST-KEY(1:4).
           MOVE CYCCOUNT-PROD-B TO FD-PRODMAST-KEY(5:4).
           MOVE SPACES TO WD-DESC.
           PERFORM 3300-FIND-DESCRIPTION
               THRU 3300-FIND-DESCRIPTION-EXIT.

           MOVE WS-DETAIL-LINE TO FD-CNTSHEET-LINE.
           WRITE FD-CNTSHEET-LINE.
           ADD 1 TO WS-PRINTED-COUNT.
       3100-PRINT-ONE-COUNT-EXIT.
           EXIT.

      *CLOSES OFF THE LAST AISLE'S SHEET WITH ITS SIGN-OFF LINE AND
      *HEADS UP THE NEXT ONE
       3200-START-SHEET.
           IF WS-SHEET-COUNT > 0
               MOVE WS-BLANK-LINE TO FD-CNTSHEET-LINE
               WRITE FD-CNTSHEET-LINE
               MOVE WS-SIGN-LINE TO FD-CNTSHEET-LINE
               WRITE FD-CNTSHEET-LINE
           END-IF.

           MOVE CYCCOUNT-BIN-LOC(1:2) TO WS-CURRENT-AISLE.
           ADD 1 TO WS-SHEET-COUNT.

           MOVE WS-BLANK-LINE TO FD-CNTSHEET-LINE.
           WRITE FD-CNTSHEET-LINE.
           MOVE WS-CURRENT-AISLE TO WH-AISLE.
           MOVE WS-CNTCTL-BIN-FROM TO WH-BIN-FROM.
           MOVE WS-CNTCTL-BIN-TO TO WH-BIN-TO.
           MOVE WS-RUN-DATE TO WH-RUN-DATE.
           MOVE WS-CNTCTL-WHSE TO WH-WHSE.
           MOVE WHSEMAST-NAME TO WH-WHSE-NAME.
           MOVE WS-SHEET-HEADING-LINE TO FD-CNTSHEET-LINE.
           WRITE FD-CNTSHEET-LINE.
           MOVE WS-COLUMN-LINE TO FD-CNTSHEET-LINE.
           WRITE FD-CNTSHEET-LINE.
       3200-START-SHEET-EXIT.
           EXIT.

       3300-FIND-DESCRIPTION.
           READ PRODMAST INTO PRODMAST-RECORD
               INVALID KEY
                   MOVE '(NOT ON PRODMAST)' TO WD-DESC
                   GO TO 3300-FIND-DESCRIPTION-EXIT
           END-READ.
           MOVE PRODMAST-DESCRIPTION TO WD-DESC.
       3300-FIND-DESCRIPTION-EXIT.
           EXIT.

       8000-WRITE-TRAILER.
           IF WS-PENDING-COUNT > 0
               MOVE WS-BLANK-LINE TO FD-CNTSHEET-LINE
               WRITE FD-CNTSHEET-LINE
               MOVE WS-PENDING-HEADING-LINE TO FD-CNTSHEET-LINE
               WRITE FD-CNTSHEET-LINE
               MOVE 0 TO WS-PENDING-SUB
               PERFORM 8100-PRINT-ONE-PENDING
                   THRU 8100-PRINT-ONE-PENDING-EXIT
                   UNTIL WS-PENDING-SUB = WS-PENDING-COUNT
                       OR WS-PENDING-SUB = 200
           END-IF.

           MOVE WS-BLANK-LINE TO FD-CNTSHEET-LINE.
           WRITE FD-CNTSHEET-LINE.
           MOVE WS-PRINTED-COUNT TO WT-PRINTED-COUNT.
           MOVE WS-SHEET-COUNT TO WT-SHEET-COUNT.
           MOVE WS-PENDING-COUNT TO WT-PENDING-COUNT.
           MOVE WS-TRAILER-LINE TO FD-CNTSHEET-LINE.
           WRITE FD-CNTSHEET-LINE.
       8000-WRITE-TRAILER-EXIT.
           EXIT.

       8100-PRINT-ONE-PENDING.
           ADD 1 TO WS-PENDING-SUB.
           MOVE WS-PT-BIN (WS-PENDING-SUB) TO WP-BIN.
           MOVE WS-PT-PRODUCT (WS-PENDING-SUB) TO WP-PRODUCT.
           IF WS-PT-STATUS (WS-PENDING-SUB) = 'A'
               MOVE 'APPROVED, NOT POSTED' TO WP-STATUS
           ELSE
               MOVE 'COUNTED, NOT APPROVED' TO WP-STATUS
           END-IF.
           MOVE WS-PENDING-LINE TO FD-CNTSHEET-LINE.
           WRITE FD-CNTSHEET-LINE.
       8100-PRINT-ONE-PENDING-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE PRODMAST.
           CLOSE STOCKWH.
           CLOSE WHSEMAST.
           CLOSE CYCCOUNT.
           CLOSE CNTSHEET.
           DISPLAY 'JEPRHQ: WAREHOUSE ' WS-CNTCTL-WHSE
               ' PRODUCTS READ=' WS-PRODUCT-COUNT.
           DISPLAY 'JEPRHQ: PUT OUT FOR COUNT=' WS-SELECTED-COUNT.
           DISPLAY 'JEPRHQ: LEFT OFF, COUNT STILL OPEN='
               WS-PENDING-COUNT.
       9000-TERMINATE-EXIT.
           EXIT.

       9999-ABORT.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       END PROGRAM JEPRHQ.
