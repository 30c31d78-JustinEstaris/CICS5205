       IDENTIFICATION DIVISION.
       PROGRAM-ID. JEPRHU.
       AUTHOR. J ESTARIS.
       INSTALLATION. ORDER PROCESSING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      *  JEPRHU - CYCLE COUNT VARIANCE POSTING                        *
      *  READS CYCCOUNT IN WAREHOUSE AND BIN ORDER AND POSTS EVERY    *
      *  COUNT A SUPERVISOR HAS APPROVED ON THE JEPRHR SCREEN.  THE   *
      *  DIFFERENCE BETWEEN THE COUNTED QUANTITY AND THE ON-HAND      *
      *  FROZEN WHEN THE SHEET PRINTED IS APPLIED TO TODAY'S          *
      *  STOCKWH-ON-HAND FOR THE WAREHOUSE COUNTED - SO STOCK THAT    *
      *  MOVED WHILE THE AISLE WAS BEING COUNTED IS NOT UNDONE - AND  *
      *  THE SAME DIFFERENCE TO THE PRODMAST-ON-HAND COMPANY TOTAL.   *
      *  EVERY NON-ZERO DIFFERENCE IS LOGGED TO THE INVADJ ADJUSTMENT *
      *  FILE WITH THE WAREHOUSE AND ITS VALUE AT PRODMAST-UNIT-PRICE *
      *  FOR THE JEPRHI LEDGER FEED.  THE POSTED CYCCOUNT RECORD IS   *
      *  DELETED, WHICH IS ALSO WHAT MAKES A RERUN AFTER A FAILURE    *
      *  SAFE - A COUNT ALREADY POSTED IS NO LONGER THERE TO POST     *
      *  TWICE.  COUNTS NOT YET APPROVED ARE LEFT ON FILE UNTOUCHED.  *
      *  A POSTING REGISTER LISTS EVERY LINE POSTED.                  *
      *****************************************************************
      *  MODIFICATION HISTORY                                         *
      *  DATE        INIT  DESCRIPTION                                *
      *  2026-10-15  JE    INITIAL VERSION                            *
      *  2026-10-15  JE    PRODMAST RECORD GREW TO 86 (DISCONTINUED    *
      *                    STATUS AND REPLACEMENT)                     *
      *  2026-10-15  JE    COUNTS POST TO THE WAREHOUSE'S STOCKWH      *
      *                    ON-HAND AND THE SAME VARIANCE TO THE        *
      *                    PRODMAST TOTAL; INVADJ CARRIES THE          *
      *                    WAREHOUSE                                   *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RS-6000.
       OBJECT-COMPUTER. RS-6000.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CYCCOUNT ASSIGN TO CYCCOUNT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FD-CYCCOUNT-KEY
               FILE STATUS IS WS-CYCCOUNT-STATUS.

           SELECT PRODMAST ASSIGN TO PRODMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-PRODMAST-KEY
               FILE STATUS IS WS-PRODMAST-STATUS.

           SELECT STOCKWH ASSIGN TO STOCKWH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-STOCKWH-KEY
               FILE STATUS IS WS-STOCKWH-STATUS.

           SELECT INVADJ ASSIGN TO INVADJ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INVADJ-STATUS.

           SELECT CNTPOST ASSIGN TO CNTPOST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNTPOST-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CYCCOUNT
           RECORD CONTAINS 70 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-CYCCOUNT-RECORD.
           05  FD-CYCCOUNT-KEY          PIC X(16).
           05  FILLER                   PIC X(54).

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

       FD  INVADJ
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-INVADJ-RECORD             PIC X(80).

       FD  CNTPOST
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-CNTPOST-LINE              PIC X(132).

       WORKING-STORAGE SECTION.

       COPY 'CYCCOUNT-LAYOUT'.
       COPY 'PRODMAST-LAYOUT'.
       COPY 'STOCKWH-LAYOUT'.
       COPY 'INVADJ-LAYOUT'.

       01  WS-CYCCOUNT-STATUS           PIC X(02) VALUE '00'.
           88  WS-CYCCOUNT-OK               VALUE '00'.

       01  WS-PRODMAST-STATUS           PIC X(02) VALUE '00'.
           88  WS-PRODMAST-OK               VALUE '00'.

       01  WS-STOCKWH-STATUS            PIC X(02) VALUE '00'.
           88  WS-STOCKWH-OK                VALUE '00'.

       01  WS-INVADJ-STATUS             PIC X(02) VALUE '00'.
           88  WS-INVADJ-OK                 VALUE '00'.

       01  WS-CNTPOST-STATUS            PIC X(02) VALUE '00'.

       77  WS-POSTED-COUNT              PIC 9(07) COMP VALUE 0.
       77  WS-ADJUST-COUNT              PIC 9(07) COMP VALUE 0.
       77  WS-MISSING-COUNT             PIC 9(07) COMP VALUE 0.
       77  WS-LEFT-COUNT                PIC 9(07) COMP VALUE 0.
       77  WS-EOF-SWITCH                PIC 9(01) COMP VALUE 0.
           88  WS-NO-MORE-RECORDS           VALUE 1.

       01  WS-RUN-DATE                  PIC X(08) VALUE SPACES.
       01  WS-RUN-TIME.
           05  WS-RUN-TIME-HHMMSS       PIC X(06).
           05  FILLER                   PIC X(02).

       01  WS-VARIANCE                  PIC S9(06) VALUE 0.
       01  WS-NEW-ON-HAND               PIC S9(06) VALUE 0.
       01  WS-OLD-ON-HAND               PIC 9(05) VALUE 0.
       01  WS-NEW-TOTAL                 PIC S9(06) VALUE 0.
       01  WS-LOSS-VALUE                PIC 9(09)V99 VALUE 0.
       01  WS-GAIN-VALUE                PIC 9(09)V99 VALUE 0.

       01  WS-HEADING-LINE.
           05  FILLER                   PIC X(38) VALUE
               'CYCLE COUNT POSTING REGISTER   DATE: '.
           05  WH-RUN-DATE              PIC X(08).
           05  FILLER                   PIC X(86) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER                   PIC X(04) VALUE 'WH'.
           05  FILLER                   PIC X(08) VALUE 'BIN/LOC'.
           05  FILLER                   PIC X(10) VALUE 'PRODUCT'.
           05  FILLER                   PIC X(09) VALUE '  OLD O/H'.
           05  FILLER                   PIC X(09) VALUE '  NEW O/H'.
           05  FILLER                   PIC X(09) VALUE ' VARIANCE'.
           05  FILLER                   PIC X(17) VALUE
               '            VALUE'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(10) VALUE 'APPROVED'.
           05  FILLER                   PIC X(54) VALUE 'NOTE'.

       01  WS-DETAIL-LINE.
           05  WD-WHSE                  PIC X(02).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-BIN                   PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-PRODUCT               PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-OLD-ON-HAND           PIC ZZ,ZZ9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WD-NEW-ON-HAND           PIC ZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-VARIANCE              PIC -ZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-VALUE                 PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-APPROVED-BY           PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-NOTE                  PIC X(30).
           05  FILLER                   PIC X(27) VALUE SPACES.

       01  WS-TRAILER-LINE1.
           05  FILLER                   PIC X(14)
               VALUE 'LINES POSTED:'.
           05  WT-POSTED-COUNT          PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  FILLER                   PIC X(13)
               VALUE 'ADJUSTMENTS:'.
           05  WT-ADJUST-COUNT          PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  FILLER                   PIC X(22)
               VALUE 'NOT YET APPROVED:'.
           05  WT-LEFT-COUNT            PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(52) VALUE SPACES.

       01  WS-TRAILER-LINE2.
           05  FILLER                   PIC X(14)
               VALUE 'WRITTEN OFF:'.
           05  WT-LOSS-VALUE            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  FILLER                   PIC X(13)
               VALUE 'WRITTEN ON:'.
           05  WT-GAIN-VALUE            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(72) VALUE SPACES.

       01  WS-BLANK-LINE                PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-POST-COUNT THRU 2000-POST-COUNT-EXIT
               UNTIL WS-NO-MORE-RECORDS.
           PERFORM 8000-WRITE-TRAILER THRU 8000-WRITE-TRAILER-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           OPEN I-O CYCCOUNT.
           IF NOT WS-CYCCOUNT-OK
               DISPLAY 'JEPRHU: CYCCOUNT OPEN FAILED, STATUS='
                   WS-CYCCOUNT-STATUS
               GO TO 9999-ABORT
           END-IF.

           OPEN I-O PRODMAST.
           IF NOT WS-PRODMAST-OK
               DISPLAY 'JEPRHU: PRODMAST OPEN FAILED, STATUS='
                   WS-PRODMAST-STATUS
               GO TO 9999-ABORT
           END-IF.

           OPEN I-O STOCKWH.
           IF NOT WS-STOCKWH-OK
               DISPLAY 'JEPRHU: STOCKWH OPEN FAILED, STATUS='
                   WS-STOCKWH-STATUS
               GO TO 9999-ABORT
           END-IF.

      *THE ADJUSTMENT LOG IS ONLY EVER ADDED TO
           OPEN EXTEND INVADJ.
           IF NOT WS-INVADJ-OK
               DISPLAY 'JEPRHU: INVADJ OPEN FAILED, STATUS='
                   WS-INVADJ-STATUS
               GO TO 9999-ABORT
           END-IF.

           OPEN OUTPUT CNTPOST.
           MOVE WS-RUN-DATE TO WH-RUN-DATE.
           MOVE WS-HEADING-LINE TO FD-CNTPOST-LINE.
           WRITE FD-CNTPOST-LINE.
           MOVE WS-COLUMN-LINE TO FD-CNTPOST-LINE.
           WRITE FD-CNTPOST-LINE.

           PERFORM 2100-READ-CYCCOUNT THRU 2100-READ-CYCCOUNT-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *ONE APPROVED COUNT.  THE ADJUSTMENT IS LOGGED BEFORE ON-HAND
      *MOVES, AND THE COUNT RECORD GOES ONLY ONCE BOTH ARE DONE.
      *THE COUNT WAS TAKEN IN ONE WAREHOUSE, SO IT IS MEASURED AND
      *POSTED AGAINST THAT WAREHOUSE'S STOCKWH RECORD; THE COMPANY
      *TOTAL ON PRODMAST MOVES BY THE SAME AMOUNT
       2000-POST-COUNT.
           IF NOT CYCCOUNT-ST-APPROVED
               ADD 1 TO WS-LEFT-COUNT
               GO TO 2000-POST-NEXT
           END-IF.

           MOVE CYCCOUNT-WHSE-CODE TO WD-WHSE.
           MOVE CYCCOUNT-BIN-LOC TO WD-BIN.
           MOVE CYCCOUNT-PROD-A TO WD-PRODUCT(1:4).
           MOVE CYCCOUNT-PROD-B TO WD-PRODUCT(5:4).
           MOVE CYCCOUNT-APPROVED-BY TO WD-APPROVED-BY.
           MOVE SPACES TO WD-NOTE.

           MOVE CYCCOUNT-PROD-A TO FD-PRODMAST-KEY(1:4).
           MOVE CYCCOUNT-PROD-B TO FD-PRODMAST-KEY(5:4).
           READ PRODMAST INTO PRODMAST-RECORD
               INVALID KEY
                   PERFORM 2300-PRODUCT-GONE
                       THRU 2300-PRODUCT-GONE-EXIT
                   GO TO 2000-POST-DELETE
           END-READ.

           MOVE CYCCOUNT-PROD-A TO FD-STOCKWH-KEY(1:4).
           MOVE CYCCOUNT-PROD-B TO FD-STOCKWH-KEY(5:4).
           MOVE CYCCOUNT-WHSE-CODE TO FD-STOCKWH-KEY(9:2).
           READ STOCKWH INTO STOCKWH-RECORD
               INVALID KEY
                   PERFORM 2400-STOCK-GONE
                       THRU 2400-STOCK-GONE-EXIT
                   GO TO 2000-POST-DELETE
           END-READ.

           COMPUTE WS-VARIANCE = CYCCOUNT-COUNTED-QTY
               - CYCCOUNT-FROZEN-QTY.
           MOVE STOCKWH-ON-HAND TO WS-OLD-ON-HAND.
           COMPUTE WS-NEW-ON-HAND = STOCKWH-ON-HAND + WS-VARIANCE.

      *ANYTHING SHIPPED SINCE THE SHEET PRINTED CAN TAKE A LOSS PAST
      *ZERO - THE SHELF CANNOT HOLD LESS THAN NOTHING
           IF WS-NEW-ON-HAND < 0
               MOVE 0 TO WS-NEW-ON-HAND
               MOVE 'ON-HAND FLOORED AT ZERO' TO WD-NOTE
           END-IF.
           IF WS-NEW-ON-HAND > 99999
               MOVE 99999 TO WS-NEW-ON-HAND
               MOVE 'ON-HAND CAPPED AT 99999' TO WD-NOTE
           END-IF.
           COMPUTE WS-VARIANCE = WS-NEW-ON-HAND - WS-OLD-ON-HAND.

           IF WS-VARIANCE NOT = 0
               PERFORM 2200-WRITE-ADJUSTMENT
                   THRU 2200-WRITE-ADJUSTMENT-EXIT
               MOVE WS-NEW-ON-HAND TO STOCKWH-ON-HAND
               REWRITE FD-STOCKWH-RECORD FROM STOCKWH-RECORD
               IF NOT WS-STOCKWH-OK
                   DISPLAY 'JEPRHU: STOCKWH REWRITE FAILED, STATUS='
                       WS-STOCKWH-STATUS ' KEY=' STOCKWH-KEY
                   GO TO 9999-ABORT
               END-IF
               PERFORM 2500-MOVE-TOTAL THRU 2500-MOVE-TOTAL-EXIT
           ELSE
               MOVE 'COUNT AGREED' TO WD-NOTE
           END-IF.

           MOVE WS-OLD-ON-HAND TO WD-OLD-ON-HAND.
           MOVE WS-NEW-ON-HAND TO WD-NEW-ON-HAND.
           MOVE WS-VARIANCE TO WD-VARIANCE.
           COMPUTE WD-VALUE = WS-VARIANCE * PRODMAST-UNIT-PRICE.

       2000-POST-DELETE.
           DELETE CYCCOUNT RECORD.
           IF NOT WS-CYCCOUNT-OK
               DISPLAY 'JEPRHU: CYCCOUNT DELETE FAILED, STATUS='
                   WS-CYCCOUNT-STATUS ' KEY=' CYCCOUNT-KEY
               GO TO 9999-ABORT
           END-IF.

           MOVE WS-DETAIL-LINE TO FD-CNTPOST-LINE.
           WRITE FD-CNTPOST-LINE.
           ADD 1 TO WS-POSTED-COUNT.

       2000-POST-NEXT.
           PERFORM 2100-READ-CYCCOUNT THRU 2100-READ-CYCCOUNT-EXIT.
       2000-POST-COUNT-EXIT.
           EXIT.

       2100-READ-CYCCOUNT.
           READ CYCCOUNT INTO CYCCOUNT-RECORD
               AT END
                   SET WS-NO-MORE-RECORDS TO TRUE
           END-READ.
       2100-READ-CYCCOUNT-EXIT.
           EXIT.

      *THE LOG CARRIES THE QUANTITY ACTUALLY MOVED ON ON-HAND, SO A
      *FLOORED LOSS IS WRITTEN OFF ONLY FOR WHAT WAS THERE TO LOSE
       2200-WRITE-ADJUSTMENT.
           MOVE SPACES TO INVADJ-RECORD.
           MOVE WS-RUN-DATE TO INVADJ-DATE.
           MOVE WS-RUN-TIME-HHMMSS TO INVADJ-TIME.
           MOVE CYCCOUNT-APPROVED-BY TO INVADJ-OPERATOR.
           MOVE CYCCOUNT-PROD-A TO INVADJ-PROD-A.
           MOVE CYCCOUNT-PROD-B TO INVADJ-PROD-B.
           MOVE CYCCOUNT-BIN-LOC TO INVADJ-BIN-LOC.
           MOVE CYCCOUNT-WHSE-CODE TO INVADJ-WHSE-CODE.
           MOVE WS-OLD-ON-HAND TO INVADJ-OLD-ON-HAND.
           MOVE WS-NEW-ON-HAND TO INVADJ-NEW-ON-HAND.
           IF WS-NEW-ON-HAND < WS-OLD-ON-HAND
               SET INVADJ-LOSS TO TRUE
               COMPUTE INVADJ-QTY = WS-OLD-ON-HAND - WS-NEW-ON-HAND
           ELSE
               SET INVADJ-GAIN TO TRUE
               COMPUTE INVADJ-QTY = WS-NEW-ON-HAND - WS-OLD-ON-HAND
           END-IF.
           MOVE PRODMAST-UNIT-PRICE TO INVADJ-UNIT-PRICE.
           COMPUTE INVADJ-VALUE = INVADJ-QTY * PRODMAST-UNIT-PRICE.
           MOVE 'CYCLECOUNT' TO INVADJ-REASON.

           WRITE FD-INVADJ-RECORD FROM INVADJ-RECORD.
           IF NOT WS-INVADJ-OK
               DISPLAY 'JEPRHU: INVADJ WRITE FAILED, STATUS='
                   WS-INVADJ-STATUS
               GO TO 9999-ABORT
           END-IF.

           IF INVADJ-LOSS
               ADD INVADJ-VALUE TO WS-LOSS-VALUE
           ELSE
               ADD INVADJ-VALUE TO WS-GAIN-VALUE
           END-IF.
           ADD 1 TO WS-ADJUST-COUNT.
       2200-WRITE-ADJUSTMENT-EXIT.
           EXIT.

      *A PRODUCT DELETED FROM PRODMAST SINCE IT WAS COUNTED HAS NO
      *ON-HAND LEFT TO ADJUST - THE COUNT IS CLEARED AND NOTED
       2300-PRODUCT-GONE.
           ADD 1 TO WS-MISSING-COUNT.
           MOVE 0 TO WD-OLD-ON-HAND.
           MOVE 0 TO WD-NEW-ON-HAND.
           MOVE 0 TO WD-VARIANCE.
           MOVE 0 TO WD-VALUE.
           MOVE 'NOT ON PRODMAST - NOT POSTED' TO WD-NOTE.
       2300-PRODUCT-GONE-EXIT.
           EXIT.

      *THE PRODUCT'S STOCKWH RECORD FOR THE WAREHOUSE COUNTED WAS
      *REMOVED SINCE THE SHEET PRINTED - NOTHING LEFT THERE TO ADJUST
       2400-STOCK-GONE.
           ADD 1 TO WS-MISSING-COUNT.
           MOVE 0 TO WD-OLD-ON-HAND.
           MOVE 0 TO WD-NEW-ON-HAND.
           MOVE 0 TO WD-VARIANCE.
           MOVE 0 TO WD-VALUE.
           MOVE 'NOT ON STOCKWH - NOT POSTED' TO WD-NOTE.
       2400-STOCK-GONE-EXIT.
           EXIT.

      *THE COMPANY TOTAL TAKES THE SAME VARIANCE THE WAREHOUSE DID.
      *IT HOLDS EVERY WAREHOUSE, SO IT CANNOT NORMALLY FALL BELOW
      *ZERO, BUT IT IS KEPT INSIDE ITS FIELD REGARDLESS
       2500-MOVE-TOTAL.
           COMPUTE WS-NEW-TOTAL = PRODMAST-ON-HAND + WS-VARIANCE.
           IF WS-NEW-TOTAL < 0
               MOVE 0 TO WS-NEW-TOTAL
           END-IF.
           IF WS-NEW-TOTAL > 99999
               MOVE 99999 TO WS-NEW-TOTAL
           END-IF.
           MOVE WS-NEW-TOTAL TO PRODMAST-ON-HAND.
           REWRITE FD-PRODMAST-RECORD FROM PRODMAST-RECORD.
           IF NOT WS-PRODMAST-OK
               DISPLAY 'JEPRHU: PRODMAST REWRITE FAILED, STATUS='
                   WS-PRODMAST-STATUS ' PRODUCT=' PRODMAST-KEY
               GO TO 9999-ABORT
           END-IF.
       2500-MOVE-TOTAL-EXIT.
           EXIT.

       8000-WRITE-TRAILER.
           MOVE WS-BLANK-LINE TO FD-CNTPOST-LINE.
           WRITE FD-CNTPOST-LINE.
           MOVE WS-POSTED-COUNT TO WT-POSTED-COUNT.
           MOVE WS-ADJUST-COUNT TO WT-ADJUST-COUNT.
           MOVE WS-LEFT-COUNT TO WT-LEFT-COUNT.
           MOVE WS-TRAILER-LINE1 TO FD-CNTPOST-LINE.
           WRITE FD-CNTPOST-LINE.
           MOVE WS-LOSS-VALUE TO WT-LOSS-VALUE.
           MOVE WS-GAIN-VALUE TO WT-GAIN-VALUE.
           MOVE WS-TRAILER-LINE2 TO FD-CNTPOST-LINE.
           WRITE FD-CNTPOST-LINE.
       8000-WRITE-TRAILER-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE CYCCOUNT.
           CLOSE PRODMAST.
           CLOSE STOCKWH.
           CLOSE INVADJ.
           CLOSE CNTPOST.
           DISPLAY 'JEPRHU: COUNTS POSTED=' WS-POSTED-COUNT.
           DISPLAY 'JEPRHU: ADJUSTMENTS LOGGED=' WS-ADJUST-COUNT.
           DISPLAY 'JEPRHU: PRODUCTS OR STOCK NO LONGER ON FILE='
               WS-MISSING-COUNT.
           DISPLAY 'JEPRHU: COUNTS LEFT FOR APPROVAL=' WS-LEFT-COUNT.
       9000-TERMINATE-EXIT.
           EXIT.

       9999-ABORT.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       END PROGRAM JEPRHU.
