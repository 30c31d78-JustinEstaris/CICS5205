       IDENTIFICATION DIVISION.
       PROGRAM-ID. JEPRIH.
       AUTHOR. J ESTARIS.
       INSTALLATION. ORDER PROCESSING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      *  JEPRIH - STOCK TRANSFERS AND IN-TRANSIT REGISTER             *
      *  POSTS THE XFERIN STOCK TRANSFER TRANSACTIONS THAT MOVE       *
      *  STOCK BETWEEN WAREHOUSES.  A SHIP TRANSACTION TAKES THE      *
      *  QUANTITY OFF THE FROM WAREHOUSE'S STOCKWH RECORD AND OPENS   *
      *  AN INTRANS RECORD FOR IT UNDER ITS TRANSFER NUMBER; AN       *
      *  ARRIVE TRANSACTION PUTS WHAT CAME OFF THE TRUCK ONTO THE TO  *
      *  WAREHOUSE'S STOCKWH RECORD (ADDING THE RECORD THE FIRST TIME *
      *  A PRODUCT REACHES THAT BUILDING) AND CLOSES THE TRANSFER.    *
      *  WHILE STOCK IS ON THE ROAD IT IS IN NEITHER WAREHOUSE BUT    *
      *  STILL IN THE COMPANY-WIDE PRODMAST-ON-HAND; A SHORT ARRIVAL  *
      *  TAKES THE UNITS THAT NEVER CAME OFF THAT TOTAL.  A SHIP      *
      *  WITHOUT THE STOCK IN THE FROM WAREHOUSE, A TRANSFER NUMBER   *
      *  ALREADY USED, AN ARRIVE FOR A TRANSFER NOT OPEN AND ANY BAD  *
      *  CODE OR QUANTITY ARE REJECTED ONTO THE REGISTER - WHICH IS   *
      *  ALSO WHAT MAKES A RERUN SAFE, SINCE A TRANSACTION ALREADY    *
      *  POSTED COMES BACK AS A DUPLICATE.  THE REGISTER ENDS WITH    *
      *  EVERY TRANSFER STILL IN TRANSIT AND HOW MANY DAYS IT HAS     *
      *  BEEN ON THE ROAD.                                            *
      *  UNITS WRITTEN OFF ON A SHORT ARRIVAL ARE LOGGED TO INVADJ AS  *
      *  A TRANSIT LOSS FOR THE MONTH-END LEDGER FEED.                *
      *****************************************************************
      *  MODIFICATION HISTORY                                         *
      *  DATE        INIT  DESCRIPTION                                *
      *  2026-10-15  JE    INITIAL VERSION                            *
      *  2026-10-15  JE    SHORT ARRIVALS LOGGED TO INVADJ AS A        *
      *                    TRANSIT LOSS SO JEPRHI WRITES THEM OFF      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RS-6000.
       OBJECT-COMPUTER. RS-6000.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XFERIN ASSIGN TO XFERIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XFERIN-STATUS.

           SELECT WHSEMAST ASSIGN TO WHSEMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-WHSEMAST-KEY
               FILE STATUS IS WS-WHSEMAST-STATUS.

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

           SELECT INTRANS ASSIGN TO INTRANS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-INTRANS-KEY
               FILE STATUS IS WS-INTRANS-STATUS.

           SELECT INVADJ ASSIGN TO INVADJ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INVADJ-STATUS.

           SELECT XFERREG ASSIGN TO XFERREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XFERREG-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  XFERIN
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-XFERIN-RECORD             PIC X(40).

       FD  WHSEMAST
           RECORD CONTAINS 22 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-WHSEMAST-RECORD.
           05  FD-WHSEMAST-KEY          PIC X(02).
           05  FILLER                   PIC X(20).

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

       FD  INTRANS
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-INTRANS-RECORD.
           05  FD-INTRANS-KEY           PIC X(08).
           05  FILLER                   PIC X(52).

       FD  INVADJ
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-INVADJ-RECORD             PIC X(80).

       FD  XFERREG
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-XFERREG-LINE              PIC X(132).

       WORKING-STORAGE SECTION.

       COPY 'XFERIN-LAYOUT'.
       COPY 'WHSEMAST-LAYOUT'.
       COPY 'PRODMAST-LAYOUT'.
       COPY 'STOCKWH-LAYOUT'.
       COPY 'INTRANS-LAYOUT'.
       COPY 'INVADJ-LAYOUT'.

       01  WS-XFERIN-STATUS             PIC X(02) VALUE '00'.
           88  WS-XFERIN-OK                 VALUE '00'.

       01  WS-WHSEMAST-STATUS           PIC X(02) VALUE '00'.
           88  WS-WHSEMAST-OK               VALUE '00'.

       01  WS-PRODMAST-STATUS           PIC X(02) VALUE '00'.
           88  WS-PRODMAST-OK               VALUE '00'.

       01  WS-STOCKWH-STATUS            PIC X(02) VALUE '00'.
           88  WS-STOCKWH-OK                VALUE '00'.

       01  WS-INTRANS-STATUS            PIC X(02) VALUE '00'.
           88  WS-INTRANS-OK                VALUE '00'.

       01  WS-INVADJ-STATUS             PIC X(02) VALUE '00'.
           88  WS-INVADJ-OK                 VALUE '00'.

       01  WS-XFERREG-STATUS            PIC X(02) VALUE '00'.

       77  WS-READ-COUNT                PIC 9(07) COMP VALUE 0.
       77  WS-SHIPPED-COUNT             PIC 9(07) COMP VALUE 0.
       77  WS-ARRIVED-COUNT             PIC 9(07) COMP VALUE 0.
       77  WS-REJECT-COUNT              PIC 9(07) COMP VALUE 0.
       77  WS-OPEN-COUNT                PIC 9(07) COMP VALUE 0.
       77  WS-EOF-SWITCH                PIC 9(01) COMP VALUE 0.
           88  WS-NO-MORE-RECORDS           VALUE 1.
       77  WS-SCAN-EOF-SWITCH           PIC 9(01) COMP VALUE 0.
           88  WS-NO-MORE-TRANSFERS         VALUE 1.

       01  WS-RUN-DATE                  PIC X(08) VALUE SPACES.
       01  WS-RUN-TIME.
           05  WS-RUN-TIME-HHMMSS       PIC X(06).
           05  FILLER                   PIC X(02).
       01  WS-OLD-ON-HAND               PIC 9(05) VALUE 0.
       01  WS-REJECT-REASON             PIC X(40) VALUE SPACES.
       01  WS-RESULT                    PIC X(40) VALUE SPACES.

      *THE TRANSFER AS IT WILL PRINT - OFF THE TRANSACTION FOR A
      *SHIP, OFF THE INTRANS RECORD FOR AN ARRIVE
       01  WS-FROM-WHSE                 PIC X(02) VALUE SPACES.
       01  WS-TO-WHSE                   PIC X(02) VALUE SPACES.
       01  WS-XFER-QTY                  PIC 9(05) VALUE 0.
       01  WS-SHORT-QTY                 PIC 9(05) VALUE 0.
       01  WS-OPEN-UNITS                PIC 9(09) VALUE 0.

      *DAY NUMBERS FOR THE DAYS IN TRANSIT - 365 A YEAR PLUS ONE FOR
      *EVERY LEAP YEAR BEHIND IT, THE DAYS BEFORE THE MONTH OFF THE
      *TABLE BELOW, AND THE DAY
       01  WS-DATE-PARTS.
           05  WS-DP-YEAR               PIC 9(04).
           05  WS-DP-MONTH              PIC 9(02).
           05  WS-DP-DAY                PIC 9(02).
       01  WS-DAY-NUMBER                PIC 9(07) VALUE 0.
       01  WS-TODAY-NUMBER              PIC 9(07) VALUE 0.
       01  WS-DAYS-IN-TRANSIT           PIC S9(07) VALUE 0.
       77  WS-LEAP-QUOTIENT             PIC 9(04) COMP VALUE 0.
       77  WS-LEAP-REMAINDER            PIC 9(01) COMP VALUE 0.

       01  WS-CUM-DAYS-VALUES.
           05  FILLER                   PIC 9(03) VALUE 000.
           05  FILLER                   PIC 9(03) VALUE 031.
           05  FILLER                   PIC 9(03) VALUE 059.
           05  FILLER                   PIC 9(03) VALUE 090.
           05  FILLER                   PIC 9(03) VALUE 120.
           05  FILLER                   PIC 9(03) VALUE 151.
           05  FILLER                   PIC 9(03) VALUE 181.
           05  FILLER                   PIC 9(03) VALUE 212.
           05  FILLER                   PIC 9(03) VALUE 243.
           05  FILLER                   PIC 9(03) VALUE 273.
           05  FILLER                   PIC 9(03) VALUE 304.
           05  FILLER                   PIC 9(03) VALUE 334.
       01  WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-VALUES.
           05  WS-CUM-DAYS OCCURS 12 TIMES PIC 9(03).

       01  WS-HEADING-LINE.
           05  FILLER                   PIC X(40) VALUE
               'STOCK TRANSFER REGISTER         DATE: '.
           05  WH-RUN-DATE              PIC X(08).
           05  FILLER                   PIC X(84) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER                   PIC X(08) VALUE 'TYPE'.
           05  FILLER                   PIC X(10) VALUE 'XFER NO'.
           05  FILLER                   PIC X(06) VALUE 'FROM'.
           05  FILLER                   PIC X(06) VALUE 'TO'.
           05  FILLER                   PIC X(10) VALUE 'PRODUCT'.
           05  FILLER                   PIC X(10) VALUE '    QTY'.
           05  FILLER                   PIC X(12) VALUE 'OPERATOR'.
           05  FILLER                   PIC X(40) VALUE 'RESULT'.
           05  FILLER                   PIC X(30) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WD-TYPE                  PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-XFER-NO               PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-FROM-WHSE             PIC X(02).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  WD-TO-WHSE               PIC X(02).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  WD-PRODUCT               PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-QTY                   PIC X(07).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WD-OPERATOR              PIC X(08).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  WD-RESULT                PIC X(40).
           05  FILLER                   PIC X(30) VALUE SPACES.

       01  WS-QTY-EDIT                  PIC ZZ,ZZ9.

      *AN ARRIVE THAT CAME UP SHORT - THE MISSING UNITS ARE WRITTEN
      *OFF THE COMPANY TOTAL
       01  WS-SHORT-RESULT.
           05  FILLER                   PIC X(14) VALUE
               'ARRIVED SHORT '.
           05  WS-SHORT-EDIT            PIC ZZ,ZZ9.
           05  FILLER                   PIC X(20) VALUE
               ' - WRITTEN OFF'.

       01  WS-TRANSIT-HEADING-LINE1.
           05  FILLER                   PIC X(40) VALUE
               '  S T O C K   I N   T R A N S I T   A S'.
           05  FILLER                   PIC X(04) VALUE ' OF '.
           05  WI-AS-OF-DATE            PIC X(08).
           05  FILLER                   PIC X(80) VALUE SPACES.

       01  WS-TRANSIT-HEADING-LINE2.
           05  FILLER                   PIC X(10) VALUE 'XFER NO'.
           05  FILLER                   PIC X(06) VALUE 'FROM'.
           05  FILLER                   PIC X(06) VALUE 'TO'.
           05  FILLER                   PIC X(10) VALUE 'PRODUCT'.
           05  FILLER                   PIC X(10) VALUE '   QTY'.
           05  FILLER                   PIC X(10) VALUE 'SHIPPED'.
           05  FILLER                   PIC X(06) VALUE 'DAYS'.
           05  FILLER                   PIC X(10) VALUE 'SHIPPED BY'.
           05  FILLER                   PIC X(64) VALUE SPACES.

       01  WS-TRANSIT-LINE.
           05  WI-XFER-NO               PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WI-FROM-WHSE             PIC X(02).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  WI-TO-WHSE               PIC X(02).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  WI-PRODUCT               PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WI-QTY                   PIC ZZ,ZZ9.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  WI-SHIP-DATE             PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WI-DAYS                  PIC ZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WI-OPERATOR              PIC X(08).
           05  FILLER                   PIC X(66) VALUE SPACES.

       01  WS-TRAILER-LINE1.
           05  FILLER                   PIC X(14)
               VALUE 'RECORDS READ:'.
           05  WT-READ-COUNT            PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  FILLER                   PIC X(09)
               VALUE 'SHIPPED:'.
           05  WT-SHIPPED-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  FILLER                   PIC X(09)
               VALUE 'ARRIVED:'.
           05  WT-ARRIVED-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  FILLER                   PIC X(10)
               VALUE 'REJECTED:'.
           05  WT-REJECT-COUNT          PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(47) VALUE SPACES.

       01  WS-TRAILER-LINE2.
           05  FILLER                   PIC X(18)
               VALUE 'STILL IN TRANSIT:'.
           05  WT-OPEN-COUNT            PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  FILLER                   PIC X(07)
               VALUE 'UNITS:'.
           05  WT-OPEN-UNITS            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(84) VALUE SPACES.

       01  WS-BLANK-LINE                PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-POST-TRANSFER THRU 2000-POST-TRANSFER-EXIT
               UNTIL WS-NO-MORE-RECORDS.
           PERFORM 6000-IN-TRANSIT-REGISTER
               THRU 6000-IN-TRANSIT-REGISTER-EXIT.
           PERFORM 8000-WRITE-TRAILER THRU 8000-WRITE-TRAILER-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           OPEN INPUT XFERIN.
           IF NOT WS-XFERIN-OK
               DISPLAY 'JEPRIH: XFERIN OPEN FAILED, STATUS='
                   WS-XFERIN-STATUS
               GO TO 9999-ABORT
           END-IF.

           OPEN INPUT WHSEMAST.
           IF NOT WS-WHSEMAST-OK
               DISPLAY 'JEPRIH: WHSEMAST OPEN FAILED, STATUS='
                   WS-WHSEMAST-STATUS
               GO TO 9999-ABORT
           END-IF.

           OPEN I-O PRODMAST.
           IF NOT WS-PRODMAST-OK
               DISPLAY 'JEPRIH: PRODMAST OPEN FAILED, STATUS='
                   WS-PRODMAST-STATUS
               GO TO 9999-ABORT
           END-IF.

           OPEN I-O STOCKWH.
           IF NOT WS-STOCKWH-OK
               DISPLAY 'JEPRIH: STOCKWH OPEN FAILED, STATUS='
                   WS-STOCKWH-STATUS
               GO TO 9999-ABORT
           END-IF.

           OPEN I-O INTRANS.
           IF NOT WS-INTRANS-OK
               DISPLAY 'JEPRIH: INTRANS OPEN FAILED, STATUS='
                   WS-INTRANS-STATUS
               GO TO 9999-ABORT
           END-IF.

      *THE ADJUSTMENT LOG IS ONLY EVER ADDED TO
           OPEN EXTEND INVADJ.
           IF NOT WS-INVADJ-OK
               DISPLAY 'JEPRIH: INVADJ OPEN FAILED, STATUS='
                   WS-INVADJ-STATUS
               GO TO 9999-ABORT
           END-IF.

           OPEN OUTPUT XFERREG.
           MOVE WS-RUN-DATE TO WH-RUN-DATE.
           MOVE WS-HEADING-LINE TO FD-XFERREG-LINE.
           WRITE FD-XFERREG-LINE.
           MOVE WS-COLUMN-LINE TO FD-XFERREG-LINE.
           WRITE FD-XFERREG-LINE.

           PERFORM 2100-READ-XFERIN THRU 2100-READ-XFERIN-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *ONE TRANSFER TRANSACTION.  EVERY RECORD LANDS ON THE
      *REGISTER, POSTED OR NOT, SO THE REGISTER TIES BACK TO THE
      *INPUT
       2000-POST-TRANSFER.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-RESULT.
           MOVE XFERIN-FROM-WHSE TO WS-FROM-WHSE.
           MOVE XFERIN-TO-WHSE TO WS-TO-WHSE.

           IF XFERIN-XFER-NO = SPACES
               MOVE 'NO TRANSFER NUMBER' TO WS-REJECT-REASON
               GO TO 2000-POST-PRINT
           END-IF.

           IF XFERIN-SHIP
               PERFORM 3000-SHIP-TRANSFER THRU 3000-SHIP-TRANSFER-EXIT
           ELSE
               IF XFERIN-ARRIVE
                   PERFORM 4000-ARRIVE-TRANSFER
                       THRU 4000-ARRIVE-TRANSFER-EXIT
               ELSE
                   MOVE 'TRANSACTION TYPE MUST BE S OR A'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

       2000-POST-PRINT.
           IF XFERIN-SHIP
               MOVE 'SHIP' TO WD-TYPE
           ELSE
               IF XFERIN-ARRIVE
                   MOVE 'ARRIVE' TO WD-TYPE
               ELSE
                   MOVE XFERIN-TYPE TO WD-TYPE
               END-IF
           END-IF.
           MOVE XFERIN-XFER-NO TO WD-XFER-NO.
           MOVE WS-FROM-WHSE TO WD-FROM-WHSE.
           MOVE WS-TO-WHSE TO WD-TO-WHSE.
           MOVE XFERIN-OPERATOR TO WD-OPERATOR.
           IF XFERIN-ARRIVE AND INTRANS-XFER-NO = XFERIN-XFER-NO
               MOVE INTRANS-PROD-A TO WD-PRODUCT(1:4)
               MOVE INTRANS-PROD-B TO WD-PRODUCT(5:4)
           ELSE
               MOVE XFERIN-PROD-A TO WD-PRODUCT(1:4)
               MOVE XFERIN-PROD-B TO WD-PRODUCT(5:4)
           END-IF.

           IF WS-REJECT-REASON = SPACES
               MOVE WS-XFER-QTY TO WS-QTY-EDIT
               MOVE WS-QTY-EDIT TO WD-QTY
               MOVE WS-RESULT TO WD-RESULT
           ELSE
               IF XFERIN-QTY IS NUMERIC
                   MOVE XFERIN-QTY TO WS-QTY-EDIT
                   MOVE WS-QTY-EDIT TO WD-QTY
               ELSE
                   MOVE XFERIN-QTY TO WD-QTY
               END-IF
               MOVE WS-REJECT-REASON TO WD-RESULT
               ADD 1 TO WS-REJECT-COUNT
           END-IF.
           MOVE WS-DETAIL-LINE TO FD-XFERREG-LINE.
           WRITE FD-XFERREG-LINE.

           PERFORM 2100-READ-XFERIN THRU 2100-READ-XFERIN-EXIT.
       2000-POST-TRANSFER-EXIT.
           EXIT.

       2100-READ-XFERIN.
           READ XFERIN INTO XFERIN-RECORD
               AT END
                   SET WS-NO-MORE-RECORDS TO TRUE
           END-READ.
       2100-READ-XFERIN-EXIT.
           EXIT.

      *STOCK LEAVING THE FROM WAREHOUSE.  BLANK WAREHOUSE CODES MEAN
      *THE HOME BUILDING, THE SAME AS ON AN ORDER.  NOTHING IS
      *POSTED UNTIL EVERY CHECK HAS PASSED
       3000-SHIP-TRANSFER.
           IF WS-FROM-WHSE = SPACES
               MOVE WHSEMAST-HOME-CODE TO WS-FROM-WHSE
           END-IF.
           IF WS-TO-WHSE = SPACES
               MOVE WHSEMAST-HOME-CODE TO WS-TO-WHSE
           END-IF.

           IF XFERIN-QTY IS NOT NUMERIC OR XFERIN-QTY = '00000'
               MOVE 'QUANTITY MUST BE NUMERIC AND AT LEAST 1'
                   TO WS-REJECT-REASON
               GO TO 3000-SHIP-TRANSFER-EXIT
           END-IF.
           MOVE XFERIN-QTY TO WS-XFER-QTY.

           IF WS-FROM-WHSE = WS-TO-WHSE
               MOVE 'FROM AND TO WAREHOUSE ARE THE SAME'
                   TO WS-REJECT-REASON
               GO TO 3000-SHIP-TRANSFER-EXIT
           END-IF.

           MOVE WS-FROM-WHSE TO FD-WHSEMAST-KEY.
           READ WHSEMAST INTO WHSEMAST-RECORD
               INVALID KEY
                   MOVE 'FROM WAREHOUSE IS NOT ON FILE'
                       TO WS-REJECT-REASON
                   GO TO 3000-SHIP-TRANSFER-EXIT
           END-READ.

           MOVE WS-TO-WHSE TO FD-WHSEMAST-KEY.
           READ WHSEMAST INTO WHSEMAST-RECORD
               INVALID KEY
                   MOVE 'TO WAREHOUSE IS NOT ON FILE'
                       TO WS-REJECT-REASON
                   GO TO 3000-SHIP-TRANSFER-EXIT
           END-READ.

           MOVE XFERIN-PROD-A TO FD-PRODMAST-KEY(1:4).
           MOVE XFERIN-PROD-B TO FD-PRODMAST-KEY(5:4).
           READ PRODMAST INTO PRODMAST-RECORD
               INVALID KEY
                   MOVE 'NOT A RECOGNIZED PRODUCT CODE'
                       TO WS-REJECT-REASON
                   GO TO 3000-SHIP-TRANSFER-EXIT
           END-READ.

           MOVE XFERIN-XFER-NO TO FD-INTRANS-KEY.
           READ INTRANS INTO INTRANS-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'TRANSFER NUMBER ALREADY USED'
                       TO WS-REJECT-REASON
                   GO TO 3000-SHIP-TRANSFER-EXIT
           END-READ.

           MOVE XFERIN-PROD-A TO FD-STOCKWH-KEY(1:4).
           MOVE XFERIN-PROD-B TO FD-STOCKWH-KEY(5:4).
           MOVE WS-FROM-WHSE TO FD-STOCKWH-KEY(9:2).
           READ STOCKWH INTO STOCKWH-RECORD
               INVALID KEY
                   MOVE 'NO STOCK OF IT IN THE FROM WAREHOUSE'
                       TO WS-REJECT-REASON
                   GO TO 3000-SHIP-TRANSFER-EXIT
           END-READ.

           IF STOCKWH-ON-HAND < WS-XFER-QTY
               MOVE 'NOT ENOUGH ON HAND IN THE FROM WAREHOUSE'
                   TO WS-REJECT-REASON
               GO TO 3000-SHIP-TRANSFER-EXIT
           END-IF.

           SUBTRACT WS-XFER-QTY FROM STOCKWH-ON-HAND.
           REWRITE FD-STOCKWH-RECORD FROM STOCKWH-RECORD.
           IF NOT WS-STOCKWH-OK
               DISPLAY 'JEPRIH: STOCKWH REWRITE FAILED, STATUS='
                   WS-STOCKWH-STATUS
               GO TO 9999-ABORT
           END-IF.

           MOVE SPACES TO INTRANS-RECORD.
           MOVE XFERIN-XFER-NO TO INTRANS-XFER-NO.
           MOVE WS-FROM-WHSE TO INTRANS-FROM-WHSE.
           MOVE WS-TO-WHSE TO INTRANS-TO-WHSE.
           MOVE XFERIN-PROD-A TO INTRANS-PROD-A.
           MOVE XFERIN-PROD-B TO INTRANS-PROD-B.
           MOVE WS-XFER-QTY TO INTRANS-QTY-SHIPPED.
           MOVE 0 TO INTRANS-QTY-ARRIVED.
           MOVE WS-RUN-DATE TO INTRANS-SHIP-DATE.
           IF XFERIN-OPERATOR = SPACES
               MOVE 'XFERIN  ' TO INTRANS-OPERATOR
           ELSE
               MOVE XFERIN-OPERATOR TO INTRANS-OPERATOR
           END-IF.
           SET INTRANS-ST-IN-TRANSIT TO TRUE.
           MOVE INTRANS-XFER-NO TO FD-INTRANS-KEY.
           WRITE FD-INTRANS-RECORD FROM INTRANS-RECORD.
           IF NOT WS-INTRANS-OK
               DISPLAY 'JEPRIH: INTRANS WRITE FAILED, STATUS='
                   WS-INTRANS-STATUS
               GO TO 9999-ABORT
           END-IF.

           MOVE 'SHIPPED - NOW IN TRANSIT' TO WS-RESULT.
           ADD 1 TO WS-SHIPPED-COUNT.
       3000-SHIP-TRANSFER-EXIT.
           EXIT.

      *STOCK REACHING THE TO WAREHOUSE.  THE TRANSFER NUMBER FINDS
      *THE OPEN INTRANS RECORD, WHICH SUPPLIES THE PRODUCT AND BOTH
      *WAREHOUSES.  A BLANK QUANTITY MEANS ALL OF IT ARRIVED; LESS
      *THAN WAS SHIPPED CLOSES THE TRANSFER SHORT
       4000-ARRIVE-TRANSFER.
           MOVE XFERIN-XFER-NO TO FD-INTRANS-KEY.
           READ INTRANS INTO INTRANS-RECORD
               INVALID KEY
                   MOVE SPACES TO INTRANS-RECORD
                   MOVE 'TRANSFER NUMBER IS NOT ON FILE'
                       TO WS-REJECT-REASON
                   GO TO 4000-ARRIVE-TRANSFER-EXIT
           END-READ.

           MOVE INTRANS-FROM-WHSE TO WS-FROM-WHSE.
           MOVE INTRANS-TO-WHSE TO WS-TO-WHSE.

           IF INTRANS-ST-ARRIVED
               MOVE 'TRANSFER HAS ALREADY ARRIVED'
                   TO WS-REJECT-REASON
               GO TO 4000-ARRIVE-TRANSFER-EXIT
           END-IF.

           IF XFERIN-QTY = SPACES
               MOVE INTRANS-QTY-SHIPPED TO WS-XFER-QTY
           ELSE
               IF XFERIN-QTY IS NOT NUMERIC
                   MOVE 'QUANTITY MUST BE NUMERIC OR BLANK'
                       TO WS-REJECT-REASON
                   GO TO 4000-ARRIVE-TRANSFER-EXIT
               END-IF
               MOVE XFERIN-QTY TO WS-XFER-QTY
           END-IF.

           IF WS-XFER-QTY > INTRANS-QTY-SHIPPED
               MOVE 'MORE ARRIVED THAN WAS SHIPPED'
                   TO WS-REJECT-REASON
               GO TO 4000-ARRIVE-TRANSFER-EXIT
           END-IF.

           IF WS-XFER-QTY > 0
               PERFORM 4100-RECEIVE-WAREHOUSE
                   THRU 4100-RECEIVE-WAREHOUSE-EXIT
           END-IF.

           COMPUTE WS-SHORT-QTY = INTRANS-QTY-SHIPPED - WS-XFER-QTY.
           IF WS-SHORT-QTY > 0
               PERFORM 4200-WRITE-OFF-SHORTAGE
                   THRU 4200-WRITE-OFF-SHORTAGE-EXIT
               MOVE WS-SHORT-QTY TO WS-SHORT-EDIT
               MOVE WS-SHORT-RESULT TO WS-RESULT
           ELSE
               MOVE 'ARRIVED IN FULL' TO WS-RESULT
           END-IF.

           MOVE WS-XFER-QTY TO INTRANS-QTY-ARRIVED.
           MOVE WS-RUN-DATE TO INTRANS-ARRIVE-DATE.
           SET INTRANS-ST-ARRIVED TO TRUE.
           REWRITE FD-INTRANS-RECORD FROM INTRANS-RECORD.
           IF NOT WS-INTRANS-OK
               DISPLAY 'JEPRIH: INTRANS REWRITE FAILED, STATUS='
                   WS-INTRANS-STATUS
               GO TO 9999-ABORT
           END-IF.

           ADD 1 TO WS-ARRIVED-COUNT.
       4000-ARRIVE-TRANSFER-EXIT.
           EXIT.

      *ADDS THE ARRIVED QUANTITY TO THE TO WAREHOUSE.  THE FIRST TIME
      *A PRODUCT REACHES A WAREHOUSE ITS STOCKWH RECORD IS ADDED,
      *WITH THE BIN LEFT FOR JEPRGF TO FILL IN.  ON-HAND IS CAPPED
      *AT ITS FIVE-DIGIT FIELD RATHER THAN WRAPPED
       4100-RECEIVE-WAREHOUSE.
           MOVE INTRANS-PROD-A TO FD-STOCKWH-KEY(1:4).
           MOVE INTRANS-PROD-B TO FD-STOCKWH-KEY(5:4).
           MOVE INTRANS-TO-WHSE TO FD-STOCKWH-KEY(9:2).
           READ STOCKWH INTO STOCKWH-RECORD
               INVALID KEY
                   MOVE SPACES TO STOCKWH-RECORD
                   MOVE INTRANS-PROD-A TO STOCKWH-PROD-A
                   MOVE INTRANS-PROD-B TO STOCKWH-PROD-B
                   MOVE INTRANS-TO-WHSE TO STOCKWH-WHSE-CODE
                   MOVE WS-XFER-QTY TO STOCKWH-ON-HAND
                   WRITE FD-STOCKWH-RECORD FROM STOCKWH-RECORD
                   GO TO 4100-RECEIVE-WAREHOUSE-EXIT
           END-READ.

           IF STOCKWH-ON-HAND + WS-XFER-QTY > 99999
               MOVE 99999 TO STOCKWH-ON-HAND
           ELSE
               ADD WS-XFER-QTY TO STOCKWH-ON-HAND
           END-IF.
           REWRITE FD-STOCKWH-RECORD FROM STOCKWH-RECORD.
       4100-RECEIVE-WAREHOUSE-EXIT.
           EXIT.

      *UNITS THAT LEFT ONE WAREHOUSE AND NEVER REACHED THE OTHER ARE
      *GONE FROM THE COMPANY - THEY COME OFF PRODMAST-ON-HAND, WHICH
      *HAS CARRIED THEM WHILE THEY WERE IN TRANSIT - AND ARE LOGGED
      *TO INVADJ AS A LOSS SO JEPRHI WRITES THEM OFF IN THE LEDGER
      *WITH THE CYCLE COUNT SHRINKAGE
       4200-WRITE-OFF-SHORTAGE.
           MOVE INTRANS-PROD-A TO FD-PRODMAST-KEY(1:4).
           MOVE INTRANS-PROD-B TO FD-PRODMAST-KEY(5:4).
           READ PRODMAST INTO PRODMAST-RECORD
               INVALID KEY
                   GO TO 4200-WRITE-OFF-SHORTAGE-EXIT
           END-READ.

           MOVE PRODMAST-ON-HAND TO WS-OLD-ON-HAND.
           IF PRODMAST-ON-HAND < WS-SHORT-QTY
               MOVE 0 TO PRODMAST-ON-HAND
           ELSE
               SUBTRACT WS-SHORT-QTY FROM PRODMAST-ON-HAND
           END-IF.
           REWRITE FD-PRODMAST-RECORD FROM PRODMAST-RECORD.

      *THE LOSS IS THE SHORTAGE ITSELF, AT THE UNIT PRICE OF THE DAY.
      *THE WAREHOUSE IS THE ONE THAT CAME UP SHORT ON RECEIPT
           MOVE SPACES TO INVADJ-RECORD.
           MOVE WS-RUN-DATE TO INVADJ-DATE.
           MOVE WS-RUN-TIME-HHMMSS TO INVADJ-TIME.
           MOVE XFERIN-OPERATOR TO INVADJ-OPERATOR.
           MOVE INTRANS-PROD-A TO INVADJ-PROD-A.
           MOVE INTRANS-PROD-B TO INVADJ-PROD-B.
           MOVE INTRANS-TO-WHSE TO INVADJ-WHSE-CODE.
           MOVE WS-OLD-ON-HAND TO INVADJ-OLD-ON-HAND.
           MOVE PRODMAST-ON-HAND TO INVADJ-NEW-ON-HAND.
           SET INVADJ-LOSS TO TRUE.
           MOVE WS-SHORT-QTY TO INVADJ-QTY.
           MOVE PRODMAST-UNIT-PRICE TO INVADJ-UNIT-PRICE.
           COMPUTE INVADJ-VALUE = INVADJ-QTY * PRODMAST-UNIT-PRICE.
           MOVE 'TRANSIT' TO INVADJ-REASON.

           WRITE FD-INVADJ-RECORD FROM INVADJ-RECORD.
           IF NOT WS-INVADJ-OK
               DISPLAY 'JEPRIH: INVADJ WRITE FAILED, STATUS='
                   WS-INVADJ-STATUS
               GO TO 9999-ABORT
           END-IF.
       4200-WRITE-OFF-SHORTAGE-EXIT.
           EXIT.

      *LISTS EVERY TRANSFER STILL ON THE ROAD WITH THE DAYS SINCE IT
      *SHIPPED.  THE WHOLE FILE IS READ FRONT TO BACK - ARRIVED
      *TRANSFERS ARE PASSED OVER
       6000-IN-TRANSIT-REGISTER.
           MOVE WS-BLANK-LINE TO FD-XFERREG-LINE.
           WRITE FD-XFERREG-LINE.
           MOVE WS-RUN-DATE TO WI-AS-OF-DATE.
           MOVE WS-TRANSIT-HEADING-LINE1 TO FD-XFERREG-LINE.
           WRITE FD-XFERREG-LINE.
           MOVE WS-TRANSIT-HEADING-LINE2 TO FD-XFERREG-LINE.
           WRITE FD-XFERREG-LINE.

           MOVE WS-RUN-DATE TO WS-DATE-PARTS.
           PERFORM 7000-COMPUTE-DAY-NUMBER
               THRU 7000-COMPUTE-DAY-NUMBER-EXIT.
           MOVE WS-DAY-NUMBER TO WS-TODAY-NUMBER.

           MOVE 0 TO WS-SCAN-EOF-SWITCH.
           MOVE LOW-VALUES TO FD-INTRANS-KEY.
           START INTRANS KEY IS NOT LESS THAN FD-INTRANS-KEY
               INVALID KEY
                   GO TO 6000-IN-TRANSIT-REGISTER-EXIT
           END-START.

           PERFORM 6100-LIST-ONE-TRANSFER
               THRU 6100-LIST-ONE-TRANSFER-EXIT
               UNTIL WS-NO-MORE-TRANSFERS.
       6000-IN-TRANSIT-REGISTER-EXIT.
           EXIT.

       6100-LIST-ONE-TRANSFER.
           READ INTRANS NEXT RECORD INTO INTRANS-RECORD
               AT END
                   SET WS-NO-MORE-TRANSFERS TO TRUE
                   GO TO 6100-LIST-ONE-TRANSFER-EXIT
           END-READ.

           IF NOT INTRANS-ST-IN-TRANSIT
               GO TO 6100-LIST-ONE-TRANSFER-EXIT
           END-IF.

           MOVE INTRANS-XFER-NO TO WI-XFER-NO.
           MOVE INTRANS-FROM-WHSE TO WI-FROM-WHSE.
           MOVE INTRANS-TO-WHSE TO WI-TO-WHSE.
           MOVE INTRANS-PROD-A TO WI-PRODUCT(1:4).
           MOVE INTRANS-PROD-B TO WI-PRODUCT(5:4).
           MOVE INTRANS-QTY-SHIPPED TO WI-QTY.
           MOVE INTRANS-SHIP-DATE TO WI-SHIP-DATE.
           MOVE INTRANS-OPERATOR TO WI-OPERATOR.

           MOVE 0 TO WS-DAYS-IN-TRANSIT.
           IF INTRANS-SHIP-DATE IS NUMERIC
               MOVE INTRANS-SHIP-DATE TO WS-DATE-PARTS
               PERFORM 7000-COMPUTE-DAY-NUMBER
                   THRU 7000-COMPUTE-DAY-NUMBER-EXIT
               COMPUTE WS-DAYS-IN-TRANSIT =
                   WS-TODAY-NUMBER - WS-DAY-NUMBER
           END-IF.
           IF WS-DAYS-IN-TRANSIT < 0
               MOVE 0 TO WS-DAYS-IN-TRANSIT
           END-IF.
           MOVE WS-DAYS-IN-TRANSIT TO WI-DAYS.

           MOVE WS-TRANSIT-LINE TO FD-XFERREG-LINE.
           WRITE FD-XFERREG-LINE.
           ADD 1 TO WS-OPEN-COUNT.
           ADD INTRANS-QTY-SHIPPED TO WS-OPEN-UNITS.
       6100-LIST-ONE-TRANSFER-EXIT.
           EXIT.

      *TURNS THE DATE IN WS-DATE-PARTS INTO A RUNNING DAY NUMBER SO
      *THE DAYS BETWEEN TWO DATES IS ONE NUMBER LESS THE OTHER
       7000-COMPUTE-DAY-NUMBER.
           IF WS-DP-MONTH < 1 OR WS-DP-MONTH > 12
               MOVE 1 TO WS-DP-MONTH
           END-IF.

           COMPUTE WS-DAY-NUMBER = WS-DP-YEAR * 365
               + (WS-DP-YEAR - 1) / 4
               + WS-CUM-DAYS (WS-DP-MONTH) + WS-DP-DAY.

           DIVIDE WS-DP-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER.
           IF WS-LEAP-REMAINDER = 0 AND WS-DP-MONTH > 2
               ADD 1 TO WS-DAY-NUMBER
           END-IF.
       7000-COMPUTE-DAY-NUMBER-EXIT.
           EXIT.

       8000-WRITE-TRAILER.
           MOVE WS-BLANK-LINE TO FD-XFERREG-LINE.
           WRITE FD-XFERREG-LINE.
           MOVE WS-READ-COUNT TO WT-READ-COUNT.
           MOVE WS-SHIPPED-COUNT TO WT-SHIPPED-COUNT.
           MOVE WS-ARRIVED-COUNT TO WT-ARRIVED-COUNT.
           MOVE WS-REJECT-COUNT TO WT-REJECT-COUNT.
           MOVE WS-TRAILER-LINE1 TO FD-XFERREG-LINE.
           WRITE FD-XFERREG-LINE.

           MOVE WS-OPEN-COUNT TO WT-OPEN-COUNT.
           MOVE WS-OPEN-UNITS TO WT-OPEN-UNITS.
           MOVE WS-TRAILER-LINE2 TO FD-XFERREG-LINE.
           WRITE FD-XFERREG-LINE.
       8000-WRITE-TRAILER-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE XFERIN.
           CLOSE WHSEMAST.
           CLOSE PRODMAST.
           CLOSE STOCKWH.
           CLOSE INTRANS.
           CLOSE INVADJ.
           CLOSE XFERREG.
           DISPLAY 'JEPRIH: TRANSFER RECORDS READ=' WS-READ-COUNT.
           DISPLAY 'JEPRIH: TRANSFERS SHIPPED=' WS-SHIPPED-COUNT.
           DISPLAY 'JEPRIH: TRANSFERS ARRIVED=' WS-ARRIVED-COUNT.
           DISPLAY 'JEPRIH: TRANSFERS REJECTED=' WS-REJECT-COUNT.
           DISPLAY 'JEPRIH: STILL IN TRANSIT=' WS-OPEN-COUNT.
       9000-TERMINATE-EXIT.
           EXIT.

       9999-ABORT.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       END PROGRAM JEPRIH.
