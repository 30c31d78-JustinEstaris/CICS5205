       IDENTIFICATION DIVISION.
       PROGRAM-ID. JEPRIE.
       AUTHOR. J ESTARIS.
       INSTALLATION. ORDER PROCESSING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      *  JEPRIE - SUPERSESSION REPORT                                 *
      *  READS ORDFILE FOR EVERY ORDER STILL OPEN - PENDING, HELD,    *
      *  PARTIAL OR BACKORDER - AND CHECKS EACH OF ITS LINES WITH     *
      *  SOMETHING LEFT TO SHIP (THE FIVE ON THE RECORD PLUS THE      *
      *  ORDDETAIL LINES SIX AND UP) AGAINST PRODMAST.  EVERY LINE    *
      *  STILL CARRYING A DISCONTINUED PRODUCT IS LISTED WITH THE     *
      *  OPEN QUANTITY AND THE REPLACEMENT AT THE END OF THE          *
      *  SUPERSESSION CHAIN, OR NONE, SO CUSTOMER SERVICE CAN SWAP    *
      *  OR CANCEL IT THROUGH JEPRGU BEFORE IT SITS ON THE BACKLOG    *
      *  WAITING FOR STOCK THAT WILL NEVER ARRIVE.                    *
      *****************************************************************
      *  MODIFICATION HISTORY                                         *
      *  DATE        INIT  DESCRIPTION                                *
      *  2026-10-15  JE    INITIAL VERSION                            *
      *  2026-10-15  JE    ORDFILE RECORD GREW TO 226 (SHIPPING        *
      *                    WAREHOUSE)                                  *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RS-6000.
       OBJECT-COMPUTER. RS-6000.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDFILE ASSIGN TO ORDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FD-ORDFILE-INVOICE-NO
               FILE STATUS IS WS-ORDFILE-STATUS.

           SELECT ORDDETAIL ASSIGN TO ORDDETAIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-ORDDETAIL-KEY
               FILE STATUS IS WS-ORDDETAIL-STATUS.

           SELECT PRODMAST ASSIGN TO PRODMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-PRODMAST-KEY
               FILE STATUS IS WS-PRODMAST-STATUS.

           SELECT SUPERRPT ASSIGN TO SUPERRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPERRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ORDFILE
           RECORD CONTAINS 226 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-ORDFILE-RECORD.
           05  FD-ORDFILE-INVOICE-NO    PIC X(07).
           05  FILLER                   PIC X(219).

       FD  ORDDETAIL
           RECORD CONTAINS 23 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-ORDDETAIL-RECORD.
           05  FD-ORDDETAIL-KEY         PIC X(09).
           05  FILLER                   PIC X(14).

       FD  PRODMAST
           RECORD CONTAINS 86 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-PRODMAST-RECORD.
           05  FD-PRODMAST-KEY          PIC X(08).
           05  FILLER                   PIC X(78).

       FD  SUPERRPT
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-SUPERRPT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.

       COPY 'ORDFILE-LAYOUT'.
       COPY 'ORDDETAIL-LAYOUT'.
       COPY 'PRODMAST-LAYOUT'.

       01  WS-ORDFILE-STATUS            PIC X(02) VALUE '00'.
           88  WS-ORDFILE-OK                VALUE '00'.

       01  WS-ORDDETAIL-STATUS          PIC X(02) VALUE '00'.
           88  WS-ORDDETAIL-OK              VALUE '00'.

       01  WS-PRODMAST-STATUS           PIC X(02) VALUE '00'.
           88  WS-PRODMAST-OK               VALUE '00'.

       01  WS-SUPERRPT-STATUS           PIC X(02) VALUE '00'.

       77  WS-OPEN-COUNT                PIC 9(07) COMP VALUE 0.
       77  WS-ORDERS-HIT                PIC 9(07) COMP VALUE 0.
       77  WS-OPEN-LINES                PIC 9(07) COMP VALUE 0.
       77  WS-BACK-LINES                PIC 9(07) COMP VALUE 0.
       77  WS-NO-REPL-LINES             PIC 9(07) COMP VALUE 0.
       77  WS-ORDER-HIT                 PIC 9(01) COMP VALUE 0.
       77  WS-EOF-SWITCH                PIC 9(01) COMP VALUE 0.
           88  WS-NO-MORE-RECORDS           VALUE 1.
       77  WS-ODET-EOF-SWITCH           PIC 9(01) COMP VALUE 0.
           88  WS-NO-MORE-ODET-LINES        VALUE 1.
       77  WS-REPL-HOPS                 PIC 9(02) COMP VALUE 0.
       77  WS-REPL-DONE                 PIC 9(01) COMP VALUE 0.

      *ONE LINE OF THE ORDER UNDER CHECK AND ITS OPEN QUANTITY
       01  WS-LINE-NO                   PIC 9(02) VALUE 0.
       01  WS-LINE-KEY                  PIC X(08) VALUE SPACES.
       01  WS-LINE-QTY                  PIC 9(03) VALUE 0.
       01  WS-LINE-SHIPPED              PIC 9(03) VALUE 0.
       01  WS-LINE-OPEN                 PIC 9(03) VALUE 0.
       01  WS-REPL-KEY                  PIC X(08) VALUE SPACES.
       01  WS-REPL-DESC                 PIC X(20) VALUE SPACES.

       01  WS-HEADING-LINE1.
           05  FILLER                   PIC X(47) VALUE
               '  S U P E R S E S S I O N   R E P O R T'.
           05  FILLER                   PIC X(85) VALUE SPACES.

       01  WS-HEADING-LINE2.
           05  FILLER                   PIC X(07) VALUE 'INVOICE'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(10) VALUE 'STATUS'.
           05  FILLER                   PIC X(05) VALUE 'LINE'.
           05  FILLER                   PIC X(10) VALUE 'PRODUCT'.
           05  FILLER                   PIC X(22) VALUE 'DESCRIPTION'.
           05  FILLER                   PIC X(06) VALUE 'OPEN'.
           05  FILLER                   PIC X(10) VALUE 'REPLACE BY'.
           05  FILLER                   PIC X(20) VALUE 'DESCRIPTION'.
           05  FILLER                   PIC X(40) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WD-INVOICE-NO            PIC X(07).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-STATUS                PIC X(09).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-LINE-NO               PIC Z9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-PRODUCT               PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-DESCRIPTION           PIC X(20).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-OPEN-QTY              PIC ZZ9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WD-REPL-KEY              PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-REPL-DESC             PIC X(20).
           05  FILLER                   PIC X(40) VALUE SPACES.

       01  WS-TRAILER-LINE1.
           05  FILLER                   PIC X(32) VALUE
               'OPEN ORDERS READ:               '.
           05  WT-OPEN-COUNT            PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(93) VALUE SPACES.

       01  WS-TRAILER-LINE2.
           05  FILLER                   PIC X(32) VALUE
               'ORDERS CARRYING DISCONTINUED:   '.
           05  WT-ORDERS-HIT            PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(93) VALUE SPACES.

       01  WS-TRAILER-LINE3.
           05  FILLER                   PIC X(32) VALUE
               'LINES ON OPEN ORDERS:           '.
           05  WT-OPEN-LINES            PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(93) VALUE SPACES.

       01  WS-TRAILER-LINE4.
           05  FILLER                   PIC X(32) VALUE
               'LINES ON BACKORDERS:            '.
           05  WT-BACK-LINES            PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(93) VALUE SPACES.

       01  WS-TRAILER-LINE5.
           05  FILLER                   PIC X(32) VALUE
               'LINES WITH NO REPLACEMENT:      '.
           05  WT-NO-REPL-LINES         PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(93) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-PROCESS-ORDFILE THRU 2000-PROCESS-ORDFILE-EXIT
               UNTIL WS-NO-MORE-RECORDS.
           PERFORM 8000-WRITE-TRAILER THRU 8000-WRITE-TRAILER-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT ORDFILE.
           IF NOT WS-ORDFILE-OK
               DISPLAY 'JEPRIE: ORDFILE OPEN FAILED, STATUS='
                   WS-ORDFILE-STATUS
               GO TO 9999-ABORT
           END-IF.

           OPEN INPUT ORDDETAIL.
           IF NOT WS-ORDDETAIL-OK
               DISPLAY 'JEPRIE: ORDDETAIL OPEN FAILED, STATUS='
                   WS-ORDDETAIL-STATUS
               GO TO 9999-ABORT
           END-IF.

           OPEN INPUT PRODMAST.
           IF NOT WS-PRODMAST-OK
               DISPLAY 'JEPRIE: PRODMAST OPEN FAILED, STATUS='
                   WS-PRODMAST-STATUS
               GO TO 9999-ABORT
           END-IF.

           OPEN OUTPUT SUPERRPT.

           MOVE WS-HEADING-LINE1 TO FD-SUPERRPT-LINE.
           WRITE FD-SUPERRPT-LINE.
           MOVE WS-HEADING-LINE2 TO FD-SUPERRPT-LINE.
           WRITE FD-SUPERRPT-LINE.

           PERFORM 2100-READ-ORDFILE THRU 2100-READ-ORDFILE-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *ONLY ORDERS THAT CAN STILL SHIP ARE CHECKED - A SHIPPED,
      *CANCELLED OR RETURNED ORDER HAS NOTHING LEFT TO SUPERSEDE
       2000-PROCESS-ORDFILE.
           IF NOT ORDFILE-ST-PENDING
               AND NOT ORDFILE-ST-HELD
               AND NOT ORDFILE-ST-PARTIAL
               AND NOT ORDFILE-ST-BACKORDER
               GO TO 2000-PROCESS-NEXT
           END-IF.

           ADD 1 TO WS-OPEN-COUNT.
           MOVE 0 TO WS-ORDER-HIT.
           PERFORM 2200-CHECK-RECORD-LINES
               THRU 2200-CHECK-RECORD-LINES-EXIT.
           PERFORM 2300-CHECK-ODET-LINES
               THRU 2300-CHECK-ODET-LINES-EXIT.
           IF WS-ORDER-HIT = 1
               ADD 1 TO WS-ORDERS-HIT
           END-IF.

       2000-PROCESS-NEXT.
           PERFORM 2100-READ-ORDFILE THRU 2100-READ-ORDFILE-EXIT.
       2000-PROCESS-ORDFILE-EXIT.
           EXIT.

       2100-READ-ORDFILE.
           READ ORDFILE INTO ORDFILE-RECORD
               AT END
                   SET WS-NO-MORE-RECORDS TO TRUE
               NOT AT END
                   CONTINUE
           END-READ.
       2100-READ-ORDFILE-EXIT.
           EXIT.

      *THE FIVE PRODUCT PAIRS STORED ON THE ORDER RECORD
       2200-CHECK-RECORD-LINES.
           MOVE 1 TO WS-LINE-NO.
           MOVE ORDFILE-P1A TO WS-LINE-KEY(1:4).
           MOVE ORDFILE-P1B TO WS-LINE-KEY(5:4).
           MOVE ORDFILE-Q1 TO WS-LINE-QTY.
           MOVE ORDFILE-S1 TO WS-LINE-SHIPPED.
           PERFORM 3000-CHECK-ONE-LINE THRU 3000-CHECK-ONE-LINE-EXIT.
           MOVE 2 TO WS-LINE-NO.
           MOVE ORDFILE-P2A TO WS-LINE-KEY(1:4).
           MOVE ORDFILE-P2B TO WS-LINE-KEY(5:4).
           MOVE ORDFILE-Q2 TO WS-LINE-QTY.
           MOVE ORDFILE-S2 TO WS-LINE-SHIPPED.
           PERFORM 3000-CHECK-ONE-LINE THRU 3000-CHECK-ONE-LINE-EXIT.
           MOVE 3 TO WS-LINE-NO.
           MOVE ORDFILE-P3A TO WS-LINE-KEY(1:4).
           MOVE ORDFILE-P3B TO WS-LINE-KEY(5:4).
           MOVE ORDFILE-Q3 TO WS-LINE-QTY.
           MOVE ORDFILE-S3 TO WS-LINE-SHIPPED.
           PERFORM 3000-CHECK-ONE-LINE THRU 3000-CHECK-ONE-LINE-EXIT.
           MOVE 4 TO WS-LINE-NO.
           MOVE ORDFILE-P4A TO WS-LINE-KEY(1:4).
           MOVE ORDFILE-P4B TO WS-LINE-KEY(5:4).
           MOVE ORDFILE-Q4 TO WS-LINE-QTY.
           MOVE ORDFILE-S4 TO WS-LINE-SHIPPED.
           PERFORM 3000-CHECK-ONE-LINE THRU 3000-CHECK-ONE-LINE-EXIT.
           MOVE 5 TO WS-LINE-NO.
           MOVE ORDFILE-P5A TO WS-LINE-KEY(1:4).
           MOVE ORDFILE-P5B TO WS-LINE-KEY(5:4).
           MOVE ORDFILE-Q5 TO WS-LINE-QTY.
           MOVE ORDFILE-S5 TO WS-LINE-SHIPPED.
           PERFORM 3000-CHECK-ONE-LINE THRU 3000-CHECK-ONE-LINE-EXIT.
       2200-CHECK-RECORD-LINES-EXIT.
           EXIT.

      *THE ORDER'S PRODUCT LINES SIX AND UP OFF ORDDETAIL
       2300-CHECK-ODET-LINES.
           MOVE 0 TO WS-ODET-EOF-SWITCH.
           MOVE ORDFILE-INVOICE-NO TO ORDDETAIL-INVOICE-NO.
           MOVE 6 TO ORDDETAIL-LINE-NO.
           MOVE ORDDETAIL-KEY TO FD-ORDDETAIL-KEY.

           START ORDDETAIL KEY IS NOT LESS THAN FD-ORDDETAIL-KEY
               INVALID KEY
                   SET WS-NO-MORE-ODET-LINES TO TRUE
           END-START.

           PERFORM 2310-CHECK-ONE-ODET THRU 2310-CHECK-ONE-ODET-EXIT
               UNTIL WS-NO-MORE-ODET-LINES.
       2300-CHECK-ODET-LINES-EXIT.
           EXIT.

       2310-CHECK-ONE-ODET.
           READ ORDDETAIL NEXT RECORD INTO ORDDETAIL-RECORD
               AT END
                   SET WS-NO-MORE-ODET-LINES TO TRUE
           END-READ.

           IF WS-NO-MORE-ODET-LINES
               GO TO 2310-CHECK-ONE-ODET-EXIT
           END-IF.

           IF ORDDETAIL-INVOICE-NO NOT = ORDFILE-INVOICE-NO
               SET WS-NO-MORE-ODET-LINES TO TRUE
               GO TO 2310-CHECK-ONE-ODET-EXIT
           END-IF.

           MOVE ORDDETAIL-LINE-NO TO WS-LINE-NO.
           MOVE ORDDETAIL-PROD-A TO WS-LINE-KEY(1:4).
           MOVE ORDDETAIL-PROD-B TO WS-LINE-KEY(5:4).
           MOVE ORDDETAIL-QTY TO WS-LINE-QTY.
           MOVE ORDDETAIL-SHIPPED-QTY TO WS-LINE-SHIPPED.
           PERFORM 3000-CHECK-ONE-LINE THRU 3000-CHECK-ONE-LINE-EXIT.
       2310-CHECK-ONE-ODET-EXIT.
           EXIT.

      *ONE LINE - AN EMPTY SLOT, A LINE ALREADY SHIPPED IN FULL OR A
      *PRODUCT THAT IS STILL ACTIVE (OR NO LONGER ON PRODMAST AT
      *ALL, WHICH THE INTEGRITY AUDIT REPORTS) IS PASSED OVER.  A
      *ZERO QUANTITY (PRE-QUANTITY ORDER) COUNTS AS ONE
       3000-CHECK-ONE-LINE.
           IF WS-LINE-KEY = SPACES
               GO TO 3000-CHECK-ONE-LINE-EXIT
           END-IF.
           IF WS-LINE-QTY = 0
               MOVE 1 TO WS-LINE-QTY
           END-IF.
           IF WS-LINE-SHIPPED NOT < WS-LINE-QTY
               GO TO 3000-CHECK-ONE-LINE-EXIT
           END-IF.
           COMPUTE WS-LINE-OPEN = WS-LINE-QTY - WS-LINE-SHIPPED.

           MOVE WS-LINE-KEY TO FD-PRODMAST-KEY.
           READ PRODMAST INTO PRODMAST-RECORD
               INVALID KEY
                   GO TO 3000-CHECK-ONE-LINE-EXIT
           END-READ.
           IF NOT PRODMAST-IS-DISCONTINUED
               GO TO 3000-CHECK-ONE-LINE-EXIT
           END-IF.

           MOVE 1 TO WS-ORDER-HIT.
           MOVE ORDFILE-INVOICE-NO TO WD-INVOICE-NO.
           MOVE ORDFILE-STATUS TO WD-STATUS.
           MOVE WS-LINE-NO TO WD-LINE-NO.
           MOVE WS-LINE-KEY TO WD-PRODUCT.
           MOVE PRODMAST-DESCRIPTION TO WD-DESCRIPTION.
           MOVE WS-LINE-OPEN TO WD-OPEN-QTY.

           MOVE SPACES TO WS-REPL-KEY.
           MOVE SPACES TO WS-REPL-DESC.
           MOVE 0 TO WS-REPL-HOPS.
           MOVE 0 TO WS-REPL-DONE.
           PERFORM 3100-FOLLOW-REPLACEMENT
               THRU 3100-FOLLOW-REPLACEMENT-EXIT
               UNTIL WS-REPL-DONE = 1.

           IF WS-REPL-KEY = SPACES
               MOVE 'NONE' TO WD-REPL-KEY
               MOVE SPACES TO WD-REPL-DESC
               ADD 1 TO WS-NO-REPL-LINES
           ELSE
               MOVE WS-REPL-KEY TO WD-REPL-KEY
               MOVE WS-REPL-DESC TO WD-REPL-DESC
           END-IF.

           IF ORDFILE-ST-BACKORDER
               ADD 1 TO WS-BACK-LINES
           ELSE
               ADD 1 TO WS-OPEN-LINES
           END-IF.

           MOVE WS-DETAIL-LINE TO FD-SUPERRPT-LINE.
           WRITE FD-SUPERRPT-LINE.
       3000-CHECK-ONE-LINE-EXIT.
           EXIT.

      *ONE STEP DOWN THE SUPERSESSION CHAIN FROM THE PRODUCT ON
      *PRODMAST-RECORD, STOPPING AT THE FIRST ACTIVE PRODUCT.  NO
      *REPLACEMENT, ONE NOT ON FILE, OR A CHAIN OF MORE THAN FIVE
      *HOPS (ONE THAT GOES ROUND ON ITSELF) LEAVES NONE
       3100-FOLLOW-REPLACEMENT.
           IF PRODMAST-REPL-KEY = SPACES
               OR PRODMAST-REPL-KEY = LOW-VALUES
               MOVE 1 TO WS-REPL-DONE
               GO TO 3100-FOLLOW-REPLACEMENT-EXIT
           END-IF.

           ADD 1 TO WS-REPL-HOPS.
           IF WS-REPL-HOPS > 5
               MOVE 1 TO WS-REPL-DONE
               GO TO 3100-FOLLOW-REPLACEMENT-EXIT
           END-IF.

           MOVE PRODMAST-REPL-KEY TO FD-PRODMAST-KEY.
           READ PRODMAST INTO PRODMAST-RECORD
               INVALID KEY
                   MOVE 1 TO WS-REPL-DONE
                   GO TO 3100-FOLLOW-REPLACEMENT-EXIT
           END-READ.

           IF PRODMAST-IS-DISCONTINUED
               GO TO 3100-FOLLOW-REPLACEMENT-EXIT
           END-IF.

           MOVE PRODMAST-KEY TO WS-REPL-KEY.
           MOVE PRODMAST-DESCRIPTION TO WS-REPL-DESC.
           MOVE 1 TO WS-REPL-DONE.
       3100-FOLLOW-REPLACEMENT-EXIT.
           EXIT.

       8000-WRITE-TRAILER.
           MOVE WS-OPEN-COUNT TO WT-OPEN-COUNT.
           MOVE WS-TRAILER-LINE1 TO FD-SUPERRPT-LINE.
           WRITE FD-SUPERRPT-LINE.

           MOVE WS-ORDERS-HIT TO WT-ORDERS-HIT.
           MOVE WS-TRAILER-LINE2 TO FD-SUPERRPT-LINE.
           WRITE FD-SUPERRPT-LINE.

           MOVE WS-OPEN-LINES TO WT-OPEN-LINES.
           MOVE WS-TRAILER-LINE3 TO FD-SUPERRPT-LINE.
           WRITE FD-SUPERRPT-LINE.

           MOVE WS-BACK-LINES TO WT-BACK-LINES.
           MOVE WS-TRAILER-LINE4 TO FD-SUPERRPT-LINE.
           WRITE FD-SUPERRPT-LINE.

           MOVE WS-NO-REPL-LINES TO WT-NO-REPL-LINES.
           MOVE WS-TRAILER-LINE5 TO FD-SUPERRPT-LINE.
           WRITE FD-SUPERRPT-LINE.
       8000-WRITE-TRAILER-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE ORDFILE.
           CLOSE ORDDETAIL.
           CLOSE PRODMAST.
           CLOSE SUPERRPT.
           DISPLAY 'JEPRIE: OPEN ORDERS READ=' WS-OPEN-COUNT.
           DISPLAY 'JEPRIE: ORDERS CARRYING DISCONTINUED='
               WS-ORDERS-HIT.
       9000-TERMINATE-EXIT.
           EXIT.

       9999-ABORT.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       END PROGRAM JEPRIE.
