      *  STEP CANNOT RUN TWICE IN ONE BATCH WINDOW, AND A FAILED RUN  *
      *  RESUMES PAST THE LAST RECEIPT ALREADY POSTED SO NO DELIVERY  *
      *  IS EVER ADDED TO STOCK A SECOND TIME.                        *
      *  EACH POSTED RECEIPT IS ALSO MATCHED TO ITS OPENPO LINE BY    *
      *  PRODUCT PAIR AND PO NUMBER AND ADDED TO WHAT THAT LINE HAS   *
      *  RECEIVED.  AN OVER-RECEIPT, OR A RECEIPT AGAINST A PO THE    *
      *  OPEN PO FILE DOES NOT KNOW, IS STILL POSTED - THE STOCK IS   *
      *  ON THE DOCK - BUT PRINTS AS AN EXCEPTION FOR PURCHASING.     *
      *  THE REGISTER ENDS WITH EVERY OPEN PO LINE STILL SHORT PAST   *
      *  ITS PROMISED DATE.                                           *
      *  EACH RECEIPT NAMES THE WAREHOUSE IT WAS DELIVERED TO (BLANK  *
      *  FOR THE HOME BUILDING) AND IS POSTED TO THAT WAREHOUSE'S     *
      *  STOCKWH RECORD AS WELL AS THE COMPANY-WIDE PRODMAST TOTAL.   *
      *****************************************************************
      *  MODIFICATION HISTORY                                         *
      *  DATE        INIT  DESCRIPTION                                *
      *                    PRICE AND EFFECTIVE DATE)                  *
      *  2026-09-02  JE    ORDFILE RECORD GREW TO 218 AND ORDDETAIL  *
      *                    TO 23 (SHIPPED QUANTITY PER LINE)        *
      *  2026-10-15  JE    PRODMAST RECORD GREW TO 77 (REORDER POINT,  *
      *                    REORDER QUANTITY AND SUPPLIER)              *
      *  2026-10-15  JE    RECEIPTS MATCHED TO THE OPENPO FILE         *
      *                    WRITTEN BY JEPRHP - OVER-RECEIPTS AND       *
      *                    RECEIPTS AGAINST UNKNOWN POS PRINT AS PO    *
      *                    EXCEPTIONS, AND OPEN LINES OVERDUE PAST     *
      *                    THEIR PROMISED DATE LIST AT THE END OF THE  *
      *                    REGISTER                                    *
      *  2026-10-15  JE    PRODMAST RECORD GREW TO 86 (DISCONTINUED    *
      *                    STATUS AND REPLACEMENT)                     *
      *  2026-10-15  JE    RECEIPTS RECORD GREW TO 23 (RECEIVING       *
      *                    WAREHOUSE) - EACH RECEIPT ALSO POSTS TO     *
      *                    ITS WAREHOUSE'S STOCKWH RECORD, AND AN      *
      *                    UNKNOWN WAREHOUSE IS REJECTED               *
      *****************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS FD-PRODMAST-KEY
               FILE STATUS IS WS-PRODMAST-STATUS.

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

           SELECT OPENPO ASSIGN TO OPENPO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-OPENPO-KEY
               FILE STATUS IS WS-OPENPO-STATUS.

           SELECT RCPTREG ASSIGN TO RCPTREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCPTREG-STATUS.
       FILE SECTION.

       FD  RECEIPTS
           RECORD CONTAINS 23 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-RECEIPTS-RECORD           PIC X(23).

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

       FD  OPENPO
           RECORD CONTAINS 64 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-OPENPO-RECORD.
           05  FD-OPENPO-KEY            PIC X(16).
           05  FILLER                   PIC X(48).

       FD  RCPTREG
           RECORD CONTAINS 132 CHARACTERS

       COPY 'RECEIPTS-LAYOUT'.
       COPY 'PRODMAST-LAYOUT'.
       COPY 'STOCKWH-LAYOUT'.
       COPY 'WHSEMAST-LAYOUT'.
       COPY 'OPENPO-LAYOUT'.
       COPY 'RUNCTL-LAYOUT'.

       01  WS-RECEIPTS-STATUS           PIC X(02) VALUE '00'.
       01  WS-PRODMAST-STATUS           PIC X(02) VALUE '00'.
           88  WS-PRODMAST-OK               VALUE '00'.

       01  WS-STOCKWH-STATUS            PIC X(02) VALUE '00'.
           88  WS-STOCKWH-OK                VALUE '00'.

       01  WS-WHSEMAST-STATUS           PIC X(02) VALUE '00'.
           88  WS-WHSEMAST-OK               VALUE '00'.

       01  WS-OPENPO-STATUS             PIC X(02) VALUE '00'.
           88  WS-OPENPO-OK                 VALUE '00'.

       01  WS-RCPTREG-STATUS            PIC X(02) VALUE '00'.

       01  WS-RUNCTL-STATUS             PIC X(02) VALUE '00'.
       77  WS-RECEIPT-COUNT             PIC 9(07) COMP VALUE 0.
       77  WS-POSTED-COUNT              PIC 9(07) COMP VALUE 0.
       77  WS-REJECT-COUNT              PIC 9(07) COMP VALUE 0.
       77  WS-PO-EXCEPTION-COUNT        PIC 9(07) COMP VALUE 0.
       77  WS-OVERDUE-COUNT             PIC 9(07) COMP VALUE 0.
       77  WS-SCAN-EOF-SWITCH           PIC 9(01) COMP VALUE 0.
       77  WS-EOF-SWITCH                PIC 9(01) COMP VALUE 0.
           88  WS-NO-MORE-RECORDS           VALUE 1.


       01  WS-POST-QTY                  PIC 9(05) VALUE 0.
       01  WS-OLD-ON-HAND               PIC 9(05) VALUE 0.
       01  WS-PO-RECEIVED               PIC 9(07) VALUE 0.
       01  WS-RECEIVING-WHSE            PIC X(02) VALUE SPACES.

       01  WS-RUN-DATE                  PIC X(08) VALUE SPACES.
       01  WS-RUN-TIME.
           05  FILLER                   PIC X(10) VALUE 'OLD HAND'.
           05  FILLER                   PIC X(10) VALUE 'RECEIVED'.
           05  FILLER                   PIC X(10) VALUE 'NEW HAND'.
           05  FILLER                   PIC X(04) VALUE 'WHSE'.
           05  FILLER                   PIC X(78) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WD-PRODUCT               PIC X(08).
           05  WD-QTY                   PIC ZZ,ZZ9.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  WD-NEW-ON-HAND           PIC ZZ,ZZ9.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  WD-WHSE                  PIC X(02).
           05  FILLER                   PIC X(79) VALUE SPACES.

       01  WS-REJECT-LINE.
           05  WR-PRODUCT               PIC X(08).
           05  WR-REASON                PIC X(40).
           05  FILLER                   PIC X(60) VALUE SPACES.

      *A RECEIPT THAT WAS POSTED BUT DID NOT MATCH ITS PO CLEANLY
       01  WS-PO-EXCEPTION-LINE.
           05  WX-PRODUCT               PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WX-PO-NO                 PIC X(08).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  FILLER                   PIC X(11)
               VALUE '*PO CHECK* '.
           05  WX-REASON                PIC X(40).
           05  WX-QUANTITIES.
               10  WX-ORDERED-LIT       PIC X(09).
               10  WX-ORDERED           PIC ZZ,ZZ9.
               10  WX-RECEIVED-LIT      PIC X(10).
               10  WX-RECEIVED          PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(28) VALUE SPACES.

       01  WS-OVERDUE-HEADING-LINE1.
           05  FILLER                   PIC X(40) VALUE
               '  O V E R D U E   P O   L I N E S   A S'.
           05  FILLER                   PIC X(04) VALUE ' OF '.
           05  WO-AS-OF-DATE            PIC X(08).
           05  FILLER                   PIC X(80) VALUE SPACES.

       01  WS-OVERDUE-HEADING-LINE2.
           05  FILLER                   PIC X(08) VALUE 'PRODUCT'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(10) VALUE 'PO NUMBER'.
           05  FILLER                   PIC X(08) VALUE 'SUPPLIER'.
           05  FILLER                   PIC X(10) VALUE ' ORDERED'.
           05  FILLER                   PIC X(10) VALUE 'PROMISED'.
           05  FILLER                   PIC X(10) VALUE '   QTY'.
           05  FILLER                   PIC X(10) VALUE 'RECEIVED'.
           05  FILLER                   PIC X(10) VALUE ' STILL DUE'.
           05  FILLER                   PIC X(54) VALUE SPACES.

       01  WS-OVERDUE-LINE.
           05  WO-PRODUCT               PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WO-PO-NO                 PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WO-SUPPLIER              PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WO-ORDER-DATE            PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WO-PROMISED-DATE         PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WO-ORDERED               PIC ZZ,ZZ9.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  WO-RECEIVED              PIC ZZ,ZZ9.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  WO-STILL-DUE             PIC ZZ,ZZ9.
           05  FILLER                   PIC X(58) VALUE SPACES.

       01  WS-TRAILER-LINE1.
           05  FILLER                   PIC X(17)
               VALUE 'RECEIPTS POSTED:'.
           05  WT-REJECT-COUNT          PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(106) VALUE SPACES.

       01  WS-TRAILER-LINE3.
           05  FILLER                   PIC X(19)
               VALUE 'PO EXCEPTIONS:    '.
           05  WT-PO-EXCEPTION-COUNT    PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(106) VALUE SPACES.

       01  WS-TRAILER-LINE4.
           05  FILLER                   PIC X(19)
               VALUE 'OVERDUE PO LINES: '.
           05  WT-OVERDUE-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(106) VALUE SPACES.

       01  WS-BLANK-LINE                PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 2000-PROCESS-RECEIPTS
               THRU 2000-PROCESS-RECEIPTS-EXIT
               UNTIL WS-NO-MORE-RECORDS.
           PERFORM 6000-OVERDUE-PO-LINES
               THRU 6000-OVERDUE-PO-LINES-EXIT.
           PERFORM 8000-WRITE-TRAILER THRU 8000-WRITE-TRAILER-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           GOBACK.
               GO TO 9999-ABORT
           END-IF.

           OPEN I-O STOCKWH.
           IF NOT WS-STOCKWH-OK
               DISPLAY 'JEPRHA: STOCKWH OPEN FAILED, STATUS='
                   WS-STOCKWH-STATUS
               GO TO 9999-ABORT
           END-IF.

           OPEN INPUT WHSEMAST.
           IF NOT WS-WHSEMAST-OK
               DISPLAY 'JEPRHA: WHSEMAST OPEN FAILED, STATUS='
                   WS-WHSEMAST-STATUS
               GO TO 9999-ABORT
           END-IF.

           OPEN I-O OPENPO.
           IF NOT WS-OPENPO-OK
               DISPLAY 'JEPRHA: OPENPO OPEN FAILED, STATUS='
                   WS-OPENPO-STATUS
               GO TO 9999-ABORT
           END-IF.

      *A RESTART PICKS UP PAST THE RECEIPTS THE FAILED RUN ALREADY
      *POSTED - THE REGISTER IS EXTENDED RATHER THAN REWRITTEN SO THE
      *LINES ALREADY PRINTED FOR THEM ARE NOT LOST
                   GO TO 2000-NEXT-RECORD
           END-READ.

      *A RECEIPT WITH NO WAREHOUSE WAS DELIVERED TO THE HOME BUILDING
           IF RECEIPTS-WHSE-CODE = SPACES
               MOVE WHSEMAST-HOME-CODE TO WS-RECEIVING-WHSE
           ELSE
               MOVE RECEIPTS-WHSE-CODE TO WS-RECEIVING-WHSE
           END-IF.
           MOVE WS-RECEIVING-WHSE TO FD-WHSEMAST-KEY.
           READ WHSEMAST INTO WHSEMAST-RECORD
               INVALID KEY
                   MOVE 'NOT A RECOGNIZED WAREHOUSE CODE' TO WR-REASON
                   PERFORM 3000-WRITE-REJECT
                       THRU 3000-WRITE-REJECT-EXIT
                   GO TO 2000-NEXT-RECORD
           END-READ.

           PERFORM 4000-POST-RECEIPT THRU 4000-POST-RECEIPT-EXIT.
           PERFORM 4500-MATCH-PO-LINE THRU 4500-MATCH-PO-LINE-EXIT.

       2000-NEXT-RECORD.
           PERFORM 7100-RUNCTL-CHECKPOINT
           MOVE PRODMAST-RECORD TO FD-PRODMAST-RECORD.
           REWRITE FD-PRODMAST-RECORD.

           PERFORM 4100-POST-WAREHOUSE THRU 4100-POST-WAREHOUSE-EXIT.

           MOVE WS-OLD-ON-HAND TO WD-OLD-ON-HAND.
           MOVE WS-POST-QTY TO WD-QTY.
           MOVE PRODMAST-ON-HAND TO WD-NEW-ON-HAND.
           MOVE WS-RECEIVING-WHSE TO WD-WHSE.
           MOVE WS-DETAIL-LINE TO FD-RCPTREG-LINE.
           WRITE FD-RCPTREG-LINE.

       4000-POST-RECEIPT-EXIT.
           EXIT.

      *ADDS THE SAME QUANTITY TO THE RECEIVING WAREHOUSE'S STOCKWH
      *RECORD.  THE FIRST DELIVERY OF A PRODUCT INTO A WAREHOUSE
      *ADDS ITS RECORD, WITH THE BIN LEFT FOR JEPRGF TO FILL IN
       4100-POST-WAREHOUSE.
           MOVE RECEIPTS-PROD-A TO FD-STOCKWH-KEY(1:4).
           MOVE RECEIPTS-PROD-B TO FD-STOCKWH-KEY(5:4).
           MOVE WS-RECEIVING-WHSE TO FD-STOCKWH-KEY(9:2).
           READ STOCKWH INTO STOCKWH-RECORD
               INVALID KEY
                   MOVE SPACES TO STOCKWH-RECORD
                   MOVE RECEIPTS-PROD-A TO STOCKWH-PROD-A
                   MOVE RECEIPTS-PROD-B TO STOCKWH-PROD-B
                   MOVE WS-RECEIVING-WHSE TO STOCKWH-WHSE-CODE
                   MOVE WS-POST-QTY TO STOCKWH-ON-HAND
                   MOVE STOCKWH-RECORD TO FD-STOCKWH-RECORD
                   WRITE FD-STOCKWH-RECORD
                   GO TO 4100-POST-WAREHOUSE-EXIT
           END-READ.

           IF STOCKWH-ON-HAND + WS-POST-QTY > 99999
               MOVE 99999 TO STOCKWH-ON-HAND
           ELSE
               ADD WS-POST-QTY TO STOCKWH-ON-HAND
           END-IF.

           MOVE STOCKWH-RECORD TO FD-STOCKWH-RECORD.
           REWRITE FD-STOCKWH-RECORD.
       4100-POST-WAREHOUSE-EXIT.
           EXIT.

      *ADDS THE RECEIPT TO WHAT ITS OPEN PO LINE HAS RECEIVED AND
      *CLOSES THE LINE ONCE THE FULL QUANTITY IS IN.  A RECEIPT
      *WITH NO PO, ONE FOR A PO LINE NOT ON FILE, AND ONE THAT
      *TAKES THE LINE PAST WHAT WAS ORDERED ALL PRINT AS PO
      *EXCEPTIONS UNDER THE POSTING LINE
       4500-MATCH-PO-LINE.
           MOVE WD-PRODUCT TO WX-PRODUCT.
           MOVE RECEIPTS-PO-NO TO WX-PO-NO.
           MOVE SPACES TO WX-QUANTITIES.

           IF RECEIPTS-PO-NO = SPACES
               MOVE 'NO PO NUMBER ON THE RECEIPT' TO WX-REASON
               PERFORM 4600-WRITE-PO-EXCEPTION
                   THRU 4600-WRITE-PO-EXCEPTION-EXIT
               GO TO 4500-MATCH-PO-LINE-EXIT
           END-IF.

           MOVE RECEIPTS-PROD-A TO FD-OPENPO-KEY(1:4).
           MOVE RECEIPTS-PROD-B TO FD-OPENPO-KEY(5:4).
           MOVE RECEIPTS-PO-NO TO FD-OPENPO-KEY(9:8).
           READ OPENPO INTO OPENPO-RECORD
               INVALID KEY
                   MOVE 'UNKNOWN PO - NO OPEN PO LINE FOR PRODUCT'
                       TO WX-REASON
                   PERFORM 4600-WRITE-PO-EXCEPTION
                       THRU 4600-WRITE-PO-EXCEPTION-EXIT
                   GO TO 4500-MATCH-PO-LINE-EXIT
           END-READ.

           COMPUTE WS-PO-RECEIVED = OPENPO-QTY-RECEIVED + WS-POST-QTY.
           IF WS-PO-RECEIVED > 99999
               MOVE 99999 TO OPENPO-QTY-RECEIVED
           ELSE
               MOVE WS-PO-RECEIVED TO OPENPO-QTY-RECEIVED
           END-IF.
           MOVE WS-RUN-DATE TO OPENPO-LAST-RCPT-DATE.
           IF OPENPO-QTY-RECEIVED NOT < OPENPO-QTY-ORDERED
               SET OPENPO-ST-CLOSED TO TRUE
           END-IF.

           MOVE OPENPO-RECORD TO FD-OPENPO-RECORD.
           REWRITE FD-OPENPO-RECORD.

           IF WS-PO-RECEIVED > OPENPO-QTY-ORDERED
               MOVE 'OVER-RECEIPT - MORE IN THAN WAS ORDERED'
                   TO WX-REASON
               MOVE ' ORDERED ' TO WX-ORDERED-LIT
               MOVE OPENPO-QTY-ORDERED TO WX-ORDERED
               MOVE '  RECEIVED' TO WX-RECEIVED-LIT
               MOVE WS-PO-RECEIVED TO WX-RECEIVED
               PERFORM 4600-WRITE-PO-EXCEPTION
                   THRU 4600-WRITE-PO-EXCEPTION-EXIT
           END-IF.
       4500-MATCH-PO-LINE-EXIT.
           EXIT.

       4600-WRITE-PO-EXCEPTION.
           MOVE WS-PO-EXCEPTION-LINE TO FD-RCPTREG-LINE.
           WRITE FD-RCPTREG-LINE.
           ADD 1 TO WS-PO-EXCEPTION-COUNT.
       4600-WRITE-PO-EXCEPTION-EXIT.
           EXIT.

      *LISTS EVERY OPEN PO LINE STILL SHORT AFTER ITS PROMISED DATE
      *SO PURCHASING CAN CHASE THE SUPPLIER.  THE WHOLE FILE IS
      *READ FRONT TO BACK - CLOSED LINES ARE PASSED OVER
       6000-OVERDUE-PO-LINES.
           MOVE WS-BLANK-LINE TO FD-RCPTREG-LINE.
           WRITE FD-RCPTREG-LINE.
           MOVE WS-RUN-DATE TO WO-AS-OF-DATE.
           MOVE WS-OVERDUE-HEADING-LINE1 TO FD-RCPTREG-LINE.
           WRITE FD-RCPTREG-LINE.
           MOVE WS-OVERDUE-HEADING-LINE2 TO FD-RCPTREG-LINE.
           WRITE FD-RCPTREG-LINE.

           MOVE 0 TO WS-SCAN-EOF-SWITCH.
           MOVE LOW-VALUES TO FD-OPENPO-KEY.
           START OPENPO KEY IS NOT LESS THAN FD-OPENPO-KEY
               INVALID KEY
                   GO TO 6000-OVERDUE-PO-LINES-EXIT
           END-START.

           PERFORM 6100-CHECK-ONE-LINE THRU 6100-CHECK-ONE-LINE-EXIT
               UNTIL WS-SCAN-EOF-SWITCH = 1.
       6000-OVERDUE-PO-LINES-EXIT.
           EXIT.

       6100-CHECK-ONE-LINE.
           READ OPENPO NEXT RECORD INTO OPENPO-RECORD
               AT END
                   MOVE 1 TO WS-SCAN-EOF-SWITCH
                   GO TO 6100-CHECK-ONE-LINE-EXIT
           END-READ.

           IF NOT OPENPO-ST-OPEN
               OR OPENPO-QTY-RECEIVED NOT < OPENPO-QTY-ORDERED
               OR OPENPO-PROMISED-DATE IS NOT NUMERIC
               OR OPENPO-PROMISED-DATE NOT < WS-RUN-DATE
               GO TO 6100-CHECK-ONE-LINE-EXIT
           END-IF.

           MOVE OPENPO-PROD-A TO WO-PRODUCT(1:4).
           MOVE OPENPO-PROD-B TO WO-PRODUCT(5:4).
           MOVE OPENPO-PO-NO TO WO-PO-NO.
           MOVE OPENPO-SUPPLIER TO WO-SUPPLIER.
           MOVE OPENPO-ORDER-DATE TO WO-ORDER-DATE.
           MOVE OPENPO-PROMISED-DATE TO WO-PROMISED-DATE.
           MOVE OPENPO-QTY-ORDERED TO WO-ORDERED.
           MOVE OPENPO-QTY-RECEIVED TO WO-RECEIVED.
           COMPUTE WO-STILL-DUE =
               OPENPO-QTY-ORDERED - OPENPO-QTY-RECEIVED.
           MOVE WS-OVERDUE-LINE TO FD-RCPTREG-LINE.
           WRITE FD-RCPTREG-LINE.
           ADD 1 TO WS-OVERDUE-COUNT.
       6100-CHECK-ONE-LINE-EXIT.
           EXIT.

       3000-WRITE-REJECT.
           MOVE WS-REJECT-LINE TO FD-RCPTREG-LINE.
           WRITE FD-RCPTREG-LINE.
           MOVE WS-REJECT-COUNT TO WT-REJECT-COUNT.
           MOVE WS-TRAILER-LINE2 TO FD-RCPTREG-LINE.
           WRITE FD-RCPTREG-LINE.

           MOVE WS-PO-EXCEPTION-COUNT TO WT-PO-EXCEPTION-COUNT.
           MOVE WS-TRAILER-LINE3 TO FD-RCPTREG-LINE.
           WRITE FD-RCPTREG-LINE.

           MOVE WS-OVERDUE-COUNT TO WT-OVERDUE-COUNT.
           MOVE WS-TRAILER-LINE4 TO FD-RCPTREG-LINE.
           WRITE FD-RCPTREG-LINE.
       8000-WRITE-TRAILER-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE RECEIPTS.
           CLOSE PRODMAST.
           CLOSE STOCKWH.
           CLOSE WHSEMAST.
           CLOSE OPENPO.
           CLOSE RCPTREG.
           PERFORM 7200-RUNCTL-COMPLETE THRU 7200-RUNCTL-COMPLETE-EXIT.

           DISPLAY 'JEPRHA: RECEIPTS READ=' WS-RECEIPT-COUNT.
           DISPLAY 'JEPRHA: RECEIPTS POSTED=' WS-POSTED-COUNT.
           DISPLAY 'JEPRHA: RECEIPTS REJECTED=' WS-REJECT-COUNT.
           DISPLAY 'JEPRHA: PO EXCEPTIONS=' WS-PO-EXCEPTION-COUNT.
           DISPLAY 'JEPRHA: OVERDUE PO LINES=' WS-OVERDUE-COUNT.
       9000-TERMINATE-EXIT.
           EXIT.

