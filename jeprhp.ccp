       IDENTIFICATION DIVISION.
       PROGRAM-ID. JEPRHP.
       AUTHOR. J ESTARIS.
       INSTALLATION. ORDER PROCESSING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      *  JEPRHP - NIGHTLY SUGGESTED PURCHASE ORDERS                   *
      *  READS PRODMAST FROM FRONT TO BACK AND, FOR EVERY PRODUCT     *
      *  CARRYING A REORDER QUANTITY AND A SUPPLIER, ADDS THE ON-HAND *
      *  COUNT TO WHAT IS STILL DUE IN ON ITS OPEN PO LINES.  WHEN    *
      *  THAT FALLS TO THE REORDER POINT OR BELOW, THE RUN SUGGESTS   *
      *  ENOUGH LOTS OF THE REORDER QUANTITY TO LIFT IT BACK ABOVE    *
      *  THE POINT - ONE SUGGPO RECORD FOR THE PURCHASING SYSTEM AND  *
      *  ONE NEW OPENPO LINE SO JEPRHA CAN MATCH THE DELIVERY WHEN    *
      *  IT ARRIVES.  ALL OF ONE SUPPLIER'S LINES FOR THE NIGHT GO    *
      *  OUT UNDER ONE PO NUMBER, TAKEN OFF THE INVCTL NEXTPO         *
      *  COUNTER, WITH A PROMISED DATE OF THE STANDARD LEAD TIME      *
      *  AFTER TONIGHT.  REPLACES WORKING OUT THE BUY BY HAND FROM    *
      *  THE JEPRGZ BACKORDER AND JEPRGD DEMAND REPORTS.              *
      *  CHECKS IN WITH RUNCTL LIKE THE OTHER OVERNIGHT STEPS - THE   *
      *  STEP CANNOT RUN TWICE IN ONE BATCH WINDOW, AND A FAILED RUN  *
      *  RESUMES PAST THE LAST PRODUCT IT REACHED.  A PRODUCT ALREADY *
      *  SUGGESTED BEFORE THE FAILURE HAS ITS OPEN PO LINE ON FILE,   *
      *  SO IT IS NEVER SUGGESTED A SECOND TIME.                      *
      *  DISCONTINUED PRODUCTS ARE NEVER SUGGESTED.                   *
      *****************************************************************
      *  MODIFICATION HISTORY                                         *
      *  DATE        INIT  DESCRIPTION                                *
      *  2026-10-15  JE    INITIAL VERSION                            *
      *  2026-10-15  JE    PRODMAST RECORD GREW TO 86 (DISCONTINUED    *
      *                    STATUS AND REPLACEMENT)                     *
      *  2026-10-15  JE    DISCONTINUED PRODUCTS ARE NO LONGER         *
      *                    SUGGESTED FOR REORDER                       *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RS-6000.
       OBJECT-COMPUTER. RS-6000.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODMAST ASSIGN TO PRODMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-PRODMAST-KEY
               FILE STATUS IS WS-PRODMAST-STATUS.

           SELECT OPENPO ASSIGN TO OPENPO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-OPENPO-KEY
               FILE STATUS IS WS-OPENPO-STATUS.

           SELECT INVCTL ASSIGN TO INVCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-INVCTL-CONTROL-ID
               FILE STATUS IS WS-INVCTL-STATUS.

           SELECT SUGGPO ASSIGN TO SUGGPO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUGGPO-STATUS.

           SELECT RUNCTL ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-RUNCTL-STEP-NAME
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  PRODMAST
           RECORD CONTAINS 86 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-PRODMAST-RECORD.
           05  FD-PRODMAST-KEY          PIC X(08).
           05  FILLER                   PIC X(78).

       FD  OPENPO
           RECORD CONTAINS 64 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-OPENPO-RECORD.
           05  FD-OPENPO-KEY            PIC X(16).
           05  FILLER                   PIC X(48).

       FD  INVCTL
           RECORD CONTAINS 15 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-INVCTL-RECORD.
           05  FD-INVCTL-CONTROL-ID     PIC X(08).
           05  FILLER                   PIC X(07).

       FD  SUGGPO
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-SUGGPO-RECORD             PIC X(80).

       FD  RUNCTL
           RECORD CONTAINS 70 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-RUNCTL-RECORD.
           05  FD-RUNCTL-STEP-NAME      PIC X(08).
           05  FILLER                   PIC X(62).

       WORKING-STORAGE SECTION.

       COPY 'PRODMAST-LAYOUT'.
       COPY 'OPENPO-LAYOUT'.
       COPY 'INVCTL-LAYOUT'.
       COPY 'SUGGPO-LAYOUT'.
       COPY 'RUNCTL-LAYOUT'.

       01  WS-PRODMAST-STATUS           PIC X(02) VALUE '00'.
           88  WS-PRODMAST-OK               VALUE '00'.

       01  WS-OPENPO-STATUS             PIC X(02) VALUE '00'.
           88  WS-OPENPO-OK                 VALUE '00'.

       01  WS-INVCTL-STATUS             PIC X(02) VALUE '00'.
           88  WS-INVCTL-OK                 VALUE '00'.

       01  WS-SUGGPO-STATUS             PIC X(02) VALUE '00'.

       01  WS-RUNCTL-STATUS             PIC X(02) VALUE '00'.
           88  WS-RUNCTL-OK                 VALUE '00'.

       77  WS-PRODUCT-COUNT             PIC 9(07) COMP VALUE 0.
       77  WS-SUGGEST-COUNT             PIC 9(07) COMP VALUE 0.
       77  WS-PO-COUNT                  PIC 9(07) COMP VALUE 0.
       77  WS-EOF-SWITCH                PIC 9(01) COMP VALUE 0.
           88  WS-NO-MORE-RECORDS           VALUE 1.
       77  WS-SCAN-EOF-SWITCH           PIC 9(01) COMP VALUE 0.

       77  WS-RESTART-SWITCH            PIC 9(01) COMP VALUE 0.
           88  WS-RESTARTING                VALUE 1.

      *ON A RESTART THE LAST PRODUCT THE FAILED RUN REACHED IS
      *WHERE THE PRODMAST PASS PICKS UP AGAIN
       01  WS-RESUME-KEY                PIC X(08) VALUE SPACES.

      *THE STANDARD SUPPLIER LEAD TIME - THE PROMISED DATE ON EVERY
      *SUGGESTED LINE IS THIS MANY DAYS AFTER TONIGHT UNTIL THE
      *PURCHASING SYSTEM CONFIRMS A REAL ONE
       77  WS-LEAD-DAYS                 PIC 9(03) COMP VALUE 14.

       01  WS-REORDER-POINT             PIC 9(05) VALUE 0.
       01  WS-ON-ORDER                  PIC 9(07) VALUE 0.
       01  WS-POSITION                  PIC 9(07) VALUE 0.
       01  WS-SUGGEST-QTY               PIC 9(07) VALUE 0.

      *ONE PO NUMBER PER SUPPLIER FOR THE NIGHT.  A SUPPLIER PAST
      *THE END OF THE TABLE SIMPLY GETS A FRESH NUMBER PER LINE
       01  WS-SUPPLIER-TABLE.
           05  WS-SUPP-ENTRY OCCURS 200 TIMES.
               10  WS-SUPP-CODE         PIC X(06).
               10  WS-SUPP-PO-NO        PIC X(08).
       77  WS-SUPP-COUNT                PIC 9(04) COMP VALUE 0.
       77  WS-SUPP-SUB                  PIC 9(04) COMP VALUE 0.
       77  WS-SUPP-FOUND-SWITCH         PIC 9(01) COMP VALUE 0.
           88  WS-SUPP-FOUND                VALUE 1.

       01  WS-PO-NO.
           05  WS-PO-PREFIX             PIC X(01) VALUE 'P'.
           05  WS-PO-NUMBER             PIC 9(07) VALUE 0.

       01  WS-RUN-DATE                  PIC X(08) VALUE SPACES.
       01  WS-RUN-TIME.
           05  WS-RUN-TIME-HHMMSS       PIC X(06).
           05  FILLER                   PIC X(02).
       01  WS-WINDOW-DATE               PIC X(08) VALUE SPACES.

      *THE PROMISED DATE IS WORKED OUT A DAY AT A TIME FROM THE RUN
      *DATE, ROLLING THE MONTH AND YEAR OVER AS THEY RUN OUT
       01  WS-PROMISED-DATE.
           05  WS-PD-YEAR               PIC 9(04).
           05  WS-PD-MONTH              PIC 9(02).
           05  WS-PD-DAY                PIC 9(02).
       77  WS-MONTH-DAYS                PIC 9(02) COMP VALUE 0.
       77  WS-LEAP-QUOTIENT             PIC 9(04) COMP VALUE 0.
       77  WS-LEAP-REMAINDER            PIC 9(01) COMP VALUE 0.

       01  WS-MONTH-DAYS-VALUES.
           05  FILLER                   PIC 9(02) VALUE 31.
           05  FILLER                   PIC 9(02) VALUE 28.
           05  FILLER                   PIC 9(02) VALUE 31.
           05  FILLER                   PIC 9(02) VALUE 30.
           05  FILLER                   PIC 9(02) VALUE 31.
           05  FILLER                   PIC 9(02) VALUE 30.
           05  FILLER                   PIC 9(02) VALUE 31.
           05  FILLER                   PIC 9(02) VALUE 31.
           05  FILLER                   PIC 9(02) VALUE 30.
           05  FILLER                   PIC 9(02) VALUE 31.
           05  FILLER                   PIC 9(02) VALUE 30.
           05  FILLER                   PIC 9(02) VALUE 31.
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-LENGTH OCCURS 12 TIMES PIC 9(02).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-CHECK-PRODUCT THRU 2000-CHECK-PRODUCT-EXIT
               UNTIL WS-NO-MORE-RECORDS.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           GOBACK.

       1000-INITIALIZE.
           PERFORM 7000-RUNCTL-CHECKIN THRU 7000-RUNCTL-CHECKIN-EXIT.

           OPEN INPUT PRODMAST.
           IF NOT WS-PRODMAST-OK
               DISPLAY 'JEPRHP: PRODMAST OPEN FAILED, STATUS='
                   WS-PRODMAST-STATUS
               GO TO 9999-ABORT
           END-IF.

           OPEN I-O OPENPO.
           IF NOT WS-OPENPO-OK
               DISPLAY 'JEPRHP: OPENPO OPEN FAILED, STATUS='
                   WS-OPENPO-STATUS
               GO TO 9999-ABORT
           END-IF.

           PERFORM 1100-OPEN-INVCTL THRU 1100-OPEN-INVCTL-EXIT.

           MOVE WS-RUN-DATE TO WS-PROMISED-DATE.
           PERFORM 5000-ADD-ONE-DAY THRU 5000-ADD-ONE-DAY-EXIT
               WS-LEAD-DAYS TIMES.

      *A RESTART KEEPS THE SUGGESTIONS THE FAILED RUN ALREADY SENT
      *AND CARRIES ON FROM THE PRODUCT AFTER THE LAST ONE IT REACHED
           IF WS-RESTARTING
               OPEN EXTEND SUGGPO
               MOVE WS-RESUME-KEY TO FD-PRODMAST-KEY
               START PRODMAST KEY IS GREATER THAN FD-PRODMAST-KEY
                   INVALID KEY
                       SET WS-NO-MORE-RECORDS TO TRUE
               END-START
           ELSE
               OPEN OUTPUT SUGGPO
               MOVE LOW-VALUES TO FD-PRODMAST-KEY
               START PRODMAST KEY IS NOT LESS THAN FD-PRODMAST-KEY
                   INVALID KEY
                       SET WS-NO-MORE-RECORDS TO TRUE
               END-START
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      *OPENS THE CONTROL FILE AND SEEDS THE NEXTPO COUNTER THE
      *FIRST TIME THE RUN EVER FINDS IT MISSING
       1100-OPEN-INVCTL.
           OPEN I-O INVCTL.
           IF NOT WS-INVCTL-OK
               DISPLAY 'JEPRHP: INVCTL OPEN FAILED, STATUS='
                   WS-INVCTL-STATUS
               GO TO 9999-ABORT
           END-IF.

           MOVE 'NEXTPO  ' TO FD-INVCTL-CONTROL-ID.
           READ INVCTL INTO INVCTL-RECORD
               INVALID KEY
                   MOVE 'NEXTPO  ' TO INVCTL-CONTROL-ID
                   MOVE 1 TO INVCTL-NEXT-INVOICE
                   WRITE FD-INVCTL-RECORD FROM INVCTL-RECORD
           END-READ.
       1100-OPEN-INVCTL-EXIT.
           EXIT.

      *ONE PRODUCT - ITS STOCK POSITION IS ON-HAND PLUS EVERYTHING
      *STILL DUE IN, AND ONLY A POSITION AT OR UNDER THE REORDER
      *POINT GETS A SUGGESTION
       2000-CHECK-PRODUCT.
           READ PRODMAST NEXT RECORD INTO PRODMAST-RECORD
               AT END
                   SET WS-NO-MORE-RECORDS TO TRUE
                   GO TO 2000-CHECK-PRODUCT-EXIT
           END-READ.
           ADD 1 TO WS-PRODUCT-COUNT.

           IF PRODMAST-REORDER-QTY IS NOT NUMERIC
               OR PRODMAST-REORDER-QTY = 0
               OR PRODMAST-SUPPLIER = SPACES
               GO TO 2000-NEXT-RECORD
           END-IF.

      *A DISCONTINUED PRODUCT WILL NEVER BE BOUGHT AGAIN, HOWEVER LOW
      *ITS POSITION FALLS
           IF PRODMAST-IS-DISCONTINUED
               GO TO 2000-NEXT-RECORD
           END-IF.

           IF PRODMAST-REORDER-POINT IS NUMERIC
               MOVE PRODMAST-REORDER-POINT TO WS-REORDER-POINT
           ELSE
               MOVE 0 TO WS-REORDER-POINT
           END-IF.

           PERFORM 3000-SUM-ON-ORDER THRU 3000-SUM-ON-ORDER-EXIT.

           COMPUTE WS-POSITION = PRODMAST-ON-HAND + WS-ON-ORDER.
           IF WS-POSITION > WS-REORDER-POINT
               GO TO 2000-NEXT-RECORD
           END-IF.

           MOVE PRODMAST-REORDER-QTY TO WS-SUGGEST-QTY.
           PERFORM 2100-ADD-ONE-LOT THRU 2100-ADD-ONE-LOT-EXIT
               UNTIL WS-POSITION + WS-SUGGEST-QTY > WS-REORDER-POINT.
           IF WS-SUGGEST-QTY > 99999
               MOVE 99999 TO WS-SUGGEST-QTY
           END-IF.

           PERFORM 4000-ASSIGN-PO THRU 4000-ASSIGN-PO-EXIT.
           PERFORM 2200-WRITE-SUGGESTION
               THRU 2200-WRITE-SUGGESTION-EXIT.

       2000-NEXT-RECORD.
           PERFORM 7100-RUNCTL-CHECKPOINT
               THRU 7100-RUNCTL-CHECKPOINT-EXIT.
       2000-CHECK-PRODUCT-EXIT.
           EXIT.

       2100-ADD-ONE-LOT.
           ADD PRODMAST-REORDER-QTY TO WS-SUGGEST-QTY.
       2100-ADD-ONE-LOT-EXIT.
           EXIT.

      *THE NEW OPEN PO LINE GOES ON FILE FIRST - IF IT CANNOT BE
      *WRITTEN THE SUGGESTION IS NOT SENT, SO PURCHASING NEVER BUYS
      *SOMETHING JEPRHA WILL NOT RECOGNIZE WHEN IT ARRIVES
       2200-WRITE-SUGGESTION.
           MOVE SPACES TO OPENPO-RECORD.
           MOVE PRODMAST-CODE-A TO OPENPO-PROD-A.
           MOVE PRODMAST-CODE-B TO OPENPO-PROD-B.
           MOVE WS-PO-NO TO OPENPO-PO-NO.
           MOVE PRODMAST-SUPPLIER TO OPENPO-SUPPLIER.
           MOVE WS-RUN-DATE TO OPENPO-ORDER-DATE.
           MOVE WS-PROMISED-DATE TO OPENPO-PROMISED-DATE.
           MOVE WS-SUGGEST-QTY TO OPENPO-QTY-ORDERED.
           MOVE 0 TO OPENPO-QTY-RECEIVED.
           SET OPENPO-ST-OPEN TO TRUE.

           WRITE FD-OPENPO-RECORD FROM OPENPO-RECORD
               INVALID KEY
                   DISPLAY 'JEPRHP: OPENPO LINE ALREADY ON FILE, '
                       'PRODUCT=' PRODMAST-KEY ' PO=' WS-PO-NO
                   GO TO 2200-WRITE-SUGGESTION-EXIT
           END-WRITE.

           MOVE SPACES TO SUGGPO-RECORD.
           MOVE WS-PO-NO TO SUGGPO-PO-NO.
           MOVE PRODMAST-SUPPLIER TO SUGGPO-SUPPLIER.
           MOVE PRODMAST-CODE-A TO SUGGPO-PROD-A.
           MOVE PRODMAST-CODE-B TO SUGGPO-PROD-B.
           MOVE PRODMAST-DESCRIPTION TO SUGGPO-DESCRIPTION.
           MOVE WS-SUGGEST-QTY TO SUGGPO-QTY.
           MOVE WS-RUN-DATE TO SUGGPO-ORDER-DATE.
           MOVE WS-PROMISED-DATE TO SUGGPO-PROMISED-DATE.
           MOVE PRODMAST-ON-HAND TO SUGGPO-ON-HAND.
           IF WS-ON-ORDER > 99999
               MOVE 99999 TO SUGGPO-ON-ORDER
           ELSE
               MOVE WS-ON-ORDER TO SUGGPO-ON-ORDER
           END-IF.
           MOVE WS-REORDER-POINT TO SUGGPO-REORDER-POINT.
           WRITE FD-SUGGPO-RECORD FROM SUGGPO-RECORD.

           ADD 1 TO WS-SUGGEST-COUNT.
       2200-WRITE-SUGGESTION-EXIT.
           EXIT.

      *TOTALS WHAT IS STILL DUE IN FOR THIS PRODUCT ACROSS ALL ITS
      *OPEN PO LINES - THEY SIT TOGETHER UNDER THE PRODUCT PAIR
       3000-SUM-ON-ORDER.
           MOVE 0 TO WS-ON-ORDER.
           MOVE 0 TO WS-SCAN-EOF-SWITCH.
           MOVE PRODMAST-CODE-A TO FD-OPENPO-KEY(1:4).
           MOVE PRODMAST-CODE-B TO FD-OPENPO-KEY(5:4).
           MOVE LOW-VALUES TO FD-OPENPO-KEY(9:8).
           START OPENPO KEY IS NOT LESS THAN FD-OPENPO-KEY
               INVALID KEY
                   GO TO 3000-SUM-ON-ORDER-EXIT
           END-START.

           PERFORM 3100-ADD-ONE-LINE THRU 3100-ADD-ONE-LINE-EXIT
               UNTIL WS-SCAN-EOF-SWITCH = 1.
       3000-SUM-ON-ORDER-EXIT.
           EXIT.

       3100-ADD-ONE-LINE.
           READ OPENPO NEXT RECORD INTO OPENPO-RECORD
               AT END
                   MOVE 1 TO WS-SCAN-EOF-SWITCH
                   GO TO 3100-ADD-ONE-LINE-EXIT
           END-READ.

           IF OPENPO-PROD-A NOT = PRODMAST-CODE-A
               OR OPENPO-PROD-B NOT = PRODMAST-CODE-B
               MOVE 1 TO WS-SCAN-EOF-SWITCH
               GO TO 3100-ADD-ONE-LINE-EXIT
           END-IF.

           IF OPENPO-ST-OPEN
               AND OPENPO-QTY-ORDERED > OPENPO-QTY-RECEIVED
               COMPUTE WS-ON-ORDER = WS-ON-ORDER
                   + OPENPO-QTY-ORDERED - OPENPO-QTY-RECEIVED
           END-IF.
       3100-ADD-ONE-LINE-EXIT.
           EXIT.

      *FINDS TONIGHT'S PO NUMBER FOR THE PRODUCT'S SUPPLIER, OR
      *TAKES THE NEXT ONE OFF THE NEXTPO COUNTER FOR A SUPPLIER NOT
      *SEEN YET.  THE COUNTER IS REWRITTEN STRAIGHT AWAY SO AN
      *ABEND NEVER HANDS THE SAME NUMBER OUT TWICE
       4000-ASSIGN-PO.
           MOVE 0 TO WS-SUPP-FOUND-SWITCH.
           PERFORM 4100-SEARCH-SUPPLIER THRU 4100-SEARCH-SUPPLIER-EXIT
               VARYING WS-SUPP-SUB FROM 1 BY 1
               UNTIL WS-SUPP-SUB > WS-SUPP-COUNT
                   OR WS-SUPP-FOUND.
           IF WS-SUPP-FOUND
               GO TO 4000-ASSIGN-PO-EXIT
           END-IF.

           MOVE 'NEXTPO  ' TO FD-INVCTL-CONTROL-ID.
           READ INVCTL INTO INVCTL-RECORD
               INVALID KEY
                   DISPLAY 'JEPRHP: NEXTPO CONTROL RECORD MISSING'
                   GO TO 9999-ABORT
           END-READ.
           MOVE INVCTL-NEXT-INVOICE TO WS-PO-NUMBER.
           ADD 1 TO INVCTL-NEXT-INVOICE.
           REWRITE FD-INVCTL-RECORD FROM INVCTL-RECORD.
           ADD 1 TO WS-PO-COUNT.

           IF WS-SUPP-COUNT < 200
               ADD 1 TO WS-SUPP-COUNT
               MOVE PRODMAST-SUPPLIER TO WS-SUPP-CODE (WS-SUPP-COUNT)
               MOVE WS-PO-NO TO WS-SUPP-PO-NO (WS-SUPP-COUNT)
           END-IF.
       4000-ASSIGN-PO-EXIT.
           EXIT.

       4100-SEARCH-SUPPLIER.
           IF WS-SUPP-CODE (WS-SUPP-SUB) = PRODMAST-SUPPLIER
               MOVE WS-SUPP-PO-NO (WS-SUPP-SUB) TO WS-PO-NO
               SET WS-SUPP-FOUND TO TRUE
           END-IF.
       4100-SEARCH-SUPPLIER-EXIT.
           EXIT.

      *MOVES THE PROMISED DATE ON BY ONE DAY, ALLOWING FOR THE
      *LENGTH OF THE MONTH AND FEBRUARY OF A LEAP YEAR
       5000-ADD-ONE-DAY.
           MOVE WS-MONTH-LENGTH (WS-PD-MONTH) TO WS-MONTH-DAYS.
           IF WS-PD-MONTH = 2
               DIVIDE WS-PD-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = 0
                   MOVE 29 TO WS-MONTH-DAYS
               END-IF
           END-IF.

           ADD 1 TO WS-PD-DAY.
           IF WS-PD-DAY > WS-MONTH-DAYS
               MOVE 1 TO WS-PD-DAY
               ADD 1 TO WS-PD-MONTH
               IF WS-PD-MONTH > 12
                   MOVE 1 TO WS-PD-MONTH
                   ADD 1 TO WS-PD-YEAR
               END-IF
           END-IF.
       5000-ADD-ONE-DAY-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE PRODMAST.
           CLOSE OPENPO.
           CLOSE INVCTL.
           CLOSE SUGGPO.
           PERFORM 7200-RUNCTL-COMPLETE THRU 7200-RUNCTL-COMPLETE-EXIT.

           DISPLAY 'JEPRHP: PRODUCTS READ=' WS-PRODUCT-COUNT.
           DISPLAY 'JEPRHP: LINES SUGGESTED=' WS-SUGGEST-COUNT.
           DISPLAY 'JEPRHP: PO NUMBERS ASSIGNED=' WS-PO-COUNT.
       9000-TERMINATE-EXIT.
           EXIT.

      *CHECKS THIS STEP IN WITH THE RUN-CONTROL FILE.  A STEP ALREADY
      *MARKED COMPLETE IN TONIGHT'S WINDOW IS REFUSED OUTRIGHT; ONE
      *STILL MARKED RUNNING MEANS THE PRIOR RUN ABENDED, SO THE
      *LAST PRODUCT IT REACHED BECOMES THE RESUME POINT
       7000-RUNCTL-CHECKIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           OPEN I-O RUNCTL.
           IF NOT WS-RUNCTL-OK
               DISPLAY 'JEPRHP: RUNCTL OPEN FAILED, STATUS='
                   WS-RUNCTL-STATUS
               GO TO 9999-ABORT
           END-IF.

           MOVE 'WINDOW  ' TO FD-RUNCTL-STEP-NAME.
           READ RUNCTL INTO RUNCTL-RECORD
               INVALID KEY
                   MOVE WS-RUN-DATE TO WS-WINDOW-DATE
               NOT INVALID KEY
                   MOVE RUNCTL-WINDOW-DATE TO WS-WINDOW-DATE
           END-READ.

           MOVE 'JEPRHP  ' TO FD-RUNCTL-STEP-NAME.
           READ RUNCTL INTO RUNCTL-RECORD
               INVALID KEY
                   PERFORM 7010-RUNCTL-ADD-STEP
                       THRU 7010-RUNCTL-ADD-STEP-EXIT
                   GO TO 7000-RUNCTL-CHECKIN-EXIT
           END-READ.

           IF RUNCTL-WINDOW-DATE = WS-WINDOW-DATE
               AND RUNCTL-ST-COMPLETE
               DISPLAY 'JEPRHP: STEP ALREADY COMPLETE IN THIS '
                   'WINDOW - RUN REFUSED'
               CLOSE RUNCTL
               GO TO 9999-ABORT
           END-IF.

           IF RUNCTL-WINDOW-DATE = WS-WINDOW-DATE
               AND RUNCTL-ST-RUNNING
               AND RUNCTL-LAST-KEY NOT = SPACES
               SET WS-RESTARTING TO TRUE
               MOVE RUNCTL-LAST-KEY(1:8) TO WS-RESUME-KEY
               MOVE RUNCTL-RECORD-COUNT TO WS-PRODUCT-COUNT
               DISPLAY 'JEPRHP: PRIOR RUN DID NOT COMPLETE - '
                   'RESUMING PAST PRODUCT ' WS-RESUME-KEY
           END-IF.

           IF NOT WS-RESTARTING
               MOVE 0 TO RUNCTL-RECORD-COUNT
               MOVE SPACES TO RUNCTL-LAST-KEY
           END-IF.

           MOVE WS-WINDOW-DATE TO RUNCTL-WINDOW-DATE.
           MOVE 'RUNNING' TO RUNCTL-STATUS.
           MOVE WS-RUN-DATE TO RUNCTL-START-DATE.
           MOVE WS-RUN-TIME-HHMMSS TO RUNCTL-START-TIME.
           MOVE SPACES TO RUNCTL-END-DATE.
           MOVE SPACES TO RUNCTL-END-TIME.
           REWRITE FD-RUNCTL-RECORD FROM RUNCTL-RECORD.
       7000-RUNCTL-CHECKIN-EXIT.
           EXIT.

       7010-RUNCTL-ADD-STEP.
           MOVE SPACES TO RUNCTL-RECORD.
           MOVE 'JEPRHP  ' TO RUNCTL-STEP-NAME.
           MOVE WS-WINDOW-DATE TO RUNCTL-WINDOW-DATE.
           MOVE 'RUNNING' TO RUNCTL-STATUS.
           MOVE WS-RUN-DATE TO RUNCTL-START-DATE.
           MOVE WS-RUN-TIME-HHMMSS TO RUNCTL-START-TIME.
           MOVE 0 TO RUNCTL-RECORD-COUNT.
           MOVE SPACES TO RUNCTL-LAST-KEY.
           WRITE FD-RUNCTL-RECORD FROM RUNCTL-RECORD.
       7010-RUNCTL-ADD-STEP-EXIT.
           EXIT.

      *SAVES A CHECKPOINT AFTER EVERY PRODUCT - THE COUNT SO FAR
      *AND THE PRODUCT PAIR JUST CHECKED, WHICH IS THE RESUME POINT
       7100-RUNCTL-CHECKPOINT.
           MOVE WS-PRODUCT-COUNT TO RUNCTL-RECORD-COUNT.
           MOVE SPACES TO RUNCTL-LAST-KEY.
           MOVE PRODMAST-KEY TO RUNCTL-LAST-KEY(1:8).
           REWRITE FD-RUNCTL-RECORD FROM RUNCTL-RECORD.
       7100-RUNCTL-CHECKPOINT-EXIT.
           EXIT.

       7200-RUNCTL-COMPLETE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           MOVE 'COMPLETE' TO RUNCTL-STATUS.
           MOVE WS-RUN-DATE TO RUNCTL-END-DATE.
           MOVE WS-RUN-TIME-HHMMSS TO RUNCTL-END-TIME.
           MOVE WS-PRODUCT-COUNT TO RUNCTL-RECORD-COUNT.
           REWRITE FD-RUNCTL-RECORD FROM RUNCTL-RECORD.
           CLOSE RUNCTL.
       7200-RUNCTL-COMPLETE-EXIT.
           EXIT.

       9999-ABORT.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       END PROGRAM JEPRHP.
