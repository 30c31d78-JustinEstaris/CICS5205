       IDENTIFICATION DIVISION.
       PROGRAM-ID. JEPRIG.
       AUTHOR. J ESTARIS.
       INSTALLATION. ORDER PROCESSING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      *  JEPRIG - WEEKLY QUOTATION REPORT                             *
      *  READS QUOTFILE, THE QUOTATIONS KEYED THROUGH JEPRIF, AND     *
      *  PRINTS TWO SECTIONS.  THE FIRST LISTS EVERY QUOTE STILL OPEN *
      *  AND NOT YET PAST ITS EXPIRY, SOONEST TO EXPIRE FIRST, SO THE *
      *  SALES DESK CAN CHASE THEM BEFORE THE PRICES LAPSE.  THE      *
      *  SECOND GIVES, FOR EACH CUSTOMER (WALK-IN QUOTES TOGETHER ON  *
      *  ONE LINE), THE QUOTES ISSUED, CONVERTED TO ORDERS, LAPSED    *
      *  AND STILL OPEN, AND THE CONVERSION RATE - CONVERTED AS A     *
      *  PERCENTAGE OF ISSUED.  A QUOTE HAS LAPSED WHEN IT IS OPEN    *
      *  AND ITS EXPIRY DATE IS BEFORE THE RUN DATE.                  *
      *****************************************************************
      *  MODIFICATION HISTORY                                         *
      *  DATE        INIT  DESCRIPTION                                *
      *  2026-10-15  JE    INITIAL VERSION                            *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RS-6000.
       OBJECT-COMPUTER. RS-6000.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUOTFILE ASSIGN TO QUOTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FD-QUOTFILE-QUOTE-NO
               FILE STATUS IS WS-QUOTFILE-STATUS.

           SELECT CUSTMAST ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-CUSTMAST-CUST-NO
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT QUOTERPT ASSIGN TO QUOTERPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUOTERPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  QUOTFILE
           RECORD CONTAINS 269 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-QUOTFILE-RECORD.
           05  FD-QUOTFILE-QUOTE-NO     PIC X(07).
           05  FILLER                   PIC X(262).

       FD  CUSTMAST
           RECORD CONTAINS 127 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-CUSTMAST-RECORD.
           05  FD-CUSTMAST-CUST-NO      PIC X(06).
           05  FILLER                   PIC X(121).

       FD  QUOTERPT
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-QUOTERPT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.

       COPY 'QUOTE-LAYOUT'.
       COPY 'CUSTMAST-LAYOUT'.

       01  WS-QUOTFILE-STATUS           PIC X(02) VALUE '00'.
           88  WS-QUOTFILE-OK               VALUE '00'.

       01  WS-CUSTMAST-STATUS           PIC X(02) VALUE '00'.
           88  WS-CUSTMAST-OK               VALUE '00'.

       01  WS-QUOTERPT-STATUS           PIC X(02) VALUE '00'.

       01  WS-RUN-DATE                  PIC X(08) VALUE SPACES.

       77  WS-QUOTE-COUNT               PIC 9(07) COMP VALUE 0.
       77  WS-OPEN-COUNT                PIC 9(07) COMP VALUE 0.
       77  WS-CONVERTED-COUNT           PIC 9(07) COMP VALUE 0.
       77  WS-LAPSED-COUNT              PIC 9(07) COMP VALUE 0.
       77  WS-EOF-SWITCH                PIC 9(01) COMP VALUE 0.
           88  WS-NO-MORE-RECORDS           VALUE 1.
       01  WS-OPEN-VALUE                PIC 9(09)V99 VALUE 0.

      *EVERY QUOTE STILL OPEN AND INSIDE ITS EXPIRY, KEYED EXPIRY
      *DATE FIRST SO THE EXCHANGE SORT PUTS THE SOONEST TO LAPSE AT
      *THE TOP (THE QUOTE NUMBER BREAKS TIES).  OVERFLOW IS COUNTED
      *AND REPORTED
       01  WS-OPEN-TABLE.
           05  WS-OPN-ENTRY OCCURS 1000 TIMES.
               10  WS-OQ-EXPIRY-DATE    PIC X(08).
               10  WS-OQ-QUOTE-NO       PIC X(07).
               10  WS-OQ-QUOTE-DATE     PIC X(08).
               10  WS-OQ-CUST-NO        PIC X(06).
               10  WS-OQ-NAME           PIC X(20).
               10  WS-OQ-TOTAL          PIC 9(07)V99.
               10  WS-OQ-REP-CODE       PIC X(03).

       77  WS-OPN-COUNT                 PIC 9(04) COMP VALUE 0.
       77  WS-OPN-SUB                   PIC 9(04) COMP VALUE 0.
       77  WS-OPN-FULL-COUNT            PIC 9(05) COMP VALUE 0.
       01  WS-OPN-SWAP-ENTRY            PIC X(61).

      *QUOTE COUNTS PER CUSTOMER.  WALK-IN QUOTES CARRY A BLANK
      *CUSTOMER NUMBER AND SHARE ONE ENTRY, WHICH THE SORT LEAVES AT
      *THE TOP.  CUSTOMERS PAST THE TABLE SIZE ARE COUNTED AND
      *REPORTED, AND STILL SHOW IN THE GRAND TOTALS
       01  WS-CUST-TABLE.
           05  WS-CST-ENTRY OCCURS 500 TIMES.
               10  WS-CT-CUST-NO        PIC X(06).
               10  WS-CT-ISSUED         PIC 9(05).
               10  WS-CT-CONVERTED      PIC 9(05).
               10  WS-CT-LAPSED         PIC 9(05).
               10  WS-CT-OPEN           PIC 9(05).

       77  WS-CST-COUNT                 PIC 9(04) COMP VALUE 0.
       77  WS-CST-SUB                   PIC 9(04) COMP VALUE 0.
       77  WS-CST-FOUND                 PIC 9(01) COMP VALUE 0.
       77  WS-CST-FULL-COUNT            PIC 9(05) COMP VALUE 0.
       01  WS-CST-SWAP-ENTRY            PIC X(26).

       77  WS-SWAP-SUB                  PIC 9(04) COMP VALUE 0.
       77  WS-SORT-DONE                 PIC 9(01) COMP VALUE 0.
       01  WS-CONV-PCT                  PIC 9(03)V9 VALUE 0.

       01  WS-HEADING-LINE1.
           05  FILLER                   PIC X(47) VALUE
               '  W E E K L Y   Q U O T A T I O N   R E P O R T'.
           05  FILLER                   PIC X(10) VALUE 'RUN DATE: '.
           05  WH-RUN-DATE              PIC X(08).
           05  FILLER                   PIC X(67) VALUE SPACES.

       01  WS-OPEN-HEADING1.
           05  FILLER                   PIC X(50) VALUE
               'OPEN QUOTES BY EXPIRY DATE'.
           05  FILLER                   PIC X(82) VALUE SPACES.

       01  WS-OPEN-HEADING2.
           05  FILLER                   PIC X(10) VALUE 'EXPIRES'.
           05  FILLER                   PIC X(09) VALUE 'QUOTE'.
           05  FILLER                   PIC X(10) VALUE 'QUOTED'.
           05  FILLER                   PIC X(08) VALUE 'CUST'.
           05  FILLER                   PIC X(22) VALUE 'NAME'.
           05  FILLER                   PIC X(05) VALUE 'REP'.
           05  FILLER                   PIC X(14) VALUE
               '   QUOTE TOTAL'.
           05  FILLER                   PIC X(54) VALUE SPACES.

       01  WS-OPEN-DETAIL.
           05  WD-EXPIRY-DATE           PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-QUOTE-NO              PIC X(07).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-QUOTE-DATE            PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-CUST-NO               PIC X(07).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-NAME                  PIC X(20).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-REP-CODE              PIC X(03).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-TOTAL                 PIC Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(56) VALUE SPACES.

       01  WS-CUST-HEADING1.
           05  FILLER                   PIC X(50) VALUE
               'QUOTE CONVERSION BY CUSTOMER'.
           05  FILLER                   PIC X(82) VALUE SPACES.

       01  WS-CUST-HEADING2.
           05  FILLER                   PIC X(08) VALUE 'CUST'.
           05  FILLER                   PIC X(22) VALUE 'NAME'.
           05  FILLER                   PIC X(08) VALUE ' ISSUED'.
           05  FILLER                   PIC X(08) VALUE '   CONV'.
           05  FILLER                   PIC X(08) VALUE ' LAPSED'.
           05  FILLER                   PIC X(08) VALUE '   OPEN'.
           05  FILLER                   PIC X(08) VALUE ' CONV %'.
           05  FILLER                   PIC X(62) VALUE SPACES.

       01  WS-CUST-DETAIL.
           05  WC-CUST-NO               PIC X(07).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WC-NAME                  PIC X(20).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WC-ISSUED                PIC ZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WC-CONVERTED             PIC ZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WC-LAPSED                PIC ZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WC-OPEN                  PIC ZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WC-CONV-PCT              PIC ZZ9.9.
           05  FILLER                   PIC X(65) VALUE SPACES.

       01  WS-BLANK-LINE                PIC X(132) VALUE SPACES.

       01  WS-TRAILER-LINE1.
           05  FILLER                   PIC X(32) VALUE
               'QUOTES READ:                    '.
           05  WT-QUOTE-COUNT           PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(93) VALUE SPACES.

       01  WS-TRAILER-LINE2.
           05  FILLER                   PIC X(32) VALUE
               'CONVERTED TO ORDERS:            '.
           05  WT-CONVERTED-COUNT       PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(93) VALUE SPACES.

       01  WS-TRAILER-LINE3.
           05  FILLER                   PIC X(32) VALUE
               'LAPSED UNCONVERTED:             '.
           05  WT-LAPSED-COUNT          PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(93) VALUE SPACES.

       01  WS-TRAILER-LINE4.
           05  FILLER                   PIC X(32) VALUE
               'STILL OPEN:                     '.
           05  WT-OPEN-COUNT            PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(93) VALUE SPACES.

       01  WS-TRAILER-LINE5.
           05  FILLER                   PIC X(32) VALUE
               'VALUE OF OPEN QUOTES:           '.
           05  WT-OPEN-VALUE            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(86) VALUE SPACES.

       01  WS-TRAILER-LINE6.
           05  FILLER                   PIC X(32) VALUE
               'OVERALL CONVERSION RATE %:      '.
           05  WT-CONV-PCT              PIC ZZ9.9.
           05  FILLER                   PIC X(95) VALUE SPACES.

       01  WS-TRAILER-LINE7.
           05  FILLER                   PIC X(32) VALUE
               'OPEN QUOTES NOT LISTED (FULL):  '.
           05  WT-OPN-FULL-COUNT        PIC ZZ,ZZ9.
           05  FILLER                   PIC X(94) VALUE SPACES.

       01  WS-TRAILER-LINE8.
           05  FILLER                   PIC X(32) VALUE
               'CUSTOMERS NOT LISTED (FULL):    '.
           05  WT-CST-FULL-COUNT        PIC ZZ,ZZ9.
           05  FILLER                   PIC X(94) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-PROCESS-QUOTE THRU 2000-PROCESS-QUOTE-EXIT
               UNTIL WS-NO-MORE-RECORDS.
           PERFORM 3000-SORT-OPEN-QUOTES
               THRU 3000-SORT-OPEN-QUOTES-EXIT.
           PERFORM 3500-SORT-CUSTOMERS THRU 3500-SORT-CUSTOMERS-EXIT.
           PERFORM 4000-PRINT-OPEN-QUOTES
               THRU 4000-PRINT-OPEN-QUOTES-EXIT.
           PERFORM 5000-PRINT-CUSTOMERS THRU 5000-PRINT-CUSTOMERS-EXIT.
           PERFORM 8000-WRITE-TRAILER THRU 8000-WRITE-TRAILER-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT QUOTFILE.
           IF NOT WS-QUOTFILE-OK
               DISPLAY 'JEPRIG: QUOTFILE OPEN FAILED, STATUS='
                   WS-QUOTFILE-STATUS
               GO TO 9999-ABORT
           END-IF.

           OPEN INPUT CUSTMAST.
           IF NOT WS-CUSTMAST-OK
               DISPLAY 'JEPRIG: CUSTMAST OPEN FAILED, STATUS='
                   WS-CUSTMAST-STATUS
               GO TO 9999-ABORT
           END-IF.

           OPEN OUTPUT QUOTERPT.

           MOVE WS-RUN-DATE TO WH-RUN-DATE.
           MOVE WS-HEADING-LINE1 TO FD-QUOTERPT-LINE.
           WRITE FD-QUOTERPT-LINE.
           MOVE WS-BLANK-LINE TO FD-QUOTERPT-LINE.
           WRITE FD-QUOTERPT-LINE.

           PERFORM 2100-READ-QUOTE THRU 2100-READ-QUOTE-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *ONE QUOTE - COUNT IT AGAINST ITS CUSTOMER AS CONVERTED,
      *LAPSED OR OPEN, AND TABLE IT FOR THE FIRST SECTION IF IT IS
      *STILL OPEN AND INSIDE ITS EXPIRY
       2000-PROCESS-QUOTE.
           ADD 1 TO WS-QUOTE-COUNT.
           PERFORM 2200-FIND-CUSTOMER THRU 2200-FIND-CUSTOMER-EXIT.

           IF QUOTE-ST-CONVERTED
               ADD 1 TO WS-CONVERTED-COUNT
               IF WS-CST-FOUND = 1
                   ADD 1 TO WS-CT-CONVERTED (WS-CST-SUB)
               END-IF
               GO TO 2000-PROCESS-NEXT
           END-IF.

           IF QUOTE-EXPIRY-DATE < WS-RUN-DATE
               ADD 1 TO WS-LAPSED-COUNT
               IF WS-CST-FOUND = 1
                   ADD 1 TO WS-CT-LAPSED (WS-CST-SUB)
               END-IF
               GO TO 2000-PROCESS-NEXT
           END-IF.

           ADD 1 TO WS-OPEN-COUNT.
           ADD QUOTE-TOTAL TO WS-OPEN-VALUE.
           IF WS-CST-FOUND = 1
               ADD 1 TO WS-CT-OPEN (WS-CST-SUB)
           END-IF.

           IF WS-OPN-COUNT = 1000
               ADD 1 TO WS-OPN-FULL-COUNT
               GO TO 2000-PROCESS-NEXT
           END-IF.

           ADD 1 TO WS-OPN-COUNT.
           MOVE QUOTE-EXPIRY-DATE TO WS-OQ-EXPIRY-DATE (WS-OPN-COUNT).
           MOVE QUOTE-NO TO WS-OQ-QUOTE-NO (WS-OPN-COUNT).
           MOVE QUOTE-DATE TO WS-OQ-QUOTE-DATE (WS-OPN-COUNT).
           MOVE QUOTE-CUST-NO TO WS-OQ-CUST-NO (WS-OPN-COUNT).
           MOVE QUOTE-NAME TO WS-OQ-NAME (WS-OPN-COUNT).
           MOVE QUOTE-TOTAL TO WS-OQ-TOTAL (WS-OPN-COUNT).
           MOVE QUOTE-REP-CODE TO WS-OQ-REP-CODE (WS-OPN-COUNT).

       2000-PROCESS-NEXT.
           PERFORM 2100-READ-QUOTE THRU 2100-READ-QUOTE-EXIT.
       2000-PROCESS-QUOTE-EXIT.
           EXIT.

       2100-READ-QUOTE.
           READ QUOTFILE NEXT RECORD INTO QUOTE-RECORD
               AT END
                   SET WS-NO-MORE-RECORDS TO TRUE
           END-READ.
       2100-READ-QUOTE-EXIT.
           EXIT.

      *LOCATE (OR ADD) THE QUOTE'S CUSTOMER IN THE COUNT TABLE AND
      *COUNT THE QUOTE AS ISSUED.  WS-CST-FOUND IS 0 ONLY WHEN A NEW
      *CUSTOMER WOULD NOT FIT
       2200-FIND-CUSTOMER.
           MOVE 0 TO WS-CST-FOUND.
           MOVE 1 TO WS-CST-SUB.
           PERFORM 2210-CHECK-ONE-CUSTOMER
               THRU 2210-CHECK-ONE-CUSTOMER-EXIT
               UNTIL WS-CST-FOUND = 1 OR WS-CST-SUB > WS-CST-COUNT.

           IF WS-CST-FOUND = 0
               IF WS-CST-COUNT = 500
                   ADD 1 TO WS-CST-FULL-COUNT
                   GO TO 2200-FIND-CUSTOMER-EXIT
               END-IF
               ADD 1 TO WS-CST-COUNT
               MOVE WS-CST-COUNT TO WS-CST-SUB
               MOVE QUOTE-CUST-NO TO WS-CT-CUST-NO (WS-CST-SUB)
               MOVE 0 TO WS-CT-ISSUED (WS-CST-SUB)
               MOVE 0 TO WS-CT-CONVERTED (WS-CST-SUB)
               MOVE 0 TO WS-CT-LAPSED (WS-CST-SUB)
               MOVE 0 TO WS-CT-OPEN (WS-CST-SUB)
               MOVE 1 TO WS-CST-FOUND
           END-IF.

           ADD 1 TO WS-CT-ISSUED (WS-CST-SUB).
       2200-FIND-CUSTOMER-EXIT.
           EXIT.

       2210-CHECK-ONE-CUSTOMER.
           IF WS-CT-CUST-NO (WS-CST-SUB) = QUOTE-CUST-NO
               MOVE 1 TO WS-CST-FOUND
           ELSE
               ADD 1 TO WS-CST-SUB
           END-IF.
       2210-CHECK-ONE-CUSTOMER-EXIT.
           EXIT.

      *SIMPLE EXCHANGE SORT OF THE OPEN QUOTES ON EXPIRY DATE, THE
      *QUOTE NUMBER TRAILING IT IN THE ENTRY TO BREAK TIES
       3000-SORT-OPEN-QUOTES.
           IF WS-OPN-COUNT < 2
               GO TO 3000-SORT-OPEN-QUOTES-EXIT
           END-IF.
           MOVE 0 TO WS-SORT-DONE.
           PERFORM 3100-SORT-OPEN-PASS THRU 3100-SORT-OPEN-PASS-EXIT
               UNTIL WS-SORT-DONE = 1.
       3000-SORT-OPEN-QUOTES-EXIT.
           EXIT.

       3100-SORT-OPEN-PASS.
           MOVE 1 TO WS-SORT-DONE.
           MOVE 1 TO WS-OPN-SUB.
           PERFORM 3200-COMPARE-OPEN THRU 3200-COMPARE-OPEN-EXIT
               UNTIL WS-OPN-SUB = WS-OPN-COUNT.
       3100-SORT-OPEN-PASS-EXIT.
           EXIT.

       3200-COMPARE-OPEN.
           COMPUTE WS-SWAP-SUB = WS-OPN-SUB + 1.
           IF WS-OPN-ENTRY (WS-OPN-SUB) > WS-OPN-ENTRY (WS-SWAP-SUB)
               MOVE WS-OPN-ENTRY (WS-OPN-SUB) TO WS-OPN-SWAP-ENTRY
               MOVE WS-OPN-ENTRY (WS-SWAP-SUB)
                   TO WS-OPN-ENTRY (WS-OPN-SUB)
               MOVE WS-OPN-SWAP-ENTRY TO WS-OPN-ENTRY (WS-SWAP-SUB)
               MOVE 0 TO WS-SORT-DONE
           END-IF.
           ADD 1 TO WS-OPN-SUB.
       3200-COMPARE-OPEN-EXIT.
           EXIT.

      *THE SAME EXCHANGE SORT OVER THE CUSTOMER TABLE, INTO
      *CUSTOMER NUMBER ORDER
       3500-SORT-CUSTOMERS.
           IF WS-CST-COUNT < 2
               GO TO 3500-SORT-CUSTOMERS-EXIT
           END-IF.
           MOVE 0 TO WS-SORT-DONE.
           PERFORM 3600-SORT-CUST-PASS THRU 3600-SORT-CUST-PASS-EXIT
               UNTIL WS-SORT-DONE = 1.
       3500-SORT-CUSTOMERS-EXIT.
           EXIT.

       3600-SORT-CUST-PASS.
           MOVE 1 TO WS-SORT-DONE.
           MOVE 1 TO WS-CST-SUB.
           PERFORM 3700-COMPARE-CUST THRU 3700-COMPARE-CUST-EXIT
               UNTIL WS-CST-SUB = WS-CST-COUNT.
       3600-SORT-CUST-PASS-EXIT.
           EXIT.

       3700-COMPARE-CUST.
           COMPUTE WS-SWAP-SUB = WS-CST-SUB + 1.
           IF WS-CT-CUST-NO (WS-CST-SUB) > WS-CT-CUST-NO (WS-SWAP-SUB)
               MOVE WS-CST-ENTRY (WS-CST-SUB) TO WS-CST-SWAP-ENTRY
               MOVE WS-CST-ENTRY (WS-SWAP-SUB)
                   TO WS-CST-ENTRY (WS-CST-SUB)
               MOVE WS-CST-SWAP-ENTRY TO WS-CST-ENTRY (WS-SWAP-SUB)
               MOVE 0 TO WS-SORT-DONE
           END-IF.
           ADD 1 TO WS-CST-SUB.
       3700-COMPARE-CUST-EXIT.
           EXIT.

      *FIRST SECTION - THE OPEN QUOTES, SOONEST TO EXPIRE FIRST
       4000-PRINT-OPEN-QUOTES.
           MOVE WS-OPEN-HEADING1 TO FD-QUOTERPT-LINE.
           WRITE FD-QUOTERPT-LINE.
           MOVE WS-OPEN-HEADING2 TO FD-QUOTERPT-LINE.
           WRITE FD-QUOTERPT-LINE.

           MOVE 0 TO WS-OPN-SUB.
           IF WS-OPN-COUNT > 0
               PERFORM 4100-PRINT-ONE-OPEN THRU 4100-PRINT-ONE-OPEN-EXIT
                   WS-OPN-COUNT TIMES
           END-IF.

           MOVE WS-BLANK-LINE TO FD-QUOTERPT-LINE.
           WRITE FD-QUOTERPT-LINE.
       4000-PRINT-OPEN-QUOTES-EXIT.
           EXIT.

       4100-PRINT-ONE-OPEN.
           ADD 1 TO WS-OPN-SUB.
           MOVE WS-OQ-EXPIRY-DATE (WS-OPN-SUB) TO WD-EXPIRY-DATE.
           MOVE WS-OQ-QUOTE-NO (WS-OPN-SUB) TO WD-QUOTE-NO.
           MOVE WS-OQ-QUOTE-DATE (WS-OPN-SUB) TO WD-QUOTE-DATE.
           IF WS-OQ-CUST-NO (WS-OPN-SUB) = SPACES
               MOVE 'WALK-IN' TO WD-CUST-NO
           ELSE
               MOVE WS-OQ-CUST-NO (WS-OPN-SUB) TO WD-CUST-NO
           END-IF.
           MOVE WS-OQ-NAME (WS-OPN-SUB) TO WD-NAME.
           MOVE WS-OQ-REP-CODE (WS-OPN-SUB) TO WD-REP-CODE.
           MOVE WS-OQ-TOTAL (WS-OPN-SUB) TO WD-TOTAL.
           MOVE WS-OPEN-DETAIL TO FD-QUOTERPT-LINE.
           WRITE FD-QUOTERPT-LINE.
       4100-PRINT-ONE-OPEN-EXIT.
           EXIT.

      *SECOND SECTION - ONE LINE PER CUSTOMER WITH ITS CONVERSION
      *RATE, THE NAME TAKEN OFF CUSTMAST
       5000-PRINT-CUSTOMERS.
           MOVE WS-CUST-HEADING1 TO FD-QUOTERPT-LINE.
           WRITE FD-QUOTERPT-LINE.
           MOVE WS-CUST-HEADING2 TO FD-QUOTERPT-LINE.
           WRITE FD-QUOTERPT-LINE.

           MOVE 0 TO WS-CST-SUB.
           IF WS-CST-COUNT > 0
               PERFORM 5100-PRINT-ONE-CUSTOMER
                   THRU 5100-PRINT-ONE-CUSTOMER-EXIT
                   WS-CST-COUNT TIMES
           END-IF.

           MOVE WS-BLANK-LINE TO FD-QUOTERPT-LINE.
           WRITE FD-QUOTERPT-LINE.
       5000-PRINT-CUSTOMERS-EXIT.
           EXIT.

       5100-PRINT-ONE-CUSTOMER.
           ADD 1 TO WS-CST-SUB.
           IF WS-CT-CUST-NO (WS-CST-SUB) = SPACES
               MOVE 'WALK-IN' TO WC-CUST-NO
               MOVE 'WALK-IN QUOTES' TO WC-NAME
           ELSE
               MOVE WS-CT-CUST-NO (WS-CST-SUB) TO WC-CUST-NO
               MOVE WS-CT-CUST-NO (WS-CST-SUB) TO FD-CUSTMAST-CUST-NO
               READ CUSTMAST INTO CUSTMAST-RECORD
                   INVALID KEY
                       MOVE '** NOT ON CUSTMAST' TO CUSTMAST-NAME
               END-READ
               MOVE CUSTMAST-NAME TO WC-NAME
           END-IF.

           MOVE WS-CT-ISSUED (WS-CST-SUB) TO WC-ISSUED.
           MOVE WS-CT-CONVERTED (WS-CST-SUB) TO WC-CONVERTED.
           MOVE WS-CT-LAPSED (WS-CST-SUB) TO WC-LAPSED.
           MOVE WS-CT-OPEN (WS-CST-SUB) TO WC-OPEN.
           COMPUTE WS-CONV-PCT ROUNDED =
               WS-CT-CONVERTED (WS-CST-SUB) * 100
               / WS-CT-ISSUED (WS-CST-SUB).
           MOVE WS-CONV-PCT TO WC-CONV-PCT.
           MOVE WS-CUST-DETAIL TO FD-QUOTERPT-LINE.
           WRITE FD-QUOTERPT-LINE.
       5100-PRINT-ONE-CUSTOMER-EXIT.
           EXIT.

       8000-WRITE-TRAILER.
           MOVE WS-QUOTE-COUNT TO WT-QUOTE-COUNT.
           MOVE WS-TRAILER-LINE1 TO FD-QUOTERPT-LINE.
           WRITE FD-QUOTERPT-LINE.

           MOVE WS-CONVERTED-COUNT TO WT-CONVERTED-COUNT.
           MOVE WS-TRAILER-LINE2 TO FD-QUOTERPT-LINE.
           WRITE FD-QUOTERPT-LINE.

           MOVE WS-LAPSED-COUNT TO WT-LAPSED-COUNT.
           MOVE WS-TRAILER-LINE3 TO FD-QUOTERPT-LINE.
           WRITE FD-QUOTERPT-LINE.

           MOVE WS-OPEN-COUNT TO WT-OPEN-COUNT.
           MOVE WS-TRAILER-LINE4 TO FD-QUOTERPT-LINE.
           WRITE FD-QUOTERPT-LINE.

           MOVE WS-OPEN-VALUE TO WT-OPEN-VALUE.
           MOVE WS-TRAILER-LINE5 TO FD-QUOTERPT-LINE.
           WRITE FD-QUOTERPT-LINE.

           MOVE 0 TO WS-CONV-PCT.
           IF WS-QUOTE-COUNT > 0
               COMPUTE WS-CONV-PCT ROUNDED =
                   WS-CONVERTED-COUNT * 100 / WS-QUOTE-COUNT
           END-IF.
           MOVE WS-CONV-PCT TO WT-CONV-PCT.
           MOVE WS-TRAILER-LINE6 TO FD-QUOTERPT-LINE.
           WRITE FD-QUOTERPT-LINE.

           MOVE WS-OPN-FULL-COUNT TO WT-OPN-FULL-COUNT.
           MOVE WS-TRAILER-LINE7 TO FD-QUOTERPT-LINE.
           WRITE FD-QUOTERPT-LINE.

           MOVE WS-CST-FULL-COUNT TO WT-CST-FULL-COUNT.
           MOVE WS-TRAILER-LINE8 TO FD-QUOTERPT-LINE.
           WRITE FD-QUOTERPT-LINE.
       8000-WRITE-TRAILER-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE QUOTFILE.
           CLOSE CUSTMAST.
           CLOSE QUOTERPT.
           DISPLAY 'JEPRIG: QUOTES READ=' WS-QUOTE-COUNT.
           DISPLAY 'JEPRIG: CONVERTED=' WS-CONVERTED-COUNT
               ' LAPSED=' WS-LAPSED-COUNT
               ' OPEN=' WS-OPEN-COUNT.
       9000-TERMINATE-EXIT.
           EXIT.

       9999-ABORT.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       END PROGRAM JEPRIG.
