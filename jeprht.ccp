       IDENTIFICATION DIVISION.
       PROGRAM-ID. JEPRHT.
       AUTHOR. J ESTARIS.
       INSTALLATION. ORDER PROCESSING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      *  JEPRHT - CYCLE COUNT VARIANCE REPORT                         *
      *  READS CYCCOUNT IN WAREHOUSE AND BIN ORDER AND, FOR EVERY     *
      *  PRODUCT THAT HAS COME BACK COUNTED, PRINTS THE QUANTITY ON   *
      *  FILE IN THAT WAREHOUSE WHEN THE SHEET WENT OUT AGAINST THE   *
      *  QUANTITY FOUND ON THE SHELF.  THE DIFFERENCE IS VALUED AT    *
      *  PRODMAST-UNIT-PRICE SO THE SUPERVISOR SEES THE DOLLARS A     *
      *  COUNT WILL WRITE OFF OR BRING BACK BEFORE APPROVING IT ON    *
      *  THE JEPRHR SCREEN.  COUNTS ALREADY APPROVED BUT NOT YET      *
      *  POSTED BY JEPRHU ARE LISTED TOO AND MARKED, AND THE TRAILER  *
      *  GIVES THE LOSSES, GAINS AND NET FOR EACH GROUP PLUS HOW MANY *
      *  SHEET LINES ARE STILL UNCOUNTED.                             *
      *****************************************************************
      *  MODIFICATION HISTORY                                         *
      *  DATE        INIT  DESCRIPTION                                *
      *  2026-10-15  JE    INITIAL VERSION                            *
      *  2026-10-15  JE    PRODMAST RECORD GREW TO 86 (DISCONTINUED    *
      *                    STATUS AND REPLACEMENT)                     *
      *  2026-10-15  JE    CYCCOUNT KEY LEADS WITH THE WAREHOUSE       *
      *                    COUNTED, SHOWN ON EVERY LINE                *
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

           SELECT CNTVAR ASSIGN TO CNTVAR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNTVAR-STATUS.

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

       FD  CNTVAR
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-CNTVAR-LINE               PIC X(132).

       WORKING-STORAGE SECTION.

       COPY 'CYCCOUNT-LAYOUT'.
       COPY 'PRODMAST-LAYOUT'.

       01  WS-CYCCOUNT-STATUS           PIC X(02) VALUE '00'.
           88  WS-CYCCOUNT-OK               VALUE '00'.

       01  WS-PRODMAST-STATUS           PIC X(02) VALUE '00'.
           88  WS-PRODMAST-OK               VALUE '00'.

       01  WS-CNTVAR-STATUS             PIC X(02) VALUE '00'.

       77  WS-COUNTED-LINES             PIC 9(07) COMP VALUE 0.
       77  WS-APPROVED-LINES            PIC 9(07) COMP VALUE 0.
       77  WS-UNCOUNTED-LINES           PIC 9(07) COMP VALUE 0.
       77  WS-VARIANCE-LINES            PIC 9(07) COMP VALUE 0.
       77  WS-EOF-SWITCH                PIC 9(01) COMP VALUE 0.
           88  WS-NO-MORE-RECORDS           VALUE 1.

       01  WS-RUN-DATE                  PIC X(08) VALUE SPACES.
       01  WS-UNIT-PRICE                PIC 9(05)V99 VALUE 0.
       01  WS-VARIANCE                  PIC S9(06) VALUE 0.
       01  WS-VARIANCE-VALUE            PIC S9(09)V99 VALUE 0.

      *LOSSES AND GAINS ARE KEPT APART FOR THE COUNTS WAITING ON
      *APPROVAL AND FOR THOSE ALREADY APPROVED
       01  WS-TOTALS.
           05  WS-TOT-ENTRY OCCURS 2 TIMES.
               10  WS-TOT-LOSS          PIC S9(09)V99.
               10  WS-TOT-GAIN          PIC S9(09)V99.
       77  WS-TOT-SUB                   PIC 9(01) COMP VALUE 0.

       01  WS-HEADING-LINE.
           05  FILLER                   PIC X(37) VALUE
               'CYCLE COUNT VARIANCE REPORT   DATE: '.
           05  WH-RUN-DATE              PIC X(08).
           05  FILLER                   PIC X(87) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER                   PIC X(04) VALUE 'WH'.
           05  FILLER                   PIC X(08) VALUE 'BIN/LOC'.
           05  FILLER                   PIC X(10) VALUE 'PRODUCT'.
           05  FILLER                   PIC X(22) VALUE 'DESCRIPTION'.
           05  FILLER                   PIC X(08) VALUE ' ON FILE'.
           05  FILLER                   PIC X(09) VALUE '  COUNTED'.
           05  FILLER                   PIC X(09) VALUE ' VARIANCE'.
           05  FILLER                   PIC X(11) VALUE ' UNIT PRICE'.
           05  FILLER                   PIC X(15) VALUE
               '          VALUE'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(10) VALUE 'COUNTED BY'.
           05  FILLER                   PIC X(24) VALUE
               'APPROVED BY'.

       01  WS-DETAIL-LINE.
           05  WD-WHSE                  PIC X(02).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-BIN                   PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-PRODUCT               PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-DESC                  PIC X(20).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-FROZEN-QTY            PIC ZZ,ZZ9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WD-COUNTED-QTY           PIC ZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-VARIANCE              PIC -ZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-UNIT-PRICE            PIC ZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-VALUE                 PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-COUNTED-BY            PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-APPROVED-BY           PIC X(08).
           05  FILLER                   PIC X(16) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WT-LABEL                 PIC X(22).
           05  FILLER                   PIC X(08) VALUE 'LOSSES: '.
           05  WT-LOSS                  PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(09) VALUE '  GAINS: '.
           05  WT-GAIN                  PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(07) VALUE '  NET: '.
           05  WT-NET                   PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(41) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  FILLER                   PIC X(16) VALUE
               'LINES COUNTED:'.
           05  WT-COUNTED-LINES         PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(14) VALUE
               '  APPROVED:'.
           05  WT-APPROVED-LINES        PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(18) VALUE
               '  WITH VARIANCE:'.
           05  WT-VARIANCE-LINES        PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(20) VALUE
               '  STILL TO COUNT:'.
           05  WT-UNCOUNTED-LINES       PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(36) VALUE SPACES.

       01  WS-BLANK-LINE                PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-REPORT-COUNT THRU 2000-REPORT-COUNT-EXIT
               UNTIL WS-NO-MORE-RECORDS.
           PERFORM 8000-WRITE-TRAILER THRU 8000-WRITE-TRAILER-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE 0 TO WS-TOT-LOSS (1) WS-TOT-GAIN (1)
                     WS-TOT-LOSS (2) WS-TOT-GAIN (2).

           OPEN INPUT CYCCOUNT.
           IF NOT WS-CYCCOUNT-OK
               DISPLAY 'JEPRHT: CYCCOUNT OPEN FAILED, STATUS='
                   WS-CYCCOUNT-STATUS
               GO TO 9999-ABORT
           END-IF.

           OPEN INPUT PRODMAST.
           IF NOT WS-PRODMAST-OK
               DISPLAY 'JEPRHT: PRODMAST OPEN FAILED, STATUS='
                   WS-PRODMAST-STATUS
               GO TO 9999-ABORT
           END-IF.

           OPEN OUTPUT CNTVAR.
           MOVE WS-RUN-DATE TO WH-RUN-DATE.
           MOVE WS-HEADING-LINE TO FD-CNTVAR-LINE.
           WRITE FD-CNTVAR-LINE.
           MOVE WS-COLUMN-LINE TO FD-CNTVAR-LINE.
           WRITE FD-CNTVAR-LINE.

           PERFORM 2100-READ-CYCCOUNT THRU 2100-READ-CYCCOUNT-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *A SHEET LINE NOT COUNTED YET ONLY ADDS TO THE TRAILER COUNT.
      *A LINE THAT CAME BACK EXACTLY ON STILL PRINTS, SO THE REPORT
      *SHOWS EVERYTHING THE APPROVAL WILL COVER
       2000-REPORT-COUNT.
           IF CYCCOUNT-ST-SHEET
               ADD 1 TO WS-UNCOUNTED-LINES
               GO TO 2000-REPORT-NEXT
           END-IF.

           IF CYCCOUNT-ST-APPROVED
               ADD 1 TO WS-APPROVED-LINES
               MOVE 2 TO WS-TOT-SUB
           ELSE
               ADD 1 TO WS-COUNTED-LINES
               MOVE 1 TO WS-TOT-SUB
           END-IF.

           MOVE CYCCOUNT-PROD-A TO FD-PRODMAST-KEY(1:4).
           MOVE CYCCOUNT-PROD-B TO FD-PRODMAST-KEY(5:4).
           READ PRODMAST INTO PRODMAST-RECORD
               INVALID KEY
                   MOVE '(NOT ON PRODMAST)' TO PRODMAST-DESCRIPTION
                   MOVE 0 TO PRODMAST-UNIT-PRICE
           END-READ.
           MOVE PRODMAST-UNIT-PRICE TO WS-UNIT-PRICE.

           COMPUTE WS-VARIANCE = CYCCOUNT-COUNTED-QTY
               - CYCCOUNT-FROZEN-QTY.
           COMPUTE WS-VARIANCE-VALUE = WS-VARIANCE * WS-UNIT-PRICE.

           IF WS-VARIANCE NOT = 0
               ADD 1 TO WS-VARIANCE-LINES
           END-IF.
           IF WS-VARIANCE < 0
               ADD WS-VARIANCE-VALUE TO WS-TOT-LOSS (WS-TOT-SUB)
           ELSE
               ADD WS-VARIANCE-VALUE TO WS-TOT-GAIN (WS-TOT-SUB)
           END-IF.

           MOVE CYCCOUNT-WHSE-CODE TO WD-WHSE.
           MOVE CYCCOUNT-BIN-LOC TO WD-BIN.
           MOVE CYCCOUNT-PROD-A TO WD-PRODUCT(1:4).
           MOVE CYCCOUNT-PROD-B TO WD-PRODUCT(5:4).
           MOVE PRODMAST-DESCRIPTION TO WD-DESC.
           MOVE CYCCOUNT-FROZEN-QTY TO WD-FROZEN-QTY.
           MOVE CYCCOUNT-COUNTED-QTY TO WD-COUNTED-QTY.
           MOVE WS-VARIANCE TO WD-VARIANCE.
           MOVE WS-UNIT-PRICE TO WD-UNIT-PRICE.
           MOVE WS-VARIANCE-VALUE TO WD-VALUE.
           MOVE CYCCOUNT-COUNTED-BY TO WD-COUNTED-BY.
           IF CYCCOUNT-ST-APPROVED
               MOVE CYCCOUNT-APPROVED-BY TO WD-APPROVED-BY
           ELSE
               MOVE '(OPEN)' TO WD-APPROVED-BY
           END-IF.
           MOVE WS-DETAIL-LINE TO FD-CNTVAR-LINE.
           WRITE FD-CNTVAR-LINE.

       2000-REPORT-NEXT.
           PERFORM 2100-READ-CYCCOUNT THRU 2100-READ-CYCCOUNT-EXIT.
       2000-REPORT-COUNT-EXIT.
           EXIT.

       2100-READ-CYCCOUNT.
           READ CYCCOUNT INTO CYCCOUNT-RECORD
               AT END
                   SET WS-NO-MORE-RECORDS TO TRUE
           END-READ.
       2100-READ-CYCCOUNT-EXIT.
           EXIT.

       8000-WRITE-TRAILER.
           MOVE WS-BLANK-LINE TO FD-CNTVAR-LINE.
           WRITE FD-CNTVAR-LINE.

           MOVE 'AWAITING APPROVAL' TO WT-LABEL.
           MOVE 1 TO WS-TOT-SUB.
           PERFORM 8100-WRITE-TOTAL THRU 8100-WRITE-TOTAL-EXIT.
           MOVE 'APPROVED, NOT POSTED' TO WT-LABEL.
           MOVE 2 TO WS-TOT-SUB.
           PERFORM 8100-WRITE-TOTAL THRU 8100-WRITE-TOTAL-EXIT.

           MOVE WS-BLANK-LINE TO FD-CNTVAR-LINE.
           WRITE FD-CNTVAR-LINE.
           MOVE WS-COUNTED-LINES TO WT-COUNTED-LINES.
           MOVE WS-APPROVED-LINES TO WT-APPROVED-LINES.
           MOVE WS-VARIANCE-LINES TO WT-VARIANCE-LINES.
           MOVE WS-UNCOUNTED-LINES TO WT-UNCOUNTED-LINES.
           MOVE WS-COUNT-LINE TO FD-CNTVAR-LINE.
           WRITE FD-CNTVAR-LINE.
       8000-WRITE-TRAILER-EXIT.
           EXIT.

       8100-WRITE-TOTAL.
           MOVE WS-TOT-LOSS (WS-TOT-SUB) TO WT-LOSS.
           MOVE WS-TOT-GAIN (WS-TOT-SUB) TO WT-GAIN.
           COMPUTE WT-NET = WS-TOT-LOSS (WS-TOT-SUB)
               + WS-TOT-GAIN (WS-TOT-SUB).
           MOVE WS-TOTAL-LINE TO FD-CNTVAR-LINE.
           WRITE FD-CNTVAR-LINE.
       8100-WRITE-TOTAL-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE CYCCOUNT.
           CLOSE PRODMAST.
           CLOSE CNTVAR.
           DISPLAY 'JEPRHT: LINES AWAITING APPROVAL=' WS-COUNTED-LINES.
           DISPLAY 'JEPRHT: LINES APPROVED=' WS-APPROVED-LINES.
           DISPLAY 'JEPRHT: LINES STILL TO COUNT=' WS-UNCOUNTED-LINES.
       9000-TERMINATE-EXIT.
           EXIT.

       9999-ABORT.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       END PROGRAM JEPRHT.
