       IDENTIFICATION DIVISION.
       PROGRAM-ID. JEPRHS.
       AUTHOR. J ESTARIS.
       INSTALLATION. ORDER PROCESSING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      *  JEPRHS - CYCLE COUNT FILE LOAD                               *
      *  THE BATCH ROUTE FOR GETTING COUNTS BACK IN WHEN THEY ARRIVE  *
      *  AS A FILE - KEYED OFF THE SHEETS BY DATA ENTRY OR DUMPED     *
      *  FROM A HAND-HELD SCANNER - INSTEAD OF THROUGH THE JEPRHR     *
      *  COUNT SCREEN.  EACH COUNTIN RECORD IS MATCHED TO THE         *
      *  CYCCOUNT RECORD JEPRHQ PUT OUT FOR ITS WAREHOUSE, BIN AND    *
      *  PRODUCT (A BLANK WAREHOUSE IS THE HOME WAREHOUSE) AND        *
      *  THE QUANTITY IS STAMPED ON IT AS COUNTED.  A COUNT FOR A     *
      *  PRODUCT NOT OUT FOR COUNT, A COUNT ALREADY APPROVED, OR A    *
      *  QUANTITY THAT IS NOT NUMERIC IS REJECTED ONTO THE LOAD       *
      *  REGISTER AND LEFT FOR THE SCREEN.  A SECOND COUNT FOR THE    *
      *  SAME PRODUCT SIMPLY REPLACES THE FIRST UNTIL IT IS APPROVED. *
      *****************************************************************
      *  MODIFICATION HISTORY                                         *
      *  DATE        INIT  DESCRIPTION                                *
      *  2026-10-15  JE    INITIAL VERSION                            *
      *  2026-10-15  JE    COUNTIN AND CYCCOUNT CARRY THE WAREHOUSE    *
      *                    COUNTED - A BLANK COUNTIN WAREHOUSE IS THE  *
      *                    HOME WAREHOUSE                              *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RS-6000.
       OBJECT-COMPUTER. RS-6000.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COUNTIN ASSIGN TO COUNTIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COUNTIN-STATUS.

           SELECT CYCCOUNT ASSIGN TO CYCCOUNT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-CYCCOUNT-KEY
               FILE STATUS IS WS-CYCCOUNT-STATUS.

           SELECT CNTLOAD ASSIGN TO CNTLOAD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNTLOAD-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  COUNTIN
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-COUNTIN-RECORD            PIC X(40).

       FD  CYCCOUNT
           RECORD CONTAINS 70 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-CYCCOUNT-RECORD.
           05  FD-CYCCOUNT-KEY          PIC X(16).
           05  FILLER                   PIC X(54).

       FD  CNTLOAD
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-CNTLOAD-LINE              PIC X(132).

       WORKING-STORAGE SECTION.

       COPY 'COUNTIN-LAYOUT'.
       COPY 'CYCCOUNT-LAYOUT'.
       COPY 'WHSEMAST-LAYOUT'.

       01  WS-COUNTIN-STATUS            PIC X(02) VALUE '00'.
           88  WS-COUNTIN-OK                VALUE '00'.

       01  WS-CYCCOUNT-STATUS           PIC X(02) VALUE '00'.
           88  WS-CYCCOUNT-OK               VALUE '00'.

       01  WS-CNTLOAD-STATUS            PIC X(02) VALUE '00'.

       77  WS-READ-COUNT                PIC 9(07) COMP VALUE 0.
       77  WS-LOADED-COUNT              PIC 9(07) COMP VALUE 0.
       77  WS-REJECT-COUNT              PIC 9(07) COMP VALUE 0.
       77  WS-EOF-SWITCH                PIC 9(01) COMP VALUE 0.
           88  WS-NO-MORE-RECORDS           VALUE 1.

       01  WS-RUN-DATE                  PIC X(08) VALUE SPACES.
       01  WS-REJECT-REASON             PIC X(30) VALUE SPACES.
       01  WS-COUNT-WHSE                PIC X(02) VALUE SPACES.

       01  WS-HEADING-LINE.
           05  FILLER                   PIC X(34) VALUE
               'CYCLE COUNT LOAD REGISTER  DATE: '.
           05  WH-RUN-DATE              PIC X(08).
           05  FILLER                   PIC X(90) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER                   PIC X(04) VALUE 'WH'.
           05  FILLER                   PIC X(08) VALUE 'BIN/LOC'.
           05  FILLER                   PIC X(10) VALUE 'PRODUCT'.
           05  FILLER                   PIC X(08) VALUE '  COUNT'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(10) VALUE 'COUNTED BY'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(30) VALUE 'RESULT'.
           05  FILLER                   PIC X(58) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WD-WHSE                  PIC X(02).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-BIN                   PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-PRODUCT               PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-QTY                   PIC X(07).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WD-COUNTED-BY            PIC X(08).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  WD-RESULT                PIC X(30).
           05  FILLER                   PIC X(58) VALUE SPACES.

       01  WS-QTY-EDIT                  PIC ZZ,ZZ9.

       01  WS-TRAILER-LINE.
           05  FILLER                   PIC X(14)
               VALUE 'RECORDS READ:'.
           05  WT-READ-COUNT            PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  FILLER                   PIC X(08)
               VALUE 'LOADED:'.
           05  WT-LOADED-COUNT          PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  FILLER                   PIC X(10)
               VALUE 'REJECTED:'.
           05  WT-REJECT-COUNT          PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(69) VALUE SPACES.

       01  WS-BLANK-LINE                PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-LOAD-COUNT THRU 2000-LOAD-COUNT-EXIT
               UNTIL WS-NO-MORE-RECORDS.
           PERFORM 8000-WRITE-TRAILER THRU 8000-WRITE-TRAILER-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT COUNTIN.
           IF NOT WS-COUNTIN-OK
               DISPLAY 'JEPRHS: COUNTIN OPEN FAILED, STATUS='
                   WS-COUNTIN-STATUS
               GO TO 9999-ABORT
           END-IF.

           OPEN I-O CYCCOUNT.
           IF NOT WS-CYCCOUNT-OK
               DISPLAY 'JEPRHS: CYCCOUNT OPEN FAILED, STATUS='
                   WS-CYCCOUNT-STATUS
               GO TO 9999-ABORT
           END-IF.

           OPEN OUTPUT CNTLOAD.
           MOVE WS-RUN-DATE TO WH-RUN-DATE.
           MOVE WS-HEADING-LINE TO FD-CNTLOAD-LINE.
           WRITE FD-CNTLOAD-LINE.
           MOVE WS-COLUMN-LINE TO FD-CNTLOAD-LINE.
           WRITE FD-CNTLOAD-LINE.

           PERFORM 2100-READ-COUNTIN THRU 2100-READ-COUNTIN-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *ONE COUNTED PRODUCT.  EVERY RECORD LANDS ON THE REGISTER,
      *LOADED OR NOT, SO THE REGISTER TIES BACK TO THE INPUT
       2000-LOAD-COUNT.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE COUNTIN-WHSE-CODE TO WS-COUNT-WHSE.
           IF WS-COUNT-WHSE = SPACES
               MOVE WHSEMAST-HOME-CODE TO WS-COUNT-WHSE
           END-IF.

           IF COUNTIN-QTY IS NOT NUMERIC
               MOVE 'QUANTITY NOT NUMERIC' TO WS-REJECT-REASON
               GO TO 2000-LOAD-PRINT
           END-IF.

           MOVE WS-COUNT-WHSE TO FD-CYCCOUNT-KEY(1:2).
           MOVE COUNTIN-BIN-LOC TO FD-CYCCOUNT-KEY(3:6).
           MOVE COUNTIN-PROD-A TO FD-CYCCOUNT-KEY(9:4).
           MOVE COUNTIN-PROD-B TO FD-CYCCOUNT-KEY(13:4).
           READ CYCCOUNT INTO CYCCOUNT-RECORD
               INVALID KEY
                   MOVE 'NOT OUT FOR COUNT IN THAT BIN'
                       TO WS-REJECT-REASON
                   GO TO 2000-LOAD-PRINT
           END-READ.

           IF CYCCOUNT-ST-APPROVED
               MOVE 'COUNT ALREADY APPROVED' TO WS-REJECT-REASON
               GO TO 2000-LOAD-PRINT
           END-IF.

           MOVE COUNTIN-QTY TO CYCCOUNT-COUNTED-QTY.
           IF COUNTIN-COUNT-DATE = SPACES
               MOVE WS-RUN-DATE TO CYCCOUNT-COUNT-DATE
           ELSE
               MOVE COUNTIN-COUNT-DATE TO CYCCOUNT-COUNT-DATE
           END-IF.
           IF COUNTIN-COUNTED-BY = SPACES
               MOVE 'COUNTIN ' TO CYCCOUNT-COUNTED-BY
           ELSE
               MOVE COUNTIN-COUNTED-BY TO CYCCOUNT-COUNTED-BY
           END-IF.
           SET CYCCOUNT-ST-COUNTED TO TRUE.
           REWRITE FD-CYCCOUNT-RECORD FROM CYCCOUNT-RECORD.
           IF NOT WS-CYCCOUNT-OK
               DISPLAY 'JEPRHS: CYCCOUNT REWRITE FAILED, STATUS='
                   WS-CYCCOUNT-STATUS
               GO TO 9999-ABORT
           END-IF.

       2000-LOAD-PRINT.
           MOVE WS-COUNT-WHSE TO WD-WHSE.
           MOVE COUNTIN-BIN-LOC TO WD-BIN.
           MOVE COUNTIN-PROD-A TO WD-PRODUCT(1:4).
           MOVE COUNTIN-PROD-B TO WD-PRODUCT(5:4).
           MOVE COUNTIN-COUNTED-BY TO WD-COUNTED-BY.
           IF COUNTIN-QTY IS NUMERIC
               MOVE COUNTIN-QTY TO WS-QTY-EDIT
               MOVE WS-QTY-EDIT TO WD-QTY
           ELSE
               MOVE COUNTIN-QTY TO WD-QTY
           END-IF.

           IF WS-REJECT-REASON = SPACES
               MOVE 'LOADED' TO WD-RESULT
               ADD 1 TO WS-LOADED-COUNT
           ELSE
               MOVE WS-REJECT-REASON TO WD-RESULT
               ADD 1 TO WS-REJECT-COUNT
           END-IF.
           MOVE WS-DETAIL-LINE TO FD-CNTLOAD-LINE.
           WRITE FD-CNTLOAD-LINE.

           PERFORM 2100-READ-COUNTIN THRU 2100-READ-COUNTIN-EXIT.
       2000-LOAD-COUNT-EXIT.
           EXIT.

       2100-READ-COUNTIN.
           READ COUNTIN INTO COUNTIN-RECORD
               AT END
                   SET WS-NO-MORE-RECORDS TO TRUE
           END-READ.
       2100-READ-COUNTIN-EXIT.
           EXIT.

       8000-WRITE-TRAILER.
           MOVE WS-BLANK-LINE TO FD-CNTLOAD-LINE.
           WRITE FD-CNTLOAD-LINE.
           MOVE WS-READ-COUNT TO WT-READ-COUNT.
           MOVE WS-LOADED-COUNT TO WT-LOADED-COUNT.
           MOVE WS-REJECT-COUNT TO WT-REJECT-COUNT.
           MOVE WS-TRAILER-LINE TO FD-CNTLOAD-LINE.
           WRITE FD-CNTLOAD-LINE.
       8000-WRITE-TRAILER-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE COUNTIN.
           CLOSE CYCCOUNT.
           CLOSE CNTLOAD.
           DISPLAY 'JEPRHS: COUNT RECORDS READ=' WS-READ-COUNT.
           DISPLAY 'JEPRHS: COUNTS LOADED=' WS-LOADED-COUNT.
           DISPLAY 'JEPRHS: COUNTS REJECTED=' WS-REJECT-COUNT.
       9000-TERMINATE-EXIT.
           EXIT.

       9999-ABORT.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       END PROGRAM JEPRHS.
