       IDENTIFICATION DIVISION.
       PROGRAM-ID. JEPRID.
       AUTHOR. J ESTARIS.
       INSTALLATION. ORDER PROCESSING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      *  JEPRID - MONTH-END SALES COMMISSION STATEMENT                *
      *  FOR THE MONTH NAMED ON THE COMCTL CONTROL CARD, LISTS PER    *
      *  SALES REP EVERY ORDER THAT SHIPPED IN THE MONTH WITH ITS     *
      *  VALUE BEFORE TAX, LESS EVERY RETURN LOGGED ON RETLOG IN THE  *
      *  MONTH AGAINST THE REP'S ORDERS AS A CHARGEBACK, AND THE      *
      *  COMMISSION PAYABLE AT THE REP'S REPMAST PERCENTAGE.          *
      *  AN ORDER HAS SHIPPED WHEN IT HAS BEEN BILLED - ITS AROPEN    *
      *  ITEM IS WRITTEN AT FULL SHIPMENT AND THE INVOICE DATE ON IT  *
      *  IS THE SHIP DATE.  THE VALUE BEFORE TAX IS THE BILLED        *
      *  AMOUNT LESS THE ORDER'S SALES TAX.  A RETURN ONLY CHARGES    *
      *  BACK WHEN THE ORDER WAS BILLED ON OR BEFORE THE DAY IT CAME  *
      *  BACK; GOODS TAKEN OFF A PART-SHIPPED ORDER BEFORE IT WAS     *
      *  BILLED NEVER EARNED COMMISSION.  THE REP IS THE ONE ON THE   *
      *  ORDER (LIVE ORDFILE OR THE ORDHIST ARCHIVE).  ORDERS WITH NO *
      *  REP, OR A REP NOT ON REPMAST, PRINT IN A SECTION OF THEIR    *
      *  OWN AND EARN NO COMMISSION.  AN INACTIVE REP IS STILL PAID   *
      *  ON ORDERS THAT CARRY THE REP.  NOTHING IS UPDATED.           *
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
           SELECT COMCTL ASSIGN TO COMCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMCTL-STATUS.

           SELECT AROPEN ASSIGN TO AROPEN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-AROPEN-INVOICE-NO
               FILE STATUS IS WS-AROPEN-STATUS.

           SELECT ORDFILE ASSIGN TO ORDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-ORDFILE-INVOICE-NO
               FILE STATUS IS WS-ORDFILE-STATUS.

           SELECT ORDHIST ASSIGN TO ORDHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-ORDHIST-INVOICE-NO
               FILE STATUS IS WS-ORDHIST-STATUS.

           SELECT RETLOG ASSIGN TO RETLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETLOG-STATUS.

           SELECT REPMAST ASSIGN TO REPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-REPMAST-REP-CODE
               FILE STATUS IS WS-REPMAST-STATUS.

           SELECT COMMRPT ASSIGN TO COMMRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMMRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *ONE CONTROL CARD - THE YYYYMM MONTH THE STATEMENT IS FOR
       FD  COMCTL
           RECORD CONTAINS 06 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-COMCTL-MONTH              PIC X(06).

       FD  AROPEN
           RECORD CONTAINS 70 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-AROPEN-RECORD.
           05  FD-AROPEN-INVOICE-NO     PIC X(07).
           05  FILLER                   PIC X(63).

       FD  ORDFILE
           RECORD CONTAINS 226 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-ORDFILE-RECORD.
           05  FD-ORDFILE-INVOICE-NO    PIC X(07).
           05  FILLER                   PIC X(219).

      *THE ARCHIVE CARRIES THE SAME RECORD SHAPE AS THE LIVE FILE
       FD  ORDHIST
           RECORD CONTAINS 226 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-ORDHIST-RECORD.
           05  FD-ORDHIST-INVOICE-NO    PIC X(07).
           05  FILLER                   PIC X(219).

       FD  RETLOG
           RECORD CONTAINS 49 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-RETLOG-RECORD             PIC X(49).

       FD  REPMAST
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-REPMAST-RECORD.
           05  FD-REPMAST-REP-CODE      PIC X(03).
           05  FILLER                   PIC X(37).

       FD  COMMRPT
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-COMMRPT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.

       COPY 'AROPEN-LAYOUT'.
       COPY 'ORDFILE-LAYOUT'.
       COPY 'RETLOG-LAYOUT'.
       COPY 'REPMAST-LAYOUT'.

       01  WS-COMCTL-STATUS             PIC X(02) VALUE '00'.
           88  WS-COMCTL-OK                 VALUE '00'.

       01  WS-AROPEN-STATUS             PIC X(02) VALUE '00'.
           88  WS-AROPEN-OK                 VALUE '00'.

       01  WS-ORDFILE-STATUS            PIC X(02) VALUE '00'.
           88  WS-ORDFILE-OK                VALUE '00'.

       01  WS-ORDHIST-STATUS            PIC X(02) VALUE '00'.
           88  WS-ORDHIST-OK                VALUE '00'.

       01  WS-RETLOG-STATUS             PIC X(02) VALUE '00'.
           88  WS-RETLOG-OK                 VALUE '00'.

       01  WS-REPMAST-STATUS            PIC X(02) VALUE '00'.
           88  WS-REPMAST-OK                VALUE '00'.

       01  WS-COMMRPT-STATUS            PIC X(02) VALUE '00'.

       01  WS-RUN-DATE                  PIC X(08) VALUE SPACES.

       01  WS-RUN-MONTH                 PIC X(06) VALUE SPACES.
       01  WS-RUN-MONTH-N REDEFINES WS-RUN-MONTH.
           05  WS-RUN-YEAR              PIC 9(04).
           05  WS-RUN-MM                PIC 9(02).

       77  WS-AROPEN-COUNT              PIC 9(07) COMP VALUE 0.
       77  WS-RETLOG-COUNT              PIC 9(07) COMP VALUE 0.
       77  WS-SHIPPED-COUNT             PIC 9(07) COMP VALUE 0.
       77  WS-CHARGEBACK-COUNT          PIC 9(07) COMP VALUE 0.
       77  WS-UNBILLED-COUNT            PIC 9(07) COMP VALUE 0.
       77  WS-OVERFLOW-COUNT            PIC 9(07) COMP VALUE 0.
       77  WS-REP-COUNT                 PIC 9(05) COMP VALUE 0.
       77  WS-SCAN-EOF-SWITCH           PIC 9(01) COMP VALUE 0.
       77  WS-ORDER-FOUND               PIC 9(01) COMP VALUE 0.

      *ONE ENTRY PER SHIPMENT OR CHARGEBACK IN THE MONTH, IN THE
      *ORDER THEY WERE FOUND.  EACH REP'S STATEMENT PICKS ITS OWN
      *ENTRIES OUT AND MARKS THEM PRINTED; WHATEVER IS LEFT AT THE
      *END HAS NO REP OR A REP NOT ON REPMAST.  AN EVENT PAST A FULL
      *TABLE IS COUNTED AND REPORTED RATHER THAN SILENTLY LOST
       01  WS-EVENT-TABLE.
           05  WS-EVENT-ENTRY OCCURS 5000 TIMES.
               10  WS-EV-REP-CODE       PIC X(03).
               10  WS-EV-INVOICE-NO     PIC X(07).
               10  WS-EV-CUST-NO        PIC X(06).
               10  WS-EV-DATE           PIC X(08).
               10  WS-EV-TYPE           PIC X(01).
                   88  WS-EV-SHIPPED        VALUE 'S'.
                   88  WS-EV-CHARGEBACK     VALUE 'C'.
               10  WS-EV-PRINTED        PIC X(01).
                   88  WS-EV-IS-PRINTED     VALUE 'Y'.
               10  WS-EV-VALUE          PIC S9(07)V99 COMP-3.

       77  WS-EVENT-COUNT               PIC 9(05) COMP VALUE 0.
       77  WS-EVENT-SUB                 PIC 9(05) COMP VALUE 0.

      *THE EVENT BEING BUILT BEFORE IT GOES INTO THE TABLE
       01  WS-NEW-EVENT.
           05  WS-NE-REP-CODE           PIC X(03).
           05  WS-NE-INVOICE-NO         PIC X(07).
           05  WS-NE-CUST-NO            PIC X(06).
           05  WS-NE-DATE               PIC X(08).
           05  WS-NE-TYPE               PIC X(01).
           05  WS-NE-VALUE              PIC S9(07)V99 COMP-3.

      *THE REP WHOSE STATEMENT IS PRINTING.  ZERO PERCENT AND SPACES
      *FOR THE CLOSING NO-REP SECTION, WHICH EARNS NOTHING
       01  WS-CURRENT-REP               PIC X(03) VALUE SPACES.
       01  WS-CURRENT-PCT               PIC 9(02)V99 VALUE 0.
       01  WS-LINE-COMMISSION           PIC S9(07)V99 COMP-3 VALUE 0.
       77  WS-REP-LINES                 PIC 9(05) COMP VALUE 0.

       01  WS-REP-TOTALS.
           05  WS-RT-SHIPPED            PIC S9(09)V99 COMP-3.
           05  WS-RT-CHARGEBACK         PIC S9(09)V99 COMP-3.
           05  WS-RT-COMMISSION         PIC S9(09)V99 COMP-3.

       01  WS-GRAND-TOTALS.
           05  WS-GT-SHIPPED            PIC S9(09)V99 COMP-3.
           05  WS-GT-CHARGEBACK         PIC S9(09)V99 COMP-3.
           05  WS-GT-COMMISSION         PIC S9(09)V99 COMP-3.
           05  WS-GT-NO-REP             PIC S9(09)V99 COMP-3.

       01  WS-HEADING-LINE1.
           05  FILLER                   PIC X(45) VALUE
               'MONTH-END SALES COMMISSION STATEMENT         '.
           05  FILLER                   PIC X(07) VALUE 'MONTH: '.
           05  WH-RUN-MONTH             PIC X(06).
           05  FILLER                   PIC X(10) VALUE '    RUN: '.
           05  WH-RUN-DATE              PIC X(08).
           05  FILLER                   PIC X(56) VALUE SPACES.

       01  WS-REP-LINE.
           05  FILLER                   PIC X(05) VALUE 'REP: '.
           05  WR-REP-CODE              PIC X(03).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WR-REP-NAME              PIC X(20).
           05  FILLER                   PIC X(14) VALUE
               '  COMMISSION '.
           05  WR-REP-PCT               PIC Z9.99.
           05  FILLER                   PIC X(02) VALUE ' %'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WR-REP-STATE             PIC X(10).
           05  FILLER                   PIC X(69) VALUE SPACES.

       01  WS-NO-REP-LINE.
           05  FILLER                   PIC X(50) VALUE
               'ORDERS WITH NO SALES REP OR A REP NOT ON REPMAST'.
           05  FILLER                   PIC X(16) VALUE
               ' - NO COMMISSION'.
           05  FILLER                   PIC X(66) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER                   PIC X(40) VALUE
               '  TYPE        INVOICE  CUSTOMER  DATE'.
           05  FILLER                   PIC X(40) VALUE
               '   VALUE BEFORE TAX    COMMISSION  REP  '.
           05  FILLER                   PIC X(52) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-TYPE                  PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-INVOICE-NO            PIC X(07).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-CUST-NO               PIC X(06).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  WD-DATE                  PIC X(08).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WD-VALUE                 PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  WD-COMMISSION            PIC ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-REP-CODE              PIC X(03).
           05  FILLER                   PIC X(55) VALUE SPACES.

       01  WS-NO-ACTIVITY-LINE.
           05  FILLER                   PIC X(40) VALUE
               '  NO SHIPMENTS OR RETURNS THIS MONTH'.
           05  FILLER                   PIC X(92) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WT-LABEL                 PIC X(38).
           05  WT-VALUE                 PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(75) VALUE SPACES.

       01  WS-OVERFLOW-LINE.
           05  FILLER                   PIC X(03) VALUE '** '.
           05  WX-OVERFLOW-COUNT        PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(50) VALUE
               ' SHIPMENTS/RETURNS LEFT OUT - EVENT TABLE FULL'.
           05  FILLER                   PIC X(72) VALUE SPACES.

       01  WS-BLANK-LINE                PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-SCAN-SHIPMENTS THRU 2000-SCAN-SHIPMENTS-EXIT.
           PERFORM 3000-SCAN-RETURNS THRU 3000-SCAN-RETURNS-EXIT.
           PERFORM 5000-PRINT-REPS THRU 5000-PRINT-REPS-EXIT.
           PERFORM 6000-PRINT-NO-REP THRU 6000-PRINT-NO-REP-EXIT.
           PERFORM 7000-PRINT-GRAND-TOTAL
               THRU 7000-PRINT-GRAND-TOTAL-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT COMCTL.
           IF NOT WS-COMCTL-OK
               DISPLAY 'JEPRID: COMCTL OPEN FAILED, STATUS='
                   WS-COMCTL-STATUS
               GO TO 9999-ABORT
           END-IF.

           READ COMCTL INTO WS-RUN-MONTH
               AT END
                   CONTINUE
           END-READ.
           CLOSE COMCTL.

           IF WS-RUN-MONTH IS NOT NUMERIC
               OR WS-RUN-MM < 1 OR WS-RUN-MM > 12
               DISPLAY 'JEPRID: COMCTL CARD MUST NAME A YYYYMM MONTH'
               GO TO 9999-ABORT
           END-IF.

           OPEN INPUT AROPEN.
           IF NOT WS-AROPEN-OK
               DISPLAY 'JEPRID: AROPEN OPEN FAILED, STATUS='
                   WS-AROPEN-STATUS
               GO TO 9999-ABORT
           END-IF.

           OPEN INPUT ORDFILE.
           IF NOT WS-ORDFILE-OK
               DISPLAY 'JEPRID: ORDFILE OPEN FAILED, STATUS='
                   WS-ORDFILE-STATUS
               GO TO 9999-ABORT
           END-IF.

           OPEN INPUT ORDHIST.
           IF NOT WS-ORDHIST-OK
               DISPLAY 'JEPRID: ORDHIST OPEN FAILED, STATUS='
                   WS-ORDHIST-STATUS
               GO TO 9999-ABORT
           END-IF.

           OPEN INPUT REPMAST.
           IF NOT WS-REPMAST-OK
               DISPLAY 'JEPRID: REPMAST OPEN FAILED, STATUS='
                   WS-REPMAST-STATUS
               GO TO 9999-ABORT
           END-IF.

           OPEN OUTPUT COMMRPT.

           MOVE 0 TO WS-GT-SHIPPED.
           MOVE 0 TO WS-GT-CHARGEBACK.
           MOVE 0 TO WS-GT-COMMISSION.
           MOVE 0 TO WS-GT-NO-REP.

           MOVE WS-RUN-MONTH TO WH-RUN-MONTH.
           MOVE WS-RUN-DATE TO WH-RUN-DATE.
           MOVE WS-HEADING-LINE1 TO FD-COMMRPT-LINE.
           WRITE FD-COMMRPT-LINE.
       1000-INITIALIZE-EXIT.
           EXIT.

      *EVERY AROPEN ITEM BILLED IN THE MONTH IS A SHIPMENT FOR THE
      *REP ON ITS ORDER.  PAID ITEMS STAY ON FILE, SO A MONTH PAID
      *UP BEFORE THE RUN STILL SHOWS IN FULL
       2000-SCAN-SHIPMENTS.
           MOVE 0 TO WS-SCAN-EOF-SWITCH.
           MOVE LOW-VALUES TO FD-AROPEN-INVOICE-NO.
           START AROPEN KEY IS NOT LESS THAN FD-AROPEN-INVOICE-NO
               INVALID KEY
                   MOVE 1 TO WS-SCAN-EOF-SWITCH
           END-START.
           PERFORM 2100-SCAN-ONE-ITEM THRU 2100-SCAN-ONE-ITEM-EXIT
               UNTIL WS-SCAN-EOF-SWITCH = 1.
       2000-SCAN-SHIPMENTS-EXIT.
           EXIT.

       2100-SCAN-ONE-ITEM.
           READ AROPEN NEXT INTO AROPEN-RECORD
               AT END
                   MOVE 1 TO WS-SCAN-EOF-SWITCH
           END-READ.
           IF WS-SCAN-EOF-SWITCH = 1
               GO TO 2100-SCAN-ONE-ITEM-EXIT
           END-IF.
           ADD 1 TO WS-AROPEN-COUNT.

           IF AROPEN-INVOICE-DATE(1:6) NOT = WS-RUN-MONTH
               GO TO 2100-SCAN-ONE-ITEM-EXIT
           END-IF.

           MOVE AROPEN-INVOICE-NO TO WS-NE-INVOICE-NO.
           PERFORM 4000-READ-ORDER THRU 4000-READ-ORDER-EXIT.

      *THE BILLED AMOUNT CARRIES THE SALES TAX THE ORDER HELD WHEN
      *IT SHIPPED - COMMISSION IS ON THE GOODS ONLY
           MOVE AROPEN-BILLED-AMOUNT TO WS-NE-VALUE.
           IF WS-ORDER-FOUND = 1
               AND ORDFILE-TAX-AMOUNT NOT > AROPEN-BILLED-AMOUNT
               SUBTRACT ORDFILE-TAX-AMOUNT FROM WS-NE-VALUE
           END-IF.

           MOVE AROPEN-CUST-NO TO WS-NE-CUST-NO.
           MOVE AROPEN-INVOICE-DATE TO WS-NE-DATE.
           MOVE 'S' TO WS-NE-TYPE.
           PERFORM 4500-ADD-EVENT THRU 4500-ADD-EVENT-EXIT.
           ADD 1 TO WS-SHIPPED-COUNT.
       2100-SCAN-ONE-ITEM-EXIT.
           EXIT.

      *EVERY LINE TAKEN BACK IN THE MONTH CHARGES ITS CREDIT VALUE
      *BACK TO THE REP ON THE ORDER - PROVIDED THE ORDER HAD BEEN
      *BILLED BY THEN, SO COMMISSION WAS EARNED ON IT.  NO RETLOG
      *YET MEANS NO RETURNS
       3000-SCAN-RETURNS.
           OPEN INPUT RETLOG.
           IF NOT WS-RETLOG-OK
               DISPLAY 'JEPRID: NO RETLOG, STATUS=' WS-RETLOG-STATUS
                   ' - NO CHARGEBACKS'
               GO TO 3000-SCAN-RETURNS-EXIT
           END-IF.

           MOVE 0 TO WS-SCAN-EOF-SWITCH.
           PERFORM 3100-SCAN-ONE-RETURN THRU 3100-SCAN-ONE-RETURN-EXIT
               UNTIL WS-SCAN-EOF-SWITCH = 1.
           CLOSE RETLOG.
       3000-SCAN-RETURNS-EXIT.
           EXIT.

       3100-SCAN-ONE-RETURN.
           READ RETLOG INTO RETLOG-RECORD
               AT END
                   MOVE 1 TO WS-SCAN-EOF-SWITCH
           END-READ.
           IF WS-SCAN-EOF-SWITCH = 1
               GO TO 3100-SCAN-ONE-RETURN-EXIT
           END-IF.
           ADD 1 TO WS-RETLOG-COUNT.

           IF RETLOG-DATE(1:6) NOT = WS-RUN-MONTH
               GO TO 3100-SCAN-ONE-RETURN-EXIT
           END-IF.

           MOVE RETLOG-INVOICE-NO TO FD-AROPEN-INVOICE-NO.
           READ AROPEN INTO AROPEN-RECORD
               INVALID KEY
                   MOVE HIGH-VALUES TO AROPEN-INVOICE-DATE
           END-READ.
           IF AROPEN-INVOICE-DATE > RETLOG-DATE
               ADD 1 TO WS-UNBILLED-COUNT
               GO TO 3100-SCAN-ONE-RETURN-EXIT
           END-IF.

           MOVE RETLOG-INVOICE-NO TO WS-NE-INVOICE-NO.
           PERFORM 4000-READ-ORDER THRU 4000-READ-ORDER-EXIT.

           MOVE AROPEN-CUST-NO TO WS-NE-CUST-NO.
           MOVE RETLOG-DATE TO WS-NE-DATE.
           MOVE 'C' TO WS-NE-TYPE.
           COMPUTE WS-NE-VALUE = 0 - RETLOG-CREDIT-VALUE.
           PERFORM 4500-ADD-EVENT THRU 4500-ADD-EVENT-EXIT.
           ADD 1 TO WS-CHARGEBACK-COUNT.
       3100-SCAN-ONE-RETURN-EXIT.
           EXIT.

      *LOOKS THE ORDER UP ON THE LIVE FILE AND THEN THE ARCHIVE FOR
      *ITS REP AND SALES TAX.  AN ORDER ON NEITHER HAS NO REP
       4000-READ-ORDER.
           MOVE 1 TO WS-ORDER-FOUND.
           MOVE WS-NE-INVOICE-NO TO FD-ORDFILE-INVOICE-NO.
           READ ORDFILE INTO ORDFILE-RECORD
               INVALID KEY
                   MOVE WS-NE-INVOICE-NO TO FD-ORDHIST-INVOICE-NO
                   READ ORDHIST INTO ORDFILE-RECORD
                       INVALID KEY
                           MOVE 0 TO WS-ORDER-FOUND
                   END-READ
           END-READ.

           IF WS-ORDER-FOUND = 1
               MOVE ORDFILE-REP-CODE TO WS-NE-REP-CODE
           ELSE
               MOVE SPACES TO WS-NE-REP-CODE
           END-IF.
       4000-READ-ORDER-EXIT.
           EXIT.

       4500-ADD-EVENT.
           IF WS-EVENT-COUNT = 5000
               ADD 1 TO WS-OVERFLOW-COUNT
               GO TO 4500-ADD-EVENT-EXIT
           END-IF.

           ADD 1 TO WS-EVENT-COUNT.
           MOVE WS-NE-REP-CODE TO WS-EV-REP-CODE (WS-EVENT-COUNT).
           MOVE WS-NE-INVOICE-NO TO WS-EV-INVOICE-NO (WS-EVENT-COUNT).
           MOVE WS-NE-CUST-NO TO WS-EV-CUST-NO (WS-EVENT-COUNT).
           MOVE WS-NE-DATE TO WS-EV-DATE (WS-EVENT-COUNT).
           MOVE WS-NE-TYPE TO WS-EV-TYPE (WS-EVENT-COUNT).
           MOVE 'N' TO WS-EV-PRINTED (WS-EVENT-COUNT).
           MOVE WS-NE-VALUE TO WS-EV-VALUE (WS-EVENT-COUNT).
       4500-ADD-EVENT-EXIT.
           EXIT.

      *ONE STATEMENT PER REP IN REP CODE ORDER.  AN INACTIVE REP
      *WITH NOTHING IN THE MONTH IS LEFT OFF
       5000-PRINT-REPS.
           MOVE 0 TO WS-SCAN-EOF-SWITCH.
           MOVE LOW-VALUES TO FD-REPMAST-REP-CODE.
           START REPMAST KEY IS NOT LESS THAN FD-REPMAST-REP-CODE
               INVALID KEY
                   MOVE 1 TO WS-SCAN-EOF-SWITCH
           END-START.
           PERFORM 5100-PRINT-ONE-REP THRU 5100-PRINT-ONE-REP-EXIT
               UNTIL WS-SCAN-EOF-SWITCH = 1.
       5000-PRINT-REPS-EXIT.
           EXIT.

       5100-PRINT-ONE-REP.
           READ REPMAST NEXT INTO REPMAST-RECORD
               AT END
                   MOVE 1 TO WS-SCAN-EOF-SWITCH
           END-READ.
           IF WS-SCAN-EOF-SWITCH = 1
               GO TO 5100-PRINT-ONE-REP-EXIT
           END-IF.

           MOVE REPMAST-REP-CODE TO WS-CURRENT-REP.
           MOVE REPMAST-COMM-PCT TO WS-CURRENT-PCT.
           MOVE 0 TO WS-REP-LINES.
           PERFORM 5300-COUNT-ONE-EVENT THRU 5300-COUNT-ONE-EVENT-EXIT
               VARYING WS-EVENT-SUB FROM 1 BY 1
               UNTIL WS-EVENT-SUB > WS-EVENT-COUNT.
           IF WS-REP-LINES = 0 AND NOT REPMAST-IS-ACTIVE
               GO TO 5100-PRINT-ONE-REP-EXIT
           END-IF.

           ADD 1 TO WS-REP-COUNT.
           MOVE REPMAST-REP-CODE TO WR-REP-CODE.
           MOVE REPMAST-NAME TO WR-REP-NAME.
           MOVE REPMAST-COMM-PCT TO WR-REP-PCT.
           IF REPMAST-IS-ACTIVE
               MOVE SPACES TO WR-REP-STATE
           ELSE
               MOVE '(INACTIVE)' TO WR-REP-STATE
           END-IF.
           MOVE WS-BLANK-LINE TO FD-COMMRPT-LINE.
           WRITE FD-COMMRPT-LINE.
           MOVE WS-REP-LINE TO FD-COMMRPT-LINE.
           WRITE FD-COMMRPT-LINE.

           IF WS-REP-LINES = 0
               MOVE WS-NO-ACTIVITY-LINE TO FD-COMMRPT-LINE
               WRITE FD-COMMRPT-LINE
               GO TO 5100-PRINT-ONE-REP-EXIT
           END-IF.

           MOVE WS-COLUMN-LINE TO FD-COMMRPT-LINE.
           WRITE FD-COMMRPT-LINE.
           MOVE 0 TO WS-RT-SHIPPED.
           MOVE 0 TO WS-RT-CHARGEBACK.
           MOVE 0 TO WS-RT-COMMISSION.
           PERFORM 5400-PRINT-ONE-EVENT THRU 5400-PRINT-ONE-EVENT-EXIT
               VARYING WS-EVENT-SUB FROM 1 BY 1
               UNTIL WS-EVENT-SUB > WS-EVENT-COUNT.
           PERFORM 5500-PRINT-REP-TOTALS
               THRU 5500-PRINT-REP-TOTALS-EXIT.
       5100-PRINT-ONE-REP-EXIT.
           EXIT.

       5300-COUNT-ONE-EVENT.
           IF WS-EV-REP-CODE (WS-EVENT-SUB) = WS-CURRENT-REP
               ADD 1 TO WS-REP-LINES
           END-IF.
       5300-COUNT-ONE-EVENT-EXIT.
           EXIT.

      *PRINTS ONE OF THE CURRENT REP'S EVENTS WITH ITS COMMISSION
      *AND MARKS IT DONE.  THE COMMISSION IS ROUNDED PER LINE AND
      *THE REP'S PAYABLE IS THE SUM, SO THE STATEMENT CROSS-FOOTS
       5400-PRINT-ONE-EVENT.
           IF WS-EV-REP-CODE (WS-EVENT-SUB) NOT = WS-CURRENT-REP
               OR WS-EV-IS-PRINTED (WS-EVENT-SUB)
               GO TO 5400-PRINT-ONE-EVENT-EXIT
           END-IF.

           COMPUTE WS-LINE-COMMISSION ROUNDED =
               WS-EV-VALUE (WS-EVENT-SUB) * WS-CURRENT-PCT / 100.
           PERFORM 5450-FORMAT-EVENT THRU 5450-FORMAT-EVENT-EXIT.
           MOVE WS-LINE-COMMISSION TO WD-COMMISSION.
           MOVE WS-DETAIL-LINE TO FD-COMMRPT-LINE.
           WRITE FD-COMMRPT-LINE.

           IF WS-EV-SHIPPED (WS-EVENT-SUB)
               ADD WS-EV-VALUE (WS-EVENT-SUB) TO WS-RT-SHIPPED
           ELSE
               ADD WS-EV-VALUE (WS-EVENT-SUB) TO WS-RT-CHARGEBACK
           END-IF.
           ADD WS-LINE-COMMISSION TO WS-RT-COMMISSION.
           MOVE 'Y' TO WS-EV-PRINTED (WS-EVENT-SUB).
       5400-PRINT-ONE-EVENT-EXIT.
           EXIT.

       5450-FORMAT-EVENT.
           MOVE SPACES TO WS-DETAIL-LINE.
           IF WS-EV-SHIPPED (WS-EVENT-SUB)
               MOVE 'SHIPPED' TO WD-TYPE
           ELSE
               MOVE 'CHARGEBACK' TO WD-TYPE
           END-IF.
           MOVE WS-EV-INVOICE-NO (WS-EVENT-SUB) TO WD-INVOICE-NO.
           MOVE WS-EV-CUST-NO (WS-EVENT-SUB) TO WD-CUST-NO.
           MOVE WS-EV-DATE (WS-EVENT-SUB) TO WD-DATE.
           MOVE WS-EV-VALUE (WS-EVENT-SUB) TO WD-VALUE.
           MOVE WS-EV-REP-CODE (WS-EVENT-SUB) TO WD-REP-CODE.
       5450-FORMAT-EVENT-EXIT.
           EXIT.

       5500-PRINT-REP-TOTALS.
           MOVE WS-BLANK-LINE TO FD-COMMRPT-LINE.
           WRITE FD-COMMRPT-LINE.
           MOVE 'SHIPPED VALUE BEFORE TAX' TO WT-LABEL.
           MOVE WS-RT-SHIPPED TO WT-VALUE.
           MOVE WS-TOTAL-LINE TO FD-COMMRPT-LINE.
           WRITE FD-COMMRPT-LINE.
           MOVE 'LESS RETURNS CHARGED BACK' TO WT-LABEL.
           MOVE WS-RT-CHARGEBACK TO WT-VALUE.
           MOVE WS-TOTAL-LINE TO FD-COMMRPT-LINE.
           WRITE FD-COMMRPT-LINE.
           MOVE 'NET COMMISSIONABLE VALUE' TO WT-LABEL.
           COMPUTE WT-VALUE = WS-RT-SHIPPED + WS-RT-CHARGEBACK.
           MOVE WS-TOTAL-LINE TO FD-COMMRPT-LINE.
           WRITE FD-COMMRPT-LINE.
           MOVE 'TOTAL COMMISSION PAYABLE' TO WT-LABEL.
           MOVE WS-RT-COMMISSION TO WT-VALUE.
           MOVE WS-TOTAL-LINE TO FD-COMMRPT-LINE.
           WRITE FD-COMMRPT-LINE.

           ADD WS-RT-SHIPPED TO WS-GT-SHIPPED.
           ADD WS-RT-CHARGEBACK TO WS-GT-CHARGEBACK.
           ADD WS-RT-COMMISSION TO WS-GT-COMMISSION.
       5500-PRINT-REP-TOTALS-EXIT.
           EXIT.

      *EVERYTHING NO REP STATEMENT TOOK - A BLANK REP ON THE ORDER,
      *A REP CODE SINCE REMOVED FROM REPMAST, OR AN ORDER ON
      *NEITHER ORDER FILE.  LISTED SO NOTHING SHIPPED GOES UNSEEN,
      *BUT NOBODY IS PAID ON IT
       6000-PRINT-NO-REP.
           MOVE 0 TO WS-REP-LINES.
           MOVE 0 TO WS-RT-SHIPPED.
           MOVE 0 TO WS-RT-CHARGEBACK.
           PERFORM 6100-PRINT-ONE-LEFTOVER
               THRU 6100-PRINT-ONE-LEFTOVER-EXIT
               VARYING WS-EVENT-SUB FROM 1 BY 1
               UNTIL WS-EVENT-SUB > WS-EVENT-COUNT.
           IF WS-REP-LINES = 0
               GO TO 6000-PRINT-NO-REP-EXIT
           END-IF.

           MOVE WS-BLANK-LINE TO FD-COMMRPT-LINE.
           WRITE FD-COMMRPT-LINE.
           MOVE 'NET VALUE WITH NO COMMISSION' TO WT-LABEL.
           COMPUTE WT-VALUE = WS-RT-SHIPPED + WS-RT-CHARGEBACK.
           MOVE WS-TOTAL-LINE TO FD-COMMRPT-LINE.
           WRITE FD-COMMRPT-LINE.
           COMPUTE WS-GT-NO-REP = WS-RT-SHIPPED + WS-RT-CHARGEBACK.
       6000-PRINT-NO-REP-EXIT.
           EXIT.

       6100-PRINT-ONE-LEFTOVER.
           IF WS-EV-IS-PRINTED (WS-EVENT-SUB)
               GO TO 6100-PRINT-ONE-LEFTOVER-EXIT
           END-IF.

           IF WS-REP-LINES = 0
               MOVE WS-BLANK-LINE TO FD-COMMRPT-LINE
               WRITE FD-COMMRPT-LINE
               MOVE WS-NO-REP-LINE TO FD-COMMRPT-LINE
               WRITE FD-COMMRPT-LINE
               MOVE WS-COLUMN-LINE TO FD-COMMRPT-LINE
               WRITE FD-COMMRPT-LINE
           END-IF.
           ADD 1 TO WS-REP-LINES.

           PERFORM 5450-FORMAT-EVENT THRU 5450-FORMAT-EVENT-EXIT.
           MOVE WS-DETAIL-LINE TO FD-COMMRPT-LINE.
           WRITE FD-COMMRPT-LINE.

           IF WS-EV-SHIPPED (WS-EVENT-SUB)
               ADD WS-EV-VALUE (WS-EVENT-SUB) TO WS-RT-SHIPPED
           ELSE
               ADD WS-EV-VALUE (WS-EVENT-SUB) TO WS-RT-CHARGEBACK
           END-IF.
           MOVE 'Y' TO WS-EV-PRINTED (WS-EVENT-SUB).
       6100-PRINT-ONE-LEFTOVER-EXIT.
           EXIT.

       7000-PRINT-GRAND-TOTAL.
           MOVE WS-BLANK-LINE TO FD-COMMRPT-LINE.
           WRITE FD-COMMRPT-LINE.
           IF WS-REP-COUNT = 0 AND WS-EVENT-COUNT = 0
               MOVE WS-NO-ACTIVITY-LINE TO FD-COMMRPT-LINE
               WRITE FD-COMMRPT-LINE
           END-IF.

           MOVE 'ALL REPS - SHIPPED BEFORE TAX' TO WT-LABEL.
           MOVE WS-GT-SHIPPED TO WT-VALUE.
           MOVE WS-TOTAL-LINE TO FD-COMMRPT-LINE.
           WRITE FD-COMMRPT-LINE.
           MOVE 'ALL REPS - RETURNS CHARGED BACK' TO WT-LABEL.
           MOVE WS-GT-CHARGEBACK TO WT-VALUE.
           MOVE WS-TOTAL-LINE TO FD-COMMRPT-LINE.
           WRITE FD-COMMRPT-LINE.
           MOVE 'ALL REPS - COMMISSION PAYABLE' TO WT-LABEL.
           MOVE WS-GT-COMMISSION TO WT-VALUE.
           MOVE WS-TOTAL-LINE TO FD-COMMRPT-LINE.
           WRITE FD-COMMRPT-LINE.
           MOVE 'NO REP - NET VALUE' TO WT-LABEL.
           MOVE WS-GT-NO-REP TO WT-VALUE.
           MOVE WS-TOTAL-LINE TO FD-COMMRPT-LINE.
           WRITE FD-COMMRPT-LINE.

           IF WS-OVERFLOW-COUNT > 0
               MOVE WS-OVERFLOW-COUNT TO WX-OVERFLOW-COUNT
               MOVE WS-OVERFLOW-LINE TO FD-COMMRPT-LINE
               WRITE FD-COMMRPT-LINE
           END-IF.
       7000-PRINT-GRAND-TOTAL-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE AROPEN.
           CLOSE ORDFILE.
           CLOSE ORDHIST.
           CLOSE REPMAST.
           CLOSE COMMRPT.

           DISPLAY 'JEPRID: MONTH=' WS-RUN-MONTH.
           DISPLAY 'JEPRID: AROPEN ITEMS READ=' WS-AROPEN-COUNT.
           DISPLAY 'JEPRID: RETLOG RECORDS READ=' WS-RETLOG-COUNT.
           DISPLAY 'JEPRID: SHIPMENTS IN MONTH=' WS-SHIPPED-COUNT.
           DISPLAY 'JEPRID: CHARGEBACKS IN MONTH=' WS-CHARGEBACK-COUNT.
           DISPLAY 'JEPRID: RETURNS BEFORE BILLING (NO CHARGEBACK)='
               WS-UNBILLED-COUNT.
           DISPLAY 'JEPRID: REP STATEMENTS PRINTED=' WS-REP-COUNT.
       9000-TERMINATE-EXIT.
           EXIT.

       9999-ABORT.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       END PROGRAM JEPRID.
