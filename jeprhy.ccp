       IDENTIFICATION DIVISION.
       PROGRAM-ID. JEPRHY.
       AUTHOR. J ESTARIS.
       INSTALLATION. ORDER PROCESSING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      *  JEPRHY - MONTHLY SALES ANALYSIS BY PROVINCE AND FSA          *
      *  TOTALS THE ORDER COUNT, ORDER VALUE AND SALES TAX FOR THE    *
      *  MONTH NAMED ON THE SALCTL CONTROL CARD BY PROVINCE (THE      *
      *  FIRST LETTER OF THE POSTAL CODE, NAMED OFF TAXRATE) AND      *
      *  WITHIN THAT BY FORWARD SORTATION AREA (NAMED OFF FSAMAST),   *
      *  EACH FIGURE BESIDE THE SAME MONTH LAST YEAR AND THE PERCENT  *
      *  CHANGE.  BOTH THE LIVE ORDFILE AND THE ORDHIST ARCHIVE ARE   *
      *  PASSED, SO THE ARCHIVE JOB DOES NOT HIDE LAST YEAR'S ORDERS. *
      *  AN ORDER BELONGS TO THE MONTH ITS STATUS DATE FALLS IN, THE  *
      *  SAME RULE THE JEPRHI JOURNAL CROSS-FOOT USES.  CANCELLED     *
      *  ORDERS ARE LEFT OUT, AND SO ARE ORDERS RETURNED WHOLE.  THE  *
      *  CREDIT VALUE OF EVERYTHING TAKEN BACK IN THE MONTH COMES     *
      *  OFF THE RETLOG RETURNS LOG AND PRINTS IN ITS OWN COLUMN,     *
      *  AGAINST THE POSTAL AREA OF THE ORDER IT CAME BACK FROM.      *
      *  ORDER VALUE IS GOODS ONLY, AS STORED, AFTER ANY PART RETURN. *
      *****************************************************************
      *  MODIFICATION HISTORY                                         *
      *  DATE        INIT  DESCRIPTION                                *
      *  2026-10-15  JE    INITIAL VERSION                            *
      *  2026-10-15  JE    ORDFILE RECORD GREW TO 224 (SALES REP       *
      *                    CODE)                                       *
      *  2026-10-15  JE    ORDFILE RECORD GREW TO 226 (SHIPPING        *
      *                    WAREHOUSE)                                  *
      *  2026-10-15  JE    TAXRATE RECORD GREW TO 28 (SERVING          *
      *                    WAREHOUSE)                                  *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RS-6000.
       OBJECT-COMPUTER. RS-6000.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALCTL ASSIGN TO SALCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALCTL-STATUS.

           SELECT ORDFILE ASSIGN TO ORDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-ORDFILE-INVOICE-NO
               FILE STATUS IS WS-ORDFILE-STATUS.

           SELECT ORDHIST ASSIGN TO ORDHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-ORDHIST-INVOICE-NO
               FILE STATUS IS WS-ORDHIST-STATUS.

           SELECT RETLOG ASSIGN TO RETLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETLOG-STATUS.

           SELECT TAXRATE ASSIGN TO TAXRATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-TAXRATE-PROVINCE-KEY
               FILE STATUS IS WS-TAXRATE-STATUS.

           SELECT FSAMAST ASSIGN TO FSAMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-FSAMAST-FSA
               FILE STATUS IS WS-FSAMAST-STATUS.

           SELECT SALESRPT ASSIGN TO SALESRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALESRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *ONE CONTROL CARD - THE YYYYMM MONTH TO ANALYSE.  THE SAME
      *MONTH OF THE YEAR BEFORE IS THE COMPARISON
       FD  SALCTL
           RECORD CONTAINS 06 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-SALCTL-MONTH              PIC X(06).

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

       FD  TAXRATE
           RECORD CONTAINS 28 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-TAXRATE-RECORD.
           05  FD-TAXRATE-PROVINCE-KEY  PIC X(01).
           05  FILLER                   PIC X(27).

       FD  FSAMAST
           RECORD CONTAINS 23 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-FSAMAST-RECORD.
           05  FD-FSAMAST-FSA           PIC X(03).
           05  FILLER                   PIC X(20).

       FD  SALESRPT
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-SALESRPT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.

       COPY 'ORDFILE-LAYOUT'.
       COPY 'RETLOG-LAYOUT'.
       COPY 'TAXRATE-LAYOUT'.
       COPY 'FSAMAST-LAYOUT'.

       01  WS-SALCTL-STATUS             PIC X(02) VALUE '00'.
           88  WS-SALCTL-OK                 VALUE '00'.

       01  WS-ORDFILE-STATUS            PIC X(02) VALUE '00'.
           88  WS-ORDFILE-OK                VALUE '00'.

       01  WS-ORDHIST-STATUS            PIC X(02) VALUE '00'.
           88  WS-ORDHIST-OK                VALUE '00'.

       01  WS-RETLOG-STATUS             PIC X(02) VALUE '00'.
           88  WS-RETLOG-OK                 VALUE '00'.

       01  WS-TAXRATE-STATUS            PIC X(02) VALUE '00'.
           88  WS-TAXRATE-OK                VALUE '00'.

       01  WS-FSAMAST-STATUS            PIC X(02) VALUE '00'.
           88  WS-FSAMAST-OK                VALUE '00'.

       01  WS-SALESRPT-STATUS           PIC X(02) VALUE '00'.

      *THE MONTH ON THE CARD AND THE SAME MONTH A YEAR EARLIER
       01  WS-RUN-MONTH                 PIC X(06) VALUE SPACES.
       01  WS-RUN-MONTH-N REDEFINES WS-RUN-MONTH.
           05  WS-RUN-YEAR              PIC 9(04).
           05  WS-RUN-MM                PIC 9(02).
       01  WS-LY-MONTH                  PIC X(06) VALUE SPACES.
       01  WS-LY-MONTH-N REDEFINES WS-LY-MONTH.
           05  WS-LY-YEAR               PIC 9(04).
           05  WS-LY-MM                 PIC 9(02).

       77  WS-ORDER-COUNT               PIC 9(07) COMP VALUE 0.
       77  WS-RETLOG-COUNT              PIC 9(07) COMP VALUE 0.
       77  WS-TALLIED-COUNT             PIC 9(07) COMP VALUE 0.
       77  WS-OVERFLOW-COUNT            PIC 9(07) COMP VALUE 0.
       77  WS-SCAN-EOF-SWITCH           PIC 9(01) COMP VALUE 0.
       77  WS-PERIOD                    PIC 9(01) COMP VALUE 0.
           88  WS-THIS-YEAR                 VALUE 1.
           88  WS-LAST-YEAR                 VALUE 2.

      *ONE ENTRY PER FORWARD SORTATION AREA SEEN IN EITHER MONTH.
      *CANADA HAS WELL UNDER 2000 FSAS; AN ORDER PAST A FULL TABLE
      *IS COUNTED AND REPORTED RATHER THAN SILENTLY LOST.  THE FSA
      *LEADS THE ENTRY, SO SORTING ON IT GROUPS THE PROVINCES.  AN
      *FSA OF SPACES COLLECTS RETURNS WHOSE ORDER IS ON NEITHER FILE
       01  WS-FSA-TABLE.
           05  WS-FSA-ENTRY OCCURS 2000 TIMES.
               10  WS-FT-FSA            PIC X(03).
               10  WS-FT-COUNT          PIC 9(05) COMP.
               10  WS-FT-LY-COUNT       PIC 9(05) COMP.
               10  WS-FT-VALUE          PIC S9(09)V99 COMP-3.
               10  WS-FT-LY-VALUE       PIC S9(09)V99 COMP-3.
               10  WS-FT-TAX            PIC S9(09)V99 COMP-3.
               10  WS-FT-LY-TAX         PIC S9(09)V99 COMP-3.
               10  WS-FT-RETURNS        PIC S9(09)V99 COMP-3.
               10  WS-FT-LY-RETURNS     PIC S9(09)V99 COMP-3.

       77  WS-FSA-COUNT                 PIC 9(05) COMP VALUE 0.
       77  WS-FSA-SUB                   PIC 9(05) COMP VALUE 0.
       77  WS-FSA-HIT                   PIC 9(05) COMP VALUE 0.
       77  WS-SWAP-SUB                  PIC 9(05) COMP VALUE 0.
       77  WS-SORT-DONE                 PIC 9(01) COMP VALUE 0.
       01  WS-SWAP-ENTRY                PIC X(47).

       01  WS-TALLY-FSA                 PIC X(03) VALUE SPACES.
       01  WS-PREV-PROVINCE             PIC X(01) VALUE SPACES.

      *THE EIGHT FIGURES ON ONE PRINTED LINE - AN FSA, A PROVINCE
      *TOTAL OR THE GRAND TOTAL - THIS YEAR AND LAST SIDE BY SIDE
       01  WS-LINE-FIGURES.
           05  WS-LF-COUNT              PIC 9(07) COMP.
           05  WS-LF-LY-COUNT           PIC 9(07) COMP.
           05  WS-LF-VALUE              PIC S9(11)V99 COMP-3.
           05  WS-LF-LY-VALUE           PIC S9(11)V99 COMP-3.
           05  WS-LF-TAX                PIC S9(11)V99 COMP-3.
           05  WS-LF-LY-TAX             PIC S9(11)V99 COMP-3.
           05  WS-LF-RETURNS            PIC S9(11)V99 COMP-3.
           05  WS-LF-LY-RETURNS         PIC S9(11)V99 COMP-3.

       01  WS-PROVINCE-FIGURES.
           05  WS-PV-COUNT              PIC 9(07) COMP.
           05  WS-PV-LY-COUNT           PIC 9(07) COMP.
           05  WS-PV-VALUE              PIC S9(11)V99 COMP-3.
           05  WS-PV-LY-VALUE           PIC S9(11)V99 COMP-3.
           05  WS-PV-TAX                PIC S9(11)V99 COMP-3.
           05  WS-PV-LY-TAX             PIC S9(11)V99 COMP-3.
           05  WS-PV-RETURNS            PIC S9(11)V99 COMP-3.
           05  WS-PV-LY-RETURNS         PIC S9(11)V99 COMP-3.

       01  WS-GRAND-FIGURES.
           05  WS-GR-COUNT              PIC 9(07) COMP.
           05  WS-GR-LY-COUNT           PIC 9(07) COMP.
           05  WS-GR-VALUE              PIC S9(11)V99 COMP-3.
           05  WS-GR-LY-VALUE           PIC S9(11)V99 COMP-3.
           05  WS-GR-TAX                PIC S9(11)V99 COMP-3.
           05  WS-GR-LY-TAX             PIC S9(11)V99 COMP-3.
           05  WS-GR-RETURNS            PIC S9(11)V99 COMP-3.
           05  WS-GR-LY-RETURNS         PIC S9(11)V99 COMP-3.

      *PERCENT CHANGE WORK AREA - NOTHING LAST YEAR PRINTS NEW,
      *NOTHING EITHER YEAR PRINTS BLANK, AND A RISE TOO BIG FOR THE
      *COLUMN PRINTS AS >999.9
       01  WS-PCT-THIS                  PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-PCT-LAST                  PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-PCT-WORK                  PIC S9(09)V9 COMP-3 VALUE 0.
       01  WS-PCT-EDIT                  PIC -ZZ9.9.
       01  WS-PCT-TEXT                  PIC X(06) VALUE SPACES.

       01  WS-HEADING-LINE1.
           05  FILLER                   PIC X(45) VALUE
               'MONTHLY SALES ANALYSIS BY PROVINCE AND FSA   '.
           05  FILLER                   PIC X(07) VALUE 'MONTH: '.
           05  WH-RUN-MONTH             PIC X(06).
           05  FILLER                   PIC X(17) VALUE
               '   COMPARED TO: '.
           05  WH-LY-MONTH              PIC X(06).
           05  FILLER                   PIC X(51) VALUE SPACES.

       01  WS-HEADING-LINE2.
           05  FILLER                   PIC X(25) VALUE SPACES.
           05  FILLER                   PIC X(19) VALUE
               '---- ORDERS -----'.
           05  FILLER                   PIC X(31) VALUE
               '------ ORDER VALUE ---------'.
           05  FILLER                   PIC X(29) VALUE
               '------ SALES TAX --------'.
           05  FILLER                   PIC X(28) VALUE
               '------ RETURNED --------'.

       01  WS-HEADING-LINE3.
           05  FILLER                   PIC X(25) VALUE
               'FSA DESCRIPTION'.
           05  FILLER                   PIC X(19) VALUE
               ' THIS  LAST  %CHG'.
           05  FILLER                   PIC X(31) VALUE
               '       THIS   LAST YEAR   %CHG'.
           05  FILLER                   PIC X(29) VALUE
               '      THIS  LAST YEAR  %CHG'.
           05  FILLER                   PIC X(28) VALUE
               '      THIS  LAST YEAR  %CHG'.

       01  WS-PROVINCE-LINE.
           05  FILLER                   PIC X(10) VALUE 'PROVINCE '.
           05  WP-PROVINCE-KEY          PIC X(01).
           05  FILLER                   PIC X(03) VALUE ' - '.
           05  WP-PROVINCE-NAME         PIC X(20).
           05  FILLER                   PIC X(98) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WD-FSA                   PIC X(03).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WD-DESC                  PIC X(20).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WD-COUNT                 PIC ZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WD-LY-COUNT              PIC ZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WD-COUNT-PCT             PIC X(06).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WD-VALUE                 PIC ZZZZZZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WD-LY-VALUE              PIC ZZZZZZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WD-VALUE-PCT             PIC X(06).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WD-TAX                   PIC ZZZZZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WD-LY-TAX                PIC ZZZZZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WD-TAX-PCT               PIC X(06).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WD-RETURNS               PIC ZZZZZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WD-LY-RETURNS            PIC ZZZZZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WD-RETURNS-PCT           PIC X(06).

       01  WS-NONE-LINE.
           05  FILLER                   PIC X(52) VALUE
               'NO SALES OR RETURNS IN EITHER MONTH'.
           05  FILLER                   PIC X(80) VALUE SPACES.

       01  WS-OVERFLOW-LINE.
           05  FILLER                   PIC X(03) VALUE '** '.
           05  WX-OVERFLOW-COUNT        PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(50) VALUE
               ' ORDERS/RETURNS LEFT OUT - FSA TABLE FULL'.
           05  FILLER                   PIC X(72) VALUE SPACES.

       01  WS-BLANK-LINE                PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-SCAN-ORDERS THRU 2000-SCAN-ORDERS-EXIT.
           PERFORM 3000-SCAN-RETURNS THRU 3000-SCAN-RETURNS-EXIT.
           PERFORM 4000-SORT-FSA-TABLE THRU 4000-SORT-FSA-TABLE-EXIT.
           PERFORM 5000-PRINT-REPORT THRU 5000-PRINT-REPORT-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT SALCTL.
           IF NOT WS-SALCTL-OK
               DISPLAY 'JEPRHY: SALCTL OPEN FAILED, STATUS='
                   WS-SALCTL-STATUS
               GO TO 9999-ABORT
           END-IF.

           READ SALCTL INTO WS-RUN-MONTH
               AT END
                   CONTINUE
           END-READ.
           CLOSE SALCTL.

           IF WS-RUN-MONTH IS NOT NUMERIC
               OR WS-RUN-MM < 1 OR WS-RUN-MM > 12
               DISPLAY 'JEPRHY: SALCTL CARD MUST NAME A YYYYMM MONTH'
               GO TO 9999-ABORT
           END-IF.

           COMPUTE WS-LY-YEAR = WS-RUN-YEAR - 1.
           MOVE WS-RUN-MM TO WS-LY-MM.

           OPEN INPUT ORDFILE.
           IF NOT WS-ORDFILE-OK
               DISPLAY 'JEPRHY: ORDFILE OPEN FAILED, STATUS='
                   WS-ORDFILE-STATUS
               GO TO 9999-ABORT
           END-IF.

           OPEN INPUT ORDHIST.
           IF NOT WS-ORDHIST-OK
               DISPLAY 'JEPRHY: ORDHIST OPEN FAILED, STATUS='
                   WS-ORDHIST-STATUS
               GO TO 9999-ABORT
           END-IF.

           OPEN INPUT TAXRATE.
           IF NOT WS-TAXRATE-OK
               DISPLAY 'JEPRHY: TAXRATE OPEN FAILED, STATUS='
                   WS-TAXRATE-STATUS
               GO TO 9999-ABORT
           END-IF.

           OPEN INPUT FSAMAST.
           IF NOT WS-FSAMAST-OK
               DISPLAY 'JEPRHY: FSAMAST OPEN FAILED, STATUS='
                   WS-FSAMAST-STATUS
               GO TO 9999-ABORT
           END-IF.

           OPEN OUTPUT SALESRPT.

           MOVE WS-RUN-MONTH TO WH-RUN-MONTH.
           MOVE WS-LY-MONTH TO WH-LY-MONTH.
           MOVE WS-HEADING-LINE1 TO FD-SALESRPT-LINE.
           WRITE FD-SALESRPT-LINE.
           MOVE WS-BLANK-LINE TO FD-SALESRPT-LINE.
           WRITE FD-SALESRPT-LINE.
           MOVE WS-HEADING-LINE2 TO FD-SALESRPT-LINE.
           WRITE FD-SALESRPT-LINE.
           MOVE WS-HEADING-LINE3 TO FD-SALESRPT-LINE.
           WRITE FD-SALESRPT-LINE.
       1000-INITIALIZE-EXIT.
           EXIT.

      *PASSES THE LIVE FILE, THEN THE ARCHIVE, FRONT TO BACK
       2000-SCAN-ORDERS.
           MOVE 0 TO WS-SCAN-EOF-SWITCH.
           MOVE LOW-VALUES TO FD-ORDFILE-INVOICE-NO.
           START ORDFILE KEY IS NOT LESS THAN FD-ORDFILE-INVOICE-NO
               INVALID KEY
                   MOVE 1 TO WS-SCAN-EOF-SWITCH
           END-START.
           PERFORM 2100-SCAN-ONE-LIVE THRU 2100-SCAN-ONE-LIVE-EXIT
               UNTIL WS-SCAN-EOF-SWITCH = 1.

           MOVE 0 TO WS-SCAN-EOF-SWITCH.
           MOVE LOW-VALUES TO FD-ORDHIST-INVOICE-NO.
           START ORDHIST KEY IS NOT LESS THAN FD-ORDHIST-INVOICE-NO
               INVALID KEY
                   MOVE 1 TO WS-SCAN-EOF-SWITCH
           END-START.
           PERFORM 2200-SCAN-ONE-HIST THRU 2200-SCAN-ONE-HIST-EXIT
               UNTIL WS-SCAN-EOF-SWITCH = 1.
       2000-SCAN-ORDERS-EXIT.
           EXIT.

       2100-SCAN-ONE-LIVE.
           READ ORDFILE NEXT INTO ORDFILE-RECORD
               AT END
                   MOVE 1 TO WS-SCAN-EOF-SWITCH
           END-READ.
           IF WS-SCAN-EOF-SWITCH = 1
               GO TO 2100-SCAN-ONE-LIVE-EXIT
           END-IF.
           PERFORM 2300-TALLY-ORDER THRU 2300-TALLY-ORDER-EXIT.
       2100-SCAN-ONE-LIVE-EXIT.
           EXIT.

       2200-SCAN-ONE-HIST.
           READ ORDHIST NEXT INTO ORDFILE-RECORD
               AT END
                   MOVE 1 TO WS-SCAN-EOF-SWITCH
           END-READ.
           IF WS-SCAN-EOF-SWITCH = 1
               GO TO 2200-SCAN-ONE-HIST-EXIT
           END-IF.
           PERFORM 2300-TALLY-ORDER THRU 2300-TALLY-ORDER-EXIT.
       2200-SCAN-ONE-HIST-EXIT.
           EXIT.

      *AN ORDER WHOSE STATUS DATE FALLS IN EITHER MONTH ADDS TO ITS
      *FSA.  A CANCELLED ORDER NEVER WAS A SALE, AND AN ORDER THAT
      *CAME BACK WHOLE SHOWS UP IN THE RETURNED COLUMN INSTEAD
       2300-TALLY-ORDER.
           ADD 1 TO WS-ORDER-COUNT.

           IF ORDFILE-ST-CANCELLED OR ORDFILE-ST-RETURNED
               GO TO 2300-TALLY-ORDER-EXIT
           END-IF.

           MOVE 0 TO WS-PERIOD.
           IF ORDFILE-STATUS-DATE(1:6) = WS-RUN-MONTH
               SET WS-THIS-YEAR TO TRUE
           END-IF.
           IF ORDFILE-STATUS-DATE(1:6) = WS-LY-MONTH
               SET WS-LAST-YEAR TO TRUE
           END-IF.
           IF WS-PERIOD = 0
               GO TO 2300-TALLY-ORDER-EXIT
           END-IF.

           MOVE ORDFILE-POSTAL-1 TO WS-TALLY-FSA.
           PERFORM 2400-FIND-FSA THRU 2400-FIND-FSA-EXIT.
           IF WS-FSA-HIT = 0
               GO TO 2300-TALLY-ORDER-EXIT
           END-IF.

           ADD 1 TO WS-TALLIED-COUNT.
           IF WS-THIS-YEAR
               ADD 1 TO WS-FT-COUNT (WS-FSA-HIT)
               ADD ORDFILE-ORDER-TOTAL TO WS-FT-VALUE (WS-FSA-HIT)
               ADD ORDFILE-TAX-AMOUNT TO WS-FT-TAX (WS-FSA-HIT)
           ELSE
               ADD 1 TO WS-FT-LY-COUNT (WS-FSA-HIT)
               ADD ORDFILE-ORDER-TOTAL TO WS-FT-LY-VALUE (WS-FSA-HIT)
               ADD ORDFILE-TAX-AMOUNT TO WS-FT-LY-TAX (WS-FSA-HIT)
           END-IF.
       2300-TALLY-ORDER-EXIT.
           EXIT.

      *LOOKS THE FSA UP IN THE TABLE, ADDING A ZEROED ENTRY THE
      *FIRST TIME IT IS SEEN.  LEAVES WS-FSA-HIT AT ZERO WHEN THE
      *TABLE IS FULL
       2400-FIND-FSA.
           MOVE 0 TO WS-FSA-HIT.
           PERFORM 2410-MATCH-ONE-FSA THRU 2410-MATCH-ONE-FSA-EXIT
               VARYING WS-FSA-SUB FROM 1 BY 1
               UNTIL WS-FSA-SUB > WS-FSA-COUNT OR WS-FSA-HIT > 0.

           IF WS-FSA-HIT > 0
               GO TO 2400-FIND-FSA-EXIT
           END-IF.

           IF WS-FSA-COUNT = 2000
               ADD 1 TO WS-OVERFLOW-COUNT
               GO TO 2400-FIND-FSA-EXIT
           END-IF.

           ADD 1 TO WS-FSA-COUNT.
           MOVE WS-FSA-COUNT TO WS-FSA-HIT.
           MOVE WS-TALLY-FSA TO WS-FT-FSA (WS-FSA-HIT).
           MOVE 0 TO WS-FT-COUNT (WS-FSA-HIT).
           MOVE 0 TO WS-FT-LY-COUNT (WS-FSA-HIT).
           MOVE 0 TO WS-FT-VALUE (WS-FSA-HIT).
           MOVE 0 TO WS-FT-LY-VALUE (WS-FSA-HIT).
           MOVE 0 TO WS-FT-TAX (WS-FSA-HIT).
           MOVE 0 TO WS-FT-LY-TAX (WS-FSA-HIT).
           MOVE 0 TO WS-FT-RETURNS (WS-FSA-HIT).
           MOVE 0 TO WS-FT-LY-RETURNS (WS-FSA-HIT).
       2400-FIND-FSA-EXIT.
           EXIT.

       2410-MATCH-ONE-FSA.
           IF WS-FT-FSA (WS-FSA-SUB) = WS-TALLY-FSA
               MOVE WS-FSA-SUB TO WS-FSA-HIT
           END-IF.
       2410-MATCH-ONE-FSA-EXIT.
           EXIT.

      *EVERY LINE TAKEN BACK IN EITHER MONTH ADDS ITS CREDIT TO THE
      *FSA OF THE ORDER IT CAME BACK FROM, LOOKED UP ON THE LIVE
      *FILE AND THEN THE ARCHIVE.  NO RETLOG YET MEANS NO RETURNS
       3000-SCAN-RETURNS.
           OPEN INPUT RETLOG.
           IF NOT WS-RETLOG-OK
               DISPLAY 'JEPRHY: NO RETLOG, STATUS=' WS-RETLOG-STATUS
                   ' - RETURNED COLUMNS ARE ZERO'
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

           MOVE 0 TO WS-PERIOD.
           IF RETLOG-DATE(1:6) = WS-RUN-MONTH
               SET WS-THIS-YEAR TO TRUE
           END-IF.
           IF RETLOG-DATE(1:6) = WS-LY-MONTH
               SET WS-LAST-YEAR TO TRUE
           END-IF.
           IF WS-PERIOD = 0
               GO TO 3100-SCAN-ONE-RETURN-EXIT
           END-IF.

           MOVE SPACES TO WS-TALLY-FSA.
           MOVE RETLOG-INVOICE-NO TO FD-ORDFILE-INVOICE-NO.
           READ ORDFILE INTO ORDFILE-RECORD
               INVALID KEY
                   MOVE RETLOG-INVOICE-NO TO FD-ORDHIST-INVOICE-NO
                   READ ORDHIST INTO ORDFILE-RECORD
                       INVALID KEY
                           MOVE SPACES TO ORDFILE-POSTAL-1
                   END-READ
           END-READ.
           MOVE ORDFILE-POSTAL-1 TO WS-TALLY-FSA.

           PERFORM 2400-FIND-FSA THRU 2400-FIND-FSA-EXIT.
           IF WS-FSA-HIT = 0
               GO TO 3100-SCAN-ONE-RETURN-EXIT
           END-IF.

           IF WS-THIS-YEAR
               ADD RETLOG-CREDIT-VALUE TO WS-FT-RETURNS (WS-FSA-HIT)
           ELSE
               ADD RETLOG-CREDIT-VALUE
                   TO WS-FT-LY-RETURNS (WS-FSA-HIT)
           END-IF.
       3100-SCAN-ONE-RETURN-EXIT.
           EXIT.

      *SIMPLE EXCHANGE SORT ON THE FSA LEADING EACH ENTRY, WHICH
      *ALSO BRINGS EACH PROVINCE'S FSAS TOGETHER
       4000-SORT-FSA-TABLE.
           IF WS-FSA-COUNT < 2
               GO TO 4000-SORT-FSA-TABLE-EXIT
           END-IF.
           MOVE 0 TO WS-SORT-DONE.
           PERFORM 4100-SORT-ONE-PASS THRU 4100-SORT-ONE-PASS-EXIT
               UNTIL WS-SORT-DONE = 1.
       4000-SORT-FSA-TABLE-EXIT.
           EXIT.

       4100-SORT-ONE-PASS.
           MOVE 1 TO WS-SORT-DONE.
           MOVE 1 TO WS-FSA-SUB.
           PERFORM 4200-COMPARE-AND-SWAP
               THRU 4200-COMPARE-AND-SWAP-EXIT
               UNTIL WS-FSA-SUB = WS-FSA-COUNT.
       4100-SORT-ONE-PASS-EXIT.
           EXIT.

       4200-COMPARE-AND-SWAP.
           COMPUTE WS-SWAP-SUB = WS-FSA-SUB + 1.
           IF WS-FT-FSA (WS-FSA-SUB) > WS-FT-FSA (WS-SWAP-SUB)
               MOVE WS-FSA-ENTRY (WS-FSA-SUB) TO WS-SWAP-ENTRY
               MOVE WS-FSA-ENTRY (WS-SWAP-SUB)
                   TO WS-FSA-ENTRY (WS-FSA-SUB)
               MOVE WS-SWAP-ENTRY TO WS-FSA-ENTRY (WS-SWAP-SUB)
               MOVE 0 TO WS-SORT-DONE
           END-IF.
           ADD 1 TO WS-FSA-SUB.
       4200-COMPARE-AND-SWAP-EXIT.
           EXIT.

      *ONE LINE PER FSA UNDER ITS PROVINCE HEADING, A TOTAL AT EACH
      *CHANGE OF PROVINCE, AND A GRAND TOTAL AT THE END
       5000-PRINT-REPORT.
           MOVE 0 TO WS-GR-COUNT.
           MOVE 0 TO WS-GR-LY-COUNT.
           MOVE 0 TO WS-GR-VALUE.
           MOVE 0 TO WS-GR-LY-VALUE.
           MOVE 0 TO WS-GR-TAX.
           MOVE 0 TO WS-GR-LY-TAX.
           MOVE 0 TO WS-GR-RETURNS.
           MOVE 0 TO WS-GR-LY-RETURNS.

           IF WS-FSA-COUNT = 0
               MOVE WS-NONE-LINE TO FD-SALESRPT-LINE
               WRITE FD-SALESRPT-LINE
               GO TO 5000-PRINT-REPORT-EXIT
           END-IF.

           MOVE 0 TO WS-FSA-SUB.
           PERFORM 5100-PRINT-ONE-FSA THRU 5100-PRINT-ONE-FSA-EXIT
               WS-FSA-COUNT TIMES.
           PERFORM 5300-PRINT-PROVINCE-TOTAL
               THRU 5300-PRINT-PROVINCE-TOTAL-EXIT.

           MOVE WS-GRAND-FIGURES TO WS-LINE-FIGURES.
           MOVE SPACES TO WD-FSA.
           MOVE 'GRAND TOTAL' TO WD-DESC.
           PERFORM 6000-FORMAT-FIGURES THRU 6000-FORMAT-FIGURES-EXIT.
           MOVE WS-BLANK-LINE TO FD-SALESRPT-LINE.
           WRITE FD-SALESRPT-LINE.
           MOVE WS-DETAIL-LINE TO FD-SALESRPT-LINE.
           WRITE FD-SALESRPT-LINE.

           IF WS-OVERFLOW-COUNT > 0
               MOVE WS-OVERFLOW-COUNT TO WX-OVERFLOW-COUNT
               MOVE WS-OVERFLOW-LINE TO FD-SALESRPT-LINE
               WRITE FD-SALESRPT-LINE
           END-IF.
       5000-PRINT-REPORT-EXIT.
           EXIT.

       5100-PRINT-ONE-FSA.
           ADD 1 TO WS-FSA-SUB.

           IF WS-FSA-SUB = 1
               PERFORM 5200-PRINT-PROVINCE-HEADING
                   THRU 5200-PRINT-PROVINCE-HEADING-EXIT
           ELSE
               IF WS-FT-FSA (WS-FSA-SUB)(1:1) NOT = WS-PREV-PROVINCE
                   PERFORM 5300-PRINT-PROVINCE-TOTAL
                       THRU 5300-PRINT-PROVINCE-TOTAL-EXIT
                   PERFORM 5200-PRINT-PROVINCE-HEADING
                       THRU 5200-PRINT-PROVINCE-HEADING-EXIT
               END-IF
           END-IF.

           MOVE WS-FT-FSA (WS-FSA-SUB) TO WD-FSA.
           MOVE WS-FT-FSA (WS-FSA-SUB) TO FD-FSAMAST-FSA.
           READ FSAMAST INTO FSAMAST-RECORD
               INVALID KEY
                   MOVE '(NOT ON FSAMAST)' TO FSAMAST-DESCRIPTION
           END-READ.
           IF WS-FT-FSA (WS-FSA-SUB) = SPACES
               MOVE '(ORDER NOT ON FILE)' TO FSAMAST-DESCRIPTION
           END-IF.
           MOVE FSAMAST-DESCRIPTION TO WD-DESC.

           MOVE WS-FT-COUNT (WS-FSA-SUB) TO WS-LF-COUNT.
           MOVE WS-FT-LY-COUNT (WS-FSA-SUB) TO WS-LF-LY-COUNT.
           MOVE WS-FT-VALUE (WS-FSA-SUB) TO WS-LF-VALUE.
           MOVE WS-FT-LY-VALUE (WS-FSA-SUB) TO WS-LF-LY-VALUE.
           MOVE WS-FT-TAX (WS-FSA-SUB) TO WS-LF-TAX.
           MOVE WS-FT-LY-TAX (WS-FSA-SUB) TO WS-LF-LY-TAX.
           MOVE WS-FT-RETURNS (WS-FSA-SUB) TO WS-LF-RETURNS.
           MOVE WS-FT-LY-RETURNS (WS-FSA-SUB) TO WS-LF-LY-RETURNS.
           PERFORM 6000-FORMAT-FIGURES THRU 6000-FORMAT-FIGURES-EXIT.
           MOVE WS-DETAIL-LINE TO FD-SALESRPT-LINE.
           WRITE FD-SALESRPT-LINE.

           ADD WS-LF-COUNT TO WS-PV-COUNT.
           ADD WS-LF-LY-COUNT TO WS-PV-LY-COUNT.
           ADD WS-LF-VALUE TO WS-PV-VALUE.
           ADD WS-LF-LY-VALUE TO WS-PV-LY-VALUE.
           ADD WS-LF-TAX TO WS-PV-TAX.
           ADD WS-LF-LY-TAX TO WS-PV-LY-TAX.
           ADD WS-LF-RETURNS TO WS-PV-RETURNS.
           ADD WS-LF-LY-RETURNS TO WS-PV-LY-RETURNS.
       5100-PRINT-ONE-FSA-EXIT.
           EXIT.

      *NAMES THE PROVINCE OFF TAXRATE AND STARTS ITS TOTALS
       5200-PRINT-PROVINCE-HEADING.
           MOVE WS-FT-FSA (WS-FSA-SUB)(1:1) TO WS-PREV-PROVINCE.
           MOVE WS-PREV-PROVINCE TO FD-TAXRATE-PROVINCE-KEY.
           READ TAXRATE INTO TAXRATE-RECORD
               INVALID KEY
                   MOVE 'UNKNOWN PROVINCE' TO TAXRATE-PROVINCE-NAME
           END-READ.
           MOVE WS-PREV-PROVINCE TO WP-PROVINCE-KEY.
           MOVE TAXRATE-PROVINCE-NAME TO WP-PROVINCE-NAME.

           MOVE WS-BLANK-LINE TO FD-SALESRPT-LINE.
           WRITE FD-SALESRPT-LINE.
           MOVE WS-PROVINCE-LINE TO FD-SALESRPT-LINE.
           WRITE FD-SALESRPT-LINE.

           MOVE 0 TO WS-PV-COUNT.
           MOVE 0 TO WS-PV-LY-COUNT.
           MOVE 0 TO WS-PV-VALUE.
           MOVE 0 TO WS-PV-LY-VALUE.
           MOVE 0 TO WS-PV-TAX.
           MOVE 0 TO WS-PV-LY-TAX.
           MOVE 0 TO WS-PV-RETURNS.
           MOVE 0 TO WS-PV-LY-RETURNS.
       5200-PRINT-PROVINCE-HEADING-EXIT.
           EXIT.

       5300-PRINT-PROVINCE-TOTAL.
           MOVE WS-PROVINCE-FIGURES TO WS-LINE-FIGURES.
           MOVE SPACES TO WD-FSA.
           MOVE 'PROVINCE TOTAL' TO WD-DESC.
           PERFORM 6000-FORMAT-FIGURES THRU 6000-FORMAT-FIGURES-EXIT.
           MOVE WS-DETAIL-LINE TO FD-SALESRPT-LINE.
           WRITE FD-SALESRPT-LINE.

           ADD WS-PV-COUNT TO WS-GR-COUNT.
           ADD WS-PV-LY-COUNT TO WS-GR-LY-COUNT.
           ADD WS-PV-VALUE TO WS-GR-VALUE.
           ADD WS-PV-LY-VALUE TO WS-GR-LY-VALUE.
           ADD WS-PV-TAX TO WS-GR-TAX.
           ADD WS-PV-LY-TAX TO WS-GR-LY-TAX.
           ADD WS-PV-RETURNS TO WS-GR-RETURNS.
           ADD WS-PV-LY-RETURNS TO WS-GR-LY-RETURNS.
       5300-PRINT-PROVINCE-TOTAL-EXIT.
           EXIT.

      *EDITS THE EIGHT FIGURES IN WS-LINE-FIGURES ONTO THE DETAIL
      *LINE WITH A PERCENT CHANGE BESIDE EACH PAIR
       6000-FORMAT-FIGURES.
           MOVE WS-LF-COUNT TO WD-COUNT.
           MOVE WS-LF-LY-COUNT TO WD-LY-COUNT.
           MOVE WS-LF-COUNT TO WS-PCT-THIS.
           MOVE WS-LF-LY-COUNT TO WS-PCT-LAST.
           PERFORM 6100-PERCENT-CHANGE THRU 6100-PERCENT-CHANGE-EXIT.
           MOVE WS-PCT-TEXT TO WD-COUNT-PCT.

           MOVE WS-LF-VALUE TO WD-VALUE.
           MOVE WS-LF-LY-VALUE TO WD-LY-VALUE.
           MOVE WS-LF-VALUE TO WS-PCT-THIS.
           MOVE WS-LF-LY-VALUE TO WS-PCT-LAST.
           PERFORM 6100-PERCENT-CHANGE THRU 6100-PERCENT-CHANGE-EXIT.
           MOVE WS-PCT-TEXT TO WD-VALUE-PCT.

           MOVE WS-LF-TAX TO WD-TAX.
           MOVE WS-LF-LY-TAX TO WD-LY-TAX.
           MOVE WS-LF-TAX TO WS-PCT-THIS.
           MOVE WS-LF-LY-TAX TO WS-PCT-LAST.
           PERFORM 6100-PERCENT-CHANGE THRU 6100-PERCENT-CHANGE-EXIT.
           MOVE WS-PCT-TEXT TO WD-TAX-PCT.

           MOVE WS-LF-RETURNS TO WD-RETURNS.
           MOVE WS-LF-LY-RETURNS TO WD-LY-RETURNS.
           MOVE WS-LF-RETURNS TO WS-PCT-THIS.
           MOVE WS-LF-LY-RETURNS TO WS-PCT-LAST.
           PERFORM 6100-PERCENT-CHANGE THRU 6100-PERCENT-CHANGE-EXIT.
           MOVE WS-PCT-TEXT TO WD-RETURNS-PCT.
       6000-FORMAT-FIGURES-EXIT.
           EXIT.

       6100-PERCENT-CHANGE.
           IF WS-PCT-LAST = 0
               IF WS-PCT-THIS = 0
                   MOVE SPACES TO WS-PCT-TEXT
               ELSE
                   MOVE '   NEW' TO WS-PCT-TEXT
               END-IF
               GO TO 6100-PERCENT-CHANGE-EXIT
           END-IF.

           COMPUTE WS-PCT-WORK ROUNDED =
               (WS-PCT-THIS - WS-PCT-LAST) * 100 / WS-PCT-LAST.
           IF WS-PCT-WORK > 999.9
               MOVE '>999.9' TO WS-PCT-TEXT
           ELSE
               MOVE WS-PCT-WORK TO WS-PCT-EDIT
               MOVE WS-PCT-EDIT TO WS-PCT-TEXT
           END-IF.
       6100-PERCENT-CHANGE-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE ORDFILE.
           CLOSE ORDHIST.
           CLOSE TAXRATE.
           CLOSE FSAMAST.
           CLOSE SALESRPT.

           DISPLAY 'JEPRHY: MONTH=' WS-RUN-MONTH
               ' COMPARED TO=' WS-LY-MONTH.
           DISPLAY 'JEPRHY: ORDERS READ=' WS-ORDER-COUNT.
           DISPLAY 'JEPRHY: ORDERS IN EITHER MONTH=' WS-TALLIED-COUNT.
           DISPLAY 'JEPRHY: RETLOG RECORDS READ=' WS-RETLOG-COUNT.
           DISPLAY 'JEPRHY: FSAS REPORTED=' WS-FSA-COUNT.
       9000-TERMINATE-EXIT.
           EXIT.

       9999-ABORT.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       END PROGRAM JEPRHY.
