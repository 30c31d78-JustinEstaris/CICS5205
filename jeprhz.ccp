       IDENTIFICATION DIVISION.
       PROGRAM-ID. JEPRHZ.
       AUTHOR. J ESTARIS.
       INSTALLATION. ORDER PROCESSING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      *  JEPRHZ - CROSS-FILE INTEGRITY AUDIT WITH REPAIR MODE         *
      *  CHECKS THAT THE ORDER FILES AGREE WITH EACH OTHER AND WITH   *
      *  THE MASTERS, AND PRINTS EVERY DISAGREEMENT ON THE INTRPT     *
      *  REPORT.  THE CHECKS ARE:                                     *
      *    - ORDDETAIL LINES AND ORDNOTE NOTES WITH NO ORDFILE ORDER  *
      *    - AN OPEN ORDER'S STORED TOTAL NOT EQUAL TO ITS LINES      *
      *      PRICED THE WAY THE PRICING POINTS PRICE THEM TODAY, AND  *
      *      ITS STORED TAX NOT EQUAL TO THE TAXRATE RATE ON THAT     *
      *      TOTAL (THE TOTAL IS GOODS ONLY - TAX RIDES BESIDE IT)    *
      *    - A SHIPPED QUANTITY GREATER THAN THE ORDERED QUANTITY     *
      *    - A CUSTOMER NUMBER NOT ON CUSTMAST, OR A PRODUCT PAIR     *
      *      NOT ON PRODMAST                                          *
      *    - A CUSTMAST OPEN BALANCE NOT EQUAL TO THE ACCOUNT'S OPEN  *
      *      ORDERS (PENDING, BACKORDER, HELD AND PARTIAL ORDERS AT   *
      *      THEIR STORED TOTAL) PLUS WHAT IS STILL OWED ON ITS       *
      *      AROPEN ITEMS - THE SAME THINGS THE ENTRY, SHIP, RETURN   *
      *      AND CASH PROGRAMS ADD TO AND TAKE OFF THE BALANCE        *
      *    - AN ORDER SITTING IN PARTIAL WITH NOTHING LEFT TO SHIP    *
      *  THE INTCTL CARD SAYS TRIAL OR REPAIR.  A TRIAL RUN TOUCHES   *
      *  NOTHING.  A REPAIR RUN ALSO FIXES THE SAFE CASES - IT        *
      *  REBUILDS EVERY WRONG OPEN BALANCE AND DELETES DETAIL LINES   *
      *  AND NOTES WHOSE ORDER IS ON NEITHER ORDFILE NOR ORDHIST -    *
      *  WRITING THE USUAL AUDIT AND AUDITX BEFORE/AFTER RECORDS FOR  *
      *  EACH CHANGE.  EVERYTHING ELSE NEEDS A PERSON TO LOOK AT IT   *
      *  AND IS ONLY REPORTED.                                        *
      *****************************************************************
      *  MODIFICATION HISTORY                                         *
      *  DATE        INIT  DESCRIPTION                                *
      *  2026-10-15  JE    INITIAL VERSION                            *
      *  2026-10-15  JE    ORDFILE RECORD GREW TO 224 (SALES REP       *
      *                    CODE) AND CUSTMAST TO 127 (DEFAULT SALES    *
      *                    REP)                                        *
      *  2026-10-15  JE    PRODMAST RECORD GREW TO 86 (DISCONTINUED    *
      *                    STATUS AND REPLACEMENT)                     *
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
      *ONE CONTROL CARD - 'TRIAL' OR 'REPAIR'
           SELECT INTCTL ASSIGN TO INTCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTCTL-STATUS.

           SELECT ORDFILE ASSIGN TO ORDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-ORDFILE-INVOICE-NO
               FILE STATUS IS WS-ORDFILE-STATUS.

           SELECT ORDHIST ASSIGN TO ORDHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-ORDHIST-INVOICE-NO
               FILE STATUS IS WS-ORDHIST-STATUS.

           SELECT ORDDETAIL ASSIGN TO ORDDETAIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-ORDDETAIL-KEY
               FILE STATUS IS WS-ORDDETAIL-STATUS.

           SELECT ORDNOTE ASSIGN TO ORDNOTE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-ORDNOTE-KEY
               FILE STATUS IS WS-ORDNOTE-STATUS.

           SELECT CUSTMAST ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-CUSTMAST-CUST-NO
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT PRODMAST ASSIGN TO PRODMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-PRODMAST-KEY
               FILE STATUS IS WS-PRODMAST-STATUS.

           SELECT CONTRACT ASSIGN TO CONTRACT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-CONTRACT-KEY
               FILE STATUS IS WS-CONTRACT-STATUS.

           SELECT TAXRATE ASSIGN TO TAXRATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-TAXRATE-PROVINCE-KEY
               FILE STATUS IS WS-TAXRATE-STATUS.

           SELECT AROPEN ASSIGN TO AROPEN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-AROPEN-INVOICE-NO
               FILE STATUS IS WS-AROPEN-STATUS.

           SELECT AUDIT ASSIGN TO AUDIT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT AUDITX ASSIGN TO AUDITX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-AUDITX-KEY
               FILE STATUS IS WS-AUDITX-STATUS.

           SELECT INTRPT ASSIGN TO INTRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  INTCTL
           RECORD CONTAINS 06 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-INTCTL-RECORD             PIC X(06).

       FD  ORDFILE
           RECORD CONTAINS 226 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-ORDFILE-RECORD.
           05  FD-ORDFILE-INVOICE-NO    PIC X(07).
           05  FILLER                   PIC X(219).

       FD  ORDHIST
           RECORD CONTAINS 226 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-ORDHIST-RECORD.
           05  FD-ORDHIST-INVOICE-NO    PIC X(07).
           05  FILLER                   PIC X(219).

       FD  ORDDETAIL
           RECORD CONTAINS 23 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-ORDDETAIL-RECORD.
           05  FD-ORDDETAIL-KEY         PIC X(09).
           05  FILLER                   PIC X(14).

       FD  ORDNOTE
           RECORD CONTAINS 90 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-ORDNOTE-RECORD.
           05  FD-ORDNOTE-KEY           PIC X(09).
           05  FILLER                   PIC X(81).

       FD  CUSTMAST
           RECORD CONTAINS 127 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-CUSTMAST-RECORD.
           05  FD-CUSTMAST-CUST-NO      PIC X(06).
           05  FILLER                   PIC X(121).

       FD  PRODMAST
           RECORD CONTAINS 86 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-PRODMAST-RECORD.
           05  FD-PRODMAST-KEY          PIC X(08).
           05  FILLER                   PIC X(78).

       FD  CONTRACT
           RECORD CONTAINS 50 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-CONTRACT-RECORD.
           05  FD-CONTRACT-KEY          PIC X(14).
           05  FILLER                   PIC X(36).

       FD  TAXRATE
           RECORD CONTAINS 28 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-TAXRATE-RECORD.
           05  FD-TAXRATE-PROVINCE-KEY  PIC X(01).
           05  FILLER                   PIC X(27).

       FD  AROPEN
           RECORD CONTAINS 70 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-AROPEN-RECORD.
           05  FD-AROPEN-INVOICE-NO     PIC X(07).
           05  FILLER                   PIC X(63).

       FD  AUDIT
           RECORD CONTAINS 492 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-AUDIT-RECORD              PIC X(492).

       FD  AUDITX
           RECORD CONTAINS 494 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-AUDITX-RECORD.
           05  FD-AUDITX-KEY            PIC X(23).
           05  FILLER                   PIC X(471).

       FD  INTRPT
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-INTRPT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.

       COPY 'ORDFILE-LAYOUT'.
       COPY 'ORDDETAIL-LAYOUT'.
       COPY 'ORDNOTE-LAYOUT'.
       COPY 'CUSTMAST-LAYOUT'.
       COPY 'PRODMAST-LAYOUT'.
       COPY 'CONTRACT-LAYOUT'.
       COPY 'TAXRATE-LAYOUT'.
       COPY 'AROPEN-LAYOUT'.
       COPY 'AUDIT-LAYOUT'.
       COPY 'AUDITX-LAYOUT'.

       01  WS-INTCTL-STATUS             PIC X(02) VALUE '00'.
           88  WS-INTCTL-OK                 VALUE '00'.

       01  WS-ORDFILE-STATUS            PIC X(02) VALUE '00'.
           88  WS-ORDFILE-OK                VALUE '00'.

       01  WS-ORDHIST-STATUS            PIC X(02) VALUE '00'.
           88  WS-ORDHIST-OK                VALUE '00'.

       01  WS-ORDDETAIL-STATUS          PIC X(02) VALUE '00'.
           88  WS-ORDDETAIL-OK              VALUE '00'.

       01  WS-ORDNOTE-STATUS            PIC X(02) VALUE '00'.
           88  WS-ORDNOTE-OK                VALUE '00'.

       01  WS-CUSTMAST-STATUS           PIC X(02) VALUE '00'.
           88  WS-CUSTMAST-OK               VALUE '00'.

       01  WS-PRODMAST-STATUS           PIC X(02) VALUE '00'.
           88  WS-PRODMAST-OK               VALUE '00'.

       01  WS-CONTRACT-STATUS           PIC X(02) VALUE '00'.
           88  WS-CONTRACT-OK               VALUE '00'.

       01  WS-TAXRATE-STATUS            PIC X(02) VALUE '00'.
           88  WS-TAXRATE-OK                VALUE '00'.

       01  WS-AROPEN-STATUS             PIC X(02) VALUE '00'.
           88  WS-AROPEN-OK                 VALUE '00'.

       01  WS-AUDIT-STATUS              PIC X(02) VALUE '00'.
           88  WS-AUDIT-OK                  VALUE '00'.

       01  WS-AUDITX-STATUS             PIC X(02) VALUE '00'.
           88  WS-AUDITX-OK                 VALUE '00'.
       01  WS-AUDITX-DONE               PIC X(01) VALUE 'N'.

       01  WS-INTRPT-STATUS             PIC X(02) VALUE '00'.

       01  WS-RUN-MODE                  PIC X(06) VALUE SPACES.
           88  WS-MODE-TRIAL                VALUE 'TRIAL '.
           88  WS-MODE-REPAIR               VALUE 'REPAIR'.

       01  WS-RUN-DATE                  PIC X(08).
       01  WS-RUN-TIME                  PIC X(08).

       77  WS-ORD-READ-COUNT            PIC 9(07) COMP VALUE 0.
       77  WS-DET-READ-COUNT            PIC 9(07) COMP VALUE 0.
       77  WS-NOTE-READ-COUNT           PIC 9(07) COMP VALUE 0.
       77  WS-CUST-READ-COUNT           PIC 9(07) COMP VALUE 0.
       77  WS-EOF-SWITCH                PIC 9(01) COMP VALUE 0.
           88  WS-NO-MORE-RECORDS           VALUE 1.
       77  WS-ODET-EOF-SWITCH           PIC 9(01) COMP VALUE 0.
           88  WS-NO-MORE-ODET-LINES        VALUE 1.
       77  WS-SCAN-EOF-SWITCH           PIC 9(01) COMP VALUE 0.

      *ONE COUNTER PAIR PER CHECK - HOW MANY FOUND AND HOW MANY A
      *REPAIR RUN FIXED - PRINTED WITH THE NAMES BELOW AT THE END
       01  WS-CHECK-COUNTS.
           05  WS-CHECK-ENTRY OCCURS 9 TIMES.
               10  WS-CK-FOUND          PIC 9(07) COMP.
               10  WS-CK-FIXED          PIC 9(07) COMP.

       01  WS-CHECK-NAMES.
           05  FILLER                   PIC X(40) VALUE
               'ORDDETAIL LINES WITH NO ORDER'.
           05  FILLER                   PIC X(40) VALUE
               'ORDNOTE NOTES WITH NO ORDER'.
           05  FILLER                   PIC X(40) VALUE
               'ORDER TOTAL NOT EQUAL TO PRICED LINES'.
           05  FILLER                   PIC X(40) VALUE
               'SALES TAX NOT EQUAL TO RATE ON TOTAL'.
           05  FILLER                   PIC X(40) VALUE
               'SHIPPED QUANTITY OVER ORDERED QUANTITY'.
           05  FILLER                   PIC X(40) VALUE
               'CUSTOMER NUMBER NOT ON CUSTMAST'.
           05  FILLER                   PIC X(40) VALUE
               'PRODUCT PAIR NOT ON PRODMAST'.
           05  FILLER                   PIC X(40) VALUE
               'OPEN BALANCE NOT EQUAL TO OPEN ORDERS'.
           05  FILLER                   PIC X(40) VALUE
               'PARTIAL ORDER WITH NOTHING LEFT TO SHIP'.
       01  WS-CHECK-NAME-TABLE REDEFINES WS-CHECK-NAMES.
           05  WS-CHECK-NAME OCCURS 9 TIMES PIC X(40).

       77  WS-CHECK-NO                  PIC 9(02) COMP VALUE 0.
       77  WS-CHECK-SUB                 PIC 9(02) COMP VALUE 0.

      *ONE LINE OF THE ORDER UNDER CHECK - THE FIVE PAIRS ON THE
      *RECORD, THEN THE ORDDETAIL LINES SIX AND UP
       01  WS-LINE-NO                   PIC 9(02) VALUE 0.
       01  WS-LINE-A                    PIC X(04) VALUE SPACES.
       01  WS-LINE-B                    PIC X(04) VALUE SPACES.
       01  WS-LINE-QTY                  PIC 9(03) VALUE 0.
       01  WS-LINE-SHIPPED              PIC 9(03) VALUE 0.

      *WHAT THE ORDER'S LINES ADD UP TO.  A LINE THAT CANNOT BE
      *PRICED (PRODUCT GONE FROM PRODMAST) LEAVES THE TOTAL CHECK
      *OFF FOR THAT ORDER - THE MISSING PRODUCT IS ALREADY REPORTED
       01  WS-PRICED-TOTAL              PIC 9(07)V99 VALUE 0.
       01  WS-EXPECTED-TAX              PIC 9(05)V99 VALUE 0.
       77  WS-OPEN-QTY-TOTAL            PIC 9(05) COMP VALUE 0.
       77  WS-PRICEABLE                 PIC 9(01) COMP VALUE 1.

      *PRICING WORK FIELDS - THE SAME RULE AS THE PRICING POINTS
       01  WS-PRICE-IN-FORCE            PIC 9(05)V99 VALUE 0.
       01  WS-PRICE-CUST-NO             PIC X(06) VALUE SPACES.
       01  WS-PRICE-DISC-PCT            PIC 9(02)V99 VALUE 0.

      *THE CUSTOMER WHOSE OPEN BALANCE IS BEING REBUILT AND WHAT
      *ITS OPEN ORDERS AND UNPAID ITEMS COME TO
       01  WS-BAL-CUST-NO               PIC X(06) VALUE SPACES.
       01  WS-EXPECTED-BALANCE          PIC 9(09)V99 VALUE 0.

      *THE LAST INVOICE LOOKED UP BY THE ORPHAN PASSES, SO AN ORDER
      *WITH MANY LINES OR NOTES IS LOOKED UP ONCE
       01  WS-LAST-INVOICE              PIC X(07) VALUE SPACES.
       77  WS-LAST-WHERE                PIC 9(01) COMP VALUE 0.
           88  WS-LAST-ON-ORDFILE           VALUE 1.
           88  WS-LAST-ON-ORDHIST           VALUE 2.
           88  WS-LAST-NOWHERE              VALUE 3.

       01  WS-AUDIT-BEFORE-IMAGE        PIC X(226).

       01  WS-AMOUNT-EDIT               PIC Z,ZZZ,ZZ9.99.
       01  WS-QTY-EDIT                  PIC ZZ9.

       01  WS-HEADING-LINE1.
           05  FILLER                   PIC X(44) VALUE
               '  I N T E G R I T Y   A U D I T            '.
           05  FILLER                   PIC X(06) VALUE 'MODE: '.
           05  WH-RUN-MODE              PIC X(06).
           05  FILLER                   PIC X(06) VALUE SPACES.
           05  FILLER                   PIC X(05) VALUE 'DATE '.
           05  WH-RUN-DATE              PIC X(08).
           05  FILLER                   PIC X(57) VALUE SPACES.

       01  WS-HEADING-LINE2.
           05  FILLER                   PIC X(13) VALUE 'CHECK'.
           05  FILLER                   PIC X(11) VALUE 'KEY'.
           05  FILLER                   PIC X(56) VALUE 'FINDING'.
           05  FILLER                   PIC X(14) VALUE
               '      ON FILE'.
           05  FILLER                   PIC X(14) VALUE
               '    SHOULD BE'.
           05  FILLER                   PIC X(24) VALUE 'ACTION'.

       01  WS-FINDING-LINE.
           05  WD-CHECK                 PIC X(12).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WD-KEY                   PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WD-TEXT                  PIC X(55).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WD-ON-FILE               PIC X(13).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WD-SHOULD-BE             PIC X(13).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WD-ACTION                PIC X(24).

       01  WS-SUMMARY-HEADING.
           05  FILLER                   PIC X(40) VALUE
               'CHECK'.
           05  FILLER                   PIC X(20) VALUE
               '      FOUND'.
           05  FILLER                   PIC X(72) VALUE
               '   REPAIRED'.

       01  WS-SUMMARY-LINE.
           05  WS-SL-NAME               PIC X(40).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  WS-SL-FOUND              PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(07) VALUE SPACES.
           05  WS-SL-FIXED              PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(67) VALUE SPACES.

       01  WS-CLEAN-LINE                PIC X(132) VALUE
           'NO INCONSISTENCIES FOUND'.

       01  WS-TRIAL-LINE                PIC X(132) VALUE
           '*** TRIAL RUN - NOTHING WAS CHANGED ***'.

       01  WS-BLANK-LINE                PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-CHECK-ORDERS THRU 2000-CHECK-ORDERS-EXIT.
           PERFORM 3000-CHECK-ORPHAN-DETAIL
               THRU 3000-CHECK-ORPHAN-DETAIL-EXIT.
           PERFORM 3500-CHECK-ORPHAN-NOTES
               THRU 3500-CHECK-ORPHAN-NOTES-EXIT.
           PERFORM 4000-CHECK-BALANCES THRU 4000-CHECK-BALANCES-EXIT.
           PERFORM 8000-WRITE-SUMMARY THRU 8000-WRITE-SUMMARY-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           OPEN INPUT INTCTL.
           IF NOT WS-INTCTL-OK
               DISPLAY 'JEPRHZ: INTCTL OPEN FAILED, STATUS='
                   WS-INTCTL-STATUS
               GO TO 9999-ABORT
           END-IF.

      *THE MODE CARD IS NOT OPTIONAL - A RUN THAT CHANGES FILES
      *MUST BE ASKED FOR BY NAME
           READ INTCTL INTO WS-RUN-MODE
               AT END
                   DISPLAY 'JEPRHZ: INTCTL MODE CARD IS MISSING'
                   GO TO 9999-ABORT
           END-READ.
           CLOSE INTCTL.

           IF NOT WS-MODE-TRIAL AND NOT WS-MODE-REPAIR
               DISPLAY 'JEPRHZ: MODE CARD MUST BE TRIAL OR REPAIR'
               GO TO 9999-ABORT
           END-IF.

           MOVE 1 TO WS-CHECK-SUB.
           PERFORM 1100-CLEAR-ONE-CHECK THRU 1100-CLEAR-ONE-CHECK-EXIT
               9 TIMES.

           OPEN INPUT ORDFILE.
           IF NOT WS-ORDFILE-OK
               DISPLAY 'JEPRHZ: ORDFILE OPEN FAILED, STATUS='
                   WS-ORDFILE-STATUS
               GO TO 9999-ABORT
           END-IF.

           OPEN INPUT ORDHIST.
           IF NOT WS-ORDHIST-OK
               DISPLAY 'JEPRHZ: ORDHIST OPEN FAILED, STATUS='
                   WS-ORDHIST-STATUS
               GO TO 9999-ABORT
           END-IF.

      *THE FILES A REPAIR CAN CHANGE ARE ONLY OPENED FOR UPDATE ON
      *A REPAIR RUN, AND ONLY A REPAIR RUN WRITES AUDIT RECORDS
           IF WS-MODE-REPAIR
               OPEN I-O ORDDETAIL
               OPEN I-O ORDNOTE
               OPEN I-O CUSTMAST
           ELSE
               OPEN INPUT ORDDETAIL
               OPEN INPUT ORDNOTE
               OPEN INPUT CUSTMAST
           END-IF.

           IF NOT WS-ORDDETAIL-OK
               DISPLAY 'JEPRHZ: ORDDETAIL OPEN FAILED, STATUS='
                   WS-ORDDETAIL-STATUS
               GO TO 9999-ABORT
           END-IF.

           IF NOT WS-ORDNOTE-OK
               DISPLAY 'JEPRHZ: ORDNOTE OPEN FAILED, STATUS='
                   WS-ORDNOTE-STATUS
               GO TO 9999-ABORT
           END-IF.

           IF NOT WS-CUSTMAST-OK
               DISPLAY 'JEPRHZ: CUSTMAST OPEN FAILED, STATUS='
                   WS-CUSTMAST-STATUS
               GO TO 9999-ABORT
           END-IF.

           OPEN INPUT PRODMAST.
           IF NOT WS-PRODMAST-OK
               DISPLAY 'JEPRHZ: PRODMAST OPEN FAILED, STATUS='
                   WS-PRODMAST-STATUS
               GO TO 9999-ABORT
           END-IF.

           OPEN INPUT CONTRACT.
           IF NOT WS-CONTRACT-OK
               DISPLAY 'JEPRHZ: CONTRACT OPEN FAILED, STATUS='
                   WS-CONTRACT-STATUS
               GO TO 9999-ABORT
           END-IF.

           OPEN INPUT TAXRATE.
           IF NOT WS-TAXRATE-OK
               DISPLAY 'JEPRHZ: TAXRATE OPEN FAILED, STATUS='
                   WS-TAXRATE-STATUS
               GO TO 9999-ABORT
           END-IF.

           OPEN INPUT AROPEN.
           IF NOT WS-AROPEN-OK
               DISPLAY 'JEPRHZ: AROPEN OPEN FAILED, STATUS='
                   WS-AROPEN-STATUS
               GO TO 9999-ABORT
           END-IF.

           IF WS-MODE-REPAIR
               OPEN EXTEND AUDIT
               IF NOT WS-AUDIT-OK
                   DISPLAY 'JEPRHZ: AUDIT OPEN FAILED, STATUS='
                       WS-AUDIT-STATUS
                   GO TO 9999-ABORT
               END-IF
               OPEN I-O AUDITX
               IF NOT WS-AUDITX-OK
                   DISPLAY 'JEPRHZ: AUDITX OPEN FAILED, STATUS='
                       WS-AUDITX-STATUS
                   GO TO 9999-ABORT
               END-IF
           END-IF.

           OPEN OUTPUT INTRPT.

           MOVE WS-RUN-MODE TO WH-RUN-MODE.
           MOVE WS-RUN-DATE TO WH-RUN-DATE.
           MOVE WS-HEADING-LINE1 TO FD-INTRPT-LINE.
           WRITE FD-INTRPT-LINE.
           MOVE WS-BLANK-LINE TO FD-INTRPT-LINE.
           WRITE FD-INTRPT-LINE.
           MOVE WS-HEADING-LINE2 TO FD-INTRPT-LINE.
           WRITE FD-INTRPT-LINE.
       1000-INITIALIZE-EXIT.
           EXIT.

       1100-CLEAR-ONE-CHECK.
           MOVE 0 TO WS-CK-FOUND (WS-CHECK-SUB).
           MOVE 0 TO WS-CK-FIXED (WS-CHECK-SUB).
           ADD 1 TO WS-CHECK-SUB.
       1100-CLEAR-ONE-CHECK-EXIT.
           EXIT.

      *****************************************************************
      *  ORDER PASS - EVERY ORDER ON ORDFILE AGAINST CUSTMAST,        *
      *  PRODMAST AND TAXRATE, AND ITS LINES AGAINST EACH OTHER       *
      *****************************************************************
       2000-CHECK-ORDERS.
           MOVE 0 TO WS-EOF-SWITCH.
           MOVE LOW-VALUES TO FD-ORDFILE-INVOICE-NO.
           START ORDFILE KEY IS NOT LESS THAN FD-ORDFILE-INVOICE-NO
               INVALID KEY
                   SET WS-NO-MORE-RECORDS TO TRUE
           END-START.

           PERFORM 2100-CHECK-ONE-ORDER THRU 2100-CHECK-ONE-ORDER-EXIT
               UNTIL WS-NO-MORE-RECORDS.
       2000-CHECK-ORDERS-EXIT.
           EXIT.

       2100-CHECK-ONE-ORDER.
           READ ORDFILE NEXT RECORD INTO ORDFILE-RECORD
               AT END
                   SET WS-NO-MORE-RECORDS TO TRUE
           END-READ.
           IF WS-NO-MORE-RECORDS
               GO TO 2100-CHECK-ONE-ORDER-EXIT
           END-IF.
           ADD 1 TO WS-ORD-READ-COUNT.

      *THE ACCOUNT THE ORDER BELONGS TO, WHICH ALSO DECIDES HOW ITS
      *LINES ARE PRICED
           MOVE SPACES TO WS-PRICE-CUST-NO.
           MOVE 0 TO WS-PRICE-DISC-PCT.
           IF ORDFILE-CUST-NO NOT = SPACES
               MOVE ORDFILE-CUST-NO TO FD-CUSTMAST-CUST-NO
               READ CUSTMAST INTO CUSTMAST-RECORD
                   INVALID KEY
                       MOVE 6 TO WS-CHECK-NO
                       MOVE ORDFILE-INVOICE-NO TO WD-KEY
                       MOVE SPACES TO WD-TEXT
                       STRING 'CUSTOMER ' ORDFILE-CUST-NO
                           ' IS NOT ON CUSTMAST'
                           DELIMITED BY SIZE INTO WD-TEXT
                       END-STRING
                       MOVE SPACES TO WD-ON-FILE WD-SHOULD-BE
                       PERFORM 7000-WRITE-FINDING
                           THRU 7000-WRITE-FINDING-EXIT
                   NOT INVALID KEY
                       MOVE CUSTMAST-CUST-NO TO WS-PRICE-CUST-NO
                       MOVE CUSTMAST-DISCOUNT-PCT TO WS-PRICE-DISC-PCT
               END-READ
           END-IF.

           MOVE 0 TO WS-PRICED-TOTAL.
           MOVE 0 TO WS-OPEN-QTY-TOTAL.
           MOVE 1 TO WS-PRICEABLE.
           PERFORM 2200-WALK-ORDER-LINES
               THRU 2200-WALK-ORDER-LINES-EXIT.

      *NOTHING LEFT OPEN ON ANY LINE MEANS THE ORDER SHOULD HAVE
      *GONE TO SHIPPED WHEN ITS LAST LINE WENT OUT
           IF ORDFILE-ST-PARTIAL AND WS-OPEN-QTY-TOTAL = 0
               MOVE 9 TO WS-CHECK-NO
               MOVE ORDFILE-INVOICE-NO TO WD-KEY
               MOVE 'STATUS PARTIAL BUT EVERY LINE HAS SHIPPED IN FULL'
                   TO WD-TEXT
               MOVE SPACES TO WD-ON-FILE WD-SHOULD-BE
               PERFORM 7000-WRITE-FINDING THRU 7000-WRITE-FINDING-EXIT
           END-IF.

      *THE TOTAL AND TAX ARE ONLY HELD TO TODAY'S PRICING WHILE
      *NOTHING HAS SHIPPED OR COME BACK - SHIPPING, RETURNS AND
      *CANCELLATION ALL LEAVE A TOTAL THAT NO LONGER REPRICES
           IF NOT ORDFILE-ST-PENDING
               AND NOT ORDFILE-ST-BACKORDER
               AND NOT ORDFILE-ST-HELD
               GO TO 2100-CHECK-ONE-ORDER-EXIT
           END-IF.

           IF WS-PRICEABLE = 1
               AND WS-PRICED-TOTAL NOT = ORDFILE-ORDER-TOTAL
               MOVE 3 TO WS-CHECK-NO
               MOVE ORDFILE-INVOICE-NO TO WD-KEY
               MOVE 'STORED TOTAL DIFFERS FROM THE LINES AT TODAY''S PRI
      -            'CES' TO WD-TEXT
               MOVE ORDFILE-ORDER-TOTAL TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO WD-ON-FILE
               MOVE WS-PRICED-TOTAL TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO WD-SHOULD-BE
               PERFORM 7000-WRITE-FINDING THRU 7000-WRITE-FINDING-EXIT
           END-IF.

           MOVE 0 TO WS-EXPECTED-TAX.
           MOVE ORDFILE-POSTAL-1(1:1) TO FD-TAXRATE-PROVINCE-KEY.
           READ TAXRATE INTO TAXRATE-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE WS-EXPECTED-TAX ROUNDED =
                       ORDFILE-ORDER-TOTAL * TAXRATE-RATE / 100
           END-READ.

           IF WS-EXPECTED-TAX NOT = ORDFILE-TAX-AMOUNT
               MOVE 4 TO WS-CHECK-NO
               MOVE ORDFILE-INVOICE-NO TO WD-KEY
               MOVE SPACES TO WD-TEXT
               STRING 'STORED TAX DIFFERS FROM THE PROVINCE '
                   ORDFILE-POSTAL-1(1:1) ' RATE ON THE TOTAL'
                   DELIMITED BY SIZE INTO WD-TEXT
               END-STRING
               MOVE ORDFILE-TAX-AMOUNT TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO WD-ON-FILE
               MOVE WS-EXPECTED-TAX TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO WD-SHOULD-BE
               PERFORM 7000-WRITE-FINDING THRU 7000-WRITE-FINDING-EXIT
           END-IF.
       2100-CHECK-ONE-ORDER-EXIT.
           EXIT.

      *RUNS EVERY LINE OF THE ORDER THROUGH 2500-CHECK-ONE-LINE -
      *THE FIVE PAIRS ON THE RECORD AND THE ORDDETAIL LINES SIX UP
       2200-WALK-ORDER-LINES.
           MOVE 1 TO WS-LINE-NO.
           MOVE ORDFILE-P1A TO WS-LINE-A.
           MOVE ORDFILE-P1B TO WS-LINE-B.
           MOVE ORDFILE-Q1 TO WS-LINE-QTY.
           MOVE ORDFILE-S1 TO WS-LINE-SHIPPED.
           PERFORM 2500-CHECK-ONE-LINE THRU 2500-CHECK-ONE-LINE-EXIT.
           MOVE 2 TO WS-LINE-NO.
           MOVE ORDFILE-P2A TO WS-LINE-A.
           MOVE ORDFILE-P2B TO WS-LINE-B.
           MOVE ORDFILE-Q2 TO WS-LINE-QTY.
           MOVE ORDFILE-S2 TO WS-LINE-SHIPPED.
           PERFORM 2500-CHECK-ONE-LINE THRU 2500-CHECK-ONE-LINE-EXIT.
           MOVE 3 TO WS-LINE-NO.
           MOVE ORDFILE-P3A TO WS-LINE-A.
           MOVE ORDFILE-P3B TO WS-LINE-B.
           MOVE ORDFILE-Q3 TO WS-LINE-QTY.
           MOVE ORDFILE-S3 TO WS-LINE-SHIPPED.
           PERFORM 2500-CHECK-ONE-LINE THRU 2500-CHECK-ONE-LINE-EXIT.
           MOVE 4 TO WS-LINE-NO.
           MOVE ORDFILE-P4A TO WS-LINE-A.
           MOVE ORDFILE-P4B TO WS-LINE-B.
           MOVE ORDFILE-Q4 TO WS-LINE-QTY.
           MOVE ORDFILE-S4 TO WS-LINE-SHIPPED.
           PERFORM 2500-CHECK-ONE-LINE THRU 2500-CHECK-ONE-LINE-EXIT.
           MOVE 5 TO WS-LINE-NO.
           MOVE ORDFILE-P5A TO WS-LINE-A.
           MOVE ORDFILE-P5B TO WS-LINE-B.
           MOVE ORDFILE-Q5 TO WS-LINE-QTY.
           MOVE ORDFILE-S5 TO WS-LINE-SHIPPED.
           PERFORM 2500-CHECK-ONE-LINE THRU 2500-CHECK-ONE-LINE-EXIT.

           MOVE 0 TO WS-ODET-EOF-SWITCH.
           MOVE ORDFILE-INVOICE-NO TO ORDDETAIL-INVOICE-NO.
           MOVE 6 TO ORDDETAIL-LINE-NO.
           MOVE ORDDETAIL-KEY TO FD-ORDDETAIL-KEY.
           START ORDDETAIL KEY IS NOT LESS THAN FD-ORDDETAIL-KEY
               INVALID KEY
                   SET WS-NO-MORE-ODET-LINES TO TRUE
           END-START.

           PERFORM 2300-CHECK-ONE-DETAIL THRU 2300-CHECK-ONE-DETAIL-EXIT
               UNTIL WS-NO-MORE-ODET-LINES.
       2200-WALK-ORDER-LINES-EXIT.
           EXIT.

       2300-CHECK-ONE-DETAIL.
           READ ORDDETAIL NEXT RECORD INTO ORDDETAIL-RECORD
               AT END
                   SET WS-NO-MORE-ODET-LINES TO TRUE
           END-READ.
           IF WS-NO-MORE-ODET-LINES
               GO TO 2300-CHECK-ONE-DETAIL-EXIT
           END-IF.

           IF ORDDETAIL-INVOICE-NO NOT = ORDFILE-INVOICE-NO
               SET WS-NO-MORE-ODET-LINES TO TRUE
               GO TO 2300-CHECK-ONE-DETAIL-EXIT
           END-IF.

           MOVE ORDDETAIL-LINE-NO TO WS-LINE-NO.
           MOVE ORDDETAIL-PROD-A TO WS-LINE-A.
           MOVE ORDDETAIL-PROD-B TO WS-LINE-B.
           MOVE ORDDETAIL-QTY TO WS-LINE-QTY.
           MOVE ORDDETAIL-SHIPPED-QTY TO WS-LINE-SHIPPED.
           PERFORM 2500-CHECK-ONE-LINE THRU 2500-CHECK-ONE-LINE-EXIT.
       2300-CHECK-ONE-DETAIL-EXIT.
           EXIT.

      *ONE LINE OF THE ORDER.  A BLANK PAIR IS AN EMPTY SLOT; A ZERO
      *QUANTITY (PRE-QUANTITY ORDER) COUNTS AS ONE, AS EVERYWHERE
       2500-CHECK-ONE-LINE.
           IF WS-LINE-A = SPACES AND WS-LINE-B = SPACES
               GO TO 2500-CHECK-ONE-LINE-EXIT
           END-IF.
           IF WS-LINE-QTY = 0
               MOVE 1 TO WS-LINE-QTY
           END-IF.

           IF WS-LINE-SHIPPED > WS-LINE-QTY
               MOVE 5 TO WS-CHECK-NO
               MOVE ORDFILE-INVOICE-NO TO WD-KEY
               MOVE SPACES TO WD-TEXT
               STRING 'LINE ' WS-LINE-NO ' PRODUCT ' WS-LINE-A '-'
                   WS-LINE-B ' SHIPPED MORE THAN WAS ORDERED'
                   DELIMITED BY SIZE INTO WD-TEXT
               END-STRING
               MOVE SPACES TO WD-ON-FILE WD-SHOULD-BE
               MOVE WS-LINE-SHIPPED TO WS-QTY-EDIT
               MOVE WS-QTY-EDIT TO WD-ON-FILE(11:3)
               MOVE WS-LINE-QTY TO WS-QTY-EDIT
               MOVE WS-QTY-EDIT TO WD-SHOULD-BE(11:3)
               PERFORM 7000-WRITE-FINDING THRU 7000-WRITE-FINDING-EXIT
           ELSE
               COMPUTE WS-OPEN-QTY-TOTAL = WS-OPEN-QTY-TOTAL
                   + WS-LINE-QTY - WS-LINE-SHIPPED
           END-IF.

           MOVE WS-LINE-A TO FD-PRODMAST-KEY(1:4).
           MOVE WS-LINE-B TO FD-PRODMAST-KEY(5:4).
           READ PRODMAST INTO PRODMAST-RECORD
               INVALID KEY
                   MOVE 0 TO WS-PRICEABLE
                   MOVE 7 TO WS-CHECK-NO
                   MOVE ORDFILE-INVOICE-NO TO WD-KEY
                   MOVE SPACES TO WD-TEXT
                   STRING 'LINE ' WS-LINE-NO ' PRODUCT ' WS-LINE-A '-'
                       WS-LINE-B ' IS NOT ON PRODMAST'
                       DELIMITED BY SIZE INTO WD-TEXT
                   END-STRING
                   MOVE SPACES TO WD-ON-FILE WD-SHOULD-BE
                   PERFORM 7000-WRITE-FINDING
                       THRU 7000-WRITE-FINDING-EXIT
                   GO TO 2500-CHECK-ONE-LINE-EXIT
           END-READ.

           PERFORM 2600-PRICE-IN-FORCE THRU 2600-PRICE-IN-FORCE-EXIT.
           COMPUTE WS-PRICED-TOTAL = WS-PRICED-TOTAL
               + WS-PRICE-IN-FORCE * WS-LINE-QTY.
       2500-CHECK-ONE-LINE-EXIT.
           EXIT.

      *THE PRICE IN FORCE TODAY - THE PENDING PRICE ONCE ITS DATE
      *HAS ARRIVED, THE LIVE PRICE UNTIL THEN - THEN THE ACCOUNT'S
      *CONTRACT PRICE OR BLANKET DISCOUNT, THE SAME RULE THE ENTRY,
      *AMENDMENT AND BULK LOAD PRICING FOLLOWS
       2600-PRICE-IN-FORCE.
           MOVE PRODMAST-UNIT-PRICE TO WS-PRICE-IN-FORCE.
           IF PRODMAST-PEND-DATE IS NUMERIC
               AND PRODMAST-PEND-DATE NOT > WS-RUN-DATE
               MOVE PRODMAST-PEND-PRICE TO WS-PRICE-IN-FORCE
           END-IF.

           IF WS-PRICE-CUST-NO = SPACES
               GO TO 2600-PRICE-IN-FORCE-EXIT
           END-IF.

           MOVE WS-PRICE-CUST-NO TO CONTRACT-CUST-NO.
           MOVE PRODMAST-CODE-A TO CONTRACT-PROD-A.
           MOVE PRODMAST-CODE-B TO CONTRACT-PROD-B.
           MOVE CONTRACT-KEY TO FD-CONTRACT-KEY.
           READ CONTRACT INTO CONTRACT-RECORD
               INVALID KEY
                   CONTINUE
           END-READ.

           IF WS-CONTRACT-OK
               AND CONTRACT-START-DATE NOT > WS-RUN-DATE
               AND (CONTRACT-END-DATE = SPACES
                   OR CONTRACT-END-DATE = ZEROS
                   OR CONTRACT-END-DATE NOT < WS-RUN-DATE)
               IF CONTRACT-FIXED-PRICE
                   MOVE CONTRACT-PRICE TO WS-PRICE-IN-FORCE
               ELSE
                   COMPUTE WS-PRICE-IN-FORCE ROUNDED =
                       WS-PRICE-IN-FORCE
                       * (100 - CONTRACT-PCT-OFF) / 100
               END-IF
               GO TO 2600-PRICE-IN-FORCE-EXIT
           END-IF.

           IF WS-PRICE-DISC-PCT > 0
               COMPUTE WS-PRICE-IN-FORCE ROUNDED =
                   WS-PRICE-IN-FORCE
                   * (100 - WS-PRICE-DISC-PCT) / 100
           END-IF.
       2600-PRICE-IN-FORCE-EXIT.
           EXIT.

      *****************************************************************
      *  ORPHAN PASSES - DETAIL LINES AND NOTES WHOSE ORDER IS NOT ON *
      *  ORDFILE.  ONE WHOSE ORDER WAS ARCHIVED WITHOUT IT IS ONLY    *
      *  REPORTED, SINCE THE ARCHIVE MAY STILL WANT IT; ONE WHOSE     *
      *  ORDER IS NOWHERE IS DELETED BY A REPAIR RUN                  *
      *****************************************************************
       3000-CHECK-ORPHAN-DETAIL.
           MOVE SPACES TO WS-LAST-INVOICE.
           MOVE 0 TO WS-SCAN-EOF-SWITCH.
           MOVE LOW-VALUES TO FD-ORDDETAIL-KEY.
           START ORDDETAIL KEY IS NOT LESS THAN FD-ORDDETAIL-KEY
               INVALID KEY
                   MOVE 1 TO WS-SCAN-EOF-SWITCH
           END-START.

           PERFORM 3100-CHECK-ONE-ORPHAN-LINE
               THRU 3100-CHECK-ONE-ORPHAN-LINE-EXIT
               UNTIL WS-SCAN-EOF-SWITCH = 1.
       3000-CHECK-ORPHAN-DETAIL-EXIT.
           EXIT.

       3100-CHECK-ONE-ORPHAN-LINE.
           READ ORDDETAIL NEXT RECORD INTO ORDDETAIL-RECORD
               AT END
                   MOVE 1 TO WS-SCAN-EOF-SWITCH
           END-READ.
           IF WS-SCAN-EOF-SWITCH = 1
               GO TO 3100-CHECK-ONE-ORPHAN-LINE-EXIT
           END-IF.
           ADD 1 TO WS-DET-READ-COUNT.

           IF ORDDETAIL-INVOICE-NO NOT = WS-LAST-INVOICE
               MOVE ORDDETAIL-INVOICE-NO TO WS-LAST-INVOICE
               PERFORM 3900-LOCATE-ORDER THRU 3900-LOCATE-ORDER-EXIT
           END-IF.

           IF WS-LAST-ON-ORDFILE
               GO TO 3100-CHECK-ONE-ORPHAN-LINE-EXIT
           END-IF.

           MOVE 1 TO WS-CHECK-NO.
           MOVE ORDDETAIL-KEY TO WD-KEY.
           MOVE SPACES TO WD-ON-FILE WD-SHOULD-BE.
           IF WS-LAST-ON-ORDHIST
               MOVE 'ORDER IS ARCHIVED ON ORDHIST BUT THE LINE WAS LEFT'
                   TO WD-TEXT
               PERFORM 7000-WRITE-FINDING THRU 7000-WRITE-FINDING-EXIT
               GO TO 3100-CHECK-ONE-ORPHAN-LINE-EXIT
           END-IF.

           MOVE 'ORDER IS ON NEITHER ORDFILE NOR ORDHIST' TO WD-TEXT.
           IF WS-MODE-TRIAL
               PERFORM 7000-WRITE-FINDING THRU 7000-WRITE-FINDING-EXIT
               GO TO 3100-CHECK-ONE-ORPHAN-LINE-EXIT
           END-IF.

           DELETE ORDDETAIL RECORD
               INVALID KEY
                   DISPLAY 'JEPRHZ: ORDDETAIL DELETE FAILED, KEY='
                       ORDDETAIL-KEY
                   GO TO 9999-ABORT
           END-DELETE.

           SET AUDIT-ACTION-DETAIL-DEL TO TRUE.
           MOVE ORDDETAIL-INVOICE-NO TO AUDIT-INVOICE-NO.
           MOVE SPACES TO WS-AUDIT-BEFORE-IMAGE.
           MOVE ORDDETAIL-RECORD TO WS-AUDIT-BEFORE-IMAGE.
           MOVE WS-AUDIT-BEFORE-IMAGE TO AUDIT-BEFORE-IMAGE.
           MOVE SPACES TO AUDIT-AFTER-IMAGE.
           PERFORM 6100-WRITE-AUDIT-RECORD
               THRU 6100-WRITE-AUDIT-RECORD-EXIT.

           ADD 1 TO WS-CK-FIXED (WS-CHECK-NO).
           PERFORM 7000-WRITE-FINDING THRU 7000-WRITE-FINDING-EXIT.
       3100-CHECK-ONE-ORPHAN-LINE-EXIT.
           EXIT.

       3500-CHECK-ORPHAN-NOTES.
           MOVE SPACES TO WS-LAST-INVOICE.
           MOVE 0 TO WS-SCAN-EOF-SWITCH.
           MOVE LOW-VALUES TO FD-ORDNOTE-KEY.
           START ORDNOTE KEY IS NOT LESS THAN FD-ORDNOTE-KEY
               INVALID KEY
                   MOVE 1 TO WS-SCAN-EOF-SWITCH
           END-START.

           PERFORM 3600-CHECK-ONE-ORPHAN-NOTE
               THRU 3600-CHECK-ONE-ORPHAN-NOTE-EXIT
               UNTIL WS-SCAN-EOF-SWITCH = 1.
       3500-CHECK-ORPHAN-NOTES-EXIT.
           EXIT.

       3600-CHECK-ONE-ORPHAN-NOTE.
           READ ORDNOTE NEXT RECORD INTO ORDNOTE-RECORD
               AT END
                   MOVE 1 TO WS-SCAN-EOF-SWITCH
           END-READ.
           IF WS-SCAN-EOF-SWITCH = 1
               GO TO 3600-CHECK-ONE-ORPHAN-NOTE-EXIT
           END-IF.
           ADD 1 TO WS-NOTE-READ-COUNT.

           IF ORDNOTE-INVOICE-NO NOT = WS-LAST-INVOICE
               MOVE ORDNOTE-INVOICE-NO TO WS-LAST-INVOICE
               PERFORM 3900-LOCATE-ORDER THRU 3900-LOCATE-ORDER-EXIT
           END-IF.

           IF WS-LAST-ON-ORDFILE
               GO TO 3600-CHECK-ONE-ORPHAN-NOTE-EXIT
           END-IF.

           MOVE 2 TO WS-CHECK-NO.
           MOVE ORDNOTE-KEY TO WD-KEY.
           MOVE SPACES TO WD-ON-FILE WD-SHOULD-BE.
           IF WS-LAST-ON-ORDHIST
               MOVE 'ORDER IS ARCHIVED ON ORDHIST BUT THE NOTE WAS LEFT'
                   TO WD-TEXT
               PERFORM 7000-WRITE-FINDING THRU 7000-WRITE-FINDING-EXIT
               GO TO 3600-CHECK-ONE-ORPHAN-NOTE-EXIT
           END-IF.

           MOVE 'ORDER IS ON NEITHER ORDFILE NOR ORDHIST' TO WD-TEXT.
           IF WS-MODE-TRIAL
               PERFORM 7000-WRITE-FINDING THRU 7000-WRITE-FINDING-EXIT
               GO TO 3600-CHECK-ONE-ORPHAN-NOTE-EXIT
           END-IF.

           DELETE ORDNOTE RECORD
               INVALID KEY
                   DISPLAY 'JEPRHZ: ORDNOTE DELETE FAILED, KEY='
                       ORDNOTE-KEY
                   GO TO 9999-ABORT
           END-DELETE.

           SET AUDIT-ACTION-NOTE-DEL TO TRUE.
           MOVE ORDNOTE-INVOICE-NO TO AUDIT-INVOICE-NO.
           MOVE SPACES TO WS-AUDIT-BEFORE-IMAGE.
           MOVE ORDNOTE-RECORD TO WS-AUDIT-BEFORE-IMAGE.
           MOVE WS-AUDIT-BEFORE-IMAGE TO AUDIT-BEFORE-IMAGE.
           MOVE SPACES TO AUDIT-AFTER-IMAGE.
           PERFORM 6100-WRITE-AUDIT-RECORD
               THRU 6100-WRITE-AUDIT-RECORD-EXIT.

           ADD 1 TO WS-CK-FIXED (WS-CHECK-NO).
           PERFORM 7000-WRITE-FINDING THRU 7000-WRITE-FINDING-EXIT.
       3600-CHECK-ONE-ORPHAN-NOTE-EXIT.
           EXIT.

      *WHERE WS-LAST-INVOICE'S ORDER LIVES - THE LIVE FILE, THE
      *ARCHIVE OR NOWHERE
       3900-LOCATE-ORDER.
           SET WS-LAST-ON-ORDFILE TO TRUE.
           MOVE WS-LAST-INVOICE TO FD-ORDFILE-INVOICE-NO.
           READ ORDFILE
               INVALID KEY
                   SET WS-LAST-ON-ORDHIST TO TRUE
           END-READ.
           IF WS-LAST-ON-ORDFILE
               GO TO 3900-LOCATE-ORDER-EXIT
           END-IF.

           MOVE WS-LAST-INVOICE TO FD-ORDHIST-INVOICE-NO.
           READ ORDHIST
               INVALID KEY
                   SET WS-LAST-NOWHERE TO TRUE
           END-READ.
       3900-LOCATE-ORDER-EXIT.
           EXIT.

      *****************************************************************
      *  BALANCE PASS - EACH ACCOUNT'S OPEN BALANCE AGAINST ITS OPEN  *
      *  ORDERS ON ORDFILE PLUS WHAT IS STILL OWED ON ITS AROPEN      *
      *  ITEMS.  A REPAIR RUN REWRITES A WRONG BALANCE WITH THE       *
      *  REBUILT FIGURE                                               *
      *****************************************************************
       4000-CHECK-BALANCES.
           MOVE 0 TO WS-EOF-SWITCH.
           MOVE LOW-VALUES TO FD-CUSTMAST-CUST-NO.
           START CUSTMAST KEY IS NOT LESS THAN FD-CUSTMAST-CUST-NO
               INVALID KEY
                   SET WS-NO-MORE-RECORDS TO TRUE
           END-START.

           PERFORM 4100-CHECK-ONE-BALANCE
               THRU 4100-CHECK-ONE-BALANCE-EXIT
               UNTIL WS-NO-MORE-RECORDS.
       4000-CHECK-BALANCES-EXIT.
           EXIT.

       4100-CHECK-ONE-BALANCE.
           READ CUSTMAST NEXT RECORD INTO CUSTMAST-RECORD
               AT END
                   SET WS-NO-MORE-RECORDS TO TRUE
           END-READ.
           IF WS-NO-MORE-RECORDS
               GO TO 4100-CHECK-ONE-BALANCE-EXIT
           END-IF.
           ADD 1 TO WS-CUST-READ-COUNT.

           MOVE CUSTMAST-CUST-NO TO WS-BAL-CUST-NO.
           MOVE 0 TO WS-EXPECTED-BALANCE.

           MOVE 0 TO WS-SCAN-EOF-SWITCH.
           MOVE LOW-VALUES TO FD-ORDFILE-INVOICE-NO.
           START ORDFILE KEY IS NOT LESS THAN FD-ORDFILE-INVOICE-NO
               INVALID KEY
                   MOVE 1 TO WS-SCAN-EOF-SWITCH
           END-START.
           PERFORM 4200-ADD-ONE-ORDER THRU 4200-ADD-ONE-ORDER-EXIT
               UNTIL WS-SCAN-EOF-SWITCH = 1.

           MOVE 0 TO WS-SCAN-EOF-SWITCH.
           MOVE LOW-VALUES TO FD-AROPEN-INVOICE-NO.
           START AROPEN KEY IS NOT LESS THAN FD-AROPEN-INVOICE-NO
               INVALID KEY
                   MOVE 1 TO WS-SCAN-EOF-SWITCH
           END-START.
           PERFORM 4300-ADD-ONE-ITEM THRU 4300-ADD-ONE-ITEM-EXIT
               UNTIL WS-SCAN-EOF-SWITCH = 1.

      *THE BALANCE FIELD STOPS AT 9,999,999.99 - THE SAME CAP THE
      *SHIP RUN PUTS ON IT
           IF WS-EXPECTED-BALANCE > 9999999.99
               MOVE 9999999.99 TO WS-EXPECTED-BALANCE
           END-IF.

           IF WS-EXPECTED-BALANCE = CUSTMAST-OPEN-BALANCE
               GO TO 4100-CHECK-ONE-BALANCE-EXIT
           END-IF.

           MOVE 8 TO WS-CHECK-NO.
           MOVE CUSTMAST-CUST-NO TO WD-KEY.
           MOVE SPACES TO WD-TEXT.
           STRING 'OPEN BALANCE OF ' CUSTMAST-NAME
               ' DISAGREES WITH ITS ORDERS'
               DELIMITED BY SIZE INTO WD-TEXT
           END-STRING.
           MOVE CUSTMAST-OPEN-BALANCE TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO WD-ON-FILE.
           MOVE WS-EXPECTED-BALANCE TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO WD-SHOULD-BE.

           IF WS-MODE-TRIAL
               PERFORM 7000-WRITE-FINDING THRU 7000-WRITE-FINDING-EXIT
               GO TO 4100-CHECK-ONE-BALANCE-EXIT
           END-IF.

           MOVE SPACES TO WS-AUDIT-BEFORE-IMAGE.
           MOVE CUSTMAST-RECORD TO WS-AUDIT-BEFORE-IMAGE.
           MOVE WS-EXPECTED-BALANCE TO CUSTMAST-OPEN-BALANCE.

           MOVE CUSTMAST-RECORD TO FD-CUSTMAST-RECORD.
           REWRITE FD-CUSTMAST-RECORD
               INVALID KEY
                   DISPLAY 'JEPRHZ: CUSTMAST REWRITE FAILED, CUST='
                       CUSTMAST-CUST-NO
                   GO TO 9999-ABORT
           END-REWRITE.

           SET AUDIT-ACTION-BALANCE TO TRUE.
           MOVE CUSTMAST-CUST-NO TO AUDIT-INVOICE-NO.
           MOVE WS-AUDIT-BEFORE-IMAGE TO AUDIT-BEFORE-IMAGE.
           MOVE CUSTMAST-RECORD TO AUDIT-AFTER-IMAGE.
           PERFORM 6100-WRITE-AUDIT-RECORD
               THRU 6100-WRITE-AUDIT-RECORD-EXIT.

           ADD 1 TO WS-CK-FIXED (WS-CHECK-NO).
           PERFORM 7000-WRITE-FINDING THRU 7000-WRITE-FINDING-EXIT.
       4100-CHECK-ONE-BALANCE-EXIT.
           EXIT.

      *AN ORDER NOT YET BILLED SITS ON THE BALANCE AT ITS STORED
      *TOTAL - A HELD ORDER INCLUDED, SINCE IT WAS POSTED WHEN IT
      *WAS WRITTEN AND COMES OFF ONLY WHEN RELEASED OR REFUSED
       4200-ADD-ONE-ORDER.
           READ ORDFILE NEXT RECORD INTO ORDFILE-RECORD
               AT END
                   MOVE 1 TO WS-SCAN-EOF-SWITCH
           END-READ.
           IF WS-SCAN-EOF-SWITCH = 1
               GO TO 4200-ADD-ONE-ORDER-EXIT
           END-IF.

           IF ORDFILE-CUST-NO NOT = WS-BAL-CUST-NO
               GO TO 4200-ADD-ONE-ORDER-EXIT
           END-IF.

           IF ORDFILE-ST-PENDING OR ORDFILE-ST-BACKORDER
               OR ORDFILE-ST-HELD OR ORDFILE-ST-PARTIAL
               ADD ORDFILE-ORDER-TOTAL TO WS-EXPECTED-BALANCE
           END-IF.
       4200-ADD-ONE-ORDER-EXIT.
           EXIT.

      *A BILLED ORDER SITS ON THE BALANCE AT WHATEVER IS STILL OPEN
      *ON ITS RECEIVABLE ITEM, TAX INCLUDED - ARCHIVED ORDERS TOO
       4300-ADD-ONE-ITEM.
           READ AROPEN NEXT RECORD INTO AROPEN-RECORD
               AT END
                   MOVE 1 TO WS-SCAN-EOF-SWITCH
           END-READ.
           IF WS-SCAN-EOF-SWITCH = 1
               GO TO 4300-ADD-ONE-ITEM-EXIT
           END-IF.

           IF AROPEN-CUST-NO = WS-BAL-CUST-NO
               AND AROPEN-ST-OPEN
               ADD AROPEN-OPEN-AMOUNT TO WS-EXPECTED-BALANCE
           END-IF.
       4300-ADD-ONE-ITEM-EXIT.
           EXIT.

      *THE SAME BEFORE/AFTER AUDIT RECORD EVERY CHANGE GETS, UNDER
      *THE ACTION, KEY AND IMAGES THE CALLER HAS SET UP
       6100-WRITE-AUDIT-RECORD.
           MOVE WS-RUN-DATE TO AUDIT-DATE.
           MOVE WS-RUN-TIME(1:6) TO AUDIT-TIME.
           MOVE 'JEPRHZ' TO AUDIT-OPERATOR.
           MOVE 'BTCH' TO AUDIT-TRANSACTION.

           MOVE AUDIT-RECORD TO FD-AUDIT-RECORD.
           WRITE FD-AUDIT-RECORD.

           PERFORM 6500-WRITE-AUDITX-RECORD
               THRU 6500-WRITE-AUDITX-RECORD-EXIT.
       6100-WRITE-AUDIT-RECORD-EXIT.
           EXIT.

      *THE SAME FACTS GO ONTO THE KEYED AUDITX CROSS-REFERENCE SO
      *THE JEPRHJ TIMELINE INQUIRY CAN READ THEM BY INVOICE.  THE
      *SEQUENCE BREAKS TIES WHEN TWO CHANGES LAND THE SAME SECOND
       6500-WRITE-AUDITX-RECORD.
           MOVE AUDIT-INVOICE-NO TO AUDITX-INVOICE-NO.
           MOVE AUDIT-DATE TO AUDITX-DATE.
           MOVE AUDIT-TIME TO AUDITX-TIME.
           MOVE 0 TO AUDITX-SEQ.
           MOVE AUDIT-OPERATOR TO AUDITX-OPERATOR.
           MOVE AUDIT-TRANSACTION TO AUDITX-TRANSACTION.
           MOVE AUDIT-ACTION TO AUDITX-ACTION.
           MOVE AUDIT-BEFORE-IMAGE TO AUDITX-BEFORE-IMAGE.
           MOVE AUDIT-AFTER-IMAGE TO AUDITX-AFTER-IMAGE.

           MOVE 'N' TO WS-AUDITX-DONE.
           PERFORM 6501-WRITE-AUDITX-ONCE
               THRU 6501-WRITE-AUDITX-ONCE-EXIT
               UNTIL WS-AUDITX-DONE = 'Y'.
       6500-WRITE-AUDITX-RECORD-EXIT.
           EXIT.

       6501-WRITE-AUDITX-ONCE.
           MOVE AUDITX-KEY TO FD-AUDITX-KEY.
           WRITE FD-AUDITX-RECORD FROM AUDITX-RECORD
               INVALID KEY
                   IF AUDITX-SEQ < 99
                       ADD 1 TO AUDITX-SEQ
                   ELSE
                       MOVE 'Y' TO WS-AUDITX-DONE
                   END-IF
               NOT INVALID KEY
                   MOVE 'Y' TO WS-AUDITX-DONE
           END-WRITE.
       6501-WRITE-AUDITX-ONCE-EXIT.
           EXIT.

      *PRINTS ONE FINDING UNDER THE CHECK IN WS-CHECK-NO, SAYING
      *WHETHER THIS RUN REPAIRED IT.  THE CALLER HAS FILLED THE KEY,
      *TEXT AND ON-FILE / SHOULD-BE COLUMNS
       7000-WRITE-FINDING.
           ADD 1 TO WS-CK-FOUND (WS-CHECK-NO).
           MOVE WS-CHECK-NAME (WS-CHECK-NO)(1:12) TO WD-CHECK.

           MOVE 'REPORTED ONLY' TO WD-ACTION.
           IF WS-MODE-REPAIR
               IF WS-CHECK-NO = 1 OR WS-CHECK-NO = 2
                   OR WS-CHECK-NO = 8
                   IF WD-TEXT(1:17) = 'ORDER IS ARCHIVED'
                       MOVE 'LEFT - ORDER ARCHIVED' TO WD-ACTION
                   ELSE
                       MOVE 'REPAIRED' TO WD-ACTION
                   END-IF
               END-IF
           ELSE
               IF WS-CHECK-NO = 8
                   OR (WS-CHECK-NO < 3
                       AND WD-TEXT(1:17) NOT = 'ORDER IS ARCHIVED')
                   MOVE 'REPAIR WOULD FIX' TO WD-ACTION
               END-IF
           END-IF.

           MOVE WS-FINDING-LINE TO FD-INTRPT-LINE.
           WRITE FD-INTRPT-LINE.
       7000-WRITE-FINDING-EXIT.
           EXIT.

       8000-WRITE-SUMMARY.
           MOVE 0 TO WS-CHECK-SUB.
           MOVE 0 TO WS-CHECK-NO.
           PERFORM 8100-ADD-ONE-COUNT THRU 8100-ADD-ONE-COUNT-EXIT
               9 TIMES.
           IF WS-CHECK-NO = 0
               MOVE WS-CLEAN-LINE TO FD-INTRPT-LINE
               WRITE FD-INTRPT-LINE
           END-IF.

           MOVE WS-BLANK-LINE TO FD-INTRPT-LINE.
           WRITE FD-INTRPT-LINE.
           MOVE WS-SUMMARY-HEADING TO FD-INTRPT-LINE.
           WRITE FD-INTRPT-LINE.

           MOVE 0 TO WS-CHECK-SUB.
           PERFORM 8200-WRITE-ONE-COUNT THRU 8200-WRITE-ONE-COUNT-EXIT
               9 TIMES.

           IF WS-MODE-TRIAL
               MOVE WS-BLANK-LINE TO FD-INTRPT-LINE
               WRITE FD-INTRPT-LINE
               MOVE WS-TRIAL-LINE TO FD-INTRPT-LINE
               WRITE FD-INTRPT-LINE
           END-IF.
       8000-WRITE-SUMMARY-EXIT.
           EXIT.

      *WS-CHECK-NO IS LEFT NON-ZERO WHEN ANY CHECK FOUND ANYTHING
       8100-ADD-ONE-COUNT.
           ADD 1 TO WS-CHECK-SUB.
           IF WS-CK-FOUND (WS-CHECK-SUB) > 0
               MOVE WS-CHECK-SUB TO WS-CHECK-NO
           END-IF.
       8100-ADD-ONE-COUNT-EXIT.
           EXIT.

       8200-WRITE-ONE-COUNT.
           ADD 1 TO WS-CHECK-SUB.
           MOVE WS-CHECK-NAME (WS-CHECK-SUB) TO WS-SL-NAME.
           MOVE WS-CK-FOUND (WS-CHECK-SUB) TO WS-SL-FOUND.
           MOVE WS-CK-FIXED (WS-CHECK-SUB) TO WS-SL-FIXED.
           MOVE WS-SUMMARY-LINE TO FD-INTRPT-LINE.
           WRITE FD-INTRPT-LINE.
       8200-WRITE-ONE-COUNT-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE ORDFILE.
           CLOSE ORDHIST.
           CLOSE ORDDETAIL.
           CLOSE ORDNOTE.
           CLOSE CUSTMAST.
           CLOSE PRODMAST.
           CLOSE CONTRACT.
           CLOSE TAXRATE.
           CLOSE AROPEN.
           IF WS-MODE-REPAIR
               CLOSE AUDIT
               CLOSE AUDITX
           END-IF.
           CLOSE INTRPT.

           DISPLAY 'JEPRHZ: MODE=' WS-RUN-MODE.
           DISPLAY 'JEPRHZ: ORDERS CHECKED=' WS-ORD-READ-COUNT
               ' DETAIL LINES=' WS-DET-READ-COUNT
               ' NOTES=' WS-NOTE-READ-COUNT
               ' CUSTOMERS=' WS-CUST-READ-COUNT.
       9000-TERMINATE-EXIT.
           EXIT.

       9999-ABORT.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       END PROGRAM JEPRHZ.
