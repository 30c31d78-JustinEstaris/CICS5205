       IDENTIFICATION DIVISION.
       PROGRAM-ID. JEPRIB.
       AUTHOR. J ESTARIS.
       INSTALLATION. ORDER PROCESSING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      *  JEPRIB - CUSTOMER MERGE                                      *
      *  FOLDS DUPLICATE CUSTMAST RECORDS (SEE THE JEPRIA REPORT)     *
      *  INTO THE ONE THAT IS TO BE KEPT.  DRIVEN BY THE MRGCTL CARD  *
      *  FILE - A MODE CARD ('TRIAL' OR 'UPDATE') FOLLOWED BY ONE     *
      *  CARD PER DUPLICATE: THE CUSTOMER TO KEEP, THEN THE ONE TO    *
      *  DROP.  FOR EACH PAIR IT:                                     *
      *    - MOVES THE DROPPED CUSTOMER'S SHIP-TO ADDRESSES ONTO THE  *
      *      KEPT ONE UNDER ITS NEXT FREE SHIP-TO NUMBERS             *
      *    - MOVES ITS CONTRACT PRICES ACROSS, EXCEPT WHERE THE KEPT  *
      *      CUSTOMER ALREADY HOLDS A PRICE FOR THE SAME PRODUCT -    *
      *      THE KEPT ACCOUNT'S OWN PRICE STANDS                      *
      *    - REPOINTS THE CUSTOMER NUMBER (AND SHIP-TO NUMBER) ON ITS *
      *      ORDERS ON ORDFILE AND ORDHIST, WITH THE USUAL BEFORE/    *
      *      AFTER AUDIT AND AUDITX IMAGES FOR EVERY ORDFILE REWRITE  *
      *    - REPOINTS ITS AROPEN RECEIVABLE ITEMS, SO STATEMENTS AND  *
      *      CASH APPLICATION FOLLOW THE MONEY                        *
      *    - REPOINTS THE CUSTOMER AND SHIP-TO NUMBER ON ITS QUOTFILE *
      *      QUOTATIONS, SO A QUOTE CONVERTED LATER BECOMES AN ORDER  *
      *      FOR THE KEPT CUSTOMER                                    *
      *    - ADDS ITS OPEN BALANCE TO THE KEPT CUSTOMER'S, GIVES THE  *
      *      KEPT CUSTOMER THE HIGHER OF THE TWO CREDIT LIMITS, AND   *
      *      DELETES THE DROPPED RECORD - BOTH CUSTMAST CHANGES ARE   *
      *      AUDITED TOO (CUSTMRG AND CUSTDEL)                        *
      *  THE CUSTMAST CHANGES COME LAST, SO A DROPPED CUSTOMER IS    *
      *  NEVER DELETED WHILE ANYTHING STILL POINTS AT IT.  A TRIAL    *
      *  RUN TOUCHES NOTHING AND PRINTS THE SAME MERGE REGISTER AN    *
      *  UPDATE RUN WOULD.                                            *
      *****************************************************************
      *  MODIFICATION HISTORY                                         *
      *  DATE        INIT  DESCRIPTION                                *
      *  2026-10-15  JE    INITIAL VERSION                            *
      *  2026-10-15  JE    ORDFILE RECORD GREW TO 224 (SALES REP       *
      *                    CODE) AND CUSTMAST TO 127 (DEFAULT SALES    *
      *                    REP)                                        *
      *  2026-10-15  JE    ORDFILE RECORD GREW TO 226 (SHIPPING        *
      *                    WAREHOUSE)                                  *
      *  2026-10-15  JE    QUOTFILE QUOTATIONS REPOINTED TO THE KEPT   *
      *                    CUSTOMER AND SHIP-TO, COUNTED ON THE        *
      *                    REGISTER                                    *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RS-6000.
       OBJECT-COMPUTER. RS-6000.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRGCTL ASSIGN TO MRGCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MRGCTL-STATUS.

           SELECT CUSTMAST ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-CUSTMAST-CUST-NO
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT SHIPTO ASSIGN TO SHIPTO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-SHIPTO-KEY
               FILE STATUS IS WS-SHIPTO-STATUS.

           SELECT CONTRACT ASSIGN TO CONTRACT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-CONTRACT-KEY
               FILE STATUS IS WS-CONTRACT-STATUS.

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

           SELECT AROPEN ASSIGN TO AROPEN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-AROPEN-INVOICE-NO
               FILE STATUS IS WS-AROPEN-STATUS.

           SELECT QUOTFILE ASSIGN TO QUOTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-QUOTFILE-QUOTE-NO
               FILE STATUS IS WS-QUOTFILE-STATUS.

           SELECT AUDIT ASSIGN TO AUDIT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT AUDITX ASSIGN TO AUDITX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-AUDITX-KEY
               FILE STATUS IS WS-AUDITX-STATUS.

           SELECT MRGREG ASSIGN TO MRGREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MRGREG-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *MODE CARD FIRST ('TRIAL' OR 'UPDATE'), THEN ONE CARD PER
      *DUPLICATE - THE SIX DIGIT CUSTOMER TO KEEP, THEN THE SIX
      *DIGIT CUSTOMER TO DROP
       FD  MRGCTL
           RECORD CONTAINS 12 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-MRGCTL-CARD               PIC X(12).

       FD  CUSTMAST
           RECORD CONTAINS 127 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-CUSTMAST-RECORD.
           05  FD-CUSTMAST-CUST-NO      PIC X(06).
           05  FILLER                   PIC X(121).

       FD  SHIPTO
           RECORD CONTAINS 105 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-SHIPTO-RECORD.
           05  FD-SHIPTO-KEY            PIC X(09).
           05  FILLER                   PIC X(96).

       FD  CONTRACT
           RECORD CONTAINS 50 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-CONTRACT-RECORD.
           05  FD-CONTRACT-KEY          PIC X(14).
           05  FILLER                   PIC X(36).

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

       FD  AROPEN
           RECORD CONTAINS 70 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-AROPEN-RECORD.
           05  FD-AROPEN-INVOICE-NO     PIC X(07).
           05  FILLER                   PIC X(63).

       FD  QUOTFILE
           RECORD CONTAINS 269 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-QUOTFILE-RECORD.
           05  FD-QUOTFILE-QUOTE-NO     PIC X(07).
           05  FILLER                   PIC X(262).

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

       FD  MRGREG
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-MRGREG-LINE               PIC X(132).

       WORKING-STORAGE SECTION.

       COPY 'CUSTMAST-LAYOUT'.
       COPY 'SHIPTO-LAYOUT'.
       COPY 'CONTRACT-LAYOUT'.
       COPY 'ORDFILE-LAYOUT'.
       COPY 'AROPEN-LAYOUT'.
       COPY 'QUOTE-LAYOUT'.
       COPY 'AUDIT-LAYOUT'.
       COPY 'AUDITX-LAYOUT'.

       01  WS-MRGCTL-STATUS             PIC X(02) VALUE '00'.
           88  WS-MRGCTL-OK                 VALUE '00'.

       01  WS-CUSTMAST-STATUS           PIC X(02) VALUE '00'.
           88  WS-CUSTMAST-OK               VALUE '00'.

       01  WS-SHIPTO-STATUS             PIC X(02) VALUE '00'.
           88  WS-SHIPTO-OK                 VALUE '00'.

       01  WS-CONTRACT-STATUS           PIC X(02) VALUE '00'.
           88  WS-CONTRACT-OK               VALUE '00'.

       01  WS-ORDFILE-STATUS            PIC X(02) VALUE '00'.
           88  WS-ORDFILE-OK                VALUE '00'.

       01  WS-ORDHIST-STATUS            PIC X(02) VALUE '00'.
           88  WS-ORDHIST-OK                VALUE '00'.

       01  WS-AROPEN-STATUS             PIC X(02) VALUE '00'.
           88  WS-AROPEN-OK                 VALUE '00'.

       01  WS-QUOTFILE-STATUS           PIC X(02) VALUE '00'.
           88  WS-QUOTFILE-OK               VALUE '00'.

       01  WS-AUDIT-STATUS              PIC X(02) VALUE '00'.
           88  WS-AUDIT-OK                  VALUE '00'.

       01  WS-AUDITX-STATUS             PIC X(02) VALUE '00'.
           88  WS-AUDITX-OK                 VALUE '00'.
       01  WS-AUDITX-DONE               PIC X(01) VALUE 'N'.

       01  WS-MRGREG-STATUS             PIC X(02) VALUE '00'.

       01  WS-RUN-MODE                  PIC X(06) VALUE SPACES.
           88  WS-MODE-TRIAL                VALUE 'TRIAL '.
           88  WS-MODE-UPDATE               VALUE 'UPDATE'.

       01  WS-CARD.
           05  WS-CARD-KEEP             PIC X(06).
           05  WS-CARD-DROP             PIC X(06).

      *THE PAIR TABLE - ONE ENTRY PER CARD, WITH WHAT THE REGISTER
      *PRINTS FOR IT.  A PAIR WHOSE CUSTOMERS ARE NOT BOTH ON FILE IS
      *REJECTED AND LEFT ALONE; THE REST OF THE DECK STILL RUNS
       01  WS-PAIR-TABLE.
           05  WS-PAIR-ENTRY OCCURS 200 TIMES.
               10  WS-PR-KEEP           PIC X(06).
               10  WS-PR-DROP           PIC X(06).
               10  WS-PR-STATE          PIC X(01).
                   88  WS-PR-VALID          VALUE 'V'.
                   88  WS-PR-REJECTED       VALUE 'R'.
               10  WS-PR-REASON         PIC X(30).
               10  WS-PR-KEEP-NAME      PIC X(20).
               10  WS-PR-DROP-NAME      PIC X(20).
               10  WS-PR-NEW-BALANCE    PIC 9(07)V99.
               10  WS-PR-NEW-LIMIT      PIC 9(07)V99.
               10  WS-PR-ORD-COUNT      PIC 9(05) COMP.
               10  WS-PR-HIST-COUNT     PIC 9(05) COMP.
               10  WS-PR-AR-COUNT       PIC 9(05) COMP.
               10  WS-PR-QUOTE-COUNT    PIC 9(05) COMP.
               10  WS-PR-SHIP-COUNT     PIC 9(05) COMP.
               10  WS-PR-CONT-MOVED     PIC 9(05) COMP.
               10  WS-PR-CONT-DROPPED   PIC 9(05) COMP.

       77  WS-PAIR-COUNT                PIC 9(03) COMP VALUE 0.
       77  WS-PAIR-SUB                  PIC 9(03) COMP VALUE 0.
       77  WS-CHECK-SUB                 PIC 9(03) COMP VALUE 0.
       77  WS-PAIR-FOUND                PIC 9(01) COMP VALUE 0.
       77  WS-VALID-COUNT               PIC 9(03) COMP VALUE 0.

      *EVERY SHIP-TO ADDRESS MOVED, OLD NUMBER TO NEW, SO THE ORDER
      *SWEEPS CAN RENUMBER THE ORDERS THAT SHIP TO IT
       01  WS-SHIP-MAP-TABLE.
           05  WS-SHIP-MAP-ENTRY OCCURS 2000 TIMES.
               10  WS-SM-DROP           PIC X(06).
               10  WS-SM-OLD-NO         PIC X(03).
               10  WS-SM-NEW-NO         PIC X(03).

       77  WS-SHIP-MAP-COUNT            PIC 9(05) COMP VALUE 0.
       77  WS-SHIP-MAP-SUB              PIC 9(05) COMP VALUE 0.
       77  WS-SHIP-MAP-START            PIC 9(05) COMP VALUE 0.
       77  WS-SHIP-MAP-FOUND            PIC 9(01) COMP VALUE 0.
       01  WS-NEXT-SHIP-NO              PIC 9(03) VALUE 0.
       01  WS-HIGH-SHIP-NO              PIC 9(03) VALUE 0.

      *ONE DROPPED CUSTOMER'S CONTRACT PRODUCTS, GATHERED BEFORE ANY
      *ARE MOVED SO THE BROWSE IS NOT DISTURBED BY THE MOVES
       01  WS-CONT-LIST.
           05  WS-CONT-PROD OCCURS 1000 TIMES PIC X(08).
       77  WS-CONT-COUNT                PIC 9(05) COMP VALUE 0.
       77  WS-CONT-SUB                  PIC 9(05) COMP VALUE 0.
       77  WS-KEEP-HAS-PRICE            PIC 9(01) COMP VALUE 0.

       77  WS-ORD-READ-COUNT            PIC 9(07) COMP VALUE 0.
       77  WS-ORD-CHG-COUNT             PIC 9(07) COMP VALUE 0.
       77  WS-HIST-READ-COUNT           PIC 9(07) COMP VALUE 0.
       77  WS-HIST-CHG-COUNT            PIC 9(07) COMP VALUE 0.
       77  WS-AR-CHG-COUNT              PIC 9(07) COMP VALUE 0.
       77  WS-QUOTE-CHG-COUNT           PIC 9(07) COMP VALUE 0.
       77  WS-EOF-SWITCH                PIC 9(01) COMP VALUE 0.
       77  WS-CTL-EOF-SWITCH            PIC 9(01) COMP VALUE 0.
       77  WS-SCAN-EOF-SWITCH           PIC 9(01) COMP VALUE 0.

       01  WS-MATCH-CUST-NO             PIC X(06) VALUE SPACES.
       01  WS-MATCH-SHIP-NO             PIC X(03) VALUE SPACES.

       01  WS-MERGED-LIMIT              PIC 9(07)V99 VALUE 0.
       01  WS-COMBINED-BALANCE          PIC 9(09)V99 VALUE 0.

       01  WS-AUDIT-BEFORE-IMAGE        PIC X(226).
       01  WS-RUN-DATE                  PIC X(08).
       01  WS-RUN-TIME                  PIC X(08).

       01  WS-HEADING-LINE1.
           05  FILLER                   PIC X(44) VALUE
               '  C U S T O M E R   M E R G E              '.
           05  FILLER                   PIC X(06) VALUE 'MODE: '.
           05  WH-RUN-MODE              PIC X(06).
           05  FILLER                   PIC X(06) VALUE SPACES.
           05  FILLER                   PIC X(05) VALUE 'DATE '.
           05  WH-RUN-DATE              PIC X(08).
           05  FILLER                   PIC X(57) VALUE SPACES.

       01  WS-HEADING-LINE2.
           05  FILLER                   PIC X(08) VALUE 'KEEP'.
           05  FILLER                   PIC X(22) VALUE 'NAME'.
           05  FILLER                   PIC X(08) VALUE 'DROP'.
           05  FILLER                   PIC X(22) VALUE 'NAME'.
           05  FILLER                   PIC X(72) VALUE 'RESULT'.

       01  WS-PAIR-LINE.
           05  WP-KEEP                  PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WP-KEEP-NAME             PIC X(20).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WP-DROP                  PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WP-DROP-NAME             PIC X(20).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WP-RESULT                PIC X(30).
           05  FILLER                   PIC X(42) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  FILLER                   PIC X(08) VALUE SPACES.
           05  FILLER                   PIC X(08) VALUE 'ORDERS'.
           05  WC-ORD-COUNT             PIC ZZ,ZZ9.
           05  FILLER                   PIC X(10) VALUE '  HISTORY'.
           05  WC-HIST-COUNT            PIC ZZ,ZZ9.
           05  FILLER                   PIC X(11) VALUE '  AR ITEMS'.
           05  WC-AR-COUNT              PIC ZZ,ZZ9.
           05  FILLER                   PIC X(11) VALUE '  SHIP-TOS'.
           05  WC-SHIP-COUNT            PIC ZZ,ZZ9.
           05  FILLER                   PIC X(18) VALUE
               '  CONTRACTS MOVED'.
           05  WC-CONT-MOVED            PIC ZZ,ZZ9.
           05  FILLER                   PIC X(10) VALUE '  DROPPED'.
           05  WC-CONT-DROPPED          PIC ZZ,ZZ9.
           05  FILLER                   PIC X(08) VALUE '  QUOTES'.
           05  WC-QUOTE-COUNT           PIC ZZ,ZZ9.
           05  FILLER                   PIC X(06) VALUE SPACES.

       01  WS-MONEY-LINE.
           05  FILLER                   PIC X(08) VALUE SPACES.
           05  FILLER                   PIC X(22) VALUE
               'COMBINED OPEN BALANCE'.
           05  WM-NEW-BALANCE           PIC Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  FILLER                   PIC X(14) VALUE
               'CREDIT LIMIT'.
           05  WM-NEW-LIMIT             PIC Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(60) VALUE SPACES.

       01  WS-TRAILER-LINE1.
           05  FILLER                   PIC X(25)
               VALUE 'CUSTOMERS MERGED:        '.
           05  WT-VALID-COUNT           PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(100) VALUE SPACES.

       01  WS-TRAILER-LINE2.
           05  FILLER                   PIC X(25)
               VALUE 'ORDER RECORDS CHANGED:   '.
           05  WT-ORD-CHG-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(100) VALUE SPACES.

       01  WS-TRAILER-LINE3.
           05  FILLER                   PIC X(25)
               VALUE 'HISTORY RECORDS CHANGED: '.
           05  WT-HIST-CHG-COUNT        PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(100) VALUE SPACES.

       01  WS-TRAILER-LINE4.
           05  FILLER                   PIC X(25)
               VALUE 'AR ITEMS CHANGED:        '.
           05  WT-AR-CHG-COUNT          PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(100) VALUE SPACES.

       01  WS-TRAILER-LINE5.
           05  FILLER                   PIC X(25)
               VALUE 'QUOTES CHANGED:          '.
           05  WT-QUOTE-CHG-COUNT       PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(100) VALUE SPACES.

       01  WS-TRIAL-LINE                PIC X(132) VALUE
           '*** TRIAL RUN - NOTHING WAS CHANGED ***'.

       01  WS-BLANK-LINE                PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 1500-VALIDATE-PAIRS THRU 1500-VALIDATE-PAIRS-EXIT.
           PERFORM 2000-MOVE-SHIPTOS THRU 2000-MOVE-SHIPTOS-EXIT.
           PERFORM 2500-MOVE-CONTRACTS THRU 2500-MOVE-CONTRACTS-EXIT.
           PERFORM 3000-SWEEP-ORDFILE THRU 3000-SWEEP-ORDFILE-EXIT.
           PERFORM 3500-SWEEP-ORDHIST THRU 3500-SWEEP-ORDHIST-EXIT.
           PERFORM 4000-SWEEP-AROPEN THRU 4000-SWEEP-AROPEN-EXIT.
           PERFORM 4500-SWEEP-QUOTFILE THRU 4500-SWEEP-QUOTFILE-EXIT.
           PERFORM 5000-MERGE-CUSTOMERS THRU 5000-MERGE-CUSTOMERS-EXIT.
           PERFORM 8000-WRITE-REGISTER THRU 8000-WRITE-REGISTER-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           OPEN INPUT MRGCTL.
           IF NOT WS-MRGCTL-OK
               DISPLAY 'JEPRIB: MRGCTL OPEN FAILED, STATUS='
                   WS-MRGCTL-STATUS
               GO TO 9999-ABORT
           END-IF.

      *THE MODE CARD COMES FIRST AND IS NOT OPTIONAL - A MERGE
      *DELETES CUSTOMERS, SO IT MUST BE ASKED FOR BY NAME
           READ MRGCTL INTO WS-RUN-MODE
               AT END
                   DISPLAY 'JEPRIB: MRGCTL MODE CARD IS MISSING'
                   GO TO 9999-ABORT
           END-READ.

           IF NOT WS-MODE-TRIAL AND NOT WS-MODE-UPDATE
               DISPLAY 'JEPRIB: MODE CARD MUST BE TRIAL OR UPDATE'
               GO TO 9999-ABORT
           END-IF.

           PERFORM 1100-LOAD-ONE-CARD THRU 1100-LOAD-ONE-CARD-EXIT
               UNTIL WS-CTL-EOF-SWITCH = 1.
           CLOSE MRGCTL.

           IF WS-PAIR-COUNT = 0
               DISPLAY 'JEPRIB: NO MERGE CARDS ON MRGCTL'
               GO TO 9999-ABORT
           END-IF.

           OPEN I-O CUSTMAST.
           IF NOT WS-CUSTMAST-OK
               DISPLAY 'JEPRIB: CUSTMAST OPEN FAILED, STATUS='
                   WS-CUSTMAST-STATUS
               GO TO 9999-ABORT
           END-IF.

           OPEN I-O SHIPTO.
           IF NOT WS-SHIPTO-OK
               DISPLAY 'JEPRIB: SHIPTO OPEN FAILED, STATUS='
                   WS-SHIPTO-STATUS
               GO TO 9999-ABORT
           END-IF.

           OPEN I-O CONTRACT.
           IF NOT WS-CONTRACT-OK
               DISPLAY 'JEPRIB: CONTRACT OPEN FAILED, STATUS='
                   WS-CONTRACT-STATUS
               GO TO 9999-ABORT
           END-IF.

           OPEN I-O ORDFILE.
           IF NOT WS-ORDFILE-OK
               DISPLAY 'JEPRIB: ORDFILE OPEN FAILED, STATUS='
                   WS-ORDFILE-STATUS
               GO TO 9999-ABORT
           END-IF.

           OPEN I-O ORDHIST.
           IF NOT WS-ORDHIST-OK
               DISPLAY 'JEPRIB: ORDHIST OPEN FAILED, STATUS='
                   WS-ORDHIST-STATUS
               GO TO 9999-ABORT
           END-IF.

           OPEN I-O AROPEN.
           IF NOT WS-AROPEN-OK
               DISPLAY 'JEPRIB: AROPEN OPEN FAILED, STATUS='
                   WS-AROPEN-STATUS
               GO TO 9999-ABORT
           END-IF.

           OPEN I-O QUOTFILE.
           IF NOT WS-QUOTFILE-OK
               DISPLAY 'JEPRIB: QUOTFILE OPEN FAILED, STATUS='
                   WS-QUOTFILE-STATUS
               GO TO 9999-ABORT
           END-IF.

           OPEN EXTEND AUDIT.
           IF NOT WS-AUDIT-OK
               DISPLAY 'JEPRIB: AUDIT OPEN FAILED, STATUS='
                   WS-AUDIT-STATUS
               GO TO 9999-ABORT
           END-IF.

           OPEN I-O AUDITX.
           IF NOT WS-AUDITX-OK
               DISPLAY 'JEPRIB: AUDITX OPEN FAILED, STATUS='
                   WS-AUDITX-STATUS
               GO TO 9999-ABORT
           END-IF.

           OPEN OUTPUT MRGREG.

           MOVE WS-RUN-MODE TO WH-RUN-MODE.
           MOVE WS-RUN-DATE TO WH-RUN-DATE.
           MOVE WS-HEADING-LINE1 TO FD-MRGREG-LINE.
           WRITE FD-MRGREG-LINE.
           MOVE WS-BLANK-LINE TO FD-MRGREG-LINE.
           WRITE FD-MRGREG-LINE.
           MOVE WS-HEADING-LINE2 TO FD-MRGREG-LINE.
           WRITE FD-MRGREG-LINE.
       1000-INITIALIZE-EXIT.
           EXIT.

      *A CARD THE DECK ITSELF GETS WRONG STOPS THE RUN BEFORE ANY
      *FILE IS TOUCHED: A NUMBER THAT IS NOT SIX DIGITS, A CUSTOMER
      *MERGED INTO ITSELF, A CUSTOMER DROPPED TWICE, OR A CHAIN
      *WHERE ONE CARD DROPS A CUSTOMER ANOTHER CARD KEEPS
       1100-LOAD-ONE-CARD.
           READ MRGCTL INTO WS-CARD
               AT END
                   MOVE 1 TO WS-CTL-EOF-SWITCH
           END-READ.
           IF WS-CTL-EOF-SWITCH = 1
               GO TO 1100-LOAD-ONE-CARD-EXIT
           END-IF.

           IF WS-CARD-KEEP IS NOT NUMERIC
               OR WS-CARD-DROP IS NOT NUMERIC
               OR WS-CARD-KEEP = WS-CARD-DROP
               DISPLAY 'JEPRIB: BAD MERGE CARD: ' WS-CARD
               GO TO 9999-ABORT
           END-IF.

           MOVE 0 TO WS-PAIR-FOUND.
           MOVE 0 TO WS-CHECK-SUB.
           IF WS-PAIR-COUNT > 0
               PERFORM 1110-CHECK-ONE-CARD THRU 1110-CHECK-ONE-CARD-EXIT
                   WS-PAIR-COUNT TIMES
           END-IF.
           IF WS-PAIR-FOUND = 1
               DISPLAY 'JEPRIB: CUSTOMER DROPPED TWICE OR BOTH KEPT '
                   'AND DROPPED: ' WS-CARD
               GO TO 9999-ABORT
           END-IF.

           IF WS-PAIR-COUNT = 200
               DISPLAY 'JEPRIB: MORE THAN 200 MERGE CARDS'
               GO TO 9999-ABORT
           END-IF.

           ADD 1 TO WS-PAIR-COUNT.
           MOVE WS-CARD-KEEP TO WS-PR-KEEP (WS-PAIR-COUNT).
           MOVE WS-CARD-DROP TO WS-PR-DROP (WS-PAIR-COUNT).
           SET WS-PR-VALID (WS-PAIR-COUNT) TO TRUE.
           MOVE SPACES TO WS-PR-REASON (WS-PAIR-COUNT).
           MOVE SPACES TO WS-PR-KEEP-NAME (WS-PAIR-COUNT).
           MOVE SPACES TO WS-PR-DROP-NAME (WS-PAIR-COUNT).
           MOVE 0 TO WS-PR-NEW-BALANCE (WS-PAIR-COUNT).
           MOVE 0 TO WS-PR-NEW-LIMIT (WS-PAIR-COUNT).
           MOVE 0 TO WS-PR-ORD-COUNT (WS-PAIR-COUNT).
           MOVE 0 TO WS-PR-HIST-COUNT (WS-PAIR-COUNT).
           MOVE 0 TO WS-PR-AR-COUNT (WS-PAIR-COUNT).
           MOVE 0 TO WS-PR-QUOTE-COUNT (WS-PAIR-COUNT).
           MOVE 0 TO WS-PR-SHIP-COUNT (WS-PAIR-COUNT).
           MOVE 0 TO WS-PR-CONT-MOVED (WS-PAIR-COUNT).
           MOVE 0 TO WS-PR-CONT-DROPPED (WS-PAIR-COUNT).
       1100-LOAD-ONE-CARD-EXIT.
           EXIT.

       1110-CHECK-ONE-CARD.
           ADD 1 TO WS-CHECK-SUB.
           IF WS-CARD-DROP = WS-PR-DROP (WS-CHECK-SUB)
               OR WS-CARD-DROP = WS-PR-KEEP (WS-CHECK-SUB)
               OR WS-CARD-KEEP = WS-PR-DROP (WS-CHECK-SUB)
               MOVE 1 TO WS-PAIR-FOUND
           END-IF.
       1110-CHECK-ONE-CARD-EXIT.
           EXIT.

      *BOTH CUSTOMERS OF EVERY PAIR MUST BE ON CUSTMAST.  A PAIR
      *THAT FAILS IS MARKED REJECTED AND NOTHING IS DONE FOR IT
       1500-VALIDATE-PAIRS.
           MOVE 0 TO WS-PAIR-SUB.
           PERFORM 1510-VALIDATE-ONE-PAIR
               THRU 1510-VALIDATE-ONE-PAIR-EXIT
               WS-PAIR-COUNT TIMES.
       1500-VALIDATE-PAIRS-EXIT.
           EXIT.

       1510-VALIDATE-ONE-PAIR.
           ADD 1 TO WS-PAIR-SUB.

           MOVE WS-PR-KEEP (WS-PAIR-SUB) TO FD-CUSTMAST-CUST-NO.
           READ CUSTMAST INTO CUSTMAST-RECORD
               INVALID KEY
                   SET WS-PR-REJECTED (WS-PAIR-SUB) TO TRUE
                   MOVE 'REJECTED - KEEP NOT ON FILE'
                       TO WS-PR-REASON (WS-PAIR-SUB)
                   GO TO 1510-VALIDATE-ONE-PAIR-EXIT
           END-READ.
           MOVE CUSTMAST-NAME TO WS-PR-KEEP-NAME (WS-PAIR-SUB).

           MOVE WS-PR-DROP (WS-PAIR-SUB) TO FD-CUSTMAST-CUST-NO.
           READ CUSTMAST INTO CUSTMAST-RECORD
               INVALID KEY
                   SET WS-PR-REJECTED (WS-PAIR-SUB) TO TRUE
                   MOVE 'REJECTED - DROP NOT ON FILE'
                       TO WS-PR-REASON (WS-PAIR-SUB)
                   GO TO 1510-VALIDATE-ONE-PAIR-EXIT
           END-READ.
           MOVE CUSTMAST-NAME TO WS-PR-DROP-NAME (WS-PAIR-SUB).
           ADD 1 TO WS-VALID-COUNT.
       1510-VALIDATE-ONE-PAIR-EXIT.
           EXIT.

      *****************************************************************
      *  SHIP-TO ADDRESSES - EACH ONE THE DROPPED CUSTOMER HAS IS     *
      *  NUMBERED ON FROM THE KEPT CUSTOMER'S HIGHEST SHIP-TO NUMBER  *
      *****************************************************************
       2000-MOVE-SHIPTOS.
           MOVE 0 TO WS-PAIR-SUB.
           PERFORM 2100-MOVE-PAIR-SHIPTOS
               THRU 2100-MOVE-PAIR-SHIPTOS-EXIT
               WS-PAIR-COUNT TIMES.
       2000-MOVE-SHIPTOS-EXIT.
           EXIT.

       2100-MOVE-PAIR-SHIPTOS.
           ADD 1 TO WS-PAIR-SUB.
           IF NOT WS-PR-VALID (WS-PAIR-SUB)
               GO TO 2100-MOVE-PAIR-SHIPTOS-EXIT
           END-IF.

      *THE KEPT CUSTOMER'S HIGHEST NUMBER IN USE - ITS RECORDS SIT
      *TOGETHER UNDER ITS CUSTOMER NUMBER
           MOVE 0 TO WS-HIGH-SHIP-NO.
           MOVE WS-PR-KEEP (WS-PAIR-SUB) TO WS-MATCH-CUST-NO.
           MOVE WS-MATCH-CUST-NO TO SHIPTO-CUST-NO.
           MOVE LOW-VALUES TO SHIPTO-SHIP-NO.
           PERFORM 2200-BROWSE-SHIPTOS THRU 2200-BROWSE-SHIPTOS-EXIT.
           MOVE WS-HIGH-SHIP-NO TO WS-NEXT-SHIP-NO.

      *THEN THE DROPPED CUSTOMER'S ADDRESSES, EACH GIVEN THE NEXT
      *NUMBER ON - GATHERED FIRST AND MOVED AFTER
           MOVE WS-SHIP-MAP-COUNT TO WS-SHIP-MAP-START.
           MOVE WS-PR-DROP (WS-PAIR-SUB) TO WS-MATCH-CUST-NO.
           MOVE WS-MATCH-CUST-NO TO SHIPTO-CUST-NO.
           MOVE LOW-VALUES TO SHIPTO-SHIP-NO.
           PERFORM 2200-BROWSE-SHIPTOS THRU 2200-BROWSE-SHIPTOS-EXIT.

           IF WS-MODE-TRIAL
               GO TO 2100-MOVE-PAIR-SHIPTOS-EXIT
           END-IF.

           MOVE WS-SHIP-MAP-START TO WS-SHIP-MAP-SUB.
           PERFORM 2300-MOVE-ONE-SHIPTO THRU 2300-MOVE-ONE-SHIPTO-EXIT
               UNTIL WS-SHIP-MAP-SUB NOT < WS-SHIP-MAP-COUNT.
       2100-MOVE-PAIR-SHIPTOS-EXIT.
           EXIT.

      *WALKS WS-MATCH-CUST-NO'S SHIP-TOS.  ON THE KEPT CUSTOMER IT
      *ONLY NOTES THE HIGHEST NUMBER; ON THE DROPPED ONE IT ADDS A
      *MAP ENTRY FOR EACH
       2200-BROWSE-SHIPTOS.
           MOVE 0 TO WS-SCAN-EOF-SWITCH.
           MOVE SHIPTO-KEY TO FD-SHIPTO-KEY.
           START SHIPTO KEY IS NOT LESS THAN FD-SHIPTO-KEY
               INVALID KEY
                   MOVE 1 TO WS-SCAN-EOF-SWITCH
           END-START.
           PERFORM 2210-BROWSE-ONE-SHIPTO
               THRU 2210-BROWSE-ONE-SHIPTO-EXIT
               UNTIL WS-SCAN-EOF-SWITCH = 1.
       2200-BROWSE-SHIPTOS-EXIT.
           EXIT.

       2210-BROWSE-ONE-SHIPTO.
           READ SHIPTO NEXT RECORD INTO SHIPTO-RECORD
               AT END
                   MOVE 1 TO WS-SCAN-EOF-SWITCH
           END-READ.
           IF WS-SCAN-EOF-SWITCH = 1
               GO TO 2210-BROWSE-ONE-SHIPTO-EXIT
           END-IF.

           IF SHIPTO-CUST-NO NOT = WS-MATCH-CUST-NO
               MOVE 1 TO WS-SCAN-EOF-SWITCH
               GO TO 2210-BROWSE-ONE-SHIPTO-EXIT
           END-IF.

           IF WS-MATCH-CUST-NO = WS-PR-KEEP (WS-PAIR-SUB)
               IF SHIPTO-SHIP-NO IS NUMERIC
                   AND SHIPTO-SHIP-NO > WS-HIGH-SHIP-NO
                   MOVE SHIPTO-SHIP-NO TO WS-HIGH-SHIP-NO
               END-IF
               GO TO 2210-BROWSE-ONE-SHIPTO-EXIT
           END-IF.

      *NO ROOM LEFT UNDER THE KEPT CUSTOMER - THE ADDRESS STAYS
      *WHERE IT IS AND IS LISTED FOR SOMEBODY TO RE-KEY BY HAND
           IF WS-NEXT-SHIP-NO = 999 OR WS-SHIP-MAP-COUNT = 2000
               DISPLAY 'JEPRIB: SHIP-TO NOT MOVED, NO NUMBER FREE: '
                   SHIPTO-KEY
               GO TO 2210-BROWSE-ONE-SHIPTO-EXIT
           END-IF.

           ADD 1 TO WS-NEXT-SHIP-NO.
           ADD 1 TO WS-SHIP-MAP-COUNT.
           MOVE SHIPTO-CUST-NO TO WS-SM-DROP (WS-SHIP-MAP-COUNT).
           MOVE SHIPTO-SHIP-NO TO WS-SM-OLD-NO (WS-SHIP-MAP-COUNT).
           MOVE WS-NEXT-SHIP-NO TO WS-SM-NEW-NO (WS-SHIP-MAP-COUNT).
           ADD 1 TO WS-PR-SHIP-COUNT (WS-PAIR-SUB).
       2210-BROWSE-ONE-SHIPTO-EXIT.
           EXIT.

       2300-MOVE-ONE-SHIPTO.
           ADD 1 TO WS-SHIP-MAP-SUB.

           MOVE WS-SM-DROP (WS-SHIP-MAP-SUB) TO SHIPTO-CUST-NO.
           MOVE WS-SM-OLD-NO (WS-SHIP-MAP-SUB) TO SHIPTO-SHIP-NO.
           MOVE SHIPTO-KEY TO FD-SHIPTO-KEY.
           READ SHIPTO INTO SHIPTO-RECORD
               INVALID KEY
                   GO TO 2300-MOVE-ONE-SHIPTO-EXIT
           END-READ.

           MOVE WS-PR-KEEP (WS-PAIR-SUB) TO SHIPTO-CUST-NO.
           MOVE WS-SM-NEW-NO (WS-SHIP-MAP-SUB) TO SHIPTO-SHIP-NO.
           MOVE SHIPTO-KEY TO FD-SHIPTO-KEY.
           WRITE FD-SHIPTO-RECORD FROM SHIPTO-RECORD
               INVALID KEY
                   DISPLAY 'JEPRIB: SHIPTO WRITE FAILED, KEY='
                       SHIPTO-KEY
                   GO TO 9999-ABORT
           END-WRITE.

           MOVE WS-SM-DROP (WS-SHIP-MAP-SUB) TO FD-SHIPTO-KEY(1:6).
           MOVE WS-SM-OLD-NO (WS-SHIP-MAP-SUB) TO FD-SHIPTO-KEY(7:3).
           DELETE SHIPTO RECORD
               INVALID KEY
                   DISPLAY 'JEPRIB: SHIPTO DELETE FAILED, KEY='
                       FD-SHIPTO-KEY
                   GO TO 9999-ABORT
           END-DELETE.
       2300-MOVE-ONE-SHIPTO-EXIT.
           EXIT.

      *****************************************************************
      *  CONTRACT PRICES - MOVED ACROSS UNLESS THE KEPT CUSTOMER HAS  *
      *  ITS OWN PRICE FOR THE PRODUCT, WHEN THE DROPPED ONE GOES     *
      *****************************************************************
       2500-MOVE-CONTRACTS.
           MOVE 0 TO WS-PAIR-SUB.
           PERFORM 2600-MOVE-PAIR-CONTRACTS
               THRU 2600-MOVE-PAIR-CONTRACTS-EXIT
               WS-PAIR-COUNT TIMES.
       2500-MOVE-CONTRACTS-EXIT.
           EXIT.

       2600-MOVE-PAIR-CONTRACTS.
           ADD 1 TO WS-PAIR-SUB.
           IF NOT WS-PR-VALID (WS-PAIR-SUB)
               GO TO 2600-MOVE-PAIR-CONTRACTS-EXIT
           END-IF.

           MOVE 0 TO WS-CONT-COUNT.
           MOVE 0 TO WS-SCAN-EOF-SWITCH.
           MOVE WS-PR-DROP (WS-PAIR-SUB) TO CONTRACT-CUST-NO.
           MOVE LOW-VALUES TO CONTRACT-PROD-A CONTRACT-PROD-B.
           MOVE CONTRACT-KEY TO FD-CONTRACT-KEY.
           START CONTRACT KEY IS NOT LESS THAN FD-CONTRACT-KEY
               INVALID KEY
                   MOVE 1 TO WS-SCAN-EOF-SWITCH
           END-START.
           PERFORM 2610-GATHER-ONE-CONTRACT
               THRU 2610-GATHER-ONE-CONTRACT-EXIT
               UNTIL WS-SCAN-EOF-SWITCH = 1.

           MOVE 0 TO WS-CONT-SUB.
           IF WS-CONT-COUNT > 0
               PERFORM 2700-MOVE-ONE-CONTRACT
                   THRU 2700-MOVE-ONE-CONTRACT-EXIT
                   WS-CONT-COUNT TIMES
           END-IF.
       2600-MOVE-PAIR-CONTRACTS-EXIT.
           EXIT.

       2610-GATHER-ONE-CONTRACT.
           READ CONTRACT NEXT RECORD INTO CONTRACT-RECORD
               AT END
                   MOVE 1 TO WS-SCAN-EOF-SWITCH
           END-READ.
           IF WS-SCAN-EOF-SWITCH = 1
               GO TO 2610-GATHER-ONE-CONTRACT-EXIT
           END-IF.

           IF CONTRACT-CUST-NO NOT = WS-PR-DROP (WS-PAIR-SUB)
               OR WS-CONT-COUNT = 1000
               MOVE 1 TO WS-SCAN-EOF-SWITCH
               GO TO 2610-GATHER-ONE-CONTRACT-EXIT
           END-IF.

           ADD 1 TO WS-CONT-COUNT.
           MOVE CONTRACT-KEY(7:8) TO WS-CONT-PROD (WS-CONT-COUNT).
       2610-GATHER-ONE-CONTRACT-EXIT.
           EXIT.

       2700-MOVE-ONE-CONTRACT.
           ADD 1 TO WS-CONT-SUB.

           MOVE 0 TO WS-KEEP-HAS-PRICE.
           MOVE WS-PR-KEEP (WS-PAIR-SUB) TO FD-CONTRACT-KEY(1:6).
           MOVE WS-CONT-PROD (WS-CONT-SUB) TO FD-CONTRACT-KEY(7:8).
           READ CONTRACT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WS-KEEP-HAS-PRICE
           END-READ.

           IF WS-KEEP-HAS-PRICE = 1
               ADD 1 TO WS-PR-CONT-DROPPED (WS-PAIR-SUB)
           ELSE
               ADD 1 TO WS-PR-CONT-MOVED (WS-PAIR-SUB)
           END-IF.

           IF WS-MODE-TRIAL
               GO TO 2700-MOVE-ONE-CONTRACT-EXIT
           END-IF.

           MOVE WS-PR-DROP (WS-PAIR-SUB) TO FD-CONTRACT-KEY(1:6).
           MOVE WS-CONT-PROD (WS-CONT-SUB) TO FD-CONTRACT-KEY(7:8).
           READ CONTRACT INTO CONTRACT-RECORD
               INVALID KEY
                   GO TO 2700-MOVE-ONE-CONTRACT-EXIT
           END-READ.

           DELETE CONTRACT RECORD
               INVALID KEY
                   DISPLAY 'JEPRIB: CONTRACT DELETE FAILED, KEY='
                       CONTRACT-KEY
                   GO TO 9999-ABORT
           END-DELETE.

      *THE KEPT CUSTOMER'S OWN PRICE STANDS - THE DROPPED ONE'S
      *PRICE FOR THE SAME PRODUCT IS SIMPLY GONE
           IF WS-KEEP-HAS-PRICE = 1
               GO TO 2700-MOVE-ONE-CONTRACT-EXIT
           END-IF.

           MOVE WS-PR-KEEP (WS-PAIR-SUB) TO CONTRACT-CUST-NO.
           MOVE CONTRACT-KEY TO FD-CONTRACT-KEY.
           WRITE FD-CONTRACT-RECORD FROM CONTRACT-RECORD
               INVALID KEY
                   DISPLAY 'JEPRIB: CONTRACT WRITE FAILED, KEY='
                       CONTRACT-KEY
                   GO TO 9999-ABORT
           END-WRITE.
       2700-MOVE-ONE-CONTRACT-EXIT.
           EXIT.

      *****************************************************************
      *  ORDER SWEEPS - EVERY ORDER OF A DROPPED CUSTOMER, LIVE AND   *
      *  ARCHIVED, IS REPOINTED TO THE KEPT ONE.  ONLY THE ORDFILE    *
      *  REWRITES ARE AUDITED - THE AUDIT TRAIL FOLLOWS LIVE ORDERS   *
      *****************************************************************
       3000-SWEEP-ORDFILE.
           MOVE 0 TO WS-EOF-SWITCH.
           PERFORM 3100-SWEEP-ONE-ORDER THRU 3100-SWEEP-ONE-ORDER-EXIT
               UNTIL WS-EOF-SWITCH = 1.
       3000-SWEEP-ORDFILE-EXIT.
           EXIT.

       3100-SWEEP-ONE-ORDER.
           READ ORDFILE NEXT RECORD INTO ORDFILE-RECORD
               AT END
                   MOVE 1 TO WS-EOF-SWITCH
           END-READ.
           IF WS-EOF-SWITCH = 1
               GO TO 3100-SWEEP-ONE-ORDER-EXIT
           END-IF.
           ADD 1 TO WS-ORD-READ-COUNT.

           IF ORDFILE-CUST-NO = SPACES
               GO TO 3100-SWEEP-ONE-ORDER-EXIT
           END-IF.
           MOVE ORDFILE-CUST-NO TO WS-MATCH-CUST-NO.
           PERFORM 3800-MATCH-DROP THRU 3800-MATCH-DROP-EXIT.
           IF WS-PAIR-FOUND = 0
               GO TO 3100-SWEEP-ONE-ORDER-EXIT
           END-IF.

           ADD 1 TO WS-PR-ORD-COUNT (WS-PAIR-SUB).
           ADD 1 TO WS-ORD-CHG-COUNT.

           IF WS-MODE-TRIAL
               GO TO 3100-SWEEP-ONE-ORDER-EXIT
           END-IF.

           MOVE ORDFILE-RECORD TO WS-AUDIT-BEFORE-IMAGE.
           MOVE ORDFILE-SHIPTO-NO TO WS-MATCH-SHIP-NO.
           PERFORM 3900-MATCH-SHIPTO THRU 3900-MATCH-SHIPTO-EXIT.
           MOVE WS-MATCH-SHIP-NO TO ORDFILE-SHIPTO-NO.
           MOVE WS-PR-KEEP (WS-PAIR-SUB) TO ORDFILE-CUST-NO.

           MOVE ORDFILE-RECORD TO FD-ORDFILE-RECORD.
           REWRITE FD-ORDFILE-RECORD
               INVALID KEY
                   DISPLAY 'JEPRIB: ORDFILE REWRITE FAILED, INVOICE='
                       ORDFILE-INVOICE-NO
                   GO TO 9999-ABORT
           END-REWRITE.

           SET AUDIT-ACTION-REWRITE TO TRUE.
           MOVE ORDFILE-INVOICE-NO TO AUDIT-INVOICE-NO.
           MOVE WS-AUDIT-BEFORE-IMAGE TO AUDIT-BEFORE-IMAGE.
           MOVE ORDFILE-RECORD TO AUDIT-AFTER-IMAGE.
           PERFORM 7000-WRITE-AUDIT-RECORD
               THRU 7000-WRITE-AUDIT-RECORD-EXIT.
       3100-SWEEP-ONE-ORDER-EXIT.
           EXIT.

       3500-SWEEP-ORDHIST.
           MOVE 0 TO WS-EOF-SWITCH.
           PERFORM 3600-SWEEP-ONE-HISTORY
               THRU 3600-SWEEP-ONE-HISTORY-EXIT
               UNTIL WS-EOF-SWITCH = 1.
       3500-SWEEP-ORDHIST-EXIT.
           EXIT.

       3600-SWEEP-ONE-HISTORY.
           READ ORDHIST NEXT RECORD INTO ORDFILE-RECORD
               AT END
                   MOVE 1 TO WS-EOF-SWITCH
           END-READ.
           IF WS-EOF-SWITCH = 1
               GO TO 3600-SWEEP-ONE-HISTORY-EXIT
           END-IF.
           ADD 1 TO WS-HIST-READ-COUNT.

           IF ORDFILE-CUST-NO = SPACES
               GO TO 3600-SWEEP-ONE-HISTORY-EXIT
           END-IF.
           MOVE ORDFILE-CUST-NO TO WS-MATCH-CUST-NO.
           PERFORM 3800-MATCH-DROP THRU 3800-MATCH-DROP-EXIT.
           IF WS-PAIR-FOUND = 0
               GO TO 3600-SWEEP-ONE-HISTORY-EXIT
           END-IF.

           ADD 1 TO WS-PR-HIST-COUNT (WS-PAIR-SUB).
           ADD 1 TO WS-HIST-CHG-COUNT.

           IF WS-MODE-TRIAL
               GO TO 3600-SWEEP-ONE-HISTORY-EXIT
           END-IF.

           MOVE ORDFILE-SHIPTO-NO TO WS-MATCH-SHIP-NO.
           PERFORM 3900-MATCH-SHIPTO THRU 3900-MATCH-SHIPTO-EXIT.
           MOVE WS-MATCH-SHIP-NO TO ORDFILE-SHIPTO-NO.
           MOVE WS-PR-KEEP (WS-PAIR-SUB) TO ORDFILE-CUST-NO.

           MOVE ORDFILE-RECORD TO FD-ORDHIST-RECORD.
           REWRITE FD-ORDHIST-RECORD
               INVALID KEY
                   DISPLAY 'JEPRIB: ORDHIST REWRITE FAILED, INVOICE='
                       ORDFILE-INVOICE-NO
                   GO TO 9999-ABORT
           END-REWRITE.
       3600-SWEEP-ONE-HISTORY-EXIT.
           EXIT.

      *FINDS THE VALID PAIR WHOSE DROPPED CUSTOMER IS
      *WS-MATCH-CUST-NO - WS-PAIR-FOUND COMES BACK UP WITH
      *WS-PAIR-SUB ON IT
       3800-MATCH-DROP.
           MOVE 0 TO WS-PAIR-FOUND.
           MOVE 0 TO WS-PAIR-SUB.
           PERFORM 3810-MATCH-ONE-DROP THRU 3810-MATCH-ONE-DROP-EXIT
               UNTIL WS-PAIR-FOUND = 1
                   OR WS-PAIR-SUB NOT < WS-PAIR-COUNT.
       3800-MATCH-DROP-EXIT.
           EXIT.

       3810-MATCH-ONE-DROP.
           ADD 1 TO WS-PAIR-SUB.
           IF WS-MATCH-CUST-NO = WS-PR-DROP (WS-PAIR-SUB)
               AND WS-PR-VALID (WS-PAIR-SUB)
               MOVE 1 TO WS-PAIR-FOUND
           END-IF.
       3810-MATCH-ONE-DROP-EXIT.
           EXIT.

      *TURNS THE DROPPED CUSTOMER'S SHIP-TO NUMBER IN
      *WS-MATCH-SHIP-NO INTO THE NUMBER THE ADDRESS NOW HAS UNDER
      *THE KEPT CUSTOMER.  A NUMBER NOT MOVED IS LEFT AS IT IS
       3900-MATCH-SHIPTO.
           IF WS-MATCH-SHIP-NO = SPACES OR WS-SHIP-MAP-COUNT = 0
               GO TO 3900-MATCH-SHIPTO-EXIT
           END-IF.
           MOVE 0 TO WS-SHIP-MAP-FOUND.
           MOVE 0 TO WS-SHIP-MAP-SUB.
           PERFORM 3910-MATCH-ONE-SHIPTO THRU 3910-MATCH-ONE-SHIPTO-EXIT
               UNTIL WS-SHIP-MAP-FOUND = 1
                   OR WS-SHIP-MAP-SUB NOT < WS-SHIP-MAP-COUNT.
       3900-MATCH-SHIPTO-EXIT.
           EXIT.

       3910-MATCH-ONE-SHIPTO.
           ADD 1 TO WS-SHIP-MAP-SUB.
           IF WS-SM-DROP (WS-SHIP-MAP-SUB) = WS-MATCH-CUST-NO
               AND WS-SM-OLD-NO (WS-SHIP-MAP-SUB) = WS-MATCH-SHIP-NO
               MOVE WS-SM-NEW-NO (WS-SHIP-MAP-SUB) TO WS-MATCH-SHIP-NO
               MOVE 1 TO WS-SHIP-MAP-FOUND
           END-IF.
       3910-MATCH-ONE-SHIPTO-EXIT.
           EXIT.

      *****************************************************************
      *  RECEIVABLES - OPEN AND PAID ITEMS ALIKE MOVE, SO THE KEPT    *
      *  CUSTOMER'S STATEMENT AND AGING CARRY THE WHOLE HISTORY       *
      *****************************************************************
       4000-SWEEP-AROPEN.
           MOVE 0 TO WS-EOF-SWITCH.
           PERFORM 4100-SWEEP-ONE-ITEM THRU 4100-SWEEP-ONE-ITEM-EXIT
               UNTIL WS-EOF-SWITCH = 1.
       4000-SWEEP-AROPEN-EXIT.
           EXIT.

       4100-SWEEP-ONE-ITEM.
           READ AROPEN NEXT RECORD INTO AROPEN-RECORD
               AT END
                   MOVE 1 TO WS-EOF-SWITCH
           END-READ.
           IF WS-EOF-SWITCH = 1
               GO TO 4100-SWEEP-ONE-ITEM-EXIT
           END-IF.

           MOVE AROPEN-CUST-NO TO WS-MATCH-CUST-NO.
           PERFORM 3800-MATCH-DROP THRU 3800-MATCH-DROP-EXIT.
           IF WS-PAIR-FOUND = 0
               GO TO 4100-SWEEP-ONE-ITEM-EXIT
           END-IF.

           ADD 1 TO WS-PR-AR-COUNT (WS-PAIR-SUB).
           ADD 1 TO WS-AR-CHG-COUNT.

           IF WS-MODE-TRIAL
               GO TO 4100-SWEEP-ONE-ITEM-EXIT
           END-IF.

           MOVE WS-PR-KEEP (WS-PAIR-SUB) TO AROPEN-CUST-NO.
           MOVE AROPEN-RECORD TO FD-AROPEN-RECORD.
           REWRITE FD-AROPEN-RECORD
               INVALID KEY
                   DISPLAY 'JEPRIB: AROPEN REWRITE FAILED, INVOICE='
                       AROPEN-INVOICE-NO
                   GO TO 9999-ABORT
           END-REWRITE.
       4100-SWEEP-ONE-ITEM-EXIT.
           EXIT.

      *****************************************************************
      *  QUOTATIONS - OPEN AND CONVERTED QUOTES ALIKE MOVE, SO A      *
      *  QUOTE CONVERTED LATER IS ORDERED AND CREDIT CHECKED UNDER    *
      *  THE KEPT CUSTOMER, AND THE CONVERSION FIGURES STAY WHOLE     *
      *****************************************************************
       4500-SWEEP-QUOTFILE.
           MOVE 0 TO WS-EOF-SWITCH.
           PERFORM 4600-SWEEP-ONE-QUOTE THRU 4600-SWEEP-ONE-QUOTE-EXIT
               UNTIL WS-EOF-SWITCH = 1.
       4500-SWEEP-QUOTFILE-EXIT.
           EXIT.

       4600-SWEEP-ONE-QUOTE.
           READ QUOTFILE NEXT RECORD INTO QUOTE-RECORD
               AT END
                   MOVE 1 TO WS-EOF-SWITCH
           END-READ.
           IF WS-EOF-SWITCH = 1
               GO TO 4600-SWEEP-ONE-QUOTE-EXIT
           END-IF.

           IF QUOTE-CUST-NO = SPACES
               GO TO 4600-SWEEP-ONE-QUOTE-EXIT
           END-IF.
           MOVE QUOTE-CUST-NO TO WS-MATCH-CUST-NO.
           PERFORM 3800-MATCH-DROP THRU 3800-MATCH-DROP-EXIT.
           IF WS-PAIR-FOUND = 0
               GO TO 4600-SWEEP-ONE-QUOTE-EXIT
           END-IF.

           ADD 1 TO WS-PR-QUOTE-COUNT (WS-PAIR-SUB).
           ADD 1 TO WS-QUOTE-CHG-COUNT.

           IF WS-MODE-TRIAL
               GO TO 4600-SWEEP-ONE-QUOTE-EXIT
           END-IF.

           MOVE QUOTE-SHIPTO-NO TO WS-MATCH-SHIP-NO.
           PERFORM 3900-MATCH-SHIPTO THRU 3900-MATCH-SHIPTO-EXIT.
           MOVE WS-MATCH-SHIP-NO TO QUOTE-SHIPTO-NO.
           MOVE WS-PR-KEEP (WS-PAIR-SUB) TO QUOTE-CUST-NO.

           MOVE QUOTE-RECORD TO FD-QUOTFILE-RECORD.
           REWRITE FD-QUOTFILE-RECORD
               INVALID KEY
                   DISPLAY 'JEPRIB: QUOTFILE REWRITE FAILED, QUOTE='
                       QUOTE-NO
                   GO TO 9999-ABORT
           END-REWRITE.
       4600-SWEEP-ONE-QUOTE-EXIT.
           EXIT.

      *****************************************************************
      *  THE CUSTOMER MASTER ITSELF - THE KEPT RECORD TAKES ON THE    *
      *  DROPPED ONE'S BALANCE AND THE HIGHER LIMIT, THEN THE DROPPED *
      *  RECORD GOES.  THE KEPT RECORD IS READ AFRESH FOR EACH PAIR   *
      *  SO SEVERAL DUPLICATES CAN FOLD INTO ONE CUSTOMER IN A RUN    *
      *****************************************************************
       5000-MERGE-CUSTOMERS.
           MOVE 0 TO WS-PAIR-SUB.
           PERFORM 5100-MERGE-ONE-PAIR THRU 5100-MERGE-ONE-PAIR-EXIT
               WS-PAIR-COUNT TIMES.
       5000-MERGE-CUSTOMERS-EXIT.
           EXIT.

       5100-MERGE-ONE-PAIR.
           ADD 1 TO WS-PAIR-SUB.
           IF NOT WS-PR-VALID (WS-PAIR-SUB)
               GO TO 5100-MERGE-ONE-PAIR-EXIT
           END-IF.

           MOVE WS-PR-DROP (WS-PAIR-SUB) TO FD-CUSTMAST-CUST-NO.
           READ CUSTMAST INTO CUSTMAST-RECORD
               INVALID KEY
                   DISPLAY 'JEPRIB: CUSTMAST READ FAILED, CUST='
                       WS-PR-DROP (WS-PAIR-SUB)
                   GO TO 9999-ABORT
           END-READ.
           MOVE CUSTMAST-RECORD TO WS-AUDIT-BEFORE-IMAGE.
           MOVE CUSTMAST-OPEN-BALANCE TO WS-COMBINED-BALANCE.
           MOVE CUSTMAST-CREDIT-LIMIT TO WS-MERGED-LIMIT.

           MOVE WS-PR-KEEP (WS-PAIR-SUB) TO FD-CUSTMAST-CUST-NO.
           READ CUSTMAST INTO CUSTMAST-RECORD
               INVALID KEY
                   DISPLAY 'JEPRIB: CUSTMAST READ FAILED, CUST='
                       WS-PR-KEEP (WS-PAIR-SUB)
                   GO TO 9999-ABORT
           END-READ.

      *THE BALANCE FIELD STOPS AT 9,999,999.99 - THE SAME CAP THE
      *SHIP RUN PUTS ON IT.  A ZERO LIMIT MEANS NO LIMIT AT ALL, SO
      *IT IS THE HIGHER OF ANY TWO
           ADD CUSTMAST-OPEN-BALANCE TO WS-COMBINED-BALANCE.
           IF WS-COMBINED-BALANCE > 9999999.99
               MOVE 9999999.99 TO WS-COMBINED-BALANCE
           END-IF.
           IF CUSTMAST-CREDIT-LIMIT = 0
               MOVE 0 TO WS-MERGED-LIMIT
           ELSE
               IF WS-MERGED-LIMIT NOT = 0
                   AND CUSTMAST-CREDIT-LIMIT > WS-MERGED-LIMIT
                   MOVE CUSTMAST-CREDIT-LIMIT TO WS-MERGED-LIMIT
               END-IF
           END-IF.

           MOVE WS-COMBINED-BALANCE TO WS-PR-NEW-BALANCE (WS-PAIR-SUB).
           MOVE WS-MERGED-LIMIT TO WS-PR-NEW-LIMIT (WS-PAIR-SUB).
           MOVE 'MERGED' TO WS-PR-REASON (WS-PAIR-SUB).

           IF WS-MODE-TRIAL
               MOVE 'WOULD BE MERGED' TO WS-PR-REASON (WS-PAIR-SUB)
               GO TO 5100-MERGE-ONE-PAIR-EXIT
           END-IF.

      *THE DROPPED RECORD GOES FIRST, ITS IMAGE ALREADY IN HAND
           MOVE WS-PR-DROP (WS-PAIR-SUB) TO FD-CUSTMAST-CUST-NO.
           DELETE CUSTMAST RECORD
               INVALID KEY
                   DISPLAY 'JEPRIB: CUSTMAST DELETE FAILED, CUST='
                       WS-PR-DROP (WS-PAIR-SUB)
                   GO TO 9999-ABORT
           END-DELETE.

           SET AUDIT-ACTION-CUST-DEL TO TRUE.
           MOVE WS-PR-DROP (WS-PAIR-SUB) TO AUDIT-INVOICE-NO.
           MOVE WS-AUDIT-BEFORE-IMAGE TO AUDIT-BEFORE-IMAGE.
           MOVE SPACES TO AUDIT-AFTER-IMAGE.
           PERFORM 7000-WRITE-AUDIT-RECORD
               THRU 7000-WRITE-AUDIT-RECORD-EXIT.

           MOVE SPACES TO WS-AUDIT-BEFORE-IMAGE.
           MOVE CUSTMAST-RECORD TO WS-AUDIT-BEFORE-IMAGE.
           MOVE WS-COMBINED-BALANCE TO CUSTMAST-OPEN-BALANCE.
           MOVE WS-MERGED-LIMIT TO CUSTMAST-CREDIT-LIMIT.

           MOVE CUSTMAST-RECORD TO FD-CUSTMAST-RECORD.
           REWRITE FD-CUSTMAST-RECORD
               INVALID KEY
                   DISPLAY 'JEPRIB: CUSTMAST REWRITE FAILED, CUST='
                       CUSTMAST-CUST-NO
                   GO TO 9999-ABORT
           END-REWRITE.

           SET AUDIT-ACTION-CUST-MERGE TO TRUE.
           MOVE CUSTMAST-CUST-NO TO AUDIT-INVOICE-NO.
           MOVE WS-AUDIT-BEFORE-IMAGE TO AUDIT-BEFORE-IMAGE.
           MOVE CUSTMAST-RECORD TO AUDIT-AFTER-IMAGE.
           PERFORM 7000-WRITE-AUDIT-RECORD
               THRU 7000-WRITE-AUDIT-RECORD-EXIT.
       5100-MERGE-ONE-PAIR-EXIT.
           EXIT.

      *THE SAME BEFORE/AFTER AUDIT RECORD EVERY CHANGE GETS, UNDER
      *THE ACTION, KEY AND IMAGES THE CALLER HAS SET UP
       7000-WRITE-AUDIT-RECORD.
           MOVE WS-RUN-DATE TO AUDIT-DATE.
           MOVE WS-RUN-TIME(1:6) TO AUDIT-TIME.
           MOVE 'JEPRIB' TO AUDIT-OPERATOR.
           MOVE 'BTCH' TO AUDIT-TRANSACTION.

           MOVE AUDIT-RECORD TO FD-AUDIT-RECORD.
           WRITE FD-AUDIT-RECORD.

           PERFORM 7500-WRITE-AUDITX-RECORD
               THRU 7500-WRITE-AUDITX-RECORD-EXIT.
       7000-WRITE-AUDIT-RECORD-EXIT.
           EXIT.

      *THE SAME FACTS GO ONTO THE KEYED AUDITX CROSS-REFERENCE SO
      *THE JEPRHJ TIMELINE INQUIRY CAN READ THEM BY INVOICE.  THE
      *SEQUENCE BREAKS TIES WHEN TWO CHANGES LAND THE SAME SECOND
       7500-WRITE-AUDITX-RECORD.
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
           PERFORM 7501-WRITE-AUDITX-ONCE
               THRU 7501-WRITE-AUDITX-ONCE-EXIT
               UNTIL WS-AUDITX-DONE = 'Y'.
       7500-WRITE-AUDITX-RECORD-EXIT.
           EXIT.

       7501-WRITE-AUDITX-ONCE.
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
       7501-WRITE-AUDITX-ONCE-EXIT.
           EXIT.

       8000-WRITE-REGISTER.
           MOVE 0 TO WS-PAIR-SUB.
           PERFORM 8100-WRITE-ONE-PAIR THRU 8100-WRITE-ONE-PAIR-EXIT
               WS-PAIR-COUNT TIMES.

           MOVE WS-BLANK-LINE TO FD-MRGREG-LINE.
           WRITE FD-MRGREG-LINE.
           MOVE WS-VALID-COUNT TO WT-VALID-COUNT.
           MOVE WS-TRAILER-LINE1 TO FD-MRGREG-LINE.
           WRITE FD-MRGREG-LINE.
           MOVE WS-ORD-CHG-COUNT TO WT-ORD-CHG-COUNT.
           MOVE WS-TRAILER-LINE2 TO FD-MRGREG-LINE.
           WRITE FD-MRGREG-LINE.
           MOVE WS-HIST-CHG-COUNT TO WT-HIST-CHG-COUNT.
           MOVE WS-TRAILER-LINE3 TO FD-MRGREG-LINE.
           WRITE FD-MRGREG-LINE.
           MOVE WS-AR-CHG-COUNT TO WT-AR-CHG-COUNT.
           MOVE WS-TRAILER-LINE4 TO FD-MRGREG-LINE.
           WRITE FD-MRGREG-LINE.
           MOVE WS-QUOTE-CHG-COUNT TO WT-QUOTE-CHG-COUNT.
           MOVE WS-TRAILER-LINE5 TO FD-MRGREG-LINE.
           WRITE FD-MRGREG-LINE.

           IF WS-MODE-TRIAL
               MOVE WS-BLANK-LINE TO FD-MRGREG-LINE
               WRITE FD-MRGREG-LINE
               MOVE WS-TRIAL-LINE TO FD-MRGREG-LINE
               WRITE FD-MRGREG-LINE
           END-IF.
       8000-WRITE-REGISTER-EXIT.
           EXIT.

       8100-WRITE-ONE-PAIR.
           ADD 1 TO WS-PAIR-SUB.

           MOVE WS-BLANK-LINE TO FD-MRGREG-LINE.
           WRITE FD-MRGREG-LINE.
           MOVE WS-PR-KEEP (WS-PAIR-SUB) TO WP-KEEP.
           MOVE WS-PR-KEEP-NAME (WS-PAIR-SUB) TO WP-KEEP-NAME.
           MOVE WS-PR-DROP (WS-PAIR-SUB) TO WP-DROP.
           MOVE WS-PR-DROP-NAME (WS-PAIR-SUB) TO WP-DROP-NAME.
           MOVE WS-PR-REASON (WS-PAIR-SUB) TO WP-RESULT.
           MOVE WS-PAIR-LINE TO FD-MRGREG-LINE.
           WRITE FD-MRGREG-LINE.

           IF WS-PR-REJECTED (WS-PAIR-SUB)
               GO TO 8100-WRITE-ONE-PAIR-EXIT
           END-IF.

           MOVE WS-PR-ORD-COUNT (WS-PAIR-SUB) TO WC-ORD-COUNT.
           MOVE WS-PR-HIST-COUNT (WS-PAIR-SUB) TO WC-HIST-COUNT.
           MOVE WS-PR-AR-COUNT (WS-PAIR-SUB) TO WC-AR-COUNT.
           MOVE WS-PR-SHIP-COUNT (WS-PAIR-SUB) TO WC-SHIP-COUNT.
           MOVE WS-PR-CONT-MOVED (WS-PAIR-SUB) TO WC-CONT-MOVED.
           MOVE WS-PR-CONT-DROPPED (WS-PAIR-SUB) TO WC-CONT-DROPPED.
           MOVE WS-PR-QUOTE-COUNT (WS-PAIR-SUB) TO WC-QUOTE-COUNT.
           MOVE WS-COUNT-LINE TO FD-MRGREG-LINE.
           WRITE FD-MRGREG-LINE.

           MOVE WS-PR-NEW-BALANCE (WS-PAIR-SUB) TO WM-NEW-BALANCE.
           MOVE WS-PR-NEW-LIMIT (WS-PAIR-SUB) TO WM-NEW-LIMIT.
           MOVE WS-MONEY-LINE TO FD-MRGREG-LINE.
           WRITE FD-MRGREG-LINE.
       8100-WRITE-ONE-PAIR-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE CUSTMAST.
           CLOSE SHIPTO.
           CLOSE CONTRACT.
           CLOSE ORDFILE.
           CLOSE ORDHIST.
           CLOSE AROPEN.
           CLOSE QUOTFILE.
           CLOSE AUDIT.
           CLOSE AUDITX.
           CLOSE MRGREG.

           DISPLAY 'JEPRIB: MODE=' WS-RUN-MODE
               ' PAIRS=' WS-PAIR-COUNT ' MERGED=' WS-VALID-COUNT.
           DISPLAY 'JEPRIB: ORDERS READ=' WS-ORD-READ-COUNT
               ' CHANGED=' WS-ORD-CHG-COUNT
               ' HISTORY READ=' WS-HIST-READ-COUNT
               ' CHANGED=' WS-HIST-CHG-COUNT.
           DISPLAY 'JEPRIB: QUOTES CHANGED=' WS-QUOTE-CHG-COUNT.
       9000-TERMINATE-EXIT.
           EXIT.

       9999-ABORT.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       END PROGRAM JEPRIB.
