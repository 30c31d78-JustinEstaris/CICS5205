       IDENTIFICATION DIVISION.
       PROGRAM-ID. JEPRHO.
       AUTHOR. J ESTARIS.
       INSTALLATION. ORDER PROCESSING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      *  JEPRHO - NIGHTLY CASH APPLICATION AND RECEIVABLES AGING      *
      *  READS THE LOCKBOX PAYMENT FILE SENT NIGHTLY BY THE BANK AND  *
      *  APPLIES EACH REMITTANCE LINE TO THE AROPEN ITEM FOR THE      *
      *  INVOICE IT NAMES, TAKING THE SAME AMOUNT OFF THE CUSTOMER'S  *
      *  CUSTMAST OPEN BALANCE - THE ONLY PLACE A SHIPPED ORDER NOW   *
      *  COMES OFF IT, SO AN ACCOUNT THAT NEVER PAYS KEEPS FAILING    *
      *  THE JEPRGE CREDIT CHECK.  A REMITTANCE THAT NAMES NO         *
      *  INVOICE, AN INVOICE WITH NO OPEN ITEM, ANOTHER CUSTOMER'S    *
      *  INVOICE OR AN UNUSABLE AMOUNT IS NOT APPLIED AT ALL; ONE     *
      *  FOR MORE THAN THE ITEM STILL OWES APPLIES WHAT IS OWED.      *
      *  BOTH KINDS PRINT ON THE CASHEXC EXCEPTION REGISTER WITH THE  *
      *  UNAPPLIED AMOUNT FOR ACCOUNTING TO CHASE.  THE RUN THEN      *
      *  PRINTS THE ARAGED REPORT - EVERY CUSTOMER'S OPEN ITEMS       *
      *  AGED FROM THE SHIP DATE INTO CURRENT, 30, 60 AND 90+ DAY     *
      *  COLUMNS WITH CUSTOMER AND GRAND TOTALS.                      *
      *  CHECKS IN WITH RUNCTL LIKE THE OTHER OVERNIGHT STEPS - THE   *
      *  STEP CANNOT RUN TWICE IN ONE BATCH WINDOW, AND A FAILED RUN  *
      *  RESUMES PAST THE LAST REMITTANCE ALREADY APPLIED SO NO       *
      *  PAYMENT IS EVER TAKEN OFF A BALANCE A SECOND TIME.           *
      *****************************************************************
      *  MODIFICATION HISTORY                                         *
      *  DATE        INIT  DESCRIPTION                                *
      *  2026-10-15  JE    INITIAL VERSION                            *
      *  2026-10-15  JE    CUSTMAST RECORD GREW TO 124 (BLANKET        *
      *                    DISCOUNT PERCENT)                           *
      *  2026-10-15  JE    CUSTMAST RECORD GREW TO 127 (DEFAULT SALES  *
      *                    REP)                                        *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RS-6000.
       OBJECT-COMPUTER. RS-6000.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCKBOX ASSIGN TO LOCKBOX
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCKBOX-STATUS.

           SELECT AROPEN ASSIGN TO AROPEN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-AROPEN-INVOICE-NO
               FILE STATUS IS WS-AROPEN-STATUS.

           SELECT CUSTMAST ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-CUSTMAST-CUST-NO
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT CASHEXC ASSIGN TO CASHEXC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASHEXC-STATUS.

           SELECT ARAGED ASSIGN TO ARAGED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARAGED-STATUS.

           SELECT RUNCTL ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-RUNCTL-STEP-NAME
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  LOCKBOX
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-LOCKBOX-RECORD            PIC X(40).

       FD  AROPEN
           RECORD CONTAINS 70 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-AROPEN-RECORD.
           05  FD-AROPEN-INVOICE-NO     PIC X(07).
           05  FILLER                   PIC X(63).

       FD  CUSTMAST
           RECORD CONTAINS 127 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-CUSTMAST-RECORD.
           05  FD-CUSTMAST-CUST-NO      PIC X(06).
           05  FILLER                   PIC X(121).

       FD  CASHEXC
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-CASHEXC-LINE              PIC X(132).

       FD  ARAGED
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-ARAGED-LINE               PIC X(132).

       FD  RUNCTL
           RECORD CONTAINS 70 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-RUNCTL-RECORD.
           05  FD-RUNCTL-STEP-NAME      PIC X(08).
           05  FILLER                   PIC X(62).

       WORKING-STORAGE SECTION.

       COPY 'LOCKBOX-LAYOUT'.
       COPY 'AROPEN-LAYOUT'.
       COPY 'CUSTMAST-LAYOUT'.
       COPY 'RUNCTL-LAYOUT'.

       01  WS-LOCKBOX-STATUS            PIC X(02) VALUE '00'.
           88  WS-LOCKBOX-OK                VALUE '00'.

       01  WS-AROPEN-STATUS             PIC X(02) VALUE '00'.
           88  WS-AROPEN-OK                 VALUE '00'.

       01  WS-CUSTMAST-STATUS           PIC X(02) VALUE '00'.
           88  WS-CUSTMAST-OK               VALUE '00'.

       01  WS-CASHEXC-STATUS            PIC X(02) VALUE '00'.

       01  WS-ARAGED-STATUS             PIC X(02) VALUE '00'.

       01  WS-RUNCTL-STATUS             PIC X(02) VALUE '00'.
           88  WS-RUNCTL-OK                 VALUE '00'.

       77  WS-REMIT-COUNT               PIC 9(07) COMP VALUE 0.
       77  WS-APPLIED-COUNT             PIC 9(07) COMP VALUE 0.
       77  WS-EXCEPTION-COUNT           PIC 9(07) COMP VALUE 0.
       77  WS-EOF-SWITCH                PIC 9(01) COMP VALUE 0.
           88  WS-NO-MORE-RECORDS           VALUE 1.

       77  WS-RESTART-SWITCH            PIC 9(01) COMP VALUE 0.
           88  WS-RESTARTING                VALUE 1.

      *ON A RESTART THE SAVED COUNT SAYS HOW MANY REMITTANCE LINES
      *WERE ALREADY PROCESSED - THAT MANY INPUT RECORDS ARE SKIPPED
      *SO A PAYMENT IS NEVER APPLIED A SECOND TIME
       77  WS-SKIP-COUNT                PIC 9(09) COMP VALUE 0.
       77  WS-SKIPPED-SO-FAR            PIC 9(09) COMP VALUE 0.

      *THE REMITTED AMOUNT LANDS HERE AS TEXT FIRST SO A GARBLED
      *AMOUNT FROM THE BANK CAN BE CAUGHT BEFORE IT IS USED
       01  WS-PAY-AMOUNT-X              PIC X(09).
       01  WS-PAY-AMOUNT-N REDEFINES WS-PAY-AMOUNT-X
                                        PIC 9(07)V99.
       01  WS-PAY-AMOUNT                PIC 9(07)V99 VALUE 0.
       01  WS-APPLY-AMOUNT              PIC 9(07)V99 VALUE 0.
       01  WS-UNAPPLIED-AMOUNT          PIC 9(07)V99 VALUE 0.

       01  WS-TOTAL-REMITTED            PIC 9(09)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-APPLIED             PIC 9(09)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-UNAPPLIED           PIC 9(09)V99 COMP-3 VALUE 0.

       01  WS-RUN-DATE                  PIC X(08) VALUE SPACES.
       01  WS-RUN-TIME.
           05  WS-RUN-TIME-HHMMSS       PIC X(06).
           05  FILLER                   PIC X(02).
       01  WS-WINDOW-DATE               PIC X(08) VALUE SPACES.

      *AGING WORK FIELDS.  A DATE IS TURNED INTO A RUNNING DAY
      *NUMBER - 365 A YEAR PLUS ONE FOR EVERY LEAP YEAR BEHIND IT,
      *THE DAYS BEFORE THE MONTH OFF THE TABLE BELOW, AND THE DAY -
      *SO THE AGE OF AN ITEM IS ONE DAY NUMBER LESS ANOTHER
       01  WS-DATE-PARTS.
           05  WS-DP-YEAR               PIC 9(04).
           05  WS-DP-MONTH              PIC 9(02).
           05  WS-DP-DAY                PIC 9(02).
       01  WS-DAY-NUMBER                PIC 9(07) VALUE 0.
       01  WS-TODAY-NUMBER              PIC 9(07) VALUE 0.
       01  WS-ITEM-AGE                  PIC S9(07) VALUE 0.
       77  WS-LEAP-QUOTIENT             PIC 9(04) COMP VALUE 0.
       77  WS-LEAP-REMAINDER            PIC 9(01) COMP VALUE 0.

       01  WS-CUM-DAYS-VALUES.
           05  FILLER                   PIC 9(03) VALUE 000.
           05  FILLER                   PIC 9(03) VALUE 031.
           05  FILLER                   PIC 9(03) VALUE 059.
           05  FILLER                   PIC 9(03) VALUE 090.
           05  FILLER                   PIC 9(03) VALUE 120.
           05  FILLER                   PIC 9(03) VALUE 151.
           05  FILLER                   PIC 9(03) VALUE 181.
           05  FILLER                   PIC 9(03) VALUE 212.
           05  FILLER                   PIC 9(03) VALUE 243.
           05  FILLER                   PIC 9(03) VALUE 273.
           05  FILLER                   PIC 9(03) VALUE 304.
           05  FILLER                   PIC 9(03) VALUE 334.
       01  WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-VALUES.
           05  WS-CUM-DAYS OCCURS 12 TIMES PIC 9(03).

      *AGING TOTALS - PER CUSTOMER, RESET AT EACH ACCOUNT, AND FOR
      *THE WHOLE REPORT.  BUCKET 1 IS CURRENT (30 DAYS OR LESS),
      *2 IS 31-60, 3 IS 61-90 AND 4 IS OVER 90
       01  WS-CUST-BUCKETS.
           05  WS-CUST-BUCKET OCCURS 4 TIMES
                                        PIC 9(09)V99 COMP-3.
       01  WS-GRAND-BUCKETS.
           05  WS-GRAND-BUCKET OCCURS 4 TIMES
                                        PIC 9(09)V99 COMP-3.
       77  WS-BUCKET-SUB                PIC 9(01) COMP VALUE 0.
       01  WS-CUST-OPEN-TOTAL           PIC 9(09)V99 COMP-3 VALUE 0.
       01  WS-GRAND-OPEN-TOTAL          PIC 9(09)V99 COMP-3 VALUE 0.
       77  WS-CUST-ITEM-COUNT           PIC 9(05) COMP VALUE 0.
       77  WS-AGED-CUST-COUNT           PIC 9(07) COMP VALUE 0.
       77  WS-AGED-ITEM-COUNT           PIC 9(07) COMP VALUE 0.
       77  WS-CUST-EOF-SWITCH           PIC 9(01) COMP VALUE 0.
           88  WS-NO-MORE-CUSTOMERS         VALUE 1.
       77  WS-SCAN-EOF-SWITCH           PIC 9(01) COMP VALUE 0.

      *THE CASH EXCEPTION REGISTER
       01  WS-EXC-HEADING-LINE1.
           05  FILLER                   PIC X(43) VALUE
               '  C A S H   E X C E P T I O N   R E G I S T'.
           05  FILLER                   PIC X(05) VALUE ' E R'.
           05  FILLER                   PIC X(84) VALUE SPACES.

       01  WS-EXC-HEADING-LINE2.
           05  FILLER                   PIC X(10) VALUE 'DEPOSITED'.
           05  FILLER                   PIC X(12) VALUE 'CHEQUE NO'.
           05  FILLER                   PIC X(08) VALUE 'ACCOUNT'.
           05  FILLER                   PIC X(09) VALUE 'INVOICE'.
           05  FILLER                   PIC X(13) VALUE '    REMITTED'.
           05  FILLER                   PIC X(13) VALUE '     APPLIED'.
           05  FILLER                   PIC X(13) VALUE '   UNAPPLIED'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(06) VALUE 'REASON'.
           05  FILLER                   PIC X(46) VALUE SPACES.

       01  WS-EXC-DETAIL-LINE.
           05  WE-DEPOSIT-DATE          PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WE-CHEQUE-NO             PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WE-CUST-NO               PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WE-INVOICE-NO            PIC X(07).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WE-REMITTED              PIC Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WE-APPLIED               PIC Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WE-UNAPPLIED             PIC Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WE-REASON                PIC X(35).
           05  FILLER                   PIC X(18) VALUE SPACES.

       01  WS-EXC-TRAILER-LINE1.
           05  FILLER                   PIC X(25)
               VALUE 'REMITTANCE LINES READ:   '.
           05  WT-REMIT-COUNT           PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(16)
               VALUE '   REMITTED:    '.
           05  WT-TOTAL-REMITTED        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(70) VALUE SPACES.

       01  WS-EXC-TRAILER-LINE2.
           05  FILLER                   PIC X(25)
               VALUE 'REMITTANCE LINES APPLIED:'.
           05  WT-APPLIED-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(16)
               VALUE '   APPLIED:     '.
           05  WT-TOTAL-APPLIED         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(70) VALUE SPACES.

       01  WS-EXC-TRAILER-LINE3.
           05  FILLER                   PIC X(25)
               VALUE 'EXCEPTIONS:              '.
           05  WT-EXCEPTION-COUNT       PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(16)
               VALUE '   UNAPPLIED:   '.
           05  WT-TOTAL-UNAPPLIED       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(70) VALUE SPACES.

      *THE AGED OPEN-ITEMS REPORT
       01  WS-AGE-HEADING-LINE1.
           05  FILLER                   PIC X(44) VALUE
               '  A G E D   O P E N   I T E M S   A S   O F'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WH-AS-OF-DATE            PIC X(08).
           05  FILLER                   PIC X(79) VALUE SPACES.

       01  WS-AGE-CUST-LINE.
           05  FILLER                   PIC X(10)
               VALUE 'ACCOUNT:  '.
           05  WN-CUST-NO               PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WN-CUST-NAME             PIC X(20).
           05  FILLER                   PIC X(14)
               VALUE '  CREDIT LIM: '.
           05  WN-CREDIT-LIMIT          PIC Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(14)
               VALUE '  OPEN BAL:   '.
           05  WN-OPEN-BALANCE          PIC Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(42) VALUE SPACES.

       01  WS-AGE-COLUMN-LINE.
           05  FILLER                   PIC X(09) VALUE 'INVOICE'.
           05  FILLER                   PIC X(10) VALUE 'SHIPPED'.
           05  FILLER                   PIC X(06) VALUE ' DAYS'.
           05  FILLER                   PIC X(13) VALUE '      BILLED'.
           05  FILLER                   PIC X(13) VALUE '     CURRENT'.
           05  FILLER                   PIC X(13) VALUE '     31 - 60'.
           05  FILLER                   PIC X(13) VALUE '     61 - 90'.
           05  FILLER                   PIC X(13) VALUE '     OVER 90'.
           05  FILLER                   PIC X(42) VALUE SPACES.

       01  WS-AGE-DETAIL-LINE.
           05  WA-INVOICE-NO            PIC X(07).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WA-INVOICE-DATE          PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WA-AGE                   PIC ZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WA-BILLED                PIC Z,ZZZ,ZZ9.99.
           05  WA-BUCKET-GROUP.
               10  WA-BUCKET OCCURS 4 TIMES.
                   15  FILLER           PIC X(01).
                   15  WA-BUCKET-AMT    PIC Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(43) VALUE SPACES.

       01  WS-AGE-TOTAL-LINE.
           05  WW-LABEL                 PIC X(19).
           05  WW-ITEM-COUNT            PIC ZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WW-OPEN-TOTAL            PIC Z,ZZZ,ZZ9.99.
           05  WW-BUCKET-GROUP.
               10  WW-BUCKET OCCURS 4 TIMES.
                   15  FILLER           PIC X(01).
                   15  WW-BUCKET-AMT    PIC Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(43) VALUE SPACES.

       01  WS-AGE-TRAILER-LINE.
           05  FILLER                   PIC X(28)
               VALUE 'ACCOUNTS WITH OPEN ITEMS:  '.
           05  WT-AGED-CUST-COUNT       PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(16)
               VALUE '   OPEN ITEMS: '.
           05  WT-AGED-ITEM-COUNT       PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(74) VALUE SPACES.

       01  WS-BLANK-LINE                PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-PROCESS-LOCKBOX
               THRU 2000-PROCESS-LOCKBOX-EXIT
               UNTIL WS-NO-MORE-RECORDS.
           PERFORM 8000-WRITE-TRAILER THRU 8000-WRITE-TRAILER-EXIT.
           PERFORM 5000-AGED-REPORT THRU 5000-AGED-REPORT-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           GOBACK.

       1000-INITIALIZE.
           PERFORM 7000-RUNCTL-CHECKIN THRU 7000-RUNCTL-CHECKIN-EXIT.

           OPEN INPUT LOCKBOX.
           IF NOT WS-LOCKBOX-OK
               DISPLAY 'JEPRHO: LOCKBOX OPEN FAILED, STATUS='
                   WS-LOCKBOX-STATUS
               GO TO 9999-ABORT
           END-IF.

           OPEN I-O AROPEN.
           IF NOT WS-AROPEN-OK
               DISPLAY 'JEPRHO: AROPEN OPEN FAILED, STATUS='
                   WS-AROPEN-STATUS
               GO TO 9999-ABORT
           END-IF.

           OPEN I-O CUSTMAST.
           IF NOT WS-CUSTMAST-OK
               DISPLAY 'JEPRHO: CUSTMAST OPEN FAILED, STATUS='
                   WS-CUSTMAST-STATUS
               GO TO 9999-ABORT
           END-IF.

      *THE AGED REPORT IS REBUILT WHOLE ON EVERY RUN, RESTART OR NOT
           OPEN OUTPUT ARAGED.

      *A RESTART PICKS UP PAST THE REMITTANCES THE FAILED RUN
      *ALREADY APPLIED - THE REGISTER IS EXTENDED RATHER THAN
      *REWRITTEN SO THE EXCEPTIONS ALREADY PRINTED ARE NOT LOST
           IF WS-RESTARTING
               OPEN EXTEND CASHEXC
               PERFORM 1100-SKIP-APPLIED-REMITS
                   THRU 1100-SKIP-APPLIED-REMITS-EXIT
                   UNTIL WS-SKIPPED-SO-FAR = WS-SKIP-COUNT
                       OR WS-NO-MORE-RECORDS
           ELSE
               OPEN OUTPUT CASHEXC
               MOVE WS-EXC-HEADING-LINE1 TO FD-CASHEXC-LINE
               WRITE FD-CASHEXC-LINE
               MOVE WS-EXC-HEADING-LINE2 TO FD-CASHEXC-LINE
               WRITE FD-CASHEXC-LINE
           END-IF.

           IF NOT WS-NO-MORE-RECORDS
               PERFORM 2100-READ-LOCKBOX THRU 2100-READ-LOCKBOX-EXIT
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

       1100-SKIP-APPLIED-REMITS.
           READ LOCKBOX INTO LOCKBOX-RECORD
               AT END
                   SET WS-NO-MORE-RECORDS TO TRUE
               NOT AT END
                   ADD 1 TO WS-SKIPPED-SO-FAR
           END-READ.
       1100-SKIP-APPLIED-REMITS-EXIT.
           EXIT.

      *ONE REMITTANCE LINE - EDITED, MATCHED TO ITS OPEN ITEM AND
      *APPLIED, OR SENT TO THE EXCEPTION REGISTER UNAPPLIED
       2000-PROCESS-LOCKBOX.
           ADD 1 TO WS-REMIT-COUNT.
           MOVE 0 TO WS-APPLY-AMOUNT.
           MOVE 0 TO WS-PAY-AMOUNT.

           MOVE LOCKBOX-AMOUNT TO WS-PAY-AMOUNT-X.
           IF WS-PAY-AMOUNT-X IS NOT NUMERIC
               MOVE 'AMOUNT IS NOT NUMERIC' TO WE-REASON
               PERFORM 3000-WRITE-EXCEPTION
                   THRU 3000-WRITE-EXCEPTION-EXIT
               GO TO 2000-NEXT-RECORD
           END-IF.
           MOVE WS-PAY-AMOUNT-N TO WS-PAY-AMOUNT.
           ADD WS-PAY-AMOUNT TO WS-TOTAL-REMITTED.

           IF WS-PAY-AMOUNT = 0
               MOVE 'AMOUNT IS ZERO' TO WE-REASON
               PERFORM 3000-WRITE-EXCEPTION
                   THRU 3000-WRITE-EXCEPTION-EXIT
               GO TO 2000-NEXT-RECORD
           END-IF.

           IF LOCKBOX-INVOICE-NO = SPACES
               MOVE 'UNMATCHED - NO INVOICE ON REMITTANCE'
                   TO WE-REASON
               PERFORM 3000-WRITE-EXCEPTION
                   THRU 3000-WRITE-EXCEPTION-EXIT
               GO TO 2000-NEXT-RECORD
           END-IF.

           MOVE LOCKBOX-INVOICE-NO TO FD-AROPEN-INVOICE-NO.
           READ AROPEN INTO AROPEN-RECORD
               INVALID KEY
                   MOVE 'UNMATCHED - NO OPEN ITEM FOR INVOICE'
                       TO WE-REASON
                   PERFORM 3000-WRITE-EXCEPTION
                       THRU 3000-WRITE-EXCEPTION-EXIT
                   GO TO 2000-NEXT-RECORD
           END-READ.

      *THE BANK ONLY SENDS AN ACCOUNT NUMBER WHEN THE CUSTOMER
      *WROTE ONE ON THE STUB - WHEN IT DID, IT HAS TO AGREE
           IF LOCKBOX-CUST-NO NOT = SPACES
               AND LOCKBOX-CUST-NO NOT = AROPEN-CUST-NO
               MOVE 'UNMATCHED - INVOICE IS ANOTHER ACCOUNT'
                   TO WE-REASON
               PERFORM 3000-WRITE-EXCEPTION
                   THRU 3000-WRITE-EXCEPTION-EXIT
               GO TO 2000-NEXT-RECORD
           END-IF.

           IF AROPEN-OPEN-AMOUNT = 0
               MOVE 'OVERPAID - INVOICE ALREADY SETTLED'
                   TO WE-REASON
               PERFORM 3000-WRITE-EXCEPTION
                   THRU 3000-WRITE-EXCEPTION-EXIT
               GO TO 2000-NEXT-RECORD
           END-IF.

           IF WS-PAY-AMOUNT > AROPEN-OPEN-AMOUNT
               MOVE AROPEN-OPEN-AMOUNT TO WS-APPLY-AMOUNT
           ELSE
               MOVE WS-PAY-AMOUNT TO WS-APPLY-AMOUNT
           END-IF.

           PERFORM 4000-APPLY-PAYMENT THRU 4000-APPLY-PAYMENT-EXIT.

           IF WS-PAY-AMOUNT > WS-APPLY-AMOUNT
               MOVE 'OVERPAID - EXCESS NOT APPLIED' TO WE-REASON
               PERFORM 3000-WRITE-EXCEPTION
                   THRU 3000-WRITE-EXCEPTION-EXIT
           END-IF.

       2000-NEXT-RECORD.
           PERFORM 7100-RUNCTL-CHECKPOINT
               THRU 7100-RUNCTL-CHECKPOINT-EXIT.
           PERFORM 2100-READ-LOCKBOX THRU 2100-READ-LOCKBOX-EXIT.
       2000-PROCESS-LOCKBOX-EXIT.
           EXIT.

       2100-READ-LOCKBOX.
           READ LOCKBOX INTO LOCKBOX-RECORD
               AT END
                   SET WS-NO-MORE-RECORDS TO TRUE
               NOT AT END
                   CONTINUE
           END-READ.
       2100-READ-LOCKBOX-EXIT.
           EXIT.

      *PRINTS ONE EXCEPTION - WHATEVER OF THE REMITTANCE WAS NOT
      *APPLIED SHOWS AS UNAPPLIED FOR ACCOUNTING TO CHASE
       3000-WRITE-EXCEPTION.
           COMPUTE WS-UNAPPLIED-AMOUNT =
               WS-PAY-AMOUNT - WS-APPLY-AMOUNT.
           MOVE LOCKBOX-DEPOSIT-DATE TO WE-DEPOSIT-DATE.
           MOVE LOCKBOX-CHEQUE-NO TO WE-CHEQUE-NO.
           MOVE LOCKBOX-CUST-NO TO WE-CUST-NO.
           MOVE LOCKBOX-INVOICE-NO TO WE-INVOICE-NO.
           MOVE WS-PAY-AMOUNT TO WE-REMITTED.
           MOVE WS-APPLY-AMOUNT TO WE-APPLIED.
           MOVE WS-UNAPPLIED-AMOUNT TO WE-UNAPPLIED.
           MOVE WS-EXC-DETAIL-LINE TO FD-CASHEXC-LINE.
           WRITE FD-CASHEXC-LINE.

           ADD WS-UNAPPLIED-AMOUNT TO WS-TOTAL-UNAPPLIED.
           ADD 1 TO WS-EXCEPTION-COUNT.
       3000-WRITE-EXCEPTION-EXIT.
           EXIT.

      *TAKES THE APPLIED AMOUNT OFF THE OPEN ITEM, MARKING IT PAID
      *WHEN NOTHING IS LEFT, AND OFF THE CUSTOMER'S OPEN BALANCE -
      *NEVER BELOW ZERO.  A WALK-IN ITEM HAS NO ACCOUNT TO RELIEVE
       4000-APPLY-PAYMENT.
           ADD WS-APPLY-AMOUNT TO AROPEN-PAID-AMOUNT.
           SUBTRACT WS-APPLY-AMOUNT FROM AROPEN-OPEN-AMOUNT.
           IF AROPEN-OPEN-AMOUNT = 0
               SET AROPEN-ST-PAID TO TRUE
           END-IF.
           IF LOCKBOX-DEPOSIT-DATE IS NUMERIC
               MOVE LOCKBOX-DEPOSIT-DATE TO AROPEN-LAST-PAY-DATE
           ELSE
               MOVE WS-RUN-DATE TO AROPEN-LAST-PAY-DATE
           END-IF.

           MOVE AROPEN-RECORD TO FD-AROPEN-RECORD.
           REWRITE FD-AROPEN-RECORD
               INVALID KEY
                   DISPLAY 'JEPRHO: AROPEN REWRITE FAILED, INVOICE='
                       AROPEN-INVOICE-NO
                   GO TO 9999-ABORT
           END-REWRITE.

           ADD 1 TO WS-APPLIED-COUNT.
           ADD WS-APPLY-AMOUNT TO WS-TOTAL-APPLIED.

           IF AROPEN-CUST-NO = SPACES
               GO TO 4000-APPLY-PAYMENT-EXIT
           END-IF.

           MOVE AROPEN-CUST-NO TO FD-CUSTMAST-CUST-NO.
           READ CUSTMAST INTO CUSTMAST-RECORD
               INVALID KEY
                   GO TO 4000-APPLY-PAYMENT-EXIT
           END-READ.

           IF CUSTMAST-OPEN-BALANCE > WS-APPLY-AMOUNT
               SUBTRACT WS-APPLY-AMOUNT FROM CUSTMAST-OPEN-BALANCE
           ELSE
               MOVE 0 TO CUSTMAST-OPEN-BALANCE
           END-IF.

           MOVE CUSTMAST-RECORD TO FD-CUSTMAST-RECORD.
           REWRITE FD-CUSTMAST-RECORD.
       4000-APPLY-PAYMENT-EXIT.
           EXIT.

      *****************************************************************
      *  AGED OPEN-ITEMS REPORT - ONE SECTION PER CUSTMAST ACCOUNT    *
      *  THAT STILL HAS SOMETHING OPEN, THEN ONE FOR WALK-IN ITEMS    *
      *  CARRYING NO ACCOUNT NUMBER, THEN THE GRAND TOTALS            *
      *****************************************************************
       5000-AGED-REPORT.
           MOVE WS-RUN-DATE TO WS-DATE-PARTS.
           PERFORM 6000-COMPUTE-DAY-NUMBER
               THRU 6000-COMPUTE-DAY-NUMBER-EXIT.
           MOVE WS-DAY-NUMBER TO WS-TODAY-NUMBER.

           MOVE 0 TO WS-GRAND-OPEN-TOTAL.
           MOVE 1 TO WS-BUCKET-SUB.
           PERFORM 5900-CLEAR-GRAND-BUCKET
               THRU 5900-CLEAR-GRAND-BUCKET-EXIT 4 TIMES.

           MOVE WS-RUN-DATE TO WH-AS-OF-DATE.
           MOVE WS-AGE-HEADING-LINE1 TO FD-ARAGED-LINE.
           WRITE FD-ARAGED-LINE.

           MOVE 0 TO WS-CUST-EOF-SWITCH.
           MOVE LOW-VALUES TO FD-CUSTMAST-CUST-NO.
           START CUSTMAST KEY IS NOT LESS THAN FD-CUSTMAST-CUST-NO
               INVALID KEY
                   SET WS-NO-MORE-CUSTOMERS TO TRUE
           END-START.

           PERFORM 5100-AGE-ONE-CUSTOMER
               THRU 5100-AGE-ONE-CUSTOMER-EXIT
               UNTIL WS-NO-MORE-CUSTOMERS.

      *WALK-IN ORDERS HAVE NO CUSTMAST RECORD BUT ARE STILL BILLED
           MOVE SPACES TO CUSTMAST-RECORD.
           MOVE 'WALK-IN / NO ACCOUNT' TO CUSTMAST-NAME.
           MOVE 0 TO CUSTMAST-CREDIT-LIMIT.
           MOVE 0 TO CUSTMAST-OPEN-BALANCE.
           PERFORM 5200-AGE-CUSTOMER-ITEMS
               THRU 5200-AGE-CUSTOMER-ITEMS-EXIT.

           MOVE WS-BLANK-LINE TO FD-ARAGED-LINE.
           WRITE FD-ARAGED-LINE.
           MOVE 'GRAND TOTAL' TO WW-LABEL.
           MOVE WS-AGED-ITEM-COUNT TO WW-ITEM-COUNT.
           MOVE WS-GRAND-OPEN-TOTAL TO WW-OPEN-TOTAL.
           MOVE SPACES TO WW-BUCKET-GROUP.
           MOVE 1 TO WS-BUCKET-SUB.
           PERFORM 5910-SHOW-GRAND-BUCKET
               THRU 5910-SHOW-GRAND-BUCKET-EXIT 4 TIMES.
           MOVE WS-AGE-TOTAL-LINE TO FD-ARAGED-LINE.
           WRITE FD-ARAGED-LINE.

           MOVE WS-AGED-CUST-COUNT TO WT-AGED-CUST-COUNT.
           MOVE WS-AGED-ITEM-COUNT TO WT-AGED-ITEM-COUNT.
           MOVE WS-AGE-TRAILER-LINE TO FD-ARAGED-LINE.
           WRITE FD-ARAGED-LINE.
       5000-AGED-REPORT-EXIT.
           EXIT.

       5100-AGE-ONE-CUSTOMER.
           READ CUSTMAST NEXT RECORD INTO CUSTMAST-RECORD
               AT END
                   SET WS-NO-MORE-CUSTOMERS TO TRUE
                   GO TO 5100-AGE-ONE-CUSTOMER-EXIT
           END-READ.

           PERFORM 5200-AGE-CUSTOMER-ITEMS
               THRU 5200-AGE-CUSTOMER-ITEMS-EXIT.
       5100-AGE-ONE-CUSTOMER-EXIT.
           EXIT.

      *ONE FRONT-TO-BACK PASS OF AROPEN FOR THIS ACCOUNT'S OPEN
      *ITEMS.  THE ACCOUNT HEADING ONLY PRINTS ONCE THE FIRST ONE
      *TURNS UP, SO A CUSTOMER WHO OWES NOTHING STAYS OFF THE REPORT
       5200-AGE-CUSTOMER-ITEMS.
           MOVE 0 TO WS-CUST-ITEM-COUNT.
           MOVE 0 TO WS-CUST-OPEN-TOTAL.
           MOVE 1 TO WS-BUCKET-SUB.
           PERFORM 5920-CLEAR-CUST-BUCKET
               THRU 5920-CLEAR-CUST-BUCKET-EXIT 4 TIMES.

           MOVE 0 TO WS-SCAN-EOF-SWITCH.
           MOVE LOW-VALUES TO FD-AROPEN-INVOICE-NO.
           START AROPEN KEY IS NOT LESS THAN FD-AROPEN-INVOICE-NO
               INVALID KEY
                   MOVE 1 TO WS-SCAN-EOF-SWITCH
           END-START.

           PERFORM 5300-AGE-ONE-ITEM THRU 5300-AGE-ONE-ITEM-EXIT
               UNTIL WS-SCAN-EOF-SWITCH = 1.

           IF WS-CUST-ITEM-COUNT = 0
               GO TO 5200-AGE-CUSTOMER-ITEMS-EXIT
           END-IF.

           MOVE 'ACCOUNT TOTAL' TO WW-LABEL.
           MOVE WS-CUST-ITEM-COUNT TO WW-ITEM-COUNT.
           MOVE WS-CUST-OPEN-TOTAL TO WW-OPEN-TOTAL.
           MOVE SPACES TO WW-BUCKET-GROUP.
           MOVE 1 TO WS-BUCKET-SUB.
           PERFORM 5930-SHOW-CUST-BUCKET
               THRU 5930-SHOW-CUST-BUCKET-EXIT 4 TIMES.
           MOVE WS-AGE-TOTAL-LINE TO FD-ARAGED-LINE.
           WRITE FD-ARAGED-LINE.
           ADD 1 TO WS-AGED-CUST-COUNT.
       5200-AGE-CUSTOMER-ITEMS-EXIT.
           EXIT.

       5300-AGE-ONE-ITEM.
           READ AROPEN NEXT RECORD INTO AROPEN-RECORD
               AT END
                   MOVE 1 TO WS-SCAN-EOF-SWITCH
                   GO TO 5300-AGE-ONE-ITEM-EXIT
           END-READ.

           IF AROPEN-CUST-NO NOT = CUSTMAST-CUST-NO
               OR NOT AROPEN-ST-OPEN
               OR AROPEN-OPEN-AMOUNT = 0
               GO TO 5300-AGE-ONE-ITEM-EXIT
           END-IF.

           IF WS-CUST-ITEM-COUNT = 0
               PERFORM 5400-PRINT-CUST-HEADING
                   THRU 5400-PRINT-CUST-HEADING-EXIT
           END-IF.

      *AN ITEM WITH NO USABLE SHIP DATE AGES AS CURRENT
           MOVE 0 TO WS-ITEM-AGE.
           IF AROPEN-INVOICE-DATE IS NUMERIC
               MOVE AROPEN-INVOICE-DATE TO WS-DATE-PARTS
               PERFORM 6000-COMPUTE-DAY-NUMBER
                   THRU 6000-COMPUTE-DAY-NUMBER-EXIT
               COMPUTE WS-ITEM-AGE = WS-TODAY-NUMBER - WS-DAY-NUMBER
           END-IF.
           IF WS-ITEM-AGE < 0
               MOVE 0 TO WS-ITEM-AGE
           END-IF.

           IF WS-ITEM-AGE > 90
               MOVE 4 TO WS-BUCKET-SUB
           ELSE
               IF WS-ITEM-AGE > 60
                   MOVE 3 TO WS-BUCKET-SUB
               ELSE
                   IF WS-ITEM-AGE > 30
                       MOVE 2 TO WS-BUCKET-SUB
                   ELSE
                       MOVE 1 TO WS-BUCKET-SUB
                   END-IF
               END-IF
           END-IF.

           MOVE SPACES TO WA-BUCKET-GROUP.
           MOVE AROPEN-INVOICE-NO TO WA-INVOICE-NO.
           MOVE AROPEN-INVOICE-DATE TO WA-INVOICE-DATE.
           MOVE WS-ITEM-AGE TO WA-AGE.
           MOVE AROPEN-BILLED-AMOUNT TO WA-BILLED.
           MOVE AROPEN-OPEN-AMOUNT TO WA-BUCKET-AMT (WS-BUCKET-SUB).
           MOVE WS-AGE-DETAIL-LINE TO FD-ARAGED-LINE.
           WRITE FD-ARAGED-LINE.

           ADD AROPEN-OPEN-AMOUNT TO WS-CUST-BUCKET (WS-BUCKET-SUB).
           ADD AROPEN-OPEN-AMOUNT TO WS-GRAND-BUCKET (WS-BUCKET-SUB).
           ADD AROPEN-OPEN-AMOUNT TO WS-CUST-OPEN-TOTAL.
           ADD AROPEN-OPEN-AMOUNT TO WS-GRAND-OPEN-TOTAL.
           ADD 1 TO WS-CUST-ITEM-COUNT.
           ADD 1 TO WS-AGED-ITEM-COUNT.
       5300-AGE-ONE-ITEM-EXIT.
           EXIT.

       5400-PRINT-CUST-HEADING.
           MOVE WS-BLANK-LINE TO FD-ARAGED-LINE.
           WRITE FD-ARAGED-LINE.
           MOVE CUSTMAST-CUST-NO TO WN-CUST-NO.
           MOVE CUSTMAST-NAME TO WN-CUST-NAME.
           MOVE CUSTMAST-CREDIT-LIMIT TO WN-CREDIT-LIMIT.
           MOVE CUSTMAST-OPEN-BALANCE TO WN-OPEN-BALANCE.
           MOVE WS-AGE-CUST-LINE TO FD-ARAGED-LINE.
           WRITE FD-ARAGED-LINE.
           MOVE WS-AGE-COLUMN-LINE TO FD-ARAGED-LINE.
           WRITE FD-ARAGED-LINE.
       5400-PRINT-CUST-HEADING-EXIT.
           EXIT.

       5900-CLEAR-GRAND-BUCKET.
           MOVE 0 TO WS-GRAND-BUCKET (WS-BUCKET-SUB).
           ADD 1 TO WS-BUCKET-SUB.
       5900-CLEAR-GRAND-BUCKET-EXIT.
           EXIT.

       5910-SHOW-GRAND-BUCKET.
           MOVE WS-GRAND-BUCKET (WS-BUCKET-SUB)
               TO WW-BUCKET-AMT (WS-BUCKET-SUB).
           ADD 1 TO WS-BUCKET-SUB.
       5910-SHOW-GRAND-BUCKET-EXIT.
           EXIT.

       5920-CLEAR-CUST-BUCKET.
           MOVE 0 TO WS-CUST-BUCKET (WS-BUCKET-SUB).
           ADD 1 TO WS-BUCKET-SUB.
       5920-CLEAR-CUST-BUCKET-EXIT.
           EXIT.

       5930-SHOW-CUST-BUCKET.
           MOVE WS-CUST-BUCKET (WS-BUCKET-SUB)
               TO WW-BUCKET-AMT (WS-BUCKET-SUB).
           ADD 1 TO WS-BUCKET-SUB.
       5930-SHOW-CUST-BUCKET-EXIT.
           EXIT.

      *TURNS THE YYYYMMDD IN WS-DATE-PARTS INTO A RUNNING DAY
      *NUMBER.  A MONTH OUTSIDE 01-12 COUNTS AS JANUARY SO A BAD
      *DATE CANNOT BLOW THE TABLE SUBSCRIPT
       6000-COMPUTE-DAY-NUMBER.
           IF WS-DP-MONTH < 1 OR WS-DP-MONTH > 12
               MOVE 1 TO WS-DP-MONTH
           END-IF.

           COMPUTE WS-DAY-NUMBER = WS-DP-YEAR * 365
               + (WS-DP-YEAR - 1) / 4
               + WS-CUM-DAYS (WS-DP-MONTH) + WS-DP-DAY.

           DIVIDE WS-DP-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER.
           IF WS-LEAP-REMAINDER = 0 AND WS-DP-MONTH > 2
               ADD 1 TO WS-DAY-NUMBER
           END-IF.
       6000-COMPUTE-DAY-NUMBER-EXIT.
           EXIT.

       8000-WRITE-TRAILER.
           MOVE WS-REMIT-COUNT TO WT-REMIT-COUNT.
           MOVE WS-TOTAL-REMITTED TO WT-TOTAL-REMITTED.
           MOVE WS-EXC-TRAILER-LINE1 TO FD-CASHEXC-LINE.
           WRITE FD-CASHEXC-LINE.

           MOVE WS-APPLIED-COUNT TO WT-APPLIED-COUNT.
           MOVE WS-TOTAL-APPLIED TO WT-TOTAL-APPLIED.
           MOVE WS-EXC-TRAILER-LINE2 TO FD-CASHEXC-LINE.
           WRITE FD-CASHEXC-LINE.

           MOVE WS-EXCEPTION-COUNT TO WT-EXCEPTION-COUNT.
           MOVE WS-TOTAL-UNAPPLIED TO WT-TOTAL-UNAPPLIED.
           MOVE WS-EXC-TRAILER-LINE3 TO FD-CASHEXC-LINE.
           WRITE FD-CASHEXC-LINE.
       8000-WRITE-TRAILER-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE LOCKBOX.
           CLOSE AROPEN.
           CLOSE CUSTMAST.
           CLOSE CASHEXC.
           CLOSE ARAGED.
           PERFORM 7200-RUNCTL-COMPLETE THRU 7200-RUNCTL-COMPLETE-EXIT.

           DISPLAY 'JEPRHO: REMITTANCES READ=' WS-REMIT-COUNT.
           DISPLAY 'JEPRHO: REMITTANCES APPLIED=' WS-APPLIED-COUNT.
           DISPLAY 'JEPRHO: EXCEPTIONS=' WS-EXCEPTION-COUNT.
           DISPLAY 'JEPRHO: OPEN ITEMS AGED=' WS-AGED-ITEM-COUNT.
       9000-TERMINATE-EXIT.
           EXIT.

      *CHECKS THIS STEP IN WITH THE RUN-CONTROL FILE.  A STEP ALREADY
      *MARKED COMPLETE IN TONIGHT'S WINDOW IS REFUSED OUTRIGHT; ONE
      *STILL MARKED RUNNING MEANS THE PRIOR RUN ABENDED, SO THE SAVED
      *COUNT IS RESTORED AND THE RUN RESUMES PAST WHAT WAS APPLIED
       7000-RUNCTL-CHECKIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           OPEN I-O RUNCTL.
           IF NOT WS-RUNCTL-OK
               DISPLAY 'JEPRHO: RUNCTL OPEN FAILED, STATUS='
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

           MOVE 'JEPRHO  ' TO FD-RUNCTL-STEP-NAME.
           READ RUNCTL INTO RUNCTL-RECORD
               INVALID KEY
                   PERFORM 7010-RUNCTL-ADD-STEP
                       THRU 7010-RUNCTL-ADD-STEP-EXIT
                   GO TO 7000-RUNCTL-CHECKIN-EXIT
           END-READ.

           IF RUNCTL-WINDOW-DATE = WS-WINDOW-DATE
               AND RUNCTL-ST-COMPLETE
               DISPLAY 'JEPRHO: STEP ALREADY COMPLETE IN THIS '
                   'WINDOW - RUN REFUSED'
               CLOSE RUNCTL
               GO TO 9999-ABORT
           END-IF.

           IF RUNCTL-WINDOW-DATE = WS-WINDOW-DATE
               AND RUNCTL-ST-RUNNING
               SET WS-RESTARTING TO TRUE
               MOVE RUNCTL-RECORD-COUNT TO WS-SKIP-COUNT
               MOVE RUNCTL-RECORD-COUNT TO WS-REMIT-COUNT
               DISPLAY 'JEPRHO: PRIOR RUN DID NOT COMPLETE - '
                   'RESUMING PAST REMITTANCE ' WS-SKIP-COUNT
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
           MOVE 'JEPRHO  ' TO RUNCTL-STEP-NAME.
           MOVE WS-WINDOW-DATE TO RUNCTL-WINDOW-DATE.
           MOVE 'RUNNING' TO RUNCTL-STATUS.
           MOVE WS-RUN-DATE TO RUNCTL-START-DATE.
           MOVE WS-RUN-TIME-HHMMSS TO RUNCTL-START-TIME.
           MOVE 0 TO RUNCTL-RECORD-COUNT.
           MOVE SPACES TO RUNCTL-LAST-KEY.
           WRITE FD-RUNCTL-RECORD FROM RUNCTL-RECORD.
       7010-RUNCTL-ADD-STEP-EXIT.
           EXIT.

      *SAVES A CHECKPOINT AFTER EVERY REMITTANCE LINE - THE COUNT
      *PROCESSED SO FAR AND THE INVOICE JUST REACHED - SO A RESTART
      *KNOWS EXACTLY HOW MANY INPUT RECORDS TO SKIP PAST
       7100-RUNCTL-CHECKPOINT.
           MOVE WS-REMIT-COUNT TO RUNCTL-RECORD-COUNT.
           MOVE SPACES TO RUNCTL-LAST-KEY.
           MOVE LOCKBOX-INVOICE-NO TO RUNCTL-LAST-KEY(1:7).
           REWRITE FD-RUNCTL-RECORD FROM RUNCTL-RECORD.
       7100-RUNCTL-CHECKPOINT-EXIT.
           EXIT.

       7200-RUNCTL-COMPLETE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           MOVE 'COMPLETE' TO RUNCTL-STATUS.
           MOVE WS-RUN-DATE TO RUNCTL-END-DATE.
           MOVE WS-RUN-TIME-HHMMSS TO RUNCTL-END-TIME.
           MOVE WS-REMIT-COUNT TO RUNCTL-RECORD-COUNT.
           REWRITE FD-RUNCTL-RECORD FROM RUNCTL-RECORD.
           CLOSE RUNCTL.
       7200-RUNCTL-COMPLETE-EXIT.
           EXIT.

       9999-ABORT.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       END PROGRAM JEPRHO.
