      *  TIED BACK TO THE JEPRGT CONTROL FIGURES BEFORE IT IS SENT.   *
      *  REPLACES ACCOUNTING RE-KEYING THE JEPRGL LISTING ONE         *
      *  ADDING-MACHINE TAPE AT A TIME.                               *
      *  THE MONTH'S INVADJ INVENTORY ADJUSTMENTS - THE APPROVED      *
      *  CYCLE COUNT VARIANCES POSTED BY JEPRHU - GO OUT TO THE       *
      *  LEDGER THE SAME WAY, ONE LINE PER DAY FOR THE STOCK WRITTEN  *
      *  OFF (DR) AND ONE FOR THE STOCK FOUND (CR), AGAINST THE       *
      *  INVENTORY ADJUSTMENT ACCOUNT.  THEY ARE TOTALLED APART FROM  *
      *  THE SALES FIGURES SO THE CROSS-FOOT STILL TIES TO ORDER      *
      *  VALUE.                                                       *
      *****************************************************************
      *  MODIFICATION HISTORY                                         *
      *  DATE        INIT  DESCRIPTION                                *
      *  2026-09-02  JE    INITIAL VERSION                            *
      *  2026-09-02  JE    ORDFILE RECORD GREW TO 218 AND ORDDETAIL  *
      *                    TO 23 (SHIPPED QUANTITY PER LINE)        *
      *  2026-10-15  JE    CYCLE COUNT WRITE-OFFS AND GAINS FROM THE  *
      *                    INVADJ FILE POST TO THE LEDGER FEED        *
      *  2026-10-15  JE    ORDFILE RECORD GREW TO 221 (SHIP-TO         *
      *                    NUMBER)                                     *
      *  2026-10-15  JE    AUDIT RECORDS THAT CARRY NO ORDER IMAGE     *
      *                    (JEPRHZ REPAIRS) ARE PASSED OVER            *
      *  2026-10-15  JE    ORDFILE RECORD GREW TO 224 (SALES REP       *
      *                    CODE)                                       *
      *  2026-10-15  JE    ORDFILE RECORD GREW TO 226 (SHIPPING        *
      *                    WAREHOUSE)                                  *
      *****************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS FD-ORDHIST-INVOICE-NO
               FILE STATUS IS WS-ORDHIST-STATUS.

           SELECT INVADJ ASSIGN TO INVADJ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INVADJ-STATUS.

           SELECT JRNCTL ASSIGN TO JRNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNCTL-STATUS.
       FILE SECTION.

       FD  AUDIT
           RECORD CONTAINS 492 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-AUDIT-RECORD              PIC X(492).

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

       FD  INVADJ
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-INVADJ-RECORD             PIC X(80).

      *ONE CONTROL CARD - THE YYYYMM JOURNAL MONTH.  THE FEED IS A
      *FINANCIAL INTERFACE, SO A MISSING OR BLANK CARD REFUSES THE
       COPY 'AUDIT-LAYOUT'.
       COPY 'ORDFILE-LAYOUT'.
       COPY 'JRNL-LAYOUT'.
       COPY 'INVADJ-LAYOUT'.

       01  WS-AUDIT-STATUS              PIC X(02) VALUE '00'.
           88  WS-AUDIT-OK                  VALUE '00'.
       01  WS-ORDHIST-STATUS            PIC X(02) VALUE '00'.
           88  WS-ORDHIST-OK                VALUE '00'.

       01  WS-INVADJ-STATUS             PIC X(02) VALUE '00'.
           88  WS-INVADJ-OK                 VALUE '00'.

       01  WS-JRNCTL-STATUS             PIC X(02) VALUE '00'.
           88  WS-JRNCTL-OK                 VALUE '00'.

       01  WS-JRNL-MONTH                PIC X(06) VALUE SPACES.

       77  WS-AUDIT-COUNT               PIC 9(07) COMP VALUE 0.
       77  WS-INVADJ-COUNT              PIC 9(07) COMP VALUE 0.
       77  WS-LINE-COUNT                PIC 9(05) COMP VALUE 0.
       77  WS-EOF-SWITCH                PIC 9(01) COMP VALUE 0.
           88  WS-NO-MORE-RECORDS           VALUE 1.
       01  WS-AFTER-STATUS              PIC X(09).

      *DAILY JOURNAL ACCUMULATORS - ONE ENTRY PER DAY PER TYPE.
      *FIVE TYPES TIMES THIRTY-ONE DAYS NEVER PASSES 155; OVERFLOW
      *IS IMPOSSIBLE BUT GUARDED ANYWAY
       01  WS-DAY-TABLE.
           05  WS-DAY-ENTRY OCCURS 200 TIMES.
               10  WS-DT-DATE           PIC X(08).
               10  WS-DT-TYPE           PIC X(06).
               10  WS-DT-AMOUNT         PIC S9(09)V99 COMP-3.
       01  WS-ADJUST-TOTAL              PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-NET-TOTAL                 PIC S9(11)V99 COMP-3 VALUE 0.

      *STOCK ADJUSTMENTS STAY OUT OF THE NET SALES FIGURE - THEY
      *MOVE INVENTORY VALUE, NOT ORDER VALUE
       01  WS-SHRINK-TOTAL              PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-GAIN-TOTAL                PIC S9(11)V99 COMP-3 VALUE 0.

      *THE MONTH'S NET ORDER VALUE STILL SITTING ON THE LIVE AND
      *HISTORY FILES - THE CROSS-FOOT AGAINST THE JEPRGT CONTROL
      *FIGURES THAT PROVES THE FEED COMPLETE BEFORE IT IS SENT
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-PROCESS-AUDIT THRU 2000-PROCESS-AUDIT-EXIT
               UNTIL WS-NO-MORE-RECORDS.
           PERFORM 2500-PROCESS-INVADJ THRU 2500-PROCESS-INVADJ-EXIT.
           PERFORM 4000-SORT-DAY-TABLE THRU 4000-SORT-DAY-TABLE-EXIT.
           PERFORM 5000-WRITE-JOURNAL THRU 5000-WRITE-JOURNAL-EXIT.
           PERFORM 6000-CROSS-FOOT THRU 6000-CROSS-FOOT-EXIT.
               GO TO 2000-PROCESS-NEXT
           END-IF.

      *THE INTEGRITY REPAIR'S DETAIL-LINE, NOTE AND BALANCE RECORDS
      *MOVE NO ORDER VALUE
           IF NOT AUDIT-ACTION-ORDER
               GO TO 2000-PROCESS-NEXT
           END-IF.

           MOVE AUDIT-BEFORE-IMAGE(167:9) TO WS-BEFORE-TOTAL-X.
           MOVE AUDIT-AFTER-IMAGE(167:9) TO WS-AFTER-TOTAL-X.
           MOVE AUDIT-BEFORE-IMAGE(144:9) TO WS-BEFORE-STATUS.
       2100-READ-AUDIT-EXIT.
           EXIT.

      *THE MONTH'S INVENTORY ADJUSTMENTS.  NO INVADJ FILE SIMPLY
      *MEANS NOTHING HAS BEEN POSTED TO IT YET
       2500-PROCESS-INVADJ.
           OPEN INPUT INVADJ.
           IF NOT WS-INVADJ-OK
               DISPLAY 'JEPRHI: NO INVADJ FILE, STATUS='
                   WS-INVADJ-STATUS ' - NO STOCK ADJUSTMENTS'
               GO TO 2500-PROCESS-INVADJ-EXIT
           END-IF.

           MOVE 0 TO WS-SCAN-EOF-SWITCH.
           PERFORM 2600-TALLY-ONE-ADJUST THRU 2600-TALLY-ONE-ADJUST-EXIT
               UNTIL WS-SCAN-EOF-SWITCH = 1.
           CLOSE INVADJ.
       2500-PROCESS-INVADJ-EXIT.
           EXIT.

      *A LOSS IS THE DAY'S WRITE-OFF, A GAIN THE DAY'S STOCK FOUND
       2600-TALLY-ONE-ADJUST.
           READ INVADJ INTO INVADJ-RECORD
               AT END
                   MOVE 1 TO WS-SCAN-EOF-SWITCH
                   GO TO 2600-TALLY-ONE-ADJUST-EXIT
           END-READ.
           ADD 1 TO WS-INVADJ-COUNT.

           IF INVADJ-DATE(1:6) NOT = WS-JRNL-MONTH
               GO TO 2600-TALLY-ONE-ADJUST-EXIT
           END-IF.

           MOVE INVADJ-DATE TO WS-TALLY-DATE.
           MOVE INVADJ-VALUE TO WS-TALLY-AMOUNT.
           IF INVADJ-LOSS
               MOVE 'SHRINK' TO WS-TALLY-TYPE
           ELSE
               MOVE 'GAIN  ' TO WS-TALLY-TYPE
           END-IF.
           PERFORM 3000-TALLY-DAY THRU 3000-TALLY-DAY-EXIT.
       2600-TALLY-ONE-ADJUST-EXIT.
           EXIT.

       3000-TALLY-DAY.
           MOVE 0 TO WS-DAY-FOUND.
           MOVE 0 TO WS-DAY-SUB.
           END-IF.

           IF WS-DAY-FOUND = 0
               IF WS-DAY-COUNT = 200
                   GO TO 3000-TALLY-DAY-EXIT
               END-IF
               ADD 1 TO WS-DAY-COUNT

      *ONE JOURNAL RECORD AND ONE PROOF LINE PER DAY PER TYPE.
      *SALES POST CR, REVERSALS DR; AN ADJUSTMENT TAKES THE SIDE
      *ITS SIGN SAYS.  STOCK WRITTEN OFF POSTS DR AND STOCK FOUND
      *POSTS CR TO THE INVENTORY ADJUSTMENT ACCOUNT.  ZERO DAYS ARE
      *SKIPPED
       5000-WRITE-JOURNAL.
           MOVE 0 TO WS-DAY-SUB.
           IF WS-DAY-COUNT > 0
               MOVE 'AMENDMENT ADJUSTMENT' TO JRNL-DESCRIPTION
               ADD WS-DT-AMOUNT (WS-DAY-SUB) TO WS-ADJUST-TOTAL
           END-IF.
           IF WS-DT-TYPE (WS-DAY-SUB) = 'SHRINK'
               MOVE 'INVADJ  ' TO JRNL-ACCOUNT
               MOVE 'DR' TO JRNL-DR-CR
               MOVE 'CYCLE COUNT WRITEOFF' TO JRNL-DESCRIPTION
               ADD WS-DT-AMOUNT (WS-DAY-SUB) TO WS-SHRINK-TOTAL
           END-IF.
           IF WS-DT-TYPE (WS-DAY-SUB) = 'GAIN  '
               MOVE 'INVADJ  ' TO JRNL-ACCOUNT
               MOVE 'CR' TO JRNL-DR-CR
               MOVE 'CYCLE COUNT GAIN' TO JRNL-DESCRIPTION
               ADD WS-DT-AMOUNT (WS-DAY-SUB) TO WS-GAIN-TOTAL
           END-IF.

           IF WS-DT-AMOUNT (WS-DAY-SUB) < 0
               COMPUTE WS-ABS-AMOUNT = 0 - WS-DT-AMOUNT (WS-DAY-SUB)
           MOVE 'MONTH VALUE ON FILES:' TO WT-LABEL.
           MOVE WS-TOTAL-LINE TO FD-JRNLPRF-LINE.
           WRITE FD-JRNLPRF-LINE.

           MOVE WS-SHRINK-TOTAL TO WT-AMOUNT.
           MOVE 'STOCK WRITTEN OFF (DR):' TO WT-LABEL.
           MOVE WS-TOTAL-LINE TO FD-JRNLPRF-LINE.
           WRITE FD-JRNLPRF-LINE.

           MOVE WS-GAIN-TOTAL TO WT-AMOUNT.
           MOVE 'STOCK FOUND (CR):' TO WT-LABEL.
           MOVE WS-TOTAL-LINE TO FD-JRNLPRF-LINE.
           WRITE FD-JRNLPRF-LINE.
       6000-CROSS-FOOT-EXIT.
           EXIT.

           CLOSE JRNLPRF.

           DISPLAY 'JEPRHI: AUDIT RECORDS READ=' WS-AUDIT-COUNT.
           DISPLAY 'JEPRHI: INVADJ RECORDS READ=' WS-INVADJ-COUNT.
           DISPLAY 'JEPRHI: JOURNAL LINES WRITTEN=' WS-LINE-COUNT.
       9000-TERMINATE-EXIT.
           EXIT.
