       IDENTIFICATION DIVISION.
       PROGRAM-ID. JEPRIA.
       AUTHOR. J ESTARIS.
       INSTALLATION. ORDER PROCESSING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      *  JEPRIA - LIKELY DUPLICATE CUSTOMER REPORT                    *
      *  THE SAME ACCOUNT OFTEN SITS ON CUSTMAST TWO OR THREE TIMES   *
      *  UNDER SLIGHTLY DIFFERENT NAMES - KEYED AGAIN ON JEPRGK OR    *
      *  BROUGHT IN UNDER ANOTHER NUMBER BY A BULKORD LOAD - WHICH    *
      *  SPLITS ITS STATEMENT AND ITS CREDIT EXPOSURE.  THIS REPORT   *
      *  COMPARES EVERY CUSTOMER WITH EVERY OTHER ON THREE THINGS:    *
      *    - THE PHONE NUMBER (AREA CODE, EXCHANGE AND NUMBER)        *
      *    - THE POSTAL CODE                                          *
      *    - THE NAME, NORMALIZED - UPPER CASED, PUNCTUATION DROPPED, *
      *      AND THE WORDS THAT VARY FROM ONE KEYING TO THE NEXT      *
      *      (THE, AND, INC, LTD, CO AND THE LIKE) LEFT OUT, SO       *
      *      'THE ACME CO.' AND 'ACME' COMPARE EQUAL                  *
      *  A PAIR IS LISTED WHEN THE NAMES OR THE PHONES MATCH; A       *
      *  MATCHING POSTAL CODE ALONE IS ONLY A NEIGHBOUR AND IS NOT    *
      *  LISTED, BUT IT STRENGTHENS A PAIR THAT MATCHES OTHERWISE.    *
      *  PAIRS PRINT STRONGEST FIRST, EACH WITH A SUGGESTED KEEP/DROP *
      *  CARD FOR THE JEPRIB MERGE (THE OLDER, LOWER NUMBER KEPT) -   *
      *  SOMEBODY STILL HAS TO LOOK AT EACH ONE BEFORE IT IS MERGED.  *
      *****************************************************************
      *  MODIFICATION HISTORY                                         *
      *  DATE        INIT  DESCRIPTION                                *
      *  2026-10-15  JE    INITIAL VERSION                            *
      *  2026-10-15  JE    CUSTMAST RECORD GREW TO 127 (DEFAULT SALES  *
      *                    REP)                                        *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RS-6000.
       OBJECT-COMPUTER. RS-6000.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTMAST ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FD-CUSTMAST-CUST-NO
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT DUPRPT ASSIGN TO DUPRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUPRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTMAST
           RECORD CONTAINS 127 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-CUSTMAST-RECORD.
           05  FD-CUSTMAST-CUST-NO      PIC X(06).
           05  FILLER                   PIC X(121).

       FD  DUPRPT
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-DUPRPT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.

       COPY 'CUSTMAST-LAYOUT'.

       01  WS-CUSTMAST-STATUS           PIC X(02) VALUE '00'.
           88  WS-CUSTMAST-OK               VALUE '00'.

       01  WS-DUPRPT-STATUS             PIC X(02) VALUE '00'.

       01  WS-RUN-DATE                  PIC X(08).

       77  WS-EOF-SWITCH                PIC 9(01) COMP VALUE 0.
           88  WS-NO-MORE-RECORDS           VALUE 1.
       77  WS-CUST-READ-COUNT           PIC 9(07) COMP VALUE 0.
       77  WS-CUST-SKIP-COUNT           PIC 9(07) COMP VALUE 0.

      *EVERY CUSTOMER WITH THE THREE THINGS IT IS COMPARED ON.  FIVE
      *THOUSAND IS WELL PAST THE SIZE OF THE MASTER; ANY OVER THAT
      *ARE COUNTED AND LEFT OUT OF THE COMPARISON
       01  WS-CUST-TABLE.
           05  WS-CUST-ENTRY OCCURS 5000 TIMES.
               10  WS-CT-CUST-NO        PIC X(06).
               10  WS-CT-NAME           PIC X(20).
               10  WS-CT-NORM-NAME      PIC X(20).
               10  WS-CT-POSTAL         PIC X(06).
               10  WS-CT-PHONE          PIC X(10).
               10  WS-CT-BALANCE        PIC 9(07)V99.

       77  WS-CUST-COUNT                PIC 9(05) COMP VALUE 0.
       77  WS-OUTER-SUB                 PIC 9(05) COMP VALUE 0.
       77  WS-INNER-SUB                 PIC 9(05) COMP VALUE 0.
       77  WS-INNER-START               PIC 9(05) COMP VALUE 0.

      *EVERY PAIR FOUND, WITH HOW MANY OF THE THREE MATCHED AND
      *WHICH.  THE REPORT PRINTS THEM IN THREE PASSES, THREE
      *MATCHES FIRST
       01  WS-PAIR-TABLE.
           05  WS-PAIR-ENTRY OCCURS 3000 TIMES.
               10  WS-PR-FIRST          PIC 9(05) COMP.
               10  WS-PR-SECOND         PIC 9(05) COMP.
               10  WS-PR-SCORE          PIC 9(01).
               10  WS-PR-MATCHED        PIC X(20).

       77  WS-PAIR-COUNT                PIC 9(05) COMP VALUE 0.
       77  WS-PAIR-SUB                  PIC 9(05) COMP VALUE 0.
       77  WS-PAIR-LOST-COUNT           PIC 9(07) COMP VALUE 0.
       77  WS-PRINT-SCORE               PIC 9(01) VALUE 0.
       77  WS-SCORE-COUNT               PIC 9(05) COMP VALUE 0.

       01  WS-MATCH-WORK.
           05  WS-MW-SCORE              PIC 9(01).
           05  WS-MW-NAME               PIC X(01).
               88  WS-MW-NAME-MATCHED       VALUE 'Y'.
           05  WS-MW-PHONE              PIC X(01).
               88  WS-MW-PHONE-MATCHED      VALUE 'Y'.
           05  WS-MW-POSTAL             PIC X(01).
               88  WS-MW-POSTAL-MATCHED     VALUE 'Y'.
           05  WS-MW-MATCHED            PIC X(20).
       77  WS-MW-PTR                    PIC 9(03) COMP VALUE 0.

      *NAME NORMALIZATION WORK AREA - THE NAME IS BROKEN INTO WORDS,
      *THE NOISE WORDS THROWN AWAY AND THE REST RUN TOGETHER
       01  WS-NORM-WORK                 PIC X(20).
       01  WS-NORM-NAME                 PIC X(20).
       77  WS-NORM-PTR                  PIC 9(03) COMP VALUE 0.
       01  WS-NORM-WORDS.
           05  WS-NORM-WORD OCCURS 6 TIMES PIC X(20).
       77  WS-WORD-SUB                  PIC 9(02) COMP VALUE 0.
       01  WS-WORD                      PIC X(20).
           88  WS-WORD-NOISE                VALUE 'THE' 'AND'
                                            'INC' 'INCORPORATED'
                                            'LTD' 'LIMITED' 'LTEE'
                                            'CO' 'CORP' 'CORPORATION'
                                            'COMPANY'.

       01  WS-HEADING-LINE1.
           05  FILLER                   PIC X(44) VALUE
               '  L I K E L Y   D U P L I C A T E   C U S T'.
           05  FILLER                   PIC X(14) VALUE
               ' O M E R S    '.
           05  FILLER                   PIC X(05) VALUE 'DATE '.
           05  WH-RUN-DATE              PIC X(08).
           05  FILLER                   PIC X(61) VALUE SPACES.

       01  WS-HEADING-LINE2.
           05  FILLER                   PIC X(34) VALUE
               'CUST NO NAME'.
           05  FILLER                   PIC X(09) VALUE 'POSTAL'.
           05  FILLER                   PIC X(13) VALUE 'PHONE'.
           05  FILLER                   PIC X(15) VALUE
               'OPEN BALANCE'.
           05  FILLER                   PIC X(22) VALUE 'MATCHED ON'.
           05  FILLER                   PIC X(39) VALUE
               'SUGGESTED MERGE CARD'.

       01  WS-SCORE-LINE.
           05  WS-SL-SCORE-TEXT         PIC X(40).
           05  FILLER                   PIC X(92) VALUE SPACES.

       01  WS-SCORE-TEXTS.
           05  FILLER                   PIC X(40) VALUE
               '*** ALL THREE MATCH ***'.
           05  FILLER                   PIC X(40) VALUE
               '*** TWO OF THREE MATCH ***'.
           05  FILLER                   PIC X(40) VALUE
               '*** NAME OR PHONE ONLY ***'.
       01  WS-SCORE-TEXT-TABLE REDEFINES WS-SCORE-TEXTS.
           05  WS-SCORE-TEXT OCCURS 3 TIMES PIC X(40).

      *ONE LINE PER CUSTOMER OF THE PAIR - THE MATCH AND THE CARD
      *ARE ONLY PRINTED ON THE FIRST
       01  WS-DETAIL-LINE.
           05  WD-CUST-NO               PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-NAME                  PIC X(20).
           05  FILLER                   PIC X(06) VALUE SPACES.
           05  WD-POSTAL                PIC X(07).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-PHONE                 PIC X(12).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-BALANCE               PIC Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WD-MATCHED               PIC X(20).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-CARD                  PIC X(12).
           05  FILLER                   PIC X(27) VALUE SPACES.

       01  WS-TRAILER-LINE1.
           05  FILLER                   PIC X(25)
               VALUE 'CUSTOMERS COMPARED:      '.
           05  WT-CUST-COUNT            PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(100) VALUE SPACES.

       01  WS-TRAILER-LINE2.
           05  FILLER                   PIC X(25)
               VALUE 'LIKELY DUPLICATE PAIRS:  '.
           05  WT-PAIR-COUNT            PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(100) VALUE SPACES.

       01  WS-TRAILER-LINE3.
           05  FILLER                   PIC X(25)
               VALUE 'CUSTOMERS NOT COMPARED:  '.
           05  WT-SKIP-COUNT            PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(100) VALUE SPACES.

       01  WS-TRAILER-LINE4.
           05  FILLER                   PIC X(25)
               VALUE 'PAIRS NOT LISTED:        '.
           05  WT-LOST-COUNT            PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(100) VALUE SPACES.

       01  WS-NONE-LINE                 PIC X(132) VALUE
           'NO LIKELY DUPLICATES FOUND'.

       01  WS-BLANK-LINE                PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-LOAD-CUSTOMERS THRU 2000-LOAD-CUSTOMERS-EXIT.
           PERFORM 3000-FIND-PAIRS THRU 3000-FIND-PAIRS-EXIT.
           PERFORM 4000-PRINT-PAIRS THRU 4000-PRINT-PAIRS-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT CUSTMAST.
           IF NOT WS-CUSTMAST-OK
               DISPLAY 'JEPRIA: CUSTMAST OPEN FAILED, STATUS='
                   WS-CUSTMAST-STATUS
               GO TO 9999-ABORT
           END-IF.

           OPEN OUTPUT DUPRPT.

           MOVE WS-RUN-DATE TO WH-RUN-DATE.
           MOVE WS-HEADING-LINE1 TO FD-DUPRPT-LINE.
           WRITE FD-DUPRPT-LINE.
           MOVE WS-BLANK-LINE TO FD-DUPRPT-LINE.
           WRITE FD-DUPRPT-LINE.
           MOVE WS-HEADING-LINE2 TO FD-DUPRPT-LINE.
           WRITE FD-DUPRPT-LINE.
       1000-INITIALIZE-EXIT.
           EXIT.

      *****************************************************************
      *  LOAD - EVERY CUSTOMER INTO THE TABLE WITH ITS NAME           *
      *  NORMALIZED ONCE, SO THE PAIRWISE PASS ONLY COMPARES FIELDS   *
      *****************************************************************
       2000-LOAD-CUSTOMERS.
           PERFORM 2100-LOAD-ONE-CUSTOMER
               THRU 2100-LOAD-ONE-CUSTOMER-EXIT
               UNTIL WS-NO-MORE-RECORDS.
       2000-LOAD-CUSTOMERS-EXIT.
           EXIT.

       2100-LOAD-ONE-CUSTOMER.
           READ CUSTMAST INTO CUSTMAST-RECORD
               AT END
                   SET WS-NO-MORE-RECORDS TO TRUE
           END-READ.
           IF WS-NO-MORE-RECORDS
               GO TO 2100-LOAD-ONE-CUSTOMER-EXIT
           END-IF.
           ADD 1 TO WS-CUST-READ-COUNT.

           IF WS-CUST-COUNT = 5000
               ADD 1 TO WS-CUST-SKIP-COUNT
               GO TO 2100-LOAD-ONE-CUSTOMER-EXIT
           END-IF.

           ADD 1 TO WS-CUST-COUNT.
           MOVE CUSTMAST-CUST-NO TO WS-CT-CUST-NO (WS-CUST-COUNT).
           MOVE CUSTMAST-NAME TO WS-CT-NAME (WS-CUST-COUNT).
           MOVE CUSTMAST-OPEN-BALANCE TO WS-CT-BALANCE (WS-CUST-COUNT).

           MOVE SPACES TO WS-CT-POSTAL (WS-CUST-COUNT).
           IF CUSTMAST-POSTAL-1 NOT = SPACES
               STRING CUSTMAST-POSTAL-1 CUSTMAST-POSTAL-2
                   DELIMITED BY SIZE
                   INTO WS-CT-POSTAL (WS-CUST-COUNT)
               END-STRING
           END-IF.

      *A PHONE WITH NO EXCHANGE OR NUMBER IS NO PHONE AT ALL - TWO
      *CUSTOMERS WITH ONLY THE AREA CODE KEYED ARE NOT A MATCH
           MOVE SPACES TO WS-CT-PHONE (WS-CUST-COUNT).
           IF CUSTMAST-EXCHANGE NOT = SPACES
               AND CUSTMAST-EXCHANGE NOT = ZEROS
               AND CUSTMAST-PHONE-NUM NOT = SPACES
               AND CUSTMAST-PHONE-NUM NOT = ZEROS
               STRING CUSTMAST-AREA-CODE CUSTMAST-EXCHANGE
                   CUSTMAST-PHONE-NUM
                   DELIMITED BY SIZE
                   INTO WS-CT-PHONE (WS-CUST-COUNT)
               END-STRING
           END-IF.

           PERFORM 2500-NORMALIZE-NAME THRU 2500-NORMALIZE-NAME-EXIT.
           MOVE WS-NORM-NAME TO WS-CT-NORM-NAME (WS-CUST-COUNT).
       2100-LOAD-ONE-CUSTOMER-EXIT.
           EXIT.

      *UPPER CASE THE NAME, TURN PUNCTUATION INTO BLANKS, BREAK IT
      *INTO WORDS AND RUN THE WORDS THAT MEAN SOMETHING TOGETHER
       2500-NORMALIZE-NAME.
           MOVE CUSTMAST-NAME TO WS-NORM-WORK.
           INSPECT WS-NORM-WORK CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT WS-NORM-WORK CONVERTING '.,-/&()''"'
               TO '         '.

           MOVE SPACES TO WS-NORM-WORDS.
           UNSTRING WS-NORM-WORK DELIMITED BY ALL SPACE
               INTO WS-NORM-WORD (1) WS-NORM-WORD (2)
                    WS-NORM-WORD (3) WS-NORM-WORD (4)
                    WS-NORM-WORD (5) WS-NORM-WORD (6)
           END-UNSTRING.

           MOVE SPACES TO WS-NORM-NAME.
           MOVE 1 TO WS-NORM-PTR.
           PERFORM 2510-KEEP-ONE-WORD THRU 2510-KEEP-ONE-WORD-EXIT
               VARYING WS-WORD-SUB FROM 1 BY 1
               UNTIL WS-WORD-SUB > 6.
       2500-NORMALIZE-NAME-EXIT.
           EXIT.

       2510-KEEP-ONE-WORD.
           MOVE WS-NORM-WORD (WS-WORD-SUB) TO WS-WORD.
           IF WS-WORD = SPACES OR WS-WORD-NOISE
               GO TO 2510-KEEP-ONE-WORD-EXIT
           END-IF.
           IF WS-NORM-PTR > 20
               GO TO 2510-KEEP-ONE-WORD-EXIT
           END-IF.

           STRING WS-WORD DELIMITED BY SPACE
               INTO WS-NORM-NAME WITH POINTER WS-NORM-PTR
           END-STRING.
       2510-KEEP-ONE-WORD-EXIT.
           EXIT.

      *****************************************************************
      *  PAIRWISE PASS - EACH CUSTOMER AGAINST EVERY ONE AFTER IT     *
      *****************************************************************
       3000-FIND-PAIRS.
           PERFORM 3100-COMPARE-ONE-CUSTOMER
               THRU 3100-COMPARE-ONE-CUSTOMER-EXIT
               VARYING WS-OUTER-SUB FROM 1 BY 1
               UNTIL WS-OUTER-SUB NOT < WS-CUST-COUNT.
       3000-FIND-PAIRS-EXIT.
           EXIT.

       3100-COMPARE-ONE-CUSTOMER.
           COMPUTE WS-INNER-START = WS-OUTER-SUB + 1.
           PERFORM 3200-COMPARE-ONE-PAIR THRU 3200-COMPARE-ONE-PAIR-EXIT
               VARYING WS-INNER-SUB FROM WS-INNER-START BY 1
               UNTIL WS-INNER-SUB > WS-CUST-COUNT.
       3100-COMPARE-ONE-CUSTOMER-EXIT.
           EXIT.

       3200-COMPARE-ONE-PAIR.
           MOVE 0 TO WS-MW-SCORE.
           MOVE 'N' TO WS-MW-NAME WS-MW-PHONE WS-MW-POSTAL.

           IF WS-CT-NORM-NAME (WS-OUTER-SUB) NOT = SPACES
               AND WS-CT-NORM-NAME (WS-OUTER-SUB)
                   = WS-CT-NORM-NAME (WS-INNER-SUB)
               MOVE 'Y' TO WS-MW-NAME
               ADD 1 TO WS-MW-SCORE
           END-IF.

           IF WS-CT-PHONE (WS-OUTER-SUB) NOT = SPACES
               AND WS-CT-PHONE (WS-OUTER-SUB)
                   = WS-CT-PHONE (WS-INNER-SUB)
               MOVE 'Y' TO WS-MW-PHONE
               ADD 1 TO WS-MW-SCORE
           END-IF.

           IF NOT WS-MW-NAME-MATCHED AND NOT WS-MW-PHONE-MATCHED
               GO TO 3200-COMPARE-ONE-PAIR-EXIT
           END-IF.

           IF WS-CT-POSTAL (WS-OUTER-SUB) NOT = SPACES
               AND WS-CT-POSTAL (WS-OUTER-SUB)
                   = WS-CT-POSTAL (WS-INNER-SUB)
               MOVE 'Y' TO WS-MW-POSTAL
               ADD 1 TO WS-MW-SCORE
           END-IF.

           IF WS-PAIR-COUNT = 3000
               ADD 1 TO WS-PAIR-LOST-COUNT
               GO TO 3200-COMPARE-ONE-PAIR-EXIT
           END-IF.

           MOVE SPACES TO WS-MW-MATCHED.
           MOVE 1 TO WS-MW-PTR.
           IF WS-MW-NAME-MATCHED
               STRING 'NAME ' DELIMITED BY SIZE
                   INTO WS-MW-MATCHED WITH POINTER WS-MW-PTR
               END-STRING
           END-IF.
           IF WS-MW-PHONE-MATCHED
               STRING 'PHONE ' DELIMITED BY SIZE
                   INTO WS-MW-MATCHED WITH POINTER WS-MW-PTR
               END-STRING
           END-IF.
           IF WS-MW-POSTAL-MATCHED
               STRING 'POSTAL' DELIMITED BY SIZE
                   INTO WS-MW-MATCHED WITH POINTER WS-MW-PTR
               END-STRING
           END-IF.

           ADD 1 TO WS-PAIR-COUNT.
           MOVE WS-OUTER-SUB TO WS-PR-FIRST (WS-PAIR-COUNT).
           MOVE WS-INNER-SUB TO WS-PR-SECOND (WS-PAIR-COUNT).
           MOVE WS-MW-SCORE TO WS-PR-SCORE (WS-PAIR-COUNT).
           MOVE WS-MW-MATCHED TO WS-PR-MATCHED (WS-PAIR-COUNT).
       3200-COMPARE-ONE-PAIR-EXIT.
           EXIT.

      *****************************************************************
      *  REPORT - THE PAIRS IN THREE GROUPS, STRONGEST FIRST.  THE    *
      *  TABLE IS IN CUSTOMER ORDER, SO THE FIRST OF EACH PAIR IS THE *
      *  LOWER NUMBER AND IS THE ONE THE SUGGESTED CARD KEEPS         *
      *****************************************************************
       4000-PRINT-PAIRS.
           IF WS-PAIR-COUNT = 0
               MOVE WS-BLANK-LINE TO FD-DUPRPT-LINE
               WRITE FD-DUPRPT-LINE
               MOVE WS-NONE-LINE TO FD-DUPRPT-LINE
               WRITE FD-DUPRPT-LINE
               GO TO 4000-PRINT-PAIRS-EXIT
           END-IF.

           PERFORM 4100-PRINT-ONE-SCORE THRU 4100-PRINT-ONE-SCORE-EXIT
               VARYING WS-PRINT-SCORE FROM 3 BY -1
               UNTIL WS-PRINT-SCORE < 1.
       4000-PRINT-PAIRS-EXIT.
           EXIT.

       4100-PRINT-ONE-SCORE.
           MOVE 0 TO WS-SCORE-COUNT.
           PERFORM 4200-PRINT-ONE-PAIR THRU 4200-PRINT-ONE-PAIR-EXIT
               VARYING WS-PAIR-SUB FROM 1 BY 1
               UNTIL WS-PAIR-SUB > WS-PAIR-COUNT.
       4100-PRINT-ONE-SCORE-EXIT.
           EXIT.

       4200-PRINT-ONE-PAIR.
           IF WS-PR-SCORE (WS-PAIR-SUB) NOT = WS-PRINT-SCORE
               GO TO 4200-PRINT-ONE-PAIR-EXIT
           END-IF.

      *THE GROUP HEADING GOES OUT AHEAD OF ITS FIRST PAIR, SO AN
      *EMPTY GROUP PRINTS NOTHING
           IF WS-SCORE-COUNT = 0
               MOVE WS-BLANK-LINE TO FD-DUPRPT-LINE
               WRITE FD-DUPRPT-LINE
               COMPUTE WS-OUTER-SUB = 4 - WS-PRINT-SCORE
               MOVE WS-SCORE-TEXT (WS-OUTER-SUB) TO WS-SL-SCORE-TEXT
               MOVE WS-SCORE-LINE TO FD-DUPRPT-LINE
               WRITE FD-DUPRPT-LINE
           END-IF.
           ADD 1 TO WS-SCORE-COUNT.

           MOVE WS-BLANK-LINE TO FD-DUPRPT-LINE.
           WRITE FD-DUPRPT-LINE.

           MOVE WS-PR-FIRST (WS-PAIR-SUB) TO WS-OUTER-SUB.
           MOVE WS-PR-SECOND (WS-PAIR-SUB) TO WS-INNER-SUB.
           PERFORM 4300-FORMAT-CUSTOMER THRU 4300-FORMAT-CUSTOMER-EXIT.
           MOVE WS-PR-MATCHED (WS-PAIR-SUB) TO WD-MATCHED.
           MOVE WS-CT-CUST-NO (WS-OUTER-SUB) TO WD-CARD(1:6).
           MOVE WS-CT-CUST-NO (WS-INNER-SUB) TO WD-CARD(7:6).
           MOVE WS-DETAIL-LINE TO FD-DUPRPT-LINE.
           WRITE FD-DUPRPT-LINE.

           MOVE WS-INNER-SUB TO WS-OUTER-SUB.
           PERFORM 4300-FORMAT-CUSTOMER THRU 4300-FORMAT-CUSTOMER-EXIT.
           MOVE WS-DETAIL-LINE TO FD-DUPRPT-LINE.
           WRITE FD-DUPRPT-LINE.
       4200-PRINT-ONE-PAIR-EXIT.
           EXIT.

       4300-FORMAT-CUSTOMER.
           MOVE SPACES TO WD-MATCHED WD-CARD.
           MOVE WS-CT-CUST-NO (WS-OUTER-SUB) TO WD-CUST-NO.
           MOVE WS-CT-NAME (WS-OUTER-SUB) TO WD-NAME.
           MOVE SPACES TO WD-POSTAL.
           MOVE WS-CT-POSTAL (WS-OUTER-SUB)(1:3) TO WD-POSTAL(1:3).
           MOVE WS-CT-POSTAL (WS-OUTER-SUB)(4:3) TO WD-POSTAL(5:3).
           MOVE SPACES TO WD-PHONE.
           IF WS-CT-PHONE (WS-OUTER-SUB) NOT = SPACES
               STRING WS-CT-PHONE (WS-OUTER-SUB)(1:3) '-'
                   WS-CT-PHONE (WS-OUTER-SUB)(4:3) '-'
                   WS-CT-PHONE (WS-OUTER-SUB)(7:4)
                   DELIMITED BY SIZE INTO WD-PHONE
               END-STRING
           END-IF.
           MOVE WS-CT-BALANCE (WS-OUTER-SUB) TO WD-BALANCE.
       4300-FORMAT-CUSTOMER-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE WS-BLANK-LINE TO FD-DUPRPT-LINE.
           WRITE FD-DUPRPT-LINE.
           MOVE WS-CUST-COUNT TO WT-CUST-COUNT.
           MOVE WS-TRAILER-LINE1 TO FD-DUPRPT-LINE.
           WRITE FD-DUPRPT-LINE.
           MOVE WS-PAIR-COUNT TO WT-PAIR-COUNT.
           MOVE WS-TRAILER-LINE2 TO FD-DUPRPT-LINE.
           WRITE FD-DUPRPT-LINE.
           IF WS-CUST-SKIP-COUNT > 0
               MOVE WS-CUST-SKIP-COUNT TO WT-SKIP-COUNT
               MOVE WS-TRAILER-LINE3 TO FD-DUPRPT-LINE
               WRITE FD-DUPRPT-LINE
           END-IF.
           IF WS-PAIR-LOST-COUNT > 0
               MOVE WS-PAIR-LOST-COUNT TO WT-LOST-COUNT
               MOVE WS-TRAILER-LINE4 TO FD-DUPRPT-LINE
               WRITE FD-DUPRPT-LINE
           END-IF.

           CLOSE CUSTMAST.
           CLOSE DUPRPT.

           DISPLAY 'JEPRIA: CUSTOMERS READ=' WS-CUST-READ-COUNT
               ' PAIRS=' WS-PAIR-COUNT.
       9000-TERMINATE-EXIT.
           EXIT.

       9999-ABORT.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       END PROGRAM JEPRIA.
