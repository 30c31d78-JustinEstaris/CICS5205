       IDENTIFICATION DIVISION.
       PROGRAM-ID. JEPRHW.
       AUTHOR. J ESTARIS.
       INSTALLATION. ORDER PROCESSING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      *  JEPRHW - CONTRACT PRICE REPORT                               *
      *  READS THE CONTRACT CUSTOMER PRICE FILE FROM FRONT TO BACK    *
      *  AND PRINTS EVERY CONTRACT ON THE CONTRPT REPORT WITH THE     *
      *  CUSTOMER'S NAME, THE PRODUCT, THE TERMS, THE PRODMAST LIST   *
      *  PRICE IN FORCE TODAY AND THE PRICE THE CONTRACT WORKS OUT    *
      *  TO.  A CONTRACT WHOSE END DATE FALLS WITHIN THE NEXT 30 DAYS *
      *  IS FLAGGED EXPIRING SO IT CAN BE RENEGOTIATED BEFORE THE     *
      *  ACCOUNT DROPS BACK TO LIST, ONE ALREADY PAST ITS END DATE IS *
      *  FLAGGED EXPIRED, AND A FIXED PRICE THAT NOW SITS ABOVE THE   *
      *  LIST PRICE (BECAUSE LIST CAME DOWN UNDER IT) IS FLAGGED SO   *
      *  THE CONTRACT CUSTOMER IS NOT LEFT PAYING MORE THAN A WALK-IN *
      *****************************************************************
      *  MODIFICATION HISTORY                                         *
      *  DATE        INIT  DESCRIPTION                                *
      *  2026-10-15  JE    INITIAL VERSION                            *
      *  2026-10-15  JE    CUSTMAST RECORD GREW TO 127 (DEFAULT SALES  *
      *                    REP)                                        *
      *  2026-10-15  JE    PRODMAST RECORD GREW TO 86 (DISCONTINUED    *
      *                    STATUS AND REPLACEMENT)                     *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RS-6000.
       OBJECT-COMPUTER. RS-6000.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRACT ASSIGN TO CONTRACT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FD-CONTRACT-KEY
               FILE STATUS IS WS-CONTRACT-STATUS.

           SELECT CUSTMAST ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-CUSTMAST-CUST-NO
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT PRODMAST ASSIGN TO PRODMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-PRODMAST-KEY
               FILE STATUS IS WS-PRODMAST-STATUS.

           SELECT CONTRPT ASSIGN TO CONTRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CONTRACT
           RECORD CONTAINS 50 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-CONTRACT-RECORD.
           05  FD-CONTRACT-KEY          PIC X(14).
           05  FILLER                   PIC X(36).

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

       FD  CONTRPT
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-CONTRPT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.

       COPY 'CONTRACT-LAYOUT'.
       COPY 'CUSTMAST-LAYOUT'.
       COPY 'PRODMAST-LAYOUT'.

       01  WS-CONTRACT-STATUS           PIC X(02) VALUE '00'.
           88  WS-CONTRACT-OK               VALUE '00'.

       01  WS-CUSTMAST-STATUS           PIC X(02) VALUE '00'.
           88  WS-CUSTMAST-OK               VALUE '00'.

       01  WS-PRODMAST-STATUS           PIC X(02) VALUE '00'.
           88  WS-PRODMAST-OK               VALUE '00'.

       01  WS-CONTRPT-STATUS            PIC X(02) VALUE '00'.

       77  WS-CONTRACT-COUNT            PIC 9(07) COMP VALUE 0.
       77  WS-EXPIRING-COUNT            PIC 9(07) COMP VALUE 0.
       77  WS-EXPIRED-COUNT             PIC 9(07) COMP VALUE 0.
       77  WS-ABOVE-LIST-COUNT          PIC 9(07) COMP VALUE 0.
       77  WS-EOF-SWITCH                PIC 9(01) COMP VALUE 0.
           88  WS-NO-MORE-RECORDS           VALUE 1.
       77  WS-PRODUCT-SWITCH            PIC 9(01) COMP VALUE 0.
           88  WS-PRODUCT-FOUND             VALUE 1.

      *HOW FAR AHEAD A CONTRACT END DATE COUNTS AS EXPIRING
       77  WS-WARNING-DAYS              PIC 9(03) COMP VALUE 30.

       01  WS-RUN-DATE                  PIC X(08) VALUE SPACES.
       01  WS-LIST-PRICE                PIC 9(05)V99 VALUE 0.
       01  WS-CONTRACT-PRICE            PIC 9(05)V99 VALUE 0.

      *THE LAST DAY OF THE WARNING WINDOW IS WORKED OUT A DAY AT A
      *TIME FROM THE RUN DATE, ROLLING THE MONTH AND YEAR OVER AS
      *THEY RUN OUT
       01  WS-WARNING-DATE.
           05  WS-WD-YEAR               PIC 9(04).
           05  WS-WD-MONTH              PIC 9(02).
           05  WS-WD-DAY                PIC 9(02).
       77  WS-MONTH-DAYS                PIC 9(02) COMP VALUE 0.
       77  WS-LEAP-QUOTIENT             PIC 9(04) COMP VALUE 0.
       77  WS-LEAP-REMAINDER            PIC 9(01) COMP VALUE 0.

       01  WS-MONTH-DAYS-VALUES.
           05  FILLER                   PIC 9(02) VALUE 31.
           05  FILLER                   PIC 9(02) VALUE 28.
           05  FILLER                   PIC 9(02) VALUE 31.
           05  FILLER                   PIC 9(02) VALUE 30.
           05  FILLER                   PIC 9(02) VALUE 31.
           05  FILLER                   PIC 9(02) VALUE 30.
           05  FILLER                   PIC 9(02) VALUE 31.
           05  FILLER                   PIC 9(02) VALUE 31.
           05  FILLER                   PIC 9(02) VALUE 30.
           05  FILLER                   PIC 9(02) VALUE 31.
           05  FILLER                   PIC 9(02) VALUE 30.
           05  FILLER                   PIC 9(02) VALUE 31.
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-LENGTH OCCURS 12 TIMES PIC 9(02).

       01  WS-HEADING-LINE1.
           05  FILLER                   PIC X(44) VALUE
               '  C O N T R A C T   P R I C E   R E P O R T'.
           05  FILLER                   PIC X(06) VALUE 'DATE: '.
           05  WH-RUN-DATE              PIC X(08).
           05  FILLER                   PIC X(18) VALUE
               '  EXPIRING UNTIL: '.
           05  WH-WARNING-DATE          PIC X(08).
           05  FILLER                   PIC X(48) VALUE SPACES.

       01  WS-HEADING-LINE2.
           05  FILLER                   PIC X(08) VALUE 'CUSTOMER'.
           05  FILLER                   PIC X(21) VALUE 'NAME'.
           05  FILLER                   PIC X(10) VALUE 'PRODUCT'.
           05  FILLER                   PIC X(21) VALUE 'DESCRIPTION'.
           05  FILLER                   PIC X(08) VALUE 'TERMS'.
           05  FILLER                   PIC X(08) VALUE 'PCT OFF'.
           05  FILLER                   PIC X(11) VALUE 'LIST PRICE'.
           05  FILLER                   PIC X(11) VALUE 'CONTRACT'.
           05  FILLER                   PIC X(09) VALUE 'START'.
           05  FILLER                   PIC X(09) VALUE 'END'.
           05  FILLER                   PIC X(16) VALUE 'FLAGS'.

       01  WS-DETAIL-LINE.
           05  WD-CUST-NO               PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-CUST-NAME             PIC X(20).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-PRODUCT               PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-DESCRIPTION           PIC X(20).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-TERMS                 PIC X(07).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-PCT-OFF               PIC ZZ9.99 BLANK WHEN ZERO.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-LIST-PRICE            PIC ZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-CONTRACT-PRICE        PIC ZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-START-DATE            PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-END-DATE              PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-EXPIRY-FLAG           PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-PRICE-FLAG            PIC X(07).

       01  WS-TRAILER-LINE1.
           05  FILLER                   PIC X(32)
               VALUE 'CONTRACTS LISTED:'.
           05  WT-CONTRACT-COUNT        PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(93) VALUE SPACES.

       01  WS-TRAILER-LINE2.
           05  FILLER                   PIC X(32)
               VALUE 'EXPIRING WITHIN 30 DAYS:'.
           05  WT-EXPIRING-COUNT        PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(93) VALUE SPACES.

       01  WS-TRAILER-LINE3.
           05  FILLER                   PIC X(32)
               VALUE 'ALREADY EXPIRED:'.
           05  WT-EXPIRED-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(93) VALUE SPACES.

       01  WS-TRAILER-LINE4.
           05  FILLER                   PIC X(32)
               VALUE 'PRICED ABOVE CURRENT LIST:'.
           05  WT-ABOVE-LIST-COUNT      PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(93) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-PROCESS-CONTRACT
               THRU 2000-PROCESS-CONTRACT-EXIT
               UNTIL WS-NO-MORE-RECORDS.
           PERFORM 8000-WRITE-TRAILER THRU 8000-WRITE-TRAILER-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT CONTRACT.
           IF NOT WS-CONTRACT-OK
               DISPLAY 'JEPRHW: CONTRACT OPEN FAILED, STATUS='
                   WS-CONTRACT-STATUS
               GO TO 9999-ABORT
           END-IF.

           OPEN INPUT CUSTMAST.
           IF NOT WS-CUSTMAST-OK
               DISPLAY 'JEPRHW: CUSTMAST OPEN FAILED, STATUS='
                   WS-CUSTMAST-STATUS
               GO TO 9999-ABORT
           END-IF.

           OPEN INPUT PRODMAST.
           IF NOT WS-PRODMAST-OK
               DISPLAY 'JEPRHW: PRODMAST OPEN FAILED, STATUS='
                   WS-PRODMAST-STATUS
               GO TO 9999-ABORT
           END-IF.

           OPEN OUTPUT CONTRPT.

           MOVE WS-RUN-DATE TO WS-WARNING-DATE.
           PERFORM 5000-ADD-ONE-DAY THRU 5000-ADD-ONE-DAY-EXIT
               WS-WARNING-DAYS TIMES.

           MOVE WS-RUN-DATE TO WH-RUN-DATE.
           MOVE WS-WARNING-DATE TO WH-WARNING-DATE.
           MOVE WS-HEADING-LINE1 TO FD-CONTRPT-LINE.
           WRITE FD-CONTRPT-LINE.
           MOVE WS-HEADING-LINE2 TO FD-CONTRPT-LINE.
           WRITE FD-CONTRPT-LINE.

           PERFORM 2100-READ-CONTRACT THRU 2100-READ-CONTRACT-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *ONE CONTRACT - LOOK UP WHO AND WHAT IT IS FOR, WORK OUT WHAT
      *IT CHARGES AGAINST TODAY'S LIST PRICE, AND FLAG IT
       2000-PROCESS-CONTRACT.
           ADD 1 TO WS-CONTRACT-COUNT.
           MOVE SPACES TO WS-DETAIL-LINE.

           MOVE CONTRACT-CUST-NO TO WD-CUST-NO.
           MOVE CONTRACT-CUST-NO TO FD-CUSTMAST-CUST-NO.
           READ CUSTMAST INTO CUSTMAST-RECORD
               INVALID KEY
                   MOVE '** NOT ON CUSTMAST' TO WD-CUST-NAME
               NOT INVALID KEY
                   MOVE CUSTMAST-NAME TO WD-CUST-NAME
           END-READ.

           MOVE CONTRACT-PROD-A TO WD-PRODUCT(1:4).
           MOVE CONTRACT-PROD-B TO WD-PRODUCT(5:4).
           MOVE 0 TO WS-PRODUCT-SWITCH.
           MOVE CONTRACT-PROD-A TO FD-PRODMAST-KEY(1:4).
           MOVE CONTRACT-PROD-B TO FD-PRODMAST-KEY(5:4).
           READ PRODMAST INTO PRODMAST-RECORD
               INVALID KEY
                   MOVE '** NOT ON PRODMAST' TO WD-DESCRIPTION
               NOT INVALID KEY
                   MOVE PRODMAST-DESCRIPTION TO WD-DESCRIPTION
                   SET WS-PRODUCT-FOUND TO TRUE
           END-READ.

           PERFORM 3000-PRICE-CONTRACT THRU 3000-PRICE-CONTRACT-EXIT.
           PERFORM 4000-FLAG-CONTRACT THRU 4000-FLAG-CONTRACT-EXIT.

           MOVE CONTRACT-START-DATE TO WD-START-DATE.
           MOVE CONTRACT-END-DATE TO WD-END-DATE.
           MOVE WS-LIST-PRICE TO WD-LIST-PRICE.
           MOVE WS-CONTRACT-PRICE TO WD-CONTRACT-PRICE.

           MOVE WS-DETAIL-LINE TO FD-CONTRPT-LINE.
           WRITE FD-CONTRPT-LINE.

           PERFORM 2100-READ-CONTRACT THRU 2100-READ-CONTRACT-EXIT.
       2000-PROCESS-CONTRACT-EXIT.
           EXIT.

       2100-READ-CONTRACT.
           READ CONTRACT INTO CONTRACT-RECORD
               AT END
                   SET WS-NO-MORE-RECORDS TO TRUE
               NOT AT END
                   CONTINUE
           END-READ.
       2100-READ-CONTRACT-EXIT.
           EXIT.

      *THE LIST PRICE IS THE ONE IN FORCE TODAY - THE PENDING PRICE
      *ONCE ITS DATE HAS ARRIVED - THE SAME RULE THE PRICING POINTS
      *FOLLOW.  A PRODUCT NO LONGER ON PRODMAST HAS NO LIST PRICE,
      *SO ITS CONTRACT IS SHOWN AT ITS OWN TERMS WITH NO COMPARISON
       3000-PRICE-CONTRACT.
           MOVE 0 TO WS-LIST-PRICE.
           IF WS-PRODUCT-FOUND
               MOVE PRODMAST-UNIT-PRICE TO WS-LIST-PRICE
               IF PRODMAST-PEND-DATE IS NUMERIC
                   AND PRODMAST-PEND-DATE NOT > WS-RUN-DATE
                   MOVE PRODMAST-PEND-PRICE TO WS-LIST-PRICE
               END-IF
           END-IF.

           IF CONTRACT-FIXED-PRICE
               MOVE 'FIXED' TO WD-TERMS
               MOVE 0 TO WD-PCT-OFF
               MOVE CONTRACT-PRICE TO WS-CONTRACT-PRICE
           ELSE
               MOVE 'PCT OFF' TO WD-TERMS
               MOVE CONTRACT-PCT-OFF TO WD-PCT-OFF
               COMPUTE WS-CONTRACT-PRICE ROUNDED =
                   WS-LIST-PRICE * (100 - CONTRACT-PCT-OFF) / 100
           END-IF.
       3000-PRICE-CONTRACT-EXIT.
           EXIT.

      *AN END DATE OF SPACES OR ZEROS IS AN OPEN-ENDED CONTRACT AND
      *NEVER EXPIRES
       4000-FLAG-CONTRACT.
           IF CONTRACT-END-DATE IS NUMERIC
               AND CONTRACT-END-DATE NOT = ZEROS
               IF CONTRACT-END-DATE < WS-RUN-DATE
                   MOVE 'EXPIRED' TO WD-EXPIRY-FLAG
                   ADD 1 TO WS-EXPIRED-COUNT
               ELSE
                   IF CONTRACT-END-DATE NOT > WS-WARNING-DATE
                       MOVE 'EXPIRING' TO WD-EXPIRY-FLAG
                       ADD 1 TO WS-EXPIRING-COUNT
                   END-IF
               END-IF
           END-IF.

           IF WS-PRODUCT-FOUND
               AND WS-CONTRACT-PRICE > WS-LIST-PRICE
               MOVE '> LIST' TO WD-PRICE-FLAG
               ADD 1 TO WS-ABOVE-LIST-COUNT
           END-IF.
       4000-FLAG-CONTRACT-EXIT.
           EXIT.

      *MOVES THE WARNING DATE ON BY ONE DAY, ALLOWING FOR THE
      *LENGTH OF THE MONTH AND FEBRUARY OF A LEAP YEAR
       5000-ADD-ONE-DAY.
           MOVE WS-MONTH-LENGTH (WS-WD-MONTH) TO WS-MONTH-DAYS.
           IF WS-WD-MONTH = 2
               DIVIDE WS-WD-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = 0
                   MOVE 29 TO WS-MONTH-DAYS
               END-IF
           END-IF.

           ADD 1 TO WS-WD-DAY.
           IF WS-WD-DAY > WS-MONTH-DAYS
               MOVE 1 TO WS-WD-DAY
               ADD 1 TO WS-WD-MONTH
               IF WS-WD-MONTH > 12
                   MOVE 1 TO WS-WD-MONTH
                   ADD 1 TO WS-WD-YEAR
               END-IF
           END-IF.
       5000-ADD-ONE-DAY-EXIT.
           EXIT.

       8000-WRITE-TRAILER.
           MOVE WS-CONTRACT-COUNT TO WT-CONTRACT-COUNT.
           MOVE WS-TRAILER-LINE1 TO FD-CONTRPT-LINE.
           WRITE FD-CONTRPT-LINE.

           MOVE WS-EXPIRING-COUNT TO WT-EXPIRING-COUNT.
           MOVE WS-TRAILER-LINE2 TO FD-CONTRPT-LINE.
           WRITE FD-CONTRPT-LINE.

           MOVE WS-EXPIRED-COUNT TO WT-EXPIRED-COUNT.
           MOVE WS-TRAILER-LINE3 TO FD-CONTRPT-LINE.
           WRITE FD-CONTRPT-LINE.

           MOVE WS-ABOVE-LIST-COUNT TO WT-ABOVE-LIST-COUNT.
           MOVE WS-TRAILER-LINE4 TO FD-CONTRPT-LINE.
           WRITE FD-CONTRPT-LINE.
       8000-WRITE-TRAILER-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE CONTRACT.
           CLOSE CUSTMAST.
           CLOSE PRODMAST.
           CLOSE CONTRPT.

           DISPLAY 'JEPRHW: CONTRACTS READ=' WS-CONTRACT-COUNT.
           DISPLAY 'JEPRHW: EXPIRING=' WS-EXPIRING-COUNT.
           DISPLAY 'JEPRHW: EXPIRED=' WS-EXPIRED-COUNT.
           DISPLAY 'JEPRHW: ABOVE LIST=' WS-ABOVE-LIST-COUNT.
       9000-TERMINATE-EXIT.
           EXIT.

       9999-ABORT.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       END PROGRAM JEPRHW.
