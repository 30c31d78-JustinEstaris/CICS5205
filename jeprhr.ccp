       IDENTIFICATION DIVISION.
       PROGRAM-ID. JEPRHR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RS-6000.
       OBJECT-COMPUTER. RS-6000.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY 'JEMAP7'.
       COPY 'DFHBMSCA'.
       COPY 'CYCCOUNT-LAYOUT'.
       COPY 'WHSEMAST-LAYOUT'.
       COPY 'PRODMAST-LAYOUT'.
       COPY 'OPERMAST-LAYOUT'.
       COPY 'OPERATOR-LAYOUT'.

       01 WS-OPERATOR-ID           PIC X(08).
       01 WS-CICS-RESP             PIC S9(8) COMP.
       01 WS-ABSTIME               PIC S9(15) COMP-3.
       01 WS-TODAY                 PIC X(08).

      *One screenful of counts - the CYCCOUNT key per row is kept
      *here and carried in the commarea, so a quantity keyed on the
      *next turn is matched back to its record, not to the screen
       01 WS-PAGE-TABLE.
          05 WS-PAGE-ENTRY OCCURS 10 TIMES.
             10 WS-PAGE-KEY        PIC X(16).
             10 WS-PAGE-TEXT       PIC X(50).
             10 WS-PAGE-CNT        PIC X(05).

       01 WS-ROW-COUNT             PIC 9(02) COMP VALUE 0.
       01 WS-ROW-SUB               PIC 9(02) COMP VALUE 0.
       01 WS-SWAP-SUB              PIC 9(02) COMP VALUE 0.
       01 WS-SWAP-ENTRY            PIC X(71).

       01 WS-START-KEY             PIC X(16) VALUE SPACES.
       01 WS-START-KEYED           PIC 9(01) VALUE 0.
       01 WS-SKIP-EQUAL            PIC 9(01) VALUE 0.
       01 WS-BROWSE-EOF            PIC 9(01) VALUE 0.

       01 WS-ROW-BUILD.
          05 WB-WHSE               PIC X(02).
          05 FILLER                PIC X(01) VALUE SPACES.
          05 WB-BIN                PIC X(06).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 WB-PRODUCT            PIC X(08).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 WB-DESC               PIC X(20).
          05 FILLER                PIC X(01) VALUE SPACES.
          05 WB-STATUS             PIC X(08).

      *The quantities keyed this turn, lifted off the ten count
      *fields so one paragraph can check and post each of them
       01 WS-ENTRY-TABLE.
          05 WS-ENTRY OCCURS 10 TIMES.
             10 WS-ENTRY-LEN       PIC S9(4) COMP.
             10 WS-ENTRY-QTY       PIC X(05).
       01 WS-ENTRY-ERROR-ROW       PIC 9(02) VALUE 0.
       01 WS-ENTRY-POSTED          PIC 9(02) VALUE 0.
       01 WS-ENTRY-REFUSED         PIC 9(02) VALUE 0.
       01 WS-APPROVED-COUNT        PIC 9(02) VALUE 0.

      *Message to show over the refreshed page, if the turn left one
       01 WS-PAGE-MSG              PIC X(60) VALUE SPACES.

       01 WS-POSTED-MSG.
          05 WP-POSTED             PIC Z9.
          05 FILLER                PIC X(18) VALUE ' COUNTS RECORDED, '.
          05 WP-REFUSED            PIC Z9.
          05 FILLER                PIC X(38)
             VALUE ' REFUSED (ALREADY APPROVED)'.

       01 WS-APPROVED-MSG.
          05 WA-APPROVED           PIC Z9.
          05 FILLER                PIC X(58)
             VALUE ' COUNTS APPROVED FOR POSTING'.

       01 WS-ERROR-MSG.
          05 FILLER                PIC X(14) VALUE 'COUNT ON ROW '.
          05 WE-ROW                PIC Z9.
          05 FILLER                PIC X(44)
             VALUE ' MUST BE 5 DIGITS - NOTHING RECORDED'.

       01 WS-COUNT-COMMAREA.
          05 WS-COUNT-OPERATOR-ID  PIC X(8).
          05 WS-COUNT-TRANSFER     PIC X(3).
          05 WS-COUNT-FIRST-KEY    PIC X(16).
          05 WS-COUNT-LAST-KEY     PIC X(16).
          05 WS-COUNT-ROW-KEYS.
             10 WS-COUNT-ROW-KEY   OCCURS 10 TIMES PIC X(16).
       01 WS-COUNT-LENGTH          PIC S9(4) COMP VALUE 203.

       LINKAGE SECTION.
           01 DFHCOMMAREA.
               05 LK-OPERATOR-ID   PIC X(08).
               05 LK-TRANSFER      PIC X(03).
               05 LK-FIRST-KEY     PIC X(16).
               05 LK-LAST-KEY      PIC X(16).
               05 LK-ROW-KEYS.
                  10 LK-ROW-KEY    OCCURS 10 TIMES PIC X(16).

       PROCEDURE DIVISION.
       000-START-LOGIC.
           EXEC CICS HANDLE CONDITION
                  MAPFAIL(100-FIRST-TIME)
           END-EXEC.

           EXEC CICS HANDLE AID
              PF1(910-BACK-TO-PRGM)
              PF6(800-APPROVE-PAGE)
              PF7(710-PAGE-BACKWARD)
              PF8(700-PAGE-FORWARD)
              PF9(999-EXIT)
           END-EXEC.

           IF EIBCALEN > 0
               MOVE LK-OPERATOR-ID TO WS-OPERATOR-ID
           END-IF.

           IF EIBCALEN = 11
               GO TO 100-FIRST-TIME
           END-IF.

           EXEC CICS
              RECEIVE MAP('MAP7') MAPSET('JEMAP7')
           END-EXEC.

           GO TO 200-MAIN-LOGIC.

       100-FIRST-TIME.
           MOVE LOW-VALUES TO MAP7O.
           PERFORM 500-UNPROTECT-MAP.
           MOVE 'KEY A WAREHOUSE AND STARTING BIN/LOCATION, PRESS ENTER'
               TO MSGO.
           MOVE -1 TO WHSEL.
           MOVE '  C Y C L E  C O U N T' TO TITLEO.
           EXEC CICS
                 SEND MAP('MAP7') MAPSET('JEMAP7') ERASE CURSOR
           END-EXEC.

           MOVE WS-OPERATOR-ID TO WS-OPID-OPERATOR-ID.
           EXEC CICS
                RETURN TRANSID('JE16')
                COMMAREA(WS-OPID-COMMAREA)
                LENGTH(WS-OPID-LENGTH)
           END-EXEC.

      *ENTER - RECORDS ANY QUANTITIES KEYED AGAINST THE LISTED ROWS,
      *THEN LISTS FROM A NEW STARTING WAREHOUSE OR BIN IF ONE WAS
      *KEYED, OR RELISTS THE CURRENT PAGE SO THE NEW STATUSES SHOW
       200-MAIN-LOGIC.
           MOVE SPACES TO WS-PAGE-MSG.

           IF EIBCALEN = 203
               PERFORM 250-RECORD-COUNTS
           END-IF.

           PERFORM 210-BUILD-START-KEY.
           IF WS-START-KEYED = 1
               MOVE 0 TO WS-SKIP-EQUAL
               GO TO 300-FILL-FORWARD
           END-IF.

           IF EIBCALEN = 203
               MOVE LK-FIRST-KEY TO WS-START-KEY
               MOVE 0 TO WS-SKIP-EQUAL
               GO TO 300-FILL-FORWARD
           END-IF.

           MOVE LOW-VALUES TO WS-START-KEY.
           MOVE 0 TO WS-SKIP-EQUAL.
           GO TO 300-FILL-FORWARD.

      *A WAREHOUSE, A STARTING BIN OR BOTH MAY BE KEYED.  A BIN WITH
      *NO WAREHOUSE IS IN THE HOME WAREHOUSE; A WAREHOUSE WITH NO BIN
      *LISTS FROM ITS FIRST BIN
       210-BUILD-START-KEY.
           MOVE LOW-VALUES TO WS-START-KEY.
           MOVE 0 TO WS-START-KEYED.
           IF WHSEL > 0
               AND WHSEI NOT = SPACES
               AND WHSEI NOT = LOW-VALUES
               MOVE WHSEI TO WS-START-KEY(1:2)
               MOVE 1 TO WS-START-KEYED
           ELSE
               MOVE WHSEMAST-HOME-CODE TO WS-START-KEY(1:2)
           END-IF.
           IF STARTBINL > 0
               AND STARTBINI NOT = SPACES
               AND STARTBINI NOT = LOW-VALUES
               MOVE STARTBINI TO WS-START-KEY(3:6)
               MOVE 1 TO WS-START-KEYED
           END-IF.

      *EVERY KEYED QUANTITY IS CHECKED BEFORE ANY IS RECORDED, SO A
      *MISKEYED ROW SENDS THE WHOLE PAGE BACK UNTOUCHED
       250-RECORD-COUNTS.
           MOVE CNT1L TO WS-ENTRY-LEN (1).
           MOVE CNT1I TO WS-ENTRY-QTY (1).
           MOVE CNT2L TO WS-ENTRY-LEN (2).
           MOVE CNT2I TO WS-ENTRY-QTY (2).
           MOVE CNT3L TO WS-ENTRY-LEN (3).
           MOVE CNT3I TO WS-ENTRY-QTY (3).
           MOVE CNT4L TO WS-ENTRY-LEN (4).
           MOVE CNT4I TO WS-ENTRY-QTY (4).
           MOVE CNT5L TO WS-ENTRY-LEN (5).
           MOVE CNT5I TO WS-ENTRY-QTY (5).
           MOVE CNT6L TO WS-ENTRY-LEN (6).
           MOVE CNT6I TO WS-ENTRY-QTY (6).
           MOVE CNT7L TO WS-ENTRY-LEN (7).
           MOVE CNT7I TO WS-ENTRY-QTY (7).
           MOVE CNT8L TO WS-ENTRY-LEN (8).
           MOVE CNT8I TO WS-ENTRY-QTY (8).
           MOVE CNT9L TO WS-ENTRY-LEN (9).
           MOVE CNT9I TO WS-ENTRY-QTY (9).
           MOVE CNT10L TO WS-ENTRY-LEN (10).
           MOVE CNT10I TO WS-ENTRY-QTY (10).

           MOVE 0 TO WS-ENTRY-ERROR-ROW.
           PERFORM 260-CHECK-ONE-ENTRY
               VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB > 10 OR WS-ENTRY-ERROR-ROW > 0.

           IF WS-ENTRY-ERROR-ROW > 0
               MOVE WS-ENTRY-ERROR-ROW TO WE-ROW
               MOVE WS-ERROR-MSG TO WS-PAGE-MSG
               MOVE LK-FIRST-KEY TO WS-START-KEY
               MOVE 0 TO WS-SKIP-EQUAL
               GO TO 300-FILL-FORWARD
           END-IF.

           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-TODAY)
           END-EXEC.

           MOVE 0 TO WS-ENTRY-POSTED.
           MOVE 0 TO WS-ENTRY-REFUSED.
           PERFORM 270-RECORD-ONE-ENTRY
               VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB > 10.

           IF WS-ENTRY-POSTED > 0 OR WS-ENTRY-REFUSED > 0
               MOVE WS-ENTRY-POSTED TO WP-POSTED
               MOVE WS-ENTRY-REFUSED TO WP-REFUSED
               MOVE WS-POSTED-MSG TO WS-PAGE-MSG
           END-IF.

      *A ROW WITH NOTHING KEYED IS LEFT ALONE; ANYTHING KEYED HAS TO
      *BE A FULL FIVE DIGITS AND SIT AGAINST A LISTED PRODUCT
       260-CHECK-ONE-ENTRY.
           IF WS-ENTRY-LEN (WS-ROW-SUB) > 0
               AND WS-ENTRY-QTY (WS-ROW-SUB) NOT = SPACES
               AND WS-ENTRY-QTY (WS-ROW-SUB) NOT = LOW-VALUES
               IF WS-ENTRY-QTY (WS-ROW-SUB) IS NOT NUMERIC
                   OR LK-ROW-KEY (WS-ROW-SUB) = SPACES
                   MOVE WS-ROW-SUB TO WS-ENTRY-ERROR-ROW
               END-IF
           END-IF.

      *STAMPS THE COUNT AND WHO TOOK IT.  A COUNT ALREADY APPROVED IS
      *FROZEN UNTIL IT POSTS - A RECOUNT HAS TO WAIT FOR A NEW SHEET
       270-RECORD-ONE-ENTRY.
           IF WS-ENTRY-LEN (WS-ROW-SUB) > 0
               AND WS-ENTRY-QTY (WS-ROW-SUB) NOT = SPACES
               AND WS-ENTRY-QTY (WS-ROW-SUB) NOT = LOW-VALUES
               MOVE LK-ROW-KEY (WS-ROW-SUB) TO CYCCOUNT-KEY
               EXEC CICS READ FILE('CYCCOUNT')
                   INTO (CYCCOUNT-RECORD)
                   LENGTH (CYCCOUNT-LENGTH)
                   RIDFLD (CYCCOUNT-KEY)
                   UPDATE
                   RESP (WS-CICS-RESP)
               END-EXEC
               IF WS-CICS-RESP NOT EQUAL DFHRESP(NORMAL)
                   ADD 1 TO WS-ENTRY-REFUSED
               ELSE
                   IF CYCCOUNT-ST-APPROVED
                       EXEC CICS UNLOCK FILE('CYCCOUNT') END-EXEC
                       ADD 1 TO WS-ENTRY-REFUSED
                   ELSE
                       MOVE WS-ENTRY-QTY (WS-ROW-SUB)
                           TO CYCCOUNT-COUNTED-QTY
                       MOVE WS-TODAY TO CYCCOUNT-COUNT-DATE
                       MOVE WS-OPERATOR-ID TO CYCCOUNT-COUNTED-BY
                       SET CYCCOUNT-ST-COUNTED TO TRUE
                       EXEC CICS REWRITE FILE('CYCCOUNT')
                           FROM (CYCCOUNT-RECORD)
                           LENGTH (CYCCOUNT-LENGTH)
                       END-EXEC
                       ADD 1 TO WS-ENTRY-POSTED
                   END-IF
               END-IF
           END-IF.

      *FILLS THE PAGE TABLE WITH UP TO TEN COUNTS AT OR PAST THE
      *START KEY (PAST ONLY, WHEN PAGING FORWARD OFF THE LAST ROW)
       300-FILL-FORWARD.
           MOVE 0 TO WS-ROW-COUNT.
           MOVE SPACES TO WS-PAGE-TABLE.
           MOVE 0 TO WS-BROWSE-EOF.

           MOVE WS-START-KEY TO CYCCOUNT-KEY.
           EXEC CICS STARTBR FILE('CYCCOUNT')
               RIDFLD(CYCCOUNT-KEY)
               GTEQ
               RESP(WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE LOW-VALUES TO MAP7O
               PERFORM 500-UNPROTECT-MAP
               MOVE 'NO COUNTS OUT AT OR PAST THAT WAREHOUSE AND BIN'
                   TO MSGO
               MOVE -1 TO STARTBINL
               GO TO 900-SEND-MAP
           END-IF.

           PERFORM 310-READ-NEXT-COUNT
               UNTIL WS-BROWSE-EOF = 1 OR WS-ROW-COUNT = 10.

           EXEC CICS ENDBR FILE('CYCCOUNT') END-EXEC.

           IF WS-ROW-COUNT = 0
               MOVE LOW-VALUES TO MAP7O
               PERFORM 500-UNPROTECT-MAP
               MOVE 'NO MORE COUNTS FORWARD' TO MSGO
               MOVE -1 TO STARTBINL
               GO TO 900-SEND-MAP
           END-IF.

           GO TO 400-SHOW-PAGE.

       310-READ-NEXT-COUNT.
           EXEC CICS READNEXT FILE('CYCCOUNT')
               INTO(CYCCOUNT-RECORD)
               LENGTH(CYCCOUNT-LENGTH)
               RIDFLD(CYCCOUNT-KEY)
               RESP(WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 1 TO WS-BROWSE-EOF
           ELSE
               IF WS-SKIP-EQUAL = 1
                   AND CYCCOUNT-KEY = WS-START-KEY
                   CONTINUE
               ELSE
                   ADD 1 TO WS-ROW-COUNT
                   PERFORM 320-BUILD-PAGE-ROW
               END-IF
           END-IF.

      *THE ROW NEVER SHOWS THE FROZEN SYSTEM QUANTITY - ONLY WHAT
      *HAS BEEN COUNTED SO FAR, SO THE COUNT STAYS BLIND
       320-BUILD-PAGE-ROW.
           MOVE CYCCOUNT-WHSE-CODE TO WB-WHSE.
           MOVE CYCCOUNT-BIN-LOC TO WB-BIN.
           MOVE CYCCOUNT-PROD-A TO WB-PRODUCT(1:4).
           MOVE CYCCOUNT-PROD-B TO WB-PRODUCT(5:4).

           MOVE CYCCOUNT-PROD-A TO PRODMAST-CODE-A.
           MOVE CYCCOUNT-PROD-B TO PRODMAST-CODE-B.
           EXEC CICS READ FILE('PRODMAST')
               INTO (PRODMAST-RECORD)
               LENGTH (PRODMAST-LENGTH)
               RIDFLD (PRODMAST-KEY)
               RESP (WS-CICS-RESP)
           END-EXEC.
           IF WS-CICS-RESP EQUAL DFHRESP(NORMAL)
               MOVE PRODMAST-DESCRIPTION TO WB-DESC
           ELSE
               MOVE '(NOT ON PRODMAST)' TO WB-DESC
           END-IF.

           IF CYCCOUNT-ST-APPROVED
               MOVE 'APPROVED' TO WB-STATUS
               MOVE CYCCOUNT-COUNTED-QTY TO WS-PAGE-CNT (WS-ROW-COUNT)
           ELSE
               IF CYCCOUNT-ST-COUNTED
                   MOVE 'COUNTED' TO WB-STATUS
                   MOVE CYCCOUNT-COUNTED-QTY
                       TO WS-PAGE-CNT (WS-ROW-COUNT)
               ELSE
                   MOVE 'TO COUNT' TO WB-STATUS
                   MOVE SPACES TO WS-PAGE-CNT (WS-ROW-COUNT)
               END-IF
           END-IF.

           MOVE CYCCOUNT-KEY TO WS-PAGE-KEY (WS-ROW-COUNT).
           MOVE WS-ROW-BUILD TO WS-PAGE-TEXT (WS-ROW-COUNT).

      *PUTS THE PAGE TABLE ON THE SCREEN AND CARRIES THE ROW KEYS
      *AND PAGE EDGES FORWARD IN THE COMMAREA
       400-SHOW-PAGE.
           MOVE LOW-VALUES TO MAP7O.
           PERFORM 500-UNPROTECT-MAP.

           MOVE WS-PAGE-TEXT (1) TO ROW1O.
           MOVE WS-PAGE-TEXT (2) TO ROW2O.
           MOVE WS-PAGE-TEXT (3) TO ROW3O.
           MOVE WS-PAGE-TEXT (4) TO ROW4O.
           MOVE WS-PAGE-TEXT (5) TO ROW5O.
           MOVE WS-PAGE-TEXT (6) TO ROW6O.
           MOVE WS-PAGE-TEXT (7) TO ROW7O.
           MOVE WS-PAGE-TEXT (8) TO ROW8O.
           MOVE WS-PAGE-TEXT (9) TO ROW9O.
           MOVE WS-PAGE-TEXT (10) TO ROW10O.
           MOVE WS-PAGE-CNT (1) TO CNT1O.
           MOVE WS-PAGE-CNT (2) TO CNT2O.
           MOVE WS-PAGE-CNT (3) TO CNT3O.
           MOVE WS-PAGE-CNT (4) TO CNT4O.
           MOVE WS-PAGE-CNT (5) TO CNT5O.
           MOVE WS-PAGE-CNT (6) TO CNT6O.
           MOVE WS-PAGE-CNT (7) TO CNT7O.
           MOVE WS-PAGE-CNT (8) TO CNT8O.
           MOVE WS-PAGE-CNT (9) TO CNT9O.
           MOVE WS-PAGE-CNT (10) TO CNT10O.

           IF WS-PAGE-MSG NOT = SPACES
               MOVE WS-PAGE-MSG TO MSGO
           ELSE
               MOVE 'KEY COUNTS, PF6 APPROVE PAGE, PF7/PF8 PAGE'
                   TO MSGO
           END-IF.
           MOVE -1 TO CNT1L.

           MOVE WS-OPERATOR-ID TO WS-COUNT-OPERATOR-ID.
           MOVE SPACES TO WS-COUNT-TRANSFER.
           MOVE WS-PAGE-KEY (1) TO WS-COUNT-FIRST-KEY.
           MOVE WS-PAGE-KEY (WS-ROW-COUNT) TO WS-COUNT-LAST-KEY.
           MOVE WS-PAGE-KEY (1) TO WS-COUNT-ROW-KEY (1).
           MOVE WS-PAGE-KEY (2) TO WS-COUNT-ROW-KEY (2).
           MOVE WS-PAGE-KEY (3) TO WS-COUNT-ROW-KEY (3).
           MOVE WS-PAGE-KEY (4) TO WS-COUNT-ROW-KEY (4).
           MOVE WS-PAGE-KEY (5) TO WS-COUNT-ROW-KEY (5).
           MOVE WS-PAGE-KEY (6) TO WS-COUNT-ROW-KEY (6).
           MOVE WS-PAGE-KEY (7) TO WS-COUNT-ROW-KEY (7).
           MOVE WS-PAGE-KEY (8) TO WS-COUNT-ROW-KEY (8).
           MOVE WS-PAGE-KEY (9) TO WS-COUNT-ROW-KEY (9).
           MOVE WS-PAGE-KEY (10) TO WS-COUNT-ROW-KEY (10).

           MOVE '  C Y C L E  C O U N T' TO TITLEO.
           EXEC CICS SEND MAP('MAP7') MAPSET('JEMAP7') ERASE CURSOR
               END-EXEC.
           EXEC CICS RETURN TRANSID('JE16')
               COMMAREA(WS-COUNT-COMMAREA)
               LENGTH(WS-COUNT-LENGTH)
           END-EXEC.

      *UNPROTECTS THE STARTING WAREHOUSE AND BIN AND THE TEN COUNT
      *FIELDS
       500-UNPROTECT-MAP.
           MOVE DFHBMFSE TO WHSEA.
           MOVE DFHBMFSE TO STARTBINA.
           MOVE DFHBMFSE TO CNT1A.
           MOVE DFHBMFSE TO CNT2A.
           MOVE DFHBMFSE TO CNT3A.
           MOVE DFHBMFSE TO CNT4A.
           MOVE DFHBMFSE TO CNT5A.
           MOVE DFHBMFSE TO CNT6A.
           MOVE DFHBMFSE TO CNT7A.
           MOVE DFHBMFSE TO CNT8A.
           MOVE DFHBMFSE TO CNT9A.
           MOVE DFHBMFSE TO CNT10A.

      *PF8 - LIST THE TEN COUNTS PAST THE LAST ONE ON THE SCREEN
       700-PAGE-FORWARD.
           IF EIBCALEN NOT = 203
               GO TO 100-FIRST-TIME
           END-IF.
           MOVE SPACES TO WS-PAGE-MSG.
           MOVE LK-LAST-KEY TO WS-START-KEY.
           MOVE 1 TO WS-SKIP-EQUAL.
           GO TO 300-FILL-FORWARD.

      *PF7 - LIST THE TEN COUNTS BEFORE THE FIRST ONE ON THE SCREEN.
      *THE RECORDS COME OFF THE FILE LAST-FIRST, SO THE PAGE TABLE
      *IS REVERSED BEFORE IT GOES ON THE SCREEN
       710-PAGE-BACKWARD.
           IF EIBCALEN NOT = 203
               GO TO 100-FIRST-TIME
           END-IF.

           MOVE SPACES TO WS-PAGE-MSG.
           MOVE 0 TO WS-ROW-COUNT.
           MOVE SPACES TO WS-PAGE-TABLE.
           MOVE 0 TO WS-BROWSE-EOF.

           MOVE LK-FIRST-KEY TO WS-START-KEY.
           MOVE WS-START-KEY TO CYCCOUNT-KEY.
           EXEC CICS STARTBR FILE('CYCCOUNT')
               RIDFLD(CYCCOUNT-KEY)
               GTEQ
               RESP(WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE LOW-VALUES TO MAP7O
               PERFORM 500-UNPROTECT-MAP
               MOVE 'NO MORE COUNTS BACKWARD' TO MSGO
               MOVE -1 TO STARTBINL
               GO TO 900-SEND-MAP
           END-IF.

           PERFORM 720-READ-PREV-COUNT
               UNTIL WS-BROWSE-EOF = 1 OR WS-ROW-COUNT = 10.

           EXEC CICS ENDBR FILE('CYCCOUNT') END-EXEC.

           IF WS-ROW-COUNT = 0
               MOVE LK-FIRST-KEY TO WS-START-KEY
               MOVE 0 TO WS-SKIP-EQUAL
               GO TO 300-FILL-FORWARD
           END-IF.

           PERFORM 730-REVERSE-PAGE-TABLE.
           GO TO 400-SHOW-PAGE.

      *READS BACKWARD, DROPPING ANY RECORD AT OR PAST THE CURRENT
      *TOP-OF-PAGE KEY SO ONLY EARLIER BINS ARE COLLECTED
       720-READ-PREV-COUNT.
           EXEC CICS READPREV FILE('CYCCOUNT')
               INTO(CYCCOUNT-RECORD)
               LENGTH(CYCCOUNT-LENGTH)
               RIDFLD(CYCCOUNT-KEY)
               RESP(WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 1 TO WS-BROWSE-EOF
           ELSE
               IF CYCCOUNT-KEY < WS-START-KEY
                   ADD 1 TO WS-ROW-COUNT
                   PERFORM 320-BUILD-PAGE-ROW
               END-IF
           END-IF.

      *THE BACKWARD COLLECTION LANDED LAST-FIRST - SWAP THE TABLE
      *END FOR END SO THE SCREEN STILL READS TOP DOWN IN BIN ORDER
       730-REVERSE-PAGE-TABLE.
           MOVE 0 TO WS-ROW-SUB.
           COMPUTE WS-SWAP-SUB = WS-ROW-COUNT + 1.
           PERFORM 740-SWAP-PAGE-ENTRY
               UNTIL WS-ROW-SUB + 1 >= WS-SWAP-SUB.

       740-SWAP-PAGE-ENTRY.
           ADD 1 TO WS-ROW-SUB.
           SUBTRACT 1 FROM WS-SWAP-SUB.
           IF WS-ROW-SUB < WS-SWAP-SUB
               MOVE WS-PAGE-ENTRY (WS-ROW-SUB) TO WS-SWAP-ENTRY
               MOVE WS-PAGE-ENTRY (WS-SWAP-SUB)
                   TO WS-PAGE-ENTRY (WS-ROW-SUB)
               MOVE WS-SWAP-ENTRY TO WS-PAGE-ENTRY (WS-SWAP-SUB)
           END-IF.

      *PF6 - APPROVES EVERY COUNTED ROW ON THE PAGE FOR POSTING.
      *Signing off a count commits a stock write-off, so only a
      *supervisor-level operator gets past here.  Any operator can
      *key counts on this screen; the level is checked only for
      *the approval itself
       800-APPROVE-PAGE.
           IF EIBCALEN NOT = 203
               GO TO 100-FIRST-TIME
           END-IF.

           MOVE WS-OPERATOR-ID TO OPERMAST-OPERATOR-ID.
           EXEC CICS READ FILE('OPERMAST')
               INTO (OPERMAST-RECORD)
               LENGTH (OPERMAST-LENGTH)
               RIDFLD (OPERMAST-OPERATOR-ID)
               RESP (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT EQUAL DFHRESP(NORMAL)
               OR NOT OPERMAST-AUTH-SUPERVISOR
               MOVE 'NOT AUTHORIZED - SUPERVISOR LEVEL REQUIRED'
                   TO WS-PAGE-MSG
               MOVE LK-FIRST-KEY TO WS-START-KEY
               MOVE 0 TO WS-SKIP-EQUAL
               GO TO 300-FILL-FORWARD
           END-IF.

           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-TODAY)
           END-EXEC.

           MOVE 0 TO WS-APPROVED-COUNT.
           PERFORM 810-APPROVE-ONE-ROW
               VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB > 10.

           MOVE WS-APPROVED-COUNT TO WA-APPROVED.
           MOVE WS-APPROVED-MSG TO WS-PAGE-MSG.
           MOVE LK-FIRST-KEY TO WS-START-KEY.
           MOVE 0 TO WS-SKIP-EQUAL.
           GO TO 300-FILL-FORWARD.

      *ONLY A COUNTED ROW CAN BE APPROVED - A SHEET STILL WAITING
      *FOR ITS COUNT, OR ONE ALREADY APPROVED, IS LEFT AS IT IS
       810-APPROVE-ONE-ROW.
           IF LK-ROW-KEY (WS-ROW-SUB) NOT = SPACES
               MOVE LK-ROW-KEY (WS-ROW-SUB) TO CYCCOUNT-KEY
               EXEC CICS READ FILE('CYCCOUNT')
                   INTO (CYCCOUNT-RECORD)
                   LENGTH (CYCCOUNT-LENGTH)
                   RIDFLD (CYCCOUNT-KEY)
                   UPDATE
                   RESP (WS-CICS-RESP)
               END-EXEC
               IF WS-CICS-RESP EQUAL DFHRESP(NORMAL)
                   IF CYCCOUNT-ST-COUNTED
                       SET CYCCOUNT-ST-APPROVED TO TRUE
                       MOVE WS-OPERATOR-ID TO CYCCOUNT-APPROVED-BY
                       MOVE WS-TODAY TO CYCCOUNT-APPROVED-DATE
                       EXEC CICS REWRITE FILE('CYCCOUNT')
                           FROM (CYCCOUNT-RECORD)
                           LENGTH (CYCCOUNT-LENGTH)
                       END-EXEC
                       ADD 1 TO WS-APPROVED-COUNT
                   ELSE
                       EXEC CICS UNLOCK FILE('CYCCOUNT') END-EXEC
                   END-IF
               END-IF
           END-IF.

       900-SEND-MAP.
            MOVE '  C Y C L E  C O U N T' TO TITLEO.
            EXEC CICS SEND MAP('MAP7') MAPSET('JEMAP7') ERASE CURSOR
                END-EXEC.
            MOVE WS-OPERATOR-ID TO WS-OPID-OPERATOR-ID.
            EXEC CICS RETURN TRANSID('JE16')
                COMMAREA(WS-OPID-COMMAREA)
                LENGTH(WS-OPID-LENGTH)
            END-EXEC.

       910-BACK-TO-PRGM.
           MOVE WS-OPERATOR-ID TO WS-MENU-OPERATOR-ID.
           MOVE SPACES TO WS-MENU-TRANSFER.
           EXEC CICS XCTL
               PROGRAM('JEPRGM')
               COMMAREA(WS-MENU-COMMAREA)
               LENGTH(WS-MENU-LENGTH)
           END-EXEC.

            MOVE LOW-VALUES TO MAP7O.
            EXEC CICS SEND MAP('MAP7') MAPSET('JEMAP7') END-EXEC.
            EXEC CICS RETURN TRANSID('JE16') END-EXEC.

       999-EXIT.
            MOVE LOW-VALUES TO MAP7O.
            MOVE 'BYE' TO MSGO.
            EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC
            EXEC CICS RETURN END-EXEC
            GOBACK.

        END PROGRAM JEPRHR.
