       IDENTIFICATION DIVISION.
       PROGRAM-ID. JEPRIC.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RS-6000.
       OBJECT-COMPUTER. RS-6000.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY 'JEMAP10'.
       COPY 'DFHBMSCA'.
       COPY 'REPMAST-LAYOUT'.
       COPY 'OPERMAST-LAYOUT'.
       COPY 'OPERATOR-LAYOUT'.

       01 WS-OPERATOR-ID           PIC X(08).
       01 WS-CICS-RESP             PIC S9(8) COMP.

      *The commission percent is keyed pennies-last, the same
      *convention as the customer discount on JEPRGK - 0750 is
      *7.50 percent of the order's value before tax
       01 WS-COMM-X                PIC X(04).
       01 WS-COMM-NUM REDEFINES WS-COMM-X
                                   PIC 9(02)V99.

       LINKAGE SECTION.
           01 DFHCOMMAREA.
               05 LK-OPERATOR-ID   PIC X(08).
               05 LK-TRANSFER      PIC X(03).

       PROCEDURE DIVISION.
       000-START-LOGIC.
           EXEC CICS HANDLE CONDITION
                  MAPFAIL(100-FIRST-TIME)
           END-EXEC.

           EXEC CICS HANDLE AID
              PF1(910-BACK-TO-PRGM)
              PF9(999-EXIT)
           END-EXEC.

           IF EIBCALEN > 0
               MOVE LK-OPERATOR-ID TO WS-OPERATOR-ID
           END-IF.

           PERFORM 050-AUTHORITY-CHECK.

           IF EIBCALEN = 11
               GO TO 100-FIRST-TIME
           END-IF.

           EXEC CICS
              RECEIVE MAP('MAP10') MAPSET('JEMAP10')
           END-EXEC.

           GO TO 200-MAIN-LOGIC.

      *Rep maintenance sets what the business pays out, so it is
      *restricted to supervisor-level operators - the menu already
      *hides the choice, but the transid can be keyed directly, so
      *the level is checked again here on every turn
       050-AUTHORITY-CHECK.
           MOVE WS-OPERATOR-ID TO OPERMAST-OPERATOR-ID.

           EXEC CICS READ FILE('OPERMAST')
               INTO (OPERMAST-RECORD)
               LENGTH (OPERMAST-LENGTH)
               RIDFLD (OPERMAST-OPERATOR-ID)
               RESP (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT EQUAL DFHRESP(NORMAL)
               OR NOT OPERMAST-AUTH-SUPERVISOR
               MOVE LOW-VALUES TO MAP10O
               MOVE 'NOT AUTHORIZED - SUPERVISOR LEVEL REQUIRED'
                   TO MSGO
               MOVE ' S A L E S  R E P  M A I N T' TO TITLEO
               EXEC CICS SEND MAP('MAP10') MAPSET('JEMAP10') ERASE
                   END-EXEC
               EXEC CICS RETURN END-EXEC
           END-IF.

       100-FIRST-TIME.
           MOVE LOW-VALUES TO MAP10O.
           PERFORM 500-UNPROTECT-MAP.
           MOVE ' S A L E S  R E P  M A I N T' TO TITLEO.
           MOVE 'KEY REP CODE AND ACTION (A=ADD C=CHANGE D=DISPLAY)'
               TO MSGO.
           EXEC CICS
                 SEND MAP('MAP10') MAPSET('JEMAP10') ERASE
           END-EXEC.

           MOVE WS-OPERATOR-ID TO WS-OPID-OPERATOR-ID.
           EXEC CICS
                RETURN TRANSID('JE19')
                COMMAREA(WS-OPID-COMMAREA)
                LENGTH(WS-OPID-LENGTH)
           END-EXEC.

       200-MAIN-LOGIC.
           IF REPCODEI = 'XXX'
              EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC
              EXEC CICS RETURN END-EXEC
           END-IF.

           IF REPCODEL IS NOT EQUAL TO 3
               OR REPCODEI(1:1) = SPACE
                MOVE LOW-VALUES TO MAP10O
                PERFORM 500-UNPROTECT-MAP
                MOVE 'REP CODE MUST BE 3 CHARACTERS' TO MSGO
                MOVE -1 TO REPCODEL
                MOVE DFHUNIMD TO REPCODEA
                GO TO 900-SEND-MAP
           END-IF.

      *A hyphen is how customer maintenance takes a rep off an
      *account, so it can never be a rep code itself
           IF REPCODEI(1:1) = '-'
                MOVE LOW-VALUES TO MAP10O
                PERFORM 500-UNPROTECT-MAP
                MOVE 'REP CODE CANNOT START WITH A HYPHEN' TO MSGO
                MOVE -1 TO REPCODEL
                MOVE DFHUNIMD TO REPCODEA
                GO TO 900-SEND-MAP
           END-IF.

           IF ACTIONI = 'A'
               GO TO 400-ADD-REP
           END-IF.
           IF ACTIONI = 'C'
               GO TO 450-CHANGE-REP
           END-IF.
           IF ACTIONI = 'D' OR ACTIONI = SPACES
               OR ACTIONI = LOW-VALUES
               GO TO 300-DISPLAY-REP
           END-IF.

           MOVE LOW-VALUES TO MAP10O.
           PERFORM 500-UNPROTECT-MAP.
           MOVE 'ACTION MUST BE A, C OR D' TO MSGO.
           MOVE -1 TO ACTIONL.
           MOVE DFHUNIMD TO ACTIONA.
           GO TO 900-SEND-MAP.

       300-DISPLAY-REP.
           MOVE REPCODEI TO REPMAST-REP-CODE.
           PERFORM 350-READ-REPMAST.

           IF WS-CICS-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE LOW-VALUES TO MAP10O
               PERFORM 500-UNPROTECT-MAP
               MOVE 'SALES REP NOT ON REP MASTER' TO MSGO
               MOVE -1 TO REPCODEL
               MOVE DFHUNIMD TO REPCODEA
               GO TO 900-SEND-MAP
           END-IF.

           MOVE LOW-VALUES TO MAP10O.
           PERFORM 500-UNPROTECT-MAP.
           PERFORM 700-SHOW-FIELDS.
           MOVE 'SALES REP DISPLAYED' TO MSGO.
           MOVE -1 TO ACTIONL.
           GO TO 900-SEND-MAP.

       350-READ-REPMAST.
           EXEC CICS READ FILE('REPMAST')
               INTO (REPMAST-RECORD)
               LENGTH (REPMAST-LENGTH)
               RIDFLD (REPMAST-REP-CODE)
               RESP (WS-CICS-RESP)
           END-EXEC.

      *A new rep needs a name and a commission percent; the active
      *flag defaults to Y
       400-ADD-REP.
           PERFORM 320-NAME-CHECK.
           IF COMMPCTL = 0 OR COMMPCTI = SPACES
               OR COMMPCTI = LOW-VALUES
               MOVE LOW-VALUES TO MAP10O
               PERFORM 500-UNPROTECT-MAP
               MOVE 'COMMISSION PERCENT MUST HAVE AN INPUT' TO MSGO
               MOVE -1 TO COMMPCTL
               MOVE DFHUNIMD TO COMMPCTA
               GO TO 900-SEND-MAP
           END-IF.
           PERFORM 330-COMMISSION-CHECK.
           PERFORM 340-ACTIVE-CHECK.

           MOVE SPACES TO REPMAST-RECORD.
           MOVE 0 TO REPMAST-COMM-PCT.
           SET REPMAST-IS-ACTIVE TO TRUE.
           PERFORM 600-MOVE-FIELDS.
           MOVE REPCODEI TO REPMAST-REP-CODE.

           EXEC CICS WRITE FILE('REPMAST')
               FROM (REPMAST-RECORD)
               LENGTH (REPMAST-LENGTH)
               RIDFLD (REPMAST-REP-CODE)
               RESP (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP EQUAL DFHRESP(DUPREC)
               MOVE LOW-VALUES TO MAP10O
               PERFORM 500-UNPROTECT-MAP
               MOVE 'SALES REP ALREADY EXISTS - USE ACTION C' TO MSGO
               MOVE -1 TO REPCODEL
               MOVE DFHUNIMD TO REPCODEA
               GO TO 900-SEND-MAP
           END-IF.

           MOVE LOW-VALUES TO MAP10O.
           PERFORM 500-UNPROTECT-MAP.
           MOVE 'SALES REP HAS BEEN ADDED!' TO MSGO.
           MOVE -1 TO REPCODEL.
           GO TO 900-SEND-MAP.

      *There is no delete - orders and accounts keep pointing at a
      *rep long after they leave, so a departed rep is set to N
       450-CHANGE-REP.
           PERFORM 320-NAME-CHECK.
           PERFORM 330-COMMISSION-CHECK.
           PERFORM 340-ACTIVE-CHECK.

           MOVE REPCODEI TO REPMAST-REP-CODE.
           EXEC CICS READ FILE('REPMAST')
               INTO (REPMAST-RECORD)
               LENGTH (REPMAST-LENGTH)
               RIDFLD (REPMAST-REP-CODE)
               UPDATE
               RESP (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE LOW-VALUES TO MAP10O
               PERFORM 500-UNPROTECT-MAP
               MOVE 'SALES REP NOT ON REP MASTER - USE ACTION A'
                   TO MSGO
               MOVE -1 TO REPCODEL
               MOVE DFHUNIMD TO REPCODEA
               GO TO 900-SEND-MAP
           END-IF.

           PERFORM 600-MOVE-FIELDS.

           EXEC CICS REWRITE FILE('REPMAST')
               FROM (REPMAST-RECORD)
               LENGTH (REPMAST-LENGTH)
           END-EXEC.

           MOVE LOW-VALUES TO MAP10O.
           PERFORM 500-UNPROTECT-MAP.
           MOVE 'SALES REP HAS BEEN CHANGED!' TO MSGO.
           MOVE -1 TO REPCODEL.
           GO TO 900-SEND-MAP.

      *The name prints on the commission statement
       320-NAME-CHECK.
           IF REPNAMEI = LOW-VALUES OR REPNAMEI = SPACES
               MOVE LOW-VALUES TO MAP10O
               PERFORM 500-UNPROTECT-MAP
               MOVE 'REP NAME MUST HAVE AN INPUT' TO MSGO
               MOVE -1 TO REPNAMEL
               MOVE DFHUNIMD TO REPNAMEA
               GO TO 900-SEND-MAP
           END-IF.

           IF REPNAMEL LESS THAN 4
               MOVE LOW-VALUES TO MAP10O
               PERFORM 500-UNPROTECT-MAP
               MOVE 'REP NAME MUST BE AT LEAST 4 CHARACTERS' TO MSGO
               MOVE -1 TO REPNAMEL
               MOVE DFHUNIMD TO REPNAMEA
               GO TO 900-SEND-MAP
           END-IF.

      *A keyed commission percent has to be clean digits - blank on
      *a change leaves it as it stands
       330-COMMISSION-CHECK.
           IF COMMPCTL = 0 OR COMMPCTI = SPACES
               OR COMMPCTI = LOW-VALUES
               CONTINUE
           ELSE
               IF COMMPCTI IS NOT NUMERIC
                   MOVE LOW-VALUES TO MAP10O
                   PERFORM 500-UNPROTECT-MAP
                   MOVE 'COMMISSION MUST BE 4 DIGITS (0750 = 7.50 PCT)'
                       TO MSGO
                   MOVE -1 TO COMMPCTL
                   MOVE DFHUNIMD TO COMMPCTA
                   GO TO 900-SEND-MAP
               END-IF
           END-IF.

      *Active flag is Y or N - blank leaves it as it stands (Y on a
      *new rep)
       340-ACTIVE-CHECK.
           IF ACTIVEL = 0 OR ACTIVEI = SPACES
               OR ACTIVEI = LOW-VALUES
               CONTINUE
           ELSE
               IF ACTIVEI NOT = 'Y' AND ACTIVEI NOT = 'N'
                   MOVE LOW-VALUES TO MAP10O
                   PERFORM 500-UNPROTECT-MAP
                   MOVE 'ACTIVE MUST BE Y OR N' TO MSGO
                   MOVE -1 TO ACTIVEL
                   MOVE DFHUNIMD TO ACTIVEA
                   GO TO 900-SEND-MAP
               END-IF
           END-IF.

       500-UNPROTECT-MAP.
           MOVE DFHBMFSE TO REPCODEA.
           MOVE DFHBMFSE TO ACTIONA.
           MOVE DFHBMFSE TO REPNAMEA.
           MOVE DFHBMFSE TO COMMPCTA.
           MOVE DFHBMFSE TO ACTIVEA.

       600-MOVE-FIELDS.
           MOVE REPNAMEI TO REPMAST-NAME.
           IF COMMPCTI IS NUMERIC
               MOVE COMMPCTI TO WS-COMM-X
               MOVE WS-COMM-NUM TO REPMAST-COMM-PCT
           END-IF.
           IF ACTIVEI = 'Y' OR ACTIVEI = 'N'
               MOVE ACTIVEI TO REPMAST-ACTIVE
           END-IF.

       700-SHOW-FIELDS.
           MOVE REPMAST-REP-CODE TO REPCODEO.
           MOVE REPMAST-NAME TO REPNAMEO.
           MOVE REPMAST-COMM-PCT TO WS-COMM-NUM.
           MOVE WS-COMM-X TO COMMPCTO.
           MOVE REPMAST-ACTIVE TO ACTIVEO.

       900-SEND-MAP.
            MOVE ' S A L E S  R E P  M A I N T' TO TITLEO.
            EXEC CICS SEND MAP('MAP10') MAPSET('JEMAP10') CURSOR
                END-EXEC.
            MOVE WS-OPERATOR-ID TO WS-OPID-OPERATOR-ID.
            EXEC CICS RETURN TRANSID('JE19')
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

            MOVE LOW-VALUES TO MAP10O.
            EXEC CICS SEND MAP('MAP10') MAPSET('JEMAP10') END-EXEC.
            EXEC CICS RETURN TRANSID('JE19') END-EXEC.

       999-EXIT.
            MOVE LOW-VALUES TO MAP10O.
            MOVE 'BYE' TO MSGO.
            EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC
            EXEC CICS RETURN END-EXEC
            GOBACK.

        END PROGRAM JEPRIC.
