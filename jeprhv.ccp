       IDENTIFICATION DIVISION.
       PROGRAM-ID. JEPRHV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RS-6000.
       OBJECT-COMPUTER. RS-6000.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY 'JEMAP8'.
       COPY 'DFHBMSCA'.
       COPY 'SHIPTO-LAYOUT'.
       COPY 'CUSTMAST-LAYOUT'.
       COPY 'AREACODE-LAYOUT'.
       COPY 'FSAMAST-LAYOUT'.
       COPY 'OPERATOR-LAYOUT'.

       01 WS-OPERATOR-ID           PIC X(08).
       01 WS-CICS-RESP             PIC S9(8) COMP.

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

           IF EIBCALEN = 11
               GO TO 100-FIRST-TIME
           END-IF.

           EXEC CICS
              RECEIVE MAP('MAP8') MAPSET('JEMAP8')
           END-EXEC.

           GO TO 200-MAIN-LOGIC.

       100-FIRST-TIME.
           MOVE LOW-VALUES TO MAP8O.
           PERFORM 500-UNPROTECT-MAP.
           MOVE '   S H I P - T O  M A I N T' TO TITLEO.
           MOVE 'KEY CUSTOMER, SHIP-TO AND ACTION (A=ADD C=CHG D=DSP)'
               TO MSGO.
           EXEC CICS
                 SEND MAP('MAP8') MAPSET('JEMAP8') ERASE
           END-EXEC.

           MOVE WS-OPERATOR-ID TO WS-OPID-OPERATOR-ID.
           EXEC CICS
                RETURN TRANSID('JE17')
                COMMAREA(WS-OPID-COMMAREA)
                LENGTH(WS-OPID-LENGTH)
           END-EXEC.

       200-MAIN-LOGIC.
           IF CUSTNOI = 'XXXXXX' OR CUSTNOI(1:5) = 'ABORT'
              EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC
              EXEC CICS RETURN END-EXEC
           END-IF.

           IF CUSTNOL IS NOT EQUAL TO 6
                MOVE LOW-VALUES TO MAP8O
                PERFORM 500-UNPROTECT-MAP
                MOVE 'CUSTOMER NUMBER MUST BE 6 LONG' TO MSGO
                MOVE -1 TO CUSTNOL
                MOVE DFHUNIMD TO CUSTNOA
                GO TO 900-SEND-MAP
           END-IF.

           IF CUSTNOI IS NOT NUMERIC
                MOVE LOW-VALUES TO MAP8O
                PERFORM 500-UNPROTECT-MAP
                MOVE 'CUSTOMER NUMBER MUST BE NUMERIC' TO MSGO
                MOVE -1 TO CUSTNOL
                MOVE DFHUNIMD TO CUSTNOA
                GO TO 900-SEND-MAP
           END-IF.

           IF SHIPNOL IS NOT EQUAL TO 3
               OR SHIPNOI IS NOT NUMERIC
                MOVE LOW-VALUES TO MAP8O
                PERFORM 500-UNPROTECT-MAP
                MOVE 'SHIP-TO NUMBER MUST BE 3 DIGITS' TO MSGO
                MOVE -1 TO SHIPNOL
                MOVE DFHUNIMD TO SHIPNOA
                GO TO 900-SEND-MAP
           END-IF.

      *Every ship-to belongs to a real account - the customer's own
      *CUSTMAST address stays its bill-to
           MOVE CUSTNOI TO CUSTMAST-CUST-NO.
           EXEC CICS READ FILE('CUSTMAST')
               INTO (CUSTMAST-RECORD)
               LENGTH (CUSTMAST-LENGTH)
               RIDFLD (CUSTMAST-CUST-NO)
               RESP (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE LOW-VALUES TO MAP8O
               PERFORM 500-UNPROTECT-MAP
               MOVE 'CUSTOMER NOT ON CUSTOMER MASTER' TO MSGO
               MOVE -1 TO CUSTNOL
               MOVE DFHUNIMD TO CUSTNOA
               GO TO 900-SEND-MAP
           END-IF.

           IF ACTIONI = 'A'
               GO TO 400-ADD-SHIPTO
           END-IF.
           IF ACTIONI = 'C'
               GO TO 450-CHANGE-SHIPTO
           END-IF.
           IF ACTIONI = 'D' OR ACTIONI = SPACES
               OR ACTIONI = LOW-VALUES
               GO TO 300-DISPLAY-SHIPTO
           END-IF.

           MOVE LOW-VALUES TO MAP8O.
           PERFORM 500-UNPROTECT-MAP.
           MOVE 'ACTION MUST BE A, C OR D' TO MSGO.
           MOVE -1 TO ACTIONL.
           MOVE DFHUNIMD TO ACTIONA.
           GO TO 900-SEND-MAP.

       300-DISPLAY-SHIPTO.
           MOVE CUSTNOI TO SHIPTO-CUST-NO.
           MOVE SHIPNOI TO SHIPTO-SHIP-NO.
           PERFORM 350-READ-SHIPTO.

           IF WS-CICS-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE LOW-VALUES TO MAP8O
               PERFORM 500-UNPROTECT-MAP
               MOVE CUSTMAST-NAME TO CUSTNAMEO
               MOVE 'SHIP-TO NOT ON FILE FOR THIS CUSTOMER' TO MSGO
               MOVE -1 TO SHIPNOL
               MOVE DFHUNIMD TO SHIPNOA
               GO TO 900-SEND-MAP
           END-IF.

           MOVE LOW-VALUES TO MAP8O.
           PERFORM 500-UNPROTECT-MAP.
           PERFORM 700-SHOW-FIELDS.
           MOVE 'SHIP-TO DISPLAYED' TO MSGO.
           MOVE -1 TO ACTIONL.
           GO TO 900-SEND-MAP.

       350-READ-SHIPTO.
           EXEC CICS READ FILE('SHIPTO')
               INTO (SHIPTO-RECORD)
               LENGTH (SHIPTO-LENGTH)
               RIDFLD (SHIPTO-KEY)
               RESP (WS-CICS-RESP)
           END-EXEC.

       400-ADD-SHIPTO.
           PERFORM 320-CONTACT-INFORMATION-CHECK.
           PERFORM 330-ALINE-INFORMATION-CHECK.
           PERFORM 340-POSTAL-CODE-CHECK.
           PERFORM 360-PHONE-NUMBER-CHECK.
           MOVE SPACES TO SHIPTO-RECORD.
           PERFORM 600-MOVE-FIELDS.
           MOVE CUSTNOI TO SHIPTO-CUST-NO.
           MOVE SHIPNOI TO SHIPTO-SHIP-NO.

           EXEC CICS WRITE FILE('SHIPTO')
               FROM (SHIPTO-RECORD)
               LENGTH (SHIPTO-LENGTH)
               RIDFLD (SHIPTO-KEY)
               RESP (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP EQUAL DFHRESP(DUPREC)
               MOVE LOW-VALUES TO MAP8O
               PERFORM 500-UNPROTECT-MAP
               MOVE 'SHIP-TO ALREADY EXISTS - USE ACTION C' TO MSGO
               MOVE -1 TO SHIPNOL
               MOVE DFHUNIMD TO SHIPNOA
               GO TO 900-SEND-MAP
           END-IF.

           MOVE LOW-VALUES TO MAP8O.
           PERFORM 500-UNPROTECT-MAP.
           MOVE CUSTMAST-NAME TO CUSTNAMEO.
           MOVE 'SHIP-TO HAS BEEN ADDED!' TO MSGO.
           MOVE -1 TO SHIPNOL.
           GO TO 900-SEND-MAP.

       450-CHANGE-SHIPTO.
           PERFORM 320-CONTACT-INFORMATION-CHECK.
           PERFORM 330-ALINE-INFORMATION-CHECK.
           PERFORM 340-POSTAL-CODE-CHECK.
           PERFORM 360-PHONE-NUMBER-CHECK.

           MOVE CUSTNOI TO SHIPTO-CUST-NO.
           MOVE SHIPNOI TO SHIPTO-SHIP-NO.
           EXEC CICS READ FILE('SHIPTO')
               INTO (SHIPTO-RECORD)
               LENGTH (SHIPTO-LENGTH)
               RIDFLD (SHIPTO-KEY)
               UPDATE
               RESP (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE LOW-VALUES TO MAP8O
               PERFORM 500-UNPROTECT-MAP
               MOVE 'SHIP-TO NOT ON FILE - USE ACTION A' TO MSGO
               MOVE -1 TO SHIPNOL
               MOVE DFHUNIMD TO SHIPNOA
               GO TO 900-SEND-MAP
           END-IF.

           PERFORM 600-MOVE-FIELDS.

           EXEC CICS REWRITE FILE('SHIPTO')
               FROM (SHIPTO-RECORD)
               LENGTH (SHIPTO-LENGTH)
           END-EXEC.

           MOVE LOW-VALUES TO MAP8O.
           PERFORM 500-UNPROTECT-MAP.
           MOVE CUSTMAST-NAME TO CUSTNAMEO.
           MOVE 'SHIP-TO HAS BEEN CHANGED!' TO MSGO.
           MOVE -1 TO SHIPNOL.
           GO TO 900-SEND-MAP.

      *Same contact edits as customer maintenance and the order
      *entry screen, so a ship-to keyed here is always clean enough
      *to fill an order
       320-CONTACT-INFORMATION-CHECK.
           IF NAMEL LESS THAN 4
               MOVE LOW-VALUES TO MAP8O
               PERFORM 500-UNPROTECT-MAP
               MOVE 'NAME MUST BE AT LEAST 4 CHARACTERS' TO MSGO
               MOVE -1 TO NAMEL
               MOVE DFHUNIMD TO NAMEA
               GO TO 900-SEND-MAP
           END-IF.

           IF NAMEI = LOW-VALUES OR NAMEI = SPACES
               MOVE LOW-VALUES TO MAP8O
               PERFORM 500-UNPROTECT-MAP
               MOVE 'NAME MUST HAVE AN INPUT' TO MSGO
               MOVE -1 TO NAMEL
               MOVE DFHUNIMD TO NAMEA
               GO TO 900-SEND-MAP
           END-IF.

       330-ALINE-INFORMATION-CHECK.
          IF ALINE1I = LOW-VALUES
          OR ALINE1I = SPACES
              MOVE LOW-VALUES TO MAP8O
              PERFORM 500-UNPROTECT-MAP
              MOVE 'ADDRESS LINE 1 MUST HAVE AN INPUT' TO MSGO
              MOVE -1 TO ALINE1L
              MOVE DFHUNIMD TO ALINE1A
              GO TO 900-SEND-MAP
          END-IF.

           IF ALINE1L LESS THAN 3
               MOVE LOW-VALUE TO MAP8O
               PERFORM 500-UNPROTECT-MAP
               MOVE 'ADDRESS LINE 1 MUST HAVE AT LEAST 3 CHARACTERS'
               TO MSGO
               MOVE -1 TO ALINE1L
               MOVE DFHUNIMD TO ALINE1A
               GO TO 900-SEND-MAP
           END-IF.

          IF ALINE2I = LOW-VALUES
          OR ALINE2I = SPACES
              MOVE LOW-VALUES TO MAP8O
              PERFORM 500-UNPROTECT-MAP
              MOVE 'ADDRESS LINE 2 MUST HAVE AN INPUT' TO MSGO
              MOVE -1 TO ALINE2L
              MOVE DFHUNIMD TO ALINE2A
              GO TO 900-SEND-MAP
          END-IF.

           IF ALINE2L LESS THAN 3
               MOVE LOW-VALUES TO MAP8O
               PERFORM 500-UNPROTECT-MAP
               MOVE 'ADDRESS LINE 2 MUST HAVE AT LEAST 3 CHARACTERS'
               TO MSGO
               MOVE -1 TO ALINE2L
               MOVE DFHUNIMD TO ALINE2A
               GO TO 900-SEND-MAP
           END-IF.

           IF ALINE3L >= 1
              IF ALINE3I = SPACES
              OR ALINE3I = LOW-VALUES
                  MOVE LOW-VALUES TO MAP8O
                  PERFORM 500-UNPROTECT-MAP
                  MOVE 'ADDRESS LINE 3 MUST HAVE INPUT' TO MSGO
                  MOVE -1 TO ALINE3L
                  MOVE DFHUNIMD TO ALINE3A
                  GO TO 900-SEND-MAP
              END-IF
           END-IF.

       340-POSTAL-CODE-CHECK.
           IF POST1I = LOW-VALUES
               MOVE LOW-VALUES TO MAP8O
               PERFORM 500-UNPROTECT-MAP
               MOVE 'POSTAL CODE MUST HAVE INPUT' TO MSGO
               MOVE -1 TO POST1L
               MOVE DFHUNIMD TO POST1A
               GO TO 900-SEND-MAP
           END-IF.

           IF POST1I(1:1) IS NOT ALPHABETIC
           OR POST1I(3:1) IS NOT ALPHABETIC
           OR POST1I(2:1) IS NOT NUMERIC

               MOVE LOW-VALUES TO MAP8O
               PERFORM 500-UNPROTECT-MAP
               MOVE 'POSTAL CODE 1 MUST FOLLOW THE L#L FORMAT' TO MSGO
               MOVE -1 TO POST1L
               MOVE DFHUNIMD TO POST1A
               GO TO 900-SEND-MAP
           END-IF.

      *Look up the forward sortation area on the FSAMAST reference
      *file, the same as customer maintenance does
           MOVE POST1I TO FSAMAST-FSA.
           EXEC CICS READ FILE('FSAMAST')
               INTO (FSAMAST-RECORD)
               LENGTH (FSAMAST-LENGTH)
               RIDFLD (FSAMAST-FSA)
               RESP (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE LOW-VALUES TO MAP8O
               PERFORM 500-UNPROTECT-MAP
               MOVE 'POSTAL CODE IS NOT A RECOGNIZED FSA' TO MSGO
               MOVE -1 TO POST1L
               MOVE DFHUNIMD TO POST1A
               GO TO 900-SEND-MAP
           END-IF.

           IF POST2I = LOW-VALUES
               MOVE LOW-VALUES TO MAP8O
               PERFORM 500-UNPROTECT-MAP
               MOVE 'POSTAL CODE 2 MUST HAVE INPUT' TO MSGO
               MOVE -1 TO POST2L
               MOVE DFHUNIMD TO POST2A
               GO TO 900-SEND-MAP
           END-IF.

           IF POST2I(1:1) IS NOT NUMERIC
           OR POST2I(3:1) IS NOT NUMERIC
           OR POST2I(2:1) IS NOT ALPHABETIC

               MOVE LOW-VALUES TO MAP8O
               PERFORM 500-UNPROTECT-MAP
               MOVE 'POSTAL CODE 2 MUST FOLLOW THE #L# FORMAT' TO MSGO
               MOVE -1 TO POST2L
               MOVE DFHUNIMD TO POST2A
               GO TO 900-SEND-MAP
           END-IF.

       360-PHONE-NUMBER-CHECK.
           IF AREAI = LOW-VALUES OR AREAI = SPACES
               MOVE LOW-VALUES TO MAP8O
               PERFORM 500-UNPROTECT-MAP
               MOVE 'PHONE NUMBER MUST BE COMPLETE' TO MSGO
               MOVE -1 TO AREAL
               MOVE DFHUNIMD TO AREAA
               GO TO 900-SEND-MAP
           END-IF.

           IF AREAI IS NOT NUMERIC
               MOVE LOW-VALUES TO MAP8O
               PERFORM 500-UNPROTECT-MAP
               MOVE 'AREA MUST BE NUMERIC' TO MSGO
               MOVE -1 TO AREAL
               MOVE DFHUNIMD TO AREAA
               GO TO 900-SEND-MAP
           END-IF.

      *Look up the area code on the AREACODE reference file, the
      *same as customer maintenance does
           MOVE AREAI TO AREACODE-CODE.
           EXEC CICS READ FILE('AREACODE')
               INTO (AREACODE-RECORD)
               LENGTH (AREACODE-LENGTH)
               RIDFLD (AREACODE-CODE)
               RESP (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT EQUAL DFHRESP(NORMAL)
              MOVE LOW-VALUES TO MAP8O
              PERFORM 500-UNPROTECT-MAP
              MOVE 'AREA CODE IS NOT A RECOGNIZED AREA CODE'
              TO MSGO
              MOVE -1 TO AREAL
              MOVE DFHUNIMD TO AREAA
              GO TO 900-SEND-MAP
          END-IF.

           IF PREFIXI = LOW-VALUES OR PREFIXI = SPACES
               MOVE LOW-VALUES TO MAP8O
               PERFORM 500-UNPROTECT-MAP
               MOVE 'PHONE NUMBER MUST BE COMPLETE' TO MSGO
               MOVE -1 TO PREFIXL
               MOVE DFHUNIMD TO PREFIXA
               GO TO 900-SEND-MAP
           END-IF.

           IF PREFIXI IS NOT NUMERIC
               MOVE LOW-VALUES TO MAP8O
               PERFORM 500-UNPROTECT-MAP
               MOVE 'PREFIX MUST BE NUMERIC' TO MSGO
               MOVE -1 TO PREFIXL
               MOVE DFHUNIMD TO PREFIXA
               GO TO 900-SEND-MAP
           END-IF.

           IF LINENUMI = LOW-VALUES OR LINENUMI = SPACES
               MOVE LOW-VALUES TO MAP8O
               PERFORM 500-UNPROTECT-MAP
               MOVE 'PHONE NUMBER MUST BE COMPLETE' TO MSGO
               MOVE -1 TO LINENUML
               MOVE DFHUNIMD TO LINENUMA
               GO TO 900-SEND-MAP
           END-IF.

           IF LINENUMI IS NOT NUMERIC
               MOVE LOW-VALUES TO MAP8O
               PERFORM 500-UNPROTECT-MAP
               MOVE 'LINENUM MUST BE NUMERIC' TO MSGO
               MOVE -1 TO LINENUML
               MOVE DFHUNIMD TO LINENUMA
               GO TO 900-SEND-MAP
           END-IF.

       500-UNPROTECT-MAP.
           MOVE DFHBMFSE TO CUSTNOA.
           MOVE DFHBMFSE TO SHIPNOA.
           MOVE DFHBMFSE TO ACTIONA.
           MOVE DFHBMFSE TO NAMEA.
           MOVE DFHBMFSE TO ALINE1A.
           MOVE DFHBMFSE TO ALINE2A.
           MOVE DFHBMFSE TO ALINE3A.
           MOVE DFHBMFSE TO POST1A.
           MOVE DFHBMFSE TO POST2A.
           MOVE DFHBMFSE TO AREAA.
           MOVE DFHBMFSE TO PREFIXA.
           MOVE DFHBMFSE TO LINENUMA.

       600-MOVE-FIELDS.
           MOVE NAMEI TO SHIPTO-NAME.
           MOVE ALINE1I TO SHIPTO-ADDR-LINE1.
           MOVE ALINE2I TO SHIPTO-ADDR-LINE2.
           MOVE ALINE3I TO SHIPTO-ADDR-LINE3.
           MOVE POST1I TO SHIPTO-POSTAL-1.
           MOVE POST2I TO SHIPTO-POSTAL-2.
           MOVE AREAI TO SHIPTO-AREA-CODE.
           MOVE PREFIXI TO SHIPTO-EXCHANGE.
           MOVE LINENUMI TO SHIPTO-PHONE-NUM.

      *The customer name is CUSTMAST's, shown only so the operator
      *can see whose delivery address is on the screen
       700-SHOW-FIELDS.
           MOVE SHIPTO-CUST-NO TO CUSTNOO.
           MOVE SHIPTO-SHIP-NO TO SHIPNOO.
           MOVE CUSTMAST-NAME TO CUSTNAMEO.
           MOVE SHIPTO-NAME TO NAMEO.
           MOVE SHIPTO-ADDR-LINE1 TO ALINE1O.
           MOVE SHIPTO-ADDR-LINE2 TO ALINE2O.
           MOVE SHIPTO-ADDR-LINE3 TO ALINE3O.
           MOVE SHIPTO-POSTAL-1 TO POST1O.
           MOVE SHIPTO-POSTAL-2 TO POST2O.
           MOVE SHIPTO-AREA-CODE TO AREAO.
           MOVE SHIPTO-EXCHANGE TO PREFIXO.
           MOVE SHIPTO-PHONE-NUM TO LINENUMO.

       900-SEND-MAP.
            MOVE '   S H I P - T O  M A I N T' TO TITLEO.
            EXEC CICS SEND MAP('MAP8') MAPSET('JEMAP8') CURSOR END-EXEC.
            MOVE WS-OPERATOR-ID TO WS-OPID-OPERATOR-ID.
            EXEC CICS RETURN TRANSID('JE17')
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

            MOVE LOW-VALUES TO MAP8O.
            EXEC CICS SEND MAP('MAP8') MAPSET('JEMAP8') END-EXEC.
            EXEC CICS RETURN TRANSID('JE17') END-EXEC.

       999-EXIT.
            MOVE LOW-VALUES TO MAP8O.
            MOVE 'BYE' TO MSGO.
            EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC
            EXEC CICS RETURN END-EXEC
            GOBACK.

        END PROGRAM JEPRHV.
