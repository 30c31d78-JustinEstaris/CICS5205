       IDENTIFICATION DIVISION.
       PROGRAM-ID. JEPRHX.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RS-6000.
       OBJECT-COMPUTER. RS-6000.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY 'JEMAP9'.
       COPY 'DFHBMSCA'.
       COPY 'ORDFILE-LAYOUT'.
       COPY 'ORDNOTE-LAYOUT'.
       COPY 'OPERATOR-LAYOUT'.

       01 WS-OPERATOR-ID           PIC X(08).
       01 WS-CICS-RESP             PIC S9(8) COMP.
       01 WS-ABSTIME               PIC S9(15) COMP-3.
       01 WS-TODAY                 PIC X(08) VALUE SPACES.

      *Live orders keep their notes on ORDNOTE; once JEPRGH has
      *archived an order its notes are on ORDHNOT with it
       01 WS-NOTE-FILE             PIC X(08) VALUE 'ORDNOTE'.

      *The eight note lines on the screen, lifted off the map so
      *the edit and the save can walk them by line number
       01 WS-NOTE-TABLE.
          05 WS-NOTE-ENTRY OCCURS 8 TIMES.
             10 WS-NT-TYPE         PIC X(01).
             10 WS-NT-TEXT         PIC X(60).

       01 WS-NOTE-SUB              PIC 9(02) COMP VALUE 0.
       01 WS-NOTE-ERROR-ROW        PIC 9(02) COMP VALUE 0.
       01 WS-NOTES-CHANGED         PIC 9(02) COMP VALUE 0.

       01 WS-ERROR-MSG.
          05 FILLER                PIC X(10) VALUE 'NOTE LINE '.
          05 WE-ROW                PIC 9(01).
          05 FILLER                PIC X(49)
              VALUE ' - TYPE MUST BE I (INTERNAL) OR C (CUSTOMER)'.

       01 WS-SAVED-MSG.
          05 FILLER                PIC X(13) VALUE 'NOTES SAVED -'.
          05 WM-CHANGED            PIC Z9.
          05 FILLER                PIC X(45)
              VALUE ' LINES CHANGED.  PF3 BACK TO THE ORDER'.

      *The calling screen hands the order over in an 18-byte
      *commarea - NTE from entry, NTU from amendment (both may
      *change the notes) or NTI from inquiry (view only).  The
      *screen's own turns carry one more byte saying whether the
      *order is live or archived
       01 WS-NOTES-COMMAREA.
          05 WS-NOTES-OPERATOR-ID  PIC X(8).
          05 WS-NOTES-TRANSFER     PIC X(3).
             88 WS-FROM-ENTRY          VALUE 'NTE'.
             88 WS-FROM-AMEND          VALUE 'NTU'.
             88 WS-FROM-INQUIRY        VALUE 'NTI'.
          05 WS-NOTES-INVOICE      PIC X(7).
          05 WS-NOTES-SOURCE       PIC X(1).
             88 WS-LIVE-ORDER          VALUE 'L'.
             88 WS-ARCHIVED-ORDER      VALUE 'H'.
       01 WS-NOTES-LENGTH          PIC S9(4) COMP VALUE 19.
       01 WS-CALLER-LENGTH         PIC S9(4) COMP VALUE 18.

       LINKAGE SECTION.
           01 DFHCOMMAREA.
               05 LK-OPERATOR-ID   PIC X(08).
               05 LK-TRANSFER      PIC X(03).
               05 LK-INVOICE       PIC X(07).
               05 LK-SOURCE        PIC X(01).

       PROCEDURE DIVISION.
       000-START-LOGIC.
           EXEC CICS HANDLE CONDITION
                  MAPFAIL(150-SHOW-NOTES)
           END-EXEC.

           EXEC CICS HANDLE AID
              PF1(910-BACK-TO-PRGM)
              PF3(920-BACK-TO-ORDER)
              PF9(999-EXIT)
           END-EXEC.

           IF EIBCALEN > 0
               MOVE LK-OPERATOR-ID TO WS-OPERATOR-ID
           END-IF.

      *Notes always belong to an order, so the screen is only ever
      *reached from one of the order screens with its invoice
           IF EIBCALEN NOT = 18 AND EIBCALEN NOT = 19
               GO TO 050-NO-ORDER
           END-IF.

           MOVE WS-OPERATOR-ID TO WS-NOTES-OPERATOR-ID.
           MOVE LK-TRANSFER TO WS-NOTES-TRANSFER.
           MOVE LK-INVOICE TO WS-NOTES-INVOICE.

           IF EIBCALEN = 18
               GO TO 150-SHOW-NOTES
           END-IF.

           MOVE LK-SOURCE TO WS-NOTES-SOURCE.

           EXEC CICS
              RECEIVE MAP('MAP9') MAPSET('JEMAP9')
           END-EXEC.

           GO TO 200-MAIN-LOGIC.

       050-NO-ORDER.
           MOVE LOW-VALUES TO MAP9O.
           MOVE '     O R D E R  N O T E S' TO TITLEO.
           MOVE 'NOTES ARE REACHED WITH PF4 FROM AN ORDER SCREEN'
               TO MSGO.
           EXEC CICS SEND MAP('MAP9') MAPSET('JEMAP9') ERASE
               END-EXEC.
           EXEC CICS RETURN END-EXEC.

      *Shows the order's notes as they stand on file
       150-SHOW-NOTES.
           PERFORM 300-READ-ORDER.
           PERFORM 400-LOAD-NOTES.

           MOVE LOW-VALUES TO MAP9O.
           PERFORM 700-SHOW-FIELDS.
           IF WS-FROM-INQUIRY OR WS-ARCHIVED-ORDER
               MOVE 'VIEW ONLY - PF3 BACK TO THE ORDER, PF1 MENU'
                   TO MSGO
           ELSE
               MOVE 'TYPE I OR C AND TEXT, ENTER SAVES - PF3 RETURNS'
                   TO MSGO
           END-IF.
           GO TO 900-SEND-MAP.

       200-MAIN-LOGIC.
           PERFORM 300-READ-ORDER.

           IF WS-FROM-INQUIRY OR WS-ARCHIVED-ORDER
               PERFORM 400-LOAD-NOTES
               MOVE LOW-VALUES TO MAP9O
               PERFORM 700-SHOW-FIELDS
               MOVE 'NOTES CANNOT BE CHANGED FROM HERE - PF3 RETURNS'
                   TO MSGO
               GO TO 900-SEND-MAP
           END-IF.

           PERFORM 600-COLLECT-FIELDS.

           MOVE 0 TO WS-NOTE-ERROR-ROW.
           PERFORM 250-CHECK-ONE-LINE
               VARYING WS-NOTE-SUB FROM 1 BY 1
               UNTIL WS-NOTE-SUB > 8 OR WS-NOTE-ERROR-ROW > 0.

           IF WS-NOTE-ERROR-ROW > 0
               MOVE LOW-VALUES TO MAP9O
               PERFORM 700-SHOW-FIELDS
               MOVE WS-NOTE-ERROR-ROW TO WE-ROW
               MOVE WS-ERROR-MSG TO MSGO
               GO TO 900-SEND-MAP
           END-IF.

           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-TODAY)
           END-EXEC.

           MOVE 0 TO WS-NOTES-CHANGED.
           PERFORM 450-SAVE-ONE-LINE
               VARYING WS-NOTE-SUB FROM 1 BY 1
               UNTIL WS-NOTE-SUB > 8.

           PERFORM 400-LOAD-NOTES.
           MOVE LOW-VALUES TO MAP9O.
           PERFORM 700-SHOW-FIELDS.
           IF WS-NOTES-CHANGED = 0
               MOVE 'NO CHANGES TO SAVE - PF3 BACK TO THE ORDER'
                   TO MSGO
           ELSE
               MOVE WS-NOTES-CHANGED TO WM-CHANGED
               MOVE WS-SAVED-MSG TO MSGO
           END-IF.
           GO TO 900-SEND-MAP.

      *A line with no text is an empty slot whatever its type says;
      *a line with text has to say who it is for
       250-CHECK-ONE-LINE.
           IF WS-NT-TEXT (WS-NOTE-SUB) = SPACES
               MOVE SPACE TO WS-NT-TYPE (WS-NOTE-SUB)
           ELSE
               IF WS-NT-TYPE (WS-NOTE-SUB) NOT = 'I'
                   AND WS-NT-TYPE (WS-NOTE-SUB) NOT = 'C'
                   MOVE WS-NOTE-SUB TO WS-NOTE-ERROR-ROW
               END-IF
           END-IF.

      *The order's header comes off the live file, or off ORDHIST
      *for an order the archive job has already moved, in which
      *case its notes are read from ORDHNOT and cannot be changed
       300-READ-ORDER.
           MOVE WS-NOTES-INVOICE TO ORDFILE-INVOICE-NO.
           EXEC CICS READ FILE('ORDFILE')
              INTO(ORDFILE-RECORD)
              LENGTH(ORDFILE-LENGTH)
              RIDFLD(ORDFILE-KEY)
              RESP(WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP EQUAL DFHRESP(NORMAL)
               SET WS-LIVE-ORDER TO TRUE
               MOVE 'ORDNOTE' TO WS-NOTE-FILE
           ELSE
               EXEC CICS READ FILE('ORDHIST')
                  INTO(ORDFILE-RECORD)
                  LENGTH(ORDFILE-LENGTH)
                  RIDFLD(ORDFILE-KEY)
                  RESP(WS-CICS-RESP)
               END-EXEC
               SET WS-ARCHIVED-ORDER TO TRUE
               MOVE 'ORDHNOT' TO WS-NOTE-FILE
           END-IF.

           IF WS-CICS-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE LOW-VALUES TO MAP9O
               MOVE WS-NOTES-INVOICE TO INVNUMO
               MOVE 'ORDER NOT ON FILE - PF3 BACK TO THE ORDER' TO MSGO
               GO TO 900-SEND-MAP
           END-IF.

      *Reads note lines 1 through 8 straight by key - a line not on
      *file shows as an empty slot
       400-LOAD-NOTES.
           MOVE SPACES TO WS-NOTE-TABLE.
           PERFORM 410-LOAD-ONE-LINE
               VARYING WS-NOTE-SUB FROM 1 BY 1
               UNTIL WS-NOTE-SUB > 8.

       410-LOAD-ONE-LINE.
           MOVE WS-NOTES-INVOICE TO ORDNOTE-INVOICE-NO.
           MOVE WS-NOTE-SUB TO ORDNOTE-LINE-NO.
           EXEC CICS READ FILE(WS-NOTE-FILE)
              INTO(ORDNOTE-RECORD)
              LENGTH(ORDNOTE-LENGTH)
              RIDFLD(ORDNOTE-KEY)
              RESP(WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP EQUAL DFHRESP(NORMAL)
               MOVE ORDNOTE-TYPE TO WS-NT-TYPE (WS-NOTE-SUB)
               MOVE ORDNOTE-TEXT TO WS-NT-TEXT (WS-NOTE-SUB)
           END-IF.

      *Writes, rewrites or deletes one line so the file matches the
      *screen.  A line whose type and text are unchanged is left
      *alone so its last-changed stamp still means something
       450-SAVE-ONE-LINE.
           MOVE WS-NOTES-INVOICE TO ORDNOTE-INVOICE-NO.
           MOVE WS-NOTE-SUB TO ORDNOTE-LINE-NO.
           EXEC CICS READ FILE('ORDNOTE')
              INTO(ORDNOTE-RECORD)
              LENGTH(ORDNOTE-LENGTH)
              RIDFLD(ORDNOTE-KEY)
              UPDATE
              RESP(WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP EQUAL DFHRESP(NORMAL)
               IF WS-NT-TEXT (WS-NOTE-SUB) = SPACES
                   EXEC CICS DELETE FILE('ORDNOTE') END-EXEC
                   ADD 1 TO WS-NOTES-CHANGED
               ELSE
                   IF WS-NT-TYPE (WS-NOTE-SUB) = ORDNOTE-TYPE
                       AND WS-NT-TEXT (WS-NOTE-SUB) = ORDNOTE-TEXT
                       EXEC CICS UNLOCK FILE('ORDNOTE') END-EXEC
                   ELSE
                       PERFORM 460-BUILD-NOTE
                       EXEC CICS REWRITE FILE('ORDNOTE')
                           FROM(ORDNOTE-RECORD)
                           LENGTH(ORDNOTE-LENGTH)
                       END-EXEC
                       ADD 1 TO WS-NOTES-CHANGED
                   END-IF
               END-IF
           ELSE
               IF WS-NT-TEXT (WS-NOTE-SUB) NOT = SPACES
                   MOVE SPACES TO ORDNOTE-RECORD
                   MOVE WS-NOTES-INVOICE TO ORDNOTE-INVOICE-NO
                   MOVE WS-NOTE-SUB TO ORDNOTE-LINE-NO
                   PERFORM 460-BUILD-NOTE
                   EXEC CICS WRITE FILE('ORDNOTE')
                       FROM(ORDNOTE-RECORD)
                       LENGTH(ORDNOTE-LENGTH)
                       RIDFLD(ORDNOTE-KEY)
                   END-EXEC
                   ADD 1 TO WS-NOTES-CHANGED
               END-IF
           END-IF.

       460-BUILD-NOTE.
           MOVE WS-NT-TYPE (WS-NOTE-SUB) TO ORDNOTE-TYPE.
           MOVE WS-NT-TEXT (WS-NOTE-SUB) TO ORDNOTE-TEXT.
           MOVE WS-OPERATOR-ID TO ORDNOTE-CHANGED-BY.
           MOVE WS-TODAY TO ORDNOTE-CHANGED-DATE.

       500-UNPROTECT-MAP.
           MOVE DFHBMFSE TO TYP1A.
           MOVE DFHBMFSE TO TXT1A.
           MOVE DFHBMFSE TO TYP2A.
           MOVE DFHBMFSE TO TXT2A.
           MOVE DFHBMFSE TO TYP3A.
           MOVE DFHBMFSE TO TXT3A.
           MOVE DFHBMFSE TO TYP4A.
           MOVE DFHBMFSE TO TXT4A.
           MOVE DFHBMFSE TO TYP5A.
           MOVE DFHBMFSE TO TXT5A.
           MOVE DFHBMFSE TO TYP6A.
           MOVE DFHBMFSE TO TXT6A.
           MOVE DFHBMFSE TO TYP7A.
           MOVE DFHBMFSE TO TXT7A.
           MOVE DFHBMFSE TO TYP8A.
           MOVE DFHBMFSE TO TXT8A.

      *A view-only screen sends the note lines protected so nothing
      *keyed over them can look as though it was taken
       510-PROTECT-MAP.
           MOVE DFHBMPRO TO TYP1A.
           MOVE DFHBMPRO TO TXT1A.
           MOVE DFHBMPRO TO TYP2A.
           MOVE DFHBMPRO TO TXT2A.
           MOVE DFHBMPRO TO TYP3A.
           MOVE DFHBMPRO TO TXT3A.
           MOVE DFHBMPRO TO TYP4A.
           MOVE DFHBMPRO TO TXT4A.
           MOVE DFHBMPRO TO TYP5A.
           MOVE DFHBMPRO TO TXT5A.
           MOVE DFHBMPRO TO TYP6A.
           MOVE DFHBMPRO TO TXT6A.
           MOVE DFHBMPRO TO TYP7A.
           MOVE DFHBMPRO TO TXT7A.
           MOVE DFHBMPRO TO TYP8A.
           MOVE DFHBMPRO TO TXT8A.

      *Low-values from an untouched field are blanks as far as the
      *file is concerned
       600-COLLECT-FIELDS.
           MOVE TYP1I TO WS-NT-TYPE (1).
           MOVE TXT1I TO WS-NT-TEXT (1).
           MOVE TYP2I TO WS-NT-TYPE (2).
           MOVE TXT2I TO WS-NT-TEXT (2).
           MOVE TYP3I TO WS-NT-TYPE (3).
           MOVE TXT3I TO WS-NT-TEXT (3).
           MOVE TYP4I TO WS-NT-TYPE (4).
           MOVE TXT4I TO WS-NT-TEXT (4).
           MOVE TYP5I TO WS-NT-TYPE (5).
           MOVE TXT5I TO WS-NT-TEXT (5).
           MOVE TYP6I TO WS-NT-TYPE (6).
           MOVE TXT6I TO WS-NT-TEXT (6).
           MOVE TYP7I TO WS-NT-TYPE (7).
           MOVE TXT7I TO WS-NT-TEXT (7).
           MOVE TYP8I TO WS-NT-TYPE (8).
           MOVE TXT8I TO WS-NT-TEXT (8).
           INSPECT WS-NOTE-TABLE REPLACING ALL LOW-VALUES BY SPACES.

       700-SHOW-FIELDS.
           IF WS-FROM-INQUIRY OR WS-ARCHIVED-ORDER
               PERFORM 510-PROTECT-MAP
           ELSE
               PERFORM 500-UNPROTECT-MAP
           END-IF.
           MOVE WS-NOTES-INVOICE TO INVNUMO.
           MOVE ORDFILE-NAME TO ORDNAMEO.
           MOVE ORDFILE-STATUS TO ORDSTATO.
           MOVE WS-NT-TYPE (1) TO TYP1O.
           MOVE WS-NT-TEXT (1) TO TXT1O.
           MOVE WS-NT-TYPE (2) TO TYP2O.
           MOVE WS-NT-TEXT (2) TO TXT2O.
           MOVE WS-NT-TYPE (3) TO TYP3O.
           MOVE WS-NT-TEXT (3) TO TXT3O.
           MOVE WS-NT-TYPE (4) TO TYP4O.
           MOVE WS-NT-TEXT (4) TO TXT4O.
           MOVE WS-NT-TYPE (5) TO TYP5O.
           MOVE WS-NT-TEXT (5) TO TXT5O.
           MOVE WS-NT-TYPE (6) TO TYP6O.
           MOVE WS-NT-TEXT (6) TO TXT6O.
           MOVE WS-NT-TYPE (7) TO TYP7O.
           MOVE WS-NT-TEXT (7) TO TXT7O.
           MOVE WS-NT-TYPE (8) TO TYP8O.
           MOVE WS-NT-TEXT (8) TO TXT8O.
           MOVE -1 TO TYP1L.

       900-SEND-MAP.
            MOVE '     O R D E R  N O T E S' TO TITLEO.
            EXEC CICS SEND MAP('MAP9') MAPSET('JEMAP9') ERASE CURSOR
                END-EXEC.
            MOVE WS-OPERATOR-ID TO WS-NOTES-OPERATOR-ID.
            EXEC CICS RETURN TRANSID('JE18')
                COMMAREA(WS-NOTES-COMMAREA)
                LENGTH(WS-NOTES-LENGTH)
            END-EXEC.

       910-BACK-TO-PRGM.
           MOVE WS-OPERATOR-ID TO WS-MENU-OPERATOR-ID.
           MOVE SPACES TO WS-MENU-TRANSFER.
           EXEC CICS XCTL
               PROGRAM('JEPRGM')
               COMMAREA(WS-MENU-COMMAREA)
               LENGTH(WS-MENU-LENGTH)
           END-EXEC.

            MOVE LOW-VALUES TO MAP9O.
            EXEC CICS SEND MAP('MAP9') MAPSET('JEMAP9') END-EXEC.
            EXEC CICS RETURN TRANSID('JE18') END-EXEC.

      *PF3 goes back to the screen the notes were opened from.  The
      *amendment and inquiry screens take the invoice back as a BRW
      *transfer and show the order again; the entry screen starts a
      *fresh order, the one just keyed being safely on file
       920-BACK-TO-ORDER.
           MOVE WS-OPERATOR-ID TO WS-NOTES-OPERATOR-ID.
           IF WS-FROM-AMEND
               MOVE 'BRW' TO WS-NOTES-TRANSFER
               EXEC CICS XCTL
                   PROGRAM('JEPRGU')
                   COMMAREA(WS-NOTES-COMMAREA)
                   LENGTH(WS-CALLER-LENGTH)
               END-EXEC
           END-IF.

           IF WS-FROM-INQUIRY
               MOVE 'BRW' TO WS-NOTES-TRANSFER
               EXEC CICS XCTL
                   PROGRAM('JEPRGI')
                   COMMAREA(WS-NOTES-COMMAREA)
                   LENGTH(WS-CALLER-LENGTH)
               END-EXEC
           END-IF.

           MOVE WS-OPERATOR-ID TO WS-MENU-OPERATOR-ID.
           MOVE SPACES TO WS-MENU-TRANSFER.
           EXEC CICS XCTL
               PROGRAM('JEPRGE')
               COMMAREA(WS-MENU-COMMAREA)
               LENGTH(WS-MENU-LENGTH)
           END-EXEC.

       999-EXIT.
            MOVE LOW-VALUES TO MAP9O.
            MOVE 'BYE' TO MSGO.
            EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC
            EXEC CICS RETURN END-EXEC
            GOBACK.

        END PROGRAM JEPRHX.
