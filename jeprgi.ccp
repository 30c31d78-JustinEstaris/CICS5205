               05 FILLER                PIC X(06) VALUE 'TAX: $'.
               05 WP-TAX                 PIC ZZ,ZZ9.99.
               05 FILLER                PIC X(65) VALUE SPACES.

      *NEW - CUSTOMER-FACING ORDER NOTES PRINT UNDER THE TAX LINE;
      *INTERNAL NOTES NEVER LEAVE THE BUILDING ON THE SLIP
           COPY 'ORDNOTE-LAYOUT'.
           01 WS-NOTE-EOF            PIC 9 VALUE 0.

           01 WS-PRINT-NOTE-LINE.
               05 FILLER                PIC X(06) VALUE 'NOTE: '.
               05 WP-NOTE-TEXT           PIC X(60).
               05 FILLER                PIC X(14) VALUE SPACES.
       LINKAGE SECTION.
           01 DFHCOMMAREA.
               05 LK-OPERATOR-ID PIC X(08).

           EXEC CICS HANDLE AID
              PF3(500-PRINT-CONFIRMATION)
              PF4(650-ORDER-NOTES)
              PF5(600-ORDER-TIMELINE)
              PF9(999-EXIT)
           END-EXEC.
           END-EXEC.

           MOVE LOW-VALUES TO MAP2O.
           PERFORM 280-POPULATE-MAP-FIELDS
               THRU 280-POPULATE-MAP-FIELDS-EXIT.

           MOVE ORDFILE-TAX-AMOUNT TO WS-FOUND-TAX.
           MOVE WS-FOUND-MSG TO MSGO.
               LENGTH(WS-INQUIRY-LENGTH)
           END-EXEC.

      *NEW - PF4 SHOWS THE ORDER'S NOTES ON THE JEPRHX NOTES SCREEN,
      *VIEW ONLY FROM HERE - CHANGES ARE MADE FROM ENTRY OR AMENDMENT
       650-ORDER-NOTES.
           IF INVNUML IS NOT EQUAL TO 7 OR INVNUMI IS NOT NUMERIC
               MOVE LOW-VALUES TO MAP2O
               MOVE 'LOOK UP AN ORDER BEFORE ASKING ITS NOTES'
                   TO MSGO
               GO TO 900-SEND-MAP
           END-IF.

           MOVE WS-OPERATOR-ID TO WS-INQUIRY-OPERATOR-ID.
           MOVE 'NTI' TO WS-INQUIRY-TRANSFER.
           MOVE INVNUMI TO WS-INQUIRY-LAST-KEY.
           EXEC CICS XCTL
               PROGRAM('JEPRHX')
               COMMAREA(WS-INQUIRY-COMMAREA)
               LENGTH(WS-INQUIRY-LENGTH)
           END-EXEC.

      *NEW - PRINTS A CONFIRMATION SLIP FOR WHATEVER ORDER IS CURRENTLY
      *ON THE SCREEN, SO A CUSTOMER AT THE COUNTER CAN WALK AWAY WITH A
      *PAPER COPY INSTEAD OF HAVING IT RETYPED BY HAND
              RIDFLD(ORDFILE-KEY)
           END-EXEC.

           PERFORM 550-SPOOL-CONFIRMATION
               THRU 550-SPOOL-CONFIRMATION-EXIT.

           MOVE LOW-VALUES TO MAP2O.
           PERFORM 280-POPULATE-MAP-FIELDS
               THRU 280-POPULATE-MAP-FIELDS-EXIT.
           MOVE 'CONFIRMATION SLIP PRINTED' TO MSGO.
           GO TO 900-SEND-MAP.

               FLENGTH(WS-PRINT-LENGTH)
           END-EXEC.

           PERFORM 560-SPOOL-NOTES THRU 560-SPOOL-NOTES-EXIT.

           EXEC CICS SPOOLCLOSE TOKEN(WS-SPOOL-TOKEN) END-EXEC.
       550-SPOOL-CONFIRMATION-EXIT.
           EXIT.

      *NEW - BROWSES THE ORDER'S NOTE LINES ON ORDNOTE IN LINE ORDER
      *AND SPOOLS THE CUSTOMER-FACING ONES
       560-SPOOL-NOTES.
           MOVE 0 TO WS-NOTE-EOF.
           MOVE ORDFILE-INVOICE-NO TO ORDNOTE-INVOICE-NO.
           MOVE 0 TO ORDNOTE-LINE-NO.
           EXEC CICS STARTBR FILE('ORDNOTE')
               RIDFLD(ORDNOTE-KEY)
               GTEQ
               RESP(WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 560-SPOOL-NOTES-EXIT
           END-IF.

           PERFORM 570-SPOOL-ONE-NOTE THRU 570-SPOOL-ONE-NOTE-EXIT
               UNTIL WS-NOTE-EOF = 1.

           EXEC CICS ENDBR FILE('ORDNOTE') END-EXEC.
       560-SPOOL-NOTES-EXIT.
           EXIT.

       570-SPOOL-ONE-NOTE.
           EXEC CICS READNEXT FILE('ORDNOTE')
               INTO(ORDNOTE-RECORD)
               LENGTH(ORDNOTE-LENGTH)
               RIDFLD(ORDNOTE-KEY)
               RESP(WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT EQUAL DFHRESP(NORMAL)
               OR ORDNOTE-INVOICE-NO NOT = ORDFILE-INVOICE-NO
               MOVE 1 TO WS-NOTE-EOF
               GO TO 570-SPOOL-ONE-NOTE-EXIT
           END-IF.

           IF ORDNOTE-CUSTOMER
               MOVE ORDNOTE-TEXT TO WP-NOTE-TEXT
               EXEC CICS SPOOLWRITE TOKEN(WS-SPOOL-TOKEN)
                   FROM(WS-PRINT-NOTE-LINE)
                   FLENGTH(WS-PRINT-LENGTH)
               END-EXEC
           END-IF.
       570-SPOOL-ONE-NOTE-EXIT.
           EXIT.

       900-SEND-MAP.
            EXEC CICS SEND MAP('MAP2') MAPSET('JEMAP2') ERASE END-EXEC.
            MOVE WS-OPERATOR-ID TO WS-OPID-OPERATOR-ID.
