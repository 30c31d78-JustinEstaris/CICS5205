      *  MOVES SHIPPED AND CANCELLED ORDERS WHOSE STATUS DATE IS      *
      *  OLDER THAN THE CUTOFF ON THE HSTCTL CONTROL CARD FROM        *
      *  ORDFILE TO THE ORDHIST HISTORY FILE, TAKING THEIR ORDDETAIL  *
      *  LINES TO ORDHDET AND THEIR ORDNOTE NOTES TO ORDHNOT WITH     *
      *  THEM, AND DELETES THEM FROM THE LIVE FILES.  KEEPS THE LIVE  *
      *  FILE SMALL FOR THE SEQUENTIAL PASSES                         *
      *  (JEPRGL, JEPRGN, JEPRGR, JEPRGT, JEPRGI'S NAME BROWSE)       *
      *  WHILE THE INQUIRY SCREEN CAN STILL REACH ARCHIVED ORDERS     *
      *  ON ORDHIST.  RERUNNABLE - AN ORDER ALREADY ON ORDHIST FROM   *
      *  2026-09-02  JE    ORDFILE RECORD GREW TO 203 (SALES TAX)   *
      *  2026-09-02  JE    ORDFILE RECORD GREW TO 218 AND ORDDETAIL  *
      *                    TO 23 (SHIPPED QUANTITY PER LINE)        *
      *  2026-10-15  JE    ORDFILE RECORD GREW TO 221 (SHIP-TO         *
      *                    NUMBER)                                     *
      *  2026-10-15  JE    ORDER NOTES ARCHIVED TO ORDHNOT             *
      *  2026-10-15  JE    ORDFILE RECORD GREW TO 224 (SALES REP       *
      *                    CODE)                                       *
      *  2026-10-15  JE    ORDFILE RECORD GREW TO 226 (SHIPPING        *
      *                    WAREHOUSE)                                  *
      *****************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS FD-ORDHDET-KEY
               FILE STATUS IS WS-ORDHDET-STATUS.

           SELECT ORDNOTE ASSIGN TO ORDNOTE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-ORDNOTE-KEY
               FILE STATUS IS WS-ORDNOTE-STATUS.

           SELECT ORDHNOT ASSIGN TO ORDHNOT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-ORDHNOT-KEY
               FILE STATUS IS WS-ORDHNOT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       01  FD-HSTCTL-CUTOFF             PIC X(08).

       FD  ORDFILE
           RECORD CONTAINS 226 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-ORDFILE-RECORD.
           05  FD-ORDFILE-INVOICE-NO    PIC X(07).
           05  FILLER                   PIC X(219).

       FD  ORDDETAIL
           RECORD CONTAINS 23 CHARACTERS
           05  FILLER                   PIC X(14).

       FD  ORDHIST
           RECORD CONTAINS 226 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-ORDHIST-RECORD.
           05  FD-ORDHIST-INVOICE-NO    PIC X(07).
           05  FILLER                   PIC X(219).

       FD  ORDHDET
           RECORD CONTAINS 23 CHARACTERS
           05  FD-ORDHDET-KEY           PIC X(09).
           05  FILLER                   PIC X(14).

       FD  ORDNOTE
           RECORD CONTAINS 90 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-ORDNOTE-RECORD.
           05  FD-ORDNOTE-KEY           PIC X(09).
           05  FILLER                   PIC X(81).

       FD  ORDHNOT
           RECORD CONTAINS 90 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-ORDHNOT-RECORD.
           05  FD-ORDHNOT-KEY           PIC X(09).
           05  FILLER                   PIC X(81).

       WORKING-STORAGE SECTION.

       COPY 'ORDFILE-LAYOUT'.
       COPY 'ORDDETAIL-LAYOUT'.
       COPY 'ORDNOTE-LAYOUT'.

       01  WS-HSTCTL-STATUS             PIC X(02) VALUE '00'.
           88  WS-HSTCTL-OK                 VALUE '00'.
       01  WS-ORDHDET-STATUS            PIC X(02) VALUE '00'.
           88  WS-ORDHDET-OK                VALUE '00'.

       01  WS-ORDNOTE-STATUS            PIC X(02) VALUE '00'.
           88  WS-ORDNOTE-OK                VALUE '00'.

       01  WS-ORDHNOT-STATUS            PIC X(02) VALUE '00'.
           88  WS-ORDHNOT-OK                VALUE '00'.

       77  WS-ARCHIVED-COUNT            PIC 9(07) COMP VALUE 0.
       77  WS-DETAIL-COUNT              PIC 9(07) COMP VALUE 0.
       77  WS-NOTE-COUNT                PIC 9(07) COMP VALUE 0.
       77  WS-KEPT-COUNT                PIC 9(07) COMP VALUE 0.
       77  WS-EOF-SWITCH                PIC 9(01) COMP VALUE 0.
           88  WS-NO-MORE-RECORDS           VALUE 1.
       77  WS-ODET-EOF-SWITCH           PIC 9(01) COMP VALUE 0.
           88  WS-NO-MORE-ODET-LINES        VALUE 1.

       77  WS-NOTE-EOF-SWITCH           PIC 9(01) COMP VALUE 0.
           88  WS-NO-MORE-NOTES             VALUE 1.

       01  WS-CUTOFF-DATE               PIC X(08) VALUE SPACES.

       PROCEDURE DIVISION.
               GO TO 9999-ABORT
           END-IF.

           OPEN I-O ORDNOTE.
           IF NOT WS-ORDNOTE-OK
               DISPLAY 'JEPRGH: ORDNOTE OPEN FAILED, STATUS='
                   WS-ORDNOTE-STATUS
               GO TO 9999-ABORT
           END-IF.

           OPEN I-O ORDHNOT.
           IF NOT WS-ORDHNOT-OK
               DISPLAY 'JEPRGH: ORDHNOT OPEN FAILED, STATUS='
                   WS-ORDHNOT-STATUS
               GO TO 9999-ABORT
           END-IF.

           MOVE LOW-VALUES TO FD-ORDFILE-INVOICE-NO.
           START ORDFILE KEY IS NOT LESS THAN FD-ORDFILE-INVOICE-NO
               INVALID KEY
           EXIT.

      *COPIES THE ORDER TO ORDHIST, MOVES ITS ORDDETAIL LINES TO
      *ORDHDET AND ITS NOTES TO ORDHNOT, THEN DELETES THE LIVE
      *RECORDS.  A DUPLICATE ON THE
      *HISTORY SIDE (STATUS 22) MEANS AN EARLIER RUN DIED BETWEEN
      *THE COPY AND THE DELETE - THE COPY IS ALREADY SAFE, SO JUST
      *FINISH THE PURGE.  ANY OTHER WRITE FAILURE (HISTORY FILE
           PERFORM 3100-ARCHIVE-DETAIL-LINES
               THRU 3100-ARCHIVE-DETAIL-LINES-EXIT.

           PERFORM 3300-ARCHIVE-NOTES THRU 3300-ARCHIVE-NOTES-EXIT.

           MOVE ORDFILE-INVOICE-NO TO FD-ORDFILE-INVOICE-NO.
           DELETE ORDFILE
               INVALID KEY
       3200-MOVE-ONE-DETAIL-LINE-EXIT.
           EXIT.

       3300-ARCHIVE-NOTES.
           MOVE 0 TO WS-NOTE-EOF-SWITCH.
           MOVE ORDFILE-INVOICE-NO TO ORDNOTE-INVOICE-NO.
           MOVE 0 TO ORDNOTE-LINE-NO.
           MOVE ORDNOTE-KEY TO FD-ORDNOTE-KEY.

           START ORDNOTE KEY IS NOT LESS THAN FD-ORDNOTE-KEY
               INVALID KEY
                   SET WS-NO-MORE-NOTES TO TRUE
           END-START.

           PERFORM 3400-MOVE-ONE-NOTE THRU 3400-MOVE-ONE-NOTE-EXIT
               UNTIL WS-NO-MORE-NOTES.
       3300-ARCHIVE-NOTES-EXIT.
           EXIT.

       3400-MOVE-ONE-NOTE.
           READ ORDNOTE NEXT INTO ORDNOTE-RECORD
               AT END
                   SET WS-NO-MORE-NOTES TO TRUE
           END-READ.

           IF WS-NO-MORE-NOTES
               GO TO 3400-MOVE-ONE-NOTE-EXIT
           END-IF.

           IF ORDNOTE-INVOICE-NO NOT = ORDFILE-INVOICE-NO
               SET WS-NO-MORE-NOTES TO TRUE
               GO TO 3400-MOVE-ONE-NOTE-EXIT
           END-IF.

           MOVE ORDNOTE-RECORD TO FD-ORDHNOT-RECORD.
           WRITE FD-ORDHNOT-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.

      *SAME RULE AS THE DETAIL LINES - A DUPLICATE IS A RERUN, ANY
      *OTHER FAILURE LEAVES THE LIVE NOTE WHERE IT IS
           IF WS-ORDHNOT-STATUS NOT = '00'
               AND WS-ORDHNOT-STATUS NOT = '22'
               DISPLAY 'JEPRGH: ORDHNOT WRITE FAILED, STATUS='
                   WS-ORDHNOT-STATUS ' KEY=' ORDNOTE-KEY
               GO TO 9999-ABORT
           END-IF.

           MOVE ORDNOTE-KEY TO FD-ORDNOTE-KEY.
           DELETE ORDNOTE
               INVALID KEY
                   DISPLAY 'JEPRGH: NOTE DELETE FAILED, KEY='
                       ORDNOTE-KEY
                   GO TO 9999-ABORT
           END-DELETE.

           ADD 1 TO WS-NOTE-COUNT.
       3400-MOVE-ONE-NOTE-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE ORDFILE.
           CLOSE ORDDETAIL.
           CLOSE ORDHIST.
           CLOSE ORDHDET.
           CLOSE ORDNOTE.
           CLOSE ORDHNOT.

           DISPLAY 'JEPRGH: CUTOFF DATE=' WS-CUTOFF-DATE.
           DISPLAY 'JEPRGH: ORDERS ARCHIVED=' WS-ARCHIVED-COUNT.
           DISPLAY 'JEPRGH: DETAIL LINES ARCHIVED=' WS-DETAIL-COUNT.
           DISPLAY 'JEPRGH: NOTE LINES ARCHIVED=' WS-NOTE-COUNT.
           DISPLAY 'JEPRGH: ORDERS KEPT=' WS-KEPT-COUNT.
       9000-TERMINATE-EXIT.
           EXIT.
