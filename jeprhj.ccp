       01 WS-ROW-COUNT             PIC 9(02) COMP VALUE 0.
       01 WS-LAST-KEY              PIC X(23) VALUE SPACES.

      *The file being walked - the AUDITXH history of events the
      *JEPRIJ retention run took off AUDITX, then AUDITX itself
       01 WS-BROWSE-FILE           PIC X(08) VALUE 'AUDITX'.

      *One timeline row - who, when, which transaction, what kind
      *of change, and a short word on what actually moved
       01 WS-ROW-BUILD.
           MOVE 1 TO WS-SKIP-EQUAL.
           GO TO 300-LIST-EVENTS.

      *WALKS THE TIMELINE FROM THE START KEY LISTING UP TO TEN EVENTS
      *FOR THE INVOICE, OLDEST FIRST - THE KEY IS INVOICE+DATE+TIME+
      *SEQ SO KEY ORDER IS TIME ORDER.  EVERYTHING ON AUDITXH IS
      *OLDER THAN ANYTHING LEFT ON AUDITX, SO THE HISTORY IS WALKED
      *FIRST AND THE LIVE FILE PICKS UP WHERE IT RUNS OUT.  A PAGE
      *STARTING PAST THE LAST ARCHIVED EVENT FINDS NOTHING MORE FOR
      *THE INVOICE ON AUDITXH AND GOES STRAIGHT TO AUDITX
       300-LIST-EVENTS.
           MOVE 0 TO WS-ROW-COUNT.
           MOVE LOW-VALUES TO MAP6O.
           PERFORM 500-UNPROTECT-MAP.

           MOVE 'AUDITXH' TO WS-BROWSE-FILE.
           PERFORM 305-BROWSE-FILE THRU 305-BROWSE-FILE-DONE.

           IF WS-ROW-COUNT < 10
               MOVE 'AUDITX' TO WS-BROWSE-FILE
               PERFORM 305-BROWSE-FILE THRU 305-BROWSE-FILE-DONE
           END-IF.

           IF WS-ROW-COUNT = 0
               MOVE 'NO AUDITED EVENTS FOR THAT INVOICE' TO MSGO
               MOVE WS-INQ-INVOICE TO STARTINVO
               LENGTH(WS-TLN-LENGTH)
           END-EXEC.

      *Browses one of the two files from the start key until the
      *invoice runs out or the screen is full.  A file that cannot
      *be browsed, or holds nothing from the start key on, simply
      *adds no rows
       305-BROWSE-FILE.
           MOVE 0 TO WS-BROWSE-EOF.
           MOVE WS-START-KEY TO AUDITX-KEY.
           EXEC CICS STARTBR FILE(WS-BROWSE-FILE)
               RIDFLD(AUDITX-KEY)
               GTEQ
               RESP(WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 1 TO WS-BROWSE-EOF
               GO TO 305-BROWSE-FILE-DONE
           END-IF.

           PERFORM 310-READ-NEXT-EVENT THRU 310-READ-NEXT-DONE
               UNTIL WS-BROWSE-EOF = 1 OR WS-ROW-COUNT = 10.

           EXEC CICS ENDBR FILE(WS-BROWSE-FILE) END-EXEC.
       305-BROWSE-FILE-DONE.
           EXIT.

       310-READ-NEXT-EVENT.
           EXEC CICS READNEXT FILE(WS-BROWSE-FILE)
               INTO(AUDITX-RECORD)
               LENGTH(AUDITX-LENGTH)
               RIDFLD(AUDITX-KEY)
               GO TO 330-BUILD-DETAIL-DONE
           END-IF.

      *THE INTEGRITY REPAIR'S OWN RECORDS CARRY NO ORDER IMAGE
           IF AUDITX-ACTION-DETAIL-DEL
               MOVE 'ORPHAN LINE DELETED' TO WB-DETAIL
               GO TO 330-BUILD-DETAIL-DONE
           END-IF.

           IF AUDITX-ACTION-NOTE-DEL
               MOVE 'ORPHAN NOTE DELETED' TO WB-DETAIL
               GO TO 330-BUILD-DETAIL-DONE
           END-IF.

           IF AUDITX-ACTION-BALANCE
               MOVE 'OPEN BALANCE REBUILT' TO WB-DETAIL
               GO TO 330-BUILD-DETAIL-DONE
           END-IF.

      *SO DO THE CUSTOMER MERGE'S
           IF AUDITX-ACTION-CUST-MERGE
               MOVE 'CUSTOMER MERGED IN' TO WB-DETAIL
               GO TO 330-BUILD-DETAIL-DONE
           END-IF.

           IF AUDITX-ACTION-CUST-DEL
               MOVE 'CUSTOMER MERGED AWAY' TO WB-DETAIL
               GO TO 330-BUILD-DETAIL-DONE
           END-IF.

           MOVE AUDITX-BEFORE-IMAGE(144:9) TO WS-BEFORE-STATUS.
           MOVE AUDITX-AFTER-IMAGE(144:9) TO WS-AFTER-STATUS.

