       01 WS-AUTH-LEVEL            PIC X(01) VALUE '1'.
          88 WS-AUTH-SUPERVISOR        VALUE '2'.

       01 WS-CLERK-OPTIONS         PIC X(79) VALUE
           '1 2 5 7 0 BRWS S SUSP K COUNT T SHIPTO Q QUOTE 9 EXIT'.
       01 WS-SUPER-OPTIONS.
          05 FILLER                PIC X(37) VALUE
              '1-8 0 BRWS R RETRN S SUSP H CREDIT K '.
          05 FILLER                PIC X(42) VALUE
              'COUNT T SHIPTO P REPS Q QUOTE 9 EXIT'.

       LINKAGE SECTION.
           01 DFHCOMMAREA.
            GO TO 795-CHOICE-S
        ELSE IF CHOICEI IS EQUAL TO 'H'
            GO TO 797-CHOICE-H
        ELSE IF CHOICEI IS EQUAL TO 'K'
            GO TO 798-CHOICE-K
        ELSE IF CHOICEI IS EQUAL TO 'T'
            GO TO 799-CHOICE-T
        ELSE IF CHOICEI IS EQUAL TO 'P'
            GO TO 800-CHOICE-P
        ELSE IF CHOICEI IS EQUAL TO 'Q'
            GO TO 805-CHOICE-Q
        ELSE
            GO TO 999-SEND-ERROR-MSG
        END-IF.
        EXEC CICS SEND MAP('MAP1') MAPSET('JEMAP1') END-EXEC.
        EXEC CICS RETURN TRANSID('JE01') END-EXEC.

      *K - cycle count entry.  Any operator can key counts off the
      *sheets; the count screen itself holds back the approval for
      *a supervisor
       798-CHOICE-K.
        MOVE WS-OPERATOR-ID TO WS-MENU-OPERATOR-ID.
        MOVE SPACES TO WS-MENU-TRANSFER.
        EXEC CICS XCTL
               PROGRAM('JEPRHR')
               COMMAREA(WS-MENU-COMMAREA)
               LENGTH(WS-MENU-LENGTH)
        END-EXEC.

        MOVE LOW-VALUES TO MAP1O.
        EXEC CICS SEND MAP('MAP1') MAPSET('JEMAP1') END-EXEC.
        EXEC CICS RETURN TRANSID('JE01') END-EXEC.

      *Ship-to addresses sit beside customer maintenance (7) and
      *are open to the same operators
       799-CHOICE-T.
        MOVE WS-OPERATOR-ID TO WS-MENU-OPERATOR-ID.
        MOVE SPACES TO WS-MENU-TRANSFER.
        EXEC CICS XCTL
               PROGRAM('JEPRHV')
               COMMAREA(WS-MENU-COMMAREA)
               LENGTH(WS-MENU-LENGTH)
        END-EXEC.

        MOVE LOW-VALUES TO MAP1O.
        EXEC CICS SEND MAP('MAP1') MAPSET('JEMAP1') END-EXEC.
        EXEC CICS RETURN TRANSID('JE01') END-EXEC.

      *P - sales rep maintenance.  The commission percentages are
      *money, so the rep file carries the supervisor gate
       800-CHOICE-P.
        IF NOT WS-AUTH-SUPERVISOR
            GO TO 850-NOT-AUTHORIZED
        END-IF.
        MOVE WS-OPERATOR-ID TO WS-MENU-OPERATOR-ID.
        MOVE SPACES TO WS-MENU-TRANSFER.
        EXEC CICS XCTL
               PROGRAM('JEPRIC')
               COMMAREA(WS-MENU-COMMAREA)
               LENGTH(WS-MENU-LENGTH)
        END-EXEC.

        MOVE LOW-VALUES TO MAP1O.
        EXEC CICS SEND MAP('MAP1') MAPSET('JEMAP1') END-EXEC.
        EXEC CICS RETURN TRANSID('JE01') END-EXEC.

      *Q - quotations.  Quotes are keyed by the same operators who
      *key orders, so no supervisor gate
       805-CHOICE-Q.
        MOVE WS-OPERATOR-ID TO WS-MENU-OPERATOR-ID.
        MOVE SPACES TO WS-MENU-TRANSFER.
        EXEC CICS XCTL
               PROGRAM('JEPRIF')
               COMMAREA(WS-MENU-COMMAREA)
               LENGTH(WS-MENU-LENGTH)
        END-EXEC.

        MOVE LOW-VALUES TO MAP1O.
        EXEC CICS SEND MAP('MAP1') MAPSET('JEMAP1') END-EXEC.
        EXEC CICS RETURN TRANSID('JE01') END-EXEC.

      *A choice above the operator's authority level stops here at
      *the menu - the gated programs check again for themselves in
      *case someone keys their transid directly
