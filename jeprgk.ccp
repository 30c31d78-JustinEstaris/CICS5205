       COPY 'JEMAP5'.
       COPY 'DFHBMSCA'.
       COPY 'CUSTMAST-LAYOUT'.
       COPY 'REPMAST-LAYOUT'.
       COPY 'AREACODE-LAYOUT'.
       COPY 'FSAMAST-LAYOUT'.
       COPY 'OPERATOR-LAYOUT'.
       01 WS-LIMIT-NUM REDEFINES WS-LIMIT-X
                                   PIC 9(07)V99.

      *The blanket discount is a percentage with two decimals keyed
      *pennies-last as well - 0750 is 7.50 percent off list
       01 WS-DISC-X                PIC X(04).
       01 WS-DISC-NUM REDEFINES WS-DISC-X
                                   PIC 9(02)V99.

       01 WS-SHOWN-MSG.
          05 FILLER                PIC X(36) VALUE
              'CUSTOMER DISPLAYED - OPEN BALANCE $'.
           PERFORM 340-POSTAL-CODE-CHECK.
           PERFORM 360-PHONE-NUMBER-CHECK.
           PERFORM 370-CREDIT-LIMIT-CHECK.
           PERFORM 380-DISCOUNT-CHECK.
           PERFORM 390-REP-CODE-CHECK.
      *A fresh account starts clean - no open-order balance and no
      *leftovers from whatever record was read last
           MOVE SPACES TO CUSTMAST-RECORD.
           MOVE 0 TO CUSTMAST-CREDIT-LIMIT.
           MOVE 0 TO CUSTMAST-OPEN-BALANCE.
           MOVE 0 TO CUSTMAST-DISCOUNT-PCT.
           PERFORM 600-MOVE-FIELDS.
           MOVE CUSTNOI TO CUSTMAST-CUST-NO.

           PERFORM 340-POSTAL-CODE-CHECK.
           PERFORM 360-PHONE-NUMBER-CHECK.
           PERFORM 370-CREDIT-LIMIT-CHECK.
           PERFORM 380-DISCOUNT-CHECK.
           PERFORM 390-REP-CODE-CHECK.

           MOVE CUSTNOI TO CUSTMAST-CUST-NO.
           EXEC CICS READ FILE('CUSTMAST')
               END-IF
           END-IF.

      *A keyed blanket discount has to be clean digits too - blank
      *leaves it as it stands (zero = list price unless a contract
      *price is on file for the product)
       380-DISCOUNT-CHECK.
           IF DISCPCTL = 0 OR DISCPCTI = SPACES
               OR DISCPCTI = LOW-VALUES
               CONTINUE
           ELSE
               IF DISCPCTI IS NOT NUMERIC
                   MOVE LOW-VALUES TO MAP5O
                   PERFORM 500-UNPROTECT-MAP
                   MOVE 'DISCOUNT MUST BE 4 DIGITS (0750 = 7.50 PCT)'
                       TO MSGO
                   MOVE -1 TO DISCPCTL
                   MOVE DFHUNIMD TO DISCPCTA
                   GO TO 900-SEND-MAP
               END-IF
           END-IF.

      *A keyed default sales rep has to be an active rep on the
      *REPMAST file - blank leaves the account's rep as it stands
      *and a single hyphen takes the rep off, making it a house
      *account that pays no commission
       390-REP-CODE-CHECK.
           IF REPCODEL = 0 OR REPCODEI = SPACES
               OR REPCODEI = LOW-VALUES OR REPCODEI = '-'
               CONTINUE
           ELSE
               MOVE REPCODEI TO REPMAST-REP-CODE
               EXEC CICS READ FILE('REPMAST')
                   INTO (REPMAST-RECORD)
                   LENGTH (REPMAST-LENGTH)
                   RIDFLD (REPMAST-REP-CODE)
                   RESP (WS-CICS-RESP)
               END-EXEC
               IF WS-CICS-RESP NOT EQUAL DFHRESP(NORMAL)
                   MOVE LOW-VALUES TO MAP5O
                   PERFORM 500-UNPROTECT-MAP
                   MOVE 'SALES REP NOT ON REP MASTER' TO MSGO
                   MOVE -1 TO REPCODEL
                   MOVE DFHUNIMD TO REPCODEA
                   GO TO 900-SEND-MAP
               END-IF
               IF NOT REPMAST-IS-ACTIVE
                   MOVE LOW-VALUES TO MAP5O
                   PERFORM 500-UNPROTECT-MAP
                   MOVE 'SALES REP IS NOT ACTIVE' TO MSGO
                   MOVE -1 TO REPCODEL
                   MOVE DFHUNIMD TO REPCODEA
                   GO TO 900-SEND-MAP
               END-IF
           END-IF.

       500-UNPROTECT-MAP.
           MOVE DFHBMFSE TO CUSTNOA.
           MOVE DFHBMFSE TO ACTIONA.
           MOVE DFHBMFSE TO PREFIXA.
           MOVE DFHBMFSE TO LINENUMA.
           MOVE DFHBMFSE TO CREDLIMA.
           MOVE DFHBMFSE TO DISCPCTA.
           MOVE DFHBMFSE TO REPCODEA.

       600-MOVE-FIELDS.
           MOVE NAMEI TO CUSTMAST-NAME.
               MOVE CREDLIMI TO WS-LIMIT-X
               MOVE WS-LIMIT-NUM TO CUSTMAST-CREDIT-LIMIT
           END-IF.
           IF DISCPCTI IS NUMERIC
               MOVE DISCPCTI TO WS-DISC-X
               MOVE WS-DISC-NUM TO CUSTMAST-DISCOUNT-PCT
           END-IF.
           IF REPCODEI = '-'
               MOVE SPACES TO CUSTMAST-REP-CODE
           ELSE
               IF REPCODEL > 0 AND REPCODEI NOT = SPACES
                   AND REPCODEI NOT = LOW-VALUES
                   MOVE REPCODEI TO CUSTMAST-REP-CODE
               END-IF
           END-IF.

       700-SHOW-FIELDS.
           MOVE CUSTMAST-CUST-NO TO CUSTNOO.
           MOVE CUSTMAST-PHONE-NUM TO LINENUMO.
           MOVE CUSTMAST-CREDIT-LIMIT TO WS-LIMIT-NUM.
           MOVE WS-LIMIT-X TO CREDLIMO.
           MOVE CUSTMAST-DISCOUNT-PCT TO WS-DISC-NUM.
           MOVE WS-DISC-X TO DISCPCTO.
           MOVE CUSTMAST-REP-CODE TO REPCODEO.

       900-SEND-MAP.
            MOVE 'C U S T O M E R  M A I N T' TO TITLEO.
