       COPY 'DFHBMSCA'.
       COPY 'ORDFILE-LAYOUT'.
       COPY 'PRODMAST-LAYOUT'.
       COPY 'KITBOM-LAYOUT'.
       COPY 'STOCKWH-LAYOUT'.
       COPY 'WHSEMAST-LAYOUT'.
       COPY 'ORDDETAIL-LAYOUT'.
       COPY 'AUDIT-LAYOUT'.
       COPY 'AUDITX-LAYOUT'.
       COPY 'RETLOG-LAYOUT'.
       COPY 'CUSTMAST-LAYOUT'.
       COPY 'CONTRACT-LAYOUT'.
       COPY 'AROPEN-LAYOUT'.
       COPY 'OPERMAST-LAYOUT'.
       COPY 'OPERATOR-LAYOUT'.

       01 WS-OPERATOR-ID           PIC X(08).
       01 WS-CICS-RESP             PIC S9(8) COMP.
       01 WS-AUDIT-BEFORE-IMAGE    PIC X(226).
       01 WS-AUDITX-DONE            PIC X VALUE 'N'.

       01 WS-ABSTIME               PIC S9(15) COMP-3.
       01 WS-RET-A                 PIC X(04) VALUE SPACES.
       01 WS-RET-B                 PIC X(04) VALUE SPACES.
       01 WS-RET-QTY               PIC 9(03) VALUE 0.

      *A returned kit goes back on the shelf as its KITBOM components
      *- whether the pair is a kit, the component in hand and how
      *many of it the returned kits hold
       01 WS-KIT-RETURN            PIC 9 VALUE 0.
       01 WS-KIT-SUB               PIC 9(02) COMP VALUE 0.
       01 WS-KIT-RESTOCK-QTY       PIC 9(06) VALUE 0.

      *Returned goods go back into the warehouse the order shipped
      *from (home when the order predates warehouses) as well as the
      *product's company-wide total
       01 WS-RETURN-WHSE           PIC X(02) VALUE SPACES.
       01 WS-WHSE-RESTOCK-QTY      PIC 9(06) VALUE 0.
      *The keyed quantity lands here as text first, the same way the
      *maintenance screen handles its price field, so a non-numeric
      *entry can be caught before it is used
       01 WS-USE-SHIPPED           PIC 9 VALUE 0.

      *Up when the order came in PARTIAL - its value is still
      *sitting on the customer's open-order balance, so the credit
      *taken here has to come off the balance as well.  A SHIPPED
      *order has been billed on AROPEN and stays on the balance
      *until it is paid, so its credit comes off the open item and
      *the balance together
       01 WS-WAS-PARTIAL           PIC 9 VALUE 0.
       01 WS-PRERETURN-TOTAL       PIC 9(07)V99 VALUE 0.
       01 WS-RELIEF-AMOUNT         PIC 9(07)V99 VALUE 0.
      *follow
       01 WS-TODAY                 PIC X(08) VALUE SPACES.
       01 WS-PRICE-IN-FORCE        PIC 9(05)V99 VALUE 0.

      *Account the order was priced for and its CUSTMAST blanket
      *discount - a contract account is credited at the contract
      *price it pays, not at list.  See 615-CUSTOMER-PRICE
       01 WS-PRICE-CUST-NO         PIC X(06) VALUE SPACES.
       01 WS-PRICE-DISC-PCT        PIC 9(02)V99 VALUE 0.
       01 WS-FULL-RETURN           PIC 9 VALUE 0.

       01 WS-CREDIT-MSG.
               MOVE 0 TO WS-WAS-PARTIAL
           END-IF.

           MOVE ORDFILE-WHSE-CODE TO WS-RETURN-WHSE.
           IF WS-RETURN-WHSE = SPACES
               MOVE WHSEMAST-HOME-CODE TO WS-RETURN-WHSE
           END-IF.

           PERFORM 300-BUILD-PAIR-TABLE THRU 300-BUILD-EXIT.
           PERFORM 350-EDIT-KEYED-RETURNS THRU 350-EDIT-EXIT.

           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-TODAY)
           END-EXEC.
           PERFORM 605-PRICE-ACCOUNT.
           MOVE 0 TO WS-CREDIT-VALUE.
           MOVE 1 TO WS-FULL-RETURN.
           MOVE 0 TO WS-PAIR-SUB.
       600-POST-EXIT.
           EXIT.

      *Picks up the order's account and its blanket discount once
      *for all the pairs being credited
       605-PRICE-ACCOUNT.
           MOVE ORDFILE-CUST-NO TO WS-PRICE-CUST-NO.
           MOVE 0 TO WS-PRICE-DISC-PCT.
           IF ORDFILE-CUST-NO NOT = SPACES
               MOVE ORDFILE-CUST-NO TO CUSTMAST-CUST-NO
               EXEC CICS READ FILE('CUSTMAST')
                   INTO (CUSTMAST-RECORD)
                   LENGTH (CUSTMAST-LENGTH)
                   RIDFLD (CUSTMAST-CUST-NO)
                   RESP (WS-CICS-RESP)
               END-EXEC
               IF WS-CICS-RESP EQUAL DFHRESP(NORMAL)
                   MOVE CUSTMAST-DISCOUNT-PCT TO WS-PRICE-DISC-PCT
               END-IF
           END-IF.

       610-POST-ONE-PAIR.
           ADD 1 TO WS-PAIR-SUB.

               GO TO 610-POST-ONE-EXIT
           END-IF.

           MOVE WS-PAIR-KEY (WS-PAIR-SUB) (1:4) TO KITBOM-KIT-A.
           MOVE WS-PAIR-KEY (WS-PAIR-SUB) (5:4) TO KITBOM-KIT-B.
           EXEC CICS READ FILE('KITBOM')
               INTO (KITBOM-RECORD)
               LENGTH (KITBOM-LENGTH)
               RIDFLD (KITBOM-KEY)
               RESP (WS-CICS-RESP)
           END-EXEC.
           MOVE 0 TO WS-KIT-RETURN.
           IF WS-CICS-RESP EQUAL DFHRESP(NORMAL)
               MOVE 1 TO WS-KIT-RETURN
           END-IF.

           MOVE WS-PAIR-KEY (WS-PAIR-SUB) (1:4) TO PRODMAST-CODE-A.
           MOVE WS-PAIR-KEY (WS-PAIR-SUB) (5:4) TO PRODMAST-CODE-B.
           EXEC CICS READ FILE('PRODMAST')

      *A pair whose product has since come off PRODMAST cannot be
      *restocked or priced - it is logged at zero credit so the
      *register still shows the goods came back.  A kit is priced
      *off its own record but restocked through its components
           MOVE 0 TO WS-LINE-CREDIT.
           IF WS-CICS-RESP EQUAL DFHRESP(NORMAL)
               IF WS-KIT-RETURN = 0
                   IF PRODMAST-ON-HAND
                       + WS-PAIR-RETURNED (WS-PAIR-SUB) > 99999
                       MOVE 99999 TO PRODMAST-ON-HAND
                   ELSE
                       ADD WS-PAIR-RETURNED (WS-PAIR-SUB)
                           TO PRODMAST-ON-HAND
                   END-IF
               END-IF
               EXEC CICS REWRITE FILE('PRODMAST')
                   FROM (PRODMAST-RECORD)
                   LENGTH (PRODMAST-LENGTH)
               END-EXEC
               IF WS-KIT-RETURN = 0
                   MOVE WS-PAIR-RETURNED (WS-PAIR-SUB)
                       TO WS-WHSE-RESTOCK-QTY
                   PERFORM 613-RESTOCK-WAREHOUSE
               END-IF
               MOVE PRODMAST-UNIT-PRICE TO WS-PRICE-IN-FORCE
               IF PRODMAST-PEND-DATE IS NUMERIC
                   AND PRODMAST-PEND-DATE NOT > WS-TODAY
                   MOVE PRODMAST-PEND-PRICE TO WS-PRICE-IN-FORCE
               END-IF
               PERFORM 615-CUSTOMER-PRICE
               COMPUTE WS-LINE-CREDIT = WS-PRICE-IN-FORCE
                   * WS-PAIR-RETURNED (WS-PAIR-SUB)
           END-IF.

           IF WS-KIT-RETURN = 1
               PERFORM 612-RESTOCK-KIT-COMPONENT
                   VARYING WS-KIT-SUB FROM 1 BY 1
                   UNTIL WS-KIT-SUB > KITBOM-COMP-COUNT
                   OR WS-KIT-SUB > 8
           END-IF.

           ADD WS-LINE-CREDIT TO WS-CREDIT-VALUE.
           PERFORM 620-WRITE-RETLOG THRU 620-WRITE-RETLOG-EXIT.
       610-POST-ONE-EXIT.
           EXIT.

      *Puts one kit component back on its on-hand count - the kits
      *returned times the component quantity per kit, capped the
      *same way as an ordinary restock
       612-RESTOCK-KIT-COMPONENT.
           COMPUTE WS-KIT-RESTOCK-QTY =
               WS-PAIR-RETURNED (WS-PAIR-SUB)
               * KITBOM-COMP-QTY (WS-KIT-SUB).
           MOVE KITBOM-COMP-A (WS-KIT-SUB) TO PRODMAST-CODE-A.
           MOVE KITBOM-COMP-B (WS-KIT-SUB) TO PRODMAST-CODE-B.
           EXEC CICS READ FILE('PRODMAST')
               INTO (PRODMAST-RECORD)
               LENGTH (PRODMAST-LENGTH)
               RIDFLD (PRODMAST-KEY)
               UPDATE
               RESP (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP EQUAL DFHRESP(NORMAL)
               IF PRODMAST-ON-HAND + WS-KIT-RESTOCK-QTY > 99999
                   MOVE 99999 TO PRODMAST-ON-HAND
               ELSE
                   ADD WS-KIT-RESTOCK-QTY TO PRODMAST-ON-HAND
               END-IF
               EXEC CICS REWRITE FILE('PRODMAST')
                   FROM (PRODMAST-RECORD)
                   LENGTH (PRODMAST-LENGTH)
               END-EXEC
               MOVE WS-KIT-RESTOCK-QTY TO WS-WHSE-RESTOCK-QTY
               PERFORM 613-RESTOCK-WAREHOUSE
           END-IF.

      *The same quantity goes back on the product's STOCKWH count in
      *the warehouse the order shipped from, capped the same way.
      *A warehouse that has never held the product gets a record
      *for it, with no bin until one is assigned
       613-RESTOCK-WAREHOUSE.
           MOVE PRODMAST-CODE-A TO STOCKWH-PROD-A.
           MOVE PRODMAST-CODE-B TO STOCKWH-PROD-B.
           MOVE WS-RETURN-WHSE TO STOCKWH-WHSE-CODE.
           EXEC CICS READ FILE('STOCKWH')
               INTO (STOCKWH-RECORD)
               LENGTH (STOCKWH-LENGTH)
               RIDFLD (STOCKWH-KEY)
               UPDATE
               RESP (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP EQUAL DFHRESP(NORMAL)
               IF STOCKWH-ON-HAND + WS-WHSE-RESTOCK-QTY > 99999
                   MOVE 99999 TO STOCKWH-ON-HAND
               ELSE
                   ADD WS-WHSE-RESTOCK-QTY TO STOCKWH-ON-HAND
               END-IF
               EXEC CICS REWRITE FILE('STOCKWH')
                   FROM (STOCKWH-RECORD)
                   LENGTH (STOCKWH-LENGTH)
               END-EXEC
           ELSE
               MOVE SPACES TO STOCKWH-RECORD
               MOVE PRODMAST-CODE-A TO STOCKWH-PROD-A
               MOVE PRODMAST-CODE-B TO STOCKWH-PROD-B
               MOVE WS-RETURN-WHSE TO STOCKWH-WHSE-CODE
               IF WS-WHSE-RESTOCK-QTY > 99999
                   MOVE 99999 TO STOCKWH-ON-HAND
               ELSE
                   MOVE WS-WHSE-RESTOCK-QTY TO STOCKWH-ON-HAND
               END-IF
               EXEC CICS WRITE FILE('STOCKWH')
                   FROM (STOCKWH-RECORD)
                   LENGTH (STOCKWH-LENGTH)
                   RIDFLD (STOCKWH-KEY)
                   RESP (WS-CICS-RESP)
               END-EXEC
           END-IF.

      *The contract price in force today for the account, else its
      *blanket discount off list - the same rule the order pricing
      *points follow, so a contract account is not credited back
      *more than it was charged
       615-CUSTOMER-PRICE.
           IF WS-PRICE-CUST-NO NOT = SPACES
               MOVE WS-PRICE-CUST-NO TO CONTRACT-CUST-NO
               MOVE PRODMAST-CODE-A TO CONTRACT-PROD-A
               MOVE PRODMAST-CODE-B TO CONTRACT-PROD-B
               EXEC CICS READ FILE('CONTRACT')
                   INTO (CONTRACT-RECORD)
                   LENGTH (CONTRACT-LENGTH)
                   RIDFLD (CONTRACT-KEY)
                   RESP (WS-CICS-RESP)
               END-EXEC
               IF WS-CICS-RESP EQUAL DFHRESP(NORMAL)
                   AND CONTRACT-START-DATE NOT > WS-TODAY
                   AND (CONTRACT-END-DATE = SPACES
                       OR CONTRACT-END-DATE = ZEROS
                       OR CONTRACT-END-DATE NOT < WS-TODAY)
                   IF CONTRACT-FIXED-PRICE
                       MOVE CONTRACT-PRICE TO WS-PRICE-IN-FORCE
                   ELSE
                       COMPUTE WS-PRICE-IN-FORCE ROUNDED =
                           WS-PRICE-IN-FORCE
                           * (100 - CONTRACT-PCT-OFF) / 100
                   END-IF
               ELSE
                   IF WS-PRICE-DISC-PCT > 0
                       COMPUTE WS-PRICE-IN-FORCE ROUNDED =
                           WS-PRICE-IN-FORCE
                           * (100 - WS-PRICE-DISC-PCT) / 100
                   END-IF
               END-IF
           END-IF.

       620-WRITE-RETLOG.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
           SET AUDIT-ACTION-REWRITE TO TRUE.
           PERFORM 750-WRITE-AUDIT-RECORD.

      *A PARTIAL order is still posted on the customer's open
      *balance in full and has not been billed.  A partial return
      *takes its credit off the balance; a full return ends the
      *order (RETURNED is terminal - it will never be billed), so
      *the whole pre-return total comes off, credit and unshipped
      *remainder alike.  A SHIPPED order is relieved through its
      *receivable item instead
           IF WS-WAS-PARTIAL = 1
               IF WS-FULL-RETURN = 1
                   MOVE WS-PRERETURN-TOTAL TO WS-RELIEF-AMOUNT
               END-IF
               PERFORM 720-RELIEVE-RETURN-BALANCE
                   THRU 720-RELIEVE-RETURN-EXIT
           ELSE
               PERFORM 710-CREDIT-RECEIVABLE
                   THRU 710-CREDIT-RECEIVABLE-EXIT
           END-IF.
       700-UPDATE-EXIT.
           EXIT.

      *The credit comes off the shipped order's AROPEN item, never
      *below zero, and the same amount comes off the customer's
      *open balance.  A full return clears whatever is still open
      *on the item, tax included, since nothing more will be
      *collected on it.  An order shipped before receivable items
      *were kept has no item and its balance was relieved at ship
      *time, so nothing more comes off
       710-CREDIT-RECEIVABLE.
           MOVE ORDFILE-INVOICE-NO TO AROPEN-INVOICE-NO.
           EXEC CICS READ FILE('AROPEN')
               INTO (AROPEN-RECORD)
               LENGTH (AROPEN-LENGTH)
               RIDFLD (AROPEN-INVOICE-NO)
               UPDATE
               RESP (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 710-CREDIT-RECEIVABLE-EXIT
           END-IF.

           IF WS-FULL-RETURN = 1
               OR WS-CREDIT-VALUE > AROPEN-OPEN-AMOUNT
               MOVE AROPEN-OPEN-AMOUNT TO WS-RELIEF-AMOUNT
           ELSE
               MOVE WS-CREDIT-VALUE TO WS-RELIEF-AMOUNT
           END-IF.

           ADD WS-RELIEF-AMOUNT TO AROPEN-CREDIT-AMOUNT.
           SUBTRACT WS-RELIEF-AMOUNT FROM AROPEN-OPEN-AMOUNT.
           IF AROPEN-OPEN-AMOUNT = 0
               SET AROPEN-ST-PAID TO TRUE
           END-IF.

           EXEC CICS REWRITE FILE('AROPEN')
               FROM (AROPEN-RECORD)
               LENGTH (AROPEN-LENGTH)
           END-EXEC.

           IF WS-RELIEF-AMOUNT > 0
               PERFORM 720-RELIEVE-RETURN-BALANCE
                   THRU 720-RELIEVE-RETURN-EXIT
           END-IF.
       710-CREDIT-RECEIVABLE-EXIT.
           EXIT.

       720-RELIEVE-RETURN-BALANCE.
           IF ORDFILE-CUST-NO = SPACES
               GO TO 720-RELIEVE-RETURN-EXIT
