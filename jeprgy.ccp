       COPY 'DFHBMSCA'.
       COPY 'ORDFILE-LAYOUT'.
       COPY 'PRODMAST-LAYOUT'.
       COPY 'KITBOM-LAYOUT'.
       COPY 'STOCKWH-LAYOUT'.
       COPY 'WHSEMAST-LAYOUT'.
       COPY 'ORDDETAIL-LAYOUT'.
       COPY 'CUSTMAST-LAYOUT'.
       COPY 'AROPEN-LAYOUT'.
       COPY 'AUDIT-LAYOUT'.
       COPY 'AUDITX-LAYOUT'.
       COPY 'OPERMAST-LAYOUT'.
      *NEW
       01 WS-OPERATOR-ID           PIC X(08).
       01 WS-CICS-RESP             PIC S9(8) COMP.
       01 WS-AUDIT-BEFORE-IMAGE    PIC X(226).
       01 WS-AUDITX-DONE            PIC X VALUE 'N'.

       01 WS-ABSTIME               PIC S9(15) COMP-3.
       01 WS-RELIEF-A              PIC X(04) VALUE SPACES.
       01 WS-RELIEF-B              PIC X(04) VALUE SPACES.
       01 WS-RELIEF-QTY            PIC 9(03) VALUE 0.

      *A kit line is relieved through its KITBOM components - the
      *component in hand and how many of it the shipped kits use
       01 WS-KIT-SUB               PIC 9(02) COMP VALUE 0.
       01 WS-KIT-RELIEF-QTY        PIC 9(06) VALUE 0.

      *Stock leaves the warehouse the order ships from as well as the
      *product's company-wide total - the warehouse (home when the
      *order predates warehouses) and the quantity coming off it
       01 WS-SHIP-WHSE             PIC X(02) VALUE SPACES.
       01 WS-WHSE-RELIEF-QTY       PIC 9(06) VALUE 0.
       01 WS-DETAIL-EOF            PIC 9 VALUE 0.

      *Line-by-line shipping work fields.  A keyed quantity on a
               GO TO 210-SEND-LOOKUP-MAP
           END-IF.

           MOVE ORDFILE-WHSE-CODE TO WS-SHIP-WHSE.
           IF WS-SHIP-WHSE = SPACES
               MOVE WHSEMAST-HOME-CODE TO WS-SHIP-WHSE
           END-IF.

      *Quantities keyed on the screen ship just those lines; a bare
      *ENTER ships everything still open on the order
           PERFORM 255-EDIT-SHIP-QTYS THRU 255-EDIT-SHIP-EXIT.
           SET AUDIT-ACTION-REWRITE TO TRUE.
           PERFORM 750-WRITE-AUDIT-RECORD.

      *A fully shipped order is billed - it opens a receivable item
      *and stays on the customer's open balance until it is paid.
      *A partial is still open exposure and is not billed yet
           IF ORDFILE-ST-SHIPPED
               PERFORM 680-OPEN-RECEIVABLE
                   THRU 680-OPEN-RECEIVABLE-EXIT
           END-IF.

           MOVE LOW-VALUES TO MAP2O.
       286-CHECK-ONE-EXIT.
           EXIT.

      *Takes one line's quantity off the product's on-hand count and
      *its count in the shipping warehouse.  Stock never goes below
      *zero; a pair whose product has since come off PRODMAST is
      *simply skipped
       620-RELIEVE-ONE-PRODUCT.
           IF WS-RELIEF-A = SPACES AND WS-RELIEF-B = SPACES
               GO TO 620-RELIEVE-EXIT
               MOVE 1 TO WS-RELIEF-QTY
           END-IF.

      *A kit holds no stock of its own - shipping it takes each of
      *its components off on-hand instead, as many per kit as the
      *KITBOM record says
           MOVE WS-RELIEF-A TO KITBOM-KIT-A.
           MOVE WS-RELIEF-B TO KITBOM-KIT-B.
           EXEC CICS READ FILE('KITBOM')
               INTO (KITBOM-RECORD)
               LENGTH (KITBOM-LENGTH)
               RIDFLD (KITBOM-KEY)
               RESP (WS-CICS-RESP)
           END-EXEC.
           IF WS-CICS-RESP EQUAL DFHRESP(NORMAL)
               PERFORM 625-RELIEVE-KIT-COMPONENT
                   VARYING WS-KIT-SUB FROM 1 BY 1
                   UNTIL WS-KIT-SUB > KITBOM-COMP-COUNT
                   OR WS-KIT-SUB > 8
               GO TO 620-RELIEVE-EXIT
           END-IF.

           MOVE WS-RELIEF-A TO PRODMAST-CODE-A.
           MOVE WS-RELIEF-B TO PRODMAST-CODE-B.
           EXEC CICS READ FILE('PRODMAST')
               FROM (PRODMAST-RECORD)
               LENGTH (PRODMAST-LENGTH)
           END-EXEC.

           MOVE WS-RELIEF-QTY TO WS-WHSE-RELIEF-QTY.
           PERFORM 630-RELIEVE-WAREHOUSE.
       620-RELIEVE-EXIT.
           EXIT.

      *One component of a shipped kit, relieved the same way as an
      *ordinary product line
       625-RELIEVE-KIT-COMPONENT.
           COMPUTE WS-KIT-RELIEF-QTY =
               WS-RELIEF-QTY * KITBOM-COMP-QTY (WS-KIT-SUB).
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
               IF PRODMAST-ON-HAND > WS-KIT-RELIEF-QTY
                   SUBTRACT WS-KIT-RELIEF-QTY FROM PRODMAST-ON-HAND
               ELSE
                   MOVE 0 TO PRODMAST-ON-HAND
               END-IF
               EXEC CICS REWRITE FILE('PRODMAST')
                   FROM (PRODMAST-RECORD)
                   LENGTH (PRODMAST-LENGTH)
               END-EXEC
               MOVE WS-KIT-RELIEF-QTY TO WS-WHSE-RELIEF-QTY
               PERFORM 630-RELIEVE-WAREHOUSE
           END-IF.

      *The same quantity comes off the product's STOCKWH count in
      *the shipping warehouse, never below zero.  A warehouse with no
      *record for the product has nothing to take it from
       630-RELIEVE-WAREHOUSE.
           MOVE PRODMAST-CODE-A TO STOCKWH-PROD-A.
           MOVE PRODMAST-CODE-B TO STOCKWH-PROD-B.
           MOVE WS-SHIP-WHSE TO STOCKWH-WHSE-CODE.
           EXEC CICS READ FILE('STOCKWH')
               INTO (STOCKWH-RECORD)
               LENGTH (STOCKWH-LENGTH)
               RIDFLD (STOCKWH-KEY)
               UPDATE
               RESP (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP EQUAL DFHRESP(NORMAL)
               IF STOCKWH-ON-HAND > WS-WHSE-RELIEF-QTY
                   SUBTRACT WS-WHSE-RELIEF-QTY FROM STOCKWH-ON-HAND
               ELSE
                   MOVE 0 TO STOCKWH-ON-HAND
               END-IF
               EXEC CICS REWRITE FILE('STOCKWH')
                   FROM (STOCKWH-RECORD)
                   LENGTH (STOCKWH-LENGTH)
               END-EXEC
           END-IF.

      *The detail lines cannot be rewritten from inside a browse, so
      *their keys are gathered first and each is then read for
      *update, relieved of its open quantity and marked shipped
       660-RELIEVE-DET-EXIT.
           EXIT.

      *Writes the AROPEN item for the billed total - goods plus tax
      *- dated the day it shipped.  The goods value has been on the
      *customer's open balance since entry; the tax now billed on
      *top of it is added so the balance carries what is actually
      *owed and comes down to nothing once the nightly JEPRHO cash
      *application applies the payment.  An item already on file
      *for the invoice is left alone
       680-OPEN-RECEIVABLE.
           MOVE SPACES TO AROPEN-RECORD.
           MOVE ORDFILE-INVOICE-NO TO AROPEN-INVOICE-NO.
           MOVE ORDFILE-CUST-NO TO AROPEN-CUST-NO.
           MOVE ORDFILE-STATUS-DATE TO AROPEN-INVOICE-DATE.
           COMPUTE AROPEN-BILLED-AMOUNT =
               ORDFILE-ORDER-TOTAL + ORDFILE-TAX-AMOUNT.
           MOVE 0 TO AROPEN-PAID-AMOUNT.
           MOVE 0 TO AROPEN-CREDIT-AMOUNT.
           MOVE AROPEN-BILLED-AMOUNT TO AROPEN-OPEN-AMOUNT.
           SET AROPEN-ST-OPEN TO TRUE.

           EXEC CICS WRITE FILE('AROPEN')
               FROM (AROPEN-RECORD)
               LENGTH (AROPEN-LENGTH)
               RIDFLD (AROPEN-INVOICE-NO)
               RESP (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 680-OPEN-RECEIVABLE-EXIT
           END-IF.

           IF ORDFILE-CUST-NO = SPACES OR ORDFILE-TAX-AMOUNT = 0
               GO TO 680-OPEN-RECEIVABLE-EXIT
           END-IF.

           MOVE ORDFILE-CUST-NO TO CUSTMAST-CUST-NO.
           END-EXEC.

           IF WS-CICS-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 680-OPEN-RECEIVABLE-EXIT
           END-IF.

           IF CUSTMAST-OPEN-BALANCE + ORDFILE-TAX-AMOUNT > 9999999.99
               MOVE 9999999.99 TO CUSTMAST-OPEN-BALANCE
           ELSE
               ADD ORDFILE-TAX-AMOUNT TO CUSTMAST-OPEN-BALANCE
           END-IF.

           EXEC CICS REWRITE FILE('CUSTMAST')
               FROM (CUSTMAST-RECORD)
               LENGTH (CUSTMAST-LENGTH)
           END-EXEC.
       680-OPEN-RECEIVABLE-EXIT.
           EXIT.

      *Records who made the change, when, and the before/after image
