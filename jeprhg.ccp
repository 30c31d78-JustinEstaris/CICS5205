      *A suspended bulk order maps straight onto the entry screen
      *fields - fix whatever the reason names, then ENTER
       300-SHOW-BULK-RECORD.
           MOVE SUSPENSE-DATA(1:167) TO BULKORD-RECORD.

           MOVE BULKORD-NAME TO NAMEO.
           MOVE BULKORD-ADDR-LINE1 TO ALINE1O.
           MOVE BULKORD-EXCHANGE TO PREFIXO.
           MOVE BULKORD-PHONE-NUM TO LINENUMO.
           MOVE BULKORD-CUST-NO TO CUSTNUMO.
           MOVE BULKORD-SHIPTO-NO TO SHIPNOO.

           MOVE BULKORD-PROD-A(1) TO PROD1AO.
           MOVE BULKORD-PROD-B(1) TO PROD1BO.
           GO TO 900-SEND-MAP.

       600-REBUILD-BULK-RECORD.
           MOVE SUSPENSE-DATA(1:167) TO BULKORD-RECORD.

           MOVE NAMEI TO BULKORD-NAME.
           MOVE ALINE1I TO BULKORD-ADDR-LINE1.
           MOVE PREFIXI TO BULKORD-EXCHANGE.
           MOVE LINENUMI TO BULKORD-PHONE-NUM.
           MOVE CUSTNUMI TO BULKORD-CUST-NO.
           MOVE SHIPNOI TO BULKORD-SHIPTO-NO.

           MOVE PROD1AI TO BULKORD-PROD-A(1).
           MOVE PROD1BI TO BULKORD-PROD-B(1).
           MOVE PROD5BI TO BULKORD-PROD-B(5).
           MOVE QTY5I TO BULKORD-QTY(5).

           MOVE BULKORD-RECORD TO SUSPENSE-DATA(1:167).

       620-REBUILD-SHIP-RECORD.
           MOVE SUSPENSE-DATA(1:26) TO SHIPCONF-RECORD.
           MOVE DFHBMFSE TO PREFIXA.
           MOVE DFHBMFSE TO LINENUMA.
           MOVE DFHBMFSE TO CUSTNUMA.
           MOVE DFHBMFSE TO SHIPNOA.
           MOVE DFHBMFSE TO PROD1AA.
           MOVE DFHBMFSE TO PROD1BA.
           MOVE DFHBMFSE TO PROD2AA.
