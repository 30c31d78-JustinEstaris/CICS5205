               10  AUDIT-TIME           PIC X(06).
           05  AUDIT-OPERATOR           PIC X(08).
           05  AUDIT-TRANSACTION        PIC X(04).
      *WRITE AND REWRITE CARRY ORDFILE IMAGES.  THE JEPRHZ INTEGRITY
      *REPAIR ALSO LOGS WHAT IT CHANGES ELSEWHERE: DETLDEL AND NOTEDEL
      *CARRY THE DELETED ORDDETAIL OR ORDNOTE RECORD AS THE BEFORE
      *IMAGE (AFTER IMAGE SPACES), AND CUSTBAL CARRIES THE CUSTMAST
      *RECORD BEFORE AND AFTER ITS OPEN BALANCE WAS REBUILT, UNDER
      *THE CUSTOMER NUMBER IN PLACE OF AN INVOICE NUMBER.  THE
      *JEPRIB CUSTOMER MERGE LOGS CUSTMRG (THE KEPT CUSTMAST RECORD
      *BEFORE AND AFTER THE DROPPED ONE WAS FOLDED INTO IT) AND
      *CUSTDEL (THE DROPPED RECORD AS THE BEFORE IMAGE), ALSO UNDER
      *THE CUSTOMER NUMBER.  ANYTHING THAT REPLAYS OR DECODES ORDER
      *IMAGES TESTS AUDIT-ACTION-ORDER
           05  AUDIT-ACTION             PIC X(07).
               88  AUDIT-ACTION-WRITE       VALUE 'WRITE'.
               88  AUDIT-ACTION-REWRITE     VALUE 'REWRITE'.
               88  AUDIT-ACTION-ORDER       VALUE 'WRITE' 'REWRITE'.
               88  AUDIT-ACTION-DETAIL-DEL  VALUE 'DETLDEL'.
               88  AUDIT-ACTION-NOTE-DEL    VALUE 'NOTEDEL'.
               88  AUDIT-ACTION-BALANCE     VALUE 'CUSTBAL'.
               88  AUDIT-ACTION-CUST-MERGE  VALUE 'CUSTMRG'.
               88  AUDIT-ACTION-CUST-DEL    VALUE 'CUSTDEL'.
           05  AUDIT-INVOICE-NO         PIC X(07).
           05  AUDIT-BEFORE-IMAGE       PIC X(226).
           05  AUDIT-AFTER-IMAGE        PIC X(226).

       01  AUDIT-LENGTH                 PIC S9(4) COMP VALUE 492.
