      *  CALL IS STILL ON THE LINE.  THE JEPRHK LOADER BACKFILLS      *
      *  THIS FILE FROM THE AUDIT TRAIL FOR EVERYTHING WRITTEN        *
      *  BEFORE THE CROSS-REFERENCE EXISTED.                          *
      *  THE JEPRIJ RETENTION RUN MOVES EVENTS OLDER THAN ITS CUTOFF  *
      *  TO THE AUDITXH HISTORY FILE - SAME LAYOUT, SAME KEY - WHICH  *
      *  THE TIMELINE WALKS AHEAD OF THIS FILE.                       *
      *****************************************************************
       01  AUDITX-RECORD.
           05  AUDITX-KEY.
               10  AUDITX-SEQ           PIC 9(02).
           05  AUDITX-OPERATOR          PIC X(08).
           05  AUDITX-TRANSACTION       PIC X(04).
      *THE SAME ACTIONS AS AUDIT-ACTION - SEE AUDIT-LAYOUT FOR THE
      *IMAGES THE NON-ORDER ACTIONS CARRY
           05  AUDITX-ACTION            PIC X(07).
               88  AUDITX-ACTION-WRITE      VALUE 'WRITE'.
               88  AUDITX-ACTION-REWRITE    VALUE 'REWRITE'.
               88  AUDITX-ACTION-ORDER      VALUE 'WRITE' 'REWRITE'.
               88  AUDITX-ACTION-DETAIL-DEL VALUE 'DETLDEL'.
               88  AUDITX-ACTION-NOTE-DEL   VALUE 'NOTEDEL'.
               88  AUDITX-ACTION-BALANCE    VALUE 'CUSTBAL'.
               88  AUDITX-ACTION-CUST-MERGE VALUE 'CUSTMRG'.
               88  AUDITX-ACTION-CUST-DEL   VALUE 'CUSTDEL'.
           05  AUDITX-BEFORE-IMAGE      PIC X(226).
           05  AUDITX-AFTER-IMAGE       PIC X(226).

       01  AUDITX-LENGTH                PIC S9(4) COMP VALUE 494.
