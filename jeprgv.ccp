      *  APPLIED, SINCE ROLLING FORWARD TO THE AUDITED FINAL STATE    *
      *  IS THE WHOLE POINT OF THE RUN.  A MORNING DISK FAILURE       *
      *  SHOULD COST MINUTES OF RE-KEYING, NOT A WHOLE DAY.           *
      *  WHEN THE BACKUP PREDATES THE LAST JEPRIJ RETENTION CUTOFF,   *
      *  THE ARCHIVED AUDIT GENERATIONS ARE SUPPLIED AS AUDARCH AND   *
      *  REPLAYED AHEAD OF THE LIVE TRAIL.                            *
      *****************************************************************
      *  MODIFICATION HISTORY                                         *
      *  DATE        INIT  DESCRIPTION                                *
      *  2026-09-02  JE    ORDFILE RECORD GREW TO 203 (SALES TAX)   *
      *  2026-09-02  JE    ORDFILE RECORD GREW TO 218 AND ORDDETAIL  *
      *                    TO 23 (SHIPPED QUANTITY PER LINE)        *
      *  2026-10-15  JE    ORDFILE RECORD GREW TO 221 (SHIP-TO         *
      *                    NUMBER)                                     *
      *  2026-10-15  JE    DETAIL-LINE, NOTE AND BALANCE RECORDS       *
      *                    LOGGED BY THE JEPRHZ REPAIR ARE COUNTED     *
      *                    AND PASSED OVER, NOT REPLAYED               *
      *  2026-10-15  JE    ORDFILE RECORD GREW TO 224 (SALES REP       *
      *                    CODE)                                       *
      *  2026-10-15  JE    ORDFILE RECORD GREW TO 226 (SHIPPING        *
      *                    WAREHOUSE)                                  *
      *  2026-10-15  JE    AUDIT GENERATIONS ARCHIVED BY JEPRIJ ARE    *
      *                    READ FROM AUDARCH AHEAD OF THE LIVE TRAIL   *
      *                    WHEN SUPPLIED                               *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

      *THE AUDIT GENERATIONS JEPRIJ ARCHIVED OFF THE TRAIL, OLDEST
      *FIRST, WHEN THE BACKUP BEING ROLLED FORWARD IS OLDER THAN THE
      *LAST RETENTION CUTOFF.  NOT SUPPLIED MEANS THE LIVE TRAIL ALONE
           SELECT AUDARCH ASSIGN TO AUDARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDARCH-STATUS.

      *ONE OPTIONAL CONTROL CARD - THE YYYYMMDD DATE AND HHMMSS TIME
      *TO ROLL FORWARD TO, OR A BLANK/MISSING RECORD TO REPLAY THE
      *WHOLE AUDIT TRAIL
       FILE SECTION.

       FD  ORDFILE
           RECORD CONTAINS 226 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-ORDFILE-RECORD.
           05  FD-ORDFILE-INVOICE-NO    PIC X(07).
           05  FILLER                   PIC X(219).

       FD  AUDIT
           RECORD CONTAINS 492 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-AUDIT-RECORD              PIC X(492).

       FD  AUDARCH
           RECORD CONTAINS 492 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-AUDARCH-RECORD            PIC X(492).

       FD  RECCTL
           RECORD CONTAINS 14 CHARACTERS
       01  WS-AUDIT-STATUS              PIC X(02) VALUE '00'.
           88  WS-AUDIT-OK                  VALUE '00'.

       01  WS-AUDARCH-STATUS            PIC X(02) VALUE '00'.
           88  WS-AUDARCH-OK                VALUE '00'.

       01  WS-RECCTL-STATUS             PIC X(02) VALUE '00'.
           88  WS-RECCTL-OK                 VALUE '00'.


      *THE RECORD AS IT STANDS ON THE RESTORED FILE, HELD FOR THE
      *RECONCILIATION CHECK AGAINST THE AUDIT BEFORE IMAGE
       01  WS-CURRENT-RECORD            PIC X(226).

       77  WS-APPLIED-COUNT             PIC 9(07) COMP VALUE 0.
       77  WS-ALREADY-COUNT             PIC 9(07) COMP VALUE 0.
       77  WS-MISMATCH-COUNT            PIC 9(07) COMP VALUE 0.
       77  WS-SKIPPED-COUNT             PIC 9(07) COMP VALUE 0.
       77  WS-OTHER-COUNT               PIC 9(07) COMP VALUE 0.
       77  WS-ARCHIVE-COUNT             PIC 9(07) COMP VALUE 0.
       77  WS-ARCHIVE-SWITCH            PIC 9(01) COMP VALUE 0.
           88  WS-READING-ARCHIVE           VALUE 1.
       77  WS-RECORD-ON-FILE            PIC 9(01) COMP VALUE 0.
       77  WS-EOF-SWITCH                PIC 9(01) COMP VALUE 0.
           88  WS-NO-MORE-RECORDS           VALUE 1.
           05  WT-SKIPPED-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(101) VALUE SPACES.

       01  WS-TRAILER-LINE5.
           05  FILLER                   PIC X(24)
               VALUE 'OTHER FILES PASSED OVER:'.
           05  WT-OTHER-COUNT           PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(101) VALUE SPACES.

       01  WS-TRAILER-LINE6.
           05  FILLER                   PIC X(24)
               VALUE 'READ FROM THE ARCHIVE:  '.
           05  WT-ARCHIVE-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(101) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
               GO TO 9999-ABORT
           END-IF.

           OPEN INPUT AUDARCH.
           IF WS-AUDARCH-OK
               SET WS-READING-ARCHIVE TO TRUE
           ELSE
               DISPLAY 'JEPRGV: NO AUDARCH ARCHIVE, STATUS='
                   WS-AUDARCH-STATUS ' - LIVE TRAIL ONLY'
           END-IF.

           OPEN OUTPUT RECRPT.

           OPEN INPUT RECCTL.
               END-IF
           END-IF.

      *ONLY ORDER IMAGES ARE REPLAYED - THE DETAIL-LINE, NOTE AND
      *BALANCE RECORDS THE JEPRHZ REPAIR LOGS CARRY OTHER FILES'
      *RECORDS AND WOULD WRECK AN ORDER IF APPLIED TO ORDFILE
           IF NOT AUDIT-ACTION-ORDER
               ADD 1 TO WS-OTHER-COUNT
               GO TO 2000-PROCESS-NEXT
           END-IF.

           PERFORM 3000-APPLY-ONE-IMAGE THRU 3000-APPLY-ONE-IMAGE-EXIT.

       2000-PROCESS-NEXT.
       2000-PROCESS-AUDIT-EXIT.
           EXIT.

      *THE ARCHIVE GENERATIONS ARE ALL OLDER THAN ANYTHING LEFT ON
      *THE LIVE TRAIL, SO READING THEM FIRST KEEPS THE REPLAY IN
      *DATE AND TIME ORDER
       2100-READ-AUDIT.
           IF WS-READING-ARCHIVE
               READ AUDARCH INTO AUDIT-RECORD
                   AT END
                       MOVE 0 TO WS-ARCHIVE-SWITCH
                       CLOSE AUDARCH
               END-READ
           END-IF.
           IF WS-READING-ARCHIVE
               ADD 1 TO WS-ARCHIVE-COUNT
               GO TO 2100-READ-AUDIT-EXIT
           END-IF.

           READ AUDIT INTO AUDIT-RECORD
               AT END
                   SET WS-NO-MORE-RECORDS TO TRUE
           MOVE WS-SKIPPED-COUNT TO WT-SKIPPED-COUNT.
           MOVE WS-TRAILER-LINE4 TO FD-RECRPT-LINE.
           WRITE FD-RECRPT-LINE.

           MOVE WS-OTHER-COUNT TO WT-OTHER-COUNT.
           MOVE WS-TRAILER-LINE5 TO FD-RECRPT-LINE.
           WRITE FD-RECRPT-LINE.

           MOVE WS-ARCHIVE-COUNT TO WT-ARCHIVE-COUNT.
           MOVE WS-TRAILER-LINE6 TO FD-RECRPT-LINE.
           WRITE FD-RECRPT-LINE.
       8000-WRITE-TRAILER-EXIT.
           EXIT.

