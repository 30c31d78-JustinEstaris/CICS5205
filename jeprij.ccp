       IDENTIFICATION DIVISION.
       PROGRAM-ID. JEPRIJ.
       AUTHOR. J ESTARIS.
       INSTALLATION. ORDER PROCESSING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      *  JEPRIJ - LOG RETENTION AND ARCHIVING                         *
      *  MOVES EVERYTHING DATED BEFORE THE CUTOFF ON THE LOGCTL       *
      *  CONTROL CARD OUT OF THE LIVE LOGS - THE AUDIT TRAIL, THE     *
      *  AUDITX CROSS-REFERENCE, THE SECLOG SECURITY LOG AND THE      *
      *  RETLOG RETURNS LOG - AND ONTO THIS RUN'S ARCHIVE GENERATION  *
      *  OF EACH (AUDARCH, AUDXARCH, SECARCH, RETARCH), WHICH THE     *
      *  JOB STREAM CATALOGUES UNDER THE RUN DATE.  THE GENERATIONS   *
      *  KEEP THE LIVE RECORD LAYOUTS, SO JEPRGV CAN REPLAY AN AUDIT  *
      *  GENERATION AHEAD OF THE LIVE TRAIL.  RETIRED AUDITX EVENTS   *
      *  ARE ALSO ADDED TO THE KEYED AUDITXH HISTORY, WHERE THE       *
      *  JEPRHJ TIMELINE STILL FINDS THEM.                            *
      *  THE ENTRY-SEQUENCED LOGS CANNOT LOSE RECORDS IN PLACE, SO    *
      *  EACH IS SPLIT INTO ITS ARCHIVE GENERATION AND A KEEP FILE    *
      *  (AUDKEEP, SECKEEP, RETKEEP), AND THE KEEP FILE IS THEN       *
      *  COPIED BACK OVER THE LIVE LOG.  AUDITX RECORDS ARE DELETED.  *
      *  THE CUTOFF MAY NOT BE LATER THAN THE FIRST OF LAST MONTH -   *
      *  THE MONTH-END JOBS (JEPRHI, JEPRID) STILL READ LAST MONTH    *
      *  OFF THE LIVE LOGS - AND RETLOG IS HELD BACK A FURTHER YEAR   *
      *  BECAUSE JEPRHY SETS EACH MONTH'S RETURNS BESIDE THE SAME     *
      *  MONTH LAST YEAR.  RUNS WITH THE ONLINE REGION DOWN AND NO    *
      *  OTHER STEP APPENDING TO THE LOGS.  A REGISTER PRINTS THE     *
      *  RECORDS READ, ARCHIVED AND KEPT AND THE FIRST AND LAST DATE  *
      *  MOVED, PER LOG.                                              *
      *  CHECKS IN WITH RUNCTL LIKE THE OTHER OVERNIGHT STEPS.  EACH  *
      *  SPLIT, COPY-BACK AND THE AUDITX PASS IS A CHECKPOINT; A      *
      *  FAILED RUN RESUMES AT THE ONE IT WAS IN, SO A LOG HALF       *
      *  COPIED BACK IS FINISHED FROM ITS KEEP FILE, NOT SPLIT AGAIN. *
      *****************************************************************
      *  MODIFICATION HISTORY                                         *
      *  DATE        INIT  DESCRIPTION                                *
      *  2026-10-15  JE    INITIAL VERSION                            *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RS-6000.
       OBJECT-COMPUTER. RS-6000.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *ONE CONTROL CARD - THE YYYYMMDD CUTOFF.  RECORDS DATED BEFORE
      *IT ARE ARCHIVED
           SELECT LOGCTL ASSIGN TO LOGCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOGCTL-STATUS.

           SELECT AUDIT ASSIGN TO AUDIT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT AUDARCH ASSIGN TO AUDARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDARCH-STATUS.

           SELECT AUDKEEP ASSIGN TO AUDKEEP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDKEEP-STATUS.

           SELECT AUDITX ASSIGN TO AUDITX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-AUDITX-KEY
               FILE STATUS IS WS-AUDITX-STATUS.

           SELECT AUDITXH ASSIGN TO AUDITXH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-AUDITXH-KEY
               FILE STATUS IS WS-AUDITXH-STATUS.

           SELECT AUDXARCH ASSIGN TO AUDXARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDXARCH-STATUS.

           SELECT SECLOG ASSIGN TO SECLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.

           SELECT SECARCH ASSIGN TO SECARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SECARCH-STATUS.

           SELECT SECKEEP ASSIGN TO SECKEEP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SECKEEP-STATUS.

           SELECT RETLOG ASSIGN TO RETLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETLOG-STATUS.

           SELECT RETARCH ASSIGN TO RETARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETARCH-STATUS.

           SELECT RETKEEP ASSIGN TO RETKEEP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETKEEP-STATUS.

           SELECT LOGREG ASSIGN TO LOGREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOGREG-STATUS.

           SELECT RUNCTL ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-RUNCTL-STEP-NAME
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  LOGCTL
           RECORD CONTAINS 8 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-LOGCTL-CUTOFF             PIC X(08).

       FD  AUDIT
           RECORD CONTAINS 492 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-AUDIT-RECORD              PIC X(492).

       FD  AUDARCH
           RECORD CONTAINS 492 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-AUDARCH-RECORD            PIC X(492).

       FD  AUDKEEP
           RECORD CONTAINS 492 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-AUDKEEP-RECORD            PIC X(492).

       FD  AUDITX
           RECORD CONTAINS 494 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-AUDITX-RECORD.
           05  FD-AUDITX-KEY            PIC X(23).
           05  FILLER                   PIC X(471).

       FD  AUDITXH
           RECORD CONTAINS 494 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-AUDITXH-RECORD.
           05  FD-AUDITXH-KEY           PIC X(23).
           05  FILLER                   PIC X(471).

       FD  AUDXARCH
           RECORD CONTAINS 494 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-AUDXARCH-RECORD           PIC X(494).

       FD  SECLOG
           RECORD CONTAINS 46 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-SECLOG-RECORD             PIC X(46).

       FD  SECARCH
           RECORD CONTAINS 46 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-SECARCH-RECORD            PIC X(46).

       FD  SECKEEP
           RECORD CONTAINS 46 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-SECKEEP-RECORD            PIC X(46).

       FD  RETLOG
           RECORD CONTAINS 49 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-RETLOG-RECORD             PIC X(49).

       FD  RETARCH
           RECORD CONTAINS 49 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-RETARCH-RECORD            PIC X(49).

       FD  RETKEEP
           RECORD CONTAINS 49 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-RETKEEP-RECORD            PIC X(49).

       FD  LOGREG
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-LOGREG-LINE               PIC X(132).

       FD  RUNCTL
           RECORD CONTAINS 70 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FD-RUNCTL-RECORD.
           05  FD-RUNCTL-STEP-NAME      PIC X(08).
           05  FILLER                   PIC X(62).

       WORKING-STORAGE SECTION.

       COPY 'AUDIT-LAYOUT'.
       COPY 'AUDITX-LAYOUT'.
       COPY 'SECLOG-LAYOUT'.
       COPY 'RETLOG-LAYOUT'.
       COPY 'RUNCTL-LAYOUT'.

       01  WS-LOGCTL-STATUS             PIC X(02) VALUE '00'.
           88  WS-LOGCTL-OK                 VALUE '00'.

       01  WS-AUDIT-STATUS              PIC X(02) VALUE '00'.
           88  WS-AUDIT-OK                  VALUE '00'.

       01  WS-AUDARCH-STATUS            PIC X(02) VALUE '00'.
           88  WS-AUDARCH-OK                VALUE '00'.

       01  WS-AUDKEEP-STATUS            PIC X(02) VALUE '00'.
           88  WS-AUDKEEP-OK                VALUE '00'.

       01  WS-AUDITX-STATUS             PIC X(02) VALUE '00'.
           88  WS-AUDITX-OK                 VALUE '00'.

       01  WS-AUDITXH-STATUS            PIC X(02) VALUE '00'.
           88  WS-AUDITXH-OK                VALUE '00'.
           88  WS-AUDITXH-DUPLICATE         VALUE '22'.

       01  WS-AUDXARCH-STATUS           PIC X(02) VALUE '00'.
           88  WS-AUDXARCH-OK               VALUE '00'.

       01  WS-SECLOG-STATUS             PIC X(02) VALUE '00'.
           88  WS-SECLOG-OK                 VALUE '00'.

       01  WS-SECARCH-STATUS            PIC X(02) VALUE '00'.
           88  WS-SECARCH-OK                VALUE '00'.

       01  WS-SECKEEP-STATUS            PIC X(02) VALUE '00'.
           88  WS-SECKEEP-OK                VALUE '00'.

       01  WS-RETLOG-STATUS             PIC X(02) VALUE '00'.
           88  WS-RETLOG-OK                 VALUE '00'.

       01  WS-RETARCH-STATUS            PIC X(02) VALUE '00'.
           88  WS-RETARCH-OK                VALUE '00'.

       01  WS-RETKEEP-STATUS            PIC X(02) VALUE '00'.
           88  WS-RETKEEP-OK                VALUE '00'.

       01  WS-LOGREG-STATUS             PIC X(02) VALUE '00'.

       01  WS-RUNCTL-STATUS             PIC X(02) VALUE '00'.
           88  WS-RUNCTL-OK                 VALUE '00'.

      *COUNTS FOR THE LOG BEING WORKED - CLEARED AT THE START OF EACH
       77  WS-LOG-READ                  PIC 9(09) COMP VALUE 0.
       77  WS-LOG-ARCHIVED              PIC 9(09) COMP VALUE 0.
       77  WS-LOG-KEPT                  PIC 9(09) COMP VALUE 0.
       77  WS-COPIED-COUNT              PIC 9(09) COMP VALUE 0.
       77  WS-LOG-COUNT                 PIC 9(07) COMP VALUE 0.
       77  WS-TOTAL-ARCHIVED            PIC 9(09) COMP VALUE 0.
       77  WS-EOF-SWITCH                PIC 9(01) COMP VALUE 0.
           88  WS-NO-MORE-RECORDS           VALUE 1.
       77  WS-RESTART-SWITCH            PIC 9(01) COMP VALUE 0.
           88  WS-RESTARTING                VALUE 1.

      *THE CHECKPOINTS, IN THE ORDER THE RUN TAKES THEM.  RUNCTL
      *KEEPS HOW MANY ARE DONE; A RESTART SKIPS THAT MANY
      *  1 AUDIT SPLIT          2 AUDIT COPY-BACK
      *  3 AUDITX RETIRED
      *  4 SECLOG SPLIT         5 SECLOG COPY-BACK
      *  6 RETLOG SPLIT         7 RETLOG COPY-BACK
       77  WS-SKIP-COUNT                PIC 9(09) COMP VALUE 0.
       77  WS-PHASES-DONE               PIC 9(09) COMP VALUE 0.
       01  WS-CHECKPOINT-LOG            PIC X(08) VALUE SPACES.

       01  WS-RUN-DATE                  PIC X(08) VALUE SPACES.
       01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR              PIC 9(04).
           05  WS-RUN-MONTH             PIC 9(02).
           05  WS-RUN-DAY               PIC 9(02).
       01  WS-RUN-TIME.
           05  WS-RUN-TIME-HHMMSS       PIC X(06).
           05  FILLER                   PIC X(02).
       01  WS-WINDOW-DATE               PIC X(08) VALUE SPACES.

       01  WS-CUTOFF-DATE               PIC X(08) VALUE SPACES.
       01  WS-RETLOG-CUTOFF             PIC X(08) VALUE SPACES.

      *THE LATEST CUTOFF ALLOWED - THE FIRST OF LAST MONTH - AND THE
      *SAME DAY A YEAR EARLIER, BELOW WHICH RETLOG IS NEVER CUT
       01  WS-FLOOR-DATE.
           05  WS-FL-YEAR               PIC 9(04).
           05  WS-FL-MONTH              PIC 9(02).
           05  WS-FL-DAY                PIC 9(02).
       01  WS-RETLOG-FLOOR.
           05  WS-RF-YEAR               PIC 9(04).
           05  WS-RF-MONTH              PIC 9(02).
           05  WS-RF-DAY                PIC 9(02).

      *THE LOG BEING WORKED AND THE DATE RANGE MOVED OFF IT
       01  WS-LOG-NAME                  PIC X(08) VALUE SPACES.
       01  WS-LOG-CUTOFF                PIC X(08) VALUE SPACES.
       01  WS-ARCHIVE-NAME              PIC X(08) VALUE SPACES.
       01  WS-RECORD-DATE               PIC X(08) VALUE SPACES.
       01  WS-FIRST-DATE                PIC X(08) VALUE SPACES.
       01  WS-LAST-DATE                 PIC X(08) VALUE SPACES.

       01  WS-HEADING-LINE1.
           05  FILLER                   PIC X(45) VALUE
               'L O G   R E T E N T I O N   R E G I S T E R'.
           05  FILLER                   PIC X(14)
               VALUE '  GENERATION: '.
           05  WH-RUN-DATE              PIC X(08).
           05  FILLER                   PIC X(10)
               VALUE '  CUTOFF: '.
           05  WH-CUTOFF-DATE           PIC X(08).
           05  FILLER                   PIC X(47) VALUE SPACES.

       01  WS-HEADING-LINE2.
           05  FILLER                   PIC X(10) VALUE 'LOG'.
           05  FILLER                   PIC X(10) VALUE 'CUTOFF'.
           05  FILLER                   PIC X(13) VALUE '       READ'.
           05  FILLER                   PIC X(13) VALUE '   ARCHIVED'.
           05  FILLER                   PIC X(13) VALUE '       KEPT'.
           05  FILLER                   PIC X(10) VALUE 'FIRST'.
           05  FILLER                   PIC X(10) VALUE 'LAST'.
           05  FILLER                   PIC X(08) VALUE 'ARCHIVE'.
           05  FILLER                   PIC X(45) VALUE SPACES.

       01  WS-REGISTER-LINE.
           05  WR-LOG-NAME              PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WR-CUTOFF                PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WR-READ                  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WR-ARCHIVED              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WR-KEPT                  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WR-FIRST-DATE            PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WR-LAST-DATE             PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WR-ARCHIVE-NAME          PIC X(08).
           05  FILLER                   PIC X(45) VALUE SPACES.

       01  WS-RETLOG-NOTE-LINE.
           05  FILLER                   PIC X(22)
               VALUE 'RETLOG CUTOFF HELD TO '.
           05  WN-RETLOG-CUTOFF         PIC X(08).
           05  FILLER                   PIC X(42)
               VALUE ' - THE JEPRHY COMPARISON MONTH STAYS LIVE'.
           05  FILLER                   PIC X(60) VALUE SPACES.

       01  WS-RESTART-LINE.
           05  FILLER                   PIC X(44)
               VALUE 'PRIOR RUN DID NOT COMPLETE - RESUMED AFTER '.
           05  WS-RESTART-LOG           PIC X(08).
           05  FILLER                   PIC X(80) VALUE SPACES.

       01  WS-TRAILER-LINE.
           05  FILLER                   PIC X(16)
               VALUE 'LOGS PROCESSED:'.
           05  WT-LOG-COUNT             PIC ZZ9.
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  FILLER                   PIC X(18)
               VALUE 'RECORDS ARCHIVED:'.
           05  WT-TOTAL-ARCHIVED        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(79) VALUE SPACES.

       01  WS-BLANK-LINE                PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-SPLIT-AUDIT THRU 2000-SPLIT-AUDIT-EXIT.
           PERFORM 2500-COPY-BACK-AUDIT THRU 2500-COPY-BACK-AUDIT-EXIT.
           PERFORM 3000-RETIRE-AUDITX THRU 3000-RETIRE-AUDITX-EXIT.
           PERFORM 4000-SPLIT-SECLOG THRU 4000-SPLIT-SECLOG-EXIT.
           PERFORM 4500-COPY-BACK-SECLOG
               THRU 4500-COPY-BACK-SECLOG-EXIT.
           PERFORM 5000-SPLIT-RETLOG THRU 5000-SPLIT-RETLOG-EXIT.
           PERFORM 5500-COPY-BACK-RETLOG
               THRU 5500-COPY-BACK-RETLOG-EXIT.
           PERFORM 8000-WRITE-TRAILER THRU 8000-WRITE-TRAILER-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           GOBACK.

      *THE CARD IS CHECKED BEFORE THE STEP CHECKS IN, SO A BAD CARD
      *NEVER LEAVES THE STEP MARKED RUNNING
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT LOGCTL.
           IF NOT WS-LOGCTL-OK
               DISPLAY 'JEPRIJ: LOGCTL OPEN FAILED, STATUS='
                   WS-LOGCTL-STATUS
               GO TO 9999-ABORT
           END-IF.

           READ LOGCTL INTO WS-CUTOFF-DATE
               AT END
                   DISPLAY 'JEPRIJ: LOGCTL CUTOFF CARD IS MISSING'
                   CLOSE LOGCTL
                   GO TO 9999-ABORT
           END-READ.
           CLOSE LOGCTL.

           IF WS-CUTOFF-DATE IS NOT NUMERIC
               DISPLAY 'JEPRIJ: LOGCTL CUTOFF MUST BE YYYYMMDD, GOT '
                   WS-CUTOFF-DATE
               GO TO 9999-ABORT
           END-IF.

           MOVE WS-RUN-YEAR TO WS-FL-YEAR.
           MOVE WS-RUN-MONTH TO WS-FL-MONTH.
           MOVE 1 TO WS-FL-DAY.
           IF WS-FL-MONTH = 1
               MOVE 12 TO WS-FL-MONTH
               SUBTRACT 1 FROM WS-FL-YEAR
           ELSE
               SUBTRACT 1 FROM WS-FL-MONTH
           END-IF.

           IF WS-CUTOFF-DATE > WS-FLOOR-DATE
               DISPLAY 'JEPRIJ: LOGCTL CUTOFF ' WS-CUTOFF-DATE
                   ' IS LATER THAN ' WS-FLOOR-DATE
                   ' - MONTH-END STILL NEEDS THOSE RECORDS'
               GO TO 9999-ABORT
           END-IF.

           MOVE WS-FLOOR-DATE TO WS-RETLOG-FLOOR.
           SUBTRACT 1 FROM WS-RF-YEAR.
           MOVE WS-CUTOFF-DATE TO WS-RETLOG-CUTOFF.
           IF WS-RETLOG-CUTOFF > WS-RETLOG-FLOOR
               MOVE WS-RETLOG-FLOOR TO WS-RETLOG-CUTOFF
           END-IF.

           PERFORM 7000-RUNCTL-CHECKIN THRU 7000-RUNCTL-CHECKIN-EXIT.

      *A RESTART EXTENDS THE REGISTER SO THE LINES ALREADY PRINTED
      *FOR THE LOGS THE FAILED RUN FINISHED ARE NOT LOST
           IF WS-RESTARTING
               OPEN EXTEND LOGREG
               MOVE WS-CHECKPOINT-LOG TO WS-RESTART-LOG
               MOVE WS-BLANK-LINE TO FD-LOGREG-LINE
               WRITE FD-LOGREG-LINE
               MOVE WS-RESTART-LINE TO FD-LOGREG-LINE
               WRITE FD-LOGREG-LINE
           ELSE
               OPEN OUTPUT LOGREG
               MOVE WS-RUN-DATE TO WH-RUN-DATE
               MOVE WS-CUTOFF-DATE TO WH-CUTOFF-DATE
               MOVE WS-HEADING-LINE1 TO FD-LOGREG-LINE
               WRITE FD-LOGREG-LINE
               MOVE WS-HEADING-LINE2 TO FD-LOGREG-LINE
               WRITE FD-LOGREG-LINE
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      *****************************************************************
      *  AUDIT TRAIL                                                  *
      *****************************************************************
      *SPLITS THE LIVE TRAIL - OLDER RECORDS TO THE ARCHIVE
      *GENERATION, THE REST TO AUDKEEP.  THE LIVE TRAIL IS ONLY READ,
      *SO A SPLIT THAT FAILS PART WAY IS SIMPLY DONE AGAIN
       2000-SPLIT-AUDIT.
           IF WS-SKIP-COUNT NOT < 1
               GO TO 2000-SPLIT-AUDIT-EXIT
           END-IF.

           OPEN INPUT AUDIT.
           IF NOT WS-AUDIT-OK
               DISPLAY 'JEPRIJ: AUDIT OPEN FAILED, STATUS='
                   WS-AUDIT-STATUS
               GO TO 9999-ABORT
           END-IF.

           OPEN OUTPUT AUDARCH.
           IF NOT WS-AUDARCH-OK
               DISPLAY 'JEPRIJ: AUDARCH OPEN FAILED, STATUS='
                   WS-AUDARCH-STATUS
               GO TO 9999-ABORT
           END-IF.

           OPEN OUTPUT AUDKEEP.
           IF NOT WS-AUDKEEP-OK
               DISPLAY 'JEPRIJ: AUDKEEP OPEN FAILED, STATUS='
                   WS-AUDKEEP-STATUS
               GO TO 9999-ABORT
           END-IF.

           MOVE 'AUDIT' TO WS-LOG-NAME.
           MOVE WS-CUTOFF-DATE TO WS-LOG-CUTOFF.
           MOVE 'AUDARCH' TO WS-ARCHIVE-NAME.
           PERFORM 6000-START-LOG THRU 6000-START-LOG-EXIT.

           PERFORM 2100-SPLIT-ONE-AUDIT THRU 2100-SPLIT-ONE-AUDIT-EXIT
               UNTIL WS-NO-MORE-RECORDS.

           CLOSE AUDIT.
           CLOSE AUDARCH.
           CLOSE AUDKEEP.
           PERFORM 6200-WRITE-REGISTER-LINE
               THRU 6200-WRITE-REGISTER-LINE-EXIT.

           MOVE 1 TO WS-PHASES-DONE.
           PERFORM 7100-RUNCTL-CHECKPOINT
               THRU 7100-RUNCTL-CHECKPOINT-EXIT.
       2000-SPLIT-AUDIT-EXIT.
           EXIT.

       2100-SPLIT-ONE-AUDIT.
           READ AUDIT INTO AUDIT-RECORD
               AT END
                   SET WS-NO-MORE-RECORDS TO TRUE
                   GO TO 2100-SPLIT-ONE-AUDIT-EXIT
           END-READ.
           ADD 1 TO WS-LOG-READ.

           IF AUDIT-DATE < WS-LOG-CUTOFF
               WRITE FD-AUDARCH-RECORD FROM AUDIT-RECORD
               MOVE AUDIT-DATE TO WS-RECORD-DATE
               PERFORM 6100-NOTE-ARCHIVED THRU 6100-NOTE-ARCHIVED-EXIT
           ELSE
               WRITE FD-AUDKEEP-RECORD FROM AUDIT-RECORD
               ADD 1 TO WS-LOG-KEPT
           END-IF.
       2100-SPLIT-ONE-AUDIT-EXIT.
           EXIT.

      *REPLACES THE LIVE TRAIL WITH WHAT WAS KEPT.  AUDKEEP IS NOT
      *TOUCHED, SO A COPY-BACK THAT FAILS PART WAY IS DONE AGAIN
      *FROM THE TOP
       2500-COPY-BACK-AUDIT.
           IF WS-SKIP-COUNT NOT < 2
               GO TO 2500-COPY-BACK-AUDIT-EXIT
           END-IF.

           OPEN INPUT AUDKEEP.
           IF NOT WS-AUDKEEP-OK
               DISPLAY 'JEPRIJ: AUDKEEP OPEN FAILED, STATUS='
                   WS-AUDKEEP-STATUS
               GO TO 9999-ABORT
           END-IF.

           OPEN OUTPUT AUDIT.
           IF NOT WS-AUDIT-OK
               DISPLAY 'JEPRIJ: AUDIT OPEN FAILED, STATUS='
                   WS-AUDIT-STATUS
               GO TO 9999-ABORT
           END-IF.

           MOVE 0 TO WS-COPIED-COUNT.
           MOVE 0 TO WS-EOF-SWITCH.
           PERFORM 2600-COPY-ONE-AUDIT THRU 2600-COPY-ONE-AUDIT-EXIT
               UNTIL WS-NO-MORE-RECORDS.

           CLOSE AUDKEEP.
           CLOSE AUDIT.
           DISPLAY 'JEPRIJ: AUDIT RECORDS COPIED BACK='
               WS-COPIED-COUNT.

           MOVE 2 TO WS-PHASES-DONE.
           MOVE 'AUDIT' TO WS-CHECKPOINT-LOG.
           PERFORM 7100-RUNCTL-CHECKPOINT
               THRU 7100-RUNCTL-CHECKPOINT-EXIT.
       2500-COPY-BACK-AUDIT-EXIT.
           EXIT.

       2600-COPY-ONE-AUDIT.
           READ AUDKEEP INTO AUDIT-RECORD
               AT END
                   SET WS-NO-MORE-RECORDS TO TRUE
                   GO TO 2600-COPY-ONE-AUDIT-EXIT
           END-READ.
           WRITE FD-AUDIT-RECORD FROM AUDIT-RECORD.
           ADD 1 TO WS-COPIED-COUNT.
       2600-COPY-ONE-AUDIT-EXIT.
           EXIT.

      *****************************************************************
      *  AUDITX CROSS-REFERENCE                                       *
      *****************************************************************
      *RETIRES THE OLDER EVENTS FROM THE KEYED CROSS-REFERENCE - EACH
      *IS ADDED TO THE AUDITXH HISTORY, WRITTEN TO THE ARCHIVE
      *GENERATION AND DELETED.  ONE ALREADY ON AUDITXH WAS MOVED BY A
      *FAILED RUN THAT DID NOT GET AS FAR AS THE DELETE - IT IS
      *DELETED WITHOUT BEING WRITTEN TO THE GENERATION A SECOND TIME,
      *AND A RESTART EXTENDS THE GENERATION RATHER THAN REWRITING IT
       3000-RETIRE-AUDITX.
           IF WS-SKIP-COUNT NOT < 3
               GO TO 3000-RETIRE-AUDITX-EXIT
           END-IF.

           OPEN I-O AUDITX.
           IF NOT WS-AUDITX-OK
               DISPLAY 'JEPRIJ: AUDITX OPEN FAILED, STATUS='
                   WS-AUDITX-STATUS
               GO TO 9999-ABORT
           END-IF.

           OPEN I-O AUDITXH.
           IF NOT WS-AUDITXH-OK
               DISPLAY 'JEPRIJ: AUDITXH OPEN FAILED, STATUS='
                   WS-AUDITXH-STATUS
               GO TO 9999-ABORT
           END-IF.

           IF WS-RESTARTING AND WS-SKIP-COUNT = 2
               OPEN EXTEND AUDXARCH
           ELSE
               OPEN OUTPUT AUDXARCH
           END-IF.
           IF NOT WS-AUDXARCH-OK
               DISPLAY 'JEPRIJ: AUDXARCH OPEN FAILED, STATUS='
                   WS-AUDXARCH-STATUS
               GO TO 9999-ABORT
           END-IF.

           MOVE 'AUDITX' TO WS-LOG-NAME.
           MOVE WS-CUTOFF-DATE TO WS-LOG-CUTOFF.
           MOVE 'AUDXARCH' TO WS-ARCHIVE-NAME.
           PERFORM 6000-START-LOG THRU 6000-START-LOG-EXIT.

           MOVE LOW-VALUES TO FD-AUDITX-KEY.
           START AUDITX KEY IS NOT LESS THAN FD-AUDITX-KEY
               INVALID KEY
                   SET WS-NO-MORE-RECORDS TO TRUE
           END-START.

           PERFORM 3100-RETIRE-ONE-EVENT THRU 3100-RETIRE-ONE-EVENT-EXIT
               UNTIL WS-NO-MORE-RECORDS.

           CLOSE AUDITX.
           CLOSE AUDITXH.
           CLOSE AUDXARCH.
           PERFORM 6200-WRITE-REGISTER-LINE
               THRU 6200-WRITE-REGISTER-LINE-EXIT.

           MOVE 3 TO WS-PHASES-DONE.
           MOVE 'AUDITX' TO WS-CHECKPOINT-LOG.
           PERFORM 7100-RUNCTL-CHECKPOINT
               THRU 7100-RUNCTL-CHECKPOINT-EXIT.
       3000-RETIRE-AUDITX-EXIT.
           EXIT.

       3100-RETIRE-ONE-EVENT.
           READ AUDITX NEXT RECORD INTO AUDITX-RECORD
               AT END
                   SET WS-NO-MORE-RECORDS TO TRUE
                   GO TO 3100-RETIRE-ONE-EVENT-EXIT
           END-READ.
           ADD 1 TO WS-LOG-READ.

           IF AUDITX-DATE NOT < WS-LOG-CUTOFF
               ADD 1 TO WS-LOG-KEPT
               GO TO 3100-RETIRE-ONE-EVENT-EXIT
           END-IF.

           WRITE FD-AUDITXH-RECORD FROM AUDITX-RECORD.
           IF NOT WS-AUDITXH-OK AND NOT WS-AUDITXH-DUPLICATE
               DISPLAY 'JEPRIJ: AUDITXH WRITE FAILED, STATUS='
                   WS-AUDITXH-STATUS ' KEY=' AUDITX-KEY
               GO TO 9999-ABORT
           END-IF.
           IF WS-AUDITXH-OK
               WRITE FD-AUDXARCH-RECORD FROM AUDITX-RECORD
           END-IF.

           MOVE AUDITX-KEY TO FD-AUDITX-KEY.
           DELETE AUDITX RECORD
               INVALID KEY
                   DISPLAY 'JEPRIJ: AUDITX DELETE FAILED, STATUS='
                       WS-AUDITX-STATUS ' KEY=' AUDITX-KEY
                   GO TO 9999-ABORT
           END-DELETE.

           MOVE AUDITX-DATE TO WS-RECORD-DATE.
           PERFORM 6100-NOTE-ARCHIVED THRU 6100-NOTE-ARCHIVED-EXIT.
       3100-RETIRE-ONE-EVENT-EXIT.
           EXIT.

      *****************************************************************
      *  SECLOG SECURITY LOG                                          *
      *****************************************************************
       4000-SPLIT-SECLOG.
           IF WS-SKIP-COUNT NOT < 4
               GO TO 4000-SPLIT-SECLOG-EXIT
           END-IF.

           OPEN INPUT SECLOG.
           IF NOT WS-SECLOG-OK
               DISPLAY 'JEPRIJ: SECLOG OPEN FAILED, STATUS='
                   WS-SECLOG-STATUS
               GO TO 9999-ABORT
           END-IF.

           OPEN OUTPUT SECARCH.
           IF NOT WS-SECARCH-OK
               DISPLAY 'JEPRIJ: SECARCH OPEN FAILED, STATUS='
                   WS-SECARCH-STATUS
               GO TO 9999-ABORT
           END-IF.

           OPEN OUTPUT SECKEEP.
           IF NOT WS-SECKEEP-OK
               DISPLAY 'JEPRIJ: SECKEEP OPEN FAILED, STATUS='
                   WS-SECKEEP-STATUS
               GO TO 9999-ABORT
           END-IF.

           MOVE 'SECLOG' TO WS-LOG-NAME.
           MOVE WS-CUTOFF-DATE TO WS-LOG-CUTOFF.
           MOVE 'SECARCH' TO WS-ARCHIVE-NAME.
           PERFORM 6000-START-LOG THRU 6000-START-LOG-EXIT.

           PERFORM 4100-SPLIT-ONE-SECLOG
               THRU 4100-SPLIT-ONE-SECLOG-EXIT
               UNTIL WS-NO-MORE-RECORDS.

           CLOSE SECLOG.
           CLOSE SECARCH.
           CLOSE SECKEEP.
           PERFORM 6200-WRITE-REGISTER-LINE
               THRU 6200-WRITE-REGISTER-LINE-EXIT.

           MOVE 4 TO WS-PHASES-DONE.
           PERFORM 7100-RUNCTL-CHECKPOINT
               THRU 7100-RUNCTL-CHECKPOINT-EXIT.
       4000-SPLIT-SECLOG-EXIT.
           EXIT.

       4100-SPLIT-ONE-SECLOG.
           READ SECLOG INTO SECLOG-RECORD
               AT END
                   SET WS-NO-MORE-RECORDS TO TRUE
                   GO TO 4100-SPLIT-ONE-SECLOG-EXIT
           END-READ.
           ADD 1 TO WS-LOG-READ.

           IF SECLOG-DATE < WS-LOG-CUTOFF
               WRITE FD-SECARCH-RECORD FROM SECLOG-RECORD
               MOVE SECLOG-DATE TO WS-RECORD-DATE
               PERFORM 6100-NOTE-ARCHIVED THRU 6100-NOTE-ARCHIVED-EXIT
           ELSE
               WRITE FD-SECKEEP-RECORD FROM SECLOG-RECORD
               ADD 1 TO WS-LOG-KEPT
           END-IF.
       4100-SPLIT-ONE-SECLOG-EXIT.
           EXIT.

       4500-COPY-BACK-SECLOG.
           IF WS-SKIP-COUNT NOT < 5
               GO TO 4500-COPY-BACK-SECLOG-EXIT
           END-IF.

           OPEN INPUT SECKEEP.
           IF NOT WS-SECKEEP-OK
               DISPLAY 'JEPRIJ: SECKEEP OPEN FAILED, STATUS='
                   WS-SECKEEP-STATUS
               GO TO 9999-ABORT
           END-IF.

           OPEN OUTPUT SECLOG.
           IF NOT WS-SECLOG-OK
               DISPLAY 'JEPRIJ: SECLOG OPEN FAILED, STATUS='
                   WS-SECLOG-STATUS
               GO TO 9999-ABORT
           END-IF.

           MOVE 0 TO WS-COPIED-COUNT.
           MOVE 0 TO WS-EOF-SWITCH.
           PERFORM 4600-COPY-ONE-SECLOG THRU 4600-COPY-ONE-SECLOG-EXIT
               UNTIL WS-NO-MORE-RECORDS.

           CLOSE SECKEEP.
           CLOSE SECLOG.
           DISPLAY 'JEPRIJ: SECLOG RECORDS COPIED BACK='
               WS-COPIED-COUNT.

           MOVE 5 TO WS-PHASES-DONE.
           MOVE 'SECLOG' TO WS-CHECKPOINT-LOG.
           PERFORM 7100-RUNCTL-CHECKPOINT
               THRU 7100-RUNCTL-CHECKPOINT-EXIT.
       4500-COPY-BACK-SECLOG-EXIT.
           EXIT.

       4600-COPY-ONE-SECLOG.
           READ SECKEEP INTO SECLOG-RECORD
               AT END
                   SET WS-NO-MORE-RECORDS TO TRUE
                   GO TO 4600-COPY-ONE-SECLOG-EXIT
           END-READ.
           WRITE FD-SECLOG-RECORD FROM SECLOG-RECORD.
           ADD 1 TO WS-COPIED-COUNT.
       4600-COPY-ONE-SECLOG-EXIT.
           EXIT.

      *****************************************************************
      *  RETLOG RETURNS LOG                                           *
      *****************************************************************
      *SPLIT AT THE RETLOG CUTOFF, WHICH IS NEVER LATER THAN THE
      *JEPRHY COMPARISON MONTH - THE REGISTER SAYS WHEN IT WAS HELD
       5000-SPLIT-RETLOG.
           IF WS-SKIP-COUNT NOT < 6
               GO TO 5000-SPLIT-RETLOG-EXIT
           END-IF.

           OPEN INPUT RETLOG.
           IF NOT WS-RETLOG-OK
               DISPLAY 'JEPRIJ: RETLOG OPEN FAILED, STATUS='
                   WS-RETLOG-STATUS
               GO TO 9999-ABORT
           END-IF.

           OPEN OUTPUT RETARCH.
           IF NOT WS-RETARCH-OK
               DISPLAY 'JEPRIJ: RETARCH OPEN FAILED, STATUS='
                   WS-RETARCH-STATUS
               GO TO 9999-ABORT
           END-IF.

           OPEN OUTPUT RETKEEP.
           IF NOT WS-RETKEEP-OK
               DISPLAY 'JEPRIJ: RETKEEP OPEN FAILED, STATUS='
                   WS-RETKEEP-STATUS
               GO TO 9999-ABORT
           END-IF.

           MOVE 'RETLOG' TO WS-LOG-NAME.
           MOVE WS-RETLOG-CUTOFF TO WS-LOG-CUTOFF.
           MOVE 'RETARCH' TO WS-ARCHIVE-NAME.
           PERFORM 6000-START-LOG THRU 6000-START-LOG-EXIT.

           PERFORM 5100-SPLIT-ONE-RETLOG
               THRU 5100-SPLIT-ONE-RETLOG-EXIT
               UNTIL WS-NO-MORE-RECORDS.

           CLOSE RETLOG.
           CLOSE RETARCH.
           CLOSE RETKEEP.
           PERFORM 6200-WRITE-REGISTER-LINE
               THRU 6200-WRITE-REGISTER-LINE-EXIT.

           IF WS-RETLOG-CUTOFF NOT = WS-CUTOFF-DATE
               MOVE WS-RETLOG-CUTOFF TO WN-RETLOG-CUTOFF
               MOVE WS-RETLOG-NOTE-LINE TO FD-LOGREG-LINE
               WRITE FD-LOGREG-LINE
           END-IF.

           MOVE 6 TO WS-PHASES-DONE.
           PERFORM 7100-RUNCTL-CHECKPOINT
               THRU 7100-RUNCTL-CHECKPOINT-EXIT.
       5000-SPLIT-RETLOG-EXIT.
           EXIT.

       5100-SPLIT-ONE-RETLOG.
           READ RETLOG INTO RETLOG-RECORD
               AT END
                   SET WS-NO-MORE-RECORDS TO TRUE
                   GO TO 5100-SPLIT-ONE-RETLOG-EXIT
           END-READ.
           ADD 1 TO WS-LOG-READ.

           IF RETLOG-DATE < WS-LOG-CUTOFF
               WRITE FD-RETARCH-RECORD FROM RETLOG-RECORD
               MOVE RETLOG-DATE TO WS-RECORD-DATE
               PERFORM 6100-NOTE-ARCHIVED THRU 6100-NOTE-ARCHIVED-EXIT
           ELSE
               WRITE FD-RETKEEP-RECORD FROM RETLOG-RECORD
               ADD 1 TO WS-LOG-KEPT
           END-IF.
       5100-SPLIT-ONE-RETLOG-EXIT.
           EXIT.

       5500-COPY-BACK-RETLOG.
           IF WS-SKIP-COUNT NOT < 7
               GO TO 5500-COPY-BACK-RETLOG-EXIT
           END-IF.

           OPEN INPUT RETKEEP.
           IF NOT WS-RETKEEP-OK
               DISPLAY 'JEPRIJ: RETKEEP OPEN FAILED, STATUS='
                   WS-RETKEEP-STATUS
               GO TO 9999-ABORT
           END-IF.

           OPEN OUTPUT RETLOG.
           IF NOT WS-RETLOG-OK
               DISPLAY 'JEPRIJ: RETLOG OPEN FAILED, STATUS='
                   WS-RETLOG-STATUS
               GO TO 9999-ABORT
           END-IF.

           MOVE 0 TO WS-COPIED-COUNT.
           MOVE 0 TO WS-EOF-SWITCH.
           PERFORM 5600-COPY-ONE-RETLOG THRU 5600-COPY-ONE-RETLOG-EXIT
               UNTIL WS-NO-MORE-RECORDS.

           CLOSE RETKEEP.
           CLOSE RETLOG.
           DISPLAY 'JEPRIJ: RETLOG RECORDS COPIED BACK='
               WS-COPIED-COUNT.

           MOVE 7 TO WS-PHASES-DONE.
           MOVE 'RETLOG' TO WS-CHECKPOINT-LOG.
           PERFORM 7100-RUNCTL-CHECKPOINT
               THRU 7100-RUNCTL-CHECKPOINT-EXIT.
       5500-COPY-BACK-RETLOG-EXIT.
           EXIT.

       5600-COPY-ONE-RETLOG.
           READ RETKEEP INTO RETLOG-RECORD
               AT END
                   SET WS-NO-MORE-RECORDS TO TRUE
                   GO TO 5600-COPY-ONE-RETLOG-EXIT
           END-READ.
           WRITE FD-RETLOG-RECORD FROM RETLOG-RECORD.
           ADD 1 TO WS-COPIED-COUNT.
       5600-COPY-ONE-RETLOG-EXIT.
           EXIT.

      *****************************************************************
      *  REGISTER                                                     *
      *****************************************************************
       6000-START-LOG.
           MOVE 0 TO WS-LOG-READ.
           MOVE 0 TO WS-LOG-ARCHIVED.
           MOVE 0 TO WS-LOG-KEPT.
           MOVE 0 TO WS-EOF-SWITCH.
           MOVE SPACES TO WS-FIRST-DATE.
           MOVE SPACES TO WS-LAST-DATE.
           MOVE WS-LOG-NAME TO WS-CHECKPOINT-LOG.
       6000-START-LOG-EXIT.
           EXIT.

      *COUNTS AN ARCHIVED RECORD AND WIDENS THE DATE RANGE MOVED.
      *AUDITX IS IN INVOICE ORDER, NOT DATE ORDER, SO THE RANGE IS
      *THE LOWEST AND HIGHEST DATE SEEN RATHER THAN THE FIRST AND LAST
       6100-NOTE-ARCHIVED.
           ADD 1 TO WS-LOG-ARCHIVED.
           IF WS-FIRST-DATE = SPACES OR WS-RECORD-DATE < WS-FIRST-DATE
               MOVE WS-RECORD-DATE TO WS-FIRST-DATE
           END-IF.
           IF WS-LAST-DATE = SPACES OR WS-RECORD-DATE > WS-LAST-DATE
               MOVE WS-RECORD-DATE TO WS-LAST-DATE
           END-IF.
       6100-NOTE-ARCHIVED-EXIT.
           EXIT.

       6200-WRITE-REGISTER-LINE.
           MOVE WS-LOG-NAME TO WR-LOG-NAME.
           MOVE WS-LOG-CUTOFF TO WR-CUTOFF.
           MOVE WS-LOG-READ TO WR-READ.
           MOVE WS-LOG-ARCHIVED TO WR-ARCHIVED.
           MOVE WS-LOG-KEPT TO WR-KEPT.
           MOVE WS-FIRST-DATE TO WR-FIRST-DATE.
           MOVE WS-LAST-DATE TO WR-LAST-DATE.
           MOVE WS-ARCHIVE-NAME TO WR-ARCHIVE-NAME.
           MOVE WS-REGISTER-LINE TO FD-LOGREG-LINE.
           WRITE FD-LOGREG-LINE.

           ADD 1 TO WS-LOG-COUNT.
           ADD WS-LOG-ARCHIVED TO WS-TOTAL-ARCHIVED.
           DISPLAY 'JEPRIJ: ' WS-LOG-NAME ' READ=' WS-LOG-READ
               ' ARCHIVED=' WS-LOG-ARCHIVED ' KEPT=' WS-LOG-KEPT.
       6200-WRITE-REGISTER-LINE-EXIT.
           EXIT.

      *CHECKS THIS STEP IN WITH THE RUN-CONTROL FILE.  A STEP ALREADY
      *MARKED COMPLETE IN TONIGHT'S WINDOW IS REFUSED OUTRIGHT; ONE
      *STILL MARKED RUNNING MEANS THE PRIOR RUN ABENDED, SO THE SAVED
      *COUNT OF CHECKPOINTS PASSED IS RESTORED AND THE RUN RESUMES
      *AT THE SPLIT OR COPY-BACK IT WAS IN
       7000-RUNCTL-CHECKIN.
           ACCEPT WS-RUN-TIME FROM TIME.

           OPEN I-O RUNCTL.
           IF NOT WS-RUNCTL-OK
               DISPLAY 'JEPRIJ: RUNCTL OPEN FAILED, STATUS='
                   WS-RUNCTL-STATUS
               GO TO 9999-ABORT
           END-IF.

           MOVE 'WINDOW  ' TO FD-RUNCTL-STEP-NAME.
           READ RUNCTL INTO RUNCTL-RECORD
               INVALID KEY
                   MOVE WS-RUN-DATE TO WS-WINDOW-DATE
               NOT INVALID KEY
                   MOVE RUNCTL-WINDOW-DATE TO WS-WINDOW-DATE
           END-READ.

           MOVE 'JEPRIJ  ' TO FD-RUNCTL-STEP-NAME.
           READ RUNCTL INTO RUNCTL-RECORD
               INVALID KEY
                   PERFORM 7010-RUNCTL-ADD-STEP
                       THRU 7010-RUNCTL-ADD-STEP-EXIT
                   GO TO 7000-RUNCTL-CHECKIN-EXIT
           END-READ.

           IF RUNCTL-WINDOW-DATE = WS-WINDOW-DATE
               AND RUNCTL-ST-COMPLETE
               DISPLAY 'JEPRIJ: STEP ALREADY COMPLETE IN THIS '
                   'WINDOW - RUN REFUSED'
               CLOSE RUNCTL
               GO TO 9999-ABORT
           END-IF.

           IF RUNCTL-WINDOW-DATE = WS-WINDOW-DATE
               AND RUNCTL-ST-RUNNING
               SET WS-RESTARTING TO TRUE
               MOVE RUNCTL-RECORD-COUNT TO WS-SKIP-COUNT
               MOVE RUNCTL-RECORD-COUNT TO WS-PHASES-DONE
               MOVE RUNCTL-LAST-KEY(1:8) TO WS-CHECKPOINT-LOG
               DISPLAY 'JEPRIJ: PRIOR RUN DID NOT COMPLETE - '
                   'RESUMING PAST CHECKPOINT ' WS-SKIP-COUNT
           ELSE
               MOVE 0 TO RUNCTL-RECORD-COUNT
               MOVE SPACES TO RUNCTL-LAST-KEY
           END-IF.

           MOVE WS-WINDOW-DATE TO RUNCTL-WINDOW-DATE.
           MOVE 'RUNNING' TO RUNCTL-STATUS.
           MOVE WS-RUN-DATE TO RUNCTL-START-DATE.
           MOVE WS-RUN-TIME-HHMMSS TO RUNCTL-START-TIME.
           MOVE SPACES TO RUNCTL-END-DATE.
           MOVE SPACES TO RUNCTL-END-TIME.
           REWRITE FD-RUNCTL-RECORD FROM RUNCTL-RECORD.
       7000-RUNCTL-CHECKIN-EXIT.
           EXIT.

       7010-RUNCTL-ADD-STEP.
           MOVE SPACES TO RUNCTL-RECORD.
           MOVE 'JEPRIJ  ' TO RUNCTL-STEP-NAME.
           MOVE WS-WINDOW-DATE TO RUNCTL-WINDOW-DATE.
           MOVE 'RUNNING' TO RUNCTL-STATUS.
           MOVE WS-RUN-DATE TO RUNCTL-START-DATE.
           MOVE WS-RUN-TIME-HHMMSS TO RUNCTL-START-TIME.
           MOVE 0 TO RUNCTL-RECORD-COUNT.
           MOVE SPACES TO RUNCTL-LAST-KEY.
           WRITE FD-RUNCTL-RECORD FROM RUNCTL-RECORD.
       7010-RUNCTL-ADD-STEP-EXIT.
           EXIT.

      *SAVES A CHECKPOINT AS EACH SPLIT, COPY-BACK OR THE AUDITX PASS
      *FINISHES - HOW MANY ARE DONE AND THE LOG JUST FINISHED
       7100-RUNCTL-CHECKPOINT.
           MOVE WS-PHASES-DONE TO RUNCTL-RECORD-COUNT.
           MOVE SPACES TO RUNCTL-LAST-KEY.
           MOVE WS-CHECKPOINT-LOG TO RUNCTL-LAST-KEY(1:8).
           REWRITE FD-RUNCTL-RECORD FROM RUNCTL-RECORD.
       7100-RUNCTL-CHECKPOINT-EXIT.
           EXIT.

       7200-RUNCTL-COMPLETE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           MOVE 'COMPLETE' TO RUNCTL-STATUS.
           MOVE WS-RUN-DATE TO RUNCTL-END-DATE.
           MOVE WS-RUN-TIME-HHMMSS TO RUNCTL-END-TIME.
           MOVE WS-PHASES-DONE TO RUNCTL-RECORD-COUNT.
           REWRITE FD-RUNCTL-RECORD FROM RUNCTL-RECORD.
           CLOSE RUNCTL.
       7200-RUNCTL-COMPLETE-EXIT.
           EXIT.

       8000-WRITE-TRAILER.
           MOVE WS-BLANK-LINE TO FD-LOGREG-LINE.
           WRITE FD-LOGREG-LINE.
           MOVE WS-LOG-COUNT TO WT-LOG-COUNT.
           MOVE WS-TOTAL-ARCHIVED TO WT-TOTAL-ARCHIVED.
           MOVE WS-TRAILER-LINE TO FD-LOGREG-LINE.
           WRITE FD-LOGREG-LINE.
       8000-WRITE-TRAILER-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE LOGREG.
           PERFORM 7200-RUNCTL-COMPLETE THRU 7200-RUNCTL-COMPLETE-EXIT.

           DISPLAY 'JEPRIJ: LOGS PROCESSED=' WS-LOG-COUNT.
           DISPLAY 'JEPRIJ: RECORDS ARCHIVED=' WS-TOTAL-ARCHIVED.
       9000-TERMINATE-EXIT.
           EXIT.

       9999-ABORT.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       END PROGRAM JEPRIJ.
