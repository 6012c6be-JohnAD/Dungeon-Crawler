       IDENTIFICATION DIVISION.
       PROGRAM-ID. NIGHTRUN.
      ******************************************************************
      * JUEGO: DUNGEON CRAWLER - NIGHTLY BATCH DRIVER                  *
      *                                                                *
      * Runs the end-of-day job stream in a fixed order: DAYCLOSE,     *
      * GOLDRECN, DUNGRPT, BATRPT, QUESTRPT, INFIRM and, on the last   *
      * day of the month only, ARCHLOG. Each step is started as        *
      * [dir]PROGRAM (the optional command-line argument is the        *
      * directory prefix, e.g. "bin/") and its exit code decides what  *
      * happens next: 0 is OK, 4 completed with warnings, anything     *
      * higher FAILED and stops the stream. Every start and finish is  *
      * appended to NIGHTCTL.TXT with the start time, end time and     *
      * result. A rerun on the same day skips the steps that already   *
      * completed and restarts at the one that failed. The stream will *
      * not start while DUNGCRWL.LCK shows a live session from today,  *
      * and holds the lock itself until the stream ends so nobody      *
      * edits the masters mid-run.                                     *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCK-FILE ASSIGN TO "DUNGCRWL.LCK"
             FILE STATUS IS WS-LOCK-FS
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STEPCTL-FILE ASSIGN TO "NIGHTCTL.TXT"
             FILE STATUS IS WS-STEPCTL-FS
             ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD LOCK-FILE.
       01 LOCK-REG.
           05 LCK-STATE                PIC X(06) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 LCK-DATE                 PIC 9(08) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 LCK-TIME                 PIC 9(06) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 LCK-OPERATOR             PIC X(08) VALUE SPACES.
       FD STEPCTL-FILE.
       01 STEPCTL-REG.
           05 SC-RUN-DATE              PIC 9(08) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 SC-STEP-NO               PIC 9(02) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 SC-PROGRAM               PIC X(08) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 SC-START-TIME            PIC 9(06) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 SC-END-TIME              PIC 9(06) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 SC-RESULT                PIC X(08) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 SC-EXIT-CODE             PIC 9(03) VALUE ZERO.
       WORKING-STORAGE SECTION.
       01 WS-CONSTANTS.
           05 WS-GAME-NAME             PIC X(15)
                                         VALUE "Dungeon Crawler".
           05 WS-MAX-STEPS             PIC 9(02) VALUE 10.
           05 WS-DRIVER-OPERATOR       PIC X(08) VALUE "NIGHTRUN".
       01 WS-FILE-STATUSES.
           05 WS-LOCK-FS           PIC X(02) VALUE ZEROES.
               88 WS-LCK-FS-OK       VALUE "00".
           05 WS-STEPCTL-FS        PIC X(02) VALUE ZEROES.
               88 WS-SC-FS-OK        VALUE "00".
               88 WS-SC-FS-EOF       VALUE HIGH-VALUE.
               88 WS-SC-FS-NOTFOUND  VALUE "35".
       01 WS-COMMAND-DATA.
           05 WS-CMD-LINE          PIC X(80) VALUE SPACES.
           05 WS-STEP-DIR          PIC X(40) VALUE "./".
           05 WS-STEP-COMMAND      PIC X(80) VALUE SPACES.
       01 WS-RUN-DATE.
           05 WS-NR-TODAY          PIC 9(08) VALUE ZERO.
           05 WS-NR-TODAY-PARTS REDEFINES WS-NR-TODAY.
               10 WS-NR-YEAR           PIC 9(04).
               10 WS-NR-MONTH          PIC 9(02).
               10 WS-NR-DAY            PIC 9(02).
           05 WS-NR-LAST-DAY       PIC 9(02) VALUE ZERO.
           05 WS-NR-QUOTIENT       PIC 9(04) VALUE ZERO.
           05 WS-NR-REM-4          PIC 9(03) VALUE ZERO.
           05 WS-NR-REM-100        PIC 9(03) VALUE ZERO.
           05 WS-NR-REM-400        PIC 9(03) VALUE ZERO.
           05 WS-NR-MONTH-END-SW   PIC X(01) VALUE "N".
               88 WS-NR-MONTH-END      VALUE "Y".
               88 WS-NR-NOT-MONTH-END  VALUE "N".
           05 WS-NR-TIME-RAW.
               10 WS-NR-TIME-HMS       PIC 9(06) VALUE ZERO.
               10 FILLER               PIC 9(02) VALUE ZERO.
       01 WS-MONTH-DAYS-DATA.
           05 WS-MONTH-DAYS-VALUES PIC X(24)
                                     VALUE "312831303130313130313031".
           05 WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
               10 WS-MONTH-DAYS        OCCURS 12 TIMES PIC 9(02).
       01 WS-SESSION-LOCK.
           05 WS-LOCK-REC.
               10 WS-LCK-STATE         PIC X(06) VALUE SPACES.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-LCK-DATE          PIC 9(08) VALUE ZERO.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-LCK-TIME          PIC 9(06) VALUE ZERO.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-LCK-OPERATOR      PIC X(08) VALUE SPACES.
           05 WS-LCK-LIVE-SW       PIC X(01) VALUE "N".
               88 WS-LCK-LIVE          VALUE "Y".
               88 WS-LCK-NOT-LIVE      VALUE "N".
       01 WS-STEP-TABLE.
           05 WS-ST-LENGTH         PIC 9(02) VALUE ZERO.
           05 WS-ST-INDEX          PIC 9(02) VALUE ZERO.
      * WS-ST-ROW OCCURS **WS-MAX-STEPS** TIMES
           05 WS-ST-ROW OCCURS 10 TIMES.
               10 WS-ST-PROGRAM        PIC X(08) VALUE SPACES.
               10 WS-ST-MONTH-END-SW   PIC X(01) VALUE "N".
                   88 WS-ST-MONTH-END-ONLY VALUE "Y".
                   88 WS-ST-EVERY-DAY      VALUE "N".
               10 WS-ST-STATUS         PIC X(08) VALUE SPACES.
                   88 WS-ST-COMPLETED      VALUE "OK" "WARNING".
               10 WS-ST-EXIT-CODE      PIC 9(03) VALUE ZERO.
       01 WS-STEP-WORK.
           05 WS-SW-EXIT-CODE      PIC 9(03) VALUE ZERO.
           05 WS-SW-RAW-STATUS     PIC S9(09) VALUE ZERO.
           05 WS-SW-START-TIME     PIC 9(06) VALUE ZERO.
           05 WS-SW-RAN            PIC 9(02) VALUE ZERO.
           05 WS-SW-SKIPPED        PIC 9(02) VALUE ZERO.
           05 WS-SW-STREAM-SW      PIC X(01) VALUE "N".
               88 WS-SW-STREAM-FAILED VALUE "Y".
               88 WS-SW-STREAM-OK     VALUE "N".
           05 WS-STEPCTL-REC.
               10 WS-SC-RUN-DATE       PIC 9(08) VALUE ZERO.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-SC-STEP-NO        PIC 9(02) VALUE ZERO.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-SC-PROGRAM        PIC X(08) VALUE SPACES.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-SC-START-TIME     PIC 9(06) VALUE ZERO.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-SC-END-TIME       PIC 9(06) VALUE ZERO.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-SC-RESULT         PIC X(08) VALUE SPACES.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-SC-EXIT-CODE      PIC 9(03) VALUE ZERO.
      ******************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-NR-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           IF WS-CMD-LINE NOT = SPACES THEN
               UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
                 INTO WS-STEP-DIR
           END-IF
           DISPLAY "NIGHTLY BATCH STREAM FOR " WS-NR-TODAY
           DISPLAY "------------------------------------"
           PERFORM CHECK-SESSION-LOCK
           IF WS-LCK-LIVE THEN
               DISPLAY "["WS-GAME-NAME"] Session of operator "
                 WS-LCK-OPERATOR " holds DUNGCRWL.LCK since "
                 WS-LCK-TIME " today."
               DISPLAY "["WS-GAME-NAME"] Stream not started; rerun"
                 " once the game has been left."
               MOVE 8 TO RETURN-CODE
               GO TO STOP-RUN
           END-IF
           PERFORM INIT-STEP-TABLE
           PERFORM SET-MONTH-END-SWITCH
           PERFORM LOAD-STEP-CONTROL
           MOVE "LOCKED" TO WS-LCK-STATE
           PERFORM WRITE-LOCK-RECORD
           SET WS-SW-STREAM-OK TO TRUE
           PERFORM RUN-ONE-STEP
             VARYING WS-ST-INDEX FROM 1 BY 1
             UNTIL WS-ST-INDEX > WS-ST-LENGTH OR WS-SW-STREAM-FAILED
           MOVE "FREE  " TO WS-LCK-STATE
           PERFORM WRITE-LOCK-RECORD
           PERFORM PRINT-STREAM-SUMMARY
           IF WS-SW-STREAM-FAILED THEN
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GO TO STOP-RUN.
      ******************************************************************
      * The order of this table is the order of the stream.
       INIT-STEP-TABLE.
           MOVE 0 TO WS-ST-LENGTH.
           MOVE "DAYCLOSE" TO WS-ST-PROGRAM(1).
           SET WS-ST-EVERY-DAY(1) TO TRUE.
           MOVE "GOLDRECN" TO WS-ST-PROGRAM(2).
           SET WS-ST-EVERY-DAY(2) TO TRUE.
           MOVE "DUNGRPT" TO WS-ST-PROGRAM(3).
           SET WS-ST-EVERY-DAY(3) TO TRUE.
           MOVE "BATRPT" TO WS-ST-PROGRAM(4).
           SET WS-ST-EVERY-DAY(4) TO TRUE.
           MOVE "QUESTRPT" TO WS-ST-PROGRAM(5).
           SET WS-ST-EVERY-DAY(5) TO TRUE.
           MOVE "INFIRM" TO WS-ST-PROGRAM(6).
           SET WS-ST-EVERY-DAY(6) TO TRUE.
           MOVE "ARCHLOG" TO WS-ST-PROGRAM(7).
           SET WS-ST-MONTH-END-ONLY(7) TO TRUE.
           MOVE 7 TO WS-ST-LENGTH.
      ******************************************************************
       SET-MONTH-END-SWITCH.
           MOVE WS-MONTH-DAYS(WS-NR-MONTH) TO WS-NR-LAST-DAY.
           IF WS-NR-MONTH = 2 THEN
               DIVIDE WS-NR-YEAR BY 4 GIVING WS-NR-QUOTIENT
                 REMAINDER WS-NR-REM-4
               DIVIDE WS-NR-YEAR BY 100 GIVING WS-NR-QUOTIENT
                 REMAINDER WS-NR-REM-100
               DIVIDE WS-NR-YEAR BY 400 GIVING WS-NR-QUOTIENT
                 REMAINDER WS-NR-REM-400
               IF WS-NR-REM-400 = 0
                 OR (WS-NR-REM-4 = 0 AND WS-NR-REM-100 NOT = 0) THEN
                   MOVE 29 TO WS-NR-LAST-DAY
               END-IF
           END-IF
           IF WS-NR-DAY = WS-NR-LAST-DAY THEN
               SET WS-NR-MONTH-END TO TRUE
               DISPLAY "Last day of the month: month-end steps run."
           ELSE
               SET WS-NR-NOT-MONTH-END TO TRUE
           END-IF.
      ******************************************************************
      * == [SESSION-LOCK] =========================================BEGIN=
      * A LOCKED record dated today means a game session is live. The
      * driver's own lock left by a crashed stream is not a session and
      * does not block the rerun; a LOCKED record from an earlier day
      * is stale, as the game itself treats it.
       CHECK-SESSION-LOCK.
           SET WS-LCK-NOT-LIVE TO TRUE.
           OPEN INPUT LOCK-FILE.
           IF WS-LCK-FS-OK THEN
               MOVE SPACES TO WS-LOCK-REC
               READ LOCK-FILE INTO WS-LOCK-REC
               END-READ
               CLOSE LOCK-FILE
               IF WS-LCK-STATE = "LOCKED"
                 AND WS-LCK-DATE NUMERIC
                 AND WS-LCK-DATE = WS-NR-TODAY
                 AND WS-LCK-OPERATOR NOT = WS-DRIVER-OPERATOR THEN
                   SET WS-LCK-LIVE TO TRUE
               END-IF
           END-IF.
      ******************************************************************
       WRITE-LOCK-RECORD.
           ACCEPT WS-LCK-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NR-TIME-RAW FROM TIME.
           MOVE WS-NR-TIME-HMS TO WS-LCK-TIME.
           MOVE WS-DRIVER-OPERATOR TO WS-LCK-OPERATOR.
           OPEN OUTPUT LOCK-FILE.
           IF WS-LCK-FS-OK THEN
               WRITE LOCK-REG FROM WS-LOCK-REC
               CLOSE LOCK-FILE
           ELSE
               DISPLAY "["WS-GAME-NAME"] LOCK file not available."
           END-IF.
      * == [SESSION-LOCK] ===========================================END=

      ******************************************************************
      * == [STEP-CONTROL] =========================================BEGIN=
      * Only today's records count; the last one written for a step is
      * its current status (a STARTED with no later record means the
      * step was interrupted and has to run again).
       LOAD-STEP-CONTROL.
           OPEN INPUT STEPCTL-FILE.
           IF WS-SC-FS-OK THEN
               PERFORM READ-STEP-CONTROL UNTIL WS-SC-FS-EOF
               CLOSE STEPCTL-FILE
           END-IF.
      ******************************************************************
       READ-STEP-CONTROL.
           READ STEPCTL-FILE
           AT END
               SET WS-SC-FS-EOF TO TRUE
           NOT AT END
               IF SC-RUN-DATE NUMERIC AND SC-RUN-DATE = WS-NR-TODAY
                 AND SC-STEP-NO NUMERIC
                 AND SC-STEP-NO > 0
                 AND SC-STEP-NO <= WS-ST-LENGTH THEN
                   IF SC-PROGRAM = WS-ST-PROGRAM(SC-STEP-NO) THEN
                       MOVE SC-RESULT TO WS-ST-STATUS(SC-STEP-NO)
                   END-IF
               END-IF
           END-READ.
      ******************************************************************
       WRITE-STEP-CONTROL.
           MOVE WS-NR-TODAY TO WS-SC-RUN-DATE.
           MOVE WS-ST-INDEX TO WS-SC-STEP-NO.
           MOVE WS-ST-PROGRAM(WS-ST-INDEX) TO WS-SC-PROGRAM.
           MOVE WS-SW-START-TIME TO WS-SC-START-TIME.
           MOVE WS-ST-STATUS(WS-ST-INDEX) TO WS-SC-RESULT.
           MOVE WS-ST-EXIT-CODE(WS-ST-INDEX) TO WS-SC-EXIT-CODE.
           OPEN EXTEND STEPCTL-FILE.
           IF WS-SC-FS-NOTFOUND THEN
               OPEN OUTPUT STEPCTL-FILE
           END-IF
           IF WS-SC-FS-OK THEN
               WRITE STEPCTL-REG FROM WS-STEPCTL-REC
               CLOSE STEPCTL-FILE
           ELSE
               DISPLAY "["WS-GAME-NAME"] NIGHTCTL file not available."
           END-IF.
      * == [STEP-CONTROL] ===========================================END=

      ******************************************************************
      * == [RUN-STEPS] ============================================BEGIN=
       RUN-ONE-STEP.
           EVALUATE TRUE
           WHEN WS-ST-MONTH-END-ONLY(WS-ST-INDEX)
             AND WS-NR-NOT-MONTH-END
               MOVE "NOT DUE" TO WS-ST-STATUS(WS-ST-INDEX)
               DISPLAY "Step " WS-ST-INDEX " "
                 WS-ST-PROGRAM(WS-ST-INDEX)
                 " not due (month-end only)."
           WHEN WS-ST-COMPLETED(WS-ST-INDEX)
               ADD 1 TO WS-SW-SKIPPED
               DISPLAY "Step " WS-ST-INDEX " "
                 WS-ST-PROGRAM(WS-ST-INDEX)
                 " already completed today, skipped."
           WHEN OTHER
               PERFORM EXECUTE-STEP
           END-EVALUATE.
      ******************************************************************
      * The shell hands back the wait status, with the program's exit
      * code in the high byte; a negative status means the command
      * could not be started at all.
       EXECUTE-STEP.
           MOVE SPACES TO WS-STEP-COMMAND.
           STRING WS-STEP-DIR DELIMITED BY SPACE
             WS-ST-PROGRAM(WS-ST-INDEX) DELIMITED BY SPACE
             INTO WS-STEP-COMMAND.
           ACCEPT WS-NR-TIME-RAW FROM TIME.
           MOVE WS-NR-TIME-HMS TO WS-SW-START-TIME.
           MOVE 0 TO WS-SC-END-TIME.
           MOVE "STARTED" TO WS-ST-STATUS(WS-ST-INDEX).
           MOVE 0 TO WS-ST-EXIT-CODE(WS-ST-INDEX).
           PERFORM WRITE-STEP-CONTROL.
           DISPLAY " ".
           DISPLAY "==> Step " WS-ST-INDEX " "
             WS-ST-PROGRAM(WS-ST-INDEX) " started at "
             WS-SW-START-TIME.
           ADD 1 TO WS-SW-RAN.

           CALL "SYSTEM" USING WS-STEP-COMMAND.
           MOVE RETURN-CODE TO WS-SW-RAW-STATUS.
           MOVE 0 TO RETURN-CODE.
           IF WS-SW-RAW-STATUS < 0 THEN
               MOVE 255 TO WS-SW-EXIT-CODE
           ELSE
               DIVIDE WS-SW-RAW-STATUS BY 256
                 GIVING WS-SW-EXIT-CODE
           END-IF
           MOVE WS-SW-EXIT-CODE TO WS-ST-EXIT-CODE(WS-ST-INDEX).
           EVALUATE TRUE
           WHEN WS-SW-EXIT-CODE = 0
               MOVE "OK" TO WS-ST-STATUS(WS-ST-INDEX)
           WHEN WS-SW-EXIT-CODE <= 4
               MOVE "WARNING" TO WS-ST-STATUS(WS-ST-INDEX)
           WHEN OTHER
               MOVE "FAILED" TO WS-ST-STATUS(WS-ST-INDEX)
               SET WS-SW-STREAM-FAILED TO TRUE
           END-EVALUATE

           ACCEPT WS-NR-TIME-RAW FROM TIME.
           MOVE WS-NR-TIME-HMS TO WS-SC-END-TIME.
           PERFORM WRITE-STEP-CONTROL.
           DISPLAY "<== Step " WS-ST-INDEX " "
             WS-ST-PROGRAM(WS-ST-INDEX) " ended at " WS-SC-END-TIME
             " " WS-ST-STATUS(WS-ST-INDEX)
             " (exit code " WS-SW-EXIT-CODE ")".
      * == [RUN-STEPS] ==============================================END=

      ******************************************************************
       PRINT-STREAM-SUMMARY.
           DISPLAY " ".
           DISPLAY "STREAM SUMMARY".
           PERFORM PRINT-STEP-STATUS
             VARYING WS-ST-INDEX FROM 1 BY 1
             UNTIL WS-ST-INDEX > WS-ST-LENGTH.
           DISPLAY "Steps run: " WS-SW-RAN
             "  skipped as already completed: " WS-SW-SKIPPED.
           IF WS-SW-STREAM-FAILED THEN
               DISPLAY "Stream stopped on a failed step. Fix it and"
                 " rerun today to restart from that step."
           ELSE
               DISPLAY "Stream complete."
           END-IF.
      ******************************************************************
       PRINT-STEP-STATUS.
           IF WS-ST-STATUS(WS-ST-INDEX) = SPACES THEN
               MOVE "NOT RUN" TO WS-ST-STATUS(WS-ST-INDEX)
           END-IF
           DISPLAY "  " WS-ST-INDEX " " WS-ST-PROGRAM(WS-ST-INDEX)
             " " WS-ST-STATUS(WS-ST-INDEX).
      ******************************************************************
       STOP-RUN.
           STOP RUN.
       END PROGRAM NIGHTRUN.
