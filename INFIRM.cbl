       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFIRM.
      ******************************************************************
      * JUEGO: DUNGEON CRAWLER - INFIRMARY DAILY RELEASE               *
      *                                                                *
      * Discharges from INFIRMRY.TXT every hero whose fit date has     *
      * come, writing an INFIRMARY RELEASED record to AUDITLOG.TXT for *
      * each, and prints the heroes discharged and those still out     *
      * with the date they are fit to fight again. Names come from the *
      * hero master (HEROES.DAT when the keyed master exists,          *
      * HEROES.TXT otherwise); a patient no longer on the master       *
      * (retired or re-keyed) is discharged as well. No master ends    *
      * the run with return code 8; unreadable infirmary rows leave    *
      * the file as it was and end with return code 4.                 *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HEROES-FILE ASSIGN TO "HEROES.TXT"
             FILE STATUS IS WS-HEROES-FS
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HEROES-IDX-FILE ASSIGN TO "HEROES.DAT"
             FILE STATUS IS WS-HIX-FS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS HIX-R-ID.
           SELECT INFIRMARY-FILE ASSIGN TO "INFIRMRY.TXT"
             FILE STATUS IS WS-INFIRMARY-FS
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG.TXT"
             FILE STATUS IS WS-AUDIT-FS
             ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD HEROES-FILE.
       01 HEROES-REG.
           05 HEROES-R-ID              PIC 9(02) VALUE ZERO.
           05 HEROES-R-STRENGTH        PIC 9(02) VALUE ZERO.
           05 HEROES-R-AGILITY         PIC 9(02) VALUE ZERO.
           05 HEROES-R-LEVEL           PIC 9(02) VALUE ZERO.
           05 HEROES-R-HP              PIC 9(02) VALUE ZERO.
           05 HEROES-R-PROFESSION      PIC 9(02) VALUE ZERO.
           05 HEROES-R-XP              PIC 9(04) VALUE ZERO.
           05 HEROES-R-NAME            PIC X(10) VALUE SPACES.
           05 HEROES-R-GOLD            PIC 9(04) VALUE ZERO.
       FD HEROES-IDX-FILE.
       01 HEROES-IDX-REG.
           05 HIX-R-ID                 PIC 9(02).
           05 FILLER                   PIC X(14).
           05 HIX-R-NAME               PIC X(10).
           05 HIX-R-GOLD               PIC 9(04).
       FD INFIRMARY-FILE.
       01 INFIRMARY-REG.
           05 INF-R-HERO-ID            PIC 9(02) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 INF-R-INJURED            PIC 9(08) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 INF-R-DUNGEON-ID         PIC 9(02) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 INF-R-RUN-ID             PIC 9(06) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 INF-R-ROOMS-CLEARED      PIC 9(02) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 INF-R-ROOM-COUNT         PIC 9(02) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 INF-R-DAYS               PIC 9(02) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 INF-R-FIT-DATE           PIC 9(08) VALUE ZERO.
       FD AUDIT-FILE.
       01 AUDIT-REG.
           05 AUD-DATE                 PIC 9(08) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 AUD-TIME                 PIC 9(06) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 AUD-AREA                 PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 AUD-KEY                  PIC 9(02) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 AUD-FIELD                PIC X(12) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 AUD-OLD-VALUE            PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 AUD-NEW-VALUE            PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 AUD-OPERATOR             PIC X(08) VALUE SPACES.
       WORKING-STORAGE SECTION.
       01 WS-CONSTANTS.
           05 WS-GAME-NAME             PIC X(15)
                                         VALUE "Dungeon Crawler".
           05 WS-MAX-HEROES            PIC 9(02) VALUE 15.
           05 WS-BATCH-OPERATOR        PIC X(08) VALUE "INFIRM".
       01 WS-FILE-STATUSES.
           05 WS-HEROES-FS         PIC X(02) VALUE ZEROES.
               88 WS-H-FS-OK         VALUE "00".
               88 WS-H-FS-EOF        VALUE HIGH-VALUE.
           05 WS-HIX-FS            PIC X(02) VALUE ZEROES.
               88 WS-HIX-FS-OK       VALUE "00".
               88 WS-HIX-FS-EOF      VALUE HIGH-VALUE.
           05 WS-INFIRMARY-FS      PIC X(02) VALUE ZEROES.
               88 WS-INF-FS-OK       VALUE "00".
               88 WS-INF-FS-EOF      VALUE HIGH-VALUE.
           05 WS-AUDIT-FS          PIC X(02) VALUE ZEROES.
               88 WS-AUD-FS-OK       VALUE "00".
               88 WS-AUD-FS-NOTFOUND VALUE "35".
       01 WS-MASTER-NAME           PIC X(10) VALUE "HEROES.TXT".
       01 WS-TODAY                 PIC 9(08) VALUE ZERO.
       01 WS-HERO-TABLE.
           05 WS-HT-LENGTH         PIC 9(02) VALUE ZERO.
           05 WS-HT-INDEX          PIC 9(02) VALUE ZERO.
      * WS-HT-ROW OCCURS **WS-MAX-HEROES** TIMES
           05 WS-HT-ROW OCCURS 15 TIMES.
               10 WS-HT-ID             PIC 9(02) VALUE ZERO.
               10 WS-HT-NAME           PIC X(10) VALUE SPACES.
      * One row per patient, as read; the discharge switch decides
      * whether the row is written back.
       01 WS-INFIRMARY-TABLE.
           05 WS-INF-LENGTH        PIC 9(02) VALUE ZERO.
           05 WS-INF-INDEX         PIC 9(02) VALUE ZERO.
      * WS-INF-ROW OCCURS **WS-MAX-HEROES** TIMES
           05 WS-INF-ROW OCCURS 15 TIMES.
               10 WS-INF-REC.
                   15 WS-INF-HERO-ID       PIC 9(02) VALUE ZERO.
                   15 FILLER               PIC X(01) VALUE SPACE.
                   15 WS-INF-INJURED       PIC 9(08) VALUE ZERO.
                   15 FILLER               PIC X(01) VALUE SPACE.
                   15 WS-INF-DUNGEON-ID    PIC 9(02) VALUE ZERO.
                   15 FILLER               PIC X(01) VALUE SPACE.
                   15 WS-INF-RUN-ID        PIC 9(06) VALUE ZERO.
                   15 FILLER               PIC X(01) VALUE SPACE.
                   15 WS-INF-ROOMS-CLEARED PIC 9(02) VALUE ZERO.
                   15 FILLER               PIC X(01) VALUE SPACE.
                   15 WS-INF-ROOM-COUNT    PIC 9(02) VALUE ZERO.
                   15 FILLER               PIC X(01) VALUE SPACE.
                   15 WS-INF-DAYS          PIC 9(02) VALUE ZERO.
                   15 FILLER               PIC X(01) VALUE SPACE.
                   15 WS-INF-FIT-DATE      PIC 9(08) VALUE ZERO.
               10 WS-INF-NAME          PIC X(10) VALUE SPACES.
               10 WS-INF-ON-MASTER-SW  PIC X(01) VALUE "N".
                   88 WS-INF-ON-MASTER     VALUE "Y".
                   88 WS-INF-NOT-ON-MASTER VALUE "N".
               10 WS-INF-DISCHARGE-SW  PIC X(01) VALUE "N".
                   88 WS-INF-DISCHARGED    VALUE "Y".
                   88 WS-INF-STAYING       VALUE "N".
       01 WS-REPORT-TOTALS.
           05 WS-RT-BAD-ROWS       PIC 9(05) VALUE ZERO.
           05 WS-RT-DISCHARGED     PIC 9(02) VALUE ZERO.
           05 WS-RT-STILL-OUT      PIC 9(02) VALUE ZERO.
           05 WS-RT-NOT-ON-MASTER  PIC 9(02) VALUE ZERO.
           05 WS-RT-DAYS-LEFT      PIC 9(03) VALUE ZERO.
       01 WS-REPORT-LINES.
           05 WS-RP-PATIENT-LINE.
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-RP-ID             PIC 9(02) VALUE ZERO.
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-RP-NAME           PIC X(10) VALUE SPACES.
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-RP-INJURED        PIC 9(08) VALUE ZERO.
               10 FILLER               PIC X(02) VALUE SPACES.
               10 FILLER               PIC X(01) VALUE "D".
               10 WS-RP-DUNGEON        PIC 9(02) VALUE ZERO.
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-RP-ROOMS          PIC Z9 VALUE ZERO.
               10 FILLER               PIC X(01) VALUE "/".
               10 WS-RP-ROOM-COUNT     PIC 99 VALUE ZERO.
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-RP-DAYS           PIC Z9 VALUE ZERO.
               10 FILLER               PIC X(04) VALUE SPACES.
               10 WS-RP-FIT-DATE       PIC 9(08) VALUE ZERO.
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-RP-NOTE           PIC X(14) VALUE SPACES.
       01 WS-AUDIT-WORK.
           05 WS-AUDIT-REC.
               10 WS-AUD-DATE          PIC 9(08) VALUE ZERO.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-AUD-TIME          PIC 9(06) VALUE ZERO.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-AUD-AREA          PIC X(10) VALUE SPACES.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-AUD-KEY           PIC 9(02) VALUE ZERO.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-AUD-FIELD         PIC X(12) VALUE SPACES.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-AUD-OLD-VALUE     PIC X(10) VALUE SPACES.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-AUD-NEW-VALUE     PIC X(10) VALUE SPACES.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-AUD-OPERATOR      PIC X(08) VALUE SPACES.
           05 WS-AUD-TIME-RAW.
               10 WS-AUD-TIME-HMS      PIC 9(06) VALUE ZERO.
               10 FILLER               PIC 9(02) VALUE ZERO.
      ******************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM LOAD-HERO-MASTER
           IF RETURN-CODE >= 8 THEN
               GO TO STOP-RUN
           END-IF
           PERFORM LOAD-INFIRMARY
           DISPLAY "INFIRMARY STATUS - " WS-TODAY " - " WS-MASTER-NAME
           DISPLAY "-----------------------------------------"
           IF WS-INF-LENGTH = 0 AND WS-RT-BAD-ROWS = 0 THEN
               DISPLAY "No heroes in the infirmary."
               GO TO STOP-RUN
           END-IF
           PERFORM MARK-DISCHARGES
             VARYING WS-INF-INDEX FROM 1 BY 1
             UNTIL WS-INF-INDEX > WS-INF-LENGTH
           PERFORM PRINT-DISCHARGED
           PERFORM PRINT-STILL-OUT
           IF WS-RT-BAD-ROWS > 0 THEN
               DISPLAY " "
               DISPLAY "WARNING: " WS-RT-BAD-ROWS " unreadable"
                 " infirmary rows; INFIRMRY.TXT left as it was."
               MOVE 4 TO RETURN-CODE
           ELSE
               IF WS-RT-DISCHARGED > 0 THEN
                   PERFORM REWRITE-INFIRMARY
                   PERFORM AUDIT-DISCHARGES
                     VARYING WS-INF-INDEX FROM 1 BY 1
                     UNTIL WS-INF-INDEX > WS-INF-LENGTH
               END-IF
           END-IF
           PERFORM PRINT-REPORT-TOTALS
           GO TO STOP-RUN.
      ******************************************************************
      * == [LOAD-HERO-MASTER] =====================================BEGIN=
      * The keyed master is the live one whenever it exists, as in the
      * game itself; HEROES.TXT is only read when there is none.
       LOAD-HERO-MASTER.
           MOVE 0 TO WS-HT-LENGTH.
           OPEN INPUT HEROES-IDX-FILE.
           IF WS-HIX-FS-OK THEN
               MOVE "HEROES.DAT" TO WS-MASTER-NAME
               PERFORM READ-IDX-HEROES
                 UNTIL WS-HIX-FS-EOF OR WS-HT-LENGTH >= WS-MAX-HEROES
               CLOSE HEROES-IDX-FILE
           ELSE
               OPEN INPUT HEROES-FILE
               IF WS-H-FS-OK THEN
                   PERFORM READ-FILE-HEROES
                     UNTIL WS-H-FS-EOF OR WS-HT-LENGTH >= WS-MAX-HEROES
                   CLOSE HEROES-FILE
               ELSE
                   DISPLAY "["WS-GAME-NAME"] HEROES file not"
                     " available."
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
      ******************************************************************
       READ-IDX-HEROES.
           READ HEROES-IDX-FILE NEXT RECORD
           AT END
               SET WS-HIX-FS-EOF TO TRUE
           NOT AT END
               ADD 1 TO WS-HT-LENGTH
               MOVE HIX-R-ID TO WS-HT-ID(WS-HT-LENGTH)
               MOVE HIX-R-NAME TO WS-HT-NAME(WS-HT-LENGTH)
           END-READ.
      ******************************************************************
       READ-FILE-HEROES.
           READ HEROES-FILE
           AT END
               SET WS-H-FS-EOF TO TRUE
           NOT AT END
               ADD 1 TO WS-HT-LENGTH
               MOVE HEROES-R-ID TO WS-HT-ID(WS-HT-LENGTH)
               MOVE HEROES-R-NAME TO WS-HT-NAME(WS-HT-LENGTH)
           END-READ.
      * == [LOAD-HERO-MASTER] =======================================END=

      ******************************************************************
      * == [LOAD-INFIRMARY] =======================================BEGIN=
       LOAD-INFIRMARY.
           MOVE 0 TO WS-INF-LENGTH.
           OPEN INPUT INFIRMARY-FILE.
           IF WS-INF-FS-OK THEN
               PERFORM READ-INFIRMARY-RECORD
                 UNTIL WS-INF-FS-EOF OR WS-INF-LENGTH >= WS-MAX-HEROES
               CLOSE INFIRMARY-FILE
           END-IF
           PERFORM MARK-PATIENT-ON-MASTER
             VARYING WS-HT-INDEX FROM 1 BY 1
             UNTIL WS-HT-INDEX > WS-HT-LENGTH.
      ******************************************************************
       READ-INFIRMARY-RECORD.
           READ INFIRMARY-FILE
           AT END
               SET WS-INF-FS-EOF TO TRUE
           NOT AT END
               IF INF-R-HERO-ID NOT NUMERIC
                 OR INF-R-INJURED NOT NUMERIC
                 OR INF-R-DAYS NOT NUMERIC
                 OR INF-R-FIT-DATE NOT NUMERIC THEN
                   ADD 1 TO WS-RT-BAD-ROWS
               ELSE
                   ADD 1 TO WS-INF-LENGTH
                   MOVE INFIRMARY-REG TO WS-INF-REC(WS-INF-LENGTH)
                   SET WS-INF-STAYING(WS-INF-LENGTH) TO TRUE
               END-IF
           END-READ.
      ******************************************************************
       MARK-PATIENT-ON-MASTER.
           PERFORM MARK-ONE-PATIENT
             VARYING WS-INF-INDEX FROM 1 BY 1
             UNTIL WS-INF-INDEX > WS-INF-LENGTH.
      ******************************************************************
       MARK-ONE-PATIENT.
           IF WS-INF-HERO-ID(WS-INF-INDEX) = WS-HT-ID(WS-HT-INDEX) THEN
               SET WS-INF-ON-MASTER(WS-INF-INDEX) TO TRUE
               MOVE WS-HT-NAME(WS-HT-INDEX) TO WS-INF-NAME(WS-INF-INDEX)
           END-IF.
      ******************************************************************
      * A hero is discharged on the morning of the fit date, the same
      * test the game applies when picking heroes for a run.
       MARK-DISCHARGES.
           IF WS-INF-FIT-DATE(WS-INF-INDEX) <= WS-TODAY
             OR WS-INF-NOT-ON-MASTER(WS-INF-INDEX) THEN
               SET WS-INF-DISCHARGED(WS-INF-INDEX) TO TRUE
               ADD 1 TO WS-RT-DISCHARGED
               IF WS-INF-NOT-ON-MASTER(WS-INF-INDEX) THEN
                   ADD 1 TO WS-RT-NOT-ON-MASTER
               END-IF
           ELSE
               ADD 1 TO WS-RT-STILL-OUT
           END-IF.
      * == [LOAD-INFIRMARY] =========================================END=

      ******************************************************************
      * == [PRINT-REPORT] =========================================BEGIN=
       PRINT-DISCHARGED.
           DISPLAY "DISCHARGED".
           PERFORM PRINT-COLUMN-HEADINGS.
           IF WS-RT-DISCHARGED = 0 THEN
               DISPLAY "  Nobody discharged today."
           END-IF
           PERFORM PRINT-DISCHARGED-LINE
             VARYING WS-INF-INDEX FROM 1 BY 1
             UNTIL WS-INF-INDEX > WS-INF-LENGTH.
      ******************************************************************
       PRINT-DISCHARGED-LINE.
           IF WS-INF-DISCHARGED(WS-INF-INDEX) THEN
               PERFORM SET-PATIENT-LINE
               IF WS-INF-NOT-ON-MASTER(WS-INF-INDEX) THEN
                   MOVE "not on master" TO WS-RP-NOTE
               ELSE
                   MOVE "fit" TO WS-RP-NOTE
               END-IF
               DISPLAY WS-RP-PATIENT-LINE
           END-IF.
      ******************************************************************
       PRINT-STILL-OUT.
           DISPLAY " ".
           DISPLAY "STILL IN THE INFIRMARY".
           PERFORM PRINT-COLUMN-HEADINGS.
           IF WS-RT-STILL-OUT = 0 THEN
               DISPLAY "  Nobody."
           END-IF
           PERFORM PRINT-STILL-OUT-LINE
             VARYING WS-INF-INDEX FROM 1 BY 1
             UNTIL WS-INF-INDEX > WS-INF-LENGTH.
      ******************************************************************
       PRINT-STILL-OUT-LINE.
           IF WS-INF-STAYING(WS-INF-INDEX) THEN
               PERFORM SET-PATIENT-LINE
               COMPUTE WS-RT-DAYS-LEFT =
                 FUNCTION INTEGER-OF-DATE(WS-INF-FIT-DATE(WS-INF-INDEX))
                 - FUNCTION INTEGER-OF-DATE(WS-TODAY)
               MOVE SPACES TO WS-RP-NOTE
               MOVE WS-RT-DAYS-LEFT TO WS-RP-NOTE(1:3)
               MOVE " days to go" TO WS-RP-NOTE(4:11)
               DISPLAY WS-RP-PATIENT-LINE
           END-IF.
      ******************************************************************
       PRINT-COLUMN-HEADINGS.
           DISPLAY "  ID  Name        Injured   Dgn  Rooms  Days"
             "  Fit from  Note".
           DISPLAY "  --  ----------  --------  ---  -----  ----"
             "  --------  ----------".
      ******************************************************************
       SET-PATIENT-LINE.
           MOVE WS-INF-HERO-ID(WS-INF-INDEX) TO WS-RP-ID.
           MOVE WS-INF-NAME(WS-INF-INDEX) TO WS-RP-NAME.
           MOVE WS-INF-INJURED(WS-INF-INDEX) TO WS-RP-INJURED.
           MOVE WS-INF-DUNGEON-ID(WS-INF-INDEX) TO WS-RP-DUNGEON.
           MOVE WS-INF-ROOMS-CLEARED(WS-INF-INDEX) TO WS-RP-ROOMS.
           MOVE WS-INF-ROOM-COUNT(WS-INF-INDEX) TO WS-RP-ROOM-COUNT.
           MOVE WS-INF-DAYS(WS-INF-INDEX) TO WS-RP-DAYS.
           MOVE WS-INF-FIT-DATE(WS-INF-INDEX) TO WS-RP-FIT-DATE.
      ******************************************************************
       PRINT-REPORT-TOTALS.
           DISPLAY " ".
           DISPLAY "Patients read:            " WS-INF-LENGTH.
           DISPLAY "  Discharged:             " WS-RT-DISCHARGED.
           DISPLAY "    Not on the master:    " WS-RT-NOT-ON-MASTER.
           DISPLAY "  Still out:              " WS-RT-STILL-OUT.
           DISPLAY "Unreadable rows:          " WS-RT-BAD-ROWS.
      * == [PRINT-REPORT] ===========================================END=

      ******************************************************************
      * == [REWRITE-INFIRMARY] ====================================BEGIN=
       REWRITE-INFIRMARY.
           OPEN OUTPUT INFIRMARY-FILE.
           IF NOT WS-INF-FS-OK THEN
               DISPLAY "["WS-GAME-NAME"] INFIRMRY file could not be"
                 " saved."
               MOVE 8 TO RETURN-CODE
               GO TO STOP-RUN
           END-IF
           PERFORM WRITE-STAYING-PATIENT
             VARYING WS-INF-INDEX FROM 1 BY 1
             UNTIL WS-INF-INDEX > WS-INF-LENGTH.
           CLOSE INFIRMARY-FILE.
      ******************************************************************
       WRITE-STAYING-PATIENT.
           IF WS-INF-STAYING(WS-INF-INDEX) THEN
               WRITE INFIRMARY-REG FROM WS-INF-REC(WS-INF-INDEX)
           END-IF.
      ******************************************************************
       AUDIT-DISCHARGES.
           IF WS-INF-DISCHARGED(WS-INF-INDEX) THEN
               MOVE "INFIRMARY" TO WS-AUD-AREA
               MOVE WS-INF-HERO-ID(WS-INF-INDEX) TO WS-AUD-KEY
               MOVE "RELEASED" TO WS-AUD-FIELD
               MOVE WS-INF-FIT-DATE(WS-INF-INDEX) TO WS-AUD-OLD-VALUE
               MOVE WS-TODAY TO WS-AUD-NEW-VALUE
               PERFORM WRITE-AUDIT-RECORD
           END-IF.
      ******************************************************************
       WRITE-AUDIT-RECORD.
           ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUD-TIME-RAW FROM TIME.
           MOVE WS-AUD-TIME-HMS TO WS-AUD-TIME.
           MOVE WS-BATCH-OPERATOR TO WS-AUD-OPERATOR.

           OPEN EXTEND AUDIT-FILE.
           IF WS-AUD-FS-NOTFOUND THEN
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF WS-AUD-FS-OK THEN
               WRITE AUDIT-REG FROM WS-AUDIT-REC
               CLOSE AUDIT-FILE
           ELSE
               DISPLAY "["WS-GAME-NAME"] AUDIT file not available."
           END-IF.
      * == [REWRITE-INFIRMARY] ======================================END=
      ******************************************************************
       STOP-RUN.
           STOP RUN.
       END PROGRAM INFIRM.
