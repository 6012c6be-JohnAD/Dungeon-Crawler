       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOGEXTR.
      ******************************************************************
      * JUEGO: DUNGEON CRAWLER - DELIMITED LOG EXTRACT                 *
      *                                                                *
      * LOGEXTR BATTLE|COMBAT|AUDIT|GRAVE from-date [to-date] [file]   *
      * copies the records of BATTLELOG.TXT, COMBATLOG.TXT,            *
      * AUDITLOG.TXT or GRAVEYRD.TXT dated from-date to to-date (both  *
      * YYYYMMDD, to-date defaults to today) into a delimited          *
      * interchange file for the league site and spreadsheets (default *
      * EXBATTLE.TXT, EXCOMBAT.TXT, EXAUDIT.TXT, EXGRAVE.TXT). The     *
      * first row names the fields; every value is trimmed and quoted, *
      * dates are written YYYY-MM-DD and times HH:MM:SS. A TRL record  *
      * closes the file with the record count and hash totals of the   *
      * dates and of the record keys. Battle and audit records of      *
      * closed months are read from the BLyyyymm / ADyyyymm archives   *
      * left by ARCHLOG before the live file. Every extract appends a  *
      * control record to EXTRCTL.TXT. Return code 0 OK, 4 records     *
      * without a readable date were skipped, 8 bad command line or    *
      * extract file not written.                                      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOURCE-FILE ASSIGN DYNAMIC WS-XT-SOURCE-NAME
             FILE STATUS IS WS-SOURCE-FS
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXTRACT-FILE ASSIGN DYNAMIC WS-XT-EXTRACT-NAME
             FILE STATUS IS WS-EXTRACT-FS
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTROL-FILE ASSIGN TO "EXTRCTL.TXT"
             FILE STATUS IS WS-CONTROL-FS
             ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD SOURCE-FILE.
       01 SOURCE-REG               PIC X(200) VALUE SPACES.
       FD EXTRACT-FILE.
       01 EXTRACT-REG              PIC X(250) VALUE SPACES.
       FD CONTROL-FILE.
       01 CONTROL-REG.
           05 CTL-DATE                 PIC 9(08) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 CTL-TIME                 PIC 9(06) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 CTL-TYPE                 PIC X(06) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 CTL-FROM-DATE            PIC 9(08) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 CTL-TO-DATE              PIC 9(08) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 CTL-EXTRACT-NAME         PIC X(13) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 CTL-FILES-READ           PIC 9(03) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 CTL-RECORDS-IN           PIC 9(07) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 CTL-RECORDS-OUT          PIC 9(07) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 CTL-HASH-DATE            PIC 9(15) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 CTL-HASH-KEY             PIC 9(15) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 CTL-PROOF                PIC X(08) VALUE SPACES.
       WORKING-STORAGE SECTION.
       01 WS-CONSTANTS.
           05 WS-GAME-NAME             PIC X(15)
                                         VALUE "Dungeon Crawler".
           05 WS-DELIMITER             PIC X(01) VALUE ";".
           05 WS-QUOTE                 PIC X(01) VALUE '"'.
       01 WS-FILE-STATUSES.
           05 WS-SOURCE-FS         PIC X(02) VALUE ZEROES.
               88 WS-SRC-FS-OK       VALUE "00".
               88 WS-SRC-FS-EOF      VALUE HIGH-VALUE.
           05 WS-EXTRACT-FS        PIC X(02) VALUE ZEROES.
               88 WS-XT-FS-OK        VALUE "00".
           05 WS-CONTROL-FS        PIC X(02) VALUE ZEROES.
               88 WS-CTL-FS-OK       VALUE "00".
               88 WS-CTL-FS-NOTFOUND VALUE "35".
       01 WS-COMMAND-DATA.
           05 WS-CMD-LINE          PIC X(80) VALUE SPACES.
           05 WS-CMD-TOKEN-1       PIC X(10) VALUE SPACES.
           05 WS-CMD-TOKEN-2       PIC X(08) VALUE SPACES.
           05 WS-CMD-TOKEN-2-NUM REDEFINES WS-CMD-TOKEN-2 PIC 9(08).
           05 WS-CMD-TOKEN-3       PIC X(08) VALUE SPACES.
           05 WS-CMD-TOKEN-3-NUM REDEFINES WS-CMD-TOKEN-3 PIC 9(08).
           05 WS-CMD-TOKEN-4       PIC X(13) VALUE SPACES.
       01 WS-EXTRACT-WORK.
           05 WS-XT-TYPE           PIC X(06) VALUE SPACES.
               88 WS-XT-BATTLE       VALUE "BATTLE".
               88 WS-XT-COMBAT       VALUE "COMBAT".
               88 WS-XT-AUDIT        VALUE "AUDIT".
               88 WS-XT-GRAVE        VALUE "GRAVE".
           05 WS-XT-LIVE-NAME      PIC X(13) VALUE SPACES.
           05 WS-XT-ARCHIVE-PREFIX PIC X(02) VALUE SPACES.
           05 WS-XT-SOURCE-NAME    PIC X(13) VALUE SPACES.
           05 WS-XT-EXTRACT-NAME   PIC X(13) VALUE SPACES.
           05 WS-XT-FROM-DATE      PIC 9(08) VALUE ZERO.
           05 WS-XT-TO-DATE        PIC 9(08) VALUE ZERO.
           05 WS-XT-REC-DATE       PIC 9(08) VALUE ZERO.
           05 WS-XT-REC-KEY        PIC 9(06) VALUE ZERO.
           05 WS-TODAY-DATE        PIC 9(08) VALUE ZERO.
           05 WS-TODAY-DISP REDEFINES WS-TODAY-DATE PIC X(08).
           05 WS-XT-PERIOD         PIC 9(06) VALUE ZERO.
           05 WS-XT-PERIOD-R REDEFINES WS-XT-PERIOD.
               10 WS-XT-PERIOD-YEAR    PIC 9(04).
               10 WS-XT-PERIOD-MONTH   PIC 9(02).
           05 WS-XT-TO-PERIOD      PIC 9(06) VALUE ZERO.
           05 WS-XT-CURRENT-PERIOD PIC 9(06) VALUE ZERO.
       01 WS-EXTRACT-COUNTS.
           05 WS-XT-FILES-READ     PIC 9(03) VALUE ZERO.
           05 WS-XT-FILE-IN-COUNT  PIC 9(07) VALUE ZERO.
           05 WS-XT-FILE-OUT-COUNT PIC 9(07) VALUE ZERO.
           05 WS-XT-IN-COUNT       PIC 9(07) VALUE ZERO.
           05 WS-XT-OUT-COUNT      PIC 9(07) VALUE ZERO.
           05 WS-XT-RANGE-COUNT    PIC 9(07) VALUE ZERO.
           05 WS-XT-UNDATED-COUNT  PIC 9(07) VALUE ZERO.
           05 WS-XT-HASH-DATE      PIC 9(15) VALUE ZERO.
           05 WS-XT-HASH-KEY       PIC 9(15) VALUE ZERO.
      * One delimited row is built here field by field: each value is
      * trimmed of leading and trailing blanks, quoted, and any quote
      * inside it doubled.
       01 WS-ROW-WORK.
           05 WS-XT-LINE           PIC X(250) VALUE SPACES.
           05 WS-XT-LINE-PTR       PIC 9(03) VALUE ZERO.
           05 WS-XT-FIELD-CT       PIC 9(02) VALUE ZERO.
           05 WS-XT-VALUE          PIC X(20) VALUE SPACES.
           05 WS-XT-VAL-START      PIC 9(02) VALUE ZERO.
           05 WS-XT-VAL-END        PIC 9(02) VALUE ZERO.
           05 WS-XT-VAL-POS        PIC 9(02) VALUE ZERO.
           05 WS-XT-NUMBER         PIC 9(15) VALUE ZERO.
           05 WS-XT-NUM-EDIT       PIC Z(14)9 VALUE ZERO.
           05 WS-XT-DATE-IN        PIC 9(08) VALUE ZERO.
           05 WS-XT-DATE-DISP REDEFINES WS-XT-DATE-IN PIC X(08).
           05 WS-XT-TIME-IN        PIC 9(06) VALUE ZERO.
           05 WS-XT-TIME-DISP REDEFINES WS-XT-TIME-IN PIC X(06).
       01 WS-SOURCE-REC            PIC X(200) VALUE SPACES.
       01 WS-BATTLELOG-REC.
           05 WS-BL-HERO-NAME          PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-BL-HERO-PROFESSION    PIC X(08) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-BL-MONSTER-NAME       PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-BL-MONSTER-PROFESSION PIC X(08) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-BL-START-HP           PIC 9(02) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-BL-END-HP             PIC 9(02) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-BL-OUTCOME            PIC X(04) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-BL-FIGHT-ID           PIC 9(06) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-BL-DUNGEON-ID         PIC 9(02) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-BL-LOG-DATE           PIC 9(08) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-BL-RUN-ID             PIC 9(06) VALUE ZERO.
       01 WS-COMBATLOG-REC.
           05 WS-CL-DATE               PIC 9(08) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-CL-TIME               PIC 9(06) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-CL-FIGHT-ID           PIC 9(06) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-CL-ROUND              PIC 9(03) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-CL-EVENT              PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-CL-ACTOR              PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-CL-TARGET             PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-CL-AMOUNT             PIC 9(03) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-CL-HP-LEFT            PIC 9(02) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-CL-RUN-ID             PIC 9(06) VALUE ZERO.
       01 WS-AUDIT-REC.
           05 WS-AUD-DATE              PIC 9(08) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-AUD-TIME              PIC 9(06) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-AUD-AREA              PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-AUD-KEY               PIC 9(02) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-AUD-FIELD             PIC X(12) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-AUD-OLD-VALUE         PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-AUD-NEW-VALUE         PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-AUD-OPERATOR          PIC X(08) VALUE SPACES.
       01 WS-GRAVEYARD-REC.
           05 WS-GY-DATE               PIC 9(08) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-GY-HERO-ID            PIC 9(02) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-GY-NAME               PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-GY-PROFESSION         PIC X(08) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-GY-LEVEL              PIC 9(02) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-GY-STRENGTH           PIC 9(02) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-GY-AGILITY            PIC 9(02) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-GY-XP                 PIC 9(04) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-GY-GOLD               PIC 9(04) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-GY-MONSTERS-DEFEATED  PIC 9(02) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-GY-DUNGEON-ID         PIC 9(02) VALUE ZERO.
       01 WS-CONTROL-WORK.
           05 WS-CTL-TIME-RAW.
               10 WS-CTL-TIME-HMS  PIC 9(06) VALUE ZERO.
               10 FILLER           PIC 9(02) VALUE ZERO.
           05 WS-CONTROL-REC.
               10 WS-CTL-DATE          PIC 9(08) VALUE ZERO.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-CTL-TIME          PIC 9(06) VALUE ZERO.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-CTL-TYPE          PIC X(06) VALUE SPACES.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-CTL-FROM-DATE     PIC 9(08) VALUE ZERO.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-CTL-TO-DATE       PIC 9(08) VALUE ZERO.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-CTL-EXTRACT-NAME  PIC X(13) VALUE SPACES.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-CTL-FILES-READ    PIC 9(03) VALUE ZERO.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-CTL-RECORDS-IN    PIC 9(07) VALUE ZERO.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-CTL-RECORDS-OUT   PIC 9(07) VALUE ZERO.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-CTL-HASH-DATE     PIC 9(15) VALUE ZERO.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-CTL-HASH-KEY      PIC 9(15) VALUE ZERO.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-CTL-PROOF         PIC X(08) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-DISP(1:6) TO WS-XT-CURRENT-PERIOD
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           MOVE SPACES TO WS-CMD-TOKEN-1
           MOVE SPACES TO WS-CMD-TOKEN-2
           MOVE SPACES TO WS-CMD-TOKEN-3
           MOVE SPACES TO WS-CMD-TOKEN-4
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
             INTO WS-CMD-TOKEN-1 WS-CMD-TOKEN-2 WS-CMD-TOKEN-3
               WS-CMD-TOKEN-4

           MOVE WS-CMD-TOKEN-1 TO WS-XT-TYPE
           EVALUATE TRUE
           WHEN WS-XT-BATTLE
               MOVE "BATTLELOG.TXT" TO WS-XT-LIVE-NAME
               MOVE "BL" TO WS-XT-ARCHIVE-PREFIX
               MOVE "EXBATTLE.TXT" TO WS-XT-EXTRACT-NAME
           WHEN WS-XT-COMBAT
               MOVE "COMBATLOG.TXT" TO WS-XT-LIVE-NAME
               MOVE "EXCOMBAT.TXT" TO WS-XT-EXTRACT-NAME
           WHEN WS-XT-AUDIT
               MOVE "AUDITLOG.TXT" TO WS-XT-LIVE-NAME
               MOVE "AD" TO WS-XT-ARCHIVE-PREFIX
               MOVE "EXAUDIT.TXT" TO WS-XT-EXTRACT-NAME
           WHEN WS-XT-GRAVE
               MOVE "GRAVEYRD.TXT" TO WS-XT-LIVE-NAME
               MOVE "EXGRAVE.TXT" TO WS-XT-EXTRACT-NAME
           WHEN OTHER
               PERFORM DISPLAY-USAGE
               GO TO STOP-RUN
           END-EVALUATE

           IF WS-CMD-TOKEN-2-NUM NOT NUMERIC THEN
               PERFORM DISPLAY-USAGE
               GO TO STOP-RUN
           END-IF
           MOVE WS-CMD-TOKEN-2-NUM TO WS-XT-FROM-DATE
           IF WS-CMD-TOKEN-3 = SPACES THEN
               MOVE WS-TODAY-DATE TO WS-XT-TO-DATE
           ELSE
               IF WS-CMD-TOKEN-3-NUM NOT NUMERIC THEN
                   PERFORM DISPLAY-USAGE
                   GO TO STOP-RUN
               END-IF
               MOVE WS-CMD-TOKEN-3-NUM TO WS-XT-TO-DATE
           END-IF
           IF WS-XT-FROM-DATE > WS-XT-TO-DATE THEN
               DISPLAY "["WS-GAME-NAME"] From-date " WS-XT-FROM-DATE
                 " is after to-date " WS-XT-TO-DATE "."
               MOVE 8 TO RETURN-CODE
               GO TO STOP-RUN
           END-IF
           IF WS-CMD-TOKEN-4 NOT = SPACES THEN
               MOVE WS-CMD-TOKEN-4 TO WS-XT-EXTRACT-NAME
           END-IF

           OPEN OUTPUT EXTRACT-FILE
           IF NOT WS-XT-FS-OK THEN
               DISPLAY "["WS-GAME-NAME"] Cannot create "
                 WS-XT-EXTRACT-NAME
               MOVE 8 TO RETURN-CODE
               GO TO STOP-RUN
           END-IF

           DISPLAY "LOG EXTRACT - " WS-XT-TYPE " " WS-XT-FROM-DATE
             " TO " WS-XT-TO-DATE " - " WS-XT-EXTRACT-NAME
           DISPLAY "-----------------------------------------"
           PERFORM WRITE-HEADER-ROW
           IF WS-XT-ARCHIVE-PREFIX NOT = SPACES THEN
               PERFORM EXTRACT-ARCHIVE-MONTHS
           END-IF
           MOVE WS-XT-LIVE-NAME TO WS-XT-SOURCE-NAME
           PERFORM EXTRACT-ONE-SOURCE
           PERFORM WRITE-TRAILER-ROW
           CLOSE EXTRACT-FILE

           PERFORM WRITE-CONTROL-RECORD
           DISPLAY " "
           DISPLAY "Records read:             " WS-XT-IN-COUNT
           DISPLAY "  Extracted:              " WS-XT-OUT-COUNT
           DISPLAY "  Outside the date range: " WS-XT-RANGE-COUNT
           DISPLAY "  Without a date:         " WS-XT-UNDATED-COUNT
           DISPLAY "Hash total of dates:      " WS-XT-HASH-DATE
           DISPLAY "Hash total of keys:       " WS-XT-HASH-KEY
           IF WS-XT-UNDATED-COUNT > 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF
           GO TO STOP-RUN.
      ******************************************************************
       DISPLAY-USAGE.
           DISPLAY "["WS-GAME-NAME"] Usage: LOGEXTR"
             " BATTLE|COMBAT|AUDIT|GRAVE from-date [to-date] [file]".
           DISPLAY "["WS-GAME-NAME"] Dates are YYYYMMDD; to-date"
             " defaults to today.".
           MOVE 8 TO RETURN-CODE.
      ******************************************************************
      * == [READ-SOURCES] =========================================BEGIN=
      * ARCHLOG leaves each closed month in its own archive file and
      * only the current month in the live log, so a range reaching
      * back into closed months reads those archives first, oldest
      * month first. A month with no archive had no activity and is
      * passed over without comment.
       EXTRACT-ARCHIVE-MONTHS.
           MOVE WS-XT-FROM-DATE(1:6) TO WS-XT-PERIOD.
           MOVE WS-XT-TO-DATE(1:6) TO WS-XT-TO-PERIOD.
           PERFORM EXTRACT-ARCHIVE-MONTH
             UNTIL WS-XT-PERIOD > WS-XT-TO-PERIOD
             OR WS-XT-PERIOD >= WS-XT-CURRENT-PERIOD.
      ******************************************************************
       EXTRACT-ARCHIVE-MONTH.
           IF WS-XT-PERIOD-MONTH >= 1 AND WS-XT-PERIOD-MONTH <= 12 THEN
               MOVE SPACES TO WS-XT-SOURCE-NAME
               STRING WS-XT-ARCHIVE-PREFIX DELIMITED BY SIZE
                 WS-XT-PERIOD DELIMITED BY SIZE
                 ".TXT" DELIMITED BY SIZE
                 INTO WS-XT-SOURCE-NAME
               PERFORM EXTRACT-ONE-SOURCE
           END-IF
           ADD 1 TO WS-XT-PERIOD-MONTH.
           IF WS-XT-PERIOD-MONTH > 12 THEN
               MOVE 1 TO WS-XT-PERIOD-MONTH
               ADD 1 TO WS-XT-PERIOD-YEAR
           END-IF.
      ******************************************************************
       EXTRACT-ONE-SOURCE.
           MOVE 0 TO WS-XT-FILE-IN-COUNT.
           MOVE 0 TO WS-XT-FILE-OUT-COUNT.
           OPEN INPUT SOURCE-FILE.
           IF WS-SRC-FS-OK THEN
               ADD 1 TO WS-XT-FILES-READ
               PERFORM READ-SOURCE-RECORD UNTIL WS-SRC-FS-EOF
               CLOSE SOURCE-FILE
               DISPLAY "  " WS-XT-SOURCE-NAME " read "
                 WS-XT-FILE-IN-COUNT " extracted "
                 WS-XT-FILE-OUT-COUNT
           ELSE
               IF WS-XT-SOURCE-NAME = WS-XT-LIVE-NAME THEN
                   DISPLAY "  " WS-XT-SOURCE-NAME " not on file"
               END-IF
           END-IF.
      ******************************************************************
       READ-SOURCE-RECORD.
           READ SOURCE-FILE INTO WS-SOURCE-REC
           AT END
               SET WS-SRC-FS-EOF TO TRUE
           NOT AT END
               ADD 1 TO WS-XT-FILE-IN-COUNT
               ADD 1 TO WS-XT-IN-COUNT
               PERFORM SELECT-SOURCE-RECORD
           END-READ.
      ******************************************************************
       SELECT-SOURCE-RECORD.
           EVALUATE TRUE
           WHEN WS-XT-BATTLE
               MOVE WS-SOURCE-REC TO WS-BATTLELOG-REC
               MOVE WS-BL-LOG-DATE TO WS-XT-REC-DATE
               MOVE WS-BL-FIGHT-ID TO WS-XT-REC-KEY
           WHEN WS-XT-COMBAT
               MOVE WS-SOURCE-REC TO WS-COMBATLOG-REC
               MOVE WS-CL-DATE TO WS-XT-REC-DATE
               MOVE WS-CL-FIGHT-ID TO WS-XT-REC-KEY
           WHEN WS-XT-AUDIT
               MOVE WS-SOURCE-REC TO WS-AUDIT-REC
               MOVE WS-AUD-DATE TO WS-XT-REC-DATE
               MOVE WS-AUD-KEY TO WS-XT-REC-KEY
           WHEN WS-XT-GRAVE
               MOVE WS-SOURCE-REC TO WS-GRAVEYARD-REC
               MOVE WS-GY-DATE TO WS-XT-REC-DATE
               MOVE WS-GY-HERO-ID TO WS-XT-REC-KEY
           END-EVALUATE
           IF WS-XT-REC-DATE NOT NUMERIC OR WS-XT-REC-DATE = 0 THEN
               ADD 1 TO WS-XT-UNDATED-COUNT
           ELSE
               IF WS-XT-REC-DATE < WS-XT-FROM-DATE
                 OR WS-XT-REC-DATE > WS-XT-TO-DATE THEN
                   ADD 1 TO WS-XT-RANGE-COUNT
               ELSE
                   IF WS-XT-REC-KEY NOT NUMERIC THEN
                       MOVE 0 TO WS-XT-REC-KEY
                   END-IF
                   ADD 1 TO WS-XT-FILE-OUT-COUNT
                   ADD 1 TO WS-XT-OUT-COUNT
                   ADD WS-XT-REC-DATE TO WS-XT-HASH-DATE
                   ADD WS-XT-REC-KEY TO WS-XT-HASH-KEY
                   PERFORM WRITE-DATA-ROW
               END-IF
           END-IF.
      * == [READ-SOURCES] ===========================================END=

      ******************************************************************
      * == [EXTRACT-ROWS] =========================================BEGIN=
       WRITE-HEADER-ROW.
           PERFORM START-ROW.
           EVALUATE TRUE
           WHEN WS-XT-BATTLE
               MOVE "LOG-DATE" TO WS-XT-VALUE
               PERFORM PUT-TEXT-FIELD
               MOVE "RUN-ID" TO WS-XT-VALUE
               PERFORM PUT-TEXT-FIELD
               MOVE "FIGHT-ID" TO WS-XT-VALUE
               PERFORM PUT-TEXT-FIELD
               MOVE "DUNGEON-ID" TO WS-XT-VALUE
               PERFORM PUT-TEXT-FIELD
               MOVE "HERO-NAME" TO WS-XT-VALUE
               PERFORM PUT-TEXT-FIELD
               MOVE "HERO-PROFESSION" TO WS-XT-VALUE
               PERFORM PUT-TEXT-FIELD
               MOVE "MONSTER-NAME" TO WS-XT-VALUE
               PERFORM PUT-TEXT-FIELD
               MOVE "MONSTER-PROFESSION" TO WS-XT-VALUE
               PERFORM PUT-TEXT-FIELD
               MOVE "START-HP" TO WS-XT-VALUE
               PERFORM PUT-TEXT-FIELD
               MOVE "END-HP" TO WS-XT-VALUE
               PERFORM PUT-TEXT-FIELD
               MOVE "OUTCOME" TO WS-XT-VALUE
               PERFORM PUT-TEXT-FIELD
           WHEN WS-XT-COMBAT
               MOVE "DATE" TO WS-XT-VALUE
               PERFORM PUT-TEXT-FIELD
               MOVE "TIME" TO WS-XT-VALUE
               PERFORM PUT-TEXT-FIELD
               MOVE "RUN-ID" TO WS-XT-VALUE
               PERFORM PUT-TEXT-FIELD
               MOVE "FIGHT-ID" TO WS-XT-VALUE
               PERFORM PUT-TEXT-FIELD
               MOVE "ROUND" TO WS-XT-VALUE
               PERFORM PUT-TEXT-FIELD
               MOVE "EVENT" TO WS-XT-VALUE
               PERFORM PUT-TEXT-FIELD
               MOVE "ACTOR" TO WS-XT-VALUE
               PERFORM PUT-TEXT-FIELD
               MOVE "TARGET" TO WS-XT-VALUE
               PERFORM PUT-TEXT-FIELD
               MOVE "AMOUNT" TO WS-XT-VALUE
               PERFORM PUT-TEXT-FIELD
               MOVE "HP-LEFT" TO WS-XT-VALUE
               PERFORM PUT-TEXT-FIELD
           WHEN WS-XT-AUDIT
               MOVE "DATE" TO WS-XT-VALUE
               PERFORM PUT-TEXT-FIELD
               MOVE "TIME" TO WS-XT-VALUE
               PERFORM PUT-TEXT-FIELD
               MOVE "AREA" TO WS-XT-VALUE
               PERFORM PUT-TEXT-FIELD
               MOVE "KEY" TO WS-XT-VALUE
               PERFORM PUT-TEXT-FIELD
               MOVE "FIELD" TO WS-XT-VALUE
               PERFORM PUT-TEXT-FIELD
               MOVE "OLD-VALUE" TO WS-XT-VALUE
               PERFORM PUT-TEXT-FIELD
               MOVE "NEW-VALUE" TO WS-XT-VALUE
               PERFORM PUT-TEXT-FIELD
               MOVE "OPERATOR" TO WS-XT-VALUE
               PERFORM PUT-TEXT-FIELD
           WHEN WS-XT-GRAVE
               MOVE "DATE" TO WS-XT-VALUE
               PERFORM PUT-TEXT-FIELD
               MOVE "HERO-ID" TO WS-XT-VALUE
               PERFORM PUT-TEXT-FIELD
               MOVE "NAME" TO WS-XT-VALUE
               PERFORM PUT-TEXT-FIELD
               MOVE "PROFESSION" TO WS-XT-VALUE
               PERFORM PUT-TEXT-FIELD
               MOVE "LEVEL" TO WS-XT-VALUE
               PERFORM PUT-TEXT-FIELD
               MOVE "STRENGTH" TO WS-XT-VALUE
               PERFORM PUT-TEXT-FIELD
               MOVE "AGILITY" TO WS-XT-VALUE
               PERFORM PUT-TEXT-FIELD
               MOVE "XP" TO WS-XT-VALUE
               PERFORM PUT-TEXT-FIELD
               MOVE "GOLD" TO WS-XT-VALUE
               PERFORM PUT-TEXT-FIELD
               MOVE "MONSTERS-DEFEATED" TO WS-XT-VALUE
               PERFORM PUT-TEXT-FIELD
               MOVE "DUNGEON-ID" TO WS-XT-VALUE
               PERFORM PUT-TEXT-FIELD
           END-EVALUATE
           WRITE EXTRACT-REG FROM WS-XT-LINE.
      ******************************************************************
       WRITE-DATA-ROW.
           PERFORM START-ROW.
           EVALUATE TRUE
           WHEN WS-XT-BATTLE
               PERFORM PUT-BATTLE-FIELDS
           WHEN WS-XT-COMBAT
               PERFORM PUT-COMBAT-FIELDS
           WHEN WS-XT-AUDIT
               PERFORM PUT-AUDIT-FIELDS
           WHEN WS-XT-GRAVE
               PERFORM PUT-GRAVE-FIELDS
           END-EVALUATE
           WRITE EXTRACT-REG FROM WS-XT-LINE.
      ******************************************************************
       PUT-BATTLE-FIELDS.
           MOVE WS-BL-LOG-DATE TO WS-XT-DATE-IN.
           PERFORM PUT-DATE-FIELD.
           MOVE WS-BL-RUN-ID TO WS-XT-NUMBER.
           PERFORM PUT-NUMERIC-FIELD.
           MOVE WS-BL-FIGHT-ID TO WS-XT-NUMBER.
           PERFORM PUT-NUMERIC-FIELD.
           MOVE WS-BL-DUNGEON-ID TO WS-XT-NUMBER.
           PERFORM PUT-NUMERIC-FIELD.
           MOVE WS-BL-HERO-NAME TO WS-XT-VALUE.
           PERFORM PUT-TEXT-FIELD.
           MOVE WS-BL-HERO-PROFESSION TO WS-XT-VALUE.
           PERFORM PUT-TEXT-FIELD.
           MOVE WS-BL-MONSTER-NAME TO WS-XT-VALUE.
           PERFORM PUT-TEXT-FIELD.
           MOVE WS-BL-MONSTER-PROFESSION TO WS-XT-VALUE.
           PERFORM PUT-TEXT-FIELD.
           MOVE WS-BL-START-HP TO WS-XT-NUMBER.
           PERFORM PUT-NUMERIC-FIELD.
           MOVE WS-BL-END-HP TO WS-XT-NUMBER.
           PERFORM PUT-NUMERIC-FIELD.
           MOVE WS-BL-OUTCOME TO WS-XT-VALUE.
           PERFORM PUT-TEXT-FIELD.
      ******************************************************************
       PUT-COMBAT-FIELDS.
           MOVE WS-CL-DATE TO WS-XT-DATE-IN.
           PERFORM PUT-DATE-FIELD.
           MOVE WS-CL-TIME TO WS-XT-TIME-IN.
           PERFORM PUT-TIME-FIELD.
           MOVE WS-CL-RUN-ID TO WS-XT-NUMBER.
           PERFORM PUT-NUMERIC-FIELD.
           MOVE WS-CL-FIGHT-ID TO WS-XT-NUMBER.
           PERFORM PUT-NUMERIC-FIELD.
           MOVE WS-CL-ROUND TO WS-XT-NUMBER.
           PERFORM PUT-NUMERIC-FIELD.
           MOVE WS-CL-EVENT TO WS-XT-VALUE.
           PERFORM PUT-TEXT-FIELD.
           MOVE WS-CL-ACTOR TO WS-XT-VALUE.
           PERFORM PUT-TEXT-FIELD.
           MOVE WS-CL-TARGET TO WS-XT-VALUE.
           PERFORM PUT-TEXT-FIELD.
           MOVE WS-CL-AMOUNT TO WS-XT-NUMBER.
           PERFORM PUT-NUMERIC-FIELD.
           MOVE WS-CL-HP-LEFT TO WS-XT-NUMBER.
           PERFORM PUT-NUMERIC-FIELD.
      ******************************************************************
       PUT-AUDIT-FIELDS.
           MOVE WS-AUD-DATE TO WS-XT-DATE-IN.
           PERFORM PUT-DATE-FIELD.
           MOVE WS-AUD-TIME TO WS-XT-TIME-IN.
           PERFORM PUT-TIME-FIELD.
           MOVE WS-AUD-AREA TO WS-XT-VALUE.
           PERFORM PUT-TEXT-FIELD.
           MOVE WS-AUD-KEY TO WS-XT-NUMBER.
           PERFORM PUT-NUMERIC-FIELD.
           MOVE WS-AUD-FIELD TO WS-XT-VALUE.
           PERFORM PUT-TEXT-FIELD.
           MOVE WS-AUD-OLD-VALUE TO WS-XT-VALUE.
           PERFORM PUT-TEXT-FIELD.
           MOVE WS-AUD-NEW-VALUE TO WS-XT-VALUE.
           PERFORM PUT-TEXT-FIELD.
           MOVE WS-AUD-OPERATOR TO WS-XT-VALUE.
           PERFORM PUT-TEXT-FIELD.
      ******************************************************************
       PUT-GRAVE-FIELDS.
           MOVE WS-GY-DATE TO WS-XT-DATE-IN.
           PERFORM PUT-DATE-FIELD.
           MOVE WS-GY-HERO-ID TO WS-XT-NUMBER.
           PERFORM PUT-NUMERIC-FIELD.
           MOVE WS-GY-NAME TO WS-XT-VALUE.
           PERFORM PUT-TEXT-FIELD.
           MOVE WS-GY-PROFESSION TO WS-XT-VALUE.
           PERFORM PUT-TEXT-FIELD.
           MOVE WS-GY-LEVEL TO WS-XT-NUMBER.
           PERFORM PUT-NUMERIC-FIELD.
           MOVE WS-GY-STRENGTH TO WS-XT-NUMBER.
           PERFORM PUT-NUMERIC-FIELD.
           MOVE WS-GY-AGILITY TO WS-XT-NUMBER.
           PERFORM PUT-NUMERIC-FIELD.
           MOVE WS-GY-XP TO WS-XT-NUMBER.
           PERFORM PUT-NUMERIC-FIELD.
           MOVE WS-GY-GOLD TO WS-XT-NUMBER.
           PERFORM PUT-NUMERIC-FIELD.
           MOVE WS-GY-MONSTERS-DEFEATED TO WS-XT-NUMBER.
           PERFORM PUT-NUMERIC-FIELD.
           MOVE WS-GY-DUNGEON-ID TO WS-XT-NUMBER.
           PERFORM PUT-NUMERIC-FIELD.
      ******************************************************************
      * The trailer is laid out like the HEROXFER one and is not
      * quoted: record count, hash total of the record dates, hash
      * total of the record keys (fight ID for battle and combat
      * records, the audit key, the hero ID for the graveyard).
       WRITE-TRAILER-ROW.
           MOVE SPACES TO WS-XT-LINE.
           STRING "TRL;" DELIMITED BY SIZE
             WS-XT-OUT-COUNT DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             WS-XT-HASH-DATE DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             WS-XT-HASH-KEY DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             INTO WS-XT-LINE.
           WRITE EXTRACT-REG FROM WS-XT-LINE.
      ******************************************************************
       START-ROW.
           MOVE SPACES TO WS-XT-LINE.
           MOVE 1 TO WS-XT-LINE-PTR.
           MOVE 0 TO WS-XT-FIELD-CT.
      ******************************************************************
       PUT-NUMERIC-FIELD.
           MOVE WS-XT-NUMBER TO WS-XT-NUM-EDIT.
           MOVE WS-XT-NUM-EDIT TO WS-XT-VALUE.
           PERFORM PUT-TEXT-FIELD.
      ******************************************************************
       PUT-DATE-FIELD.
           MOVE SPACES TO WS-XT-VALUE.
           IF WS-XT-DATE-IN NUMERIC AND WS-XT-DATE-IN > 0 THEN
               MOVE WS-XT-DATE-DISP(1:4) TO WS-XT-VALUE(1:4)
               MOVE "-" TO WS-XT-VALUE(5:1)
               MOVE WS-XT-DATE-DISP(5:2) TO WS-XT-VALUE(6:2)
               MOVE "-" TO WS-XT-VALUE(8:1)
               MOVE WS-XT-DATE-DISP(7:2) TO WS-XT-VALUE(9:2)
           END-IF
           PERFORM PUT-TEXT-FIELD.
      ******************************************************************
       PUT-TIME-FIELD.
           MOVE SPACES TO WS-XT-VALUE.
           IF WS-XT-TIME-IN NUMERIC THEN
               MOVE WS-XT-TIME-DISP(1:2) TO WS-XT-VALUE(1:2)
               MOVE ":" TO WS-XT-VALUE(3:1)
               MOVE WS-XT-TIME-DISP(3:2) TO WS-XT-VALUE(4:2)
               MOVE ":" TO WS-XT-VALUE(6:1)
               MOVE WS-XT-TIME-DISP(5:2) TO WS-XT-VALUE(7:2)
           END-IF
           PERFORM PUT-TEXT-FIELD.
      ******************************************************************
       PUT-TEXT-FIELD.
           IF WS-XT-FIELD-CT > 0 THEN
               MOVE WS-DELIMITER TO WS-XT-LINE(WS-XT-LINE-PTR:1)
               ADD 1 TO WS-XT-LINE-PTR
           END-IF
           ADD 1 TO WS-XT-FIELD-CT.
           MOVE 20 TO WS-XT-VAL-END.
           PERFORM TRIM-VALUE-END UNTIL WS-XT-VAL-END < 1
             OR WS-XT-VALUE(WS-XT-VAL-END:1) NOT = SPACE.
           MOVE 1 TO WS-XT-VAL-START.
           PERFORM TRIM-VALUE-START
             UNTIL WS-XT-VAL-START > WS-XT-VAL-END
             OR WS-XT-VALUE(WS-XT-VAL-START:1) NOT = SPACE.
           MOVE WS-QUOTE TO WS-XT-LINE(WS-XT-LINE-PTR:1).
           ADD 1 TO WS-XT-LINE-PTR.
           PERFORM COPY-VALUE-CHAR
             VARYING WS-XT-VAL-POS FROM WS-XT-VAL-START BY 1
             UNTIL WS-XT-VAL-POS > WS-XT-VAL-END.
           MOVE WS-QUOTE TO WS-XT-LINE(WS-XT-LINE-PTR:1).
           ADD 1 TO WS-XT-LINE-PTR.
      ******************************************************************
       TRIM-VALUE-END.
           SUBTRACT 1 FROM WS-XT-VAL-END.
      ******************************************************************
       TRIM-VALUE-START.
           ADD 1 TO WS-XT-VAL-START.
      ******************************************************************
       COPY-VALUE-CHAR.
           IF WS-XT-VALUE(WS-XT-VAL-POS:1) = WS-QUOTE THEN
               MOVE WS-QUOTE TO WS-XT-LINE(WS-XT-LINE-PTR:1)
               ADD 1 TO WS-XT-LINE-PTR
           END-IF
           MOVE WS-XT-VALUE(WS-XT-VAL-POS:1)
             TO WS-XT-LINE(WS-XT-LINE-PTR:1).
           ADD 1 TO WS-XT-LINE-PTR.
      * == [EXTRACT-ROWS] ===========================================END=

      ******************************************************************
      * One EXTRCTL.TXT record per extract: what was asked for, where
      * it went, and the totals written to its trailer.
       WRITE-CONTROL-RECORD.
           MOVE WS-TODAY-DATE TO WS-CTL-DATE.
           ACCEPT WS-CTL-TIME-RAW FROM TIME.
           MOVE WS-CTL-TIME-HMS TO WS-CTL-TIME.
           MOVE WS-XT-TYPE TO WS-CTL-TYPE.
           MOVE WS-XT-FROM-DATE TO WS-CTL-FROM-DATE.
           MOVE WS-XT-TO-DATE TO WS-CTL-TO-DATE.
           MOVE WS-XT-EXTRACT-NAME TO WS-CTL-EXTRACT-NAME.
           MOVE WS-XT-FILES-READ TO WS-CTL-FILES-READ.
           MOVE WS-XT-IN-COUNT TO WS-CTL-RECORDS-IN.
           MOVE WS-XT-OUT-COUNT TO WS-CTL-RECORDS-OUT.
           MOVE WS-XT-HASH-DATE TO WS-CTL-HASH-DATE.
           MOVE WS-XT-HASH-KEY TO WS-CTL-HASH-KEY.
           IF WS-XT-IN-COUNT = WS-XT-OUT-COUNT + WS-XT-RANGE-COUNT
             + WS-XT-UNDATED-COUNT THEN
               MOVE "PROOF-OK" TO WS-CTL-PROOF
           ELSE
               MOVE "MISMATCH" TO WS-CTL-PROOF
               MOVE 8 TO RETURN-CODE
           END-IF

           OPEN EXTEND CONTROL-FILE.
           IF WS-CTL-FS-NOTFOUND THEN
               OPEN OUTPUT CONTROL-FILE
           END-IF
           IF WS-CTL-FS-OK THEN
               WRITE CONTROL-REG FROM WS-CONTROL-REC
               CLOSE CONTROL-FILE
           ELSE
               DISPLAY "["WS-GAME-NAME"] EXTRCTL file not available."
           END-IF.
      ******************************************************************
       STOP-RUN.
           STOP RUN.
       END PROGRAM LOGEXTR.
