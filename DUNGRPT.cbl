           SELECT MONSTERS-FILE ASSIGN DYNAMIC WS-DUNGEON-FILE-NAME
             FILE STATUS IS WS-MONSTERS-FS
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BESTIARY-FILE ASSIGN TO "BESTIARY.TXT"
             FILE STATUS IS WS-BESTIARY-FS
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BATTLELOG-FILE ASSIGN TO "BATTLELOG.TXT"
             FILE STATUS IS WS-BATTLELOG-FS
             ORGANIZATION IS LINE SEQUENTIAL.
           05 MONSTER-R-NAME           PIC X(10) VALUE SPACES.
           05 MONSTER-R-ROOM-TYPE      PIC 9(02) VALUE ZERO.
           05 MONSTER-R-ROOM-VALUE     PIC 9(04) VALUE ZERO.
           05 MONSTER-R-TEMPLATE-ID    PIC 9(02) VALUE ZERO.
       FD BESTIARY-FILE.
       01 BESTIARY-REG.
           05 BST-R-ID                 PIC 9(02) VALUE ZERO.
           05 BST-R-STRENGTH           PIC 9(02) VALUE ZERO.
           05 BST-R-AGILITY            PIC 9(02) VALUE ZERO.
           05 BST-R-LEVEL              PIC 9(02) VALUE ZERO.
           05 BST-R-HP                 PIC 9(02) VALUE ZERO.
           05 BST-R-PROFESSION         PIC 9(02) VALUE ZERO.
           05 BST-R-NAME               PIC X(10) VALUE SPACES.
       FD BATTLELOG-FILE.
       01 BATTLELOG-REG.
           05 BL-HERO-NAME             PIC X(10) VALUE SPACES.
           05 BL-DUNGEON-ID            PIC 9(02) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 BL-LOG-DATE              PIC 9(08) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 BL-RUN-ID                PIC 9(06) VALUE ZERO.
       WORKING-STORAGE SECTION.
       01 WS-CONSTANTS.
           05 WS-GAME-NAME             PIC X(15)
                                         VALUE "Dungeon Crawler".
           05 WS-MAX-DUNGEONS          PIC 9(02) VALUE 10.
           05 WS-MAX-MONSTERS          PIC 9(02) VALUE 25.
           05 WS-MAX-TEMPLATES         PIC 9(02) VALUE 30.
           05 WS-REVIEW-THRESHOLD      PIC 9(02) VALUE 2.
       01 WS-DUNGEON-FILE-NAME     PIC X(12) VALUE "DUNGEON.TXT".
       01 WS-FILE-STATUSES.
           05 WS-BATTLELOG-FS      PIC X(02) VALUE ZEROES.
               88 WS-BL-FS-OK        VALUE "00".
               88 WS-BL-FS-EOF       VALUE HIGH-VALUE.
           05 WS-BESTIARY-FS       PIC X(02) VALUE ZEROES.
               88 WS-BST-FS-OK       VALUE "00".
               88 WS-BST-FS-EOF      VALUE HIGH-VALUE.
       01 WS-DUNGEON-TABLE.
           05 WS-DT-LENGTH             PIC 9(02) VALUE ZERO.
           05 WS-DT-INDEX              PIC 9(02) VALUE ZERO.
               10 WS-DT-LOSSES         PIC 9(05) VALUE ZERO.
               10 WS-DT-HP-LOST        PIC 9(07) VALUE ZERO.
               10 WS-DT-OBSERVED       PIC 9(02) VALUE ZERO.
       01 WS-BESTIARY-TABLE.
           05 WS-BT-LENGTH             PIC 9(02) VALUE ZERO.
           05 WS-BT-INDEX              PIC 9(02) VALUE ZERO.
           05 WS-BT-FOUND-ROW          PIC 9(02) VALUE ZERO.
      * WS-BT-ROW OCCURS **WS-MAX-TEMPLATES** TIMES
           05 WS-BT-ROW OCCURS 30 TIMES.
               10 WS-BT-ID             PIC 9(02) VALUE ZERO.
               10 WS-BT-STRENGTH       PIC 9(02) VALUE ZERO.
               10 WS-BT-AGILITY        PIC 9(02) VALUE ZERO.
               10 WS-BT-LEVEL          PIC 9(02) VALUE ZERO.
               10 WS-BT-HP             PIC 9(02) VALUE ZERO.
       01 WS-REPORT-WORK.
           05 WS-RPT-FOUND-ROW         PIC 9(02) VALUE ZERO.
           05 WS-RPT-HP-DELTA          PIC S9(03) VALUE ZERO.
           IF WS-DT-LENGTH = 0 THEN
               DISPLAY "["WS-GAME-NAME"] No dungeons in the catalog."
           ELSE
               PERFORM LOAD-BESTIARY
               PERFORM SCAN-DUNGEON-FILE
                 VARYING WS-DT-INDEX FROM 1 BY 1
                 UNTIL WS-DT-INDEX > WS-DT-LENGTH
               CLOSE DUNGEON-CATALOG-FILE
           ELSE
               DISPLAY "["WS-GAME-NAME"] DUNGEONS file not available."
               MOVE 8 TO RETURN-CODE
           END-IF.
      ******************************************************************
       READ-FILE-CATALOG.
           END-READ.
      * == [LOAD-DUNGEON-CATALOG] ===================================END=

      ******************************************************************
      * == [LOAD-BESTIARY] ========================================BEGIN=
      * Rooms that point at a bestiary template are rated with the
      * template stats they do not override. No bestiary file simply
      * means every room carries its own stats.
       LOAD-BESTIARY.
           MOVE 0 TO WS-BT-LENGTH.
           OPEN INPUT BESTIARY-FILE.
           IF WS-BST-FS-OK THEN
               PERFORM READ-FILE-BESTIARY
                 UNTIL WS-BST-FS-EOF
                 OR WS-BT-LENGTH >= WS-MAX-TEMPLATES
               CLOSE BESTIARY-FILE
           END-IF.
      ******************************************************************
       READ-FILE-BESTIARY.
           READ BESTIARY-FILE
           AT END
               SET WS-BST-FS-EOF TO TRUE
           NOT AT END
               ADD 1 TO WS-BT-LENGTH
               MOVE BST-R-ID TO WS-BT-ID(WS-BT-LENGTH)
               MOVE BST-R-STRENGTH TO WS-BT-STRENGTH(WS-BT-LENGTH)
               MOVE BST-R-AGILITY TO WS-BT-AGILITY(WS-BT-LENGTH)
               MOVE BST-R-LEVEL TO WS-BT-LEVEL(WS-BT-LENGTH)
               MOVE BST-R-HP TO WS-BT-HP(WS-BT-LENGTH)
           END-READ.
      * == [LOAD-BESTIARY] ==========================================END=

      ******************************************************************
      * == [SCAN-DUNGEON-FILE] ====================================BEGIN=
       SCAN-DUNGEON-FILE.
           IF MONSTER-R-ROOM-VALUE NOT NUMERIC THEN
               MOVE ZERO TO MONSTER-R-ROOM-VALUE
           END-IF
           IF MONSTER-R-TEMPLATE-ID NOT NUMERIC THEN
               MOVE ZERO TO MONSTER-R-TEMPLATE-ID
           END-IF
           IF MONSTER-R-TEMPLATE-ID > 0 AND MONSTER-R-ROOM-TYPE = 0 THEN
               PERFORM APPLY-BESTIARY-TEMPLATE
           END-IF
           EVALUATE MONSTER-R-ROOM-TYPE
           WHEN 0
               ADD 1 TO WS-DT-MONSTER-COUNT(WS-DT-INDEX)
               ADD MONSTER-R-ROOM-VALUE
                 TO WS-DT-STAT-TOTAL(WS-DT-INDEX)
           END-EVALUATE.
      ******************************************************************
       APPLY-BESTIARY-TEMPLATE.
           MOVE 0 TO WS-BT-FOUND-ROW.
           PERFORM MATCH-BESTIARY-ROW
             VARYING WS-BT-INDEX FROM 1 BY 1
             UNTIL WS-BT-INDEX > WS-BT-LENGTH.
           IF WS-BT-FOUND-ROW > 0 THEN
               IF MONSTER-R-STRENGTH = 0 THEN
                   MOVE WS-BT-STRENGTH(WS-BT-FOUND-ROW)
                     TO MONSTER-R-STRENGTH
               END-IF
               IF MONSTER-R-AGILITY = 0 THEN
                   MOVE WS-BT-AGILITY(WS-BT-FOUND-ROW)
                     TO MONSTER-R-AGILITY
               END-IF
               IF MONSTER-R-LEVEL = 0 THEN
                   MOVE WS-BT-LEVEL(WS-BT-FOUND-ROW) TO MONSTER-R-LEVEL
               END-IF
               IF MONSTER-R-HP = 0 THEN
                   MOVE WS-BT-HP(WS-BT-FOUND-ROW) TO MONSTER-R-HP
               END-IF
           END-IF.
      ******************************************************************
       MATCH-BESTIARY-ROW.
           IF WS-BT-ID(WS-BT-INDEX) = MONSTER-R-TEMPLATE-ID THEN
               MOVE WS-BT-INDEX TO WS-BT-FOUND-ROW
           END-IF.
      * == [SCAN-DUNGEON-FILE] ======================================END=

      ******************************************************************
