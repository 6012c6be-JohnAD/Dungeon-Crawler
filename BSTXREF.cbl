       IDENTIFICATION DIVISION.
       PROGRAM-ID. BSTXREF.
      ******************************************************************
      * JUEGO: DUNGEON CRAWLER - BESTIARY CROSS-REFERENCE REPORT       *
      *                                                                *
      * Lists every monster template in BESTIARY.TXT with each dungeon *
      * and room that points at it, then every room in a catalog       *
      * dungeon that points at a template no longer in the bestiary.   *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUNGEON-CATALOG-FILE ASSIGN TO "DUNGEONS.TXT"
             FILE STATUS IS WS-CATALOG-FS
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MONSTERS-FILE ASSIGN DYNAMIC WS-DUNGEON-FILE-NAME
             FILE STATUS IS WS-MONSTERS-FS
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BESTIARY-FILE ASSIGN TO "BESTIARY.TXT"
             FILE STATUS IS WS-BESTIARY-FS
             ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD DUNGEON-CATALOG-FILE.
       01 CATALOG-REG.
           05 CAT-R-ID                 PIC 9(02) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 CAT-R-NAME               PIC X(20) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 CAT-R-DIFFICULTY         PIC 9(02) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 CAT-R-FILE-NAME          PIC X(12) VALUE SPACES.
       FD MONSTERS-FILE.
       01 MONSTERS-REG.
           05 MONSTER-R-ID             PIC 9(02) VALUE ZERO.
           05 MONSTER-R-STRENGTH       PIC 9(02) VALUE ZERO.
           05 MONSTER-R-AGILITY        PIC 9(02) VALUE ZERO.
           05 MONSTER-R-LEVEL          PIC 9(02) VALUE ZERO.
           05 MONSTER-R-HP             PIC 9(02) VALUE ZERO.
           05 MONSTER-R-PROFESSION     PIC 9(02) VALUE ZERO.
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
       WORKING-STORAGE SECTION.
       01 WS-CONSTANTS.
           05 WS-GAME-NAME             PIC X(15)
                                         VALUE "Dungeon Crawler".
           05 WS-MAX-DUNGEONS          PIC 9(02) VALUE 10.
           05 WS-MAX-TEMPLATES         PIC 9(02) VALUE 30.
           05 WS-MAX-REFERENCES        PIC 9(03) VALUE 250.
       01 WS-DUNGEON-FILE-NAME     PIC X(12) VALUE "DUNGEON.TXT".
       01 WS-FILE-STATUSES.
           05 WS-CATALOG-FS        PIC X(02) VALUE ZEROES.
               88 WS-CAT-FS-OK       VALUE "00".
               88 WS-CAT-FS-EOF      VALUE HIGH-VALUE.
           05 WS-MONSTERS-FS       PIC X(02) VALUE ZEROES.
               88 WS-M-FS-OK         VALUE "00".
               88 WS-M-FS-EOF        VALUE HIGH-VALUE.
           05 WS-BESTIARY-FS       PIC X(02) VALUE ZEROES.
               88 WS-BST-FS-OK       VALUE "00".
               88 WS-BST-FS-EOF      VALUE HIGH-VALUE.
               88 WS-BST-FS-NOTFOUND VALUE "35".
       01 WS-DUNGEON-TABLE.
           05 WS-DT-LENGTH             PIC 9(02) VALUE ZERO.
           05 WS-DT-INDEX              PIC 9(02) VALUE ZERO.
      * WS-DT-ROW OCCURS **WS-MAX-DUNGEONS** TIMES
           05 WS-DT-ROW OCCURS 10 TIMES.
               10 WS-DT-ID             PIC 9(02) VALUE ZERO.
               10 WS-DT-NAME           PIC X(20) VALUE SPACES.
               10 WS-DT-FILE-NAME      PIC X(12) VALUE SPACES.
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
               10 WS-BT-NAME           PIC X(10) VALUE SPACES.
               10 WS-BT-USE-COUNT      PIC 9(03) VALUE ZERO.
       01 WS-REFERENCE-TABLE.
           05 WS-RT-LENGTH             PIC 9(03) VALUE ZERO.
           05 WS-RT-INDEX              PIC 9(03) VALUE ZERO.
      * WS-RT-ROW OCCURS **WS-MAX-REFERENCES** TIMES
           05 WS-RT-ROW OCCURS 250 TIMES.
               10 WS-RT-TEMPLATE-ID    PIC 9(02) VALUE ZERO.
               10 WS-RT-DUNGEON-ID     PIC 9(02) VALUE ZERO.
               10 WS-RT-DUNGEON-NAME   PIC X(20) VALUE SPACES.
               10 WS-RT-ROOM-ID        PIC 9(02) VALUE ZERO.
               10 WS-RT-OVERRIDE-SW    PIC X(01) VALUE "N".
                   88 WS-RT-OVERRIDDEN     VALUE "Y".
                   88 WS-RT-NOT-OVERRIDDEN VALUE "N".
               10 WS-RT-MISSING-SW     PIC X(01) VALUE "N".
                   88 WS-RT-MISSING        VALUE "Y".
                   88 WS-RT-NOT-MISSING    VALUE "N".
       01 WS-REPORT-WORK.
           05 WS-XR-MISSING-COUNT      PIC 9(03) VALUE ZERO.
           05 WS-XR-UNUSED-COUNT       PIC 9(02) VALUE ZERO.
           05 WS-XR-DROPPED            PIC 9(03) VALUE ZERO.
       01 WS-REPORT-LINES.
           05 WS-XR-TEMPLATE-LINE.
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-XR-T-ID           PIC 9(02) VALUE ZERO.
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-XR-T-NAME         PIC X(10) VALUE SPACES.
               10 FILLER               PIC X(03) VALUE SPACES.
               10 WS-XR-T-STRENGTH     PIC Z9    VALUE ZERO.
               10 FILLER               PIC X(03) VALUE SPACES.
               10 WS-XR-T-AGILITY      PIC Z9    VALUE ZERO.
               10 FILLER               PIC X(03) VALUE SPACES.
               10 WS-XR-T-LEVEL        PIC Z9    VALUE ZERO.
               10 FILLER               PIC X(03) VALUE SPACES.
               10 WS-XR-T-HP           PIC Z9    VALUE ZERO.
               10 FILLER               PIC X(04) VALUE SPACES.
               10 WS-XR-T-ROOMS        PIC ZZ9   VALUE ZERO.
           05 WS-XR-USE-LINE.
               10 FILLER               PIC X(08) VALUE SPACES.
               10 FILLER               PIC X(08) VALUE "Dungeon ".
               10 WS-XR-U-DUNGEON-ID   PIC 9(02) VALUE ZERO.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-XR-U-DUNGEON-NAME PIC X(20) VALUE SPACES.
               10 FILLER               PIC X(07) VALUE "  Room ".
               10 WS-XR-U-ROOM-ID      PIC 9(02) VALUE ZERO.
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-XR-U-NOTE         PIC X(09) VALUE SPACES.
               10 WS-XR-U-NOTE-ID      PIC X(02) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-BESTIARY
           PERFORM LOAD-DUNGEON-CATALOG
           IF WS-DT-LENGTH = 0 THEN
               DISPLAY "["WS-GAME-NAME"] No dungeons in the catalog."
           ELSE
               PERFORM SCAN-DUNGEON-FILE
                 VARYING WS-DT-INDEX FROM 1 BY 1
                 UNTIL WS-DT-INDEX > WS-DT-LENGTH
               PERFORM PRINT-REPORT
           END-IF
           GO TO STOP-RUN.
      ******************************************************************
      * == [LOAD-BESTIARY] ========================================BEGIN=
       LOAD-BESTIARY.
           MOVE 0 TO WS-BT-LENGTH.
           OPEN INPUT BESTIARY-FILE.
           IF WS-BST-FS-OK THEN
               PERFORM READ-FILE-BESTIARY
                 UNTIL WS-BST-FS-EOF
                 OR WS-BT-LENGTH >= WS-MAX-TEMPLATES
               CLOSE BESTIARY-FILE
           ELSE
               IF NOT WS-BST-FS-NOTFOUND THEN
                   DISPLAY "["WS-GAME-NAME"] BESTIARY file not"
                     " available."
               END-IF
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
               MOVE BST-R-NAME TO WS-BT-NAME(WS-BT-LENGTH)
               MOVE 0 TO WS-BT-USE-COUNT(WS-BT-LENGTH)
           END-READ.
      ******************************************************************
       FIND-BESTIARY-ROW.
           MOVE 0 TO WS-BT-FOUND-ROW.
           PERFORM MATCH-BESTIARY-ROW
             VARYING WS-BT-INDEX FROM 1 BY 1
             UNTIL WS-BT-INDEX > WS-BT-LENGTH.
      ******************************************************************
       MATCH-BESTIARY-ROW.
           IF WS-BT-ID(WS-BT-INDEX) = MONSTER-R-TEMPLATE-ID THEN
               MOVE WS-BT-INDEX TO WS-BT-FOUND-ROW
           END-IF.
      * == [LOAD-BESTIARY] ==========================================END=

      ******************************************************************
      * == [LOAD-DUNGEON-CATALOG] =================================BEGIN=
       LOAD-DUNGEON-CATALOG.
           MOVE 0 TO WS-DT-LENGTH.
           OPEN INPUT DUNGEON-CATALOG-FILE.
           IF WS-CAT-FS-OK THEN
               PERFORM READ-FILE-CATALOG
                 UNTIL WS-CAT-FS-EOF
                 OR WS-DT-LENGTH >= WS-MAX-DUNGEONS
               CLOSE DUNGEON-CATALOG-FILE
           ELSE
               DISPLAY "["WS-GAME-NAME"] DUNGEONS file not available."
           END-IF.
      ******************************************************************
       READ-FILE-CATALOG.
           READ DUNGEON-CATALOG-FILE
           AT END
               SET WS-CAT-FS-EOF TO TRUE
           NOT AT END
               ADD 1 TO WS-DT-LENGTH
               MOVE CAT-R-ID TO WS-DT-ID(WS-DT-LENGTH)
               MOVE CAT-R-NAME TO WS-DT-NAME(WS-DT-LENGTH)
               MOVE CAT-R-FILE-NAME TO WS-DT-FILE-NAME(WS-DT-LENGTH)
           END-READ.
      * == [LOAD-DUNGEON-CATALOG] ===================================END=

      ******************************************************************
      * == [SCAN-DUNGEON-FILE] ====================================BEGIN=
       SCAN-DUNGEON-FILE.
           MOVE WS-DT-FILE-NAME(WS-DT-INDEX)
             TO WS-DUNGEON-FILE-NAME.
           OPEN INPUT MONSTERS-FILE.
           IF WS-M-FS-OK THEN
               PERFORM READ-FILE-MONSTERS UNTIL WS-M-FS-EOF
               CLOSE MONSTERS-FILE
               MOVE "00" TO WS-MONSTERS-FS
           ELSE
               DISPLAY "["WS-GAME-NAME"] Cannot open dungeon file: "
                 WS-DUNGEON-FILE-NAME
               MOVE "00" TO WS-MONSTERS-FS
           END-IF.
      ******************************************************************
       READ-FILE-MONSTERS.
           READ MONSTERS-FILE
           AT END
               SET WS-M-FS-EOF TO TRUE
           NOT AT END
               PERFORM COLLECT-TEMPLATE-REFERENCE
           END-READ.
      ******************************************************************
      * Only monster rooms take their stats from a template; trap,
      * treasure and rest rooms ignore any template reference.
       COLLECT-TEMPLATE-REFERENCE.
           IF MONSTER-R-ROOM-TYPE NOT NUMERIC THEN
               MOVE ZERO TO MONSTER-R-ROOM-TYPE
           END-IF
           IF MONSTER-R-TEMPLATE-ID NOT NUMERIC THEN
               MOVE ZERO TO MONSTER-R-TEMPLATE-ID
           END-IF
           IF MONSTER-R-TEMPLATE-ID > 0 AND MONSTER-R-ROOM-TYPE = 0 THEN
               IF WS-RT-LENGTH >= WS-MAX-REFERENCES THEN
                   ADD 1 TO WS-XR-DROPPED
               ELSE
                   PERFORM ADD-TEMPLATE-REFERENCE
               END-IF
           END-IF.
      ******************************************************************
       ADD-TEMPLATE-REFERENCE.
           ADD 1 TO WS-RT-LENGTH.
           MOVE MONSTER-R-TEMPLATE-ID
             TO WS-RT-TEMPLATE-ID(WS-RT-LENGTH).
           MOVE WS-DT-ID(WS-DT-INDEX) TO WS-RT-DUNGEON-ID(WS-RT-LENGTH).
           MOVE WS-DT-NAME(WS-DT-INDEX)
             TO WS-RT-DUNGEON-NAME(WS-RT-LENGTH).
           MOVE MONSTER-R-ID TO WS-RT-ROOM-ID(WS-RT-LENGTH).
           IF MONSTER-R-STRENGTH NOT = 0 OR MONSTER-R-AGILITY NOT = 0
             OR MONSTER-R-LEVEL NOT = 0 OR MONSTER-R-HP NOT = 0
             OR MONSTER-R-PROFESSION NOT = 0
             OR MONSTER-R-NAME NOT = SPACES THEN
               SET WS-RT-OVERRIDDEN(WS-RT-LENGTH) TO TRUE
           ELSE
               SET WS-RT-NOT-OVERRIDDEN(WS-RT-LENGTH) TO TRUE
           END-IF
           PERFORM FIND-BESTIARY-ROW.
           IF WS-BT-FOUND-ROW = 0 THEN
               SET WS-RT-MISSING(WS-RT-LENGTH) TO TRUE
               ADD 1 TO WS-XR-MISSING-COUNT
           ELSE
               SET WS-RT-NOT-MISSING(WS-RT-LENGTH) TO TRUE
               ADD 1 TO WS-BT-USE-COUNT(WS-BT-FOUND-ROW)
           END-IF.
      * == [SCAN-DUNGEON-FILE] ======================================END=

      ******************************************************************
      * == [PRINT-REPORT] =========================================BEGIN=
       PRINT-REPORT.
           DISPLAY "BESTIARY CROSS-REFERENCE REPORT".
           DISPLAY "-------------------------------".
           MOVE 0 TO WS-XR-UNUSED-COUNT.
           IF WS-BT-LENGTH = 0 THEN
               DISPLAY "No templates in BESTIARY.TXT."
           ELSE
               DISPLAY "  ID  Template    STR  AGI  LVL   HP  Rooms"
               DISPLAY "  --  ----------  ---  ---  ---  ---  -----"
               PERFORM PRINT-TEMPLATE-ROW
                 VARYING WS-BT-INDEX FROM 1 BY 1
                 UNTIL WS-BT-INDEX > WS-BT-LENGTH
           END-IF
           DISPLAY " ".
           DISPLAY "ROOMS POINTING AT A MISSING TEMPLATE".
           DISPLAY "------------------------------------".
           IF WS-XR-MISSING-COUNT = 0 THEN
               DISPLAY "None."
           ELSE
               PERFORM PRINT-MISSING-ROW
                 VARYING WS-RT-INDEX FROM 1 BY 1
                 UNTIL WS-RT-INDEX > WS-RT-LENGTH
           END-IF
           DISPLAY " ".
           DISPLAY "Templates: " WS-BT-LENGTH
             "  Unused templates: " WS-XR-UNUSED-COUNT.
           DISPLAY "Rooms using a template: " WS-RT-LENGTH
             "  Missing template: " WS-XR-MISSING-COUNT.
           IF WS-XR-DROPPED > 0 THEN
               DISPLAY "Rooms not listed, reference table full: "
                 WS-XR-DROPPED
           END-IF.
      ******************************************************************
       PRINT-TEMPLATE-ROW.
           MOVE WS-BT-ID(WS-BT-INDEX) TO WS-XR-T-ID.
           MOVE WS-BT-NAME(WS-BT-INDEX) TO WS-XR-T-NAME.
           MOVE WS-BT-STRENGTH(WS-BT-INDEX) TO WS-XR-T-STRENGTH.
           MOVE WS-BT-AGILITY(WS-BT-INDEX) TO WS-XR-T-AGILITY.
           MOVE WS-BT-LEVEL(WS-BT-INDEX) TO WS-XR-T-LEVEL.
           MOVE WS-BT-HP(WS-BT-INDEX) TO WS-XR-T-HP.
           MOVE WS-BT-USE-COUNT(WS-BT-INDEX) TO WS-XR-T-ROOMS.
           DISPLAY WS-XR-TEMPLATE-LINE.
           IF WS-BT-USE-COUNT(WS-BT-INDEX) = 0 THEN
               ADD 1 TO WS-XR-UNUSED-COUNT
               DISPLAY "        (not used by any dungeon)"
           ELSE
               PERFORM PRINT-USE-ROW
                 VARYING WS-RT-INDEX FROM 1 BY 1
                 UNTIL WS-RT-INDEX > WS-RT-LENGTH
           END-IF.
      ******************************************************************
       PRINT-USE-ROW.
           IF WS-RT-TEMPLATE-ID(WS-RT-INDEX) = WS-BT-ID(WS-BT-INDEX)
             THEN
               PERFORM FILL-USE-LINE
               IF WS-RT-OVERRIDDEN(WS-RT-INDEX) THEN
                   MOVE "OVERRIDES" TO WS-XR-U-NOTE
               END-IF
               DISPLAY WS-XR-USE-LINE
           END-IF.
      ******************************************************************
       PRINT-MISSING-ROW.
           IF WS-RT-MISSING(WS-RT-INDEX) THEN
               PERFORM FILL-USE-LINE
               MOVE "Template " TO WS-XR-U-NOTE
               MOVE WS-RT-TEMPLATE-ID(WS-RT-INDEX) TO WS-XR-U-NOTE-ID
               DISPLAY WS-XR-USE-LINE
           END-IF.
      ******************************************************************
       FILL-USE-LINE.
           MOVE WS-RT-DUNGEON-ID(WS-RT-INDEX) TO WS-XR-U-DUNGEON-ID.
           MOVE WS-RT-DUNGEON-NAME(WS-RT-INDEX) TO WS-XR-U-DUNGEON-NAME.
           MOVE WS-RT-ROOM-ID(WS-RT-INDEX) TO WS-XR-U-ROOM-ID.
           MOVE SPACES TO WS-XR-U-NOTE.
           MOVE SPACES TO WS-XR-U-NOTE-ID.
      * == [PRINT-REPORT] ===========================================END=
      ******************************************************************
       STOP-RUN.
           STOP RUN.
       END PROGRAM BSTXREF.
