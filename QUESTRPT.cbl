       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUESTRPT.
      ******************************************************************
      * JUEGO: DUNGEON CRAWLER - QUEST CONTRACT STATUS REPORT          *
      *                                                                *
      * Lists the contracts posted on the quest board (QUESTS.TXT)     *
      * with the heroes holding and having completed each, then the    *
      * contract position of every hero on the hero master (HEROES.DAT *
      * when the keyed master exists, HEROES.TXT otherwise) from the   *
      * contract ledger HEROQST.TXT: open contracts the hero may still *
      * take, contracts in progress, completed and expired. A contract *
      * the game master withdrew from the board shows as WITHDRAWN.    *
      * Ledger entries for heroes no longer on the master are listed   *
      * at the end. No master ends the run with return code 8.         *
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
           SELECT QUEST-FILE ASSIGN TO "QUESTS.TXT"
             FILE STATUS IS WS-QUEST-FS
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HERO-QUEST-FILE ASSIGN TO "HEROQST.TXT"
             FILE STATUS IS WS-HERO-QUEST-FS
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
       FD QUEST-FILE.
       01 QUEST-REG.
           05 QST-R-ID                 PIC 9(02) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 QST-R-TYPE               PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 QST-R-DUNGEON-ID         PIC 9(02) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 QST-R-MONSTER-NAME       PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 QST-R-TARGET             PIC 9(02) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 QST-R-REWARD-GOLD        PIC 9(04) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 QST-R-REWARD-ITEM        PIC 9(02) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 QST-R-EXPIRY             PIC 9(08) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 QST-R-POSTED             PIC 9(08) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 QST-R-POSTED-BY          PIC X(08) VALUE SPACES.
       FD HERO-QUEST-FILE.
       01 HERO-QUEST-REG.
           05 HQ-R-HERO-ID             PIC 9(02) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 HQ-R-QUEST-ID            PIC 9(02) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 HQ-R-STATUS              PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 HQ-R-PROGRESS            PIC 9(02) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 HQ-R-ACCEPTED            PIC 9(08) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 HQ-R-COMPLETED           PIC 9(08) VALUE ZERO.
       WORKING-STORAGE SECTION.
       01 WS-CONSTANTS.
           05 WS-GAME-NAME             PIC X(15)
                                         VALUE "Dungeon Crawler".
           05 WS-MAX-HEROES            PIC 9(02) VALUE 15.
           05 WS-MAX-QUESTS            PIC 9(02) VALUE 12.
           05 WS-MAX-HERO-QUESTS       PIC 9(02) VALUE 60.
       01 WS-FILE-STATUSES.
           05 WS-HEROES-FS         PIC X(02) VALUE ZEROES.
               88 WS-H-FS-OK         VALUE "00".
               88 WS-H-FS-EOF        VALUE HIGH-VALUE.
           05 WS-HIX-FS            PIC X(02) VALUE ZEROES.
               88 WS-HIX-FS-OK       VALUE "00".
               88 WS-HIX-FS-EOF      VALUE HIGH-VALUE.
           05 WS-QUEST-FS          PIC X(02) VALUE ZEROES.
               88 WS-QST-FS-OK       VALUE "00".
               88 WS-QST-FS-EOF      VALUE HIGH-VALUE.
           05 WS-HERO-QUEST-FS     PIC X(02) VALUE ZEROES.
               88 WS-HQ-FS-OK        VALUE "00".
               88 WS-HQ-FS-EOF       VALUE HIGH-VALUE.
       01 WS-MASTER-NAME           PIC X(10) VALUE "HEROES.TXT".
       01 WS-TODAY                 PIC 9(08) VALUE ZERO.
       01 WS-HERO-TABLE.
           05 WS-HT-LENGTH         PIC 9(02) VALUE ZERO.
           05 WS-HT-INDEX          PIC 9(02) VALUE ZERO.
      * WS-HT-ROW OCCURS **WS-MAX-HEROES** TIMES
           05 WS-HT-ROW OCCURS 15 TIMES.
               10 WS-HT-ID             PIC 9(02) VALUE ZERO.
               10 WS-HT-NAME           PIC X(10) VALUE SPACES.
      * One row per posted contract, with its holders counted up from
      * the contract ledger.
       01 WS-QUEST-TABLE.
           05 WS-QT-LENGTH         PIC 9(02) VALUE ZERO.
           05 WS-QT-INDEX          PIC 9(02) VALUE ZERO.
      * WS-QT-ROW OCCURS **WS-MAX-QUESTS** TIMES
           05 WS-QT-ROW OCCURS 12 TIMES.
               10 WS-QT-ID             PIC 9(02) VALUE ZERO.
               10 WS-QT-TYPE           PIC X(01) VALUE SPACE.
               10 WS-QT-DUNGEON-ID     PIC 9(02) VALUE ZERO.
               10 WS-QT-MONSTER-NAME   PIC X(10) VALUE SPACES.
               10 WS-QT-TARGET         PIC 9(02) VALUE ZERO.
               10 WS-QT-REWARD-GOLD    PIC 9(04) VALUE ZERO.
               10 WS-QT-REWARD-ITEM    PIC 9(02) VALUE ZERO.
               10 WS-QT-EXPIRY         PIC 9(08) VALUE ZERO.
               10 WS-QT-POSTED-BY      PIC X(08) VALUE SPACES.
               10 WS-QT-HOLDERS        PIC 9(02) VALUE ZERO.
               10 WS-QT-COMPLETIONS    PIC 9(02) VALUE ZERO.
       01 WS-HERO-QUEST-TABLE.
           05 WS-HQ-LENGTH         PIC 9(02) VALUE ZERO.
           05 WS-HQ-INDEX          PIC 9(02) VALUE ZERO.
      * WS-HQ-ROW OCCURS **WS-MAX-HERO-QUESTS** TIMES
           05 WS-HQ-ROW OCCURS 60 TIMES.
               10 WS-HQ-HERO-ID        PIC 9(02) VALUE ZERO.
               10 WS-HQ-QUEST-ID       PIC 9(02) VALUE ZERO.
               10 WS-HQ-STATUS         PIC X(01) VALUE SPACE.
               10 WS-HQ-PROGRESS       PIC 9(02) VALUE ZERO.
               10 WS-HQ-ACCEPTED       PIC 9(08) VALUE ZERO.
               10 WS-HQ-COMPLETED      PIC 9(08) VALUE ZERO.
               10 WS-HQ-ON-MASTER-SW   PIC X(01) VALUE "N".
                   88 WS-HQ-ON-MASTER      VALUE "Y".
                   88 WS-HQ-NOT-ON-MASTER  VALUE "N".
       01 WS-REPORT-WORK.
           05 WS-RW-HERO-ID        PIC 9(02) VALUE ZERO.
           05 WS-RW-QUEST-POS      PIC 9(02) VALUE ZERO.
           05 WS-RW-TAKEN-SW       PIC X(01) VALUE "N".
               88 WS-RW-TAKEN        VALUE "Y".
               88 WS-RW-NOT-TAKEN    VALUE "N".
           05 WS-RW-OPEN           PIC 9(02) VALUE ZERO.
           05 WS-RW-IN-PROGRESS    PIC 9(02) VALUE ZERO.
           05 WS-RW-COMPLETED      PIC 9(02) VALUE ZERO.
           05 WS-RW-EXPIRED        PIC 9(02) VALUE ZERO.
           05 WS-RW-WITHDRAWN      PIC 9(02) VALUE ZERO.
       01 WS-REPORT-TOTALS.
           05 WS-RT-BAD-QUESTS     PIC 9(05) VALUE ZERO.
           05 WS-RT-BAD-LEDGER     PIC 9(05) VALUE ZERO.
           05 WS-RT-OPEN-BOARD     PIC 9(02) VALUE ZERO.
           05 WS-RT-EXPIRED-BOARD  PIC 9(02) VALUE ZERO.
           05 WS-RT-IN-PROGRESS    PIC 9(02) VALUE ZERO.
           05 WS-RT-COMPLETED      PIC 9(02) VALUE ZERO.
           05 WS-RT-EXPIRED        PIC 9(02) VALUE ZERO.
           05 WS-RT-WITHDRAWN      PIC 9(02) VALUE ZERO.
           05 WS-RT-NOT-ON-MASTER  PIC 9(02) VALUE ZERO.
       01 WS-REPORT-LINES.
           05 WS-RB-BOARD-LINE.
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-RB-ID             PIC 9(02) VALUE ZERO.
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-RB-TYPE           PIC X(06) VALUE SPACES.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-RB-TARGET         PIC Z9 VALUE ZERO.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-RB-MONSTER        PIC X(10) VALUE SPACES.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-RB-DUNGEON        PIC X(03) VALUE SPACES.
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-RB-GOLD           PIC ZZZ9 VALUE ZERO.
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-RB-ITEM           PIC X(02) VALUE SPACES.
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-RB-EXPIRY         PIC 9(08) VALUE ZERO.
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-RB-STATE          PIC X(07) VALUE SPACES.
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-RB-HOLDERS        PIC Z9 VALUE ZERO.
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-RB-COMPLETIONS    PIC Z9 VALUE ZERO.
           05 WS-RH-HERO-LINE.
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-RH-ID             PIC 9(02) VALUE ZERO.
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-RH-NAME           PIC X(10) VALUE SPACES.
               10 FILLER               PIC X(03) VALUE SPACES.
               10 WS-RH-OPEN           PIC Z9 VALUE ZERO.
               10 FILLER               PIC X(09) VALUE SPACES.
               10 WS-RH-IN-PROGRESS    PIC Z9 VALUE ZERO.
               10 FILLER               PIC X(09) VALUE SPACES.
               10 WS-RH-COMPLETED      PIC Z9 VALUE ZERO.
               10 FILLER               PIC X(07) VALUE SPACES.
               10 WS-RH-EXPIRED        PIC Z9 VALUE ZERO.
               10 FILLER               PIC X(09) VALUE SPACES.
               10 WS-RH-WITHDRAWN      PIC Z9 VALUE ZERO.
           05 WS-RD-DETAIL-LINE.
               10 FILLER               PIC X(06) VALUE SPACES.
               10 FILLER               PIC X(09) VALUE "Contract ".
               10 WS-RD-QUEST-ID       PIC 9(02) VALUE ZERO.
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-RD-STATE          PIC X(11) VALUE SPACES.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-RD-PROGRESS       PIC Z9 VALUE ZERO.
               10 FILLER               PIC X(01) VALUE "/".
               10 WS-RD-TARGET         PIC 99 VALUE ZERO.
               10 FILLER               PIC X(11) VALUE "  accepted ".
               10 WS-RD-ACCEPTED       PIC 9(08) VALUE ZERO.
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-RD-DONE-TEXT      PIC X(10) VALUE SPACES.
               10 WS-RD-COMPLETED      PIC X(08) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM LOAD-HERO-MASTER
           IF RETURN-CODE >= 8 THEN
               GO TO STOP-RUN
           END-IF
           PERFORM LOAD-QUEST-BOARD
           PERFORM LOAD-CONTRACT-LEDGER
           IF WS-QT-LENGTH = 0 AND WS-HQ-LENGTH = 0 THEN
               DISPLAY "["WS-GAME-NAME"] No contracts posted."
               GO TO STOP-RUN
           END-IF
           PERFORM PRINT-QUEST-BOARD
           PERFORM PRINT-HERO-CONTRACTS
           PERFORM PRINT-NOT-ON-MASTER
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
      * == [LOAD-CONTRACTS] =======================================BEGIN=
       LOAD-QUEST-BOARD.
           MOVE 0 TO WS-QT-LENGTH.
           OPEN INPUT QUEST-FILE.
           IF WS-QST-FS-OK THEN
               PERFORM READ-QUEST-RECORD
                 UNTIL WS-QST-FS-EOF OR WS-QT-LENGTH >= WS-MAX-QUESTS
               CLOSE QUEST-FILE
           END-IF.
      ******************************************************************
       READ-QUEST-RECORD.
           READ QUEST-FILE
           AT END
               SET WS-QST-FS-EOF TO TRUE
           NOT AT END
               IF QST-R-ID NOT NUMERIC OR QST-R-TARGET NOT NUMERIC
                 OR QST-R-REWARD-GOLD NOT NUMERIC
                 OR QST-R-EXPIRY NOT NUMERIC THEN
                   ADD 1 TO WS-RT-BAD-QUESTS
               ELSE
                   ADD 1 TO WS-QT-LENGTH
                   MOVE QST-R-ID TO WS-QT-ID(WS-QT-LENGTH)
                   MOVE QST-R-TYPE TO WS-QT-TYPE(WS-QT-LENGTH)
                   MOVE QST-R-DUNGEON-ID
                     TO WS-QT-DUNGEON-ID(WS-QT-LENGTH)
                   MOVE QST-R-MONSTER-NAME
                     TO WS-QT-MONSTER-NAME(WS-QT-LENGTH)
                   MOVE QST-R-TARGET TO WS-QT-TARGET(WS-QT-LENGTH)
                   MOVE QST-R-REWARD-GOLD
                     TO WS-QT-REWARD-GOLD(WS-QT-LENGTH)
                   MOVE QST-R-REWARD-ITEM
                     TO WS-QT-REWARD-ITEM(WS-QT-LENGTH)
                   MOVE QST-R-EXPIRY TO WS-QT-EXPIRY(WS-QT-LENGTH)
                   MOVE QST-R-POSTED-BY
                     TO WS-QT-POSTED-BY(WS-QT-LENGTH)
               END-IF
           END-READ.
      ******************************************************************
       LOAD-CONTRACT-LEDGER.
           MOVE 0 TO WS-HQ-LENGTH.
           OPEN INPUT HERO-QUEST-FILE.
           IF WS-HQ-FS-OK THEN
               PERFORM READ-CONTRACT-RECORD
                 UNTIL WS-HQ-FS-EOF
                 OR WS-HQ-LENGTH >= WS-MAX-HERO-QUESTS
               CLOSE HERO-QUEST-FILE
           END-IF
           PERFORM MARK-HERO-ON-MASTER
             VARYING WS-HT-INDEX FROM 1 BY 1
             UNTIL WS-HT-INDEX > WS-HT-LENGTH.
      ******************************************************************
       READ-CONTRACT-RECORD.
           READ HERO-QUEST-FILE
           AT END
               SET WS-HQ-FS-EOF TO TRUE
           NOT AT END
               IF HQ-R-HERO-ID NOT NUMERIC OR HQ-R-QUEST-ID NOT NUMERIC
                 OR HQ-R-PROGRESS NOT NUMERIC THEN
                   ADD 1 TO WS-RT-BAD-LEDGER
               ELSE
                   ADD 1 TO WS-HQ-LENGTH
                   MOVE HQ-R-HERO-ID TO WS-HQ-HERO-ID(WS-HQ-LENGTH)
                   MOVE HQ-R-QUEST-ID TO WS-HQ-QUEST-ID(WS-HQ-LENGTH)
                   MOVE HQ-R-STATUS TO WS-HQ-STATUS(WS-HQ-LENGTH)
                   MOVE HQ-R-PROGRESS TO WS-HQ-PROGRESS(WS-HQ-LENGTH)
                   MOVE HQ-R-ACCEPTED TO WS-HQ-ACCEPTED(WS-HQ-LENGTH)
                   MOVE HQ-R-COMPLETED
                     TO WS-HQ-COMPLETED(WS-HQ-LENGTH)
                   PERFORM COUNT-CONTRACT-HOLDER
               END-IF
           END-READ.
      ******************************************************************
       COUNT-CONTRACT-HOLDER.
           MOVE WS-HQ-LENGTH TO WS-HQ-INDEX.
           PERFORM FIND-BOARD-CONTRACT.
           IF WS-RW-QUEST-POS > 0 THEN
               IF HQ-R-STATUS = "C" THEN
                   ADD 1 TO WS-QT-COMPLETIONS(WS-RW-QUEST-POS)
               ELSE
                   ADD 1 TO WS-QT-HOLDERS(WS-RW-QUEST-POS)
               END-IF
           END-IF.
      ******************************************************************
       MARK-HERO-ON-MASTER.
           PERFORM MARK-ONE-LEDGER-ROW
             VARYING WS-HQ-INDEX FROM 1 BY 1
             UNTIL WS-HQ-INDEX > WS-HQ-LENGTH.
      ******************************************************************
       MARK-ONE-LEDGER-ROW.
           IF WS-HQ-HERO-ID(WS-HQ-INDEX) = WS-HT-ID(WS-HT-INDEX) THEN
               SET WS-HQ-ON-MASTER(WS-HQ-INDEX) TO TRUE
           END-IF.
      ******************************************************************
      * Looks up the board row of the ledger row at WS-HQ-INDEX; zero
      * when the contract has been withdrawn.
       FIND-BOARD-CONTRACT.
           MOVE 0 TO WS-RW-QUEST-POS.
           PERFORM MATCH-BOARD-CONTRACT
             VARYING WS-QT-INDEX FROM 1 BY 1
             UNTIL WS-QT-INDEX > WS-QT-LENGTH.
      ******************************************************************
       MATCH-BOARD-CONTRACT.
           IF WS-QT-ID(WS-QT-INDEX) = WS-HQ-QUEST-ID(WS-HQ-INDEX) THEN
               MOVE WS-QT-INDEX TO WS-RW-QUEST-POS
           END-IF.
      * == [LOAD-CONTRACTS] =========================================END=

      ******************************************************************
      * == [PRINT-REPORT] =========================================BEGIN=
       PRINT-QUEST-BOARD.
           DISPLAY "QUEST CONTRACT STATUS - " WS-TODAY " - "
             WS-MASTER-NAME.
           DISPLAY "-----------------------------------------".
           DISPLAY "QUEST BOARD".
           DISPLAY "  ID  Type   No Monster    Dgn   Gold  It"
             "  Expires   State    Hld  Dne".
           DISPLAY "  --  ------ -- ---------- ---  -----  --"
             "  --------  -------  ---  ---".
           IF WS-QT-LENGTH = 0 THEN
               DISPLAY "  No contracts posted."
           END-IF
           PERFORM PRINT-BOARD-LINE
             VARYING WS-QT-INDEX FROM 1 BY 1
             UNTIL WS-QT-INDEX > WS-QT-LENGTH.
      ******************************************************************
       PRINT-BOARD-LINE.
           MOVE WS-QT-ID(WS-QT-INDEX) TO WS-RB-ID.
           EVALUATE WS-QT-TYPE(WS-QT-INDEX)
           WHEN "D"
               MOVE "DEFEAT" TO WS-RB-TYPE
           WHEN "C"
               MOVE "CLEAR" TO WS-RB-TYPE
           WHEN "T"
               MOVE "TRAPS" TO WS-RB-TYPE
           WHEN "L"
               MOVE "LOOT" TO WS-RB-TYPE
           WHEN OTHER
               MOVE "?" TO WS-RB-TYPE
           END-EVALUATE
           MOVE WS-QT-TARGET(WS-QT-INDEX) TO WS-RB-TARGET.
           MOVE WS-QT-MONSTER-NAME(WS-QT-INDEX) TO WS-RB-MONSTER.
           IF WS-QT-DUNGEON-ID(WS-QT-INDEX) = 0 THEN
               MOVE "ANY" TO WS-RB-DUNGEON
           ELSE
               MOVE "D" TO WS-RB-DUNGEON(1:1)
               MOVE WS-QT-DUNGEON-ID(WS-QT-INDEX)
                 TO WS-RB-DUNGEON(2:2)
           END-IF
           MOVE WS-QT-REWARD-GOLD(WS-QT-INDEX) TO WS-RB-GOLD.
           MOVE SPACES TO WS-RB-ITEM.
           IF WS-QT-REWARD-ITEM(WS-QT-INDEX) > 0 THEN
               MOVE WS-QT-REWARD-ITEM(WS-QT-INDEX) TO WS-RB-ITEM
           END-IF
           MOVE WS-QT-EXPIRY(WS-QT-INDEX) TO WS-RB-EXPIRY.
           IF WS-QT-EXPIRY(WS-QT-INDEX) < WS-TODAY THEN
               MOVE "EXPIRED" TO WS-RB-STATE
               ADD 1 TO WS-RT-EXPIRED-BOARD
           ELSE
               MOVE "OPEN" TO WS-RB-STATE
               ADD 1 TO WS-RT-OPEN-BOARD
           END-IF
           MOVE WS-QT-HOLDERS(WS-QT-INDEX) TO WS-RB-HOLDERS.
           MOVE WS-QT-COMPLETIONS(WS-QT-INDEX) TO WS-RB-COMPLETIONS.
           DISPLAY WS-RB-BOARD-LINE.
      ******************************************************************
       PRINT-HERO-CONTRACTS.
           DISPLAY " ".
           DISPLAY "CONTRACTS BY HERO".
           DISPLAY "  ID  Name        Open  In progress  Completed"
             "  Expired  Withdrawn".
           DISPLAY "  --  ----------  ----  -----------  ---------"
             "  -------  ---------".
           PERFORM PRINT-ONE-HERO
             VARYING WS-HT-INDEX FROM 1 BY 1
             UNTIL WS-HT-INDEX > WS-HT-LENGTH.
      ******************************************************************
      * A contract is open to the hero while it is on the board, not
      * expired and not yet taken by that hero.
       PRINT-ONE-HERO.
           MOVE WS-HT-ID(WS-HT-INDEX) TO WS-RW-HERO-ID.
           MOVE 0 TO WS-RW-OPEN.
           MOVE 0 TO WS-RW-IN-PROGRESS.
           MOVE 0 TO WS-RW-COMPLETED.
           MOVE 0 TO WS-RW-EXPIRED.
           MOVE 0 TO WS-RW-WITHDRAWN.
           PERFORM COUNT-OPEN-FOR-HERO
             VARYING WS-QT-INDEX FROM 1 BY 1
             UNTIL WS-QT-INDEX > WS-QT-LENGTH.
           PERFORM COUNT-HERO-LEDGER-ROW
             VARYING WS-HQ-INDEX FROM 1 BY 1
             UNTIL WS-HQ-INDEX > WS-HQ-LENGTH.
           MOVE WS-RW-HERO-ID TO WS-RH-ID.
           MOVE WS-HT-NAME(WS-HT-INDEX) TO WS-RH-NAME.
           MOVE WS-RW-OPEN TO WS-RH-OPEN.
           MOVE WS-RW-IN-PROGRESS TO WS-RH-IN-PROGRESS.
           MOVE WS-RW-COMPLETED TO WS-RH-COMPLETED.
           MOVE WS-RW-EXPIRED TO WS-RH-EXPIRED.
           MOVE WS-RW-WITHDRAWN TO WS-RH-WITHDRAWN.
           DISPLAY WS-RH-HERO-LINE.
           PERFORM PRINT-HERO-DETAIL
             VARYING WS-HQ-INDEX FROM 1 BY 1
             UNTIL WS-HQ-INDEX > WS-HQ-LENGTH.
      ******************************************************************
       COUNT-OPEN-FOR-HERO.
           IF WS-QT-EXPIRY(WS-QT-INDEX) >= WS-TODAY THEN
               SET WS-RW-NOT-TAKEN TO TRUE
               PERFORM CHECK-HERO-TOOK-CONTRACT
                 VARYING WS-HQ-INDEX FROM 1 BY 1
                 UNTIL WS-HQ-INDEX > WS-HQ-LENGTH
               IF WS-RW-NOT-TAKEN THEN
                   ADD 1 TO WS-RW-OPEN
               END-IF
           END-IF.
      ******************************************************************
       CHECK-HERO-TOOK-CONTRACT.
           IF WS-HQ-HERO-ID(WS-HQ-INDEX) = WS-RW-HERO-ID
             AND WS-HQ-QUEST-ID(WS-HQ-INDEX) = WS-QT-ID(WS-QT-INDEX)
             THEN
               SET WS-RW-TAKEN TO TRUE
           END-IF.
      ******************************************************************
       COUNT-HERO-LEDGER-ROW.
           IF WS-HQ-HERO-ID(WS-HQ-INDEX) = WS-RW-HERO-ID THEN
               PERFORM SET-CONTRACT-STATE
               EVALUATE WS-RD-STATE
               WHEN "COMPLETED"
                   ADD 1 TO WS-RW-COMPLETED
                   ADD 1 TO WS-RT-COMPLETED
               WHEN "WITHDRAWN"
                   ADD 1 TO WS-RW-WITHDRAWN
                   ADD 1 TO WS-RT-WITHDRAWN
               WHEN "EXPIRED"
                   ADD 1 TO WS-RW-EXPIRED
                   ADD 1 TO WS-RT-EXPIRED
               WHEN OTHER
                   ADD 1 TO WS-RW-IN-PROGRESS
                   ADD 1 TO WS-RT-IN-PROGRESS
               END-EVALUATE
           END-IF.
      ******************************************************************
      * State of the ledger row at WS-HQ-INDEX, into WS-RD-STATE with
      * the contract's target in WS-RD-TARGET.
       SET-CONTRACT-STATE.
           PERFORM FIND-BOARD-CONTRACT.
           MOVE 0 TO WS-RD-TARGET.
           IF WS-RW-QUEST-POS > 0 THEN
               MOVE WS-QT-TARGET(WS-RW-QUEST-POS) TO WS-RD-TARGET
           END-IF
           EVALUATE TRUE
           WHEN WS-HQ-STATUS(WS-HQ-INDEX) = "C"
               MOVE "COMPLETED" TO WS-RD-STATE
           WHEN WS-RW-QUEST-POS = 0
               MOVE "WITHDRAWN" TO WS-RD-STATE
           WHEN WS-QT-EXPIRY(WS-RW-QUEST-POS) < WS-TODAY
               MOVE "EXPIRED" TO WS-RD-STATE
           WHEN OTHER
               MOVE "IN PROGRESS" TO WS-RD-STATE
           END-EVALUATE.
      ******************************************************************
       PRINT-HERO-DETAIL.
           IF WS-HQ-HERO-ID(WS-HQ-INDEX) = WS-RW-HERO-ID THEN
               PERFORM PRINT-LEDGER-LINE
           END-IF.
      ******************************************************************
       PRINT-LEDGER-LINE.
           PERFORM SET-CONTRACT-STATE.
           MOVE WS-HQ-QUEST-ID(WS-HQ-INDEX) TO WS-RD-QUEST-ID.
           MOVE WS-HQ-PROGRESS(WS-HQ-INDEX) TO WS-RD-PROGRESS.
           MOVE WS-HQ-ACCEPTED(WS-HQ-INDEX) TO WS-RD-ACCEPTED.
           MOVE SPACES TO WS-RD-DONE-TEXT.
           MOVE SPACES TO WS-RD-COMPLETED.
           IF WS-HQ-STATUS(WS-HQ-INDEX) = "C" THEN
               MOVE "completed " TO WS-RD-DONE-TEXT
               MOVE WS-HQ-COMPLETED(WS-HQ-INDEX) TO WS-RD-COMPLETED
           END-IF
           DISPLAY WS-RD-DETAIL-LINE.
      ******************************************************************
       PRINT-NOT-ON-MASTER.
           PERFORM CHECK-NOT-ON-MASTER
             VARYING WS-HQ-INDEX FROM 1 BY 1
             UNTIL WS-HQ-INDEX > WS-HQ-LENGTH.
      ******************************************************************
       CHECK-NOT-ON-MASTER.
           IF WS-HQ-NOT-ON-MASTER(WS-HQ-INDEX) THEN
               IF WS-RT-NOT-ON-MASTER = 0 THEN
                   DISPLAY " "
                   DISPLAY "LEDGER HEROES NOT ON THE MASTER"
                     " (retired, buried or re-keyed)"
               END-IF
               ADD 1 TO WS-RT-NOT-ON-MASTER
               DISPLAY "  Hero ID " WS-HQ-HERO-ID(WS-HQ-INDEX)
               PERFORM PRINT-LEDGER-LINE
           END-IF.
      ******************************************************************
       PRINT-REPORT-TOTALS.
           DISPLAY " ".
           DISPLAY "Contracts on the board:   " WS-QT-LENGTH.
           DISPLAY "  Open:                   " WS-RT-OPEN-BOARD.
           DISPLAY "  Expired:                " WS-RT-EXPIRED-BOARD.
           DISPLAY "Unreadable contracts:     " WS-RT-BAD-QUESTS.
           DISPLAY "Contracts taken:          " WS-HQ-LENGTH.
           DISPLAY "  In progress:            " WS-RT-IN-PROGRESS.
           DISPLAY "  Completed:              " WS-RT-COMPLETED.
           DISPLAY "  Expired:                " WS-RT-EXPIRED.
           DISPLAY "  Withdrawn:              " WS-RT-WITHDRAWN.
           DISPLAY "Unreadable ledger rows:   " WS-RT-BAD-LEDGER.
           DISPLAY "Ledger rows not on file:  " WS-RT-NOT-ON-MASTER.
      * == [PRINT-REPORT] ===========================================END=
      ******************************************************************
       STOP-RUN.
           STOP RUN.
       END PROGRAM QUESTRPT.
