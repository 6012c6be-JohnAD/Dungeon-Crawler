      * compensating audit entry so the journal stays complete, and    *
      * saves rotate the backup generations like in-game edits do.     *
      * Only the stat edit entries (STRENGTH, AGILITY, LEVEL, HP,      *
      * PROFESSION, ROOM-TYPE, ROOM-VALUE, TEMPLATE, GOLD-SPEND) roll  *
      * back. A GOLD-SPEND rollback is also posted to the GOLDLOG.TXT  *
      * gold ledger. Only a game master from OPERATOR.TXT may sign on  *
      * to run it.                                                     *
      * Dungeon rows are read and written through BESTIARY.TXT the way *
      * the game does: inherited stats are filled in from the template *
      * on load and written back as zero/blank on save. A TEMPLATE     *
      * rollback gives the room the old template's stats, as choosing  *
      * that template in the game would; it is refused when the old    *
      * template is gone from the bestiary, or when it is none - the   *
      * room's own stats before the template are not in the journal.   *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT MONSTERS-FILE ASSIGN DYNAMIC WS-DUNGEON-FILE-NAME
             FILE STATUS IS WS-MONSTERS-FS
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BESTIARY-FILE ASSIGN TO "BESTIARY.TXT"
             FILE STATUS IS WS-BESTIARY-FS
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GOLDLOG-FILE ASSIGN TO "GOLDLOG.TXT"
             FILE STATUS IS WS-GOLDLOG-FS
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.TXT"
             FILE STATUS IS WS-OPERATOR-FS
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT KEYED-PROBE-FILE ASSIGN TO "HEROES.DAT"
             FILE STATUS IS WS-PROBE-FS
             ORGANIZATION IS LINE SEQUENTIAL.
           05 AUD-OLD-VALUE            PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 AUD-NEW-VALUE            PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 AUD-OPERATOR             PIC X(08) VALUE SPACES.
       FD HEROES-FILE.
       01 HEROES-REG.
           05 HEROES-R-ID              PIC 9(02) VALUE ZERO.
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
           05 FILLER                   PIC X(20) VALUE SPACES.
       FD GOLDLOG-FILE.
       01 GOLDLOG-REG                  PIC X(59) VALUE SPACES.
       FD OPERATOR-FILE.
       01 OPERATOR-REG.
           05 OPR-R-ID                 PIC X(08) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 OPR-R-ROLE               PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 OPR-R-PIN                PIC X(04) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 OPR-R-NAME               PIC X(20) VALUE SPACES.
       FD KEYED-PROBE-FILE.
       01 KEYED-PROBE-REG              PIC X(80) VALUE SPACES.
       FD BACKUP-IN-FILE.
                                         VALUE "Dungeon Crawler".
           05 WS-MAX-HEROES            PIC 9(02) VALUE 15.
           05 WS-MAX-MONSTERS          PIC 9(02) VALUE 25.
           05 WS-MAX-TEMPLATES         PIC 9(02) VALUE 30.
           05 WS-MAX-RBK-ENTRIES       PIC 9(02) VALUE 99.
           05 WS-MAX-SIGNON-TRIES      PIC 9(01) VALUE 3.
       01 WS-DUNGEON-FILE-NAME     PIC X(12) VALUE "DUNGEON.TXT".
       01 WS-FILE-STATUSES.
           05 WS-AUDIT-FS          PIC X(02) VALUE ZEROES.
           05 WS-MONSTERS-FS       PIC X(02) VALUE ZEROES.
               88 WS-M-FS-OK         VALUE "00".
               88 WS-M-FS-EOF        VALUE HIGH-VALUE.
           05 WS-BESTIARY-FS       PIC X(02) VALUE ZEROES.
               88 WS-BST-FS-OK       VALUE "00".
               88 WS-BST-FS-EOF      VALUE HIGH-VALUE.
               88 WS-BST-FS-NOTFOUND VALUE "35".
           05 WS-BK-IN-FS          PIC X(02) VALUE ZEROES.
               88 WS-BK-IN-FS-OK     VALUE "00".
               88 WS-BK-IN-FS-EOF    VALUE HIGH-VALUE.
               88 WS-BK-OUT-FS-OK    VALUE "00".
           05 WS-PROBE-FS          PIC X(02) VALUE ZEROES.
               88 WS-PROBE-FS-OK     VALUE "00".
           05 WS-GOLDLOG-FS        PIC X(02) VALUE ZEROES.
               88 WS-GL-FS-OK        VALUE "00".
               88 WS-GL-FS-NOTFOUND  VALUE "35".
           05 WS-OPERATOR-FS       PIC X(02) VALUE ZEROES.
               88 WS-OPR-FS-OK       VALUE "00".
               88 WS-OPR-FS-EOF      VALUE HIGH-VALUE.
               88 WS-OPR-FS-NOTFOUND VALUE "35".
       01 WS-OPERATOR-SIGNON.
           05 WS-OPR-ID            PIC X(08) VALUE SPACES.
           05 WS-OPR-NAME          PIC X(20) VALUE SPACES.
           05 WS-OPR-ROLE          PIC X(01) VALUE SPACE.
               88 WS-OPR-GAME-MASTER VALUE "G".
           05 WS-OPR-ENTRY-ID      PIC X(08) VALUE SPACES.
           05 WS-OPR-ENTRY-PIN     PIC X(04) VALUE SPACES.
           05 WS-OPR-ATTEMPTS      PIC 9(01) VALUE ZERO.
           05 WS-OPR-FAIL-REASON   PIC X(10) VALUE SPACES.
           05 WS-OPR-FOUND-SW      PIC X(01) VALUE "N".
               88 WS-OPR-FOUND       VALUE "Y".
               88 WS-OPR-NOT-FOUND   VALUE "N".
           05 WS-OPR-SIGNON-SW     PIC X(01) VALUE "N".
               88 WS-OPR-SIGNED-ON   VALUE "Y".
               88 WS-OPR-SIGNED-OFF  VALUE "N".
       01 WS-KEYED-MASTER-SW       PIC X(01) VALUE "N".
           88 WS-KEYED-MASTER-PRESENT VALUE "Y".
           88 WS-KEYED-MASTER-ABSENT  VALUE "N".
               10 WS-AT-FIELD          PIC X(12) VALUE SPACES.
               10 WS-AT-OLD-VALUE      PIC X(10) VALUE SPACES.
               10 WS-AT-NEW-VALUE      PIC X(10) VALUE SPACES.
               10 WS-AT-OPERATOR       PIC X(08) VALUE SPACES.
       01 WS-HEROES-REG.
           05 WS-H-R-LENGTH        PIC 9(02) VALUE ZERO.
           05 WS-H-R-INDEX         PIC 9(02) VALUE ZERO.
               10 WS-M-R-NAME              PIC X(10) VALUE SPACES.
               10 WS-M-R-ROOM-TYPE         PIC 9(02) VALUE ZERO.
               10 WS-M-R-ROOM-VALUE        PIC 9(04) VALUE ZERO.
               10 WS-M-R-TEMPLATE-ID       PIC 9(02) VALUE ZERO.
       01 WS-BESTIARY-TABLE.
           05 WS-BST-LOOKUP-ID     PIC 9(02) VALUE ZERO.
           05 WS-BST-FOUND-POS     PIC 9(02) VALUE ZERO.
           05 WS-BST-R-LENGTH      PIC 9(02) VALUE ZERO.
           05 WS-BST-R-INDEX       PIC 9(02) VALUE ZERO.
      * WS-BST-R OCCURS **WS-MAX-TEMPLATES** TIMES
           05 WS-BST-R OCCURS 30 TIMES.
               10 WS-BST-R-ID              PIC 9(02) VALUE ZERO.
               10 WS-BST-R-STRENGTH        PIC 9(02) VALUE ZERO.
               10 WS-BST-R-AGILITY         PIC 9(02) VALUE ZERO.
               10 WS-BST-R-LEVEL           PIC 9(02) VALUE ZERO.
               10 WS-BST-R-HP              PIC 9(02) VALUE ZERO.
               10 WS-BST-R-PROFESSION      PIC 9(02) VALUE ZERO.
               10 WS-BST-R-NAME            PIC X(10) VALUE SPACES.
       01 WS-ROLLBACK-WORK.
           05 WS-RBK-CHOICE        PIC X(03) VALUE SPACES.
           05 WS-RBK-CHOICE-NUM REDEFINES WS-RBK-CHOICE PIC 9(03).
           05 WS-RBK-MON-SAVE-SW   PIC X(01) VALUE "N".
               88 WS-RBK-MONSTERS-DIRTY VALUE "Y".
               88 WS-RBK-MONSTERS-CLEAN VALUE "N".
           05 WS-RBK-TPL-SW        PIC X(01) VALUE "N".
               88 WS-RBK-TPL-REFUSED    VALUE "Y".
               88 WS-RBK-TPL-USABLE     VALUE "N".
           05 WS-RBK-DONE-SW       PIC X(01) VALUE "N".
               88 WS-RBK-DONE           VALUE "Y".
               88 WS-RBK-NOT-DONE       VALUE "N".
               10 WS-AUD-OLD-VALUE     PIC X(10) VALUE SPACES.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-AUD-NEW-VALUE     PIC X(10) VALUE SPACES.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-AUD-OPERATOR      PIC X(08) VALUE SPACES.
           05 WS-AUD-TIME-RAW.
               10 WS-AUD-TIME-HMS      PIC 9(06) VALUE ZERO.
               10 FILLER               PIC 9(02) VALUE ZERO.
       01 WS-GOLDLOG-WORK.
           05 WS-GOLDLOG-REC.
               10 WS-GL-HERO-ID        PIC 9(02) VALUE ZERO.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-GL-DATE           PIC 9(08) VALUE ZERO.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-GL-TIME           PIC 9(06) VALUE ZERO.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-GL-TYPE           PIC X(08) VALUE SPACES.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-GL-AMOUNT         PIC S9(05) VALUE ZERO
                                         SIGN IS LEADING SEPARATE.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-GL-REFERENCE      PIC X(12) VALUE SPACES.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-GL-BALANCE        PIC 9(04) VALUE ZERO.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-GL-RUN-ID         PIC 9(06) VALUE ZERO.
           05 WS-GL-TIME-RAW.
               10 WS-GL-TIME-HMS       PIC 9(06) VALUE ZERO.
               10 FILLER               PIC 9(02) VALUE ZERO.
      * Gold rollbacks, posted once HEROES.TXT has been saved.
           05 WS-GL-PENDING-LENGTH PIC 9(02) VALUE ZERO.
           05 WS-GL-PENDING-INDEX  PIC 9(02) VALUE ZERO.
      * WS-GL-PENDING-REC OCCURS **WS-MAX-RBK-ENTRIES** TIMES
           05 WS-GL-PENDING-REC OCCURS 99 TIMES PIC X(59)
                                         VALUE SPACES.
       01 WS-BACKUP-DATA.
           05 WS-BK-BASE-NAME      PIC X(12) VALUE SPACES.
           05 WS-BK-BASE-LEN       PIC 9(02) VALUE ZERO.
      ******************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SIGN-ON-OPERATOR
           IF WS-OPR-SIGNED-OFF THEN
               DISPLAY "["WS-GAME-NAME"] Rollback refused: game master"
                 " sign-on required."
               GO TO STOP-RUN
           END-IF
           PERFORM PROBE-KEYED-MASTER
           IF WS-KEYED-MASTER-PRESENT THEN
               PERFORM CONFIRM-TEXT-MASTER-USE
               PERFORM PROMPT-AND-ROLLBACK UNTIL WS-RBK-DONE
               IF WS-RBK-HEROES-DIRTY THEN
                   PERFORM SAVE-HEROES-TABLE
                   IF WS-H-FS-OK THEN
                       PERFORM POST-GOLD-TRANSACTIONS
                   END-IF
               END-IF
               IF WS-RBK-MONSTERS-DIRTY THEN
                   PERFORM SAVE-MONSTERS-TABLE
                 "  refused: " WS-RBK-REFUSED
           END-IF
           GO TO STOP-RUN.
      ******************************************************************
      * == [OPERATOR-SIGNON] ======================================BEGIN=
      * Rolling back the journal is a game-master job: the operator
      * signs on against OPERATOR.TXT as in the game, and a refused or
      * failed sign-on is written to the audit journal. Without an
      * OPERATOR file the run signs on as game master SYSTEM.
       SIGN-ON-OPERATOR.
           SET WS-OPR-SIGNED-OFF TO TRUE.
           MOVE 0 TO WS-OPR-ATTEMPTS.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPR-FS-NOTFOUND THEN
               MOVE "SYSTEM" TO WS-OPR-ID
               MOVE "G" TO WS-OPR-ROLE
               SET WS-OPR-SIGNED-ON TO TRUE
               DISPLAY "["WS-GAME-NAME"] No OPERATOR file: signed on"
                 " as game master SYSTEM."
           ELSE
               IF WS-OPR-FS-OK THEN
                   CLOSE OPERATOR-FILE
               END-IF
               PERFORM PROMPT-OPERATOR-SIGNON
                 UNTIL WS-OPR-SIGNED-ON
                 OR WS-OPR-ATTEMPTS >= WS-MAX-SIGNON-TRIES
           END-IF.
      ******************************************************************
       PROMPT-OPERATOR-SIGNON.
           ADD 1 TO WS-OPR-ATTEMPTS.
           DISPLAY "Operator ID: " WITH NO ADVANCING.
           MOVE SPACES TO WS-OPR-ENTRY-ID.
           ACCEPT WS-OPR-ENTRY-ID.
           INSPECT WS-OPR-ENTRY-ID CONVERTING
             "abcdefghijklmnopqrstuvwxyz" TO
             "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           DISPLAY "PIN: " WITH NO ADVANCING.
           MOVE SPACES TO WS-OPR-ENTRY-PIN.
           ACCEPT WS-OPR-ENTRY-PIN.
           PERFORM FIND-OPERATOR-RECORD.
           EVALUATE TRUE
           WHEN WS-OPR-ENTRY-ID = SPACES
               MOVE "NO ID" TO WS-OPR-FAIL-REASON
           WHEN WS-OPR-NOT-FOUND
               MOVE "UNKNOWN ID" TO WS-OPR-FAIL-REASON
           WHEN OPR-R-PIN NOT = WS-OPR-ENTRY-PIN
               MOVE "BAD PIN" TO WS-OPR-FAIL-REASON
           WHEN OPR-R-ROLE NOT = "G"
               MOVE "NOT GM" TO WS-OPR-FAIL-REASON
               MOVE WS-MAX-SIGNON-TRIES TO WS-OPR-ATTEMPTS
           WHEN OTHER
               MOVE OPR-R-ID TO WS-OPR-ID
               MOVE OPR-R-NAME TO WS-OPR-NAME
               MOVE OPR-R-ROLE TO WS-OPR-ROLE
               SET WS-OPR-SIGNED-ON TO TRUE
           END-EVALUATE
           IF WS-OPR-SIGNED-ON THEN
               DISPLAY "["WS-GAME-NAME"] Signed on: " WS-OPR-NAME
           ELSE
               DISPLAY "["WS-GAME-NAME"] Sign-on refused: "
                 WS-OPR-FAIL-REASON
               PERFORM LOG-FAILED-SIGNON
           END-IF.
      ******************************************************************
       FIND-OPERATOR-RECORD.
           SET WS-OPR-NOT-FOUND TO TRUE.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPR-FS-OK THEN
               PERFORM READ-OPERATOR-RECORD
                 UNTIL WS-OPR-FS-EOF OR WS-OPR-FOUND
               CLOSE OPERATOR-FILE
           END-IF.
      ******************************************************************
       READ-OPERATOR-RECORD.
           READ OPERATOR-FILE
           AT END
               SET WS-OPR-FS-EOF TO TRUE
           NOT AT END
               IF OPR-R-ID = WS-OPR-ENTRY-ID
                 AND WS-OPR-ENTRY-ID NOT = SPACES THEN
                   SET WS-OPR-FOUND TO TRUE
               END-IF
           END-READ.
      ******************************************************************
       LOG-FAILED-SIGNON.
           MOVE "SIGN-ON" TO WS-AUD-AREA.
           MOVE 0 TO WS-AUD-KEY.
           MOVE "FAILED" TO WS-AUD-FIELD.
           MOVE WS-OPR-ENTRY-ID TO WS-AUD-OLD-VALUE.
           MOVE WS-OPR-FAIL-REASON TO WS-AUD-NEW-VALUE.
           PERFORM WRITE-AUDIT-RECORD.
      * == [OPERATOR-SIGNON] ========================================END=

      ******************************************************************
      * == [KEYED-MASTER-GUARD] ===================================BEGIN=
      * This utility edits the text masters. When the keyed master
                     TO WS-AT-OLD-VALUE(WS-AT-LENGTH)
                   MOVE AUD-NEW-VALUE
                     TO WS-AT-NEW-VALUE(WS-AT-LENGTH)
                   MOVE AUD-OPERATOR TO WS-AT-OPERATOR(WS-AT-LENGTH)
               END-IF
           END-READ.
      * == [LOAD-AUDIT-TABLE] =======================================END=
                 FROM 1 BY 1
                 UNTIL WS-M-FS-EOF OR WS-M-R-INDEX > WS-MAX-MONSTERS
               CLOSE MONSTERS-FILE
               PERFORM LOAD-BESTIARY-TABLE
               PERFORM RESOLVE-MONSTER-TEMPLATES
           ELSE
               DISPLAY "["WS-GAME-NAME"] Dungeon file not available: "
                 WS-DUNGEON-FILE-NAME
               IF WS-M-R-ROOM-VALUE(WS-M-R-INDEX) NOT NUMERIC THEN
                   MOVE ZERO TO WS-M-R-ROOM-VALUE(WS-M-R-INDEX)
               END-IF
               IF WS-M-R-TEMPLATE-ID(WS-M-R-INDEX) NOT NUMERIC THEN
                   MOVE ZERO TO WS-M-R-TEMPLATE-ID(WS-M-R-INDEX)
               END-IF
           END-READ.
      ******************************************************************
      * BESTIARY.TXT is optional: without it every room carries its
      * own stats, as dungeon files always have.
       LOAD-BESTIARY-TABLE.
           MOVE 0 TO WS-BST-R-LENGTH.
           OPEN INPUT BESTIARY-FILE.
           IF WS-BST-FS-OK THEN
               PERFORM READ-FILE-BESTIARY VARYING WS-BST-R-INDEX
                 FROM 1 BY 1
                 UNTIL WS-BST-FS-EOF
                 OR WS-BST-R-INDEX > WS-MAX-TEMPLATES
               CLOSE BESTIARY-FILE
           ELSE
               IF NOT WS-BST-FS-NOTFOUND THEN
                   DISPLAY "["WS-GAME-NAME"] BESTIARY file not"
                     " available."
               END-IF
           END-IF.
      ******************************************************************
       READ-FILE-BESTIARY.
           READ BESTIARY-FILE INTO WS-BST-R(WS-BST-R-INDEX)
           AT END
               SET WS-BST-FS-EOF TO TRUE
           NOT AT END
               ADD 1 TO WS-BST-R-LENGTH
           END-READ.
      ******************************************************************
       FIND-BESTIARY-TEMPLATE.
           MOVE 0 TO WS-BST-FOUND-POS.
           PERFORM MATCH-BESTIARY-TEMPLATE
             VARYING WS-BST-R-INDEX FROM 1 BY 1
             UNTIL WS-BST-R-INDEX > WS-BST-R-LENGTH
             OR WS-BST-FOUND-POS > 0.
      ******************************************************************
       MATCH-BESTIARY-TEMPLATE.
           IF WS-BST-R-ID(WS-BST-R-INDEX) = WS-BST-LOOKUP-ID THEN
               MOVE WS-BST-R-INDEX TO WS-BST-FOUND-POS
           END-IF.
      ******************************************************************
      * A monster room that points at a bestiary template takes every
      * stat it leaves at zero (and a blank name) from the template,
      * so the values compared below are the ones the game journals.
       RESOLVE-MONSTER-TEMPLATES.
           PERFORM RESOLVE-ONE-MONSTER-TEMPLATE
             VARYING WS-M-R-INDEX FROM 1 BY 1
             UNTIL WS-M-R-INDEX > WS-M-R-LENGTH.
      ******************************************************************
       RESOLVE-ONE-MONSTER-TEMPLATE.
           IF WS-M-R-TEMPLATE-ID(WS-M-R-INDEX) > 0
             AND WS-M-R-ROOM-TYPE(WS-M-R-INDEX) = 0 THEN
               MOVE WS-M-R-TEMPLATE-ID(WS-M-R-INDEX) TO WS-BST-LOOKUP-ID
               PERFORM FIND-BESTIARY-TEMPLATE
               IF WS-BST-FOUND-POS > 0 THEN
                   PERFORM APPLY-BESTIARY-TEMPLATE
               END-IF
           END-IF.
      ******************************************************************
       APPLY-BESTIARY-TEMPLATE.
           IF WS-M-R-STRENGTH(WS-M-R-INDEX) = 0 THEN
               MOVE WS-BST-R-STRENGTH(WS-BST-FOUND-POS)
                 TO WS-M-R-STRENGTH(WS-M-R-INDEX)
           END-IF
           IF WS-M-R-AGILITY(WS-M-R-INDEX) = 0 THEN
               MOVE WS-BST-R-AGILITY(WS-BST-FOUND-POS)
                 TO WS-M-R-AGILITY(WS-M-R-INDEX)
           END-IF
           IF WS-M-R-LEVEL(WS-M-R-INDEX) = 0 THEN
               MOVE WS-BST-R-LEVEL(WS-BST-FOUND-POS)
                 TO WS-M-R-LEVEL(WS-M-R-INDEX)
           END-IF
           IF WS-M-R-HP(WS-M-R-INDEX) = 0 THEN
               MOVE WS-BST-R-HP(WS-BST-FOUND-POS)
                 TO WS-M-R-HP(WS-M-R-INDEX)
           END-IF
           IF WS-M-R-PROFESSION(WS-M-R-INDEX) = 0 THEN
               MOVE WS-BST-R-PROFESSION(WS-BST-FOUND-POS)
                 TO WS-M-R-PROFESSION(WS-M-R-INDEX)
           END-IF
           IF WS-M-R-NAME(WS-M-R-INDEX) = SPACES THEN
               MOVE WS-BST-R-NAME(WS-BST-FOUND-POS)
                 TO WS-M-R-NAME(WS-M-R-INDEX)
           END-IF.
      * == [LOAD-MASTER-TABLES] =====================================END=

      ******************************************************************
           DISPLAY " ".
           DISPLAY "RECENT AUDIT ENTRIES".
           DISPLAY "  No  Date     Time   Area       Key Field"
             "        Old        New        By".
           PERFORM DISPLAY-ONE-AUDIT-ENTRY
             VARYING WS-AT-INDEX FROM 1 BY 1
             UNTIL WS-AT-INDEX > WS-AT-LENGTH.
             WS-AT-KEY(WS-AT-INDEX) "  "
             WS-AT-FIELD(WS-AT-INDEX) " "
             WS-AT-OLD-VALUE(WS-AT-INDEX) " "
             WS-AT-NEW-VALUE(WS-AT-INDEX) " "
             WS-AT-OPERATOR(WS-AT-INDEX).
      ******************************************************************
       PROMPT-AND-ROLLBACK.
           DISPLAY " ".
                       INSPECT WS-RBK-CUR-VALUE(1:4)
                         REPLACING LEADING SPACE BY ZERO
                       MOVE WS-RBK-CUR-VALUE(1:4) TO WS-RBK-OLD-4
                       PERFORM QUEUE-ROLLBACK-GOLD
                       MOVE WS-RBK-OLD-4 TO WS-H-R-GOLD(WS-H-R-INDEX)
                   END-EVALUATE
                   SET WS-RBK-HEROES-DIRTY TO TRUE
           WHEN "ROOM-VALUE"
               MOVE WS-M-R-ROOM-VALUE(WS-M-R-INDEX)
                 TO WS-RBK-CUR-VALUE
           WHEN "TEMPLATE"
               MOVE WS-M-R-TEMPLATE-ID(WS-M-R-INDEX)
                 TO WS-RBK-CUR-VALUE
           WHEN OTHER
               ADD 1 TO WS-RBK-REFUSED
               DISPLAY "REFUSE entry " WS-AT-INDEX
                   INSPECT WS-RBK-CUR-VALUE(1:2)
                     REPLACING LEADING SPACE BY ZERO
                   MOVE WS-RBK-CUR-VALUE(1:2) TO WS-RBK-OLD-2
                   SET WS-RBK-TPL-USABLE TO TRUE
                   IF WS-AT-FIELD(WS-AT-INDEX) = "TEMPLATE" THEN
                       PERFORM CHECK-TEMPLATE-ROLLBACK
                   END-IF
                   IF WS-RBK-TPL-REFUSED THEN
                       ADD 1 TO WS-RBK-REFUSED
                   ELSE
                       PERFORM RESTORE-MONSTER-FIELD
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
      * Choosing a template in the game replaces the room's stats with
      * the template's, so a TEMPLATE rollback can only give the room
      * back the old template's stats. With no old template the stats
      * the room had of its own were overwritten and never journaled.
       CHECK-TEMPLATE-ROLLBACK.
           MOVE 0 TO WS-BST-FOUND-POS.
           EVALUATE TRUE
           WHEN WS-M-R-ROOM-TYPE(WS-M-R-INDEX) > 0
               CONTINUE
           WHEN WS-RBK-OLD-2 = 0
               SET WS-RBK-TPL-REFUSED TO TRUE
               DISPLAY "REFUSE entry " WS-AT-INDEX
                 ": monster ID " WS-AT-KEY(WS-AT-INDEX)
                 " had its own stats before template "
                 WS-AT-NEW-VALUE(WS-AT-INDEX)
               DISPLAY "  and the journal does not hold them;"
                 " re-enter them in dungeon maintenance."
           WHEN OTHER
               MOVE WS-RBK-OLD-2 TO WS-BST-LOOKUP-ID
               PERFORM FIND-BESTIARY-TEMPLATE
               IF WS-BST-FOUND-POS = 0 THEN
                   SET WS-RBK-TPL-REFUSED TO TRUE
                   DISPLAY "REFUSE entry " WS-AT-INDEX
                     ": template " WS-RBK-OLD-2
                     " is no longer in the bestiary."
               END-IF
           END-EVALUATE.
      ******************************************************************
       RESTORE-MONSTER-FIELD.
           EVALUATE WS-AT-FIELD(WS-AT-INDEX)
           WHEN "STRENGTH"
               MOVE WS-RBK-OLD-2 TO WS-M-R-STRENGTH(WS-M-R-INDEX)
           WHEN "AGILITY"
               MOVE WS-RBK-OLD-2 TO WS-M-R-AGILITY(WS-M-R-INDEX)
           WHEN "LEVEL"
               MOVE WS-RBK-OLD-2 TO WS-M-R-LEVEL(WS-M-R-INDEX)
           WHEN "HP"
               MOVE WS-RBK-OLD-2 TO WS-M-R-HP(WS-M-R-INDEX)
           WHEN "PROFESSION"
               MOVE WS-RBK-OLD-2 TO WS-M-R-PROFESSION(WS-M-R-INDEX)
           WHEN "ROOM-TYPE"
               MOVE WS-RBK-OLD-2 TO WS-M-R-ROOM-TYPE(WS-M-R-INDEX)
           WHEN "TEMPLATE"
               MOVE WS-RBK-OLD-2 TO WS-M-R-TEMPLATE-ID(WS-M-R-INDEX)
               IF WS-BST-FOUND-POS > 0 THEN
                   PERFORM COPY-TEMPLATE-TO-MONSTER-ROW
               END-IF
           WHEN "ROOM-VALUE"
               MOVE WS-AT-OLD-VALUE(WS-AT-INDEX)(1:4)
                 TO WS-RBK-CUR-VALUE(1:4)
               INSPECT WS-RBK-CUR-VALUE(1:4)
                 REPLACING LEADING SPACE BY ZERO
               MOVE WS-RBK-CUR-VALUE(1:4) TO WS-RBK-OLD-4
               MOVE WS-RBK-OLD-4 TO WS-M-R-ROOM-VALUE(WS-M-R-INDEX)
           END-EVALUATE
           SET WS-RBK-MONSTERS-DIRTY TO TRUE
           ADD 1 TO WS-RBK-APPLIED
           DISPLAY "ROLLED BACK entry " WS-AT-INDEX
             ": monster ID " WS-AT-KEY(WS-AT-INDEX) " "
             WS-AT-FIELD(WS-AT-INDEX) " restored to "
             WS-AT-OLD-VALUE(WS-AT-INDEX)
           MOVE "MONSTER" TO WS-AUD-AREA
           PERFORM WRITE-COMPENSATING-AUDIT.
      ******************************************************************
       COPY-TEMPLATE-TO-MONSTER-ROW.
           MOVE WS-BST-R-STRENGTH(WS-BST-FOUND-POS)
             TO WS-M-R-STRENGTH(WS-M-R-INDEX).
           MOVE WS-BST-R-AGILITY(WS-BST-FOUND-POS)
             TO WS-M-R-AGILITY(WS-M-R-INDEX).
           MOVE WS-BST-R-LEVEL(WS-BST-FOUND-POS)
             TO WS-M-R-LEVEL(WS-M-R-INDEX).
           MOVE WS-BST-R-HP(WS-BST-FOUND-POS)
             TO WS-M-R-HP(WS-M-R-INDEX).
           MOVE WS-BST-R-PROFESSION(WS-BST-FOUND-POS)
             TO WS-M-R-PROFESSION(WS-M-R-INDEX).
           MOVE WS-BST-R-NAME(WS-BST-FOUND-POS)
             TO WS-M-R-NAME(WS-M-R-INDEX).
      ******************************************************************
      * The compensating entry records the rollback itself: old value
      * is what was on file, new value is what was restored.
       WRITE-COMPENSATING-AUDIT.
           END-IF.
      ******************************************************************
       WRITE-FILE-MONSTERS.
           MOVE WS-MONSTERS-R(WS-M-R-INDEX) TO MONSTERS-REG.
           IF MONSTER-R-TEMPLATE-ID > 0 AND MONSTER-R-ROOM-TYPE = 0 THEN
               PERFORM STRIP-INHERITED-VALUES
           END-IF
           WRITE MONSTERS-REG.
      ******************************************************************
      * A stat equal to the template value is written back as zero
      * (a name as blank) so the room keeps inheriting it, exactly as
      * the game saves it.
       STRIP-INHERITED-VALUES.
           MOVE MONSTER-R-TEMPLATE-ID TO WS-BST-LOOKUP-ID.
           PERFORM FIND-BESTIARY-TEMPLATE.
           IF WS-BST-FOUND-POS > 0 THEN
               IF MONSTER-R-STRENGTH
                 = WS-BST-R-STRENGTH(WS-BST-FOUND-POS) THEN
                   MOVE ZERO TO MONSTER-R-STRENGTH
               END-IF
               IF MONSTER-R-AGILITY
                 = WS-BST-R-AGILITY(WS-BST-FOUND-POS) THEN
                   MOVE ZERO TO MONSTER-R-AGILITY
               END-IF
               IF MONSTER-R-LEVEL = WS-BST-R-LEVEL(WS-BST-FOUND-POS)
                 THEN
                   MOVE ZERO TO MONSTER-R-LEVEL
               END-IF
               IF MONSTER-R-HP = WS-BST-R-HP(WS-BST-FOUND-POS) THEN
                   MOVE ZERO TO MONSTER-R-HP
               END-IF
               IF MONSTER-R-PROFESSION
                 = WS-BST-R-PROFESSION(WS-BST-FOUND-POS) THEN
                   MOVE ZERO TO MONSTER-R-PROFESSION
               END-IF
               IF MONSTER-R-NAME = WS-BST-R-NAME(WS-BST-FOUND-POS) THEN
                   MOVE SPACES TO MONSTER-R-NAME
               END-IF
           END-IF.
      * == [SAVE-MASTER-TABLES] =====================================END=

      ******************************************************************
           ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUD-TIME-RAW FROM TIME.
           MOVE WS-AUD-TIME-HMS TO WS-AUD-TIME.
           MOVE WS-OPR-ID TO WS-AUD-OPERATOR.

           OPEN EXTEND AUDIT-FILE.
           IF WS-AUD-FS-NOTFOUND THEN
           END-IF.
      * == [AUDIT-JOURNAL] ==========================================END=

      ******************************************************************
      * == [GOLD-LEDGER] ==========================================BEGIN=
      * A GOLD-SPEND rollback refunds the hero, so it is posted to the
      * GOLDLOG.TXT ledger as a ROLLBACK like any other gold movement.
      * The reference is the date and HHMM of the entry reversed.
       QUEUE-ROLLBACK-GOLD.
           IF WS-GL-PENDING-LENGTH < WS-MAX-RBK-ENTRIES THEN
               MOVE WS-H-R-ID(WS-H-R-INDEX) TO WS-GL-HERO-ID
               ACCEPT WS-GL-DATE FROM DATE YYYYMMDD
               ACCEPT WS-GL-TIME-RAW FROM TIME
               MOVE WS-GL-TIME-HMS TO WS-GL-TIME
               MOVE "ROLLBACK" TO WS-GL-TYPE
               COMPUTE WS-GL-AMOUNT =
                 WS-RBK-OLD-4 - WS-H-R-GOLD(WS-H-R-INDEX)
               MOVE WS-AT-DATE(WS-AT-INDEX) TO WS-GL-REFERENCE(1:8)
               MOVE WS-AT-TIME(WS-AT-INDEX) TO WS-GL-REFERENCE(9:4)
               MOVE WS-RBK-OLD-4 TO WS-GL-BALANCE
               MOVE 0 TO WS-GL-RUN-ID
               ADD 1 TO WS-GL-PENDING-LENGTH
               MOVE WS-GOLDLOG-REC
                 TO WS-GL-PENDING-REC(WS-GL-PENDING-LENGTH)
           END-IF.
      ******************************************************************
       POST-GOLD-TRANSACTIONS.
           IF WS-GL-PENDING-LENGTH > 0 THEN
               OPEN EXTEND GOLDLOG-FILE
               IF WS-GL-FS-NOTFOUND THEN
                   OPEN OUTPUT GOLDLOG-FILE
               END-IF
               IF WS-GL-FS-OK THEN
                   PERFORM WRITE-GOLDLOG-RECORD
                     VARYING WS-GL-PENDING-INDEX FROM 1 BY 1
                     UNTIL WS-GL-PENDING-INDEX > WS-GL-PENDING-LENGTH
                   CLOSE GOLDLOG-FILE
               ELSE
                   DISPLAY "["WS-GAME-NAME"] GOLDLOG file not"
                     " available."
               END-IF
               MOVE 0 TO WS-GL-PENDING-LENGTH
           END-IF.
      ******************************************************************
       WRITE-GOLDLOG-RECORD.
           WRITE GOLDLOG-REG
             FROM WS-GL-PENDING-REC(WS-GL-PENDING-INDEX).
      * == [GOLD-LEDGER] ============================================END=

      ******************************************************************
      * == [BACKUP-GENERATIONS] ===================================BEGIN=
       ROTATE-BACKUPS.
