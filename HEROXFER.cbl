      * fixing up the equipment ownership IDs, with an accept/reject   *
      * line printed for every record. Imports rotate the backup       *
      * generations and write audit journal entries like in-game edits.*
      * Each imported hero's gold is posted to the GOLDLOG.TXT ledger. *
      * IMPORT needs a game master to sign on from OPERATOR.TXT.       *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG.TXT"
             FILE STATUS IS WS-AUDIT-FS
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
           05 WS-MAX-EQUIPMENT         PIC 9(02) VALUE 15.
           05 WS-MAX-SIGNON-TRIES      PIC 9(01) VALUE 3.
       01 WS-FILE-STATUSES.
           05 WS-HEROES-FS         PIC X(02) VALUE ZEROES.
               88 WS-H-FS-OK         VALUE "00".
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
       01 WS-COMMAND-DATA.
           05 WS-CMD-LINE          PIC X(80) VALUE SPACES.
           05 WS-CMD-TOKEN-1       PIC X(10) VALUE SPACES.
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
      * Imported heroes' opening gold, posted once HEROES.TXT is saved.
           05 WS-GL-PENDING-LENGTH PIC 9(02) VALUE ZERO.
           05 WS-GL-PENDING-INDEX  PIC 9(02) VALUE ZERO.
      * WS-GL-PENDING-REC OCCURS **WS-MAX-HEROES** TIMES
           05 WS-GL-PENDING-REC OCCURS 15 TIMES PIC X(59)
                                         VALUE SPACES.
       01 WS-BACKUP-DATA.
           05 WS-BK-BASE-NAME      PIC X(12) VALUE SPACES.
           05 WS-BK-BASE-LEN       PIC 9(02) VALUE ZERO.
               END-IF
               PERFORM EXPORT-ROSTER
           WHEN "IMPORT"
               PERFORM SIGN-ON-OPERATOR
               IF WS-OPR-SIGNED-OFF THEN
                   DISPLAY "["WS-GAME-NAME"] Import refused: game"
                     " master sign-on required."
               ELSE
                   IF WS-KEYED-MASTER-PRESENT
                     AND WS-CMD-TOKEN-3 NOT = "FORCE" THEN
                       PERFORM WARN-KEYED-MASTER
                       DISPLAY "["WS-GAME-NAME"] Import refused: run"
                         " HEROCONV UNLOAD first, then IMPORT with a"
                         " trailing FORCE, then HEROCONV LOAD."
                   ELSE
                       IF WS-KEYED-MASTER-PRESENT THEN
                           PERFORM WARN-KEYED-MASTER
                       END-IF
                       PERFORM IMPORT-ROSTER
                   END-IF
               END-IF
           WHEN OTHER
               DISPLAY "["WS-GAME-NAME"] Usage: EXPORT [file]"
               PERFORM VERIFY-TRAILER-COUNTS
               IF WS-IMP-CHANGED THEN
                   PERFORM SAVE-HEROES-TABLE
                   IF WS-H-FS-OK THEN
                       PERFORM POST-GOLD-TRANSACTIONS
                   END-IF
                   PERFORM SAVE-EQUIPMENT-TABLE
               END-IF
               DISPLAY " "
           MOVE WS-IN-NUM(7) TO WS-H-R-XP(WS-H-R-LENGTH).
           MOVE WS-IN-NAME TO WS-H-R-NAME(WS-H-R-LENGTH).
           MOVE WS-IN-NUM(9) TO WS-H-R-GOLD(WS-H-R-LENGTH).
           PERFORM QUEUE-IMPORT-GOLD.

           IF WS-IMP-MAP-LENGTH < WS-MAX-HEROES THEN
               ADD 1 TO WS-IMP-MAP-LENGTH
           END-IF.
      * == [IMPORT-ROSTER] ==========================================END=

      ******************************************************************
      * == [OPERATOR-SIGNON] ======================================BEGIN=
      * Importing a roster is a game-master job: the operator
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
      * == [SAVE-MASTER-TABLES] ===================================BEGIN=
       SAVE-HEROES-TABLE.
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
      * An imported hero's gold opens their history in GOLDLOG.TXT
      * (see GOLDRECN); IMPORT sets the balance rather than adding to
      * it, since the hero ID may have been issued before.
       QUEUE-IMPORT-GOLD.
           IF WS-GL-PENDING-LENGTH < WS-MAX-HEROES THEN
               MOVE WS-IMP-NEW-HERO-ID TO WS-GL-HERO-ID
               ACCEPT WS-GL-DATE FROM DATE YYYYMMDD
               ACCEPT WS-GL-TIME-RAW FROM TIME
               MOVE WS-GL-TIME-HMS TO WS-GL-TIME
               MOVE "IMPORT" TO WS-GL-TYPE
               MOVE WS-H-R-GOLD(WS-H-R-LENGTH) TO WS-GL-AMOUNT
               MOVE WS-XFER-NAME TO WS-GL-REFERENCE
               MOVE WS-H-R-GOLD(WS-H-R-LENGTH) TO WS-GL-BALANCE
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
