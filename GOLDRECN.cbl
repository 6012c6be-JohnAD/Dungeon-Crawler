       IDENTIFICATION DIVISION.
       PROGRAM-ID. GOLDRECN.
      ******************************************************************
      * JUEGO: DUNGEON CRAWLER - GOLD LEDGER RECONCILIATION            *
      *                                                                *
      * Replays GOLDLOG.TXT hero by hero and compares the closing      *
      * balance with the gold held on the hero master (HEROES.DAT when *
      * the keyed master exists, HEROES.TXT otherwise). A hero whose   *
      * ledger does not replay to the master balance is reported OUT   *
      * OF BALANCE with every transaction involved; so is any hero     *
      * whose balance was capped at WS-MAX-HERO-GOLD on the way, or    *
      * who sits at that ceiling on the master.                        *
      * IMPORT and OPEN transactions set the balance outright; a hero  *
      * whose history starts with anything else is brought forward     *
      * from the balance before that first transaction. Heroes out of  *
      * balance end the run with return code 4; no master or an        *
      * unreadable GOLDLOG.TXT, 8.                                     *
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
           SELECT GOLDLOG-FILE ASSIGN TO "GOLDLOG.TXT"
             FILE STATUS IS WS-GOLDLOG-FS
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
       FD GOLDLOG-FILE.
       01 GOLDLOG-REG.
           05 GL-HERO-ID               PIC 9(02) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 GL-DATE                  PIC 9(08) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 GL-TIME                  PIC 9(06) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 GL-TYPE                  PIC X(08) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 GL-AMOUNT                PIC S9(05) VALUE ZERO
                                         SIGN IS LEADING SEPARATE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 GL-REFERENCE             PIC X(12) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 GL-BALANCE               PIC 9(04) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 GL-RUN-ID                PIC 9(06) VALUE ZERO.
       WORKING-STORAGE SECTION.
       01 WS-CONSTANTS.
           05 WS-GAME-NAME             PIC X(15)
                                         VALUE "Dungeon Crawler".
           05 WS-MAX-HEROES            PIC 9(02) VALUE 15.
           05 WS-MAX-HERO-GOLD         PIC 9(04) VALUE 9999.
       01 WS-FILE-STATUSES.
           05 WS-HEROES-FS         PIC X(02) VALUE ZEROES.
               88 WS-H-FS-OK         VALUE "00".
               88 WS-H-FS-EOF        VALUE HIGH-VALUE.
           05 WS-HIX-FS            PIC X(02) VALUE ZEROES.
               88 WS-HIX-FS-OK       VALUE "00".
               88 WS-HIX-FS-EOF      VALUE HIGH-VALUE.
           05 WS-GOLDLOG-FS        PIC X(02) VALUE ZEROES.
               88 WS-GL-FS-OK        VALUE "00".
               88 WS-GL-FS-EOF       VALUE HIGH-VALUE.
               88 WS-GL-FS-NOTFOUND  VALUE "35".
           05 WS-GOLDLOG-SW        PIC X(01) VALUE "Y".
               88 WS-GL-READABLE     VALUE "Y".
               88 WS-GL-UNREADABLE   VALUE "N".
       01 WS-MASTER-NAME           PIC X(10) VALUE "HEROES.TXT".
       01 WS-HERO-TABLE.
           05 WS-HT-LENGTH         PIC 9(02) VALUE ZERO.
           05 WS-HT-INDEX          PIC 9(02) VALUE ZERO.
      * WS-HT-ROW OCCURS **WS-MAX-HEROES** TIMES
           05 WS-HT-ROW OCCURS 15 TIMES.
               10 WS-HT-ID             PIC 9(02) VALUE ZERO.
               10 WS-HT-NAME           PIC X(10) VALUE SPACES.
               10 WS-HT-GOLD           PIC 9(04) VALUE ZERO.
      * One replay row per possible hero ID, addressed by the ID.
       01 WS-REPLAY-TABLE.
           05 WS-RP-INDEX          PIC 9(02) VALUE ZERO.
           05 WS-RP-ROW OCCURS 99 TIMES.
               10 WS-RP-TXN-COUNT      PIC 9(05) VALUE ZERO.
               10 WS-RP-OPENING        PIC 9(04) VALUE ZERO.
               10 WS-RP-BALANCE        PIC S9(06) VALUE ZERO.
               10 WS-RP-CAPPED         PIC 9(03) VALUE ZERO.
               10 WS-RP-BREAKS         PIC 9(03) VALUE ZERO.
               10 WS-RP-ON-MASTER-SW   PIC X(01) VALUE "N".
                   88 WS-RP-ON-MASTER      VALUE "Y".
                   88 WS-RP-NOT-ON-MASTER  VALUE "N".
       01 WS-RECON-WORK.
           05 WS-RC-EXPECTED       PIC S9(06) VALUE ZERO.
           05 WS-RC-DETAIL-ID      PIC 9(02) VALUE ZERO.
           05 WS-RC-PRINT-SW       PIC X(01) VALUE "N".
               88 WS-RC-PRINTING     VALUE "Y".
               88 WS-RC-NOT-PRINTING VALUE "N".
           05 WS-RC-OUT-SW         PIC X(01) VALUE "N".
               88 WS-RC-OUT-OF-BALANCE VALUE "Y".
               88 WS-RC-IN-BALANCE     VALUE "N".
       01 WS-RECON-TOTALS.
           05 WS-RT-RECORDS        PIC 9(05) VALUE ZERO.
           05 WS-RT-BAD-RECORDS    PIC 9(05) VALUE ZERO.
           05 WS-RT-IN-BALANCE     PIC 9(02) VALUE ZERO.
           05 WS-RT-OUT-BALANCE    PIC 9(02) VALUE ZERO.
           05 WS-RT-CAPPED         PIC 9(02) VALUE ZERO.
           05 WS-RT-NO-HISTORY     PIC 9(02) VALUE ZERO.
           05 WS-RT-NOT-ON-MASTER  PIC 9(02) VALUE ZERO.
       01 WS-REPORT-LINES.
           05 WS-RC-SUMMARY-LINE.
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-RS-ID             PIC 9(02) VALUE ZERO.
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-RS-NAME           PIC X(10) VALUE SPACES.
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-RS-TXNS           PIC ZZZZ9 VALUE ZERO.
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-RS-OPENING        PIC ZZZ9 VALUE ZERO.
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-RS-LEDGER         PIC ZZZZZ9 VALUE ZERO.
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-RS-MASTER         PIC ZZZZZ9 VALUE ZERO.
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-RS-STATUS         PIC X(14) VALUE SPACES.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-RS-CAPPED         PIC X(06) VALUE SPACES.
           05 WS-RC-DETAIL-LINE.
               10 FILLER               PIC X(04) VALUE SPACES.
               10 WS-RD-DATE           PIC 9(08) VALUE ZERO.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-RD-TIME           PIC 9(06) VALUE ZERO.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-RD-TYPE           PIC X(08) VALUE SPACES.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-RD-AMOUNT         PIC -(5)9 VALUE ZERO.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-RD-REFERENCE      PIC X(12) VALUE SPACES.
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-RD-BALANCE        PIC ZZZ9 VALUE ZERO.
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-RD-REPLAY         PIC ZZZ9 VALUE ZERO.
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-RD-NOTE-CAP       PIC X(06) VALUE SPACES.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-RD-NOTE-BREAK     PIC X(05) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-HERO-MASTER
           PERFORM REPLAY-LEDGER
           IF WS-GL-FS-NOTFOUND THEN
               DISPLAY "["WS-GAME-NAME"] No GOLDLOG file, nothing to"
                 " reconcile."
               GO TO STOP-RUN
           END-IF
           IF WS-GL-UNREADABLE THEN
               GO TO STOP-RUN
           END-IF
           DISPLAY "GOLD LEDGER RECONCILIATION - " WS-MASTER-NAME
           DISPLAY "-----------------------------------------"
           DISPLAY "  ID  Name         Txns  Open  Ledger  Master"
             "  Status"
           DISPLAY "  --  ----------  -----  ----  ------  ------"
             "  --------------"
           PERFORM PRINT-HERO-SUMMARY
             VARYING WS-HT-INDEX FROM 1 BY 1
             UNTIL WS-HT-INDEX > WS-HT-LENGTH
           PERFORM PRINT-NOT-ON-MASTER
           PERFORM PRINT-HERO-DETAIL
             VARYING WS-HT-INDEX FROM 1 BY 1
             UNTIL WS-HT-INDEX > WS-HT-LENGTH
           PERFORM PRINT-RECON-TOTALS
           IF WS-RT-OUT-BALANCE > 0 AND RETURN-CODE < 4 THEN
               MOVE 4 TO RETURN-CODE
           END-IF
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
               IF HIX-R-GOLD NUMERIC THEN
                   MOVE HIX-R-GOLD TO WS-HT-GOLD(WS-HT-LENGTH)
               ELSE
                   MOVE ZERO TO WS-HT-GOLD(WS-HT-LENGTH)
               END-IF
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
               IF HEROES-R-GOLD NUMERIC THEN
                   MOVE HEROES-R-GOLD TO WS-HT-GOLD(WS-HT-LENGTH)
               ELSE
                   MOVE ZERO TO WS-HT-GOLD(WS-HT-LENGTH)
               END-IF
           END-READ.
      * == [LOAD-HERO-MASTER] =======================================END=

      ******************************************************************
      * == [REPLAY-LEDGER] ========================================BEGIN=
      * A missing ledger is an empty one; a ledger that is there but
      * cannot be read stops the run, or every hero would show NO
      * HISTORY.
       REPLAY-LEDGER.
           SET WS-RC-NOT-PRINTING TO TRUE.
           OPEN INPUT GOLDLOG-FILE.
           IF WS-GL-FS-OK THEN
               PERFORM READ-GOLDLOG-RECORD UNTIL WS-GL-FS-EOF
               CLOSE GOLDLOG-FILE
           ELSE
               IF NOT WS-GL-FS-NOTFOUND THEN
                   PERFORM ERROR-OPENING-GOLDLOG
               END-IF
           END-IF
           PERFORM MARK-HERO-ON-MASTER
             VARYING WS-HT-INDEX FROM 1 BY 1
             UNTIL WS-HT-INDEX > WS-HT-LENGTH.
      ******************************************************************
       READ-GOLDLOG-RECORD.
           READ GOLDLOG-FILE
           AT END
               SET WS-GL-FS-EOF TO TRUE
           NOT AT END
               ADD 1 TO WS-RT-RECORDS
               IF GL-HERO-ID NOT NUMERIC OR GL-HERO-ID = 0
                 OR GL-AMOUNT NOT NUMERIC OR GL-BALANCE NOT NUMERIC
                 THEN
                   ADD 1 TO WS-RT-BAD-RECORDS
               ELSE
                   PERFORM REPLAY-TRANSACTION
               END-IF
           END-READ.
      ******************************************************************
      * The expected balance is the replayed balance plus the amount,
      * held to 0..WS-MAX-HERO-GOLD as the game does. A recorded
      * balance that differs means gold moved outside the ledger
      * between two transactions (a BREAK); the replay carries on from
      * its own figure so the difference shows at the close.
       REPLAY-TRANSACTION.
           MOVE GL-HERO-ID TO WS-RP-INDEX.
           MOVE SPACES TO WS-RD-NOTE-CAP.
           MOVE SPACES TO WS-RD-NOTE-BREAK.
           EVALUATE TRUE
           WHEN GL-TYPE = "IMPORT" OR GL-TYPE = "OPEN"
               MOVE GL-AMOUNT TO WS-RC-EXPECTED
           WHEN WS-RP-TXN-COUNT(WS-RP-INDEX) = 0
               COMPUTE WS-RC-EXPECTED = GL-BALANCE - GL-AMOUNT
               IF WS-RC-EXPECTED < 0 THEN
                   MOVE 0 TO WS-RC-EXPECTED
               END-IF
               IF WS-RC-EXPECTED > WS-MAX-HERO-GOLD THEN
                   MOVE WS-MAX-HERO-GOLD TO WS-RC-EXPECTED
               END-IF
               MOVE WS-RC-EXPECTED TO WS-RP-OPENING(WS-RP-INDEX)
               COMPUTE WS-RC-EXPECTED = WS-RC-EXPECTED + GL-AMOUNT
           WHEN OTHER
               COMPUTE WS-RC-EXPECTED =
                 WS-RP-BALANCE(WS-RP-INDEX) + GL-AMOUNT
           END-EVALUATE
           IF WS-RC-EXPECTED > WS-MAX-HERO-GOLD THEN
               MOVE WS-MAX-HERO-GOLD TO WS-RC-EXPECTED
               ADD 1 TO WS-RP-CAPPED(WS-RP-INDEX)
               MOVE "CAPPED" TO WS-RD-NOTE-CAP
           END-IF
           IF WS-RC-EXPECTED < 0 THEN
               MOVE 0 TO WS-RC-EXPECTED
           END-IF
           IF WS-RC-EXPECTED NOT = GL-BALANCE THEN
               ADD 1 TO WS-RP-BREAKS(WS-RP-INDEX)
               MOVE "BREAK" TO WS-RD-NOTE-BREAK
           END-IF
           MOVE WS-RC-EXPECTED TO WS-RP-BALANCE(WS-RP-INDEX).
           ADD 1 TO WS-RP-TXN-COUNT(WS-RP-INDEX).
           IF WS-RC-PRINTING THEN
               MOVE GL-DATE TO WS-RD-DATE
               MOVE GL-TIME TO WS-RD-TIME
               MOVE GL-TYPE TO WS-RD-TYPE
               MOVE GL-AMOUNT TO WS-RD-AMOUNT
               MOVE GL-REFERENCE TO WS-RD-REFERENCE
               MOVE GL-BALANCE TO WS-RD-BALANCE
               MOVE WS-RC-EXPECTED TO WS-RD-REPLAY
               DISPLAY WS-RC-DETAIL-LINE
           END-IF.
      ******************************************************************
       MARK-HERO-ON-MASTER.
           IF WS-HT-ID(WS-HT-INDEX) > 0 THEN
               SET WS-RP-ON-MASTER(WS-HT-ID(WS-HT-INDEX)) TO TRUE
           END-IF.
      ******************************************************************
       ERROR-OPENING-GOLDLOG.
           DISPLAY "["WS-GAME-NAME"] GOLDLOG file not available.".
           SET WS-GL-UNREADABLE TO TRUE.
           MOVE 8 TO RETURN-CODE.
      * == [REPLAY-LEDGER] ==========================================END=

      ******************************************************************
      * == [PRINT-REPORT] =========================================BEGIN=
       PRINT-HERO-SUMMARY.
           MOVE WS-HT-ID(WS-HT-INDEX) TO WS-RP-INDEX.
           MOVE WS-HT-ID(WS-HT-INDEX) TO WS-RS-ID.
           MOVE WS-HT-NAME(WS-HT-INDEX) TO WS-RS-NAME.
           MOVE WS-HT-GOLD(WS-HT-INDEX) TO WS-RS-MASTER.
           MOVE SPACES TO WS-RS-CAPPED.
           IF WS-RP-INDEX = 0 THEN
               MOVE 0 TO WS-RS-TXNS
               MOVE 0 TO WS-RS-OPENING
               MOVE 0 TO WS-RS-LEDGER
               MOVE "NO HISTORY" TO WS-RS-STATUS
               ADD 1 TO WS-RT-NO-HISTORY
           ELSE
               PERFORM SET-SUMMARY-STATUS
           END-IF
           DISPLAY WS-RC-SUMMARY-LINE.
      ******************************************************************
       SET-SUMMARY-STATUS.
           MOVE WS-RP-TXN-COUNT(WS-RP-INDEX) TO WS-RS-TXNS.
           MOVE WS-RP-OPENING(WS-RP-INDEX) TO WS-RS-OPENING.
           MOVE WS-RP-BALANCE(WS-RP-INDEX) TO WS-RS-LEDGER.
           IF WS-RP-TXN-COUNT(WS-RP-INDEX) = 0 THEN
               MOVE "NO HISTORY" TO WS-RS-STATUS
               ADD 1 TO WS-RT-NO-HISTORY
           ELSE
               IF WS-RP-BALANCE(WS-RP-INDEX)
                 = WS-HT-GOLD(WS-HT-INDEX) THEN
                   MOVE "OK" TO WS-RS-STATUS
                   ADD 1 TO WS-RT-IN-BALANCE
               ELSE
                   MOVE "OUT OF BALANCE" TO WS-RS-STATUS
                   ADD 1 TO WS-RT-OUT-BALANCE
               END-IF
               IF WS-RP-CAPPED(WS-RP-INDEX) > 0
                 OR WS-HT-GOLD(WS-HT-INDEX) = WS-MAX-HERO-GOLD THEN
                   MOVE "CAPPED" TO WS-RS-CAPPED
                   ADD 1 TO WS-RT-CAPPED
               END-IF
           END-IF.
      ******************************************************************
       PRINT-NOT-ON-MASTER.
           PERFORM CHECK-NOT-ON-MASTER
             VARYING WS-RP-INDEX FROM 1 BY 1
             UNTIL WS-RP-INDEX > 98.
           IF WS-RP-TXN-COUNT(99) > 0 AND WS-RP-NOT-ON-MASTER(99) THEN
               MOVE 99 TO WS-RP-INDEX
               PERFORM REPORT-NOT-ON-MASTER
           END-IF.
      ******************************************************************
       CHECK-NOT-ON-MASTER.
           IF WS-RP-TXN-COUNT(WS-RP-INDEX) > 0
             AND WS-RP-NOT-ON-MASTER(WS-RP-INDEX) THEN
               PERFORM REPORT-NOT-ON-MASTER
           END-IF.
      ******************************************************************
       REPORT-NOT-ON-MASTER.
           IF WS-RT-NOT-ON-MASTER = 0 THEN
               DISPLAY " "
               DISPLAY "LEDGER HEROES NOT ON THE MASTER"
                 " (retired, buried or re-keyed)"
           END-IF
           ADD 1 TO WS-RT-NOT-ON-MASTER.
           MOVE WS-RP-BALANCE(WS-RP-INDEX) TO WS-RS-LEDGER.
           DISPLAY "  Hero ID " WS-RP-INDEX ": "
             WS-RP-TXN-COUNT(WS-RP-INDEX) " transactions, ledger"
             " balance " WS-RS-LEDGER.
      ******************************************************************
      * The ledger is read again for each hero needing detail, replaying
      * only that hero's transactions with the print switch on.
       PRINT-HERO-DETAIL.
           MOVE WS-HT-ID(WS-HT-INDEX) TO WS-RC-DETAIL-ID.
           SET WS-RC-IN-BALANCE TO TRUE.
           IF WS-RC-DETAIL-ID > 0 THEN
               IF WS-RP-TXN-COUNT(WS-RC-DETAIL-ID) > 0
                 AND (WS-RP-BALANCE(WS-RC-DETAIL-ID)
                 NOT = WS-HT-GOLD(WS-HT-INDEX)
                 OR WS-RP-CAPPED(WS-RC-DETAIL-ID) > 0
                 OR WS-HT-GOLD(WS-HT-INDEX) = WS-MAX-HERO-GOLD) THEN
                   SET WS-RC-OUT-OF-BALANCE TO TRUE
               END-IF
           END-IF
           IF WS-RC-OUT-OF-BALANCE THEN
               DISPLAY " "
               DISPLAY "DETAIL FOR HERO " WS-RC-DETAIL-ID " "
                 WS-HT-NAME(WS-HT-INDEX) "  MASTER GOLD "
                 WS-HT-GOLD(WS-HT-INDEX)
               DISPLAY "    Date     Time   Type      Amount"
                 " Reference      Bal  Replay  Note"
               MOVE 0 TO WS-RP-TXN-COUNT(WS-RC-DETAIL-ID)
               MOVE 0 TO WS-RP-BALANCE(WS-RC-DETAIL-ID)
               MOVE 0 TO WS-RP-CAPPED(WS-RC-DETAIL-ID)
               MOVE 0 TO WS-RP-BREAKS(WS-RC-DETAIL-ID)
               SET WS-RC-PRINTING TO TRUE
               OPEN INPUT GOLDLOG-FILE
               IF WS-GL-FS-OK THEN
                   PERFORM READ-DETAIL-RECORD UNTIL WS-GL-FS-EOF
                   CLOSE GOLDLOG-FILE
               ELSE
                   PERFORM ERROR-OPENING-GOLDLOG
               END-IF
               SET WS-RC-NOT-PRINTING TO TRUE
           END-IF.
      ******************************************************************
       READ-DETAIL-RECORD.
           READ GOLDLOG-FILE
           AT END
               SET WS-GL-FS-EOF TO TRUE
           NOT AT END
               IF GL-HERO-ID NUMERIC AND GL-AMOUNT NUMERIC
                 AND GL-BALANCE NUMERIC THEN
                   IF GL-HERO-ID = WS-RC-DETAIL-ID THEN
                       PERFORM REPLAY-TRANSACTION
                   END-IF
               END-IF
           END-READ.
      ******************************************************************
       PRINT-RECON-TOTALS.
           DISPLAY " ".
           DISPLAY "Ledger records read:      " WS-RT-RECORDS.
           DISPLAY "Unreadable records:       " WS-RT-BAD-RECORDS.
           DISPLAY "Heroes on the master:     " WS-HT-LENGTH.
           DISPLAY "  In balance:             " WS-RT-IN-BALANCE.
           DISPLAY "  Out of balance:         " WS-RT-OUT-BALANCE.
           DISPLAY "  Capped at maximum gold: " WS-RT-CAPPED.
           DISPLAY "  With no ledger history: " WS-RT-NO-HISTORY.
           DISPLAY "Ledger heroes not on file:" WS-RT-NOT-ON-MASTER.
      * == [PRINT-REPORT] ===========================================END=
      ******************************************************************
       STOP-RUN.
           STOP RUN.
       END PROGRAM GOLDRECN.
