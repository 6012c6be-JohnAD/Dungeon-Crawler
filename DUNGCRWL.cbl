           SELECT DUNGEON-CATALOG-FILE ASSIGN TO "DUNGEONS.TXT"
             FILE STATUS IS WS-CATALOG-FS
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BESTIARY-FILE ASSIGN TO "BESTIARY.TXT"
             FILE STATUS IS WS-BESTIARY-FS
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BATTLELOG-FILE ASSIGN TO "BATTLELOG.TXT"
             FILE STATUS IS WS-BATTLELOG-FS
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COMBATLOG-FILE ASSIGN TO "COMBATLOG.TXT"
             FILE STATUS IS WS-COMBATLOG-FS
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUNLOG-FILE ASSIGN TO "RUNLOG.TXT"
             FILE STATUS IS WS-RUNLOG-FS
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUNSEED-FILE ASSIGN TO "RUNSEED.TXT"
             FILE STATUS IS WS-RUNSEED-FS
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GOLDLOG-FILE ASSIGN TO "GOLDLOG.TXT"
             FILE STATUS IS WS-GOLDLOG-FS
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHECKPOINT-FILE ASSIGN TO "CHECKPT.TXT"
             FILE STATUS IS WS-CHECKPOINT-FS
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOCK-FILE ASSIGN TO "DUNGCRWL.LCK"
             FILE STATUS IS WS-LOCK-FS
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.TXT"
             FILE STATUS IS WS-OPERATOR-FS
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT QUEST-FILE ASSIGN TO "QUESTS.TXT"
             FILE STATUS IS WS-QUEST-FS
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HERO-QUEST-FILE ASSIGN TO "HEROQST.TXT"
             FILE STATUS IS WS-HERO-QUEST-FS
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT QUEST-CONTROL-FILE ASSIGN TO "QUESTCTL.TXT"
             FILE STATUS IS WS-QUEST-CTL-FS
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLEAR-HISTORY-FILE ASSIGN TO "CLEARHST.TXT"
             FILE STATUS IS WS-CLEAR-HISTORY-FS
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INFIRMARY-FILE ASSIGN TO "INFIRMRY.TXT"
             FILE STATUS IS WS-INFIRMARY-FS
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HARDCORE-FILE ASSIGN TO "HARDCORE.TXT"
             FILE STATUS IS WS-HARDCORE-FS
             ORGANIZATION IS LINE SEQUENTIAL.
           05 MONSTER-R-NAME           PIC X(10) VALUE SPACES.
           05 MONSTER-R-ROOM-TYPE      PIC 9(02) VALUE ZERO.
           05 MONSTER-R-ROOM-VALUE     PIC 9(04) VALUE ZERO.
           05 MONSTER-R-TEMPLATE-ID    PIC 9(02) VALUE ZERO.
       FD DUNGEON-CATALOG-FILE.
       01 CATALOG-REG.
           05 CAT-R-ID                 PIC 9(02) VALUE ZERO.
           05 CAT-R-DIFFICULTY         PIC 9(02) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 CAT-R-FILE-NAME          PIC X(12) VALUE SPACES.
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
       FD COMBATLOG-FILE.
       01 COMBATLOG-REG.
           05 CL-DATE                  PIC 9(08) VALUE ZERO.
           05 CL-AMOUNT                PIC 9(03) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 CL-HP-LEFT               PIC 9(02) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 CL-RUN-ID                PIC 9(06) VALUE ZERO.
       FD RUNLOG-FILE.
       01 RUNLOG-REG.
           05 RL-RUN-ID                PIC 9(06) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RL-DATE-IN               PIC 9(08) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RL-TIME-IN               PIC 9(06) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RL-DATE-OUT              PIC 9(08) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RL-TIME-OUT              PIC 9(06) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RL-DUNGEON-ID            PIC 9(02) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RL-PARTY-COUNT           PIC 9(02) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
      * RL-PARTY-ID OCCURS **WS-MAX-HEROES** TIMES
           05 RL-PARTY-ID OCCURS 15 TIMES PIC 9(02) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RL-ROOMS-CLEARED         PIC 9(02) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RL-ROOM-COUNT            PIC 9(02) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RL-OUTCOME               PIC X(04) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RL-XP-EARNED             PIC 9(05) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RL-GOLD-EARNED           PIC 9(05) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RL-RESUMED               PIC X(01) VALUE "N".
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RL-SIM                   PIC X(01) VALUE "N".
       FD RUNSEED-FILE.
       01 RUNSEED-REG.
           05 RS-RUN-ID                PIC 9(06) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RS-DATE                  PIC 9(08) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RS-TIME                  PIC 9(06) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RS-SEED                  PIC 9(08) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RS-RULES-FILE            PIC X(13) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RS-XP-PER-MONSTER-LEVEL  PIC 9(02) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RS-XP-LEVEL-UP-FACTOR    PIC 9(02) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RS-LEVEL-UP-STRENGTH-GAIN PIC 9(01) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RS-LEVEL-UP-HP-GAIN      PIC 9(01) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RS-WARRIOR-DAMAGE-REDUCTION PIC 9(01) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RS-MAGE-PIERCE-CHANCE    PIC 9(02) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RS-GOLD-PER-MONSTER-LEVEL PIC 9(02) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RS-DUNGEON-ID            PIC 9(02) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RS-DUNGEON-FILE          PIC X(12) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RS-PARTY-LENGTH          PIC 9(02) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
      * RS-PARTY-ID OCCURS **WS-MAX-HEROES** TIMES
           05 RS-PARTY-ID OCCURS 15 TIMES PIC 9(02) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RS-HERO-SUM              PIC 9(08) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RS-EQUIP-SUM             PIC 9(08) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RS-DUNGEON-SUM           PIC 9(08) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RS-RESUMED               PIC X(01) VALUE "N".
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RS-SIM                   PIC X(01) VALUE "N".
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RS-OPERATOR              PIC X(08) VALUE SPACES.
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
       FD CHECKPOINT-FILE.
       01 CHECKPOINT-REG.
           05 CKPT-HERO-ID             PIC 9(02) VALUE ZERO.
      * CKPT-MONSTER-ORDER OCCURS **WS-MAX-MONSTERS** TIMES
           05 CKPT-MONSTER-ORDER OCCURS 25 TIMES PIC 9(02) VALUE ZERO.
           05 CKPT-DUNGEON-ID          PIC 9(02) VALUE ZERO.
           05 CKPT-RUN-ID              PIC 9(06) VALUE ZERO.
           05 CKPT-RUN-XP-EARNED       PIC 9(05) VALUE ZERO.
           05 CKPT-RUN-GOLD-EARNED     PIC 9(05) VALUE ZERO.
       FD EQUIPMENT-FILE.
       01 EQUIPMENT-REG.
           05 EQ-R-ID                  PIC 9(02) VALUE ZERO.
           05 AUD-OLD-VALUE            PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 AUD-NEW-VALUE            PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 AUD-OPERATOR             PIC X(08) VALUE SPACES.
       FD RULES-FILE.
       01 RULES-REG                    PIC X(40) VALUE SPACES.
       FD LOCK-FILE.
           05 LCK-DATE                 PIC 9(08) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 LCK-TIME                 PIC 9(06) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 LCK-OPERATOR             PIC X(08) VALUE SPACES.
       FD OPERATOR-FILE.
       01 OPERATOR-REG.
           05 OPR-R-ID                 PIC X(08) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 OPR-R-ROLE               PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 OPR-R-PIN                PIC X(04) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 OPR-R-NAME               PIC X(20) VALUE SPACES.
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
       FD QUEST-CONTROL-FILE.
       01 QUEST-CONTROL-REG.
           05 QC-LAST-ID               PIC 9(02) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 QC-DATE                  PIC 9(08) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 QC-OPERATOR              PIC X(08) VALUE SPACES.
       FD CLEAR-HISTORY-FILE.
       01 CLEAR-HISTORY-REG.
           05 CH-R-HERO-ID             PIC 9(02) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 CH-R-DUNGEON-ID          PIC 9(02) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 CH-R-FIRST-CLEAR         PIC 9(08) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 CH-R-CLEARS              PIC 9(03) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 CH-R-FAILS               PIC 9(03) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 CH-R-BEST-ROOMS          PIC 9(02) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 CH-R-BEST-HP-LOST        PIC 9(02) VALUE ZERO.
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
       FD HARDCORE-FILE.
       01 HARDCORE-REG.
           05 HC-SETTING               PIC X(01) VALUE "N".
           05 WS-MAX-DUNGEONS          PIC 9(02) VALUE 10.
           05 WS-GOLD-PER-MONSTER-LEVEL PIC 9(02) VALUE 3.
           05 WS-MAX-HERO-GOLD         PIC 9(04) VALUE 9999.
           05 WS-MAX-TEMPLATES         PIC 9(02) VALUE 30.
           05 WS-MAX-GOLD-PENDING      PIC 9(02) VALUE 40.
           05 WS-MAX-SIGNON-TRIES      PIC 9(01) VALUE 3.
           05 WS-MAX-QUESTS            PIC 9(02) VALUE 12.
           05 WS-MAX-HERO-QUESTS       PIC 9(02) VALUE 60.
           05 WS-MAX-QUEST-ID          PIC 9(02) VALUE 99.
           05 WS-MAX-ACTIVE-QUESTS     PIC 9(02) VALUE 3.
           05 WS-MAX-CLEAR-HISTORY     PIC 9(03) VALUE 150.
           05 WS-LEVELS-PER-DIFFICULTY PIC 9(02) VALUE 2.
           05 WS-MAX-RECOVERY-DAYS     PIC 9(02) VALUE 5.
           05 WS-TREATMENT-GOLD-PER-DAY PIC 9(02) VALUE 10.
           05 WS-MAX-REPLAY-EVENTS     PIC 9(03) VALUE 500.
       01 WS-HEROES-PAGE-CALC.
           05 WS-H-R-PAGE-START        PIC 9(02) VALUE ZERO.
           05 WS-H-R-PAGE-END          PIC 9(02) VALUE ZERO.
           05 WS-NAME-LOOKUP-ID        PIC 9(02) VALUE ZERO.
           05 WS-HERO-FOUND-INDEX      PIC 9(02) VALUE ZERO.
           05 WS-GOLD-NEW-TOTAL        PIC 9(05) VALUE ZERO.
           05 WS-GOLD-OLD-TOTAL        PIC 9(04) VALUE ZERO.
       01 WS-LOG-FALLBACK-NAME.
           05 FILLER                   PIC X(03) VALUE "ID ".
           05 WS-LOG-FALLBACK-ID      PIC 9(02) VALUE ZERO.
           05 WS-RANDOM-SEED           PIC 9(08) VALUE ZERO.
           05 WS-RANDOM-RESULT         PIC 9V9(09) VALUE ZERO.
           05 WS-RANDOM-PICK           PIC 9(03) VALUE ZERO.
           05 WS-RUN-SEED              PIC 9(08) VALUE ZERO.
       01 WS-CREATE-HERO-DATA.
           05 WS-CH-STRENGTH           PIC 9(02) VALUE ZERO.
           05 WS-CH-AGILITY            PIC 9(02) VALUE ZERO.
           05 WS-SIM-ABORT-SW          PIC X(01) VALUE "N".
               88 WS-SIM-ABORTED         VALUE "Y".
               88 WS-SIM-NOT-ABORTED     VALUE "N".
       01 WS-REPLAY-DATA.
           05 WS-REPLAY-SW             PIC X(01) VALUE "N".
               88 WS-REPLAY-MODE         VALUE "Y".
               88 WS-REPLAY-MODE-OFF     VALUE "N".
           05 WS-RP-RUN-ID             PIC 9(06) VALUE ZERO.
           05 WS-RP-SEED-SW            PIC X(01) VALUE "N".
               88 WS-RP-SEED-FOUND       VALUE "Y".
               88 WS-RP-SEED-NOT-FOUND   VALUE "N".
           05 WS-RP-SEED-MATCHES       PIC 9(02) VALUE ZERO.
           05 WS-RP-RULES-SW           PIC X(01) VALUE "R".
               88 WS-RP-RECORDED-RULES   VALUE "R".
               88 WS-RP-OTHER-RULES      VALUE "F".
           05 WS-RP-STATE-SW           PIC X(01) VALUE "Y".
               88 WS-RP-STATE-OK         VALUE "Y".
               88 WS-RP-STATE-BAD        VALUE "N".
           05 WS-RP-GEN                PIC 9(01) VALUE ZERO.
           05 WS-RP-DUNGEON-FROM       PIC X(17) VALUE SPACES.
           05 WS-RP-HEROES-FROM        PIC X(17) VALUE SPACES.
           05 WS-RP-EQUIP-FROM         PIC X(17) VALUE SPACES.
           05 WS-RP-RUNLOG-SW          PIC X(01) VALUE "N".
               88 WS-RP-RUNLOG-FOUND     VALUE "Y".
               88 WS-RP-RUNLOG-NOT-FOUND VALUE "N".
           05 WS-RP-LOG-OUTCOME        PIC X(04) VALUE SPACES.
           05 WS-RP-LOG-ROOMS-CLEARED  PIC 9(02) VALUE ZERO.
           05 WS-RP-LOG-ROOM-COUNT     PIC 9(02) VALUE ZERO.
           05 WS-RP-LOG-XP             PIC 9(05) VALUE ZERO.
           05 WS-RP-LOG-GOLD           PIC 9(05) VALUE ZERO.
           05 WS-RP-FIGHT-COUNT        PIC 9(02) VALUE ZERO.
           05 WS-RP-FIGHT-SEQ          PIC 9(02) VALUE ZERO.
           05 WS-RP-FIGHT-INDEX        PIC 9(02) VALUE ZERO.
           05 WS-RP-DIFF-COUNT         PIC 9(02) VALUE ZERO.
      * WS-RP-LF OCCURS **WS-MAX-MONSTERS** TIMES
           05 WS-RP-LF OCCURS 25 TIMES.
               10 WS-RP-LF-FIGHT-ID    PIC 9(06) VALUE ZERO.
               10 WS-RP-LF-HERO-NAME   PIC X(10) VALUE SPACES.
               10 WS-RP-LF-MONSTER-NAME PIC X(10) VALUE SPACES.
               10 WS-RP-LF-START-HP    PIC 9(02) VALUE ZERO.
               10 WS-RP-LF-END-HP      PIC 9(02) VALUE ZERO.
               10 WS-RP-LF-OUTCOME     PIC X(04) VALUE SPACES.
           05 WS-RP-EVENT-COUNT        PIC 9(03) VALUE ZERO.
           05 WS-RP-EVENT-SEQ          PIC 9(04) VALUE ZERO.
           05 WS-RP-EVENT-INDEX        PIC 9(03) VALUE ZERO.
           05 WS-RP-EVENT-CAP-SW       PIC X(01) VALUE "N".
               88 WS-RP-EVENTS-TRUNCATED VALUE "Y".
               88 WS-RP-EVENTS-COMPLETE  VALUE "N".
      * WS-RP-EV OCCURS **WS-MAX-REPLAY-EVENTS** TIMES
           05 WS-RP-EV OCCURS 500 TIMES.
               10 WS-RP-EV-ROUND       PIC 9(03) VALUE ZERO.
               10 WS-RP-EV-EVENT       PIC X(10) VALUE SPACES.
               10 WS-RP-EV-ACTOR       PIC X(10) VALUE SPACES.
               10 WS-RP-EV-TARGET      PIC X(10) VALUE SPACES.
               10 WS-RP-EV-AMOUNT      PIC 9(03) VALUE ZERO.
               10 WS-RP-EV-HP-LEFT     PIC 9(02) VALUE ZERO.
           05 WS-RP-DIVERGE-SW         PIC X(01) VALUE "N".
               88 WS-RP-DIVERGED         VALUE "Y".
               88 WS-RP-NOT-DIVERGED     VALUE "N".
           05 WS-RP-DIVERGE-FIGHT      PIC 9(02) VALUE ZERO.
           05 WS-RP-FIGHT-DIFF-SW      PIC X(01) VALUE "N".
               88 WS-RP-FIGHT-DIFFERS    VALUE "Y".
               88 WS-RP-FIGHT-SAME       VALUE "N".
           05 WS-RP-EVENT-DIFF-SW      PIC X(01) VALUE "N".
               88 WS-RP-EVENT-DIFFERS    VALUE "Y".
               88 WS-RP-EVENT-SAME       VALUE "N".
           05 WS-RP-DETAIL-SW          PIC X(01) VALUE "N".
               88 WS-RP-DETAIL-SHOWN     VALUE "Y".
               88 WS-RP-DETAIL-PENDING   VALUE "N".
           05 WS-RP-TOTALS-SW          PIC X(01) VALUE "N".
               88 WS-RP-TOTALS-DIFFER    VALUE "Y".
               88 WS-RP-TOTALS-SAME      VALUE "N".
           05 WS-RP-DETAIL-LOGGED      PIC X(72) VALUE SPACES.
           05 WS-RP-DETAIL-REPLAYED    PIC X(72) VALUE SPACES.
           05 WS-RP-FIGHT-LINE.
               10 WS-RPL-SEQ           PIC 9(02) VALUE ZERO.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-RPL-FIGHT-ID      PIC X(06) VALUE SPACES.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-RPL-HERO-NAME     PIC X(10) VALUE SPACES.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-RPL-MONSTER-NAME  PIC X(10) VALUE SPACES.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-RPL-LOGGED.
                   15 WS-RPL-LOG-OUTCOME   PIC X(04) VALUE SPACES.
                   15 WS-RPL-LOG-GAP       PIC X(01) VALUE SPACE.
                   15 WS-RPL-LOG-START-HP  PIC 9(02) VALUE ZERO.
                   15 WS-RPL-LOG-ARROW     PIC X(01) VALUE ">".
                   15 WS-RPL-LOG-END-HP    PIC 9(02) VALUE ZERO.
               10 WS-RPL-LOGGED-TEXT REDEFINES WS-RPL-LOGGED
                                       PIC X(10).
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-RPL-REPLAYED.
                   15 WS-RPL-REP-OUTCOME   PIC X(04) VALUE SPACES.
                   15 WS-RPL-REP-GAP       PIC X(01) VALUE SPACE.
                   15 WS-RPL-REP-START-HP  PIC 9(02) VALUE ZERO.
                   15 WS-RPL-REP-ARROW     PIC X(01) VALUE ">".
                   15 WS-RPL-REP-END-HP    PIC 9(02) VALUE ZERO.
               10 WS-RPL-REPLAYED-TEXT REDEFINES WS-RPL-REPLAYED
                                       PIC X(10).
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-RPL-RESULT        PIC X(07) VALUE SPACES.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-RPL-FLAG          PIC X(10) VALUE SPACES.
           05 WS-RP-EVENT-LINE.
               10 FILLER               PIC X(04) VALUE SPACES.
               10 WS-RPE-LABEL         PIC X(09) VALUE SPACES.
               10 FILLER               PIC X(07) VALUE " ROUND ".
               10 WS-RPE-ROUND         PIC 9(03) VALUE ZERO.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-RPE-EVENT         PIC X(10) VALUE SPACES.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-RPE-ACTOR         PIC X(10) VALUE SPACES.
               10 FILLER               PIC X(03) VALUE " > ".
               10 WS-RPE-TARGET        PIC X(10) VALUE SPACES.
               10 FILLER               PIC X(05) VALUE " AMT ".
               10 WS-RPE-AMOUNT        PIC 9(03) VALUE ZERO.
               10 FILLER               PIC X(04) VALUE " HP ".
               10 WS-RPE-HP-LEFT       PIC 9(02) VALUE ZERO.
       01 WS-COMBAT-PROFESSION-DATA.
           05 WS-ARCHER-STRIKE-SW      PIC X(01) VALUE "N".
               88 WS-ARCHER-STRIKE-PENDING     VALUE "Y".
               10 WS-LCK-DATE      PIC 9(08) VALUE ZERO.
               10 FILLER           PIC X(01) VALUE SPACE.
               10 WS-LCK-TIME      PIC 9(06) VALUE ZERO.
               10 FILLER           PIC X(01) VALUE SPACE.
               10 WS-LCK-OPERATOR  PIC X(08) VALUE SPACES.
       01 WS-OPERATOR-SIGNON.
           05 WS-OPERATOR-FS       PIC X(02) VALUE ZEROES.
               88 WS-OPR-FS-OK       VALUE "00".
               88 WS-OPR-FS-EOF      VALUE HIGH-VALUE.
               88 WS-OPR-FS-NOTFOUND VALUE "35".
           05 WS-OPR-ID            PIC X(08) VALUE SPACES.
           05 WS-OPR-NAME          PIC X(20) VALUE SPACES.
           05 WS-OPR-ROLE          PIC X(01) VALUE SPACE.
               88 WS-OPR-GAME-MASTER VALUE "G".
               88 WS-OPR-PLAYER      VALUE "P".
               88 WS-OPR-READ-ONLY   VALUE "R".
           05 WS-OPR-ROLE-NAME     PIC X(11) VALUE SPACES.
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
       01 WS-QUEST-BOARD.
           05 WS-QUEST-FS          PIC X(02) VALUE ZEROES.
               88 WS-QST-FS-OK       VALUE "00".
               88 WS-QST-FS-EOF      VALUE HIGH-VALUE.
           05 WS-HERO-QUEST-FS     PIC X(02) VALUE ZEROES.
               88 WS-HQ-FS-OK        VALUE "00".
               88 WS-HQ-FS-EOF       VALUE HIGH-VALUE.
           05 WS-QUEST-CTL-FS      PIC X(02) VALUE ZEROES.
               88 WS-QC-FS-OK        VALUE "00".
               88 WS-QC-FS-EOF       VALUE HIGH-VALUE.
           05 WS-QUEST-CONTROL-REC.
               10 WS-QC-LAST-ID        PIC 9(02) VALUE ZERO.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-QC-DATE           PIC 9(08) VALUE ZERO.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-QC-OPERATOR       PIC X(08) VALUE SPACES.
           05 WS-QST-TODAY         PIC 9(08) VALUE ZERO.
           05 WS-QST-CHOICE        PIC 9(02) VALUE ZERO.
           05 WS-QST-FOUND-POS     PIC 9(02) VALUE ZERO.
           05 WS-HQ-FOUND-POS      PIC 9(02) VALUE ZERO.
           05 WS-HQ-ACTIVE-COUNT   PIC 9(02) VALUE ZERO.
           05 WS-NEXT-QUEST-ID     PIC 9(02) VALUE ZERO.
           05 WS-QST-ID-SW         PIC X(01) VALUE "N".
               88 WS-QST-IDS-EXHAUSTED VALUE "Y".
               88 WS-QST-IDS-AVAILABLE VALUE "N".
           05 WS-HQ-FREE-POS       PIC 9(02) VALUE ZERO.
           05 WS-HQ-SLOT-QST-POS   PIC 9(02) VALUE ZERO.
           05 WS-QST-TYPE-NAME     PIC X(07) VALUE SPACES.
           05 WS-QST-DGN-TEXT      PIC X(03) VALUE SPACES.
           05 WS-QST-HERO-STATE    PIC X(12) VALUE SPACES.
           05 WS-QE-TYPE           PIC X(01) VALUE SPACE.
               88 WS-QE-TYPE-VALID   VALUE "D" "C" "T" "L".
           05 WS-QE-DUNGEON-ID     PIC 9(02) VALUE ZERO.
           05 WS-QE-MONSTER-NAME   PIC X(10) VALUE SPACES.
           05 WS-QE-TARGET         PIC 9(02) VALUE ZERO.
           05 WS-QE-REWARD-GOLD    PIC 9(04) VALUE ZERO.
           05 WS-QE-REWARD-ITEM    PIC 9(02) VALUE ZERO.
           05 WS-QE-EXPIRY         PIC 9(08) VALUE ZERO.
           05 WS-QE-ERROR          PIC X(40) VALUE SPACES.
           05 WS-QP-KIND           PIC X(01) VALUE SPACE.
           05 WS-QP-HERO-INDEX     PIC 9(02) VALUE ZERO.
           05 WS-QP-HERO-ID        PIC 9(02) VALUE ZERO.
           05 WS-QP-QUEST-ID       PIC 9(02) VALUE ZERO.
           05 WS-QP-MONSTER-NAME   PIC X(10) VALUE SPACES.
           05 WS-QP-ITEM-POS       PIC 9(02) VALUE ZERO.
           05 WS-QP-CHANGED-SW     PIC X(01) VALUE "N".
               88 WS-QP-CHANGED      VALUE "Y".
               88 WS-QP-UNCHANGED    VALUE "N".
           05 WS-QP-EQ-SW          PIC X(01) VALUE "N".
               88 WS-QP-EQ-CHANGED   VALUE "Y".
               88 WS-QP-EQ-UNCHANGED VALUE "N".
           05 WS-QP-ITEM-SW        PIC X(01) VALUE "N".
               88 WS-QP-ITEM-GIVEN     VALUE "Y".
               88 WS-QP-ITEM-NOT-GIVEN VALUE "N".
           05 WS-QUEST-REG.
               10 WS-QST-R-LENGTH  PIC 9(02) VALUE ZERO.
               10 WS-QST-R-INDEX   PIC 9(02) VALUE ZERO.
      * WS-QST-R OCCURS **WS-MAX-QUESTS** TIMES
               10 WS-QST-R OCCURS 12 TIMES.
                   15 WS-QST-R-ID          PIC 9(02) VALUE ZERO.
                   15 FILLER               PIC X(01) VALUE SPACE.
                   15 WS-QST-R-TYPE        PIC X(01) VALUE SPACE.
                   15 FILLER               PIC X(01) VALUE SPACE.
                   15 WS-QST-R-DUNGEON-ID  PIC 9(02) VALUE ZERO.
                   15 FILLER               PIC X(01) VALUE SPACE.
                   15 WS-QST-R-MONSTER-NAME PIC X(10) VALUE SPACES.
                   15 FILLER               PIC X(01) VALUE SPACE.
                   15 WS-QST-R-TARGET      PIC 9(02) VALUE ZERO.
                   15 FILLER               PIC X(01) VALUE SPACE.
                   15 WS-QST-R-REWARD-GOLD PIC 9(04) VALUE ZERO.
                   15 FILLER               PIC X(01) VALUE SPACE.
                   15 WS-QST-R-REWARD-ITEM PIC 9(02) VALUE ZERO.
                   15 FILLER               PIC X(01) VALUE SPACE.
                   15 WS-QST-R-EXPIRY      PIC 9(08) VALUE ZERO.
                   15 FILLER               PIC X(01) VALUE SPACE.
                   15 WS-QST-R-POSTED      PIC 9(08) VALUE ZERO.
                   15 FILLER               PIC X(01) VALUE SPACE.
                   15 WS-QST-R-POSTED-BY   PIC X(08) VALUE SPACES.
           05 WS-HERO-QUEST-REG.
               10 WS-HQ-R-LENGTH   PIC 9(02) VALUE ZERO.
               10 WS-HQ-R-INDEX    PIC 9(02) VALUE ZERO.
      * WS-HQ-R OCCURS **WS-MAX-HERO-QUESTS** TIMES
               10 WS-HQ-R OCCURS 60 TIMES.
                   15 WS-HQ-R-HERO-ID      PIC 9(02) VALUE ZERO.
                   15 FILLER               PIC X(01) VALUE SPACE.
                   15 WS-HQ-R-QUEST-ID     PIC 9(02) VALUE ZERO.
                   15 FILLER               PIC X(01) VALUE SPACE.
                   15 WS-HQ-R-STATUS       PIC X(01) VALUE SPACE.
                   15 FILLER               PIC X(01) VALUE SPACE.
                   15 WS-HQ-R-PROGRESS     PIC 9(02) VALUE ZERO.
                   15 FILLER               PIC X(01) VALUE SPACE.
                   15 WS-HQ-R-ACCEPTED     PIC 9(08) VALUE ZERO.
                   15 FILLER               PIC X(01) VALUE SPACE.
                   15 WS-HQ-R-COMPLETED    PIC 9(08) VALUE ZERO.
       01 WS-QUEST-MENU-OPTION     PIC 9(02) VALUE 99.
           88 WS-QBM-OP-CONTINUE     VALUE 99.
           88 WS-QBM-OP-EXIT         VALUE ZERO.
           88 WS-QBM-OP-ACCEPT       VALUE 1.
           88 WS-QBM-OP-POST         VALUE 2.
           88 WS-QBM-OP-WITHDRAW     VALUE 3.
       01 WS-CLEAR-HISTORY.
           05 WS-CLEAR-HISTORY-FS  PIC X(02) VALUE ZEROES.
               88 WS-CH-FS-OK        VALUE "00".
               88 WS-CH-FS-EOF       VALUE HIGH-VALUE.
           05 WS-CH-FOUND-POS      PIC 9(03) VALUE ZERO.
           05 WS-CH-HERO-INDEX     PIC 9(02) VALUE ZERO.
           05 WS-CH-HERO-ID        PIC 9(02) VALUE ZERO.
           05 WS-CH-HP-LOST        PIC S9(03) VALUE ZERO.
           05 WS-CH-TODAY          PIC 9(08) VALUE ZERO.
           05 WS-CH-OUTCOME-SW     PIC X(01) VALUE "N".
               88 WS-CH-RUN-WON      VALUE "Y".
               88 WS-CH-RUN-LOST     VALUE "N".
           05 WS-CH-CHANGED-SW     PIC X(01) VALUE "N".
               88 WS-CH-CHANGED      VALUE "Y".
               88 WS-CH-UNCHANGED    VALUE "N".
           05 WS-CLEAR-HISTORY-REG.
               10 WS-CH-R-LENGTH   PIC 9(03) VALUE ZERO.
               10 WS-CH-R-INDEX    PIC 9(03) VALUE ZERO.
      * WS-CH-R OCCURS **WS-MAX-CLEAR-HISTORY** TIMES
               10 WS-CH-R OCCURS 150 TIMES.
                   15 WS-CH-R-HERO-ID      PIC 9(02) VALUE ZERO.
                   15 FILLER               PIC X(01) VALUE SPACE.
                   15 WS-CH-R-DUNGEON-ID   PIC 9(02) VALUE ZERO.
                   15 FILLER               PIC X(01) VALUE SPACE.
                   15 WS-CH-R-FIRST-CLEAR  PIC 9(08) VALUE ZERO.
                   15 FILLER               PIC X(01) VALUE SPACE.
                   15 WS-CH-R-CLEARS       PIC 9(03) VALUE ZERO.
                   15 FILLER               PIC X(01) VALUE SPACE.
                   15 WS-CH-R-FAILS        PIC 9(03) VALUE ZERO.
                   15 FILLER               PIC X(01) VALUE SPACE.
                   15 WS-CH-R-BEST-ROOMS   PIC 9(02) VALUE ZERO.
                   15 FILLER               PIC X(01) VALUE SPACE.
                   15 WS-CH-R-BEST-HP-LOST PIC 9(02) VALUE ZERO.
       01 WS-DUNGEON-GATE.
           05 WS-CG-MIN-LEVEL      PIC 9(02) VALUE ZERO.
           05 WS-CG-DIFFICULTY     PIC 9(02) VALUE ZERO.
           05 WS-CG-PREV-TIER      PIC 9(02) VALUE ZERO.
           05 WS-CG-HERO-INDEX     PIC 9(02) VALUE ZERO.
           05 WS-CG-CAT-INDEX      PIC 9(02) VALUE ZERO.
           05 WS-CG-LOCK-SW        PIC X(01) VALUE "N".
               88 WS-CG-LOCKED       VALUE "Y".
               88 WS-CG-UNLOCKED     VALUE "N".
           05 WS-CG-TIER-SW        PIC X(01) VALUE "N".
               88 WS-CG-TIER-CLEARED     VALUE "Y".
               88 WS-CG-TIER-NOT-CLEARED VALUE "N".
           05 WS-CG-REASON         PIC X(45) VALUE SPACES.
       01 WS-INFIRMARY.
           05 WS-INFIRMARY-FS      PIC X(02) VALUE ZEROES.
               88 WS-INF-FS-OK       VALUE "00".
               88 WS-INF-FS-EOF      VALUE HIGH-VALUE.
           05 WS-INF-FOUND-POS     PIC 9(02) VALUE ZERO.
           05 WS-INF-HERO-INDEX    PIC 9(02) VALUE ZERO.
           05 WS-INF-HERO-ID       PIC 9(02) VALUE ZERO.
           05 WS-INF-TODAY         PIC 9(08) VALUE ZERO.
           05 WS-INF-DAYS          PIC 9(02) VALUE ZERO.
           05 WS-INF-DAYS-LEFT     PIC 9(02) VALUE ZERO.
           05 WS-INF-FEE           PIC 9(04) VALUE ZERO.
           05 WS-INF-ADMITTED      PIC 9(02) VALUE ZERO.
           05 WS-INF-ANSWER        PIC X(01) VALUE SPACE.
           05 WS-INF-STATE-SW      PIC X(01) VALUE "N".
               88 WS-INF-INJURED     VALUE "Y".
               88 WS-INF-FIT         VALUE "N".
           05 WS-INF-CHANGED-SW    PIC X(01) VALUE "N".
               88 WS-INF-CHANGED     VALUE "Y".
               88 WS-INF-UNCHANGED   VALUE "N".
           05 WS-INFIRMARY-REG.
               10 WS-INF-R-LENGTH  PIC 9(02) VALUE ZERO.
               10 WS-INF-R-INDEX   PIC 9(02) VALUE ZERO.
      * WS-INF-R OCCURS **WS-MAX-HEROES** TIMES
               10 WS-INF-R OCCURS 15 TIMES.
                   15 WS-INF-R-HERO-ID     PIC 9(02) VALUE ZERO.
                   15 FILLER               PIC X(01) VALUE SPACE.
                   15 WS-INF-R-INJURED     PIC 9(08) VALUE ZERO.
                   15 FILLER               PIC X(01) VALUE SPACE.
                   15 WS-INF-R-DUNGEON-ID  PIC 9(02) VALUE ZERO.
                   15 FILLER               PIC X(01) VALUE SPACE.
                   15 WS-INF-R-RUN-ID      PIC 9(06) VALUE ZERO.
                   15 FILLER               PIC X(01) VALUE SPACE.
                   15 WS-INF-R-ROOMS-CLEARED PIC 9(02) VALUE ZERO.
                   15 FILLER               PIC X(01) VALUE SPACE.
                   15 WS-INF-R-ROOM-COUNT  PIC 9(02) VALUE ZERO.
                   15 FILLER               PIC X(01) VALUE SPACE.
                   15 WS-INF-R-DAYS        PIC 9(02) VALUE ZERO.
                   15 FILLER               PIC X(01) VALUE SPACE.
                   15 WS-INF-R-FIT-DATE    PIC 9(08) VALUE ZERO.
       01 WS-CHECKSUM-DATA.
           05 WS-CK-SUM            PIC 9(08) VALUE ZERO.
           05 WS-CK-LOAD-SUM       PIC 9(08) VALUE ZERO.
                   15 WS-M-R-NAME              PIC X(10) VALUE SPACES.
                   15 WS-M-R-ROOM-TYPE         PIC 9(02) VALUE ZERO.
                   15 WS-M-R-ROOM-VALUE        PIC 9(04) VALUE ZERO.
                   15 WS-M-R-TEMPLATE-ID       PIC 9(02) VALUE ZERO.
       01 WS-DUNGEON-FILE-NAME     PIC X(12) VALUE "DUNGEON.TXT".
       01 WS-BESTIARY-FILE.
           05 WS-BESTIARY-FS       PIC X(02) VALUE ZEROES.
               88 WS-BST-FS-OK       VALUE "00".
               88 WS-BST-FS-EOF      VALUE HIGH-VALUE.
               88 WS-BST-FS-NOTFOUND VALUE "35".
           05 WS-BST-LOOKUP-ID     PIC 9(02) VALUE ZERO.
           05 WS-BST-FOUND-POS     PIC 9(02) VALUE ZERO.
           05 WS-BST-REF-COUNT     PIC 9(03) VALUE ZERO.
           05 WS-BST-SAVED-FILE    PIC X(12) VALUE SPACES.
           05 WS-BESTIARY-REG.
               10 WS-BST-R-LENGTH  PIC 9(02) VALUE ZERO.
               10 WS-BST-R-INDEX   PIC 9(02) VALUE ZERO.
      * WS-BST-R OCCURS **WS-MAX-TEMPLATES** TIMES
               10 WS-BST-R OCCURS 30 TIMES.
                   15 WS-BST-R-ID              PIC 9(02) VALUE ZERO.
                   15 WS-BST-R-STRENGTH        PIC 9(02) VALUE ZERO.
                   15 WS-BST-R-AGILITY         PIC 9(02) VALUE ZERO.
                   15 WS-BST-R-LEVEL           PIC 9(02) VALUE ZERO.
                   15 WS-BST-R-HP              PIC 9(02) VALUE ZERO.
                   15 WS-BST-R-PROFESSION      PIC 9(02) VALUE ZERO.
                   15 WS-BST-R-NAME            PIC X(10) VALUE SPACES.
       01 WS-DUNGEON-CATALOG.
           05 WS-CATALOG-FS        PIC X(02) VALUE ZEROES.
               88 WS-CAT-FS-OK       VALUE "00".
           05 WS-CAT-CANCEL-SW     PIC X(01) VALUE "N".
               88 WS-CAT-CANCELLED     VALUE "Y".
               88 WS-CAT-NOT-CANCELLED VALUE "N".
           05 WS-CAT-PURPOSE-SW    PIC X(01) VALUE "M".
               88 WS-DUNGEON-SELECT-FOR-PLAY VALUE "P".
               88 WS-DUNGEON-SELECT-FOR-MAINT VALUE "M".
           05 WS-CATALOG-REG.
               10 WS-CAT-R-LENGTH  PIC 9(02) VALUE ZERO.
               10 WS-CAT-R-INDEX   PIC 9(02) VALUE ZERO.
               10 WS-CKPT-MONSTER-ORDER OCCURS 25 TIMES PIC 9(02)
                 VALUE ZERO.
               10 WS-CKPT-DUNGEON-ID       PIC 9(02) VALUE ZERO.
               10 WS-CKPT-RUN-ID           PIC 9(06) VALUE ZERO.
               10 WS-CKPT-RUN-XP-EARNED    PIC 9(05) VALUE ZERO.
               10 WS-CKPT-RUN-GOLD-EARNED  PIC 9(05) VALUE ZERO.
           05 WS-CKPT-STATUS       PIC X(01) VALUE "N".
               88 WS-CKPT-AVAILABLE  VALUE "Y".
               88 WS-CKPT-NOT-AVAILABLE VALUE "N".
           05 WS-MST-NAME              PIC X(10) VALUE SPACES.
           05 WS-MST-ROOM-TYPE         PIC 9(02) VALUE ZERO.
           05 WS-MST-ROOM-VALUE        PIC 9(04) VALUE ZERO.
           05 WS-MST-TEMPLATE-ID       PIC 9(02) VALUE ZERO.
       01 WS-MONSTER-REORDER-DATA.
           05 WS-MRO-OUT-INDEX         PIC 9(02) VALUE ZERO.
           05 WS-MRO-SCAN-INDEX        PIC 9(02) VALUE ZERO.
               10 WS-MRO-R-NAME             PIC X(10) VALUE SPACES.
               10 WS-MRO-R-ROOM-TYPE        PIC 9(02) VALUE ZERO.
               10 WS-MRO-R-ROOM-VALUE       PIC 9(04) VALUE ZERO.
               10 WS-MRO-R-TEMPLATE-ID      PIC 9(02) VALUE ZERO.
       01 WS-EQUIPMENT-FILE.
           05 WS-EQUIPMENT-FS      PIC X(02) VALUE ZEROES.
               88 WS-EQ-FS-OK        VALUE "00".
           05 WS-DM-PAGE               PIC 9(02) VALUE 1.
           05 WS-DM-PAGE-START         PIC 9(02) VALUE ZERO.
           05 WS-DM-PAGE-END           PIC 9(02) VALUE ZERO.
       01 WS-BESTIARY-MENU-OPTION  PIC 9(02) VALUE 99.
           88 WS-BM-OP-CONTINUE      VALUE 99.
           88 WS-BM-OP-EXIT          VALUE ZERO.
           88 WS-BM-OP-CREATE        VALUE 1.
           88 WS-BM-OP-EDIT          VALUE 2.
           88 WS-BM-OP-DELETE        VALUE 3.
           88 WS-BM-OP-PREV-PAGE     VALUE 97.
           88 WS-BM-OP-NEXT-PAGE     VALUE 98.
       01 WS-BESTIARY-PAGE-CALC.
           05 WS-BM-PAGE               PIC 9(02) VALUE 1.
           05 WS-BM-PAGE-START         PIC 9(02) VALUE ZERO.
           05 WS-BM-PAGE-END           PIC 9(02) VALUE ZERO.
           05 WS-BM-ROW-ENTRY          PIC 9(02) VALUE ZERO.
           05 WS-NEXT-TEMPLATE-ID      PIC 9(02) VALUE ZERO.
       01 WS-MOD-TEMPLATE-OPTION   PIC X(01) VALUE SPACE.
           88 WS-BMM-OP-EXIT         VALUE "0".
           88 WS-BMM-OP-STRENGTH     VALUE "1".
           88 WS-BMM-OP-AGILITY      VALUE "2".
           88 WS-BMM-OP-LEVEL        VALUE "3".
           88 WS-BMM-OP-HP           VALUE "4".
           88 WS-BMM-OP-PROFESSION   VALUE "5".
           88 WS-BMM-OP-NAME         VALUE "6".
       01 WS-MOD-MONSTER-OPTION    PIC X(01) VALUE SPACE.
           88 WS-DMM-OP-EXIT         VALUE "0".
           88 WS-DMM-OP-STRENGTH     VALUE "1".
           88 WS-DMM-OP-PROFESSION   VALUE "5".
           88 WS-DMM-OP-ROOM-TYPE    VALUE "6".
           88 WS-DMM-OP-ROOM-VALUE   VALUE "7".
           88 WS-DMM-OP-TEMPLATE     VALUE "8".
       01 WS-CREATE-MONSTER-DATA.
           05 WS-CM-STRENGTH           PIC 9(02) VALUE ZERO.
           05 WS-CM-AGILITY            PIC 9(02) VALUE ZERO.
           05 WS-CM-NAME               PIC X(10) VALUE SPACES.
           05 WS-CM-ROOM-TYPE          PIC 9(02) VALUE ZERO.
           05 WS-CM-ROOM-VALUE         PIC 9(04) VALUE ZERO.
           05 WS-CM-TEMPLATE-ID        PIC 9(02) VALUE ZERO.
           05 WS-NEXT-MONSTER-ID       PIC 9(02) VALUE ZERO.
           05 WS-DM-ROW-ENTRY          PIC 9(02) VALUE ZERO.
       01 WS-HERO-EFFECTIVE-STATS.
               10 WS-BL-DUNGEON-ID        PIC 9(02) VALUE ZERO.
               10 FILLER                  PIC X(01) VALUE SPACE.
               10 WS-BL-LOG-DATE          PIC 9(08) VALUE ZERO.
               10 FILLER                  PIC X(01) VALUE SPACE.
               10 WS-BL-RUN-ID            PIC 9(06) VALUE ZERO.
           05 WS-BL-PLAY-START-HP  PIC 9(02) VALUE ZERO.
       01 WS-COMBATLOG-FILE.
           05 WS-COMBATLOG-FS      PIC X(02) VALUE ZEROES.
               88 WS-CL-FS-OK        VALUE "00".
               88 WS-CL-FS-EOF       VALUE HIGH-VALUE.
               88 WS-CL-FS-NOTFOUND  VALUE "35".
           05 WS-TRANSCRIPT-SW     PIC X(01) VALUE "Y".
               88 WS-TRANSCRIPT-ON   VALUE "Y".
               10 WS-CL-AMOUNT         PIC 9(03) VALUE ZERO.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-CL-HP-LEFT        PIC 9(02) VALUE ZERO.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-CL-RUN-ID         PIC 9(06) VALUE ZERO.
           05 WS-CL-TIME-RAW.
               10 WS-CL-TIME-HMS       PIC 9(06) VALUE ZERO.
               10 FILLER               PIC 9(02) VALUE ZERO.
       01 WS-RUNLOG-FILE.
           05 WS-RUNLOG-FS         PIC X(02) VALUE ZEROES.
               88 WS-RL-FS-OK        VALUE "00".
               88 WS-RL-FS-EOF       VALUE HIGH-VALUE.
               88 WS-RL-FS-NOTFOUND  VALUE "35".
           05 WS-RUN-ID            PIC 9(06) VALUE ZERO.
           05 WS-RUN-XP-EARNED     PIC 9(05) VALUE ZERO.
           05 WS-RUN-GOLD-EARNED   PIC 9(05) VALUE ZERO.
           05 WS-RL-TIME-RAW.
               10 WS-RL-TIME-HMS       PIC 9(06) VALUE ZERO.
               10 FILLER               PIC 9(02) VALUE ZERO.
           05 WS-RUNLOG-REC.
               10 WS-RL-RUN-ID         PIC 9(06) VALUE ZERO.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-RL-DATE-IN        PIC 9(08) VALUE ZERO.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-RL-TIME-IN        PIC 9(06) VALUE ZERO.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-RL-DATE-OUT       PIC 9(08) VALUE ZERO.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-RL-TIME-OUT       PIC 9(06) VALUE ZERO.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-RL-DUNGEON-ID     PIC 9(02) VALUE ZERO.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-RL-PARTY-COUNT    PIC 9(02) VALUE ZERO.
               10 FILLER               PIC X(01) VALUE SPACE.
      * WS-RL-PARTY-ID OCCURS **WS-MAX-HEROES** TIMES
               10 WS-RL-PARTY-IDS.
                   15 WS-RL-PARTY-ID OCCURS 15 TIMES PIC 9(02)
                     VALUE ZERO.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-RL-ROOMS-CLEARED  PIC 9(02) VALUE ZERO.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-RL-ROOM-COUNT     PIC 9(02) VALUE ZERO.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-RL-OUTCOME        PIC X(04) VALUE SPACES.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-RL-XP-EARNED      PIC 9(05) VALUE ZERO.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-RL-GOLD-EARNED    PIC 9(05) VALUE ZERO.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-RL-RESUMED        PIC X(01) VALUE "N".
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-RL-SIM            PIC X(01) VALUE "N".
       01 WS-RUNSEED-FILE.
           05 WS-RUNSEED-FS        PIC X(02) VALUE ZEROES.
               88 WS-RS-FS-OK        VALUE "00".
               88 WS-RS-FS-EOF       VALUE HIGH-VALUE.
               88 WS-RS-FS-NOTFOUND  VALUE "35".
           05 WS-RS-ID-COUNT       PIC 9(02) VALUE ZERO.
           05 WS-RS-ID-INDEX       PIC 9(02) VALUE ZERO.
           05 WS-RS-OWNER-SW       PIC X(01) VALUE "N".
               88 WS-RS-OWNER-IN-PARTY     VALUE "Y".
               88 WS-RS-OWNER-NOT-IN-PARTY VALUE "N".
           05 WS-RS-PARTY-SW       PIC X(01) VALUE "Y".
               88 WS-RS-PARTY-COMPLETE     VALUE "Y".
               88 WS-RS-PARTY-INCOMPLETE   VALUE "N".
           05 WS-RS-CALC-HERO-SUM  PIC 9(08) VALUE ZERO.
           05 WS-RS-CALC-EQUIP-SUM PIC 9(08) VALUE ZERO.
           05 WS-RS-CALC-DUNGEON-SUM PIC 9(08) VALUE ZERO.
           05 WS-RUNSEED-REC.
               10 WS-RS-RUN-ID         PIC 9(06) VALUE ZERO.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-RS-DATE           PIC 9(08) VALUE ZERO.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-RS-TIME           PIC 9(06) VALUE ZERO.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-RS-SEED           PIC 9(08) VALUE ZERO.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-RS-RULES-FILE     PIC X(13) VALUE SPACES.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-RS-XP-PER-MONSTER-LEVEL PIC 9(02) VALUE ZERO.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-RS-XP-LEVEL-UP-FACTOR PIC 9(02) VALUE ZERO.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-RS-LEVEL-UP-STRENGTH-GAIN PIC 9(01) VALUE ZERO.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-RS-LEVEL-UP-HP-GAIN PIC 9(01) VALUE ZERO.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-RS-WARRIOR-DAMAGE-REDUCTION PIC 9(01) VALUE ZERO.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-RS-MAGE-PIERCE-CHANCE PIC 9(02) VALUE ZERO.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-RS-GOLD-PER-MONSTER-LEVEL PIC 9(02) VALUE ZERO.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-RS-DUNGEON-ID     PIC 9(02) VALUE ZERO.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-RS-DUNGEON-FILE   PIC X(12) VALUE SPACES.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-RS-PARTY-LENGTH   PIC 9(02) VALUE ZERO.
               10 FILLER               PIC X(01) VALUE SPACE.
      * WS-RS-PARTY-ID OCCURS **WS-MAX-HEROES** TIMES
               10 WS-RS-PARTY-IDS.
                   15 WS-RS-PARTY-ID OCCURS 15 TIMES PIC 9(02)
                     VALUE ZERO.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-RS-HERO-SUM       PIC 9(08) VALUE ZERO.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-RS-EQUIP-SUM      PIC 9(08) VALUE ZERO.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-RS-DUNGEON-SUM    PIC 9(08) VALUE ZERO.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-RS-RESUMED        PIC X(01) VALUE "N".
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-RS-SIM            PIC X(01) VALUE "N".
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-RS-OPERATOR       PIC X(08) VALUE SPACES.
       01 WS-GOLDLOG-FILE.
           05 WS-GOLDLOG-FS        PIC X(02) VALUE ZEROES.
               88 WS-GL-FS-OK        VALUE "00".
               88 WS-GL-FS-NOTFOUND  VALUE "35".
           05 WS-GL-TIME-RAW.
               10 WS-GL-TIME-HMS       PIC 9(06) VALUE ZERO.
               10 FILLER               PIC 9(02) VALUE ZERO.
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
           05 WS-GL-PENDING-LENGTH PIC 9(02) VALUE ZERO.
           05 WS-GL-PENDING-INDEX  PIC 9(02) VALUE ZERO.
           05 WS-GL-OVERFLOW-SW    PIC X(01) VALUE "N".
               88 WS-GL-OVERFLOWED     VALUE "Y".
               88 WS-GL-NOT-OVERFLOWED VALUE "N".
      * WS-GL-PENDING-REC OCCURS **WS-MAX-GOLD-PENDING** TIMES
           05 WS-GL-PENDING-REC OCCURS 40 TIMES PIC X(59)
                                         VALUE SPACES.
           05 WS-GL-PRIOR-LENGTH   PIC 9(02) VALUE ZERO.
           05 WS-GL-PRIOR-INDEX    PIC 9(02) VALUE ZERO.
           05 WS-GL-PRIOR-FOUND    PIC 9(02) VALUE ZERO.
      * WS-GL-PRIOR-ROW OCCURS **WS-MAX-HEROES** TIMES
           05 WS-GL-PRIOR-ROW OCCURS 15 TIMES.
               10 WS-GL-PRIOR-ID       PIC 9(02) VALUE ZERO.
               10 WS-GL-PRIOR-GOLD     PIC 9(04) VALUE ZERO.
       01 WS-BACKUP-DATA.
           05 WS-BK-IN-FS          PIC X(02) VALUE ZEROES.
               88 WS-BK-IN-FS-OK     VALUE "00".
               10 WS-AUD-OLD-VALUE     PIC X(10) VALUE SPACES.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-AUD-NEW-VALUE     PIC X(10) VALUE SPACES.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-AUD-OPERATOR      PIC X(08) VALUE SPACES.
           05 WS-AUD-TIME-RAW.
               10 WS-AUD-TIME-HMS      PIC 9(06) VALUE ZERO.
               10 FILLER               PIC 9(02) VALUE ZERO.
             VALUE "[Choose a correct option]".
           88 WS-MISSING-STEPS-OPTION
             VALUE "[You must first select a hero!]".
           88 WS-ROLE-REFUSED-OPTION
             VALUE "[Not allowed for your role]".
       01 WS-SHOW-SELECTED-HERO-OPTION PIC X(08) VALUE ALL SPACES.
           88 WS-RESET-SELECTED-HERO-OPTION   VALUE ALL SPACES.
           88 WS-SELECTED-HERO-OPTION   VALUE "w / ID: ".
               88 WS-MM-OP-AUDIT         VALUE "8".
               88 WS-MM-OP-RESTORE       VALUE "9".
               88 WS-MM-OP-MEMORIAL      VALUE "M" "m".
               88 WS-MM-OP-BESTIARY      VALUE "B" "b".
               88 WS-MM-OP-QUESTS        VALUE "Q" "q".
           05 WS-MM-ROLE-SW            PIC X(01) VALUE "Y".
               88 WS-MM-ROLE-ALLOWED     VALUE "Y".
               88 WS-MM-ROLE-DENIED      VALUE "N".
           05 WS-MM.
               10 FILLER               PIC X(15)
                                         VALUE "MAIN MENU".
               10 FILLER           PIC X(20)
                 VALUE "M- Memorial".
               10 FILLER           PIC X(01) VALUE X"0A".
               10 FILLER           PIC X(20)
                 VALUE "B- Bestiary".
               10 FILLER           PIC X(01) VALUE X"0A".
               10 FILLER           PIC X(20)
                 VALUE "Q- Quest board".
               10 FILLER           PIC X(01) VALUE X"0A".
               10 FILLER           PIC X(01) VALUE X"0A".
               10 FILLER           PIC X(09) VALUE "0- Exit.".
       01 WS-HEROES-MENU.
               10 FILLER           PIC X(01) VALUE X"0A".
               10 FILLER           PIC X(58) VALUE
           "      ID  Force   Agility   Level  Life Pt  Profess'n Name".
               10 FILLER           PIC X(13) VALUE "       Status".
               10 FILLER           PIC X(01) VALUE X"0A".
               10 FILLER           PIC X(58) VALUE
           "      --  ------  --------  -----  -------  --------- ----".
               10 FILLER           PIC X(13) VALUE "       ------".
           05 WS-HEROES-MENU-CONTENT.
               10 WS-HMC-SELECTED  PIC X(01) VALUE SPACE.
               10 FILLER           PIC X(01) VALUE SPACE.
               10 WS-HMC-PROFESSION    PIC X(08).
               10 FILLER           PIC X(01) VALUE SPACE.
               10 WS-HMC-NAME      PIC X(10).
               10 FILLER           PIC X(01) VALUE SPACE.
               10 WS-HMC-STATUS    PIC X(07) VALUE SPACES.
           05 WS-HEROES-MENU-FOOTER.
               10 FILLER           PIC X(01) VALUE X"0A".
               10 FILLER           PIC X(09) VALUE "0- Exit".
               88 WS-MHM-OP-AGILITY      VALUE "2".
               88 WS-MHM-OP-LEVEL        VALUE "3".
               88 WS-MHM-OP-HP           VALUE "4".
               88 WS-MHM-OP-TREAT        VALUE "5".
           05 WS-MHM-TITLE.
               10 FILLER           PIC X(16)
                                     VALUE "MODIFY HERO ".
       MAIN-PROCEDURE.
           PERFORM SEED-RANDOM-NUMBER-GENERATOR
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           IF WS-CMD-LINE(1:4) = "SIM "
             OR WS-CMD-LINE(1:7) = "REPLAY " THEN
               PERFORM SIGN-ON-BATCH-OPERATOR
           ELSE
               PERFORM SIGN-ON-OPERATOR
               IF WS-OPR-SIGNED-OFF THEN
                   DISPLAY "["WS-GAME-NAME"] Sign-on failed, game not"
                     " started."
                   GO TO STOP-RUN
               END-IF
           END-IF
           IF WS-OPR-READ-ONLY
             OR WS-CMD-LINE(1:7) = "REPLAY " THEN
               SET WS-SESSION-READONLY TO TRUE
           ELSE
               PERFORM TAKE-SESSION-LOCK
           END-IF
           PERFORM INIT--WS-HEROES-R--CONTENT
           PERFORM INIT--WS-EQUIPMENT-R--CONTENT
           EVALUATE TRUE
           WHEN WS-CMD-LINE(1:4) = "SIM "
               SET WS-SIM-MODE TO TRUE
               PERFORM RUN-SIMULATION-BATCH
           WHEN WS-CMD-LINE(1:7) = "REPLAY "
               SET WS-SIM-MODE TO TRUE
               SET WS-REPLAY-MODE TO TRUE
               PERFORM RUN-REPLAY-BATCH
           WHEN WS-H-FS-OK
               PERFORM LOAD-GAME-RULES
               PERFORM ECHO-GAME-RULES
               PERFORM PRESS-KEY-TO-CONTINUE
               DISPLAY SS-CLEAR-SCREEN
               PERFORM INIT--WS-MONSTERS-R--CONTENT
               PERFORM LOAD-HARDCORE-SETTING
               PERFORM INIT--WS-QST-R--CONTENT
               PERFORM INIT--WS-HQ-R--CONTENT
               PERFORM INIT--WS-CH-R--CONTENT
               PERFORM INIT--WS-INF-R--CONTENT
               PERFORM INI--WS-IMG-FIGHT
               PERFORM INI-CREDITS-ARRAY
               PERFORM DISPLAY-INTRO
               PERFORM VALIDATE-GAME-DATA
               PERFORM DISPLAY-MAIN-MENU UNTIL WS-MM-OP-EXIT
           END-EVALUATE

           PERFORM RELEASE-SESSION-LOCK
           GO TO STOP-RUN.
      ******************************************************************
      * == [OPERATOR-SIGNON] ======================================BEGIN=
      * Every interactive session signs on against OPERATOR.TXT before
      * the lock is taken, so the lock and every audit record carry the
      * operator ID. The role decides which main-menu options are open:
      * G (game master) has them all, P (player) plays and manages
      * heroes, R (read-only) only looks and never takes the lock.
      * Without an OPERATOR file the session signs on as game master
      * SYSTEM, which is how the first operators get set up.
       SIGN-ON-OPERATOR.
           SET WS-OPR-SIGNED-OFF TO TRUE.
           MOVE 0 TO WS-OPR-ATTEMPTS.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPR-FS-NOTFOUND THEN
               MOVE "SYSTEM" TO WS-OPR-ID
               MOVE "G" TO WS-OPR-ROLE
               MOVE SPACES TO WS-OPR-NAME
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
           END-IF
           PERFORM SET-OPERATOR-ROLE-NAME.
      ******************************************************************
      * SIM and REPLAY runs cannot prompt; they run under the BATCH
      * operator.
       SIGN-ON-BATCH-OPERATOR.
           MOVE "BATCH" TO WS-OPR-ID.
           MOVE "G" TO WS-OPR-ROLE.
           MOVE SPACES TO WS-OPR-NAME.
           SET WS-OPR-SIGNED-ON TO TRUE.
           PERFORM SET-OPERATOR-ROLE-NAME.
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
           WHEN OTHER
               MOVE OPR-R-ID TO WS-OPR-ID
               MOVE OPR-R-NAME TO WS-OPR-NAME
               MOVE OPR-R-ROLE TO WS-OPR-ROLE
               SET WS-OPR-SIGNED-ON TO TRUE
           END-EVALUATE
           IF WS-OPR-SIGNED-ON THEN
               PERFORM SET-OPERATOR-ROLE-NAME
               DISPLAY "["WS-GAME-NAME"] Signed on: " WS-OPR-NAME
                 " (" WS-OPR-ROLE-NAME ")"
           ELSE
               DISPLAY "["WS-GAME-NAME"] Sign-on refused."
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
      * Nobody is signed on yet, so the record carries no operator; the
      * ID that was tried goes in the old value.
       LOG-FAILED-SIGNON.
           MOVE "SIGN-ON" TO WS-AUD-AREA.
           MOVE 0 TO WS-AUD-KEY.
           MOVE "FAILED" TO WS-AUD-FIELD.
           MOVE WS-OPR-ENTRY-ID TO WS-AUD-OLD-VALUE.
           MOVE WS-OPR-FAIL-REASON TO WS-AUD-NEW-VALUE.
           PERFORM WRITE-AUDIT-RECORD.
      ******************************************************************
       SET-OPERATOR-ROLE-NAME.
           EVALUATE TRUE
           WHEN WS-OPR-GAME-MASTER
               MOVE "GAME MASTER" TO WS-OPR-ROLE-NAME
           WHEN WS-OPR-PLAYER
               MOVE "PLAYER" TO WS-OPR-ROLE-NAME
           WHEN OTHER
               MOVE "R" TO WS-OPR-ROLE
               MOVE "READ-ONLY" TO WS-OPR-ROLE-NAME
           END-EVALUATE.
      * == [OPERATOR-SIGNON] ========================================END=

      ******************************************************************
      * == [SESSION-LOCK] =========================================BEGIN=
      * A same-day LOCKED record means another operator is in the
      * and always fall back to read-only.
       RESOLVE-SAME-DAY-LOCK.
           DISPLAY "["WS-GAME-NAME"] Another session holds the lock"
             " (operator " WS-LCK-OPERATOR " since " WS-LCK-TIME
             " today)."
           IF WS-CMD-LINE(1:4) = "SIM " THEN
               SET WS-SESSION-READONLY TO TRUE
               DISPLAY "["WS-GAME-NAME"] Opening READ-ONLY: hero and"
           ACCEPT WS-LCK-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-LCK-TIME-RAW FROM TIME.
           MOVE WS-LCK-TIME-HMS TO WS-LCK-TIME.
           MOVE WS-OPR-ID TO WS-LCK-OPERATOR.
           OPEN OUTPUT LOCK-FILE.
           IF WS-LCK-FS-OK THEN
               WRITE LOCK-REG FROM WS-LOCK-REC
               ELSE
                   PERFORM REPORT-RULE-OUT-OF-RANGE
               END-IF
           WHEN "TREATMENT-GOLD-PER-DAY"
               IF WS-RULE-VALUE-NUM <= 99 THEN
                   MOVE WS-RULE-VALUE-NUM TO WS-TREATMENT-GOLD-PER-DAY
                   ADD 1 TO WS-RULES-LOADED-CT
               ELSE
                   PERFORM REPORT-RULE-OUT-OF-RANGE
               END-IF
      * Read by the ARENA tournament program; nothing to apply here.
           WHEN "ARENA-PRIZE-GOLD"
               ADD 1 TO WS-RULES-LOADED-CT
           WHEN OTHER
               ADD 1 TO WS-RULES-BAD-CT
               DISPLAY "["WS-GAME-NAME"] Unknown rule key ignored: "
             WS-MAGE-PIERCE-CHANCE.
           DISPLAY "  GOLD-PER-MONSTER-LEVEL  "
             WS-GOLD-PER-MONSTER-LEVEL.
           DISPLAY "  TREATMENT-GOLD-PER-DAY  "
             WS-TREATMENT-GOLD-PER-DAY.
           IF WS-RULES-BAD-CT > 0 THEN
               DISPLAY "  Rules rejected (defaults kept): "
                 WS-RULES-BAD-CT
           ACCEPT WS-MM-OPTION LINE WS-ICSP-1-LINE COL WS-ICSP-1-COL.
           DISPLAY SS-CLEAR-SCREEN.

           PERFORM CHECK-MAIN-MENU-ROLE
           EVALUATE TRUE
           WHEN WS-MM-ROLE-DENIED
               SET WS-ROLE-REFUSED-OPTION TO TRUE
           WHEN WS-MM-OP-SELECT
               PERFORM DISPLAY-SELECT-HERO
           WHEN WS-MM-OP-MODIFY
               PERFORM DISPLAY-RESTORE-MENU
           WHEN WS-MM-OP-MEMORIAL
               PERFORM DISPLAY-MEMORIAL
           WHEN WS-MM-OP-BESTIARY
               PERFORM DISPLAY-MANAGE-BESTIARY
           WHEN WS-MM-OP-QUESTS
               PERFORM DISPLAY-QUEST-BOARD
           WHEN WS-MM-OP-EXIT
               PERFORM EXIT-GAME
           WHEN OTHER
      ******************************************************************
       SET-MAIN-MENU-ERROR.
           MOVE WS-VALID-OPTION TO WS-MM-ERROR.
      ******************************************************************
      * Players lose the maintenance options (dungeons, bestiary, audit
      * journal, restore); read-only operators may only look at heroes,
      * the audit journal, the memorial and the quest board.
       CHECK-MAIN-MENU-ROLE.
           SET WS-MM-ROLE-ALLOWED TO TRUE.
           EVALUATE TRUE
           WHEN WS-OPR-GAME-MASTER
               CONTINUE
           WHEN WS-OPR-PLAYER
               IF WS-MM-OP-DUNGEON OR WS-MM-OP-AUDIT
                 OR WS-MM-OP-RESTORE OR WS-MM-OP-BESTIARY THEN
                   SET WS-MM-ROLE-DENIED TO TRUE
               END-IF
           WHEN OTHER
               IF NOT (WS-MM-OP-SELECT OR WS-MM-OP-AUDIT
                 OR WS-MM-OP-MEMORIAL OR WS-MM-OP-QUESTS
                 OR WS-MM-OP-EXIT) THEN
                   SET WS-MM-ROLE-DENIED TO TRUE
               END-IF
           END-EVALUATE.
      ******************************************************************
       DISPLAY-SELECT-HERO.
           MOVE 1 TO WS-H-R-PAGE.
           MOVE WS-H-R-LEVEL(WS-H-R-INDEX) TO WS-HMC-LEVEL
           MOVE WS-H-R-HP(WS-H-R-INDEX) TO WS-HMC-HP
           MOVE WS-H-R-NAME(WS-H-R-INDEX) TO WS-HMC-NAME
           MOVE WS-H-R-INDEX TO WS-INF-HERO-INDEX
           PERFORM CHECK-HERO-INJURED
           IF WS-INF-INJURED THEN
               MOVE "INJURED" TO WS-HMC-STATUS
           ELSE
               MOVE SPACES TO WS-HMC-STATUS
           END-IF

           MOVE WS-H-R-PROFESSION(WS-H-R-INDEX)
             TO WS-HERO-PROFESSION
           MOVE ZERO TO WS-H-R-XP(WS-H-R-LENGTH).
           MOVE ZERO TO WS-H-R-GOLD(WS-H-R-LENGTH).
           MOVE WS-CH-NAME TO WS-H-R-NAME(WS-H-R-LENGTH).

           MOVE WS-NEXT-HERO-ID TO WS-GL-HERO-ID.
           MOVE "OPEN" TO WS-GL-TYPE.
           MOVE 0 TO WS-GL-AMOUNT.
           MOVE WS-CH-NAME TO WS-GL-REFERENCE.
           MOVE 0 TO WS-GL-BALANCE.
           MOVE 0 TO WS-GL-RUN-ID.
           PERFORM QUEUE-GOLD-TRANSACTION.
      ******************************************************************
       FIND-NEXT-FREE-HERO-ID.
           MOVE 0 TO WS-NEXT-HERO-ID.
           DISPLAY "- Hero ID " LINE WS-AUX-NUMBER COL 7
           DISPLAY WS-H-R-ID(WS-H-R-INDEX) LINE WS-AUX-NUMBER COL 17
           DISPLAY WS-H-R-NAME(WS-H-R-INDEX) LINE WS-AUX-NUMBER COL 21
           MOVE WS-H-R-INDEX TO WS-INF-HERO-INDEX
           PERFORM CHECK-HERO-INJURED
           IF WS-INF-INJURED THEN
               DISPLAY "INJURED until " LINE WS-AUX-NUMBER COL 33
               DISPLAY WS-INF-R-FIT-DATE(WS-INF-FOUND-POS)
                 LINE WS-AUX-NUMBER COL 47
           END-IF
           ADD 1 TO WS-AUX-NUMBER.
      ******************************************************************
       FIND-PARTY-POSITION.
           IF WS-PARTY-FOUND-POS > 0 THEN
               PERFORM REMOVE-PARTY-MEMBER
           ELSE
               MOVE WS-H-R-INDEX TO WS-INF-HERO-INDEX
               PERFORM CHECK-HERO-INJURED
               IF WS-INF-INJURED THEN
                   PERFORM REFUSE-INJURED-HERO
               ELSE
                   IF WS-PARTY-LENGTH < WS-MAX-HEROES THEN
                       ADD 1 TO WS-PARTY-LENGTH
                       MOVE WS-H-R-INDEX
                         TO WS-PARTY-HERO-INDEX(WS-PARTY-LENGTH)
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
                     TO WS-AUD-OLD-VALUE
                   SUBTRACT WS-EQ-R-PRICE(WS-EQ-R-INDEX)
                     FROM WS-H-R-GOLD(WS-HERO-FOUND-INDEX)
                   PERFORM QUEUE-PURCHASE-GOLD
                   MOVE WS-EQUIP-HERO-ID-ENTRY
                     TO WS-EQ-R-EQUIPPED-HERO-ID(WS-EQ-R-INDEX)
                   PERFORM SAVE--WS-EQUIPMENT-R--CONTENT
                     LINE 21 COL 1
               END-IF
           END-IF.
      ******************************************************************
       QUEUE-PURCHASE-GOLD.
           MOVE WS-H-R-ID(WS-HERO-FOUND-INDEX) TO WS-GL-HERO-ID.
           MOVE "PURCHASE" TO WS-GL-TYPE.
           COMPUTE WS-GL-AMOUNT = 0 - WS-EQ-R-PRICE(WS-EQ-R-INDEX).
           MOVE SPACES TO WS-GL-REFERENCE.
           MOVE "ITEM " TO WS-GL-REFERENCE(1:5).
           MOVE WS-EQ-R-ID(WS-EQ-R-INDEX) TO WS-GL-REFERENCE(6:2).
           MOVE WS-H-R-GOLD(WS-HERO-FOUND-INDEX) TO WS-GL-BALANCE.
           MOVE 0 TO WS-GL-RUN-ID.
           PERFORM QUEUE-GOLD-TRANSACTION.
      ******************************************************************
       FIND-HERO-INDEX-BY-ID.
           MOVE 0 TO WS-HERO-FOUND-INDEX.
           END-IF
           PERFORM PRESS-KEY-TO-CONTINUE.
      ******************************************************************
      * == [DISPLAY-QUEST-BOARD] ==================================BEGIN=
      * Contracts posted by the game master. The selected hero takes a
      * contract on from here; the fights and rooms of later runs move
      * it on (see QUEST-PROGRESS). Only a game master may post or
      * withdraw one. A withdrawn contract stops counting for the
      * heroes who held it.
       DISPLAY-QUEST-BOARD.
           SET WS-QBM-OP-CONTINUE TO TRUE
           PERFORM DISPLAY-QUEST-BOARD-MENU UNTIL WS-QBM-OP-EXIT.
      ******************************************************************
       DISPLAY-QUEST-BOARD-MENU.
           ACCEPT WS-QST-TODAY FROM DATE YYYYMMDD.
           DISPLAY "QUEST BOARD" LINE 1 COL 1.
           IF WS-H-R-CURRENT > 0 THEN
               DISPLAY "Hero: " LINE 1 COL 20
               PERFORM RESOLVE-HERO-DISPLAY-NAME
               DISPLAY WS-AUX-HERO-NAME LINE 1 COL 26
           END-IF
           DISPLAY "-----------" LINE 2 COL 1.
           DISPLAY "ID  Contract" LINE 3 COL 1.
           DISPLAY "Dgn  Reward" LINE 3 COL 26.
           DISPLAY "Expires   Status" LINE 3 COL 40.
           MOVE 4 TO WS-AUX-NUMBER.
           IF WS-QST-R-LENGTH = 0 THEN
               DISPLAY "No contracts posted." LINE WS-AUX-NUMBER COL 1
               ADD 1 TO WS-AUX-NUMBER
           END-IF
           PERFORM DISPLAY-QUEST-BOARD-ROW VARYING WS-QST-R-INDEX
             FROM 1 BY 1 UNTIL WS-QST-R-INDEX > WS-QST-R-LENGTH.
           ADD 1 TO WS-AUX-NUMBER.
           DISPLAY "1- Accept a contract" LINE WS-AUX-NUMBER COL 1.
           ADD 1 TO WS-AUX-NUMBER.
           DISPLAY "2- Post a contract" LINE WS-AUX-NUMBER COL 1.
           ADD 1 TO WS-AUX-NUMBER.
           DISPLAY "3- Withdraw a contract" LINE WS-AUX-NUMBER COL 1.
           ADD 1 TO WS-AUX-NUMBER.
           DISPLAY "0- Done" LINE WS-AUX-NUMBER COL 1.
           ADD 2 TO WS-AUX-NUMBER.
           DISPLAY "Choose an option: " LINE WS-AUX-NUMBER COL 1.

           SET WS-QBM-OP-CONTINUE TO TRUE
           ACCEPT WS-QUEST-MENU-OPTION LINE WS-AUX-NUMBER COL 20.

           EVALUATE TRUE
           WHEN WS-QBM-OP-ACCEPT
               PERFORM ACCEPT-QUEST-CONTRACT
           WHEN WS-QBM-OP-POST AND WS-OPR-GAME-MASTER
               PERFORM POST-QUEST-CONTRACT
           WHEN WS-QBM-OP-WITHDRAW AND WS-OPR-GAME-MASTER
               PERFORM WITHDRAW-QUEST-CONTRACT
           WHEN WS-QBM-OP-POST
           WHEN WS-QBM-OP-WITHDRAW
               ADD 1 TO WS-AUX-NUMBER
               DISPLAY "Only a game master may post or withdraw"
                 " contracts." LINE WS-AUX-NUMBER COL 1
               PERFORM PRESS-KEY-TO-CONTINUE
           END-EVALUATE
           DISPLAY SS-CLEAR-SCREEN.
      ******************************************************************
       DISPLAY-QUEST-BOARD-ROW.
           PERFORM SET-QUEST-ROW-TEXT.
           DISPLAY WS-QST-R-ID(WS-QST-R-INDEX) LINE WS-AUX-NUMBER COL 1.
           DISPLAY WS-QST-TYPE-NAME LINE WS-AUX-NUMBER COL 5.
           DISPLAY WS-QST-R-TARGET(WS-QST-R-INDEX)
             LINE WS-AUX-NUMBER COL 12.
           DISPLAY WS-QST-R-MONSTER-NAME(WS-QST-R-INDEX)
             LINE WS-AUX-NUMBER COL 15.
           DISPLAY WS-QST-DGN-TEXT LINE WS-AUX-NUMBER COL 26.
           DISPLAY "$" LINE WS-AUX-NUMBER COL 31.
           DISPLAY WS-QST-R-REWARD-GOLD(WS-QST-R-INDEX)
             LINE WS-AUX-NUMBER COL 32.
           IF WS-QST-R-REWARD-ITEM(WS-QST-R-INDEX) > 0 THEN
               DISPLAY "+" LINE WS-AUX-NUMBER COL 36
               DISPLAY WS-QST-R-REWARD-ITEM(WS-QST-R-INDEX)
                 LINE WS-AUX-NUMBER COL 37
           END-IF
           DISPLAY WS-QST-R-EXPIRY(WS-QST-R-INDEX)
             LINE WS-AUX-NUMBER COL 40.
           DISPLAY WS-QST-HERO-STATE LINE WS-AUX-NUMBER COL 50.
           ADD 1 TO WS-AUX-NUMBER.
      ******************************************************************
      * The status column is the selected hero's view of the contract.
       SET-QUEST-ROW-TEXT.
           EVALUATE WS-QST-R-TYPE(WS-QST-R-INDEX)
           WHEN "D"
               MOVE "DEFEAT" TO WS-QST-TYPE-NAME
           WHEN "C"
               MOVE "CLEAR" TO WS-QST-TYPE-NAME
           WHEN "T"
               MOVE "TRAPS" TO WS-QST-TYPE-NAME
           WHEN "L"
               MOVE "LOOT" TO WS-QST-TYPE-NAME
           WHEN OTHER
               MOVE "?" TO WS-QST-TYPE-NAME
           END-EVALUATE
           IF WS-QST-R-DUNGEON-ID(WS-QST-R-INDEX) = 0 THEN
               MOVE "ANY" TO WS-QST-DGN-TEXT
           ELSE
               MOVE "D" TO WS-QST-DGN-TEXT(1:1)
               MOVE WS-QST-R-DUNGEON-ID(WS-QST-R-INDEX)
                 TO WS-QST-DGN-TEXT(2:2)
           END-IF
           MOVE 0 TO WS-HQ-FOUND-POS.
           IF WS-H-R-CURRENT > 0 THEN
               MOVE WS-H-R-ID(WS-H-R-CURRENT) TO WS-QP-HERO-ID
               MOVE WS-QST-R-ID(WS-QST-R-INDEX) TO WS-QP-QUEST-ID
               PERFORM FIND-HERO-QUEST
           END-IF
           MOVE SPACES TO WS-QST-HERO-STATE.
           EVALUATE TRUE
           WHEN WS-HQ-FOUND-POS > 0
             AND WS-HQ-R-STATUS(WS-HQ-FOUND-POS) = "C"
               MOVE "COMPLETED" TO WS-QST-HERO-STATE
           WHEN WS-QST-R-EXPIRY(WS-QST-R-INDEX) < WS-QST-TODAY
               MOVE "EXPIRED" TO WS-QST-HERO-STATE
           WHEN WS-HQ-FOUND-POS > 0
               MOVE "ACTIVE" TO WS-QST-HERO-STATE(1:6)
               MOVE WS-HQ-R-PROGRESS(WS-HQ-FOUND-POS)
                 TO WS-QST-HERO-STATE(8:2)
               MOVE "/" TO WS-QST-HERO-STATE(10:1)
               MOVE WS-QST-R-TARGET(WS-QST-R-INDEX)
                 TO WS-QST-HERO-STATE(11:2)
           WHEN OTHER
               MOVE "OPEN" TO WS-QST-HERO-STATE
           END-EVALUATE.
      ******************************************************************
       ACCEPT-QUEST-CONTRACT.
           ADD 1 TO WS-AUX-NUMBER.
           IF WS-H-R-CURRENT = 0 THEN
               DISPLAY "You must first select a hero."
                 LINE WS-AUX-NUMBER COL 1
           ELSE
               DISPLAY "Contract ID to accept: " LINE WS-AUX-NUMBER
                 COL 1
               ACCEPT WS-QST-CHOICE LINE WS-AUX-NUMBER COL 24
               ADD 1 TO WS-AUX-NUMBER
               MOVE WS-QST-CHOICE TO WS-QP-QUEST-ID
               MOVE WS-H-R-ID(WS-H-R-CURRENT) TO WS-QP-HERO-ID
               PERFORM FIND-QUEST-BY-ID
               PERFORM FIND-HERO-QUEST
               PERFORM COUNT-ACTIVE-HERO-QUESTS
               PERFORM FIND-FREE-HERO-QUEST-SLOT
               EVALUATE TRUE
               WHEN WS-QST-FOUND-POS = 0
                   DISPLAY "There is no such contract."
                     LINE WS-AUX-NUMBER COL 1
               WHEN WS-QST-R-EXPIRY(WS-QST-FOUND-POS) < WS-QST-TODAY
                   DISPLAY "That contract has expired."
                     LINE WS-AUX-NUMBER COL 1
               WHEN WS-HQ-FOUND-POS > 0
                   DISPLAY "The hero has already taken that contract."
                     LINE WS-AUX-NUMBER COL 1
               WHEN WS-HQ-ACTIVE-COUNT >= WS-MAX-ACTIVE-QUESTS
                   DISPLAY "The hero already holds the most contracts"
                     " allowed." LINE WS-AUX-NUMBER COL 1
               WHEN WS-HQ-FREE-POS = 0
                   DISPLAY "The contract ledger is full."
                     LINE WS-AUX-NUMBER COL 1
               WHEN WS-SESSION-READONLY
                   DISPLAY "Read-only session: contracts cannot be"
                     " taken." LINE WS-AUX-NUMBER COL 1
               WHEN OTHER
                   PERFORM TAKE-QUEST-CONTRACT
                   DISPLAY "Contract accepted."
                     LINE WS-AUX-NUMBER COL 1
               END-EVALUATE
           END-IF
           PERFORM PRESS-KEY-TO-CONTINUE.
      ******************************************************************
       TAKE-QUEST-CONTRACT.
           IF WS-HQ-FREE-POS > WS-HQ-R-LENGTH THEN
               MOVE WS-HQ-FREE-POS TO WS-HQ-R-LENGTH
           ELSE
               PERFORM PURGE-HERO-QUEST-ROW
           END-IF
           MOVE WS-QP-HERO-ID TO WS-HQ-R-HERO-ID(WS-HQ-FREE-POS).
           MOVE WS-QP-QUEST-ID TO WS-HQ-R-QUEST-ID(WS-HQ-FREE-POS).
           MOVE "A" TO WS-HQ-R-STATUS(WS-HQ-FREE-POS).
           MOVE 0 TO WS-HQ-R-PROGRESS(WS-HQ-FREE-POS).
           MOVE WS-QST-TODAY TO WS-HQ-R-ACCEPTED(WS-HQ-FREE-POS).
           MOVE 0 TO WS-HQ-R-COMPLETED(WS-HQ-FREE-POS).
           PERFORM SAVE--WS-HQ-R--CONTENT.

           MOVE "QUEST" TO WS-AUD-AREA.
           MOVE WS-QP-QUEST-ID TO WS-AUD-KEY.
           MOVE "ACCEPT" TO WS-AUD-FIELD.
           MOVE SPACES TO WS-AUD-OLD-VALUE.
           PERFORM SET-AUDIT-QUEST-HERO.
           MOVE WS-AUD-OLD-VALUE TO WS-AUD-NEW-VALUE.
           MOVE SPACES TO WS-AUD-OLD-VALUE.
           PERFORM WRITE-AUDIT-RECORD.
      ******************************************************************
      * A new ledger row goes on the end while there is room. Once the
      * ledger is full the oldest row whose contract has been withdrawn
      * or has expired is reused; rows of contracts still on the board
      * are kept, completed or not, so that a hero cannot take the same
      * contract twice. WS-HQ-FREE-POS is 0 when there is no room.
       FIND-FREE-HERO-QUEST-SLOT.
           MOVE 0 TO WS-HQ-FREE-POS.
           IF WS-HQ-R-LENGTH < WS-MAX-HERO-QUESTS THEN
               ADD 1 TO WS-HQ-R-LENGTH GIVING WS-HQ-FREE-POS
           ELSE
               PERFORM CHECK-HERO-QUEST-SLOT
                 VARYING WS-HQ-R-INDEX FROM 1 BY 1
                 UNTIL WS-HQ-R-INDEX > WS-HQ-R-LENGTH
                 OR WS-HQ-FREE-POS > 0
           END-IF.
      ******************************************************************
       CHECK-HERO-QUEST-SLOT.
           MOVE 0 TO WS-HQ-SLOT-QST-POS.
           PERFORM MATCH-SLOT-QUEST
             VARYING WS-QST-R-INDEX FROM 1 BY 1
             UNTIL WS-QST-R-INDEX > WS-QST-R-LENGTH.
           IF WS-HQ-SLOT-QST-POS = 0 THEN
               MOVE WS-HQ-R-INDEX TO WS-HQ-FREE-POS
           ELSE
               IF WS-QST-R-EXPIRY(WS-HQ-SLOT-QST-POS) < WS-QST-TODAY
                 THEN
                   MOVE WS-HQ-R-INDEX TO WS-HQ-FREE-POS
               END-IF
           END-IF.
      ******************************************************************
       MATCH-SLOT-QUEST.
           IF WS-QST-R-ID(WS-QST-R-INDEX)
             = WS-HQ-R-QUEST-ID(WS-HQ-R-INDEX) THEN
               MOVE WS-QST-R-INDEX TO WS-HQ-SLOT-QST-POS
           END-IF.
      ******************************************************************
      * The row given up is audited with its hero and status, e.g.
      * "HERO 03 C".
       PURGE-HERO-QUEST-ROW.
           MOVE "QUEST" TO WS-AUD-AREA.
           MOVE WS-HQ-R-QUEST-ID(WS-HQ-FREE-POS) TO WS-AUD-KEY.
           MOVE "PURGE" TO WS-AUD-FIELD.
           MOVE SPACES TO WS-AUD-OLD-VALUE.
           MOVE "HERO " TO WS-AUD-OLD-VALUE(1:5).
           MOVE WS-HQ-R-HERO-ID(WS-HQ-FREE-POS)
             TO WS-AUD-OLD-VALUE(6:2).
           MOVE WS-HQ-R-STATUS(WS-HQ-FREE-POS)
             TO WS-AUD-OLD-VALUE(9:1).
           MOVE SPACES TO WS-AUD-NEW-VALUE.
           PERFORM WRITE-AUDIT-RECORD.
      ******************************************************************
      * Contracts past their expiry do not count against the limit.
       COUNT-ACTIVE-HERO-QUESTS.
           MOVE 0 TO WS-HQ-ACTIVE-COUNT.
           PERFORM COUNT-ONE-ACTIVE-QUEST
             VARYING WS-HQ-R-INDEX FROM 1 BY 1
             UNTIL WS-HQ-R-INDEX > WS-HQ-R-LENGTH.
      ******************************************************************
       COUNT-ONE-ACTIVE-QUEST.
           IF WS-HQ-R-HERO-ID(WS-HQ-R-INDEX) = WS-QP-HERO-ID
             AND WS-HQ-R-STATUS(WS-HQ-R-INDEX) = "A" THEN
               PERFORM CHECK-ACTIVE-QUEST-EXPIRY
                 VARYING WS-QST-R-INDEX FROM 1 BY 1
                 UNTIL WS-QST-R-INDEX > WS-QST-R-LENGTH
           END-IF.
      ******************************************************************
       CHECK-ACTIVE-QUEST-EXPIRY.
           IF WS-QST-R-ID(WS-QST-R-INDEX)
             = WS-HQ-R-QUEST-ID(WS-HQ-R-INDEX)
             AND WS-QST-R-EXPIRY(WS-QST-R-INDEX) >= WS-QST-TODAY THEN
               ADD 1 TO WS-HQ-ACTIVE-COUNT
           END-IF.
      ******************************************************************
       POST-QUEST-CONTRACT.
           DISPLAY SS-CLEAR-SCREEN.
           DISPLAY "POST A CONTRACT" LINE 1 COL 1.
           DISPLAY "---------------" LINE 2 COL 1.
           IF WS-SESSION-READONLY THEN
               DISPLAY "Read-only session: contracts cannot be"
                 " posted." LINE 4 COL 1
           ELSE
               PERFORM FIND-NEXT-QUEST-ID
               IF WS-QST-R-LENGTH >= WS-MAX-QUESTS THEN
                   DISPLAY "The quest board is full." LINE 4 COL 1
               END-IF
               IF WS-QST-IDS-EXHAUSTED THEN
                   DISPLAY "Every contract ID has already been used."
                     LINE 4 COL 1
               END-IF
           END-IF
           IF WS-SESSION-READWRITE
             AND WS-QST-R-LENGTH < WS-MAX-QUESTS
             AND WS-QST-IDS-AVAILABLE THEN
               MOVE SPACE TO WS-QE-TYPE
               MOVE SPACES TO WS-QE-MONSTER-NAME
               DISPLAY "Type (D-Defeat/C-Clear/T-Traps/L-Loot): "
                 LINE 4 COL 1
               ACCEPT WS-QE-TYPE LINE 4 COL 42
               INSPECT WS-QE-TYPE CONVERTING "dctl" TO "DCTL"
               DISPLAY "Dungeon ID (0 = any): " LINE 5 COL 1
               ACCEPT WS-QE-DUNGEON-ID LINE 5 COL 23
               IF WS-QE-TYPE = "D" THEN
                   DISPLAY "Monster name: " LINE 6 COL 1
                   ACCEPT WS-QE-MONSTER-NAME LINE 6 COL 15
               END-IF
               IF WS-QE-TYPE = "C" THEN
                   MOVE 1 TO WS-QE-TARGET
               ELSE
                   DISPLAY "How many: " LINE 7 COL 1
                   ACCEPT WS-QE-TARGET LINE 7 COL 11
               END-IF
               DISPLAY "Reward gold: " LINE 8 COL 1
               ACCEPT WS-QE-REWARD-GOLD LINE 8 COL 14
               DISPLAY "Reward item ID (0 = none): " LINE 9 COL 1
               ACCEPT WS-QE-REWARD-ITEM LINE 9 COL 28
               DISPLAY "Expires (YYYYMMDD): " LINE 10 COL 1
               ACCEPT WS-QE-EXPIRY LINE 10 COL 21
               PERFORM VALIDATE-QUEST-ENTRY
               IF WS-QE-ERROR NOT = SPACES THEN
                   DISPLAY WS-QE-ERROR LINE 12 COL 1
               ELSE
                   PERFORM APPEND-NEW-QUEST
                   DISPLAY "Contract posted with ID: " LINE 12 COL 1
                   DISPLAY WS-NEXT-QUEST-ID LINE 12 COL 26
               END-IF
           END-IF
           PERFORM PRESS-KEY-TO-CONTINUE.
      ******************************************************************
       VALIDATE-QUEST-ENTRY.
           MOVE SPACES TO WS-QE-ERROR.
           MOVE 0 TO WS-CAT-CHOICE.
           IF WS-QE-DUNGEON-ID > 0 THEN
               PERFORM INIT--WS-CAT-R--CONTENT
               PERFORM MATCH-QUEST-DUNGEON
                 VARYING WS-CAT-R-INDEX FROM 1 BY 1
                 UNTIL WS-CAT-R-INDEX > WS-CAT-R-LENGTH
           END-IF
           MOVE 0 TO WS-QP-ITEM-POS.
           IF WS-QE-REWARD-ITEM > 0 THEN
               PERFORM MATCH-QUEST-ITEM
                 VARYING WS-EQ-R-INDEX FROM 1 BY 1
                 UNTIL WS-EQ-R-INDEX > WS-EQ-R-LENGTH
           END-IF
           EVALUATE TRUE
           WHEN NOT WS-QE-TYPE-VALID
               MOVE "Unknown contract type." TO WS-QE-ERROR
           WHEN WS-QE-DUNGEON-ID > 0 AND WS-CAT-CHOICE = 0
               MOVE "There is no such dungeon." TO WS-QE-ERROR
           WHEN WS-QE-TYPE = "C" AND WS-QE-DUNGEON-ID = 0
               MOVE "A clear contract needs a dungeon."
                 TO WS-QE-ERROR
           WHEN WS-QE-TYPE = "D" AND WS-QE-MONSTER-NAME = SPACES
               MOVE "A defeat contract needs a monster name."
                 TO WS-QE-ERROR
           WHEN WS-QE-TARGET = 0
               MOVE "The count must be at least 1." TO WS-QE-ERROR
           WHEN WS-QE-REWARD-GOLD = 0 AND WS-QE-REWARD-ITEM = 0
               MOVE "A contract needs a gold or item reward."
                 TO WS-QE-ERROR
           WHEN WS-QE-REWARD-ITEM > 0 AND WS-QP-ITEM-POS = 0
               MOVE "There is no such item." TO WS-QE-ERROR
           WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-QE-EXPIRY) NOT = 0
               MOVE "The expiry date is not a valid date."
                 TO WS-QE-ERROR
           WHEN WS-QE-EXPIRY < WS-QST-TODAY
               MOVE "The expiry date has already passed."
                 TO WS-QE-ERROR
           END-EVALUATE.
      ******************************************************************
       MATCH-QUEST-DUNGEON.
           IF WS-CAT-R-ID(WS-CAT-R-INDEX) = WS-QE-DUNGEON-ID THEN
               MOVE WS-CAT-R-INDEX TO WS-CAT-CHOICE
           END-IF.
      ******************************************************************
       MATCH-QUEST-ITEM.
           IF WS-EQ-R-ID(WS-EQ-R-INDEX) = WS-QE-REWARD-ITEM THEN
               MOVE WS-EQ-R-INDEX TO WS-QP-ITEM-POS
           END-IF.
      ******************************************************************
       APPEND-NEW-QUEST.
           PERFORM FIND-NEXT-QUEST-ID.
           ADD 1 TO WS-QST-R-LENGTH.
           MOVE WS-NEXT-QUEST-ID TO WS-QST-R-ID(WS-QST-R-LENGTH).
           MOVE WS-QE-TYPE TO WS-QST-R-TYPE(WS-QST-R-LENGTH).
           MOVE WS-QE-DUNGEON-ID
             TO WS-QST-R-DUNGEON-ID(WS-QST-R-LENGTH).
           MOVE WS-QE-MONSTER-NAME
             TO WS-QST-R-MONSTER-NAME(WS-QST-R-LENGTH).
           MOVE WS-QE-TARGET TO WS-QST-R-TARGET(WS-QST-R-LENGTH).
           MOVE WS-QE-REWARD-GOLD
             TO WS-QST-R-REWARD-GOLD(WS-QST-R-LENGTH).
           MOVE WS-QE-REWARD-ITEM
             TO WS-QST-R-REWARD-ITEM(WS-QST-R-LENGTH).
           MOVE WS-QE-EXPIRY TO WS-QST-R-EXPIRY(WS-QST-R-LENGTH).
           MOVE WS-QST-TODAY TO WS-QST-R-POSTED(WS-QST-R-LENGTH).
           MOVE WS-OPR-ID TO WS-QST-R-POSTED-BY(WS-QST-R-LENGTH).
           PERFORM SAVE--WS-QST-R--CONTENT.
           PERFORM SAVE-QUEST-CONTROL.

           MOVE "QUEST" TO WS-AUD-AREA.
           MOVE WS-NEXT-QUEST-ID TO WS-AUD-KEY.
           MOVE "POST" TO WS-AUD-FIELD.
           MOVE SPACES TO WS-AUD-OLD-VALUE.
           MOVE WS-QST-R-LENGTH TO WS-QST-R-INDEX.
           PERFORM SET-AUDIT-QUEST-TERMS.
           PERFORM WRITE-AUDIT-RECORD.
      ******************************************************************
      * A contract id is never given out twice. The next id follows
      * the highest one on the board, in the contract ledger or kept in
      * QUESTCTL.TXT as the last one issued, so a withdrawn contract's
      * id is not picked up by the next contract posted and its ledger
      * rows cannot attach to it.
       FIND-NEXT-QUEST-ID.
           PERFORM LOAD-QUEST-CONTROL.
           MOVE WS-QC-LAST-ID TO WS-NEXT-QUEST-ID.
           PERFORM TRACK-MAX-QUEST-ID VARYING WS-QST-R-INDEX FROM 1
             BY 1 UNTIL WS-QST-R-INDEX > WS-QST-R-LENGTH.
           PERFORM TRACK-MAX-HERO-QUEST-ID VARYING WS-HQ-R-INDEX FROM 1
             BY 1 UNTIL WS-HQ-R-INDEX > WS-HQ-R-LENGTH.
           IF WS-NEXT-QUEST-ID >= WS-MAX-QUEST-ID THEN
               SET WS-QST-IDS-EXHAUSTED TO TRUE
           ELSE
               SET WS-QST-IDS-AVAILABLE TO TRUE
               ADD 1 TO WS-NEXT-QUEST-ID
           END-IF.
      ******************************************************************
       TRACK-MAX-QUEST-ID.
           IF WS-QST-R-ID(WS-QST-R-INDEX) > WS-NEXT-QUEST-ID THEN
               MOVE WS-QST-R-ID(WS-QST-R-INDEX) TO WS-NEXT-QUEST-ID
           END-IF.
      ******************************************************************
       TRACK-MAX-HERO-QUEST-ID.
           IF WS-HQ-R-QUEST-ID(WS-HQ-R-INDEX) > WS-NEXT-QUEST-ID THEN
               MOVE WS-HQ-R-QUEST-ID(WS-HQ-R-INDEX) TO WS-NEXT-QUEST-ID
           END-IF.
      ******************************************************************
       LOAD-QUEST-CONTROL.
           MOVE 0 TO WS-QC-LAST-ID.
           OPEN INPUT QUEST-CONTROL-FILE.
           IF WS-QC-FS-OK THEN
               READ QUEST-CONTROL-FILE INTO WS-QUEST-CONTROL-REC
               AT END
                   MOVE 0 TO WS-QC-LAST-ID
               END-READ
               CLOSE QUEST-CONTROL-FILE
           END-IF
           IF WS-QC-LAST-ID NOT NUMERIC THEN
               MOVE 0 TO WS-QC-LAST-ID
           END-IF.
      ******************************************************************
       SAVE-QUEST-CONTROL.
           IF NOT WS-SESSION-READONLY THEN
               MOVE WS-NEXT-QUEST-ID TO WS-QC-LAST-ID
               MOVE WS-QST-TODAY TO WS-QC-DATE
               MOVE WS-OPR-ID TO WS-QC-OPERATOR
               OPEN OUTPUT QUEST-CONTROL-FILE
               IF WS-QC-FS-OK THEN
                   WRITE QUEST-CONTROL-REG FROM WS-QUEST-CONTROL-REC
                   CLOSE QUEST-CONTROL-FILE
               ELSE
                   PERFORM ERROR-SAVING-QUEST-CONTROL
               END-IF
           END-IF.
      ******************************************************************
       ERROR-SAVING-QUEST-CONTROL.
           DISPLAY "["WS-GAME-NAME"] QUESTCTL file could not be saved.".
      ******************************************************************
       WITHDRAW-QUEST-CONTRACT.
           ADD 1 TO WS-AUX-NUMBER.
           DISPLAY "Contract ID to withdraw: " LINE WS-AUX-NUMBER COL 1.
           ACCEPT WS-QST-CHOICE LINE WS-AUX-NUMBER COL 26.
           ADD 1 TO WS-AUX-NUMBER.
           MOVE WS-QST-CHOICE TO WS-QP-QUEST-ID.
           PERFORM FIND-QUEST-BY-ID.
           EVALUATE TRUE
           WHEN WS-QST-FOUND-POS = 0
               DISPLAY "There is no such contract."
                 LINE WS-AUX-NUMBER COL 1
           WHEN WS-SESSION-READONLY
               DISPLAY "Read-only session: contracts cannot be"
                 " withdrawn." LINE WS-AUX-NUMBER COL 1
           WHEN OTHER
               MOVE "QUEST" TO WS-AUD-AREA
               MOVE WS-QP-QUEST-ID TO WS-AUD-KEY
               MOVE "WITHDRAW" TO WS-AUD-FIELD
               MOVE WS-QST-FOUND-POS TO WS-QST-R-INDEX
               PERFORM SET-AUDIT-QUEST-TERMS
               MOVE WS-AUD-NEW-VALUE TO WS-AUD-OLD-VALUE
               MOVE SPACES TO WS-AUD-NEW-VALUE
               PERFORM CLOSE-QUEST-GAP VARYING WS-QST-R-INDEX
                 FROM WS-QST-FOUND-POS BY 1
                 UNTIL WS-QST-R-INDEX >= WS-QST-R-LENGTH
               SUBTRACT 1 FROM WS-QST-R-LENGTH
               PERFORM SAVE--WS-QST-R--CONTENT
               PERFORM WRITE-AUDIT-RECORD
               DISPLAY "Contract withdrawn." LINE WS-AUX-NUMBER COL 1
           END-EVALUATE
           PERFORM PRESS-KEY-TO-CONTINUE.
      ******************************************************************
       CLOSE-QUEST-GAP.
           MOVE WS-QST-R(WS-QST-R-INDEX + 1)
             TO WS-QST-R(WS-QST-R-INDEX).
      ******************************************************************
      * Audit value for a contract: type, count and gold, e.g.
      * "D03 $0050".
       SET-AUDIT-QUEST-TERMS.
           MOVE SPACES TO WS-AUD-NEW-VALUE.
           MOVE WS-QST-R-TYPE(WS-QST-R-INDEX) TO WS-AUD-NEW-VALUE(1:1).
           MOVE WS-QST-R-TARGET(WS-QST-R-INDEX)
             TO WS-AUD-NEW-VALUE(2:2).
           MOVE "$" TO WS-AUD-NEW-VALUE(5:1).
           MOVE WS-QST-R-REWARD-GOLD(WS-QST-R-INDEX)
             TO WS-AUD-NEW-VALUE(6:4).
      ******************************************************************
       SET-AUDIT-QUEST-HERO.
           MOVE "HERO " TO WS-AUD-OLD-VALUE(1:5).
           MOVE WS-QP-HERO-ID TO WS-AUD-OLD-VALUE(6:2).
      ******************************************************************
       FIND-QUEST-BY-ID.
           MOVE 0 TO WS-QST-FOUND-POS.
           PERFORM MATCH-QUEST-BY-ID VARYING WS-QST-R-INDEX FROM 1 BY 1
             UNTIL WS-QST-R-INDEX > WS-QST-R-LENGTH.
      ******************************************************************
       MATCH-QUEST-BY-ID.
           IF WS-QST-R-ID(WS-QST-R-INDEX) = WS-QP-QUEST-ID THEN
               MOVE WS-QST-R-INDEX TO WS-QST-FOUND-POS
           END-IF.
      ******************************************************************
       FIND-HERO-QUEST.
           MOVE 0 TO WS-HQ-FOUND-POS.
           PERFORM MATCH-HERO-QUEST VARYING WS-HQ-R-INDEX FROM 1 BY 1
             UNTIL WS-HQ-R-INDEX > WS-HQ-R-LENGTH.
      ******************************************************************
       MATCH-HERO-QUEST.
           IF WS-HQ-R-HERO-ID(WS-HQ-R-INDEX) = WS-QP-HERO-ID
             AND WS-HQ-R-QUEST-ID(WS-HQ-R-INDEX) = WS-QP-QUEST-ID THEN
               MOVE WS-HQ-R-INDEX TO WS-HQ-FOUND-POS
           END-IF.
      * == [DISPLAY-QUEST-BOARD] ====================================END=

      ******************************************************************
      * == [DISPLAY-MANAGE-DUNGEON] ===============================BEGIN=
       DISPLAY-MANAGE-DUNGEON.
           PERFORM SELECT-DUNGEON
           IF NOT WS-CAT-CANCELLED THEN
               PERFORM INIT--WS-MONSTERS-R--CONTENT
               MOVE 1 TO WS-DM-PAGE
               SET WS-DM-OP-CONTINUE TO TRUE
               PERFORM DISPLAY-DUNGEON-MENU UNTIL WS-DM-OP-EXIT
           END-IF.
      ******************************************************************
       DISPLAY-DUNGEON-MENU.
           PERFORM COMPUTE-DUNGEON-PAGE-BOUNDS.
           DISPLAY "DUNGEON ROSTER" LINE 1 COL 1.
           DISPLAY "--------------" LINE 2 COL 1.
           MOVE 4 TO WS-AUX-NUMBER.
           PERFORM DISPLAY-DUNGEON-MENU-ROW VARYING WS-M-R-INDEX
             FROM WS-DM-PAGE-START BY 1
             UNTIL WS-M-R-INDEX > WS-DM-PAGE-END.
           ADD 1 TO WS-AUX-NUMBER.
           DISPLAY ", " LINE WS-AUX-NUMBER COL 41.
           DISPLAY WS-AUX-PROFESSION-NAME LINE WS-AUX-NUMBER COL 43.
           DISPLAY WS-M-R-NAME(WS-M-R-INDEX) LINE WS-AUX-NUMBER COL 52.
           IF WS-M-R-TEMPLATE-ID(WS-M-R-INDEX) > 0 THEN
               DISPLAY "T" LINE WS-AUX-NUMBER COL 63
               DISPLAY WS-M-R-TEMPLATE-ID(WS-M-R-INDEX)
                 LINE WS-AUX-NUMBER COL 64
           END-IF.
      ******************************************************************
       DISPLAY-DUNGEON-ROOM-ROW.
           DISPLAY WS-M-R-INDEX LINE WS-AUX-NUMBER COL 1.
               ACCEPT WS-CM-PROFESSION LINE 8 COL 49
               DISPLAY "6- Name: " LINE 9 COL 1
               ACCEPT WS-CM-NAME LINE 9 COL 10
               DISPLAY "7- Bestiary template (0 = none): " LINE 10 COL 1
               ACCEPT WS-CM-TEMPLATE-ID LINE 10 COL 35

               MOVE 0 TO WS-BST-FOUND-POS
               IF WS-CM-TEMPLATE-ID > 0 THEN
                   MOVE WS-CM-TEMPLATE-ID TO WS-BST-LOOKUP-ID
                   PERFORM FIND-BESTIARY-TEMPLATE
                   IF WS-BST-FOUND-POS > 0 THEN
                       PERFORM FILL-NEW-MONSTER-FROM-TEMPLATE
                   END-IF
               END-IF
               MOVE WS-CM-PROFESSION TO WS-HERO-PROFESSION
               IF WS-CM-TEMPLATE-ID > 0 AND WS-BST-FOUND-POS = 0 THEN
                   DISPLAY "No such bestiary template,"
                     LINE 12 COL 1
                   DISPLAY "monster not saved." LINE 13 COL 1
               ELSE
                   IF NOT (WS-H-P-GUERRERO OR WS-H-P-ARQUERO
                     OR WS-H-P-MAGO) THEN
                       DISPLAY
                         "Invalid profession code, monster not saved."
                         LINE 12 COL 1
                   ELSE
                       IF WS-CM-STRENGTH = 0 OR WS-CM-AGILITY = 0
                         OR WS-CM-LEVEL = 0 OR WS-CM-HP = 0 THEN
                           DISPLAY "Force/Agility/Level/Life Pt must be"
                             LINE 12 COL 1
                           DISPLAY
                             "greater than zero, monster not saved."
                             LINE 13 COL 1
                       ELSE
                           PERFORM APPEND-NEW-MONSTER
                           PERFORM SAVE--WS-MONSTERS-R--CONTENT
                           MOVE "MONSTER" TO WS-AUD-AREA
                           MOVE WS-NEXT-MONSTER-ID TO WS-AUD-KEY
                           MOVE "CREATE" TO WS-AUD-FIELD
                           MOVE SPACES TO WS-AUD-OLD-VALUE
                           MOVE WS-CM-NAME TO WS-AUD-NEW-VALUE
                           PERFORM WRITE-AUDIT-RECORD
                           DISPLAY "Monster created with ID: "
                             LINE 12 COL 1
                           DISPLAY WS-NEXT-MONSTER-ID LINE 12 COL 27
                       END-IF
                   END-IF
               END-IF
               PERFORM PRESS-KEY-TO-CONTINUE
           MOVE WS-CM-NAME TO WS-M-R-NAME(WS-M-R-LENGTH).
           MOVE ZERO TO WS-M-R-ROOM-TYPE(WS-M-R-LENGTH).
           MOVE ZERO TO WS-M-R-ROOM-VALUE(WS-M-R-LENGTH).
           MOVE WS-CM-TEMPLATE-ID TO WS-M-R-TEMPLATE-ID(WS-M-R-LENGTH).
      ******************************************************************
      * Stats left at zero (profession blank, name blank) on the create
      * screen are taken from the bestiary template.
       FILL-NEW-MONSTER-FROM-TEMPLATE.
           IF WS-CM-STRENGTH = 0 THEN
               MOVE WS-BST-R-STRENGTH(WS-BST-FOUND-POS)
                 TO WS-CM-STRENGTH
           END-IF
           IF WS-CM-AGILITY = 0 THEN
               MOVE WS-BST-R-AGILITY(WS-BST-FOUND-POS) TO WS-CM-AGILITY
           END-IF
           IF WS-CM-LEVEL = 0 THEN
               MOVE WS-BST-R-LEVEL(WS-BST-FOUND-POS) TO WS-CM-LEVEL
           END-IF
           IF WS-CM-HP = 0 THEN
               MOVE WS-BST-R-HP(WS-BST-FOUND-POS) TO WS-CM-HP
           END-IF
           IF WS-CM-PROFESSION = SPACES OR WS-CM-PROFESSION = "00" THEN
               MOVE WS-BST-R-PROFESSION(WS-BST-FOUND-POS)
                 TO WS-CM-PROFESSION
           END-IF
           IF WS-CM-NAME = SPACES THEN
               MOVE WS-BST-R-NAME(WS-BST-FOUND-POS) TO WS-CM-NAME
           END-IF.
      ******************************************************************
       CREATE-ROOM-EVENT.
           IF WS-M-R-LENGTH >= WS-MAX-MONSTERS THEN
           MOVE WS-CM-NAME TO WS-M-R-NAME(WS-M-R-LENGTH).
           MOVE WS-CM-ROOM-TYPE TO WS-M-R-ROOM-TYPE(WS-M-R-LENGTH).
           MOVE WS-CM-ROOM-VALUE TO WS-M-R-ROOM-VALUE(WS-M-R-LENGTH).
           MOVE ZERO TO WS-M-R-TEMPLATE-ID(WS-M-R-LENGTH).
      ******************************************************************
       FIND-NEXT-FREE-MONSTER-ID.
           MOVE 0 TO WS-NEXT-MONSTER-ID.
           DISPLAY WS-M-R-ROOM-TYPE(WS-DM-ROW-ENTRY) LINE 9 COL 52.
           DISPLAY "7- Room value: " LINE 10 COL 1.
           DISPLAY WS-M-R-ROOM-VALUE(WS-DM-ROW-ENTRY) LINE 10 COL 16.
           DISPLAY "8- Bestiary template: " LINE 11 COL 1.
           DISPLAY WS-M-R-TEMPLATE-ID(WS-DM-ROW-ENTRY) LINE 11 COL 23.
           DISPLAY "0- Done" LINE 12 COL 1.
           DISPLAY "Choose an option: " LINE 13 COL 1.

           MOVE SPACE TO WS-MOD-MONSTER-OPTION
           ACCEPT WS-MOD-MONSTER-OPTION LINE 13 COL 20.

           EVALUATE TRUE
           WHEN WS-DMM-OP-STRENGTH
               MOVE WS-M-R-STRENGTH(WS-DM-ROW-ENTRY)
                 TO WS-AUD-OLD-VALUE
               DISPLAY "New value: " LINE 15 COL 1
               ACCEPT WS-M-R-STRENGTH(WS-DM-ROW-ENTRY) LINE 15 COL 12
               MOVE "STRENGTH" TO WS-AUD-FIELD
               MOVE WS-M-R-STRENGTH(WS-DM-ROW-ENTRY)
                 TO WS-AUD-NEW-VALUE
           WHEN WS-DMM-OP-AGILITY
               MOVE WS-M-R-AGILITY(WS-DM-ROW-ENTRY)
                 TO WS-AUD-OLD-VALUE
               DISPLAY "New value: " LINE 15 COL 1
               ACCEPT WS-M-R-AGILITY(WS-DM-ROW-ENTRY) LINE 15 COL 12
               MOVE "AGILITY" TO WS-AUD-FIELD
               MOVE WS-M-R-AGILITY(WS-DM-ROW-ENTRY)
                 TO WS-AUD-NEW-VALUE
           WHEN WS-DMM-OP-LEVEL
               MOVE WS-M-R-LEVEL(WS-DM-ROW-ENTRY)
                 TO WS-AUD-OLD-VALUE
               DISPLAY "New value: " LINE 15 COL 1
               ACCEPT WS-M-R-LEVEL(WS-DM-ROW-ENTRY) LINE 15 COL 12
               MOVE "LEVEL" TO WS-AUD-FIELD
               MOVE WS-M-R-LEVEL(WS-DM-ROW-ENTRY) TO WS-AUD-NEW-VALUE
               PERFORM WRITE-MONSTER-EDIT-AUDIT
           WHEN WS-DMM-OP-HP
               MOVE WS-M-R-HP(WS-DM-ROW-ENTRY) TO WS-AUD-OLD-VALUE
               DISPLAY "New value: " LINE 15 COL 1
               ACCEPT WS-M-R-HP(WS-DM-ROW-ENTRY) LINE 15 COL 12
               MOVE "HP" TO WS-AUD-FIELD
               MOVE WS-M-R-HP(WS-DM-ROW-ENTRY) TO WS-AUD-NEW-VALUE
               PERFORM WRITE-MONSTER-EDIT-AUDIT
           WHEN WS-DMM-OP-PROFESSION
               DISPLAY
                 "New value (34-Warrior/44-Archer/45-Mage): "
                 LINE 15 COL 1
               ACCEPT WS-CM-PROFESSION LINE 15 COL 44
               MOVE WS-CM-PROFESSION TO WS-HERO-PROFESSION
               IF WS-H-P-GUERRERO OR WS-H-P-ARQUERO OR WS-H-P-MAGO
                 THEN
                   PERFORM WRITE-MONSTER-EDIT-AUDIT
               ELSE
                   DISPLAY "Invalid profession code, not changed."
                     LINE 16 COL 1
                   PERFORM PRESS-KEY-TO-CONTINUE
               END-IF
           WHEN WS-DMM-OP-ROOM-TYPE
               DISPLAY
                 "New value (0-Monster/1-Trap/2-Treasure/3-Rest): "
                 LINE 15 COL 1
               ACCEPT WS-CM-ROOM-TYPE LINE 15 COL 50
               IF WS-CM-ROOM-TYPE <= 3 THEN
                   MOVE WS-M-R-ROOM-TYPE(WS-DM-ROW-ENTRY)
                     TO WS-AUD-OLD-VALUE
                   PERFORM WRITE-MONSTER-EDIT-AUDIT
               ELSE
                   DISPLAY "Invalid room type, not changed."
                     LINE 16 COL 1
                   PERFORM PRESS-KEY-TO-CONTINUE
               END-IF
           WHEN WS-DMM-OP-ROOM-VALUE
               MOVE WS-M-R-ROOM-VALUE(WS-DM-ROW-ENTRY)
                 TO WS-AUD-OLD-VALUE
               DISPLAY "New value: " LINE 15 COL 1
               ACCEPT WS-M-R-ROOM-VALUE(WS-DM-ROW-ENTRY) LINE 15 COL 12
               MOVE "ROOM-VALUE" TO WS-AUD-FIELD
               MOVE WS-M-R-ROOM-VALUE(WS-DM-ROW-ENTRY)
                 TO WS-AUD-NEW-VALUE
               PERFORM WRITE-MONSTER-EDIT-AUDIT
           WHEN WS-DMM-OP-TEMPLATE
               DISPLAY "New value (0 = none): " LINE 15 COL 1
               ACCEPT WS-CM-TEMPLATE-ID LINE 15 COL 23
               MOVE 0 TO WS-BST-FOUND-POS
               IF WS-CM-TEMPLATE-ID > 0 THEN
                   MOVE WS-CM-TEMPLATE-ID TO WS-BST-LOOKUP-ID
                   PERFORM FIND-BESTIARY-TEMPLATE
               END-IF
               EVALUATE TRUE
               WHEN WS-M-R-ROOM-TYPE(WS-DM-ROW-ENTRY) > 0
                   DISPLAY "Only monster rooms use a template."
                     LINE 16 COL 1
                   PERFORM PRESS-KEY-TO-CONTINUE
               WHEN WS-CM-TEMPLATE-ID > 0 AND WS-BST-FOUND-POS = 0
                   DISPLAY "No such bestiary template, not changed."
                     LINE 16 COL 1
                   PERFORM PRESS-KEY-TO-CONTINUE
               WHEN OTHER
                   MOVE WS-M-R-TEMPLATE-ID(WS-DM-ROW-ENTRY)
                     TO WS-AUD-OLD-VALUE
                   MOVE WS-CM-TEMPLATE-ID
                     TO WS-M-R-TEMPLATE-ID(WS-DM-ROW-ENTRY)
                   IF WS-BST-FOUND-POS > 0 THEN
                       PERFORM COPY-TEMPLATE-TO-MONSTER-ROW
                   END-IF
                   MOVE "TEMPLATE" TO WS-AUD-FIELD
                   MOVE WS-M-R-TEMPLATE-ID(WS-DM-ROW-ENTRY)
                     TO WS-AUD-NEW-VALUE
                   PERFORM WRITE-MONSTER-EDIT-AUDIT
               END-EVALUATE
           END-EVALUATE
           DISPLAY SS-CLEAR-SCREEN.
      ******************************************************************
      * A new template reference replaces the room's own stats, so the
      * room starts out inheriting everything from the bestiary.
       COPY-TEMPLATE-TO-MONSTER-ROW.
           MOVE WS-BST-R-STRENGTH(WS-BST-FOUND-POS)
             TO WS-M-R-STRENGTH(WS-DM-ROW-ENTRY).
           MOVE WS-BST-R-AGILITY(WS-BST-FOUND-POS)
             TO WS-M-R-AGILITY(WS-DM-ROW-ENTRY).
           MOVE WS-BST-R-LEVEL(WS-BST-FOUND-POS)
             TO WS-M-R-LEVEL(WS-DM-ROW-ENTRY).
           MOVE WS-BST-R-HP(WS-BST-FOUND-POS)
             TO WS-M-R-HP(WS-DM-ROW-ENTRY).
           MOVE WS-BST-R-PROFESSION(WS-BST-FOUND-POS)
             TO WS-M-R-PROFESSION(WS-DM-ROW-ENTRY).
           MOVE WS-BST-R-NAME(WS-BST-FOUND-POS)
             TO WS-M-R-NAME(WS-DM-ROW-ENTRY).
      ******************************************************************
       WRITE-MONSTER-EDIT-AUDIT.
           MOVE "MONSTER" TO WS-AUD-AREA.
      * == [DISPLAY-MANAGE-DUNGEON] =================================END=

      ******************************************************************
      * == [DISPLAY-MANAGE-BESTIARY] ==============================BEGIN=
      * The bestiary holds the monster templates shared by every
      * dungeon file. A change here reaches every room that points at
      * the template and has not overridden the changed stat.
       DISPLAY-MANAGE-BESTIARY.
           PERFORM INIT--WS-BST-R--CONTENT
           MOVE 1 TO WS-BM-PAGE
           SET WS-BM-OP-CONTINUE TO TRUE
           PERFORM DISPLAY-BESTIARY-MENU UNTIL WS-BM-OP-EXIT
           PERFORM INIT--WS-MONSTERS-R--CONTENT.
      ******************************************************************
       DISPLAY-BESTIARY-MENU.
           PERFORM COMPUTE-BESTIARY-PAGE-BOUNDS.
           DISPLAY "BESTIARY" LINE 1 COL 1.
           DISPLAY "--------" LINE 2 COL 1.
           MOVE 4 TO WS-AUX-NUMBER.
           PERFORM DISPLAY-BESTIARY-MENU-ROW VARYING WS-BST-R-INDEX
             FROM WS-BM-PAGE-START BY 1
             UNTIL WS-BST-R-INDEX > WS-BM-PAGE-END.
           ADD 1 TO WS-AUX-NUMBER.
           DISPLAY "1- Create template" LINE WS-AUX-NUMBER COL 1.
           ADD 1 TO WS-AUX-NUMBER.
           DISPLAY "2- Edit a template" LINE WS-AUX-NUMBER COL 1.
           ADD 1 TO WS-AUX-NUMBER.
           DISPLAY "3- Delete a template" LINE WS-AUX-NUMBER COL 1.
           ADD 1 TO WS-AUX-NUMBER.
           DISPLAY "0- Done" LINE WS-AUX-NUMBER COL 1.
           IF WS-BM-PAGE-START > 1 THEN
               ADD 1 TO WS-AUX-NUMBER
               DISPLAY "97- Previous page" LINE WS-AUX-NUMBER COL 1
           END-IF
           IF WS-BM-PAGE-END < WS-BST-R-LENGTH THEN
               ADD 1 TO WS-AUX-NUMBER
               DISPLAY "98- Next page" LINE WS-AUX-NUMBER COL 1
           END-IF
           ADD 2 TO WS-AUX-NUMBER.
           DISPLAY "Choose an option: " LINE WS-AUX-NUMBER COL 1.

           SET WS-BM-OP-CONTINUE TO TRUE
           ACCEPT WS-BESTIARY-MENU-OPTION LINE WS-AUX-NUMBER COL 20.

           EVALUATE TRUE
           WHEN WS-BM-OP-CREATE
               PERFORM CREATE-TEMPLATE
           WHEN WS-BM-OP-EDIT
               PERFORM EDIT-TEMPLATE
           WHEN WS-BM-OP-DELETE
               PERFORM DELETE-TEMPLATE
           WHEN WS-BM-OP-NEXT-PAGE
               IF WS-BM-PAGE-END < WS-BST-R-LENGTH THEN
                   ADD 1 TO WS-BM-PAGE
               END-IF
           WHEN WS-BM-OP-PREV-PAGE
               IF WS-BM-PAGE > 1 THEN
                   SUBTRACT 1 FROM WS-BM-PAGE
               END-IF
           END-EVALUATE
           DISPLAY SS-CLEAR-SCREEN.
      ******************************************************************
       COMPUTE-BESTIARY-PAGE-BOUNDS.
           COMPUTE WS-BM-PAGE-START =
               ((WS-BM-PAGE - 1) * WS-MONSTERS-PER-PAGE) + 1.
           IF WS-BM-PAGE > 1 AND WS-BM-PAGE-START > WS-BST-R-LENGTH
             THEN
               SUBTRACT 1 FROM WS-BM-PAGE
               COMPUTE WS-BM-PAGE-START =
                   ((WS-BM-PAGE - 1) * WS-MONSTERS-PER-PAGE) + 1
           END-IF
           COMPUTE WS-BM-PAGE-END =
               WS-BM-PAGE-START + WS-MONSTERS-PER-PAGE - 1.
           IF WS-BM-PAGE-END > WS-BST-R-LENGTH THEN
               MOVE WS-BST-R-LENGTH TO WS-BM-PAGE-END
           END-IF.
      ******************************************************************
       DISPLAY-BESTIARY-MENU-ROW.
           DISPLAY WS-BST-R-INDEX LINE WS-AUX-NUMBER COL 1.
           DISPLAY "- ID " LINE WS-AUX-NUMBER COL 3.
           DISPLAY WS-BST-R-ID(WS-BST-R-INDEX) LINE WS-AUX-NUMBER COL 8.
           DISPLAY ", STR " LINE WS-AUX-NUMBER COL 10.
           DISPLAY WS-BST-R-STRENGTH(WS-BST-R-INDEX)
             LINE WS-AUX-NUMBER COL 16.
           DISPLAY ", AGI " LINE WS-AUX-NUMBER COL 18.
           DISPLAY WS-BST-R-AGILITY(WS-BST-R-INDEX)
             LINE WS-AUX-NUMBER COL 24.
           DISPLAY ", LVL " LINE WS-AUX-NUMBER COL 26.
           DISPLAY WS-BST-R-LEVEL(WS-BST-R-INDEX)
             LINE WS-AUX-NUMBER COL 32.
           DISPLAY ", HP " LINE WS-AUX-NUMBER COL 34.
           DISPLAY WS-BST-R-HP(WS-BST-R-INDEX)
             LINE WS-AUX-NUMBER COL 39.
           MOVE WS-BST-R-PROFESSION(WS-BST-R-INDEX)
             TO WS-HERO-PROFESSION.
           PERFORM RESOLVE-PROFESSION-NAME.
           DISPLAY ", " LINE WS-AUX-NUMBER COL 41.
           DISPLAY WS-AUX-PROFESSION-NAME LINE WS-AUX-NUMBER COL 43.
           DISPLAY WS-BST-R-NAME(WS-BST-R-INDEX)
             LINE WS-AUX-NUMBER COL 52.
           ADD 1 TO WS-AUX-NUMBER.
      ******************************************************************
       CREATE-TEMPLATE.
           IF WS-BST-R-LENGTH >= WS-MAX-TEMPLATES THEN
               DISPLAY "The bestiary is full, cannot create a template."
                 LINE 22 COL 1
               PERFORM PRESS-KEY-TO-CONTINUE
           ELSE
               DISPLAY SS-CLEAR-SCREEN
               DISPLAY "CREATE NEW TEMPLATE" LINE 1 COL 1
               DISPLAY "-------------------" LINE 2 COL 1

               DISPLAY "1- Force: " LINE 4 COL 1
               ACCEPT WS-CM-STRENGTH LINE 4 COL 11
               DISPLAY "2- Agility: " LINE 5 COL 1
               ACCEPT WS-CM-AGILITY LINE 5 COL 13
               DISPLAY "3- Level: " LINE 6 COL 1
               ACCEPT WS-CM-LEVEL LINE 6 COL 11
               DISPLAY "4- Life Points: " LINE 7 COL 1
               ACCEPT WS-CM-HP LINE 7 COL 17
               DISPLAY
                 "5- Profession (34-Warrior/44-Archer/45-Mage): "
                 LINE 8 COL 1
               ACCEPT WS-CM-PROFESSION LINE 8 COL 49
               DISPLAY "6- Name: " LINE 9 COL 1
               ACCEPT WS-CM-NAME LINE 9 COL 10

               MOVE WS-CM-PROFESSION TO WS-HERO-PROFESSION
               IF NOT (WS-H-P-GUERRERO OR WS-H-P-ARQUERO
                 OR WS-H-P-MAGO) THEN
                   DISPLAY
                     "Invalid profession code, template not saved."
                     LINE 10 COL 1
               ELSE
                   IF WS-CM-STRENGTH = 0 OR WS-CM-AGILITY = 0
                     OR WS-CM-LEVEL = 0 OR WS-CM-HP = 0 THEN
                       DISPLAY "Force/Agility/Level/Life Pt must be"
                         LINE 10 COL 1
                       DISPLAY
                         "greater than zero, template not saved."
                         LINE 11 COL 1
                   ELSE
                       PERFORM APPEND-NEW-TEMPLATE
                       PERFORM SAVE--WS-BST-R--CONTENT
                       MOVE "BESTIARY" TO WS-AUD-AREA
                       MOVE WS-NEXT-TEMPLATE-ID TO WS-AUD-KEY
                       MOVE "CREATE" TO WS-AUD-FIELD
                       MOVE SPACES TO WS-AUD-OLD-VALUE
                       MOVE WS-CM-NAME TO WS-AUD-NEW-VALUE
                       PERFORM WRITE-AUDIT-RECORD
                       DISPLAY "Template created with ID: "
                         LINE 10 COL 1
                       DISPLAY WS-NEXT-TEMPLATE-ID LINE 10 COL 28
                   END-IF
               END-IF
               PERFORM PRESS-KEY-TO-CONTINUE
           END-IF.
      ******************************************************************
       APPEND-NEW-TEMPLATE.
           PERFORM FIND-NEXT-FREE-TEMPLATE-ID.
           ADD 1 TO WS-BST-R-LENGTH.
           MOVE WS-NEXT-TEMPLATE-ID TO WS-BST-R-ID(WS-BST-R-LENGTH).
           MOVE WS-CM-STRENGTH TO WS-BST-R-STRENGTH(WS-BST-R-LENGTH).
           MOVE WS-CM-AGILITY TO WS-BST-R-AGILITY(WS-BST-R-LENGTH).
           MOVE WS-CM-LEVEL TO WS-BST-R-LEVEL(WS-BST-R-LENGTH).
           MOVE WS-CM-HP TO WS-BST-R-HP(WS-BST-R-LENGTH).
           MOVE WS-CM-PROFESSION
             TO WS-BST-R-PROFESSION(WS-BST-R-LENGTH).
           MOVE WS-CM-NAME TO WS-BST-R-NAME(WS-BST-R-LENGTH).
      ******************************************************************
       FIND-NEXT-FREE-TEMPLATE-ID.
           MOVE 0 TO WS-NEXT-TEMPLATE-ID.
           PERFORM TRACK-MAX-TEMPLATE-ID VARYING WS-BST-R-INDEX FROM 1
             BY 1 UNTIL WS-BST-R-INDEX > WS-BST-R-LENGTH.
           ADD 1 TO WS-NEXT-TEMPLATE-ID.
      ******************************************************************
       TRACK-MAX-TEMPLATE-ID.
           IF WS-BST-R-ID(WS-BST-R-INDEX) > WS-NEXT-TEMPLATE-ID THEN
               MOVE WS-BST-R-ID(WS-BST-R-INDEX) TO WS-NEXT-TEMPLATE-ID
           END-IF.
      ******************************************************************
       EDIT-TEMPLATE.
           DISPLAY "Template number to edit: " LINE 22 COL 1.
           ACCEPT WS-BM-ROW-ENTRY LINE 22 COL 26.
           IF 1 <= WS-BM-ROW-ENTRY
             AND WS-BM-ROW-ENTRY <= WS-BST-R-LENGTH THEN
               DISPLAY SS-CLEAR-SCREEN
               MOVE SPACE TO WS-MOD-TEMPLATE-OPTION
               PERFORM DISPLAY-MOD-TEMPLATE-MENU UNTIL WS-BMM-OP-EXIT
               PERFORM SAVE--WS-BST-R--CONTENT
           ELSE
               DISPLAY "There is no such template." LINE 23 COL 1
               PERFORM PRESS-KEY-TO-CONTINUE
           END-IF.
      ******************************************************************
       DISPLAY-MOD-TEMPLATE-MENU.
           DISPLAY "MODIFY TEMPLATE" LINE 1 COL 1.
           DISPLAY "---------------" LINE 2 COL 1.
           DISPLAY "1- Force: " LINE 4 COL 1.
           DISPLAY WS-BST-R-STRENGTH(WS-BM-ROW-ENTRY) LINE 4 COL 11.
           DISPLAY "2- Agility: " LINE 5 COL 1.
           DISPLAY WS-BST-R-AGILITY(WS-BM-ROW-ENTRY) LINE 5 COL 13.
           DISPLAY "3- Level: " LINE 6 COL 1.
           DISPLAY WS-BST-R-LEVEL(WS-BM-ROW-ENTRY) LINE 6 COL 11.
           DISPLAY "4- Life Points: " LINE 7 COL 1.
           DISPLAY WS-BST-R-HP(WS-BM-ROW-ENTRY) LINE 7 COL 17.
           DISPLAY "5- Profession: " LINE 8 COL 1.
           DISPLAY WS-BST-R-PROFESSION(WS-BM-ROW-ENTRY) LINE 8 COL 16.
           DISPLAY "6- Name: " LINE 9 COL 1.
           DISPLAY WS-BST-R-NAME(WS-BM-ROW-ENTRY) LINE 9 COL 10.
           DISPLAY "0- Done" LINE 10 COL 1.
           DISPLAY "Choose an option: " LINE 11 COL 1.

           MOVE SPACE TO WS-MOD-TEMPLATE-OPTION
           ACCEPT WS-MOD-TEMPLATE-OPTION LINE 11 COL 20.

           EVALUATE TRUE
           WHEN WS-BMM-OP-STRENGTH
               MOVE WS-BST-R-STRENGTH(WS-BM-ROW-ENTRY)
                 TO WS-AUD-OLD-VALUE
               DISPLAY "New value: " LINE 13 COL 1
               ACCEPT WS-BST-R-STRENGTH(WS-BM-ROW-ENTRY) LINE 13 COL 12
               MOVE "STRENGTH" TO WS-AUD-FIELD
               MOVE WS-BST-R-STRENGTH(WS-BM-ROW-ENTRY)
                 TO WS-AUD-NEW-VALUE
               PERFORM WRITE-TEMPLATE-EDIT-AUDIT
           WHEN WS-BMM-OP-AGILITY
               MOVE WS-BST-R-AGILITY(WS-BM-ROW-ENTRY)
                 TO WS-AUD-OLD-VALUE
               DISPLAY "New value: " LINE 13 COL 1
               ACCEPT WS-BST-R-AGILITY(WS-BM-ROW-ENTRY) LINE 13 COL 12
               MOVE "AGILITY" TO WS-AUD-FIELD
               MOVE WS-BST-R-AGILITY(WS-BM-ROW-ENTRY)
                 TO WS-AUD-NEW-VALUE
               PERFORM WRITE-TEMPLATE-EDIT-AUDIT
           WHEN WS-BMM-OP-LEVEL
               MOVE WS-BST-R-LEVEL(WS-BM-ROW-ENTRY)
                 TO WS-AUD-OLD-VALUE
               DISPLAY "New value: " LINE 13 COL 1
               ACCEPT WS-BST-R-LEVEL(WS-BM-ROW-ENTRY) LINE 13 COL 12
               MOVE "LEVEL" TO WS-AUD-FIELD
               MOVE WS-BST-R-LEVEL(WS-BM-ROW-ENTRY)
                 TO WS-AUD-NEW-VALUE
               PERFORM WRITE-TEMPLATE-EDIT-AUDIT
           WHEN WS-BMM-OP-HP
               MOVE WS-BST-R-HP(WS-BM-ROW-ENTRY) TO WS-AUD-OLD-VALUE
               DISPLAY "New value: " LINE 13 COL 1
               ACCEPT WS-BST-R-HP(WS-BM-ROW-ENTRY) LINE 13 COL 12
               MOVE "HP" TO WS-AUD-FIELD
               MOVE WS-BST-R-HP(WS-BM-ROW-ENTRY) TO WS-AUD-NEW-VALUE
               PERFORM WRITE-TEMPLATE-EDIT-AUDIT
           WHEN WS-BMM-OP-PROFESSION
               DISPLAY
                 "New value (34-Warrior/44-Archer/45-Mage): "
                 LINE 13 COL 1
               ACCEPT WS-CM-PROFESSION LINE 13 COL 44
               MOVE WS-CM-PROFESSION TO WS-HERO-PROFESSION
               IF WS-H-P-GUERRERO OR WS-H-P-ARQUERO OR WS-H-P-MAGO
                 THEN
                   MOVE WS-BST-R-PROFESSION(WS-BM-ROW-ENTRY)
                     TO WS-AUD-OLD-VALUE
                   MOVE WS-CM-PROFESSION
                     TO WS-BST-R-PROFESSION(WS-BM-ROW-ENTRY)
                   MOVE "PROFESSION" TO WS-AUD-FIELD
                   MOVE WS-BST-R-PROFESSION(WS-BM-ROW-ENTRY)
                     TO WS-AUD-NEW-VALUE
                   PERFORM WRITE-TEMPLATE-EDIT-AUDIT
               ELSE
                   DISPLAY "Invalid profession code, not changed."
                     LINE 14 COL 1
                   PERFORM PRESS-KEY-TO-CONTINUE
               END-IF
           WHEN WS-BMM-OP-NAME
               MOVE WS-BST-R-NAME(WS-BM-ROW-ENTRY) TO WS-AUD-OLD-VALUE
               DISPLAY "New value: " LINE 13 COL 1
               ACCEPT WS-BST-R-NAME(WS-BM-ROW-ENTRY) LINE 13 COL 12
               MOVE "NAME" TO WS-AUD-FIELD
               MOVE WS-BST-R-NAME(WS-BM-ROW-ENTRY) TO WS-AUD-NEW-VALUE
               PERFORM WRITE-TEMPLATE-EDIT-AUDIT
           END-EVALUATE
           DISPLAY SS-CLEAR-SCREEN.
      ******************************************************************
       WRITE-TEMPLATE-EDIT-AUDIT.
           MOVE "BESTIARY" TO WS-AUD-AREA.
           MOVE WS-BST-R-ID(WS-BM-ROW-ENTRY) TO WS-AUD-KEY.
           PERFORM WRITE-AUDIT-RECORD.
      ******************************************************************
      * A template still used by a monster room cannot be deleted: the
      * room is saved with only the stats it overrides and would load
      * without the rest.
       DELETE-TEMPLATE.
           DISPLAY "Template number to delete: " LINE 22 COL 1.
           ACCEPT WS-BM-ROW-ENTRY LINE 22 COL 28.
           MOVE 0 TO WS-BST-REF-COUNT.
           IF 1 <= WS-BM-ROW-ENTRY
             AND WS-BM-ROW-ENTRY <= WS-BST-R-LENGTH THEN
               MOVE WS-BST-R-ID(WS-BM-ROW-ENTRY) TO WS-BST-LOOKUP-ID
               PERFORM COUNT-TEMPLATE-REFERENCES
           END-IF
           EVALUATE TRUE
           WHEN WS-BM-ROW-ENTRY < 1
             OR WS-BM-ROW-ENTRY > WS-BST-R-LENGTH
               DISPLAY "There is no such template." LINE 23 COL 1
               PERFORM PRESS-KEY-TO-CONTINUE
           WHEN WS-BST-REF-COUNT > 0
               DISPLAY "Template used by " WS-BST-REF-COUNT
                 " monster room(s), not deleted." LINE 23 COL 1
               PERFORM PRESS-KEY-TO-CONTINUE
           WHEN OTHER
               MOVE "BESTIARY" TO WS-AUD-AREA
               MOVE WS-BST-R-ID(WS-BM-ROW-ENTRY) TO WS-AUD-KEY
               MOVE "DELETE" TO WS-AUD-FIELD
               MOVE WS-BST-R-NAME(WS-BM-ROW-ENTRY) TO WS-AUD-OLD-VALUE
               MOVE SPACES TO WS-AUD-NEW-VALUE
               PERFORM CLOSE-TEMPLATE-GAP VARYING WS-BST-R-INDEX
                 FROM WS-BM-ROW-ENTRY BY 1
                 UNTIL WS-BST-R-INDEX >= WS-BST-R-LENGTH
               SUBTRACT 1 FROM WS-BST-R-LENGTH
               PERFORM SAVE--WS-BST-R--CONTENT
               PERFORM WRITE-AUDIT-RECORD
           END-EVALUATE.
      ******************************************************************
      * Every dungeon in the catalog is read (only DUNGEON.TXT when
      * there is no catalog) for monster rooms that use the template.
      * A dungeon file that cannot be opened cannot be played either.
       COUNT-TEMPLATE-REFERENCES.
           MOVE WS-DUNGEON-FILE-NAME TO WS-BST-SAVED-FILE.
           PERFORM INIT--WS-CAT-R--CONTENT.
           IF WS-CAT-R-LENGTH > 0 THEN
               PERFORM SCAN-CATALOG-DUNGEON
                 VARYING WS-CAT-R-INDEX FROM 1 BY 1
                 UNTIL WS-CAT-R-INDEX > WS-CAT-R-LENGTH
           ELSE
               PERFORM SCAN-DUNGEON-REFERENCES
           END-IF
           MOVE WS-BST-SAVED-FILE TO WS-DUNGEON-FILE-NAME.
      ******************************************************************
       SCAN-CATALOG-DUNGEON.
           MOVE WS-CAT-R-FILE-NAME(WS-CAT-R-INDEX)
             TO WS-DUNGEON-FILE-NAME.
           PERFORM SCAN-DUNGEON-REFERENCES.
      ******************************************************************
       SCAN-DUNGEON-REFERENCES.
           OPEN INPUT MONSTERS-FILE.
           IF WS-M-FS-OK THEN
               PERFORM READ-TEMPLATE-REFERENCE UNTIL WS-M-FS-EOF
               CLOSE MONSTERS-FILE
           END-IF
           MOVE "00" TO WS-MONSTERS-FS.
      ******************************************************************
       READ-TEMPLATE-REFERENCE.
           READ MONSTERS-FILE
           AT END
               SET WS-M-FS-EOF TO TRUE
           NOT AT END
               IF MONSTER-R-TEMPLATE-ID NUMERIC
                 AND MONSTER-R-TEMPLATE-ID = WS-BST-LOOKUP-ID
                 AND (MONSTER-R-ROOM-TYPE = 0
                 OR MONSTER-R-ROOM-TYPE NOT NUMERIC) THEN
                   ADD 1 TO WS-BST-REF-COUNT
               END-IF
           END-READ.
      ******************************************************************
       CLOSE-TEMPLATE-GAP.
           MOVE WS-BST-R(WS-BST-R-INDEX + 1)
             TO WS-BST-R(WS-BST-R-INDEX).
      * == [DISPLAY-MANAGE-BESTIARY] ================================END=

      ******************************************************************
      * == [RUN-SIMULATION-BATCH] =================================BEGIN=
       RUN-SIMULATION-BATCH.
           SET WS-TRANSCRIPT-OFF TO TRUE.
           PERFORM PARSE-SIMULATION-ARGS.
           IF WS-SIM-HERO-COUNT = 0 OR WS-SIM-RUN-COUNT = 0
             OR WS-SIM-ARGS-BAD THEN
               DISPLAY "["WS-GAME-NAME"] Usage: SIM hero-id[,hero-id"
                 "...] run-count [dungeon-id] [rules-file] [TRACE]"
               DISPLAY "["WS-GAME-NAME"] Every hero id must exist in"
                 " HEROES.TXT and run-count must be > 0."
           ELSE
               PERFORM LOAD-GAME-RULES
               PERFORM ECHO-GAME-RULES
               PERFORM SET-SIMULATION-DUNGEON
               MOVE 0 TO WS-SIM-WINS
               MOVE 0 TO WS-SIM-LOSSES
               SET WS-SIM-NOT-ABORTED TO TRUE
               PERFORM SEED-RUN-ID
               DISPLAY "SIMULATION OF " WS-SIM-RUN-COUNT
                 " RUNS FOR " WS-SIM-HERO-COUNT
                 " HERO(S) IN " WS-DUNGEON-FILE-NAME
               PERFORM SIMULATE-ONE-RUN
                 VARYING WS-SIM-RUN-INDEX FROM 1 BY 1
                 UNTIL WS-SIM-RUN-INDEX > WS-SIM-RUN-COUNT
                 OR WS-SIM-ABORTED
               IF WS-SIM-ABORTED THEN
                   DISPLAY "["WS-GAME-NAME"] Simulation aborted:"
                     " no monsters in " WS-DUNGEON-FILE-NAME
               ELSE
                   COMPUTE WS-SIM-WIN-PCT =
                     (WS-SIM-WINS * 100) / WS-SIM-RUN-COUNT
                   DISPLAY "RUNS: " WS-SIM-RUN-COUNT
                     "  WINS: " WS-SIM-WINS
                     "  LOSSES: " WS-SIM-LOSSES
                     "  WIN RATE: " WS-SIM-WIN-PCT " %"
               END-IF
           END-IF.
      ******************************************************************
       PARSE-SIMULATION-ARGS.
           MOVE SPACES TO WS-CMD-TOKEN-1.
           MOVE SPACES TO WS-CMD-TOKEN-2.
           MOVE SPACES TO WS-CMD-TOKEN-3.
           MOVE SPACES TO WS-CMD-TOKEN-4.
           MOVE SPACES TO WS-CMD-TOKEN-5.
           MOVE SPACES TO WS-CMD-TOKEN-6.
           MOVE SPACES TO WS-SIM-HERO-LIST.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
             INTO WS-CMD-TOKEN-1 WS-CMD-TOKEN-2
                  WS-CMD-TOKEN-3 WS-CMD-TOKEN-4 WS-CMD-TOKEN-5
                  WS-CMD-TOKEN-6.
           IF WS-CMD-TOKEN-5 = "TRACE" THEN
               SET WS-TRANSCRIPT-ON TO TRUE
           ELSE
               IF WS-CMD-TOKEN-5 NOT = SPACES THEN
                   MOVE WS-CMD-TOKEN-5 TO WS-RULES-FILE-NAME
               END-IF
           END-IF
           IF WS-CMD-TOKEN-6 = "TRACE" THEN
               SET WS-TRANSCRIPT-ON TO TRUE
           ELSE
               IF WS-CMD-TOKEN-6 NOT = SPACES THEN
                   MOVE WS-CMD-TOKEN-6 TO WS-RULES-FILE-NAME
               END-IF
           END-IF
           IF WS-CMD-TOKEN-4 = "     TRACE" THEN
               SET WS-TRANSCRIPT-ON TO TRUE
               MOVE SPACES TO WS-CMD-TOKEN-4
           END-IF
           INSPECT WS-CMD-TOKEN-3 REPLACING LEADING SPACE BY ZERO.
           INSPECT WS-CMD-TOKEN-4 REPLACING LEADING SPACE BY ZERO.
           IF WS-CMD-TOKEN-3-NUM NUMERIC THEN
               MOVE WS-CMD-TOKEN-3-NUM TO WS-SIM-RUN-COUNT
               SET WS-SIM-ABORTED TO TRUE
           ELSE
               PERFORM SET-SIMULATION-PARTY
               PERFORM BEGIN-RUN-LEDGER
               PERFORM SEED-RUN-RANDOM
               PERFORM WRITE-RUNSEED-RECORD
               PERFORM SHUFFLE-MONSTERS
               PERFORM SCALE-MONSTERS-BY-HERO-LEVEL
               MOVE 1 TO WS-M-R-CURRENT
                   ADD 1 TO WS-M-R-CURRENT
               END-PERFORM

               PERFORM WRITE-RUNLOG-RECORD
               IF WS-H-R-HP(WS-H-R-CURRENT) > 0 THEN
                   ADD 1 TO WS-SIM-WINS
               ELSE
      * == [RUN-SIMULATION-BATCH] ===================================END=

      ******************************************************************
      * == [RUN-REPLAY-BATCH] =====================================BEGIN=
      * REPLAY run-id [rules-file] runs a logged dungeon run again from
      * its RUNSEED record: the same seed, the rules recorded for the
      * run (or the rules file given, to see what a rules change would
      * have done) and the party, gear and dungeon as they stood when
      * the run began. Each of those is taken from the current file or
      * from the first backup generation whose fingerprint matches the
      * record. Potions are drunk where the transcript shows them.
      * No master is saved and nothing goes to the battle, combat, run,
      * seed or gold logs: each fight is compared with BATTLELOG, each
      * combat event with the COMBATLOG transcript and the run totals
      * with RUNLOG, and the first difference is flagged. The only
      * record written is to AUDITLOG: a REPLAY/RUN entry with the run
      * id and MATCH or DIVERGED, and the usual RULES/LOADED entry
      * when a rules file is named. Return code 0 the replay matches
      * the log, 4 it differs, 8 the run cannot be replayed.
       RUN-REPLAY-BATCH.
           SET WS-TRANSCRIPT-OFF TO TRUE.
           MOVE 0 TO RETURN-CODE.
           PERFORM PARSE-REPLAY-ARGS.
           IF WS-RP-RUN-ID = 0 THEN
               DISPLAY "["WS-GAME-NAME"] Usage: REPLAY run-id"
                 " [rules-file]"
               DISPLAY "["WS-GAME-NAME"] The run id is the one in"
                 " RUNLOG.TXT and on the battle and combat logs."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM FIND-RUNSEED-RECORD
               EVALUATE TRUE
               WHEN WS-RP-SEED-NOT-FOUND
                   DISPLAY "["WS-GAME-NAME"] Run " WS-RP-RUN-ID
                     " has no seed record in RUNSEED.TXT."
                   MOVE 8 TO RETURN-CODE
               WHEN WS-RS-RESUMED = "Y"
                   DISPLAY "["WS-GAME-NAME"] Run " WS-RP-RUN-ID
                     " was resumed from a checkpoint and cannot be"
                     " replayed."
                   MOVE 8 TO RETURN-CODE
               WHEN WS-RP-SEED-MATCHES > 1
                   DISPLAY "["WS-GAME-NAME"] Run " WS-RP-RUN-ID
                     " has more than one seed record in RUNSEED.TXT"
                     " and cannot be replayed."
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "REPLAY OF RUN " WS-RS-RUN-ID
                     " STARTED " WS-RS-DATE " " WS-RS-TIME
                     " BY " WS-RS-OPERATOR " SEED " WS-RS-SEED
                   PERFORM SET-REPLAY-RULES
                   PERFORM REBUILD-REPLAY-START
                   IF WS-RP-STATE-OK THEN
                       PERFORM LOAD-REPLAY-LOGS
                       PERFORM REPLAY-ONE-RUN
                       PERFORM REPORT-REPLAY-RESULT
                   ELSE
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-EVALUATE
           END-IF.
      ******************************************************************
       PARSE-REPLAY-ARGS.
           MOVE SPACES TO WS-CMD-TOKEN-1.
           MOVE SPACES TO WS-CMD-TOKEN-3.
           MOVE SPACES TO WS-CMD-TOKEN-5.
           MOVE SPACES TO WS-CMD-TOKEN-6.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
             INTO WS-CMD-TOKEN-1 WS-CMD-TOKEN-3
                  WS-CMD-TOKEN-5 WS-CMD-TOKEN-6.
           INSPECT WS-CMD-TOKEN-3 REPLACING LEADING SPACE BY ZERO.
           MOVE 0 TO WS-RP-RUN-ID.
           IF WS-CMD-TOKEN-3-NUM NUMERIC
             AND WS-CMD-TOKEN-3-NUM <= 999999
             AND WS-CMD-TOKEN-6 = SPACES THEN
               MOVE WS-CMD-TOKEN-3-NUM TO WS-RP-RUN-ID
           END-IF.
      ******************************************************************
      * The whole file is read. A resumed run writes a second seed
      * record under its own id marked resumed; any other repeat of an
      * id means the battle and combat rows of two runs share it, so
      * the run cannot be told apart from the other one.
       FIND-RUNSEED-RECORD.
           SET WS-RP-SEED-NOT-FOUND TO TRUE.
           MOVE 0 TO WS-RP-SEED-MATCHES.
           OPEN INPUT RUNSEED-FILE.
           IF WS-RS-FS-OK THEN
               PERFORM SCAN-RUNSEED-RECORD UNTIL WS-RS-FS-EOF
               CLOSE RUNSEED-FILE
           END-IF.
      ******************************************************************
       SCAN-RUNSEED-RECORD.
           READ RUNSEED-FILE
           AT END
               SET WS-RS-FS-EOF TO TRUE
           NOT AT END
               IF RS-RUN-ID NUMERIC
                 AND RS-RUN-ID = WS-RP-RUN-ID THEN
                   IF WS-RP-SEED-NOT-FOUND THEN
                       MOVE RUNSEED-REG TO WS-RUNSEED-REC
                       SET WS-RP-SEED-FOUND TO TRUE
                   END-IF
                   IF RS-RESUMED = "Y" THEN
                       MOVE "Y" TO WS-RS-RESUMED
                   END-IF
                   ADD 1 TO WS-RP-SEED-MATCHES
               END-IF
           END-READ.
      ******************************************************************
       SET-REPLAY-RULES.
           IF WS-CMD-TOKEN-5 NOT = SPACES THEN
               SET WS-RP-OTHER-RULES TO TRUE
               MOVE WS-CMD-TOKEN-5 TO WS-RULES-FILE-NAME
               PERFORM LOAD-GAME-RULES
           ELSE
               SET WS-RP-RECORDED-RULES TO TRUE
               MOVE WS-RS-RULES-FILE TO WS-RULES-FILE-NAME
               MOVE WS-RS-XP-PER-MONSTER-LEVEL
                 TO WS-XP-PER-MONSTER-LEVEL
               MOVE WS-RS-XP-LEVEL-UP-FACTOR TO WS-XP-LEVEL-UP-FACTOR
               MOVE WS-RS-LEVEL-UP-STRENGTH-GAIN
                 TO WS-LEVEL-UP-STRENGTH-GAIN
               MOVE WS-RS-LEVEL-UP-HP-GAIN TO WS-LEVEL-UP-HP-GAIN
               MOVE WS-RS-WARRIOR-DAMAGE-REDUCTION
                 TO WS-WARRIOR-DAMAGE-REDUCTION
               MOVE WS-RS-MAGE-PIERCE-CHANCE TO WS-MAGE-PIERCE-CHANCE
               MOVE WS-RS-GOLD-PER-MONSTER-LEVEL
                 TO WS-GOLD-PER-MONSTER-LEVEL
           END-IF
           PERFORM ECHO-GAME-RULES.
           IF WS-RP-OTHER-RULES THEN
               DISPLAY "  The run itself was played under "
                 WS-RS-RULES-FILE
           END-IF.
      ******************************************************************
      * Generation 0 is what is on file now; 1 to 3 are the .BKn copies.
       REBUILD-REPLAY-START.
           SET WS-RP-STATE-OK TO TRUE.
           MOVE WS-RS-DUNGEON-ID TO WS-CAT-SELECTED.
           MOVE WS-RS-DUNGEON-FILE TO WS-DUNGEON-FILE-NAME.
           MOVE 0 TO WS-M-R-LENGTH.
           PERFORM INIT--WS-BST-R--CONTENT.
           PERFORM INIT--WS-MONSTERS-R--CONTENT.
           PERFORM COMPUTE-DUNGEON-SUM.
           MOVE WS-DUNGEON-FILE-NAME TO WS-RP-DUNGEON-FROM.
           MOVE WS-DUNGEON-FILE-NAME TO WS-BK-BASE-NAME.
           PERFORM TRY-DUNGEON-GENERATION
             VARYING WS-RP-GEN FROM 1 BY 1
             UNTIL WS-RP-GEN > 3
             OR WS-RS-CALC-DUNGEON-SUM = WS-RS-DUNGEON-SUM.
           IF WS-RS-CALC-DUNGEON-SUM NOT = WS-RS-DUNGEON-SUM THEN
               SET WS-RP-STATE-BAD TO TRUE
               DISPLAY "["WS-GAME-NAME"] Dungeon as at the start of the"
                 " run not found in " WS-DUNGEON-FILE-NAME
                 " or its backups."
           END-IF

           PERFORM COMPUTE-PARTY-HERO-SUM.
           MOVE "current master" TO WS-RP-HEROES-FROM.
           MOVE "HEROES.TXT" TO WS-BK-BASE-NAME.
           PERFORM TRY-HERO-GENERATION
             VARYING WS-RP-GEN FROM 1 BY 1
             UNTIL WS-RP-GEN > 3
             OR WS-RS-CALC-HERO-SUM = WS-RS-HERO-SUM.
           IF WS-RS-CALC-HERO-SUM NOT = WS-RS-HERO-SUM THEN
               SET WS-RP-STATE-BAD TO TRUE
               DISPLAY "["WS-GAME-NAME"] Party as at the start of the"
                 " run not found in the hero master or its backups."
           END-IF

           PERFORM COMPUTE-PARTY-EQUIP-SUM.
           MOVE "current master" TO WS-RP-EQUIP-FROM.
           MOVE "EQUIPMNT.TXT" TO WS-BK-BASE-NAME.
           PERFORM TRY-EQUIPMENT-GENERATION
             VARYING WS-RP-GEN FROM 1 BY 1
             UNTIL WS-RP-GEN > 3
             OR WS-RS-CALC-EQUIP-SUM = WS-RS-EQUIP-SUM.
           IF WS-RS-CALC-EQUIP-SUM NOT = WS-RS-EQUIP-SUM THEN
               SET WS-RP-STATE-BAD TO TRUE
               DISPLAY "["WS-GAME-NAME"] Party gear as at the start of"
                 " the run not found in the equipment master or its"
                 " backups."
           END-IF

           IF WS-RP-STATE-OK THEN
               DISPLAY "  Dungeon " WS-RS-DUNGEON-ID " rebuilt from "
                 WS-RP-DUNGEON-FROM
               DISPLAY "  Party rebuilt from " WS-RP-HEROES-FROM
               DISPLAY "  Gear rebuilt from " WS-RP-EQUIP-FROM
           END-IF.
      ******************************************************************
       TRY-DUNGEON-GENERATION.
           MOVE WS-RP-GEN TO WS-BK-GEN-DIGIT.
           PERFORM BUILD-BACKUP-NAME.
           MOVE WS-BK-GEN-NAME TO WS-BK-IN-NAME.
           MOVE WS-BK-GEN-NAME TO WS-RP-DUNGEON-FROM.
           PERFORM LOAD-MONSTERS-FROM-BACKUP.
           PERFORM COMPUTE-DUNGEON-SUM.
      ******************************************************************
       TRY-HERO-GENERATION.
           MOVE WS-RP-GEN TO WS-BK-GEN-DIGIT.
           PERFORM BUILD-BACKUP-NAME.
           MOVE WS-BK-GEN-NAME TO WS-BK-IN-NAME.
           MOVE WS-BK-GEN-NAME TO WS-RP-HEROES-FROM.
           PERFORM LOAD-HEROES-FROM-BACKUP.
           PERFORM COMPUTE-PARTY-HERO-SUM.
      ******************************************************************
       TRY-EQUIPMENT-GENERATION.
           MOVE WS-RP-GEN TO WS-BK-GEN-DIGIT.
           PERFORM BUILD-BACKUP-NAME.
           MOVE WS-BK-GEN-NAME TO WS-BK-IN-NAME.
           MOVE WS-BK-GEN-NAME TO WS-RP-EQUIP-FROM.
           PERFORM LOAD-EQUIPMENT-FROM-BACKUP.
           PERFORM COMPUTE-PARTY-EQUIP-SUM.
      ******************************************************************
      * The logged fights and transcript of the run, in the order they
      * were written, and the run totals from its RUNLOG record.
       LOAD-REPLAY-LOGS.
           MOVE 0 TO WS-RP-FIGHT-COUNT.
           OPEN INPUT BATTLELOG-FILE.
           IF WS-BL-FS-OK THEN
               PERFORM READ-REPLAY-FIGHT UNTIL WS-BL-FS-EOF
               CLOSE BATTLELOG-FILE
           END-IF

           MOVE 0 TO WS-RP-EVENT-COUNT.
           SET WS-RP-EVENTS-COMPLETE TO TRUE.
           OPEN INPUT COMBATLOG-FILE.
           IF WS-CL-FS-OK THEN
               PERFORM READ-REPLAY-EVENT UNTIL WS-CL-FS-EOF
               CLOSE COMBATLOG-FILE
           END-IF

           SET WS-RP-RUNLOG-NOT-FOUND TO TRUE.
           OPEN INPUT RUNLOG-FILE.
           IF WS-RL-FS-OK THEN
               PERFORM READ-REPLAY-RUNLOG
                 UNTIL WS-RL-FS-EOF OR WS-RP-RUNLOG-FOUND
               CLOSE RUNLOG-FILE
           END-IF

           DISPLAY "  Logged: " WS-RP-FIGHT-COUNT " fight(s), "
             WS-RP-EVENT-COUNT " transcript event(s)".
           IF WS-RP-EVENT-COUNT = 0 THEN
               DISPLAY "  No transcript for this run (SIM without"
                 " TRACE): fight results only are compared."
           END-IF
           IF WS-RP-EVENTS-TRUNCATED THEN
               DISPLAY "  Transcript longer than "
                 WS-MAX-REPLAY-EVENTS " events: the rest is not"
                 " compared."
           END-IF.
      ******************************************************************
       READ-REPLAY-FIGHT.
           READ BATTLELOG-FILE INTO WS-BATTLELOG-REC
           AT END
               SET WS-BL-FS-EOF TO TRUE
           NOT AT END
               IF WS-BL-RUN-ID NUMERIC
                 AND WS-BL-RUN-ID = WS-RP-RUN-ID
                 AND WS-RP-FIGHT-COUNT < WS-MAX-MONSTERS THEN
                   ADD 1 TO WS-RP-FIGHT-COUNT
                   MOVE WS-BL-FIGHT-ID
                     TO WS-RP-LF-FIGHT-ID(WS-RP-FIGHT-COUNT)
                   MOVE WS-BL-HERO-NAME
                     TO WS-RP-LF-HERO-NAME(WS-RP-FIGHT-COUNT)
                   MOVE WS-BL-MONSTER-NAME
                     TO WS-RP-LF-MONSTER-NAME(WS-RP-FIGHT-COUNT)
                   MOVE WS-BL-START-HP
                     TO WS-RP-LF-START-HP(WS-RP-FIGHT-COUNT)
                   MOVE WS-BL-END-HP
                     TO WS-RP-LF-END-HP(WS-RP-FIGHT-COUNT)
                   MOVE WS-BL-OUTCOME
                     TO WS-RP-LF-OUTCOME(WS-RP-FIGHT-COUNT)
               END-IF
           END-READ.
      ******************************************************************
       READ-REPLAY-EVENT.
           READ COMBATLOG-FILE INTO WS-COMBATLOG-REC
           AT END
               SET WS-CL-FS-EOF TO TRUE
           NOT AT END
               IF WS-CL-RUN-ID NUMERIC
                 AND WS-CL-RUN-ID = WS-RP-RUN-ID THEN
                   IF WS-RP-EVENT-COUNT < WS-MAX-REPLAY-EVENTS THEN
                       ADD 1 TO WS-RP-EVENT-COUNT
                       MOVE WS-CL-ROUND
                         TO WS-RP-EV-ROUND(WS-RP-EVENT-COUNT)
                       MOVE WS-CL-EVENT
                         TO WS-RP-EV-EVENT(WS-RP-EVENT-COUNT)
                       MOVE WS-CL-ACTOR
                         TO WS-RP-EV-ACTOR(WS-RP-EVENT-COUNT)
                       MOVE WS-CL-TARGET
                         TO WS-RP-EV-TARGET(WS-RP-EVENT-COUNT)
                       MOVE WS-CL-AMOUNT
                         TO WS-RP-EV-AMOUNT(WS-RP-EVENT-COUNT)
                       MOVE WS-CL-HP-LEFT
                         TO WS-RP-EV-HP-LEFT(WS-RP-EVENT-COUNT)
                   ELSE
                       SET WS-RP-EVENTS-TRUNCATED TO TRUE
                   END-IF
               END-IF
           END-READ.
      ******************************************************************
       READ-REPLAY-RUNLOG.
           READ RUNLOG-FILE INTO WS-RUNLOG-REC
           AT END
               SET WS-RL-FS-EOF TO TRUE
           NOT AT END
               IF WS-RL-RUN-ID NUMERIC
                 AND WS-RL-RUN-ID = WS-RP-RUN-ID THEN
                   SET WS-RP-RUNLOG-FOUND TO TRUE
                   MOVE WS-RL-OUTCOME TO WS-RP-LOG-OUTCOME
                   MOVE WS-RL-ROOMS-CLEARED TO WS-RP-LOG-ROOMS-CLEARED
                   MOVE WS-RL-ROOM-COUNT TO WS-RP-LOG-ROOM-COUNT
                   MOVE WS-RL-XP-EARNED TO WS-RP-LOG-XP
                   MOVE WS-RL-GOLD-EARNED TO WS-RP-LOG-GOLD
               END-IF
           END-READ.
      ******************************************************************
      * The run as SIMULATE-ONE-RUN plays it, under the logged run id
      * and the recorded seed.
       REPLAY-ONE-RUN.
           PERFORM SET-REPLAY-PARTY.
           MOVE WS-RP-RUN-ID TO WS-RUN-ID.
           MOVE 0 TO WS-RUN-XP-EARNED.
           MOVE 0 TO WS-RUN-GOLD-EARNED.
           MOVE WS-RS-SEED TO WS-RUN-SEED.
           PERFORM SEED-RUN-RANDOM.
           PERFORM SHUFFLE-MONSTERS.
           PERFORM SCALE-MONSTERS-BY-HERO-LEVEL.
           MOVE 1 TO WS-M-R-CURRENT.
           MOVE 0 TO WS-RUN-MONSTERS-DEFEATED.
           MOVE 0 TO WS-RUN-DAMAGE-DEALT.
           MOVE 0 TO WS-RUN-DAMAGE-TAKEN.
           MOVE ZEROES TO WS-RUN-KILLS.
           PERFORM CAPTURE-RUN-START-HP
             VARYING WS-H-R-INDEX FROM 1 BY 1
             UNTIL WS-H-R-INDEX > WS-H-R-LENGTH.

           MOVE 0 TO WS-RP-FIGHT-SEQ.
           MOVE 0 TO WS-RP-EVENT-SEQ.
           MOVE 0 TO WS-RP-DIFF-COUNT.
           SET WS-RP-NOT-DIVERGED TO TRUE.
           SET WS-RP-EVENT-SAME TO TRUE.
           SET WS-RP-DETAIL-PENDING TO TRUE.
           DISPLAY " ".
           DISPLAY "NO FIGHT  HERO       MONSTER    LOGGED     "
             "REPLAYED   RESULT".
           PERFORM PLAY-REPLAY-ROOM
             UNTIL NOT (WS-H-R-HP(WS-H-R-CURRENT) > 0
             AND WS-M-R-CURRENT <= WS-M-R-LENGTH).
      ******************************************************************
       PLAY-REPLAY-ROOM.
           PERFORM PLAY-DUNGEON-ROOM.
           ADD 1 TO WS-M-R-CURRENT.
      ******************************************************************
       SET-REPLAY-PARTY.
           IF WS-RS-PARTY-LENGTH > 0 THEN
               MOVE WS-RS-PARTY-LENGTH TO WS-PARTY-LENGTH
               PERFORM LOAD-REPLAY-PARTY-ROW
                 VARYING WS-PARTY-INDEX FROM 1 BY 1
                 UNTIL WS-PARTY-INDEX > WS-PARTY-LENGTH
               MOVE 1 TO WS-PARTY-CURRENT
               MOVE WS-PARTY-HERO-INDEX(1) TO WS-H-R-CURRENT
           ELSE
               MOVE 0 TO WS-PARTY-LENGTH
               MOVE WS-RS-PARTY-ID(1) TO WS-NAME-LOOKUP-ID
               PERFORM FIND-HERO-INDEX-BY-ID
               MOVE WS-HERO-FOUND-INDEX TO WS-H-R-CURRENT
           END-IF.
      ******************************************************************
       LOAD-REPLAY-PARTY-ROW.
           MOVE WS-RS-PARTY-ID(WS-PARTY-INDEX) TO WS-NAME-LOOKUP-ID.
           PERFORM FIND-HERO-INDEX-BY-ID.
           MOVE WS-HERO-FOUND-INDEX
             TO WS-PARTY-HERO-INDEX(WS-PARTY-INDEX).
      ******************************************************************
      * A potion is drunk when the next logged event is a potion in the
      * round now being fought; once the replay has drifted from the
      * transcript no more potions are taken from it.
       REPLAY-LOGGED-POTION.
           IF WS-RP-EVENT-SAME
             AND WS-RP-EVENT-SEQ < WS-RP-EVENT-COUNT THEN
               ADD 1 TO WS-RP-EVENT-SEQ GIVING WS-RP-EVENT-INDEX
               IF WS-RP-EV-EVENT(WS-RP-EVENT-INDEX) = "POTION"
                 AND WS-RP-EV-ROUND(WS-RP-EVENT-INDEX) = WS-CL-ROUND
                 THEN
                   MOVE 0 TO WS-POTION-FOUND-POS
                   PERFORM FIND-HERO-POTION
                     VARYING WS-EQ-R-INDEX FROM 1 BY 1
                     UNTIL WS-EQ-R-INDEX > WS-EQ-R-LENGTH
                     OR WS-POTION-FOUND-POS > 0
                   IF WS-POTION-FOUND-POS > 0 THEN
                       PERFORM DRINK-POTION
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
      * Called for every combat event the replay produces. Events are
      * matched by position; the first mismatch is kept for the fight
      * line and comparing stops there.
       COMPARE-REPLAY-EVENT.
           ADD 1 TO WS-RP-EVENT-SEQ.
           IF WS-RP-EVENT-COUNT > 0 AND WS-RP-EVENT-SAME THEN
               IF WS-RP-EVENT-SEQ > WS-RP-EVENT-COUNT THEN
                   IF WS-RP-EVENTS-COMPLETE THEN
                       MOVE SPACES TO WS-RP-DETAIL-LOGGED
                       MOVE "    LOGGED    (transcript ends here)"
                         TO WS-RP-DETAIL-LOGGED
                       PERFORM NOTE-REPLAY-EVENT-DIFF
                   END-IF
               ELSE
                   MOVE WS-RP-EVENT-SEQ TO WS-RP-EVENT-INDEX
                   IF WS-RP-EV-ROUND(WS-RP-EVENT-INDEX)
                       NOT = WS-CL-ROUND
                     OR WS-RP-EV-EVENT(WS-RP-EVENT-INDEX)
                       NOT = WS-CL-EVENT
                     OR WS-RP-EV-ACTOR(WS-RP-EVENT-INDEX)
                       NOT = WS-CL-ACTOR
                     OR WS-RP-EV-TARGET(WS-RP-EVENT-INDEX)
                       NOT = WS-CL-TARGET
                     OR WS-RP-EV-AMOUNT(WS-RP-EVENT-INDEX)
                       NOT = WS-CL-AMOUNT
                     OR WS-RP-EV-HP-LEFT(WS-RP-EVENT-INDEX)
                       NOT = WS-CL-HP-LEFT THEN
                       PERFORM FILL-LOGGED-EVENT-LINE
                       MOVE WS-RP-EVENT-LINE TO WS-RP-DETAIL-LOGGED
                       PERFORM NOTE-REPLAY-EVENT-DIFF
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
       NOTE-REPLAY-EVENT-DIFF.
           SET WS-RP-EVENT-DIFFERS TO TRUE.
           MOVE "REPLAYED" TO WS-RPE-LABEL.
           MOVE WS-CL-ROUND TO WS-RPE-ROUND.
           MOVE WS-CL-EVENT TO WS-RPE-EVENT.
           MOVE WS-CL-ACTOR TO WS-RPE-ACTOR.
           MOVE WS-CL-TARGET TO WS-RPE-TARGET.
           MOVE WS-CL-AMOUNT TO WS-RPE-AMOUNT.
           MOVE WS-CL-HP-LEFT TO WS-RPE-HP-LEFT.
           MOVE WS-RP-EVENT-LINE TO WS-RP-DETAIL-REPLAYED.
      ******************************************************************
       FILL-LOGGED-EVENT-LINE.
           MOVE "LOGGED" TO WS-RPE-LABEL.
           MOVE WS-RP-EV-ROUND(WS-RP-EVENT-INDEX) TO WS-RPE-ROUND.
           MOVE WS-RP-EV-EVENT(WS-RP-EVENT-INDEX) TO WS-RPE-EVENT.
           MOVE WS-RP-EV-ACTOR(WS-RP-EVENT-INDEX) TO WS-RPE-ACTOR.
           MOVE WS-RP-EV-TARGET(WS-RP-EVENT-INDEX) TO WS-RPE-TARGET.
           MOVE WS-RP-EV-AMOUNT(WS-RP-EVENT-INDEX) TO WS-RPE-AMOUNT.
           MOVE WS-RP-EV-HP-LEFT(WS-RP-EVENT-INDEX)
             TO WS-RPE-HP-LEFT.
      ******************************************************************
      * Called where the fight would be written to BATTLELOG; the
      * replayed fight is set against the logged fight in the same
      * position of the run.
       COMPARE-REPLAY-FIGHT.
           ADD 1 TO WS-RP-FIGHT-SEQ.
           MOVE WS-RP-FIGHT-SEQ TO WS-RPL-SEQ.
           MOVE WS-BL-HERO-NAME TO WS-RPL-HERO-NAME.
           MOVE WS-BL-MONSTER-NAME TO WS-RPL-MONSTER-NAME.
           MOVE WS-BL-OUTCOME TO WS-RPL-REP-OUTCOME.
           MOVE SPACE TO WS-RPL-REP-GAP.
           MOVE WS-BL-START-HP TO WS-RPL-REP-START-HP.
           MOVE ">" TO WS-RPL-REP-ARROW.
           MOVE WS-BL-END-HP TO WS-RPL-REP-END-HP.
           SET WS-RP-FIGHT-SAME TO TRUE.
           IF WS-RP-FIGHT-SEQ > WS-RP-FIGHT-COUNT THEN
               MOVE "------" TO WS-RPL-FIGHT-ID
               MOVE "NOT LOGGED" TO WS-RPL-LOGGED-TEXT
               SET WS-RP-FIGHT-DIFFERS TO TRUE
           ELSE
               MOVE WS-RP-FIGHT-SEQ TO WS-RP-FIGHT-INDEX
               PERFORM FILL-LOGGED-FIGHT-LINE
               IF WS-RP-LF-HERO-NAME(WS-RP-FIGHT-INDEX)
                   NOT = WS-BL-HERO-NAME
                 OR WS-RP-LF-MONSTER-NAME(WS-RP-FIGHT-INDEX)
                   NOT = WS-BL-MONSTER-NAME
                 OR WS-RP-LF-START-HP(WS-RP-FIGHT-INDEX)
                   NOT = WS-BL-START-HP
                 OR WS-RP-LF-END-HP(WS-RP-FIGHT-INDEX)
                   NOT = WS-BL-END-HP
                 OR WS-RP-LF-OUTCOME(WS-RP-FIGHT-INDEX)
                   NOT = WS-BL-OUTCOME THEN
                   SET WS-RP-FIGHT-DIFFERS TO TRUE
               END-IF
           END-IF
           PERFORM SHOW-REPLAY-FIGHT-LINE.
           IF WS-RP-FIGHT-SEQ <= WS-RP-FIGHT-COUNT THEN
               IF WS-RP-LF-HERO-NAME(WS-RP-FIGHT-INDEX)
                   NOT = WS-BL-HERO-NAME
                 OR WS-RP-LF-MONSTER-NAME(WS-RP-FIGHT-INDEX)
                   NOT = WS-BL-MONSTER-NAME THEN
                   DISPLAY "    LOGGED AS "
                     WS-RP-LF-HERO-NAME(WS-RP-FIGHT-INDEX) " VS "
                     WS-RP-LF-MONSTER-NAME(WS-RP-FIGHT-INDEX)
               END-IF
           END-IF.
      ******************************************************************
       FILL-LOGGED-FIGHT-LINE.
           MOVE WS-RP-LF-FIGHT-ID(WS-RP-FIGHT-INDEX) TO WS-RPL-FIGHT-ID.
           MOVE WS-RP-LF-OUTCOME(WS-RP-FIGHT-INDEX)
             TO WS-RPL-LOG-OUTCOME.
           MOVE SPACE TO WS-RPL-LOG-GAP.
           MOVE WS-RP-LF-START-HP(WS-RP-FIGHT-INDEX)
             TO WS-RPL-LOG-START-HP.
           MOVE ">" TO WS-RPL-LOG-ARROW.
           MOVE WS-RP-LF-END-HP(WS-RP-FIGHT-INDEX)
             TO WS-RPL-LOG-END-HP.
      ******************************************************************
      * The first fight that differs, in its result or in any event of
      * its transcript, is the first divergence of the replay.
       SHOW-REPLAY-FIGHT-LINE.
           IF WS-RP-EVENT-DIFFERS AND WS-RP-DETAIL-PENDING THEN
               SET WS-RP-FIGHT-DIFFERS TO TRUE
           END-IF
           IF WS-RP-FIGHT-DIFFERS THEN
               MOVE "DIFFERS" TO WS-RPL-RESULT
               ADD 1 TO WS-RP-DIFF-COUNT
           ELSE
               MOVE "SAME" TO WS-RPL-RESULT
           END-IF
           MOVE SPACES TO WS-RPL-FLAG.
           IF WS-RP-NOT-DIVERGED
             AND (WS-RP-FIGHT-DIFFERS OR WS-RP-EVENT-DIFFERS) THEN
               SET WS-RP-DIVERGED TO TRUE
               MOVE WS-RPL-SEQ TO WS-RP-DIVERGE-FIGHT
               MOVE "<< FIRST" TO WS-RPL-FLAG
           END-IF
           DISPLAY WS-RP-FIGHT-LINE.
           IF WS-RP-EVENT-DIFFERS AND WS-RP-DETAIL-PENDING THEN
               DISPLAY WS-RP-DETAIL-LOGGED
               DISPLAY WS-RP-DETAIL-REPLAYED
               SET WS-RP-DETAIL-SHOWN TO TRUE
           END-IF.
      ******************************************************************
       REPORT-REPLAY-RESULT.
           ADD 1 TO WS-RP-FIGHT-SEQ GIVING WS-RP-FIGHT-INDEX.
           PERFORM SHOW-UNREPLAYED-FIGHT
             VARYING WS-RP-FIGHT-INDEX FROM WS-RP-FIGHT-INDEX BY 1
             UNTIL WS-RP-FIGHT-INDEX > WS-RP-FIGHT-COUNT.
           IF WS-RP-EVENT-COUNT > 0 AND WS-RP-EVENT-SAME
             AND WS-RP-EVENTS-COMPLETE
             AND WS-RP-EVENT-SEQ < WS-RP-EVENT-COUNT THEN
               ADD 1 TO WS-RP-EVENT-SEQ GIVING WS-RP-EVENT-INDEX
               PERFORM FILL-LOGGED-EVENT-LINE
               SET WS-RP-EVENT-DIFFERS TO TRUE
               IF WS-RP-NOT-DIVERGED THEN
                   SET WS-RP-DIVERGED TO TRUE
                   MOVE WS-RP-FIGHT-SEQ TO WS-RP-DIVERGE-FIGHT
               END-IF
               DISPLAY "    TRANSCRIPT GOES ON AFTER THE REPLAY ENDS:"
               DISPLAY WS-RP-EVENT-LINE
           END-IF

           PERFORM BUILD-RUNLOG-RECORD.
           DISPLAY " ".
           IF WS-RP-RUNLOG-FOUND THEN
               DISPLAY "RUN TOTALS       LOGGED     REPLAYED"
               DISPLAY "  OUTCOME        " WS-RP-LOG-OUTCOME
                 "       " WS-RL-OUTCOME
               DISPLAY "  ROOMS CLEARED  " WS-RP-LOG-ROOMS-CLEARED
                 "/" WS-RP-LOG-ROOM-COUNT "      "
                 WS-RL-ROOMS-CLEARED "/" WS-RL-ROOM-COUNT
               DISPLAY "  XP EARNED      " WS-RP-LOG-XP
                 "      " WS-RL-XP-EARNED
               DISPLAY "  GOLD EARNED    " WS-RP-LOG-GOLD
                 "      " WS-RL-GOLD-EARNED
               SET WS-RP-TOTALS-SAME TO TRUE
               IF WS-RP-LOG-OUTCOME NOT = WS-RL-OUTCOME
                 OR WS-RP-LOG-ROOMS-CLEARED NOT = WS-RL-ROOMS-CLEARED
                 OR WS-RP-LOG-ROOM-COUNT NOT = WS-RL-ROOM-COUNT
                 OR WS-RP-LOG-XP NOT = WS-RL-XP-EARNED
                 OR WS-RP-LOG-GOLD NOT = WS-RL-GOLD-EARNED THEN
                   SET WS-RP-TOTALS-DIFFER TO TRUE
                   DISPLAY "  RUN TOTALS DIFFER"
                   IF WS-RP-NOT-DIVERGED THEN
                       SET WS-RP-DIVERGED TO TRUE
                       MOVE 0 TO WS-RP-DIVERGE-FIGHT
                   END-IF
               END-IF
           ELSE
               DISPLAY "RUN TOTALS: no RUNLOG record for run "
                 WS-RP-RUN-ID ", the run never finished."
           END-IF

           DISPLAY " ".
           MOVE "REPLAY" TO WS-AUD-AREA.
           MOVE 0 TO WS-AUD-KEY.
           MOVE "RUN" TO WS-AUD-FIELD.
           MOVE SPACES TO WS-AUD-OLD-VALUE.
           MOVE WS-RP-RUN-ID TO WS-AUD-OLD-VALUE(1:6).
           IF WS-RP-DIVERGED THEN
               IF WS-RP-DIVERGE-FIGHT > 0 THEN
                   DISPLAY "REPLAY DIFFERS FROM THE LOG: FIRST AT"
                     " FIGHT " WS-RP-DIVERGE-FIGHT ", " WS-RP-DIFF-COUNT
                     " FIGHT(S) DIFFER."
               ELSE
                   DISPLAY "REPLAY DIFFERS FROM THE LOG: FIGHTS MATCH,"
                     " RUN TOTALS DIFFER."
               END-IF
               MOVE "DIVERGED" TO WS-AUD-NEW-VALUE
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "REPLAY MATCHES THE LOG: " WS-RP-FIGHT-SEQ
                 " FIGHT(S) REPLAYED THE SAME."
               MOVE "MATCH" TO WS-AUD-NEW-VALUE
               MOVE 0 TO RETURN-CODE
           END-IF
           IF WS-RP-OTHER-RULES THEN
               DISPLAY "Replayed under " WS-RULES-FILE-NAME
                 ", not the rules recorded for the run."
           END-IF
           PERFORM WRITE-AUDIT-RECORD.
      ******************************************************************
       SHOW-UNREPLAYED-FIGHT.
           MOVE WS-RP-FIGHT-INDEX TO WS-RPL-SEQ.
           PERFORM FILL-LOGGED-FIGHT-LINE.
           MOVE WS-RP-LF-HERO-NAME(WS-RP-FIGHT-INDEX)
             TO WS-RPL-HERO-NAME.
           MOVE WS-RP-LF-MONSTER-NAME(WS-RP-FIGHT-INDEX)
             TO WS-RPL-MONSTER-NAME.
           MOVE "NOT PLAYED" TO WS-RPL-REPLAYED-TEXT.
           SET WS-RP-FIGHT-DIFFERS TO TRUE.
           PERFORM SHOW-REPLAY-FIGHT-LINE.
      * == [RUN-REPLAY-BATCH] =======================================END=

      ******************************************************************
      * == [SELECT-DUNGEON] =======================================BEGIN=
       SELECT-DUNGEON.
           PERFORM INIT--WS-CAT-R--CONTENT.
           MOVE 0 TO WS-CAT-SELECTED.
           MOVE "DUNGEON.TXT" TO WS-DUNGEON-FILE-NAME.
           SET WS-CAT-NOT-CANCELLED TO TRUE.
           IF WS-CAT-R-LENGTH > 0 THEN
               MOVE 99 TO WS-CAT-CHOICE
               PERFORM DISPLAY-DUNGEON-SELECT-MENU
                 UNTIL WS-CAT-CHOICE = 0
                 OR (1 <= WS-CAT-CHOICE
                 AND WS-CAT-CHOICE <= WS-CAT-R-LENGTH)
               IF WS-CAT-CHOICE = 0 THEN
                   SET WS-CAT-CANCELLED TO TRUE
               ELSE
                   MOVE WS-CAT-R-ID(WS-CAT-CHOICE) TO WS-CAT-SELECTED
                   MOVE WS-CAT-R-FILE-NAME(WS-CAT-CHOICE)
                     TO WS-DUNGEON-FILE-NAME
               END-IF
           END-IF.
      ******************************************************************
       DISPLAY-DUNGEON-SELECT-MENU.
           DISPLAY "CHOOSE A DUNGEON" LINE 1 COL 1.
           DISPLAY "----------------" LINE 2 COL 1.
           MOVE 4 TO WS-AUX-NUMBER.
           PERFORM DISPLAY-DUNGEON-SELECT-ROW VARYING WS-CAT-R-INDEX
             FROM 1 BY 1 UNTIL WS-CAT-R-INDEX > WS-CAT-R-LENGTH.
           ADD 1 TO WS-AUX-NUMBER.
           DISPLAY "0- Cancel" LINE WS-AUX-NUMBER COL 1.
           ADD 2 TO WS-AUX-NUMBER.
           DISPLAY "Choose a dungeon: " LINE WS-AUX-NUMBER COL 1.
           ACCEPT WS-CAT-CHOICE LINE WS-AUX-NUMBER COL 20.
           IF 1 <= WS-CAT-CHOICE AND WS-CAT-CHOICE <= WS-CAT-R-LENGTH
             AND WS-DUNGEON-SELECT-FOR-PLAY THEN
               MOVE WS-CAT-CHOICE TO WS-CAT-R-INDEX
               PERFORM CHECK-DUNGEON-ACCESS
               IF WS-CG-LOCKED THEN
                   ADD 2 TO WS-AUX-NUMBER
                   DISPLAY "That dungeon is locked: "
                     LINE WS-AUX-NUMBER COL 1
                   DISPLAY WS-CG-REASON LINE WS-AUX-NUMBER COL 25
                   PERFORM PRESS-KEY-TO-CONTINUE
                   MOVE 99 TO WS-CAT-CHOICE
               END-IF
           END-IF
           DISPLAY SS-CLEAR-SCREEN.
      ******************************************************************
       DISPLAY-DUNGEON-SELECT-ROW.
           DISPLAY WS-CAT-R-INDEX LINE WS-AUX-NUMBER COL 1.
           DISPLAY "- " LINE WS-AUX-NUMBER COL 3.
           DISPLAY WS-CAT-R-NAME(WS-CAT-R-INDEX)
             LINE WS-AUX-NUMBER COL 5.
           DISPLAY "(difficulty " LINE WS-AUX-NUMBER COL 27.
           DISPLAY WS-CAT-R-DIFFICULTY(WS-CAT-R-INDEX)
             LINE WS-AUX-NUMBER COL 39.
           DISPLAY ")" LINE WS-AUX-NUMBER COL 41.
           IF WS-DUNGEON-SELECT-FOR-PLAY THEN
               PERFORM CHECK-DUNGEON-ACCESS
               IF WS-CG-LOCKED THEN
                   DISPLAY "LOCKED" LINE WS-AUX-NUMBER COL 43
               ELSE
                   DISPLAY "UNLOCKED" LINE WS-AUX-NUMBER COL 43
               END-IF
           END-IF
           ADD 1 TO WS-AUX-NUMBER.
      ******************************************************************
      * A dungeon is open to the hero, or to every member of the party,
      * from level (difficulty - 1) * WS-LEVELS-PER-DIFFICULTY + 1, and
      * only once a dungeon of the next lower difficulty in the catalog
      * has been cleared. The lowest difficulty needs no clear. The
      * catalog row is WS-CAT-R-INDEX; the first reason found is kept.
      * Only a selection made to play is gated; maintaining or
      * restoring a dungeon is not.
       CHECK-DUNGEON-ACCESS.
           SET WS-CG-UNLOCKED TO TRUE.
           MOVE SPACES TO WS-CG-REASON.
           MOVE WS-CAT-R-DIFFICULTY(WS-CAT-R-INDEX) TO WS-CG-DIFFICULTY.
           IF WS-CG-DIFFICULTY = 0 THEN
               MOVE 1 TO WS-CG-DIFFICULTY
           END-IF
           COMPUTE WS-CG-MIN-LEVEL =
             (WS-CG-DIFFICULTY - 1) * WS-LEVELS-PER-DIFFICULTY + 1.
           MOVE 0 TO WS-CG-PREV-TIER.
           PERFORM FIND-PREVIOUS-TIER
             VARYING WS-CG-CAT-INDEX FROM 1 BY 1
             UNTIL WS-CG-CAT-INDEX > WS-CAT-R-LENGTH.
           IF WS-PARTY-LENGTH > 0 THEN
               PERFORM CHECK-PARTY-MEMBER-ACCESS
                 VARYING WS-PARTY-INDEX FROM 1 BY 1
                 UNTIL WS-PARTY-INDEX > WS-PARTY-LENGTH
           ELSE
               MOVE WS-H-R-CURRENT TO WS-CG-HERO-INDEX
               PERFORM CHECK-HERO-ACCESS
           END-IF.
      ******************************************************************
       FIND-PREVIOUS-TIER.
           IF WS-CAT-R-DIFFICULTY(WS-CG-CAT-INDEX) < WS-CG-DIFFICULTY
             AND WS-CAT-R-DIFFICULTY(WS-CG-CAT-INDEX) > WS-CG-PREV-TIER
             THEN
               MOVE WS-CAT-R-DIFFICULTY(WS-CG-CAT-INDEX)
                 TO WS-CG-PREV-TIER
           END-IF.
      ******************************************************************
       CHECK-PARTY-MEMBER-ACCESS.
           MOVE WS-PARTY-HERO-INDEX(WS-PARTY-INDEX) TO WS-CG-HERO-INDEX.
           PERFORM CHECK-HERO-ACCESS.
      ******************************************************************
       CHECK-HERO-ACCESS.
           IF WS-CG-UNLOCKED AND WS-CG-HERO-INDEX > 0 THEN
               IF WS-H-R-LEVEL(WS-CG-HERO-INDEX) < WS-CG-MIN-LEVEL THEN
                   SET WS-CG-LOCKED TO TRUE
                   MOVE WS-H-R-NAME(WS-CG-HERO-INDEX)
                     TO WS-CG-REASON(1:10)
                   MOVE " needs level " TO WS-CG-REASON(11:13)
                   MOVE WS-CG-MIN-LEVEL TO WS-CG-REASON(24:2)
               ELSE
                   IF WS-CG-PREV-TIER > 0 THEN
                       PERFORM CHECK-PREVIOUS-TIER-CLEAR
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
       CHECK-PREVIOUS-TIER-CLEAR.
           SET WS-CG-TIER-NOT-CLEARED TO TRUE.
           MOVE WS-H-R-ID(WS-CG-HERO-INDEX) TO WS-CH-HERO-ID.
           PERFORM CHECK-ONE-TIER-CLEAR
             VARYING WS-CH-R-INDEX FROM 1 BY 1
             UNTIL WS-CH-R-INDEX > WS-CH-R-LENGTH
             OR WS-CG-TIER-CLEARED.
           IF WS-CG-TIER-NOT-CLEARED THEN
               SET WS-CG-LOCKED TO TRUE
               MOVE WS-H-R-NAME(WS-CG-HERO-INDEX) TO WS-CG-REASON(1:10)
               MOVE " must first clear difficulty "
                 TO WS-CG-REASON(11:29)
               MOVE WS-CG-PREV-TIER TO WS-CG-REASON(40:2)
           END-IF.
      ******************************************************************
       CHECK-ONE-TIER-CLEAR.
           IF WS-CH-R-HERO-ID(WS-CH-R-INDEX) = WS-CH-HERO-ID
             AND WS-CH-R-CLEARS(WS-CH-R-INDEX) > 0 THEN
               PERFORM MATCH-TIER-DUNGEON
                 VARYING WS-CG-CAT-INDEX FROM 1 BY 1
                 UNTIL WS-CG-CAT-INDEX > WS-CAT-R-LENGTH
           END-IF.
      ******************************************************************
       MATCH-TIER-DUNGEON.
           IF WS-CAT-R-ID(WS-CG-CAT-INDEX)
             = WS-CH-R-DUNGEON-ID(WS-CH-R-INDEX)
             AND WS-CAT-R-DIFFICULTY(WS-CG-CAT-INDEX)
             = WS-CG-PREV-TIER THEN
               SET WS-CG-TIER-CLEARED TO TRUE
           END-IF.
      ******************************************************************
       APPLY-CHECKPOINT-DUNGEON.
           IF WS-CKPT-DUNGEON-ID > 0 THEN
      ******************************************************************
       PLAY.
           IF WS-H-R-CURRENT > 0 OR WS-PARTY-LENGTH > 0 THEN
               PERFORM CHECK-RUN-INJURIES
               IF WS-INF-INJURED THEN
                   PERFORM REFUSE-INJURED-HERO
               ELSE
                   SET WS-DUNGEON-SELECT-FOR-PLAY TO TRUE
                   PERFORM SELECT-DUNGEON
                   SET WS-DUNGEON-SELECT-FOR-MAINT TO TRUE
                   IF NOT WS-CAT-CANCELLED THEN
                       PERFORM PLAY-DUNGEON-RUN
                   END-IF
               END-IF
           ELSE
               DISPLAY "You must select a hero or build a party first!"
           END-IF
           PERFORM INIT--WS-MONSTERS-R--CONTENT
           IF WS-M-R-LENGTH > 0 THEN
               PERFORM SEED-RUN-ID
               PERFORM BEGIN-RUN-LEDGER
               PERFORM SEED-RUN-RANDOM
               PERFORM WRITE-RUNSEED-RECORD
               IF WS-CKPT-RESUMING THEN
                   PERFORM REORDER-MONSTERS-FROM-CHECKPOINT
                   PERFORM SCALE-MONSTERS-BY-HERO-LEVEL
               END-PERFORM

               PERFORM CLEAR-CHECKPOINT
               IF WS-H-R-HP(WS-H-R-CURRENT) > 0 THEN
                   PERFORM CREDIT-DUNGEON-CLEAR
               END-IF
               PERFORM WRITE-RUNLOG-RECORD
               PERFORM RECORD-CLEAR-HISTORY

               IF WS-H-R-HP(WS-H-R-CURRENT) > 0 THEN
                   PERFORM WIN

               IF WS-HARDCORE-ON THEN
                   PERFORM COLLECT-FALLEN-HEROES
               ELSE
                   PERFORM ADMIT-INJURED-HEROES
               END-IF
               PERFORM RESTORE-RUN-START-HP
                 VARYING WS-H-R-INDEX FROM 1 BY 1
                   PERFORM BURY-FALLEN-HEROES
               END-IF
               PERFORM SAVE--WS-HEROES-R--CONTENT
               PERFORM SAVE-QUEST-PROGRESS
               PERFORM SAVE-CLEAR-HISTORY
               PERFORM SAVE-INFIRMARY
           ELSE
               DISPLAY
                 "There are no more monsters to fight"

           IF WS-H-R-HP(WS-H-R-CURRENT) = 0 THEN
               PERFORM ROTATE-PARTY-IF-DEFEATED
           ELSE
               MOVE "T" TO WS-QP-KIND
               MOVE WS-H-R-CURRENT TO WS-QP-HERO-INDEX
               PERFORM ADVANCE-HERO-QUESTS
           END-IF.
      ******************************************************************
       RESOLVE-TREASURE-ROOM.
           MOVE WS-H-R-GOLD(WS-H-R-CURRENT) TO WS-GOLD-OLD-TOTAL.
           COMPUTE WS-GOLD-NEW-TOTAL =
             WS-H-R-GOLD(WS-H-R-CURRENT)
             + WS-M-R-ROOM-VALUE(WS-M-R-CURRENT).
           ELSE
               MOVE WS-GOLD-NEW-TOTAL TO WS-H-R-GOLD(WS-H-R-CURRENT)
           END-IF
           COMPUTE WS-RUN-GOLD-EARNED = WS-RUN-GOLD-EARNED
             + WS-H-R-GOLD(WS-H-R-CURRENT) - WS-GOLD-OLD-TOTAL
           IF WS-GOLD-NEW-TOTAL > WS-GOLD-OLD-TOTAL THEN
               MOVE "TREASURE" TO WS-GL-TYPE
               PERFORM RESOLVE-MONSTER-DISPLAY-NAME
               MOVE WS-AUX-HERO-NAME TO WS-GL-REFERENCE
               PERFORM QUEUE-RUN-GOLD-TRANSACTION
           END-IF

           IF NOT WS-SIM-MODE THEN
               DISPLAY "YOU FIND A TREASURE: " LINE 1 COL 1
               DISPLAY "YOUR GOLD IS NOW: " LINE 4 COL 1
               DISPLAY WS-H-R-GOLD(WS-H-R-CURRENT) LINE 4 COL 19
               PERFORM PRESS-KEY-TO-CONTINUE
           END-IF

           MOVE "L" TO WS-QP-KIND.
           MOVE WS-H-R-CURRENT TO WS-QP-HERO-INDEX.
           PERFORM ADVANCE-HERO-QUESTS.
      ******************************************************************
      * A rest site heals every living party member up to their
      * run-start HP; fallen members get nothing. On a solo run only

                   PERFORM OFFER-POTION
               END-IF
               IF WS-REPLAY-MODE THEN
                   PERFORM REPLAY-LOGGED-POTION
               END-IF

               MOVE WS-H-R-PROFESSION(WS-H-R-CURRENT)
                 TO WS-HERO-PROFESSION
               MOVE WS-AUX-NUMBER TO WS-H-R-HP(WS-H-R-CURRENT)
           END-IF

           IF NOT WS-SIM-MODE THEN
               DISPLAY "YOU DRINK THE POTION, YOUR HP: " LINE 9 COL 1
               DISPLAY WS-H-R-HP(WS-H-R-CURRENT) LINE 9 COL 32
           END-IF

           PERFORM RESOLVE-HERO-DISPLAY-NAME.
           MOVE WS-AUX-HERO-NAME TO WS-CL-ACTOR.
             FROM WS-POTION-FOUND-POS BY 1
             UNTIL WS-EQ-R-INDEX >= WS-EQ-R-LENGTH.
           SUBTRACT 1 FROM WS-EQ-R-LENGTH.
           IF WS-REPLAY-MODE-OFF THEN
               PERFORM SAVE--WS-EQUIPMENT-R--CONTENT
           END-IF.
      ******************************************************************
       CLOSE-EQUIPMENT-GAP.
           MOVE WS-EQ-R(WS-EQ-R-INDEX + 1)
               END-IF
               PERFORM AWARD-EXPERIENCE
               PERFORM AWARD-GOLD-BOUNTY
               MOVE "D" TO WS-QP-KIND
               MOVE WS-H-R-CURRENT TO WS-QP-HERO-INDEX
               MOVE WS-BL-MONSTER-NAME TO WS-QP-MONSTER-NAME
               PERFORM ADVANCE-HERO-QUESTS
           ELSE
               MOVE "LOSE" TO WS-BL-OUTCOME
           END-IF

           MOVE WS-CL-FIGHT-ID TO WS-BL-FIGHT-ID
           MOVE WS-CAT-SELECTED TO WS-BL-DUNGEON-ID
           MOVE WS-RUN-ID TO WS-BL-RUN-ID

           MOVE WS-BL-HERO-NAME TO WS-CL-ACTOR
           MOVE WS-BL-MONSTER-NAME TO WS-CL-TARGET
       AWARD-EXPERIENCE.
           COMPUTE WS-XP-GAIN =
             WS-M-R-LEVEL(WS-M-R-CURRENT) * WS-XP-PER-MONSTER-LEVEL.
           ADD WS-XP-GAIN TO WS-RUN-XP-EARNED.
           COMPUTE WS-XP-NEW-TOTAL =
             WS-H-R-XP(WS-H-R-CURRENT) + WS-XP-GAIN.
           IF WS-XP-NEW-TOTAL > WS-MAX-HERO-XP THEN
             WS-H-R-LEVEL(WS-H-R-CURRENT) * WS-XP-LEVEL-UP-FACTOR.
      ******************************************************************
       AWARD-GOLD-BOUNTY.
           MOVE WS-H-R-GOLD(WS-H-R-CURRENT) TO WS-GOLD-OLD-TOTAL.
           COMPUTE WS-GOLD-NEW-TOTAL =
             WS-H-R-GOLD(WS-H-R-CURRENT)
             + (WS-M-R-LEVEL(WS-M-R-CURRENT)
           ELSE
               MOVE WS-GOLD-NEW-TOTAL TO WS-H-R-GOLD(WS-H-R-CURRENT)
           END-IF
           COMPUTE WS-RUN-GOLD-EARNED = WS-RUN-GOLD-EARNED
             + WS-H-R-GOLD(WS-H-R-CURRENT) - WS-GOLD-OLD-TOTAL
           IF WS-GOLD-NEW-TOTAL > WS-GOLD-OLD-TOTAL THEN
               MOVE "BOUNTY" TO WS-GL-TYPE
               MOVE WS-BL-MONSTER-NAME TO WS-GL-REFERENCE
               PERFORM QUEUE-RUN-GOLD-TRANSACTION
           END-IF

           IF NOT WS-SIM-MODE THEN
               DISPLAY "BOUNTY EARNED, YOUR GOLD: " LINE 10 COL 1
               DISPLAY WS-H-R-GOLD(WS-H-R-CURRENT) LINE 10 COL 27
           END-IF.
      ******************************************************************
       CAPTURE-RUN-START-HP.
           MOVE WS-H-R-HP(WS-H-R-INDEX)
             TO WS-RUN-START-HP-R(WS-H-R-INDEX).
      ******************************************************************
       RESTORE-RUN-START-HP.
           MOVE WS-RUN-START-HP-R(WS-H-R-INDEX)
             TO WS-H-R-HP(WS-H-R-INDEX).
      ******************************************************************
       RESOLVE-HERO-DISPLAY-NAME.
           IF WS-H-R-NAME(WS-H-R-CURRENT) = SPACES THEN
               MOVE WS-H-R-ID(WS-H-R-CURRENT) TO WS-LOG-FALLBACK-ID
               MOVE WS-LOG-FALLBACK-NAME TO WS-AUX-HERO-NAME
           ELSE
               MOVE WS-H-R-NAME(WS-H-R-CURRENT) TO WS-AUX-HERO-NAME
           END-IF.
      ******************************************************************
       RESOLVE-MONSTER-DISPLAY-NAME.
           IF WS-M-R-NAME(WS-M-R-CURRENT) = SPACES THEN
               MOVE WS-M-R-ID(WS-M-R-CURRENT) TO WS-LOG-FALLBACK-ID
               MOVE WS-LOG-FALLBACK-NAME TO WS-AUX-HERO-NAME
           ELSE
               MOVE WS-M-R-NAME(WS-M-R-CURRENT) TO WS-AUX-HERO-NAME
           END-IF.
      ******************************************************************
       RESOLVE-PROFESSION-NAME.
           EVALUATE TRUE
           WHEN WS-H-P-GUERRERO
               MOVE "WARRIOR " TO WS-AUX-PROFESSION-NAME
           WHEN WS-H-P-ARQUERO
               MOVE "ARCHER  " TO WS-AUX-PROFESSION-NAME
           WHEN WS-H-P-MAGO
               MOVE "MAGE    " TO WS-AUX-PROFESSION-NAME
           WHEN OTHER
               MOVE "UNKNOWN " TO WS-AUX-PROFESSION-NAME
           END-EVALUATE.
      ******************************************************************
      * A replay compares the fight with the log instead of logging it.
       WRITE-BATTLELOG-RECORD.
           IF WS-REPLAY-MODE THEN
               PERFORM COMPARE-REPLAY-FIGHT
           ELSE
               ACCEPT WS-BL-LOG-DATE FROM DATE YYYYMMDD
               OPEN EXTEND BATTLELOG-FILE
               IF WS-BL-FS-NOTFOUND THEN
                   OPEN OUTPUT BATTLELOG-FILE
               END-IF
               IF WS-BL-FS-OK THEN
                   WRITE BATTLELOG-REG FROM WS-BATTLELOG-REC
                   CLOSE BATTLELOG-FILE
               ELSE
                   PERFORM ERROR-SAVING-BATTLELOG
               END-IF
           END-IF.
      ******************************************************************
       ERROR-SAVING-BATTLELOG.
           DISPLAY "["WS-GAME-NAME"] BATTLELOG file not available.".
      * == [LOG-BATTLE-RESULT] ======================================END=

      ******************************************************************
      * == [COMBAT-TRANSCRIPT] ====================================BEGIN=
      * The fight id continues from the highest id already in the
      * battle log, re-read at the start of every fight so that two
      * sessions playing the same evening pick up each other's logged
      * fights and a disputed fight can be matched to its transcript.
       SEED-FIGHT-ID.
           MOVE 0 TO WS-CL-FIGHT-ID.
           OPEN INPUT BATTLELOG-FILE.
           IF WS-BL-FS-OK THEN
               PERFORM SCAN-MAX-FIGHT-ID UNTIL WS-BL-FS-EOF
               CLOSE BATTLELOG-FILE
           END-IF.
      ******************************************************************
       SCAN-MAX-FIGHT-ID.
           READ BATTLELOG-FILE INTO WS-BATTLELOG-REC
           AT END
               SET WS-BL-FS-EOF TO TRUE
           NOT AT END
               IF WS-BL-FIGHT-ID NUMERIC
                 AND WS-BL-FIGHT-ID > WS-CL-FIGHT-ID THEN
                   MOVE WS-BL-FIGHT-ID TO WS-CL-FIGHT-ID
               END-IF
           END-READ.
      ******************************************************************
       WRITE-COMBATLOG-RECORD.
           IF WS-REPLAY-MODE THEN
               PERFORM COMPARE-REPLAY-EVENT
           END-IF
           IF WS-TRANSCRIPT-ON THEN
               ACCEPT WS-CL-DATE FROM DATE YYYYMMDD
               ACCEPT WS-CL-TIME-RAW FROM TIME
               MOVE WS-CL-TIME-HMS TO WS-CL-TIME
               MOVE WS-RUN-ID TO WS-CL-RUN-ID

               OPEN EXTEND COMBATLOG-FILE
               IF WS-CL-FS-NOTFOUND THEN
                   OPEN OUTPUT COMBATLOG-FILE
               END-IF
               IF WS-CL-FS-OK THEN
                   WRITE COMBATLOG-REG FROM WS-COMBATLOG-REC
                   CLOSE COMBATLOG-FILE
               ELSE
                   PERFORM ERROR-SAVING-COMBATLOG
               END-IF
           END-IF.
      ******************************************************************
       ERROR-SAVING-COMBATLOG.
           DISPLAY "["WS-GAME-NAME"] COMBATLOG file not available.".
      * == [COMBAT-TRANSCRIPT] ======================================END=

      ******************************************************************
      * == [RUN-LEDGER] ===========================================BEGIN=
      * One RUNLOG record is written per dungeon run, interactive or
      * simulated. The run id continues from the highest id already in
      * the ledger or in RUNSEED.TXT and is stamped on every battle and
      * combat record the run writes, so a run can be traced through
      * both logs. The seed record is written as the run starts, so a
      * run that never reaches RUNLOG still keeps its id.
       SEED-RUN-ID.
           MOVE 0 TO WS-RUN-ID.
           OPEN INPUT RUNLOG-FILE.
           IF WS-RL-FS-OK THEN
               PERFORM SCAN-MAX-RUN-ID UNTIL WS-RL-FS-EOF
               CLOSE RUNLOG-FILE
           END-IF.
           OPEN INPUT RUNSEED-FILE.
           IF WS-RS-FS-OK THEN
               PERFORM SCAN-MAX-SEED-RUN-ID UNTIL WS-RS-FS-EOF
               CLOSE RUNSEED-FILE
           END-IF.
      ******************************************************************
       SCAN-MAX-RUN-ID.
           READ RUNLOG-FILE INTO WS-RUNLOG-REC
           AT END
               SET WS-RL-FS-EOF TO TRUE
           NOT AT END
               IF WS-RL-RUN-ID NUMERIC
                 AND WS-RL-RUN-ID > WS-RUN-ID THEN
                   MOVE WS-RL-RUN-ID TO WS-RUN-ID
               END-IF
           END-READ.
      ******************************************************************
       SCAN-MAX-SEED-RUN-ID.
           READ RUNSEED-FILE
           AT END
               SET WS-RS-FS-EOF TO TRUE
           NOT AT END
               IF RS-RUN-ID NUMERIC
                 AND RS-RUN-ID > WS-RUN-ID THEN
                   MOVE RS-RUN-ID TO WS-RUN-ID
               END-IF
           END-READ.
      ******************************************************************
      * A run resumed from a checkpoint carries on under the id and the
      * XP and gold totals it had when it was interrupted, so its one
      * RUNLOG record covers the whole run. A checkpoint written before
      * the run id was kept in it starts a new id.
       BEGIN-RUN-LEDGER.
           IF WS-CKPT-RESUMING AND WS-CKPT-RUN-ID > 0 THEN
               MOVE WS-CKPT-RUN-ID TO WS-RUN-ID
               MOVE WS-CKPT-RUN-XP-EARNED TO WS-RUN-XP-EARNED
               MOVE WS-CKPT-RUN-GOLD-EARNED TO WS-RUN-GOLD-EARNED
           ELSE
               ADD 1 TO WS-RUN-ID
               MOVE 0 TO WS-RUN-XP-EARNED
               MOVE 0 TO WS-RUN-GOLD-EARNED
           END-IF
           ACCEPT WS-RL-DATE-IN FROM DATE YYYYMMDD.
           ACCEPT WS-RL-TIME-RAW FROM TIME.
           MOVE WS-RL-TIME-HMS TO WS-RL-TIME-IN.
      ******************************************************************
       WRITE-RUNLOG-RECORD.
           PERFORM BUILD-RUNLOG-RECORD.
           OPEN EXTEND RUNLOG-FILE.
           IF WS-RL-FS-NOTFOUND THEN
               OPEN OUTPUT RUNLOG-FILE
           END-IF
           IF WS-RL-FS-OK THEN
               WRITE RUNLOG-REG FROM WS-RUNLOG-REC
               CLOSE RUNLOG-FILE
           ELSE
               PERFORM ERROR-SAVING-RUNLOG
           END-IF.
      ******************************************************************
      * Rooms cleared counts the rooms fully resolved: on a lost run the
      * room where the last hero fell does not count.
       BUILD-RUNLOG-RECORD.
           MOVE WS-RUN-ID TO WS-RL-RUN-ID.
           ACCEPT WS-RL-DATE-OUT FROM DATE YYYYMMDD.
           ACCEPT WS-RL-TIME-RAW FROM TIME.
           MOVE WS-RL-TIME-HMS TO WS-RL-TIME-OUT.
           MOVE WS-CAT-SELECTED TO WS-RL-DUNGEON-ID.
           MOVE ZEROES TO WS-RL-PARTY-IDS.
           IF WS-PARTY-LENGTH > 0 THEN
               MOVE WS-PARTY-LENGTH TO WS-RL-PARTY-COUNT
               PERFORM LOAD-RUNLOG-PARTY-ID
                 VARYING WS-PARTY-INDEX FROM 1 BY 1
                 UNTIL WS-PARTY-INDEX > WS-PARTY-LENGTH
           ELSE
               MOVE 1 TO WS-RL-PARTY-COUNT
               MOVE WS-H-R-ID(WS-H-R-CURRENT) TO WS-RL-PARTY-ID(1)
           END-IF
           MOVE WS-M-R-LENGTH TO WS-RL-ROOM-COUNT.
           MOVE 0 TO WS-RL-ROOMS-CLEARED.
           IF WS-H-R-HP(WS-H-R-CURRENT) > 0 THEN
               MOVE "WIN " TO WS-RL-OUTCOME
               IF WS-M-R-CURRENT > 1 THEN
                   COMPUTE WS-RL-ROOMS-CLEARED = WS-M-R-CURRENT - 1
               END-IF
           ELSE
               MOVE "LOSE" TO WS-RL-OUTCOME
               IF WS-M-R-CURRENT > 2 THEN
                   COMPUTE WS-RL-ROOMS-CLEARED = WS-M-R-CURRENT - 2
               END-IF
           END-IF
           MOVE WS-RUN-XP-EARNED TO WS-RL-XP-EARNED.
           MOVE WS-RUN-GOLD-EARNED TO WS-RL-GOLD-EARNED.
           IF WS-CKPT-RESUMING THEN
               MOVE "Y" TO WS-RL-RESUMED
           ELSE
               MOVE "N" TO WS-RL-RESUMED
           END-IF
           IF WS-SIM-MODE THEN
               MOVE "Y" TO WS-RL-SIM
           ELSE
               MOVE "N" TO WS-RL-SIM
           END-IF.
      ******************************************************************
       LOAD-RUNLOG-PARTY-ID.
           MOVE WS-H-R-ID(WS-PARTY-HERO-INDEX(WS-PARTY-INDEX))
             TO WS-RL-PARTY-ID(WS-PARTY-INDEX).
      ******************************************************************
       ERROR-SAVING-RUNLOG.
           DISPLAY "["WS-GAME-NAME"] RUNLOG file not available.".
      * == [RUN-LEDGER] =============================================END=

      ******************************************************************
      * == [RUN-SEED] =============================================BEGIN=
      * Every dungeon run, interactive or SIM, draws its own seed from
      * the session generator and reseeds FUNCTION RANDOM with it before
      * the monsters are shuffled, so the shuffle, every evasion roll
      * and every mage pierce of the run follow from that one number.
      * The seed goes to RUNSEED.TXT with the rules in effect, the
      * dungeon and party the run starts from and a fingerprint of the
      * party, the gear the party carries and the dungeon rooms, which
      * is what a REPLAY needs to rebuild the run. A solo run records
      * party length 00 and the hero in the first party slot.
       SEED-RUN-RANDOM.
           IF WS-REPLAY-MODE-OFF THEN
               COMPUTE WS-RANDOM-RESULT = FUNCTION RANDOM
               COMPUTE WS-RUN-SEED = WS-RANDOM-RESULT * 99999999
           END-IF
           COMPUTE WS-RANDOM-RESULT = FUNCTION RANDOM(WS-RUN-SEED).
      ******************************************************************
       WRITE-RUNSEED-RECORD.
           MOVE WS-RUN-ID TO WS-RS-RUN-ID.
           MOVE WS-RL-DATE-IN TO WS-RS-DATE.
           MOVE WS-RL-TIME-IN TO WS-RS-TIME.
           MOVE WS-RUN-SEED TO WS-RS-SEED.
           MOVE WS-RULES-FILE-NAME TO WS-RS-RULES-FILE.
           MOVE WS-XP-PER-MONSTER-LEVEL TO WS-RS-XP-PER-MONSTER-LEVEL.
           MOVE WS-XP-LEVEL-UP-FACTOR TO WS-RS-XP-LEVEL-UP-FACTOR.
           MOVE WS-LEVEL-UP-STRENGTH-GAIN
             TO WS-RS-LEVEL-UP-STRENGTH-GAIN.
           MOVE WS-LEVEL-UP-HP-GAIN TO WS-RS-LEVEL-UP-HP-GAIN.
           MOVE WS-WARRIOR-DAMAGE-REDUCTION
             TO WS-RS-WARRIOR-DAMAGE-REDUCTION.
           MOVE WS-MAGE-PIERCE-CHANCE TO WS-RS-MAGE-PIERCE-CHANCE.
           MOVE WS-GOLD-PER-MONSTER-LEVEL
             TO WS-RS-GOLD-PER-MONSTER-LEVEL.
           MOVE WS-CAT-SELECTED TO WS-RS-DUNGEON-ID.
           MOVE WS-DUNGEON-FILE-NAME TO WS-RS-DUNGEON-FILE.
           MOVE WS-PARTY-LENGTH TO WS-RS-PARTY-LENGTH.
           MOVE ZEROES TO WS-RS-PARTY-IDS.
           IF WS-PARTY-LENGTH > 0 THEN
               PERFORM LOAD-RUNSEED-PARTY-ID
                 VARYING WS-PARTY-INDEX FROM 1 BY 1
                 UNTIL WS-PARTY-INDEX > WS-PARTY-LENGTH
           ELSE
               MOVE WS-H-R-ID(WS-H-R-CURRENT) TO WS-RS-PARTY-ID(1)
           END-IF
           PERFORM COMPUTE-PARTY-HERO-SUM.
           PERFORM COMPUTE-PARTY-EQUIP-SUM.
           PERFORM COMPUTE-DUNGEON-SUM.
           MOVE WS-RS-CALC-HERO-SUM TO WS-RS-HERO-SUM.
           MOVE WS-RS-CALC-EQUIP-SUM TO WS-RS-EQUIP-SUM.
           MOVE WS-RS-CALC-DUNGEON-SUM TO WS-RS-DUNGEON-SUM.
           IF WS-CKPT-RESUMING THEN
               MOVE "Y" TO WS-RS-RESUMED
           ELSE
               MOVE "N" TO WS-RS-RESUMED
           END-IF
           IF WS-SIM-MODE THEN
               MOVE "Y" TO WS-RS-SIM
           ELSE
               MOVE "N" TO WS-RS-SIM
           END-IF
           MOVE WS-OPR-ID TO WS-RS-OPERATOR.

           OPEN EXTEND RUNSEED-FILE.
           IF WS-RS-FS-NOTFOUND THEN
               OPEN OUTPUT RUNSEED-FILE
           END-IF
           IF WS-RS-FS-OK THEN
               WRITE RUNSEED-REG FROM WS-RUNSEED-REC
               CLOSE RUNSEED-FILE
           ELSE
               PERFORM ERROR-SAVING-RUNSEED
           END-IF.
      ******************************************************************
       LOAD-RUNSEED-PARTY-ID.
           MOVE WS-H-R-ID(WS-PARTY-HERO-INDEX(WS-PARTY-INDEX))
             TO WS-RS-PARTY-ID(WS-PARTY-INDEX).
      ******************************************************************
      * The fingerprints reuse the hero checksum row formula. Gear
      * counts only when it is equipped to a member of the recorded
      * party, and the dungeon is summed as loaded, before the shuffle
      * and the level scaling. A party member missing from the roster
      * leaves the hero fingerprint at zero, which no recorded run can
      * have.
       SET-RUNSEED-ID-COUNT.
           MOVE WS-RS-PARTY-LENGTH TO WS-RS-ID-COUNT.
           IF WS-RS-ID-COUNT = 0 THEN
               MOVE 1 TO WS-RS-ID-COUNT
           END-IF.
      ******************************************************************
       COMPUTE-PARTY-HERO-SUM.
           PERFORM SET-RUNSEED-ID-COUNT.
           MOVE 0 TO WS-CK-SUM.
           SET WS-RS-PARTY-COMPLETE TO TRUE.
           PERFORM ADD-PARTY-HERO-TO-SUM
             VARYING WS-RS-ID-INDEX FROM 1 BY 1
             UNTIL WS-RS-ID-INDEX > WS-RS-ID-COUNT.
           IF WS-RS-PARTY-COMPLETE THEN
               MOVE WS-CK-SUM TO WS-RS-CALC-HERO-SUM
           ELSE
               MOVE 0 TO WS-RS-CALC-HERO-SUM
           END-IF.
      ******************************************************************
       ADD-PARTY-HERO-TO-SUM.
           MOVE WS-RS-PARTY-ID(WS-RS-ID-INDEX) TO WS-NAME-LOOKUP-ID.
           PERFORM FIND-HERO-INDEX-BY-ID.
           IF WS-HERO-FOUND-INDEX = 0 THEN
               SET WS-RS-PARTY-INCOMPLETE TO TRUE
           ELSE
               MOVE WS-HERO-FOUND-INDEX TO WS-H-R-INDEX
               PERFORM ADD-TABLE-ROW-TO-SUM
           END-IF.
      ******************************************************************
       COMPUTE-PARTY-EQUIP-SUM.
           PERFORM SET-RUNSEED-ID-COUNT.
           MOVE 0 TO WS-CK-SUM.
           PERFORM ADD-PARTY-GEAR-TO-SUM
             VARYING WS-EQ-R-INDEX FROM 1 BY 1
             UNTIL WS-EQ-R-INDEX > WS-EQ-R-LENGTH.
           MOVE WS-CK-SUM TO WS-RS-CALC-EQUIP-SUM.
      ******************************************************************
       ADD-PARTY-GEAR-TO-SUM.
           SET WS-RS-OWNER-NOT-IN-PARTY TO TRUE.
           PERFORM MATCH-PARTY-GEAR-OWNER
             VARYING WS-RS-ID-INDEX FROM 1 BY 1
             UNTIL WS-RS-ID-INDEX > WS-RS-ID-COUNT
             OR WS-RS-OWNER-IN-PARTY.
           IF WS-RS-OWNER-IN-PARTY THEN
               COMPUTE WS-CK-SUM = WS-CK-SUM + 1000
                 + (WS-EQ-R-ID(WS-EQ-R-INDEX) * 7)
                 + WS-EQ-R-STRENGTH-BONUS(WS-EQ-R-INDEX)
                 + WS-EQ-R-AGILITY-BONUS(WS-EQ-R-INDEX)
                 + WS-EQ-R-EQUIPPED-HERO-ID(WS-EQ-R-INDEX)
                 + WS-EQ-R-ITEM-TYPE(WS-EQ-R-INDEX)
                 + WS-EQ-R-HEAL-AMOUNT(WS-EQ-R-INDEX)
           END-IF.
      ******************************************************************
       MATCH-PARTY-GEAR-OWNER.
           IF WS-EQ-R-EQUIPPED-HERO-ID(WS-EQ-R-INDEX)
             = WS-RS-PARTY-ID(WS-RS-ID-INDEX) THEN
               SET WS-RS-OWNER-IN-PARTY TO TRUE
           END-IF.
      ******************************************************************
       COMPUTE-DUNGEON-SUM.
           MOVE 0 TO WS-CK-SUM.
           PERFORM ADD-MONSTER-ROW-TO-SUM
             VARYING WS-M-R-INDEX FROM 1 BY 1
             UNTIL WS-M-R-INDEX > WS-M-R-LENGTH.
           MOVE WS-CK-SUM TO WS-RS-CALC-DUNGEON-SUM.
      ******************************************************************
       ADD-MONSTER-ROW-TO-SUM.
           COMPUTE WS-CK-SUM = WS-CK-SUM + 1000
             + (WS-M-R-ID(WS-M-R-INDEX) * 7)
             + WS-M-R-STRENGTH(WS-M-R-INDEX)
             + WS-M-R-AGILITY(WS-M-R-INDEX)
             + WS-M-R-LEVEL(WS-M-R-INDEX)
             + WS-M-R-HP(WS-M-R-INDEX)
             + WS-M-R-PROFESSION(WS-M-R-INDEX)
             + WS-M-R-ROOM-TYPE(WS-M-R-INDEX)
             + WS-M-R-ROOM-VALUE(WS-M-R-INDEX).
      ******************************************************************
       ERROR-SAVING-RUNSEED.
           DISPLAY "["WS-GAME-NAME"] RUNSEED file not available.".
      * == [RUN-SEED] ===============================================END=

      ******************************************************************
      * == [GOLD-LEDGER] ==========================================BEGIN=
      * Every change to a hero's gold is journalled to GOLDLOG.TXT with
      * the balance it left, for the GOLDRECN reconciliation. Entries
      * wait in the pending table until the hero master is saved and
      * are posted with it, so a run whose heroes are never saved
      * (simulation, read-only session) leaves nothing in the ledger;
      * reloading the roster discards them.
      * A full pending table forces the hero save there and then so
      * that its entries post with it. Should that save not go through,
      * the entry cannot be kept and the gold it records is already on
      * the hero, so the roster can no longer be saved without losing
      * ledger entries: every hero save is refused until the roster is
      * reloaded.
       QUEUE-GOLD-TRANSACTION.
           ACCEPT WS-GL-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-GL-TIME-RAW FROM TIME.
           MOVE WS-GL-TIME-HMS TO WS-GL-TIME.
           IF WS-GL-PENDING-LENGTH >= WS-MAX-GOLD-PENDING THEN
               PERFORM FLUSH-GOLD-TRANSACTIONS
           END-IF
           IF WS-GL-PENDING-LENGTH < WS-MAX-GOLD-PENDING THEN
               ADD 1 TO WS-GL-PENDING-LENGTH
               MOVE WS-GOLDLOG-REC
                 TO WS-GL-PENDING-REC(WS-GL-PENDING-LENGTH)
           ELSE
               SET WS-GL-OVERFLOWED TO TRUE
               DISPLAY "["WS-GAME-NAME"] Gold ledger full and heroes"
                 " not saved: hero changes can no longer be saved."
           END-IF.
      ******************************************************************
      * A simulation or read-only session never posts, so its entries
      * are simply let go.
       FLUSH-GOLD-TRANSACTIONS.
           IF WS-SIM-MODE OR WS-SESSION-READONLY THEN
               PERFORM DISCARD-GOLD-TRANSACTIONS
           ELSE
               PERFORM SAVE--WS-HEROES-R--CONTENT
           END-IF.
      ******************************************************************
      * The amount is what the room or fight paid out; the balance is
      * what the hero actually holds after the WS-MAX-HERO-GOLD cap.
       QUEUE-RUN-GOLD-TRANSACTION.
           MOVE WS-H-R-ID(WS-H-R-CURRENT) TO WS-GL-HERO-ID.
           COMPUTE WS-GL-AMOUNT =
             WS-GOLD-NEW-TOTAL - WS-GOLD-OLD-TOTAL.
           MOVE WS-H-R-GOLD(WS-H-R-CURRENT) TO WS-GL-BALANCE.
           MOVE WS-RUN-ID TO WS-GL-RUN-ID.
           PERFORM QUEUE-GOLD-TRANSACTION.
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
                   PERFORM ERROR-SAVING-GOLDLOG
               END-IF
               MOVE 0 TO WS-GL-PENDING-LENGTH
           END-IF.
      ******************************************************************
       WRITE-GOLDLOG-RECORD.
           WRITE GOLDLOG-REG
             FROM WS-GL-PENDING-REC(WS-GL-PENDING-INDEX).
      ******************************************************************
       DISCARD-GOLD-TRANSACTIONS.
           MOVE 0 TO WS-GL-PENDING-LENGTH.
           SET WS-GL-NOT-OVERFLOWED TO TRUE.
      ******************************************************************
      * A generation restore is posted as a ROLLBACK for every hero
      * whose gold it changed, so the ledger still replays to the
      * restored balance.
       CAPTURE-PRIOR-GOLD.
           MOVE 0 TO WS-GL-PRIOR-LENGTH.
           PERFORM CAPTURE-ONE-PRIOR-GOLD
             VARYING WS-H-R-INDEX FROM 1 BY 1
             UNTIL WS-H-R-INDEX > WS-H-R-LENGTH.
      ******************************************************************
       CAPTURE-ONE-PRIOR-GOLD.
           ADD 1 TO WS-GL-PRIOR-LENGTH.
           MOVE WS-H-R-ID(WS-H-R-INDEX)
             TO WS-GL-PRIOR-ID(WS-GL-PRIOR-LENGTH).
           MOVE WS-H-R-GOLD(WS-H-R-INDEX)
             TO WS-GL-PRIOR-GOLD(WS-GL-PRIOR-LENGTH).
      ******************************************************************
       QUEUE-RESTORED-GOLD.
           PERFORM QUEUE-ONE-RESTORED-GOLD
             VARYING WS-H-R-INDEX FROM 1 BY 1
             UNTIL WS-H-R-INDEX > WS-H-R-LENGTH.
      ******************************************************************
       QUEUE-ONE-RESTORED-GOLD.
           MOVE 0 TO WS-GL-PRIOR-FOUND.
           PERFORM MATCH-PRIOR-GOLD
             VARYING WS-GL-PRIOR-INDEX FROM 1 BY 1
             UNTIL WS-GL-PRIOR-INDEX > WS-GL-PRIOR-LENGTH.
           IF WS-GL-PRIOR-FOUND = 0 THEN
               MOVE WS-H-R-GOLD(WS-H-R-INDEX) TO WS-GL-AMOUNT
           ELSE
               COMPUTE WS-GL-AMOUNT = WS-H-R-GOLD(WS-H-R-INDEX)
                 - WS-GL-PRIOR-GOLD(WS-GL-PRIOR-FOUND)
           END-IF
           IF WS-GL-AMOUNT NOT = 0 THEN
               MOVE WS-H-R-ID(WS-H-R-INDEX) TO WS-GL-HERO-ID
               MOVE "ROLLBACK" TO WS-GL-TYPE
               MOVE SPACES TO WS-GL-REFERENCE
               MOVE "RESTORE BK" TO WS-GL-REFERENCE(1:10)
               MOVE WS-RST-GEN-CHOICE TO WS-GL-REFERENCE(11:1)
               MOVE WS-H-R-GOLD(WS-H-R-INDEX) TO WS-GL-BALANCE
               MOVE 0 TO WS-GL-RUN-ID
               PERFORM QUEUE-GOLD-TRANSACTION
           END-IF.
      ******************************************************************
       MATCH-PRIOR-GOLD.
           IF WS-GL-PRIOR-ID(WS-GL-PRIOR-INDEX)
             = WS-H-R-ID(WS-H-R-INDEX) THEN
               MOVE WS-GL-PRIOR-INDEX TO WS-GL-PRIOR-FOUND
           END-IF.
      ******************************************************************
       ERROR-SAVING-GOLDLOG.
           DISPLAY "["WS-GAME-NAME"] GOLDLOG file not available.".
      * == [GOLD-LEDGER] ============================================END=

      ******************************************************************
      * == [QUEST-PROGRESS] =======================================BEGIN=
      * A won fight (D), a survived trap room (T), a looted treasure
      * room (L) or a cleared dungeon (C) counts towards every active,
      * unexpired contract of that kind the hero holds. The caller
      * sets WS-QP-KIND and WS-QP-HERO-INDEX, and for a fight the
      * monster's name. A finished contract is paid out at once; the
      * gold goes through the ledger with the hero save and the
      * contract file is saved after it (SAVE-QUEST-PROGRESS).
       ADVANCE-HERO-QUESTS.
           IF NOT WS-SIM-MODE AND NOT WS-SESSION-READONLY
             AND WS-HQ-R-LENGTH > 0 THEN
               ACCEPT WS-QST-TODAY FROM DATE YYYYMMDD
               MOVE WS-H-R-ID(WS-QP-HERO-INDEX) TO WS-QP-HERO-ID
               PERFORM ADVANCE-ONE-HERO-QUEST
                 VARYING WS-HQ-R-INDEX FROM 1 BY 1
                 UNTIL WS-HQ-R-INDEX > WS-HQ-R-LENGTH
           END-IF.
      ******************************************************************
       ADVANCE-ONE-HERO-QUEST.
           IF WS-HQ-R-HERO-ID(WS-HQ-R-INDEX) = WS-QP-HERO-ID
             AND WS-HQ-R-STATUS(WS-HQ-R-INDEX) = "A" THEN
               MOVE WS-HQ-R-QUEST-ID(WS-HQ-R-INDEX) TO WS-QP-QUEST-ID
               PERFORM FIND-QUEST-BY-ID
               IF WS-QST-FOUND-POS > 0 THEN
                   PERFORM CHECK-QUEST-COUNTS
               END-IF
           END-IF.
      ******************************************************************
       CHECK-QUEST-COUNTS.
           IF WS-QST-R-TYPE(WS-QST-FOUND-POS) = WS-QP-KIND
             AND WS-QST-R-EXPIRY(WS-QST-FOUND-POS) >= WS-QST-TODAY
             AND (WS-QST-R-DUNGEON-ID(WS-QST-FOUND-POS) = 0
             OR WS-QST-R-DUNGEON-ID(WS-QST-FOUND-POS) = WS-CAT-SELECTED)
             AND (WS-QP-KIND NOT = "D"
             OR WS-QST-R-MONSTER-NAME(WS-QST-FOUND-POS)
             = WS-QP-MONSTER-NAME) THEN
               ADD 1 TO WS-HQ-R-PROGRESS(WS-HQ-R-INDEX)
               SET WS-QP-CHANGED TO TRUE
               IF WS-HQ-R-PROGRESS(WS-HQ-R-INDEX)
                 >= WS-QST-R-TARGET(WS-QST-FOUND-POS) THEN
                   PERFORM PAY-QUEST-REWARD
               END-IF
           END-IF.
      ******************************************************************
       PAY-QUEST-REWARD.
           MOVE "C" TO WS-HQ-R-STATUS(WS-HQ-R-INDEX).
           MOVE WS-QST-TODAY TO WS-HQ-R-COMPLETED(WS-HQ-R-INDEX).

           MOVE WS-H-R-GOLD(WS-QP-HERO-INDEX) TO WS-GOLD-OLD-TOTAL.
           COMPUTE WS-GOLD-NEW-TOTAL =
             WS-H-R-GOLD(WS-QP-HERO-INDEX)
             + WS-QST-R-REWARD-GOLD(WS-QST-FOUND-POS).
           IF WS-GOLD-NEW-TOTAL > WS-MAX-HERO-GOLD THEN
               MOVE WS-MAX-HERO-GOLD TO WS-H-R-GOLD(WS-QP-HERO-INDEX)
           ELSE
               MOVE WS-GOLD-NEW-TOTAL TO WS-H-R-GOLD(WS-QP-HERO-INDEX)
           END-IF
           COMPUTE WS-RUN-GOLD-EARNED = WS-RUN-GOLD-EARNED
             + WS-H-R-GOLD(WS-QP-HERO-INDEX) - WS-GOLD-OLD-TOTAL
           IF WS-GOLD-NEW-TOTAL > WS-GOLD-OLD-TOTAL THEN
               MOVE WS-QP-HERO-ID TO WS-GL-HERO-ID
               MOVE "QUEST" TO WS-GL-TYPE
               MOVE SPACES TO WS-GL-REFERENCE
               MOVE "CONTRACT " TO WS-GL-REFERENCE(1:9)
               MOVE WS-QP-QUEST-ID TO WS-GL-REFERENCE(10:2)
               COMPUTE WS-GL-AMOUNT =
                 WS-GOLD-NEW-TOTAL - WS-GOLD-OLD-TOTAL
               MOVE WS-H-R-GOLD(WS-QP-HERO-INDEX) TO WS-GL-BALANCE
               MOVE WS-RUN-ID TO WS-GL-RUN-ID
               PERFORM QUEUE-GOLD-TRANSACTION
           END-IF

           SET WS-QP-ITEM-NOT-GIVEN TO TRUE.
           IF WS-QST-R-REWARD-ITEM(WS-QST-FOUND-POS) > 0 THEN
               PERFORM AWARD-QUEST-ITEM
           END-IF

           MOVE "QUEST" TO WS-AUD-AREA.
           MOVE WS-QP-QUEST-ID TO WS-AUD-KEY.
           MOVE "PAYOUT" TO WS-AUD-FIELD.
           MOVE SPACES TO WS-AUD-OLD-VALUE.
           PERFORM SET-AUDIT-QUEST-HERO.
           MOVE SPACES TO WS-AUD-NEW-VALUE.
           MOVE "$" TO WS-AUD-NEW-VALUE(1:1).
           MOVE WS-QST-R-REWARD-GOLD(WS-QST-FOUND-POS)
             TO WS-AUD-NEW-VALUE(2:4).
           IF WS-QP-ITEM-GIVEN THEN
               MOVE "I" TO WS-AUD-NEW-VALUE(7:1)
               MOVE WS-QST-R-REWARD-ITEM(WS-QST-FOUND-POS)
                 TO WS-AUD-NEW-VALUE(8:2)
           END-IF
           PERFORM WRITE-AUDIT-RECORD.

           DISPLAY "CONTRACT COMPLETED, REWARD PAID FOR CONTRACT: "
             LINE 11 COL 1.
           DISPLAY WS-QP-QUEST-ID LINE 11 COL 47.
           PERFORM PRESS-KEY-TO-CONTINUE.
      ******************************************************************
      * The reward item goes to the hero only while it is still
      * unowned in the locker; the payout audit names it only when it
      * was given.
       AWARD-QUEST-ITEM.
           MOVE WS-QST-R-REWARD-ITEM(WS-QST-FOUND-POS)
             TO WS-QE-REWARD-ITEM.
           MOVE 0 TO WS-QP-ITEM-POS.
           PERFORM MATCH-QUEST-ITEM
             VARYING WS-EQ-R-INDEX FROM 1 BY 1
             UNTIL WS-EQ-R-INDEX > WS-EQ-R-LENGTH.
           IF WS-QP-ITEM-POS > 0 THEN
               IF WS-EQ-R-EQUIPPED-HERO-ID(WS-QP-ITEM-POS) = 0 THEN
                   MOVE WS-QP-HERO-ID
                     TO WS-EQ-R-EQUIPPED-HERO-ID(WS-QP-ITEM-POS)
                   SET WS-QP-EQ-CHANGED TO TRUE
                   SET WS-QP-ITEM-GIVEN TO TRUE

                   MOVE "EQUIPMENT" TO WS-AUD-AREA
                   MOVE WS-QE-REWARD-ITEM TO WS-AUD-KEY
                   MOVE "EQUIP-HERO" TO WS-AUD-FIELD
                   MOVE "00" TO WS-AUD-OLD-VALUE
                   MOVE WS-QP-HERO-ID TO WS-AUD-NEW-VALUE
                   PERFORM WRITE-AUDIT-RECORD
               END-IF
           END-IF.
      ******************************************************************
      * Every party member still standing shares the clear.
       CREDIT-DUNGEON-CLEAR.
           MOVE "C" TO WS-QP-KIND.
           IF WS-PARTY-LENGTH > 0 THEN
               PERFORM CREDIT-ONE-PARTY-CLEAR
                 VARYING WS-PARTY-INDEX FROM 1 BY 1
                 UNTIL WS-PARTY-INDEX > WS-PARTY-LENGTH
           ELSE
               MOVE WS-H-R-CURRENT TO WS-QP-HERO-INDEX
               PERFORM ADVANCE-HERO-QUESTS
           END-IF.
      ******************************************************************
       CREDIT-ONE-PARTY-CLEAR.
           IF WS-H-R-HP(WS-PARTY-HERO-INDEX(WS-PARTY-INDEX)) > 0 THEN
               MOVE WS-PARTY-HERO-INDEX(WS-PARTY-INDEX)
                 TO WS-QP-HERO-INDEX
               PERFORM ADVANCE-HERO-QUESTS
           END-IF.
      ******************************************************************
      * Called after the hero save. When that save was refused the
      * contract ledger and locker are reloaded, like the gold ledger
      * discarding its pending entries.
       SAVE-QUEST-PROGRESS.
           IF WS-QP-CHANGED THEN
               IF WS-SAVE-NOT-ABORTED AND NOT WS-SESSION-READONLY THEN
                   PERFORM SAVE--WS-HQ-R--CONTENT
                   IF WS-QP-EQ-CHANGED THEN
                       PERFORM SAVE--WS-EQUIPMENT-R--CONTENT
                   END-IF
               ELSE
                   PERFORM INIT--WS-HQ-R--CONTENT
                   IF WS-QP-EQ-CHANGED THEN
                       PERFORM INIT--WS-EQUIPMENT-R--CONTENT
                   END-IF
               END-IF
           END-IF
           SET WS-QP-UNCHANGED TO TRUE.
           SET WS-QP-EQ-UNCHANGED TO TRUE.
      * == [QUEST-PROGRESS] =========================================END=

      ******************************************************************
      * == [CLEAR-HISTORY] ========================================BEGIN=
      * One CLEARHST.TXT row per hero and dungeon: date of the first
      * clear, clears, failed attempts, the most rooms cleared in one
      * run and the fewest HP lost on a clear. Every hero who went into
      * the run gets its outcome; the HP lost is measured before the
      * run-start HP is put back. Runs outside the catalog are not
      * recorded.
       RECORD-CLEAR-HISTORY.
           IF WS-CAT-SELECTED > 0 AND NOT WS-SESSION-READONLY THEN
               ACCEPT WS-CH-TODAY FROM DATE YYYYMMDD
               IF WS-H-R-HP(WS-H-R-CURRENT) > 0 THEN
                   SET WS-CH-RUN-WON TO TRUE
               ELSE
                   SET WS-CH-RUN-LOST TO TRUE
               END-IF
               IF WS-PARTY-LENGTH > 0 THEN
                   PERFORM RECORD-PARTY-CLEAR-HISTORY
                     VARYING WS-PARTY-INDEX FROM 1 BY 1
                     UNTIL WS-PARTY-INDEX > WS-PARTY-LENGTH
               ELSE
                   MOVE WS-H-R-CURRENT TO WS-CH-HERO-INDEX
                   PERFORM RECORD-HERO-CLEAR-HISTORY
               END-IF
           END-IF.
      ******************************************************************
       RECORD-PARTY-CLEAR-HISTORY.
           MOVE WS-PARTY-HERO-INDEX(WS-PARTY-INDEX) TO WS-CH-HERO-INDEX.
           PERFORM RECORD-HERO-CLEAR-HISTORY.
      ******************************************************************
       RECORD-HERO-CLEAR-HISTORY.
           MOVE WS-H-R-ID(WS-CH-HERO-INDEX) TO WS-CH-HERO-ID.
           PERFORM FIND-CLEAR-HISTORY.
           IF WS-CH-FOUND-POS = 0
             AND WS-CH-R-LENGTH < WS-MAX-CLEAR-HISTORY THEN
               ADD 1 TO WS-CH-R-LENGTH
               MOVE WS-CH-R-LENGTH TO WS-CH-FOUND-POS
               MOVE WS-CH-HERO-ID TO WS-CH-R-HERO-ID(WS-CH-FOUND-POS)
               MOVE WS-CAT-SELECTED
                 TO WS-CH-R-DUNGEON-ID(WS-CH-FOUND-POS)
               MOVE 0 TO WS-CH-R-FIRST-CLEAR(WS-CH-FOUND-POS)
               MOVE 0 TO WS-CH-R-CLEARS(WS-CH-FOUND-POS)
               MOVE 0 TO WS-CH-R-FAILS(WS-CH-FOUND-POS)
               MOVE 0 TO WS-CH-R-BEST-ROOMS(WS-CH-FOUND-POS)
               MOVE 0 TO WS-CH-R-BEST-HP-LOST(WS-CH-FOUND-POS)
           END-IF
           IF WS-CH-FOUND-POS > 0 THEN
               PERFORM UPDATE-CLEAR-HISTORY
           END-IF.
      ******************************************************************
       UPDATE-CLEAR-HISTORY.
           SET WS-CH-CHANGED TO TRUE.
           COMPUTE WS-CH-HP-LOST =
             WS-RUN-START-HP-R(WS-CH-HERO-INDEX)
             - WS-H-R-HP(WS-CH-HERO-INDEX).
           IF WS-CH-HP-LOST < 0 THEN
               MOVE 0 TO WS-CH-HP-LOST
           END-IF
           IF WS-RL-ROOMS-CLEARED
             > WS-CH-R-BEST-ROOMS(WS-CH-FOUND-POS) THEN
               MOVE WS-RL-ROOMS-CLEARED
                 TO WS-CH-R-BEST-ROOMS(WS-CH-FOUND-POS)
           END-IF
           IF WS-CH-RUN-WON THEN
               IF WS-CH-R-CLEARS(WS-CH-FOUND-POS) = 0 THEN
                   MOVE WS-CH-TODAY
                     TO WS-CH-R-FIRST-CLEAR(WS-CH-FOUND-POS)
                   MOVE WS-CH-HP-LOST
                     TO WS-CH-R-BEST-HP-LOST(WS-CH-FOUND-POS)
               ELSE
                   IF WS-CH-HP-LOST
                     < WS-CH-R-BEST-HP-LOST(WS-CH-FOUND-POS) THEN
                       MOVE WS-CH-HP-LOST
                         TO WS-CH-R-BEST-HP-LOST(WS-CH-FOUND-POS)
                   END-IF
               END-IF
               ADD 1 TO WS-CH-R-CLEARS(WS-CH-FOUND-POS)
           ELSE
               ADD 1 TO WS-CH-R-FAILS(WS-CH-FOUND-POS)
           END-IF.
      ******************************************************************
       FIND-CLEAR-HISTORY.
           MOVE 0 TO WS-CH-FOUND-POS.
           PERFORM MATCH-CLEAR-HISTORY
             VARYING WS-CH-R-INDEX FROM 1 BY 1
             UNTIL WS-CH-R-INDEX > WS-CH-R-LENGTH.
      ******************************************************************
       MATCH-CLEAR-HISTORY.
           IF WS-CH-R-HERO-ID(WS-CH-R-INDEX) = WS-CH-HERO-ID
             AND WS-CH-R-DUNGEON-ID(WS-CH-R-INDEX) = WS-CAT-SELECTED
             THEN
               MOVE WS-CH-R-INDEX TO WS-CH-FOUND-POS
           END-IF.
      ******************************************************************
      * Saved with the hero master; a refused hero save reloads it.
       SAVE-CLEAR-HISTORY.
           IF WS-CH-CHANGED THEN
               IF WS-SAVE-NOT-ABORTED AND NOT WS-SESSION-READONLY THEN
                   PERFORM SAVE--WS-CH-R--CONTENT
               ELSE
                   PERFORM INIT--WS-CH-R--CONTENT
               END-IF
           END-IF
           SET WS-CH-UNCHANGED TO TRUE.
      ******************************************************************
       DISPLAY-HERO-CLEAR-HISTORY.
           ADD 3 TO WS-AUX-NUMBER.
           DISPLAY "CLEAR HISTORY" LINE WS-AUX-NUMBER COL 1.
           ADD 1 TO WS-AUX-NUMBER.
           DISPLAY "Dgn First clr  Clears Fails Best rooms"
             LINE WS-AUX-NUMBER COL 1.
           DISPLAY "Fewest HP lost" LINE WS-AUX-NUMBER COL 42.
           MOVE WS-H-R-ID(WS-H-R-CURRENT) TO WS-CH-HERO-ID.
           MOVE 0 TO WS-CH-FOUND-POS.
           PERFORM DISPLAY-CLEAR-HISTORY-ROW
             VARYING WS-CH-R-INDEX FROM 1 BY 1
             UNTIL WS-CH-R-INDEX > WS-CH-R-LENGTH.
           IF WS-CH-FOUND-POS = 0 THEN
               ADD 1 TO WS-AUX-NUMBER
               DISPLAY "No dungeon runs yet." LINE WS-AUX-NUMBER COL 1
           END-IF.
      ******************************************************************
       DISPLAY-CLEAR-HISTORY-ROW.
           IF WS-CH-R-HERO-ID(WS-CH-R-INDEX) = WS-CH-HERO-ID
             AND WS-AUX-NUMBER < 24 THEN
               MOVE WS-CH-R-INDEX TO WS-CH-FOUND-POS
               ADD 1 TO WS-AUX-NUMBER
               DISPLAY WS-CH-R-DUNGEON-ID(WS-CH-R-INDEX)
                 LINE WS-AUX-NUMBER COL 1
               IF WS-CH-R-CLEARS(WS-CH-R-INDEX) > 0 THEN
                   DISPLAY WS-CH-R-FIRST-CLEAR(WS-CH-R-INDEX)
                     LINE WS-AUX-NUMBER COL 5
                   DISPLAY WS-CH-R-BEST-HP-LOST(WS-CH-R-INDEX)
                     LINE WS-AUX-NUMBER COL 42
               ELSE
                   DISPLAY "--------" LINE WS-AUX-NUMBER COL 5
                   DISPLAY "--" LINE WS-AUX-NUMBER COL 42
               END-IF
               DISPLAY WS-CH-R-CLEARS(WS-CH-R-INDEX)
                 LINE WS-AUX-NUMBER COL 16
               DISPLAY WS-CH-R-FAILS(WS-CH-R-INDEX)
                 LINE WS-AUX-NUMBER COL 23
               DISPLAY WS-CH-R-BEST-ROOMS(WS-CH-R-INDEX)
                 LINE WS-AUX-NUMBER COL 29
           END-IF.
      * == [CLEAR-HISTORY] ==========================================END=

      ******************************************************************
      * == [INFIRMARY] ============================================BEGIN=
      * Outside hardcore mode a hero knocked to 0 HP on a run is not
      * lost but goes to the infirmary (INFIRMRY.TXT, one row per
      * patient) and may not join a party or start a run until the
      * fit date. The stay is WS-MAX-RECOVERY-DAYS when the run fell
      * in the first room and shrinks with the share of rooms cleared,
      * down to one day. The nightly INFIRM step discharges the heroes
      * whose fit date has come; a hero may also be treated early, for
      * TREATMENT-GOLD-PER-DAY gold for each day still to go.
       ADMIT-INJURED-HEROES.
           MOVE 0 TO WS-INF-ADMITTED.
           IF NOT WS-SESSION-READONLY THEN
               ACCEPT WS-INF-TODAY FROM DATE YYYYMMDD
               PERFORM COMPUTE-RECOVERY-DAYS
               IF WS-PARTY-LENGTH > 0 THEN
                   PERFORM ADMIT-PARTY-MEMBER
                     VARYING WS-PARTY-INDEX FROM 1 BY 1
                     UNTIL WS-PARTY-INDEX > WS-PARTY-LENGTH
               ELSE
                   MOVE WS-H-R-CURRENT TO WS-INF-HERO-INDEX
                   PERFORM ADMIT-ONE-HERO
               END-IF
           END-IF
           IF WS-INF-ADMITTED > 0 THEN
               DISPLAY SS-CLEAR-SCREEN
               DISPLAY "INFIRMARY" LINE 1 COL 1
               DISPLAY "Heroes sent to the infirmary: " LINE 3 COL 1
               DISPLAY WS-INF-ADMITTED LINE 3 COL 31
               DISPLAY "Days of rest: " LINE 4 COL 1
               DISPLAY WS-INF-DAYS LINE 4 COL 31
               DISPLAY "They cannot fight again until they recover."
                 LINE 5 COL 1
               PERFORM PRESS-KEY-TO-CONTINUE
           END-IF.
      ******************************************************************
      * Rooms cleared and the room count come from the RUNLOG record
      * just written for this run.
       COMPUTE-RECOVERY-DAYS.
           IF WS-RL-ROOM-COUNT = 0 THEN
               MOVE 1 TO WS-INF-DAYS
           ELSE
               COMPUTE WS-INF-DAYS = 1 +
                 ((WS-RL-ROOM-COUNT - WS-RL-ROOMS-CLEARED)
                 * (WS-MAX-RECOVERY-DAYS - 1)) / WS-RL-ROOM-COUNT
           END-IF.
      ******************************************************************
       ADMIT-PARTY-MEMBER.
           MOVE WS-PARTY-HERO-INDEX(WS-PARTY-INDEX)
             TO WS-INF-HERO-INDEX.
           PERFORM ADMIT-ONE-HERO.
      ******************************************************************
      * A hero who started the run already at 0 HP was not knocked out
      * on it. A hero still on file from an earlier stay is re-admitted
      * on the same row.
       ADMIT-ONE-HERO.
           IF WS-H-R-HP(WS-INF-HERO-INDEX) = 0
             AND WS-RUN-START-HP-R(WS-INF-HERO-INDEX) > 0 THEN
               MOVE WS-H-R-ID(WS-INF-HERO-INDEX) TO WS-INF-HERO-ID
               PERFORM FIND-INFIRMARY-ROW
               IF WS-INF-FOUND-POS = 0
                 AND WS-INF-R-LENGTH < WS-MAX-HEROES THEN
                   ADD 1 TO WS-INF-R-LENGTH
                   MOVE WS-INF-R-LENGTH TO WS-INF-FOUND-POS
               END-IF
               IF WS-INF-FOUND-POS > 0 THEN
                   PERFORM FILL-INFIRMARY-ROW
               END-IF
           END-IF.
      ******************************************************************
       FILL-INFIRMARY-ROW.
           MOVE WS-INF-HERO-ID TO WS-INF-R-HERO-ID(WS-INF-FOUND-POS).
           MOVE WS-INF-TODAY TO WS-INF-R-INJURED(WS-INF-FOUND-POS).
           MOVE WS-CAT-SELECTED
             TO WS-INF-R-DUNGEON-ID(WS-INF-FOUND-POS).
           MOVE WS-RUN-ID TO WS-INF-R-RUN-ID(WS-INF-FOUND-POS).
           MOVE WS-RL-ROOMS-CLEARED
             TO WS-INF-R-ROOMS-CLEARED(WS-INF-FOUND-POS).
           MOVE WS-RL-ROOM-COUNT
             TO WS-INF-R-ROOM-COUNT(WS-INF-FOUND-POS).
           MOVE WS-INF-DAYS TO WS-INF-R-DAYS(WS-INF-FOUND-POS).
           COMPUTE WS-INF-R-FIT-DATE(WS-INF-FOUND-POS) =
             FUNCTION DATE-OF-INTEGER
             (FUNCTION INTEGER-OF-DATE(WS-INF-TODAY) + WS-INF-DAYS).
           SET WS-INF-CHANGED TO TRUE.
           ADD 1 TO WS-INF-ADMITTED.

           MOVE "INFIRMARY" TO WS-AUD-AREA.
           MOVE WS-INF-HERO-ID TO WS-AUD-KEY.
           MOVE "ADMITTED" TO WS-AUD-FIELD.
           MOVE SPACES TO WS-AUD-OLD-VALUE.
           MOVE WS-INF-R-FIT-DATE(WS-INF-FOUND-POS) TO WS-AUD-NEW-VALUE.
           PERFORM WRITE-AUDIT-RECORD.
      ******************************************************************
      * Sets WS-INF-INJURED for the hero at WS-INF-HERO-INDEX, with
      * WS-INF-FOUND-POS on the infirmary row. A row whose fit date has
      * come no longer holds the hero back, even before the nightly
      * step has discharged it.
       CHECK-HERO-INJURED.
           SET WS-INF-FIT TO TRUE.
           ACCEPT WS-INF-TODAY FROM DATE YYYYMMDD.
           MOVE WS-H-R-ID(WS-INF-HERO-INDEX) TO WS-INF-HERO-ID.
           PERFORM FIND-INFIRMARY-ROW.
           IF WS-INF-FOUND-POS > 0 THEN
               IF WS-INF-R-FIT-DATE(WS-INF-FOUND-POS) > WS-INF-TODAY
                 THEN
                   SET WS-INF-INJURED TO TRUE
               END-IF
           END-IF.
      ******************************************************************
      * Every hero going into the run must be fit: the party members,
      * or the selected hero on a solo run.
       CHECK-RUN-INJURIES.
           SET WS-INF-FIT TO TRUE.
           IF WS-PARTY-LENGTH > 0 THEN
               PERFORM CHECK-PARTY-MEMBER-INJURY
                 VARYING WS-PARTY-INDEX FROM 1 BY 1
                 UNTIL WS-PARTY-INDEX > WS-PARTY-LENGTH
                 OR WS-INF-INJURED
           ELSE
               MOVE WS-H-R-CURRENT TO WS-INF-HERO-INDEX
               PERFORM CHECK-HERO-INJURED
           END-IF.
      ******************************************************************
       CHECK-PARTY-MEMBER-INJURY.
           MOVE WS-PARTY-HERO-INDEX(WS-PARTY-INDEX)
             TO WS-INF-HERO-INDEX.
           PERFORM CHECK-HERO-INJURED.
      ******************************************************************
       REFUSE-INJURED-HERO.
           DISPLAY WS-H-R-NAME(WS-INF-HERO-INDEX) LINE 22 COL 1.
           DISPLAY "is in the infirmary until" LINE 22 COL 12.
           DISPLAY WS-INF-R-FIT-DATE(WS-INF-FOUND-POS) LINE 22 COL 38.
           PERFORM PRESS-KEY-TO-CONTINUE.
      ******************************************************************
       FIND-INFIRMARY-ROW.
           MOVE 0 TO WS-INF-FOUND-POS.
           PERFORM MATCH-INFIRMARY-ROW
             VARYING WS-INF-R-INDEX FROM 1 BY 1
             UNTIL WS-INF-R-INDEX > WS-INF-R-LENGTH.
      ******************************************************************
       MATCH-INFIRMARY-ROW.
           IF WS-INF-R-HERO-ID(WS-INF-R-INDEX) = WS-INF-HERO-ID THEN
               MOVE WS-INF-R-INDEX TO WS-INF-FOUND-POS
           END-IF.
      ******************************************************************
      * Called after the hero save, like the clear history.
       SAVE-INFIRMARY.
           IF WS-INF-CHANGED THEN
               IF WS-SAVE-NOT-ABORTED AND NOT WS-SESSION-READONLY THEN
                   PERFORM SAVE--WS-INF-R--CONTENT
               ELSE
                   PERFORM INIT--WS-INF-R--CONTENT
               END-IF
           END-IF
           SET WS-INF-UNCHANGED TO TRUE.
      ******************************************************************
      * Shown on the modify-hero screen in the blank line above the
      * exit option, for the selected hero only while injured.
       DISPLAY-TREATMENT-OPTION.
           PERFORM COMPUTE-TREATMENT-FEE.
           DISPLAY "5- Early treatment: injured until "
             LINE WS-AUX-NUMBER COL 1.
           DISPLAY WS-INF-R-FIT-DATE(WS-INF-FOUND-POS)
             LINE WS-AUX-NUMBER COL 35.
           DISPLAY ", fee " LINE WS-AUX-NUMBER COL 43.
           DISPLAY WS-INF-FEE LINE WS-AUX-NUMBER COL 49.
           DISPLAY " gold" LINE WS-AUX-NUMBER COL 53.
      ******************************************************************
       COMPUTE-TREATMENT-FEE.
           COMPUTE WS-INF-DAYS-LEFT =
             FUNCTION INTEGER-OF-DATE
             (WS-INF-R-FIT-DATE(WS-INF-FOUND-POS))
             - FUNCTION INTEGER-OF-DATE(WS-INF-TODAY).
           COMPUTE WS-INF-FEE =
             WS-INF-DAYS-LEFT * WS-TREATMENT-GOLD-PER-DAY.
      ******************************************************************
       TREAT-INJURED-HERO.
           MOVE WS-H-R-CURRENT TO WS-INF-HERO-INDEX.
           PERFORM CHECK-HERO-INJURED.
           IF WS-INF-FIT THEN
               SET WS-INVALID-OPTION TO TRUE
           ELSE
               PERFORM COMPUTE-TREATMENT-FEE
               DISPLAY "EARLY TREATMENT" LINE 1 COL 1
               DISPLAY "---------------" LINE 2 COL 1
               DISPLAY "Injured until: " LINE 4 COL 1
               DISPLAY WS-INF-R-FIT-DATE(WS-INF-FOUND-POS)
                 LINE 4 COL 16
               DISPLAY "Days to go:    " LINE 5 COL 1
               DISPLAY WS-INF-DAYS-LEFT LINE 5 COL 16
               DISPLAY "Fee:           " LINE 6 COL 1
               DISPLAY WS-INF-FEE LINE 6 COL 16
               DISPLAY "Hero gold:     " LINE 7 COL 1
               DISPLAY WS-H-R-GOLD(WS-H-R-CURRENT) LINE 7 COL 16
               IF WS-SESSION-READONLY THEN
                   DISPLAY "Read-only session: no treatment."
                     LINE 9 COL 1
               ELSE
                   IF WS-H-R-GOLD(WS-H-R-CURRENT) < WS-INF-FEE THEN
                       DISPLAY "The hero cannot afford the treatment."
                         LINE 9 COL 1
                   ELSE
                       DISPLAY "Pay for early treatment? (Y/N): "
                         LINE 9 COL 1
                       MOVE SPACE TO WS-INF-ANSWER
                       ACCEPT WS-INF-ANSWER LINE 9 COL 33
                       IF WS-INF-ANSWER = "Y" OR WS-INF-ANSWER = "y"
                         THEN
                           PERFORM PAY-EARLY-TREATMENT
                       END-IF
                   END-IF
               END-IF
               PERFORM PRESS-KEY-TO-CONTINUE
           END-IF.
      ******************************************************************
      * The fee is only kept when the hero master is saved; a refused
      * or failed save puts the gold back and drops the ledger entry
      * just queued, and the hero stays in the infirmary.
       PAY-EARLY-TREATMENT.
           MOVE WS-H-R-GOLD(WS-H-R-CURRENT) TO WS-GOLD-OLD-TOTAL.
           SUBTRACT WS-INF-FEE FROM WS-H-R-GOLD(WS-H-R-CURRENT).
           PERFORM QUEUE-TREATMENT-GOLD.
           PERFORM SAVE--WS-HEROES-R--CONTENT.
           IF WS-SAVE-NOT-ABORTED THEN
               MOVE "HERO" TO WS-AUD-AREA
               MOVE WS-INF-HERO-ID TO WS-AUD-KEY
               MOVE "GOLD-SPEND" TO WS-AUD-FIELD
               MOVE WS-GOLD-OLD-TOTAL TO WS-AUD-OLD-VALUE
               MOVE WS-H-R-GOLD(WS-H-R-CURRENT) TO WS-AUD-NEW-VALUE
               PERFORM WRITE-AUDIT-RECORD

               MOVE "INFIRMARY" TO WS-AUD-AREA
               MOVE "TREATED" TO WS-AUD-FIELD
               MOVE WS-INF-R-FIT-DATE(WS-INF-FOUND-POS)
                 TO WS-AUD-OLD-VALUE
               MOVE WS-INF-TODAY TO WS-AUD-NEW-VALUE
               PERFORM WRITE-AUDIT-RECORD

               PERFORM DISCHARGE-INFIRMARY-ROW
               PERFORM SAVE--WS-INF-R--CONTENT
               DISPLAY "Treated: the hero is fit to fight again."
                 LINE 11 COL 1
           ELSE
               MOVE WS-GOLD-OLD-TOTAL TO WS-H-R-GOLD(WS-H-R-CURRENT)
               IF WS-GL-NOT-OVERFLOWED
                 AND WS-GL-PENDING-LENGTH > 0 THEN
                   SUBTRACT 1 FROM WS-GL-PENDING-LENGTH
               END-IF
               DISPLAY "Treatment cancelled, nothing was paid."
                 LINE 11 COL 1
           END-IF.
      ******************************************************************
       QUEUE-TREATMENT-GOLD.
           MOVE WS-INF-HERO-ID TO WS-GL-HERO-ID.
           MOVE "TREATMNT" TO WS-GL-TYPE.
           COMPUTE WS-GL-AMOUNT = 0 - WS-INF-FEE.
           MOVE SPACES TO WS-GL-REFERENCE.
           MOVE "INFIRM D" TO WS-GL-REFERENCE(1:8).
           MOVE WS-INF-R-DUNGEON-ID(WS-INF-FOUND-POS)
             TO WS-GL-REFERENCE(9:2).
           MOVE WS-H-R-GOLD(WS-H-R-CURRENT) TO WS-GL-BALANCE.
           MOVE 0 TO WS-GL-RUN-ID.
           PERFORM QUEUE-GOLD-TRANSACTION.
      ******************************************************************
       DISCHARGE-INFIRMARY-ROW.
           PERFORM CLOSE-INFIRMARY-GAP
             VARYING WS-INF-R-INDEX FROM WS-INF-FOUND-POS BY 1
             UNTIL WS-INF-R-INDEX >= WS-INF-R-LENGTH.
           SUBTRACT 1 FROM WS-INF-R-LENGTH.
      ******************************************************************
       CLOSE-INFIRMARY-GAP.
           MOVE WS-INF-R(WS-INF-R-INDEX + 1)
             TO WS-INF-R(WS-INF-R-INDEX).
      * == [INFIRMARY] ==============================================END=

      ******************************************************************
      * == [AUDIT-JOURNAL] ========================================BEGIN=
           ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUD-TIME-RAW FROM TIME.
           MOVE WS-AUD-TIME-HMS TO WS-AUD-TIME.
           MOVE WS-OPR-ID TO WS-AUD-OPERATOR.

           OPEN EXTEND AUDIT-FILE.
           IF WS-AUD-FS-NOTFOUND THEN
                   IF WS-CKPT-DUNGEON-ID NOT NUMERIC THEN
                       MOVE ZERO TO WS-CKPT-DUNGEON-ID
                   END-IF
                   IF WS-CKPT-RUN-ID NOT NUMERIC THEN
                       MOVE ZERO TO WS-CKPT-RUN-ID
                   END-IF
                   IF WS-CKPT-RUN-XP-EARNED NOT NUMERIC THEN
                       MOVE ZERO TO WS-CKPT-RUN-XP-EARNED
                   END-IF
                   IF WS-CKPT-RUN-GOLD-EARNED NOT NUMERIC THEN
                       MOVE ZERO TO WS-CKPT-RUN-GOLD-EARNED
                   END-IF
                   IF WS-PARTY-LENGTH > 0 THEN
                       PERFORM FIND-CHECKPOINT-PARTY-MATCH
                         VARYING WS-PARTY-INDEX FROM 1 BY 1
             VARYING WS-M-R-INDEX FROM 1 BY 1
             UNTIL WS-M-R-INDEX > WS-M-R-LENGTH.
           MOVE WS-CAT-SELECTED TO WS-CKPT-DUNGEON-ID.
           MOVE WS-RUN-ID TO WS-CKPT-RUN-ID.
           MOVE WS-RUN-XP-EARNED TO WS-CKPT-RUN-XP-EARNED.
           MOVE WS-RUN-GOLD-EARNED TO WS-CKPT-RUN-GOLD-EARNED.
           OPEN OUTPUT CHECKPOINT-FILE.
           IF WS-CKPT-FS-OK THEN
               WRITE CHECKPOINT-REG FROM WS-CHECKPOINT-REC
      * line sequential HEROES.TXT remains the fallback and the
      * interchange format (see the HEROCONV utility).
       INIT--WS-HEROES-R--CONTENT.
           PERFORM DISCARD-GOLD-TRANSACTIONS.
           SET WS-HEROES-ON-TEXT TO TRUE.
           OPEN INPUT HEROES-IDX-FILE.
           IF WS-HIX-FS-OK THEN
               EVALUATE TRUE
               WHEN WS-RST-OP-HEROES
                   MOVE "HERO" TO WS-AUD-AREA
                   PERFORM CAPTURE-PRIOR-GOLD
                   PERFORM LOAD-HEROES-FROM-BACKUP
                   PERFORM QUEUE-RESTORED-GOLD
                   PERFORM SAVE--WS-HEROES-R--CONTENT
               WHEN WS-RST-OP-EQUIPMENT
                   MOVE "EQUIPMENT" TO WS-AUD-AREA
                 UNTIL WS-BK-IN-FS-EOF
                 OR WS-M-R-INDEX > WS-MAX-MONSTERS
               CLOSE BACKUP-IN-FILE
               PERFORM RESOLVE-MONSTER-TEMPLATES
           END-IF.
      ******************************************************************
       READ-BACKUP-MONSTERS.
               IF WS-M-R-ROOM-VALUE(WS-M-R-INDEX) NOT NUMERIC THEN
                   MOVE ZERO TO WS-M-R-ROOM-VALUE(WS-M-R-INDEX)
               END-IF
               IF WS-M-R-TEMPLATE-ID(WS-M-R-INDEX) NOT NUMERIC THEN
                   MOVE ZERO TO WS-M-R-TEMPLATE-ID(WS-M-R-INDEX)
               END-IF
           END-READ.
      * == [BACKUP-GENERATIONS] =====================================END=

      * when the key is new) so a crash mid-save cannot destroy the
      * file; the full-rewrite path with backup rotation remains for
      * rosters still on HEROES.TXT.
      * WS-SAVE-ABORTED is left set whenever the master was not
      * written in full, so that callers saving files that depend on
      * it (contracts, clear history, infirmary) hold them back; the
      * pending gold entries are only posted after a good save.
       SAVE--WS-HEROES-R--CONTENT.
           EVALUATE TRUE
           WHEN WS-SESSION-READONLY
               DISPLAY "["WS-GAME-NAME"] Read-only session: hero"
                 " changes NOT saved."
               PERFORM DISCARD-GOLD-TRANSACTIONS
               SET WS-SAVE-ABORTED TO TRUE
           WHEN WS-GL-OVERFLOWED
               DISPLAY "["WS-GAME-NAME"] Gold ledger overflow: hero"
                 " changes NOT saved."
               SET WS-SAVE-ABORTED TO TRUE
           WHEN OTHER
               PERFORM CHECK-HEROES-DISK-SYNC
               IF WS-SAVE-NOT-ABORTED THEN
                   PERFORM SAVE-HEROES-MASTER
               END-IF
               IF WS-SAVE-NOT-ABORTED THEN
                   PERFORM POST-GOLD-TRANSACTIONS
                   PERFORM COMPUTE-HERO-TABLE-SUM
                   MOVE WS-CK-SUM TO WS-CK-LOAD-SUM
               END-IF
           END-EVALUATE.
      ******************************************************************
       SAVE-HEROES-MASTER.
           IF WS-HEROES-ON-IDX THEN
               PERFORM ROTATE-BACKUPS
               OPEN OUTPUT HEROES-FILE
               IF NOT WS-H-FS-OK THEN
                   SET WS-SAVE-ABORTED TO TRUE
                   PERFORM ERROR-SAVING-HEROES
               ELSE
                   PERFORM WRITE-FILE-HEROES VARYING WS-H-R-INDEX
                     FROM 1 BY 1 UNTIL WS-H-R-INDEX > WS-H-R-LENGTH
                     OR WS-SAVE-ABORTED
                   CLOSE HEROES-FILE
                   IF WS-SAVE-ABORTED THEN
                       PERFORM ERROR-SAVING-HEROES
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
      ******************************************************************
       WRITE-FILE-HEROES.
           WRITE HEROES-REG FROM WS-HEROES-R(WS-H-R-INDEX).
           IF NOT WS-H-FS-OK THEN
               SET WS-SAVE-ABORTED TO TRUE
           END-IF.
      ******************************************************************
       SAVE-HEROES-TO-INDEX.
           OPEN I-O HEROES-IDX-FILE.
           IF NOT WS-HIX-FS-OK THEN
               SET WS-SAVE-ABORTED TO TRUE
               PERFORM ERROR-SAVING-HEROES
           ELSE
               PERFORM REWRITE-IDX-HERO VARYING WS-H-R-INDEX FROM 1
                 BY 1 UNTIL WS-H-R-INDEX > WS-H-R-LENGTH
               IF WS-SAVE-NOT-ABORTED THEN
                   PERFORM DELETE-MISSING-IDX-HEROES
               END-IF
               CLOSE HEROES-IDX-FILE
               IF WS-SAVE-ABORTED THEN
                   PERFORM ERROR-SAVING-HEROES
               END-IF
           END-IF.
      ******************************************************************
       REWRITE-IDX-HERO.
           REWRITE HEROES-IDX-REG
           INVALID KEY
               WRITE HEROES-IDX-REG
               INVALID KEY
                   SET WS-SAVE-ABORTED TO TRUE
               END-WRITE
           END-REWRITE.
      ******************************************************************
      * Records whose keys are no longer in the in-memory roster are
           DISPLAY "["WS-GAME-NAME"] EQUIPMENT file could not be saved.".
      * == [SAVE--WS-EQUIPMENT-R--CONTENT] ==========================END=

      ******************************************************************
      * == [INIT--WS-QST-R--CONTENT] ==============================BEGIN=
       INIT--WS-QST-R--CONTENT.
           MOVE 0 TO WS-QST-R-LENGTH.
           OPEN INPUT QUEST-FILE.
           IF WS-QST-FS-OK THEN
               PERFORM READ-FILE-QUESTS VARYING WS-QST-R-INDEX
                 FROM 1 BY 1
                 UNTIL WS-QST-FS-EOF
                 OR WS-QST-R-INDEX > WS-MAX-QUESTS
               CLOSE QUEST-FILE
           END-IF.
      ******************************************************************
       READ-FILE-QUESTS.
           READ QUEST-FILE INTO WS-QST-R(WS-QST-R-INDEX)
           AT END
               SET WS-QST-FS-EOF TO TRUE
           NOT AT END
               ADD 1 TO WS-QST-R-LENGTH
           END-READ.
      ******************************************************************
       INIT--WS-HQ-R--CONTENT.
           MOVE 0 TO WS-HQ-R-LENGTH.
           OPEN INPUT HERO-QUEST-FILE.
           IF WS-HQ-FS-OK THEN
               PERFORM READ-FILE-HERO-QUESTS VARYING WS-HQ-R-INDEX
                 FROM 1 BY 1
                 UNTIL WS-HQ-FS-EOF
                 OR WS-HQ-R-INDEX > WS-MAX-HERO-QUESTS
               CLOSE HERO-QUEST-FILE
           END-IF.
      ******************************************************************
       READ-FILE-HERO-QUESTS.
           READ HERO-QUEST-FILE INTO WS-HQ-R(WS-HQ-R-INDEX)
           AT END
               SET WS-HQ-FS-EOF TO TRUE
           NOT AT END
               ADD 1 TO WS-HQ-R-LENGTH
           END-READ.
      * == [INIT--WS-QST-R--CONTENT] ================================END=

      ******************************************************************
      * == [SAVE--WS-QST-R--CONTENT] ==============================BEGIN=
       SAVE--WS-QST-R--CONTENT.
           IF WS-SESSION-READONLY THEN
               DISPLAY "["WS-GAME-NAME"] Read-only session: quest board"
                 " changes NOT saved."
           ELSE
               OPEN OUTPUT QUEST-FILE
               IF NOT WS-QST-FS-OK THEN
                   PERFORM ERROR-SAVING-QUESTS
               ELSE
                   PERFORM WRITE-FILE-QUESTS VARYING WS-QST-R-INDEX
                     FROM 1 BY 1 UNTIL WS-QST-R-INDEX > WS-QST-R-LENGTH
                   CLOSE QUEST-FILE
               END-IF
           END-IF.
      ******************************************************************
       WRITE-FILE-QUESTS.
           WRITE QUEST-REG FROM WS-QST-R(WS-QST-R-INDEX).
      ******************************************************************
       SAVE--WS-HQ-R--CONTENT.
           IF WS-SESSION-READONLY THEN
               DISPLAY "["WS-GAME-NAME"] Read-only session: contract"
                 " progress NOT saved."
           ELSE
               OPEN OUTPUT HERO-QUEST-FILE
               IF NOT WS-HQ-FS-OK THEN
                   PERFORM ERROR-SAVING-HERO-QUESTS
               ELSE
                   PERFORM WRITE-FILE-HERO-QUESTS VARYING WS-HQ-R-INDEX
                     FROM 1 BY 1 UNTIL WS-HQ-R-INDEX > WS-HQ-R-LENGTH
                   CLOSE HERO-QUEST-FILE
               END-IF
           END-IF.
      ******************************************************************
       WRITE-FILE-HERO-QUESTS.
           WRITE HERO-QUEST-REG FROM WS-HQ-R(WS-HQ-R-INDEX).
      ******************************************************************
       ERROR-SAVING-QUESTS.
           DISPLAY "["WS-GAME-NAME"] QUESTS file could not be saved.".
      ******************************************************************
       ERROR-SAVING-HERO-QUESTS.
           DISPLAY "["WS-GAME-NAME"] HEROQST file could not be"
             " saved.".
      * == [SAVE--WS-QST-R--CONTENT] ================================END=

      ******************************************************************
      * == [INIT--WS-CH-R--CONTENT] ===============================BEGIN=
       INIT--WS-CH-R--CONTENT.
           MOVE 0 TO WS-CH-R-LENGTH.
           OPEN INPUT CLEAR-HISTORY-FILE.
           IF WS-CH-FS-OK THEN
               PERFORM READ-FILE-CLEAR-HISTORY VARYING WS-CH-R-INDEX
                 FROM 1 BY 1
                 UNTIL WS-CH-FS-EOF
                 OR WS-CH-R-INDEX > WS-MAX-CLEAR-HISTORY
               CLOSE CLEAR-HISTORY-FILE
           END-IF.
      ******************************************************************
       READ-FILE-CLEAR-HISTORY.
           READ CLEAR-HISTORY-FILE INTO WS-CH-R(WS-CH-R-INDEX)
           AT END
               SET WS-CH-FS-EOF TO TRUE
           NOT AT END
               ADD 1 TO WS-CH-R-LENGTH
           END-READ.
      * == [INIT--WS-CH-R--CONTENT] =================================END=

      ******************************************************************
      * == [SAVE--WS-CH-R--CONTENT] ===============================BEGIN=
       SAVE--WS-CH-R--CONTENT.
           IF WS-SESSION-READONLY THEN
               DISPLAY "["WS-GAME-NAME"] Read-only session: clear"
                 " history NOT saved."
           ELSE
               OPEN OUTPUT CLEAR-HISTORY-FILE
               IF NOT WS-CH-FS-OK THEN
                   PERFORM ERROR-SAVING-CLEAR-HISTORY
               ELSE
                   PERFORM WRITE-FILE-CLEAR-HISTORY
                     VARYING WS-CH-R-INDEX FROM 1 BY 1
                     UNTIL WS-CH-R-INDEX > WS-CH-R-LENGTH
                   CLOSE CLEAR-HISTORY-FILE
               END-IF
           END-IF.
      ******************************************************************
       WRITE-FILE-CLEAR-HISTORY.
           WRITE CLEAR-HISTORY-REG FROM WS-CH-R(WS-CH-R-INDEX).
      ******************************************************************
       ERROR-SAVING-CLEAR-HISTORY.
           DISPLAY "["WS-GAME-NAME"] CLEARHST file could not be"
             " saved.".
      * == [SAVE--WS-CH-R--CONTENT] =================================END=

      ******************************************************************
      * == [INIT--WS-INF-R--CONTENT] ==============================BEGIN=
       INIT--WS-INF-R--CONTENT.
           MOVE 0 TO WS-INF-R-LENGTH.
           OPEN INPUT INFIRMARY-FILE.
           IF WS-INF-FS-OK THEN
               PERFORM READ-FILE-INFIRMARY VARYING WS-INF-R-INDEX
                 FROM 1 BY 1
                 UNTIL WS-INF-FS-EOF
                 OR WS-INF-R-INDEX > WS-MAX-HEROES
               CLOSE INFIRMARY-FILE
           END-IF.
      ******************************************************************
       READ-FILE-INFIRMARY.
           READ INFIRMARY-FILE INTO WS-INF-R(WS-INF-R-INDEX)
           AT END
               SET WS-INF-FS-EOF TO TRUE
           NOT AT END
               ADD 1 TO WS-INF-R-LENGTH
           END-READ.
      * == [INIT--WS-INF-R--CONTENT] ================================END=

      ******************************************************************
      * == [SAVE--WS-INF-R--CONTENT] ==============================BEGIN=
       SAVE--WS-INF-R--CONTENT.
           IF WS-SESSION-READONLY THEN
               DISPLAY "["WS-GAME-NAME"] Read-only session: infirmary"
                 " NOT saved."
           ELSE
               OPEN OUTPUT INFIRMARY-FILE
               IF NOT WS-INF-FS-OK THEN
                   PERFORM ERROR-SAVING-INFIRMARY
               ELSE
                   PERFORM WRITE-FILE-INFIRMARY
                     VARYING WS-INF-R-INDEX FROM 1 BY 1
                     UNTIL WS-INF-R-INDEX > WS-INF-R-LENGTH
                   CLOSE INFIRMARY-FILE
               END-IF
           END-IF.
      ******************************************************************
       WRITE-FILE-INFIRMARY.
           WRITE INFIRMARY-REG FROM WS-INF-R(WS-INF-R-INDEX).
      ******************************************************************
       ERROR-SAVING-INFIRMARY.
           DISPLAY "["WS-GAME-NAME"] INFIRMRY file could not be"
             " saved.".
      * == [SAVE--WS-INF-R--CONTENT] ================================END=

      ******************************************************************
      * == [COMPUTE-HERO-EFFECTIVE-STATS] =========================BEGIN=
       COMPUTE-HERO-EFFECTIVE-STATS.
           ELSE
               PERFORM SET--WS-MONSTERS-R--CONTENT
               CLOSE MONSTERS-FILE
               PERFORM INIT--WS-BST-R--CONTENT
               PERFORM RESOLVE-MONSTER-TEMPLATES
           END-IF.
      ******************************************************************
       SET--WS-MONSTERS-R--CONTENT.
               IF WS-M-R-ROOM-VALUE(WS-M-R-INDEX) NOT NUMERIC THEN
                   MOVE ZERO TO WS-M-R-ROOM-VALUE(WS-M-R-INDEX)
               END-IF
               IF WS-M-R-TEMPLATE-ID(WS-M-R-INDEX) NOT NUMERIC THEN
                   MOVE ZERO TO WS-M-R-TEMPLATE-ID(WS-M-R-INDEX)
               END-IF
           END-READ.
      ******************************************************************
      * A monster room that points at a bestiary template takes every
      * stat it leaves at zero (and a blank name) from the template;
      * any stat filled in on the room is a per-room override.
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
      ******************************************************************
       ERROR-OPENING-MONSTERS.
           DISPLAY "["WS-GAME-NAME"] MONSTERS file not available.".
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
      * (a name as blank) so the room keeps inheriting it and a later
      * change to the template still reaches this room.
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
      ******************************************************************
       ERROR-SAVING-MONSTERS.
           DISPLAY "["WS-GAME-NAME"] MONSTERS file could not be saved.".
      * == [SAVE--WS-MONSTERS-R--CONTENT] ===========================END=

      ******************************************************************
      * == [INIT--WS-BST-R--CONTENT] ==============================BEGIN=
      * BESTIARY.TXT is optional: without it every room carries its
      * own stats, as dungeon files always have.
       INIT--WS-BST-R--CONTENT.
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
                   PERFORM ERROR-OPENING-BESTIARY
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
       ERROR-OPENING-BESTIARY.
           DISPLAY "["WS-GAME-NAME"] BESTIARY file not available.".
      * == [INIT--WS-BST-R--CONTENT] ================================END=

      ******************************************************************
      * == [SAVE--WS-BST-R--CONTENT] ==============================BEGIN=
       SAVE--WS-BST-R--CONTENT.
           IF WS-SESSION-READONLY THEN
               DISPLAY "["WS-GAME-NAME"] Read-only session: bestiary"
                 " changes NOT saved."
           ELSE
               MOVE "BESTIARY.TXT" TO WS-BK-BASE-NAME
               PERFORM ROTATE-BACKUPS
               OPEN OUTPUT BESTIARY-FILE
               IF NOT WS-BST-FS-OK THEN
                   PERFORM ERROR-SAVING-BESTIARY
               ELSE
                   PERFORM WRITE-FILE-BESTIARY VARYING WS-BST-R-INDEX
                     FROM 1 BY 1 UNTIL WS-BST-R-INDEX > WS-BST-R-LENGTH
                   CLOSE BESTIARY-FILE
               END-IF
           END-IF.
      ******************************************************************
       WRITE-FILE-BESTIARY.
           WRITE BESTIARY-REG FROM WS-BST-R(WS-BST-R-INDEX).
      ******************************************************************
       ERROR-SAVING-BESTIARY.
           DISPLAY "["WS-GAME-NAME"] BESTIARY file could not be saved.".
      * == [SAVE--WS-BST-R--CONTENT] ================================END=

      ******************************************************************
      * == [VALIDATE-GAME-DATA] ===================================BEGIN=
       VALIDATE-GAME-DATA.
                 OR WS-M-R-HP(WS-VAL-INDEX-A) = 0 THEN
                   PERFORM REPORT-MONSTER-OUT-OF-RANGE
               END-IF
               IF WS-M-R-TEMPLATE-ID(WS-VAL-INDEX-A) > 0 THEN
                   MOVE WS-M-R-TEMPLATE-ID(WS-VAL-INDEX-A)
                     TO WS-BST-LOOKUP-ID
                   PERFORM FIND-BESTIARY-TEMPLATE
                   IF WS-BST-FOUND-POS = 0 THEN
                       PERFORM REPORT-MISSING-TEMPLATE
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
       CHECK-DUPLICATE-MONSTER-ID.
               ADD 1 TO WS-VAL-LINE
           END-IF
           ADD 1 TO WS-VAL-ISSUE-COUNT.
      ******************************************************************
       REPORT-MISSING-TEMPLATE.
           IF WS-VAL-LINE < 23 THEN
               DISPLAY "Monster ID " LINE WS-VAL-LINE COL 1
               DISPLAY WS-M-R-ID(WS-VAL-INDEX-A) LINE WS-VAL-LINE COL 12
               DISPLAY "points at a missing bestiary template."
                 LINE WS-VAL-LINE COL 15
               ADD 1 TO WS-VAL-LINE
           END-IF
           ADD 1 TO WS-VAL-ISSUE-COUNT.
      * == [VALIDATE-GAME-DATA] =====================================END=

      ******************************************************************

           COMPUTE WS-AUX-NUMBER = WS-MHM-TITLE-SHIFT + 4.
           DISPLAY WS-MHM-FOOTER LINE WS-AUX-NUMBER COL 1.
           MOVE WS-H-R-CURRENT TO WS-INF-HERO-INDEX.
           PERFORM CHECK-HERO-INJURED.
           IF WS-INF-INJURED THEN
               PERFORM DISPLAY-TREATMENT-OPTION
           END-IF
           PERFORM DISPLAY-HERO-CLEAR-HISTORY.

           SET WS-RESET-VALID-OPTION TO TRUE
           ACCEPT WS-MHM-OPTION LINE WS-ICSP-1-LINE COL WS-ICSP-1-COL.
               MOVE WS-MHM-C-HP TO WS-AUD-OLD-VALUE
               MOVE WS-H-R-HP(WS-H-R-CURRENT) TO WS-AUD-NEW-VALUE
               PERFORM WRITE-HERO-EDIT-AUDIT
           WHEN WS-MHM-OP-TREAT
               PERFORM TREAT-INJURED-HERO
           WHEN OTHER
               SET WS-INVALID-OPTION TO TRUE
           END-EVALUATE
