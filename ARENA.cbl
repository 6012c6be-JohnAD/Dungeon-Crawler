       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARENA.
      ******************************************************************
      * JUEGO: DUNGEON CRAWLER - ARENA TOURNAMENT                      *
      *                                                                *
      * Pits heroes against each other. ARENA [SINGLE|ROUND] [entry    *
      * file] [rules file] reads the hero IDs entered (default         *
      * ARENAENT.TXT, one ID per line in seed order, "*" lines are     *
      * comments), seeds a single-elimination bracket (byes to the top *
      * seeds) or a round robin, and fights every match with the       *
      * dungeon combat rules: equipment bonuses, evasion, the archer's *
      * first shot, the mage's pierce and the warrior's armour, with   *
      * the values from GAMERULE.TXT. Each match is appended to        *
      * ARENARES.TXT with the final placings, and its round-by-round   *
      * transcript to ARENALOG.TXT in the COMBATLOG layout. The        *
      * champion's ARENA-PRIZE-GOLD is posted to the hero master with  *
      * an ARENA PRIZE-GOLD audit record and a GOLDLOG.TXT entry; no   *
      * other hero field is touched. Injured heroes and heroes with no *
      * HP cannot enter. The run holds DUNGCRWL.LCK and will not start *
      * while a game session from today holds it. Return code 0 OK, 4  *
      * entries refused or prize not posted, 8 tournament not held.    *
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
           SELECT EQUIPMENT-FILE ASSIGN TO "EQUIPMNT.TXT"
             FILE STATUS IS WS-EQUIPMENT-FS
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EQUIP-IDX-FILE ASSIGN TO "EQUIPMNT.DAT"
             FILE STATUS IS WS-EIX-FS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS EIX-R-ID.
           SELECT INFIRMARY-FILE ASSIGN TO "INFIRMRY.TXT"
             FILE STATUS IS WS-INFIRMARY-FS
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ENTRY-FILE ASSIGN DYNAMIC WS-ENTRY-FILE-NAME
             FILE STATUS IS WS-ENTRY-FS
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RULES-FILE ASSIGN DYNAMIC WS-RULES-FILE-NAME
             FILE STATUS IS WS-RULES-FS
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARENA-RESULT-FILE ASSIGN TO "ARENARES.TXT"
             FILE STATUS IS WS-RESULT-FS
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARENALOG-FILE ASSIGN TO "ARENALOG.TXT"
             FILE STATUS IS WS-ARENALOG-FS
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG.TXT"
             FILE STATUS IS WS-AUDIT-FS
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GOLDLOG-FILE ASSIGN TO "GOLDLOG.TXT"
             FILE STATUS IS WS-GOLDLOG-FS
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOCK-FILE ASSIGN TO "DUNGCRWL.LCK"
             FILE STATUS IS WS-LOCK-FS
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BACKUP-IN-FILE ASSIGN DYNAMIC WS-BK-IN-NAME
             FILE STATUS IS WS-BK-IN-FS
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BACKUP-OUT-FILE ASSIGN DYNAMIC WS-BK-OUT-NAME
             FILE STATUS IS WS-BK-OUT-FS
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
           05 FILLER                   PIC X(24).
           05 HIX-R-GOLD               PIC 9(04).
       FD EQUIPMENT-FILE.
       01 EQUIPMENT-REG.
           05 EQ-R-ID                  PIC 9(02) VALUE ZERO.
           05 EQ-R-STRENGTH-BONUS      PIC 9(02) VALUE ZERO.
           05 EQ-R-AGILITY-BONUS       PIC 9(02) VALUE ZERO.
           05 EQ-R-EQUIPPED-HERO-ID    PIC 9(02) VALUE ZERO.
           05 EQ-R-ITEM-TYPE           PIC 9(02) VALUE ZERO.
           05 EQ-R-HEAL-AMOUNT         PIC 9(02) VALUE ZERO.
           05 EQ-R-PRICE               PIC 9(04) VALUE ZERO.
       FD EQUIP-IDX-FILE.
       01 EQUIP-IDX-REG.
           05 EIX-R-ID                 PIC 9(02).
           05 FILLER                   PIC X(14).
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
       FD ENTRY-FILE.
       01 ENTRY-REG.
           05 ENT-R-HERO-ID            PIC 9(02) VALUE ZERO.
           05 FILLER                   PIC X(38) VALUE SPACES.
       FD RULES-FILE.
       01 RULES-REG                    PIC X(40) VALUE SPACES.
       FD ARENA-RESULT-FILE.
       01 ARENA-RESULT-REG             PIC X(57) VALUE SPACES.
       FD ARENALOG-FILE.
       01 ARENALOG-REG                 PIC X(74) VALUE SPACES.
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
       FD GOLDLOG-FILE.
       01 GOLDLOG-REG                  PIC X(59) VALUE SPACES.
       FD LOCK-FILE.
       01 LOCK-REG.
           05 LCK-STATE                PIC X(06) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 LCK-DATE                 PIC 9(08) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 LCK-TIME                 PIC 9(06) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 LCK-OPERATOR             PIC X(08) VALUE SPACES.
       FD BACKUP-IN-FILE.
       01 BACKUP-IN-REG                PIC X(80) VALUE SPACES.
       FD BACKUP-OUT-FILE.
       01 BACKUP-OUT-REG               PIC X(80) VALUE SPACES.
       WORKING-STORAGE SECTION.
       01 WS-CONSTANTS.
           05 WS-GAME-NAME             PIC X(15)
                                         VALUE "Dungeon Crawler".
           05 WS-MAX-HEROES            PIC 9(02) VALUE 15.
           05 WS-MAX-EQUIPMENT         PIC 9(02) VALUE 15.
           05 WS-MAX-HERO-GOLD         PIC 9(04) VALUE 9999.
           05 WS-MAX-MATCH-ROUNDS      PIC 9(03) VALUE 50.
           05 WS-BATCH-OPERATOR        PIC X(08) VALUE "ARENA".
           05 WS-WARRIOR-DAMAGE-REDUCTION PIC 9(01) VALUE 2.
           05 WS-MAGE-PIERCE-CHANCE    PIC 9(02) VALUE 50.
           05 WS-ARENA-PRIZE-GOLD      PIC 9(04) VALUE 100.
       01 WS-FILE-STATUSES.
           05 WS-HEROES-FS         PIC X(02) VALUE ZEROES.
               88 WS-H-FS-OK         VALUE "00".
               88 WS-H-FS-EOF        VALUE HIGH-VALUE.
           05 WS-HIX-FS            PIC X(02) VALUE ZEROES.
               88 WS-HIX-FS-OK       VALUE "00".
               88 WS-HIX-FS-EOF      VALUE HIGH-VALUE.
           05 WS-EQUIPMENT-FS      PIC X(02) VALUE ZEROES.
               88 WS-EQ-FS-OK        VALUE "00".
               88 WS-EQ-FS-EOF       VALUE HIGH-VALUE.
           05 WS-EIX-FS            PIC X(02) VALUE ZEROES.
               88 WS-EIX-FS-OK       VALUE "00".
               88 WS-EIX-FS-EOF      VALUE HIGH-VALUE.
           05 WS-INFIRMARY-FS      PIC X(02) VALUE ZEROES.
               88 WS-INF-FS-OK       VALUE "00".
               88 WS-INF-FS-EOF      VALUE HIGH-VALUE.
           05 WS-ENTRY-FS          PIC X(02) VALUE ZEROES.
               88 WS-ENT-FS-OK       VALUE "00".
               88 WS-ENT-FS-EOF      VALUE HIGH-VALUE.
           05 WS-RESULT-FS         PIC X(02) VALUE ZEROES.
               88 WS-AR-FS-OK        VALUE "00".
               88 WS-AR-FS-EOF       VALUE HIGH-VALUE.
               88 WS-AR-FS-NOTFOUND  VALUE "35".
           05 WS-ARENALOG-FS       PIC X(02) VALUE ZEROES.
               88 WS-AL-FS-OK        VALUE "00".
               88 WS-AL-FS-NOTFOUND  VALUE "35".
           05 WS-AUDIT-FS          PIC X(02) VALUE ZEROES.
               88 WS-AUD-FS-OK       VALUE "00".
               88 WS-AUD-FS-NOTFOUND VALUE "35".
           05 WS-GOLDLOG-FS        PIC X(02) VALUE ZEROES.
               88 WS-GL-FS-OK        VALUE "00".
               88 WS-GL-FS-NOTFOUND  VALUE "35".
           05 WS-LOCK-FS           PIC X(02) VALUE ZEROES.
               88 WS-LCK-FS-OK       VALUE "00".
           05 WS-BK-IN-FS          PIC X(02) VALUE ZEROES.
               88 WS-BK-IN-FS-OK     VALUE "00".
               88 WS-BK-IN-FS-EOF    VALUE HIGH-VALUE.
           05 WS-BK-OUT-FS         PIC X(02) VALUE ZEROES.
               88 WS-BK-OUT-FS-OK    VALUE "00".
       01 WS-COMMAND-DATA.
           05 WS-CMD-LINE          PIC X(80) VALUE SPACES.
           05 WS-CMD-TOKEN-1       PIC X(10) VALUE SPACES.
           05 WS-CMD-TOKEN-2       PIC X(13) VALUE SPACES.
           05 WS-CMD-TOKEN-3       PIC X(13) VALUE SPACES.
           05 WS-ENTRY-FILE-NAME   PIC X(13) VALUE "ARENAENT.TXT".
           05 WS-FORMAT-SW         PIC X(01) VALUE "S".
               88 WS-FMT-SINGLE      VALUE "S".
               88 WS-FMT-ROUND-ROBIN VALUE "R".
           05 WS-FORMAT-NAME       PIC X(18)
                                     VALUE "SINGLE ELIMINATION".
       01 WS-MASTER-NAME           PIC X(10) VALUE "HEROES.TXT".
       01 WS-HEROES-ON-SW          PIC X(01) VALUE "T".
           88 WS-HEROES-ON-IDX       VALUE "I".
           88 WS-HEROES-ON-TEXT      VALUE "T".
       01 WS-TODAY                 PIC 9(08) VALUE ZERO.
       01 WS-HEROES-REG.
           05 WS-H-R-LENGTH        PIC 9(02) VALUE ZERO.
           05 WS-H-R-INDEX         PIC 9(02) VALUE ZERO.
           05 WS-H-R-CURRENT       PIC 9(02) VALUE ZERO.
      * WS-HEROES-R OCCURS **WS-MAX-HEROES** TIMES
           05 WS-HEROES-R OCCURS 15 TIMES.
               10 WS-H-R-ID                PIC 9(02) VALUE ZERO.
               10 WS-H-R-STRENGTH          PIC 9(02) VALUE ZERO.
               10 WS-H-R-AGILITY           PIC 9(02) VALUE ZERO.
               10 WS-H-R-LEVEL             PIC 9(02) VALUE ZERO.
               10 WS-H-R-HP                PIC 9(02) VALUE ZERO.
               10 WS-H-R-PROFESSION        PIC 9(02) VALUE ZERO.
               10 WS-H-R-XP                PIC 9(04) VALUE ZERO.
               10 WS-H-R-NAME              PIC X(10) VALUE SPACES.
               10 WS-H-R-GOLD              PIC 9(04) VALUE ZERO.
       01 WS-EQUIPMENT-REG.
           05 WS-EQ-R-LENGTH       PIC 9(02) VALUE ZERO.
           05 WS-EQ-R-INDEX        PIC 9(02) VALUE ZERO.
           05 WS-EQ-ITEM-TYPE      PIC 9(02) VALUE ZERO.
               88 WS-EQ-TYPE-GEAR     VALUE 0.
      * WS-EQ-R OCCURS **WS-MAX-EQUIPMENT** TIMES
           05 WS-EQ-R OCCURS 15 TIMES.
               10 WS-EQ-R-ID               PIC 9(02) VALUE ZERO.
               10 WS-EQ-R-STRENGTH-BONUS   PIC 9(02) VALUE ZERO.
               10 WS-EQ-R-AGILITY-BONUS    PIC 9(02) VALUE ZERO.
               10 WS-EQ-R-EQUIPPED-HERO-ID PIC 9(02) VALUE ZERO.
               10 WS-EQ-R-ITEM-TYPE        PIC 9(02) VALUE ZERO.
               10 WS-EQ-R-HEAL-AMOUNT      PIC 9(02) VALUE ZERO.
               10 WS-EQ-R-PRICE            PIC 9(04) VALUE ZERO.
       01 WS-INFIRMARY-TABLE.
           05 WS-INF-LENGTH        PIC 9(02) VALUE ZERO.
           05 WS-INF-INDEX         PIC 9(02) VALUE ZERO.
      * WS-INF-ROW OCCURS **WS-MAX-HEROES** TIMES
           05 WS-INF-ROW OCCURS 15 TIMES.
               10 WS-INF-HERO-ID       PIC 9(02) VALUE ZERO.
               10 WS-INF-FIT-DATE      PIC 9(08) VALUE ZERO.
       01 WS-GAME-RULES-DATA.
           05 WS-RULES-FILE-NAME   PIC X(13) VALUE "GAMERULE.TXT".
           05 WS-RULES-FS          PIC X(02) VALUE ZEROES.
               88 WS-RUL-FS-OK       VALUE "00".
               88 WS-RUL-FS-EOF      VALUE HIGH-VALUE.
           05 WS-RULE-KEY          PIC X(24) VALUE SPACES.
           05 WS-RULE-VALUE        PIC X(04) VALUE SPACES
                                     JUSTIFIED RIGHT.
           05 WS-RULE-VALUE-NUM REDEFINES WS-RULE-VALUE PIC 9(04).
           05 WS-RULES-LOADED-CT   PIC 9(02) VALUE ZERO.
           05 WS-RULES-BAD-CT      PIC 9(02) VALUE ZERO.
       01 WS-AUX.
           05 WS-AUX-NUMBER            PIC S9(05) VALUE ZERO.
           05 WS-AUX-QUOTIENT          PIC 9(03) VALUE ZERO.
           05 WS-AUX-REMAINDER         PIC 9(01) VALUE ZERO.
           05 WS-AUX-PROFESSION-NAME   PIC X(08) VALUE SPACES.
           05 WS-AUX-HERO-NAME         PIC X(10) VALUE SPACES.
           05 WS-AUX-HP-EDIT           PIC Z9 VALUE ZERO.
       01 WS-LOG-FALLBACK-NAME.
           05 FILLER                   PIC X(03) VALUE "ID ".
           05 WS-LOG-FALLBACK-ID      PIC 9(02) VALUE ZERO.
           05 FILLER                   PIC X(05) VALUE SPACES.
       01 WS-RANDOM-NUMBERS.
           05 WS-RANDOM-SEED           PIC 9(08) VALUE ZERO.
           05 WS-RANDOM-RESULT         PIC 9V9(09) VALUE ZERO.
           05 WS-RANDOM-PICK           PIC 9(03) VALUE ZERO.
       01 WS-HERO-COMBAT.
           05 WS-HERO-PROFESSION   PIC X(02) VALUE SPACES.
               88 WS-H-P-GUERRERO    VALUE "34".
               88 WS-H-P-ARQUERO     VALUE "44".
               88 WS-H-P-MAGO        VALUE "45".
           05 WS-HERO-EFFECTIVE-STRENGTH  PIC 9(02) VALUE ZERO.
           05 WS-HERO-EFFECTIVE-AGILITY   PIC 9(02) VALUE ZERO.
           05 WS-INCOMING-DAMAGE       PIC S9(03) VALUE ZERO.
       01 WS-COMBAT-EVADE.
           05 WS-EVADE-ATTACKER-AGILITY PIC 9(02) VALUE ZERO.
           05 WS-EVADE-DEFENDER-AGILITY PIC 9(02) VALUE ZERO.
           05 WS-EVADE-CHANCE          PIC S9(03) VALUE ZERO.
           05 WS-EVADE-SWITCH          PIC X(01) VALUE "N".
               88 WS-EVADE-OCCURRED      VALUE "Y".
               88 WS-EVADE-NOT-OCCURRED  VALUE "N".
      * The two heroes of the match in progress. Stats are copied from
      * the master table with the equipment bonuses added, and only
      * these copies take damage, so the master is never changed.
       01 WS-ARENA-FIGHTERS.
           05 WS-FT-INDEX          PIC 9(01) VALUE ZERO.
           05 WS-FT-ATTACKER       PIC 9(01) VALUE ZERO.
           05 WS-FT-DEFENDER       PIC 9(01) VALUE ZERO.
           05 WS-FT-WINNER         PIC 9(01) VALUE ZERO.
           05 WS-FT-LOSER          PIC 9(01) VALUE ZERO.
           05 WS-FT-ROW OCCURS 2 TIMES.
               10 WS-FT-ENTRANT        PIC 9(02) VALUE ZERO.
               10 WS-FT-NAME           PIC X(10) VALUE SPACES.
               10 WS-FT-PROFESSION     PIC X(02) VALUE SPACES.
                   88 WS-FT-WARRIOR      VALUE "34".
                   88 WS-FT-ARCHER       VALUE "44".
                   88 WS-FT-MAGE         VALUE "45".
               10 WS-FT-STRENGTH       PIC 9(02) VALUE ZERO.
               10 WS-FT-AGILITY        PIC 9(02) VALUE ZERO.
               10 WS-FT-HP             PIC 9(02) VALUE ZERO.
               10 WS-FT-DEALT          PIC 9(04) VALUE ZERO.
           05 WS-MATCH-RESULT      PIC X(04) VALUE SPACES.
               88 WS-MATCH-KO        VALUE "KO  ".
               88 WS-MATCH-DECISION  VALUE "DEC ".
               88 WS-MATCH-BYE       VALUE "BYE ".
      * Entrants in seed order; the entrant number is the seed.
       01 WS-ENTRANTS.
           05 WS-EN-LENGTH         PIC 9(02) VALUE ZERO.
           05 WS-EN-INDEX          PIC 9(02) VALUE ZERO.
           05 WS-ENTRANT-A         PIC 9(02) VALUE ZERO.
           05 WS-ENTRANT-B         PIC 9(02) VALUE ZERO.
           05 WS-ENTRANT-WINNER    PIC 9(02) VALUE ZERO.
      * WS-EN-ROW OCCURS **WS-MAX-HEROES** TIMES
           05 WS-EN-ROW OCCURS 15 TIMES.
               10 WS-EN-H-R-POS        PIC 9(02) VALUE ZERO.
               10 WS-EN-ID             PIC 9(02) VALUE ZERO.
               10 WS-EN-NAME           PIC X(10) VALUE SPACES.
               10 WS-EN-PROFESSION     PIC X(08) VALUE SPACES.
               10 WS-EN-PLAYED         PIC 9(02) VALUE ZERO.
               10 WS-EN-WINS           PIC 9(02) VALUE ZERO.
               10 WS-EN-LOSSES         PIC 9(02) VALUE ZERO.
               10 WS-EN-DEALT          PIC 9(04) VALUE ZERO.
               10 WS-EN-TAKEN          PIC 9(04) VALUE ZERO.
               10 WS-EN-ROUND-OUT      PIC 9(02) VALUE ZERO.
               10 WS-EN-MARGIN         PIC 9(05) VALUE ZERO.
               10 WS-EN-SORT-KEY       PIC 9(12) VALUE ZERO.
               10 WS-EN-PLACE          PIC 9(02) VALUE ZERO.
       01 WS-ENTRY-WORK.
           05 WS-ENT-LINE-NO       PIC 9(03) VALUE ZERO.
           05 WS-ENT-READ          PIC 9(03) VALUE ZERO.
           05 WS-ENT-REFUSED       PIC 9(03) VALUE ZERO.
           05 WS-ENT-FOUND-POS     PIC 9(02) VALUE ZERO.
           05 WS-ENT-FIT-DATE      PIC 9(08) VALUE ZERO.
           05 WS-ENT-REASON        PIC X(30) VALUE SPACES.
      * Single elimination: the standard seeding order of a 16-hero
      * draw. Smaller draws keep the seeds that fit, in the same
      * order, so seed 1 meets the lowest seed and seeds 1 and 2 can
      * only meet in the final. A seed beyond the entry list is a bye.
       01 WS-BRACKET.
           05 WS-BR-SEED-ORDER-DATA PIC X(32)
                     VALUE "01160809051204130314061107100215".
           05 WS-BR-SEED-ORDER-R REDEFINES WS-BR-SEED-ORDER-DATA.
               10 WS-BR-SEED-ORDER OCCURS 16 TIMES PIC 9(02).
           05 WS-BR-SIZE           PIC 9(02) VALUE ZERO.
           05 WS-BR-COUNT          PIC 9(02) VALUE ZERO.
           05 WS-BR-ROUND          PIC 9(02) VALUE ZERO.
           05 WS-BR-INDEX          PIC 9(02) VALUE ZERO.
           05 WS-BR-PAIR           PIC 9(02) VALUE ZERO.
           05 WS-BR-SLOT-A         PIC 9(02) VALUE ZERO.
           05 WS-BR-SLOT OCCURS 16 TIMES PIC 9(02) VALUE ZERO.
           05 WS-BR-NEXT OCCURS 16 TIMES PIC 9(02) VALUE ZERO.
      * Round robin: the circle method, position 1 fixed and the rest
      * turning one place each round; entrant 0 is the rest slot when
      * the field is odd.
       01 WS-ROUND-ROBIN.
           05 WS-RR-SIZE           PIC 9(02) VALUE ZERO.
           05 WS-RR-INDEX          PIC 9(02) VALUE ZERO.
           05 WS-RR-OTHER          PIC 9(02) VALUE ZERO.
           05 WS-RR-HOLD           PIC 9(02) VALUE ZERO.
           05 WS-RR-POS OCCURS 16 TIMES PIC 9(02) VALUE ZERO.
       01 WS-TOURNAMENT.
           05 WS-TN-ID             PIC 9(06) VALUE ZERO.
           05 WS-TN-MATCH          PIC 9(03) VALUE ZERO.
           05 WS-TN-FOUGHT         PIC 9(03) VALUE ZERO.
           05 WS-TN-BYES           PIC 9(03) VALUE ZERO.
           05 WS-TN-KO             PIC 9(03) VALUE ZERO.
           05 WS-TN-DECISIONS      PIC 9(03) VALUE ZERO.
           05 WS-TN-CHAMPION       PIC 9(02) VALUE ZERO.
       01 WS-STANDINGS-SORT.
           05 WS-SO-INDEX          PIC 9(02) VALUE ZERO.
           05 WS-SO-HOLD           PIC 9(02) VALUE ZERO.
           05 WS-SO-ORDER OCCURS 15 TIMES PIC 9(02) VALUE ZERO.
           05 WS-SO-SWAP-SW        PIC X(01) VALUE "N".
               88 WS-SO-SWAPPED      VALUE "Y".
               88 WS-SO-NOT-SWAPPED  VALUE "N".
       01 WS-PRIZE-WORK.
           05 WS-PZ-POS            PIC 9(02) VALUE ZERO.
           05 WS-PZ-OLD-GOLD       PIC 9(04) VALUE ZERO.
           05 WS-PZ-NEW-TOTAL      PIC 9(05) VALUE ZERO.
           05 WS-PZ-NEW-GOLD       PIC 9(04) VALUE ZERO.
           05 WS-PZ-POSTED-SW      PIC X(01) VALUE "N".
               88 WS-PZ-POSTED       VALUE "Y".
               88 WS-PZ-NOT-POSTED   VALUE "N".
           05 WS-PZ-CAPPED-SW      PIC X(01) VALUE "N".
               88 WS-PZ-CAPPED       VALUE "Y".
               88 WS-PZ-NOT-CAPPED   VALUE "N".
       01 WS-COMBATLOG-WORK.
           05 WS-COMBATLOG-REC.
               10 WS-CL-DATE           PIC 9(08) VALUE ZERO.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-CL-TIME           PIC 9(06) VALUE ZERO.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-CL-FIGHT-ID       PIC 9(06) VALUE ZERO.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-CL-ROUND          PIC 9(03) VALUE ZERO.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-CL-EVENT          PIC X(10) VALUE SPACES.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-CL-ACTOR          PIC X(10) VALUE SPACES.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-CL-TARGET         PIC X(10) VALUE SPACES.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-CL-AMOUNT         PIC 9(03) VALUE ZERO.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-CL-HP-LEFT        PIC 9(02) VALUE ZERO.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-CL-RUN-ID         PIC 9(06) VALUE ZERO.
           05 WS-CL-TIME-RAW.
               10 WS-CL-TIME-HMS       PIC 9(06) VALUE ZERO.
               10 FILLER               PIC 9(02) VALUE ZERO.
      * ARENARES.TXT: one "M" record per match (a bye has fight 0 and
      * no second hero) and one "P" record per entrant with the final
      * placing, all keyed by the tournament number.
       01 WS-ARENA-RESULT-WORK.
           05 WS-AR-REC.
               10 WS-AR-TOURN-ID       PIC 9(06) VALUE ZERO.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-AR-DATE           PIC 9(08) VALUE ZERO.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-AR-TYPE           PIC X(01) VALUE SPACE.
                   88 WS-AR-TYPE-MATCH   VALUE "M".
                   88 WS-AR-TYPE-PLACE   VALUE "P".
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-AR-FORMAT         PIC X(01) VALUE SPACE.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-AR-MATCH-DATA.
                   15 WS-AR-ROUND          PIC 9(02) VALUE ZERO.
                   15 FILLER               PIC X(01) VALUE SPACE.
                   15 WS-AR-MATCH          PIC 9(03) VALUE ZERO.
                   15 FILLER               PIC X(01) VALUE SPACE.
                   15 WS-AR-FIGHT-ID       PIC 9(06) VALUE ZERO.
                   15 FILLER               PIC X(01) VALUE SPACE.
                   15 WS-AR-HERO-A         PIC 9(02) VALUE ZERO.
                   15 FILLER               PIC X(01) VALUE SPACE.
                   15 WS-AR-HP-A           PIC 9(02) VALUE ZERO.
                   15 FILLER               PIC X(01) VALUE SPACE.
                   15 WS-AR-HERO-B         PIC 9(02) VALUE ZERO.
                   15 FILLER               PIC X(01) VALUE SPACE.
                   15 WS-AR-HP-B           PIC 9(02) VALUE ZERO.
                   15 FILLER               PIC X(01) VALUE SPACE.
                   15 WS-AR-WINNER         PIC 9(02) VALUE ZERO.
                   15 FILLER               PIC X(01) VALUE SPACE.
                   15 WS-AR-ROUNDS         PIC 9(03) VALUE ZERO.
                   15 FILLER               PIC X(01) VALUE SPACE.
                   15 WS-AR-RESULT         PIC X(04) VALUE SPACES.
               10 WS-AR-PLACE-DATA REDEFINES WS-AR-MATCH-DATA.
                   15 WS-AR-P-PLACE        PIC 9(02).
                   15 FILLER               PIC X(01).
                   15 WS-AR-P-HERO-ID      PIC 9(02).
                   15 FILLER               PIC X(01).
                   15 WS-AR-P-PLAYED       PIC 9(02).
                   15 FILLER               PIC X(01).
                   15 WS-AR-P-WINS         PIC 9(02).
                   15 FILLER               PIC X(01).
                   15 WS-AR-P-LOSSES       PIC 9(02).
                   15 FILLER               PIC X(01).
                   15 WS-AR-P-DEALT        PIC 9(04).
                   15 FILLER               PIC X(01).
                   15 WS-AR-P-TAKEN        PIC 9(04).
                   15 FILLER               PIC X(01).
                   15 WS-AR-P-PRIZE        PIC 9(04).
                   15 FILLER               PIC X(07).
           05 WS-AR-MAX-FIGHT-ID   PIC 9(06) VALUE ZERO.
       01 WS-REPORT-LINES.
           05 WS-RP-ENTRY-LINE.
               10 FILLER               PIC X(02) VALUE SPACES.
               10 FILLER               PIC X(10) VALUE "ACCEPT  #".
               10 WS-RP-EN-SEED        PIC 99 VALUE ZERO.
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-RP-EN-ID          PIC 9(02) VALUE ZERO.
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-RP-EN-NAME        PIC X(10) VALUE SPACES.
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-RP-EN-PROFESSION  PIC X(08) VALUE SPACES.
               10 FILLER               PIC X(02) VALUE SPACES.
               10 FILLER               PIC X(04) VALUE "STR ".
               10 WS-RP-EN-STRENGTH    PIC Z9 VALUE ZERO.
               10 FILLER               PIC X(06) VALUE "  AGI ".
               10 WS-RP-EN-AGILITY     PIC Z9 VALUE ZERO.
               10 FILLER               PIC X(05) VALUE "  HP ".
               10 WS-RP-EN-HP          PIC Z9 VALUE ZERO.
           05 WS-RP-MATCH-LINE.
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-RP-ROUND          PIC Z9 VALUE ZERO.
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-RP-MATCH          PIC ZZ9 VALUE ZERO.
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-RP-FIGHT-ID       PIC X(06) VALUE SPACES.
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-RP-NAME-A         PIC X(10) VALUE SPACES.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-RP-HP-A           PIC Z9 VALUE ZERO.
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-RP-NAME-B         PIC X(10) VALUE SPACES.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-RP-HP-B           PIC X(02) VALUE SPACES.
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-RP-WINNER         PIC X(10) VALUE SPACES.
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-RP-ROUNDS         PIC ZZ9 VALUE ZERO.
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-RP-RESULT         PIC X(08) VALUE SPACES.
           05 WS-RP-STANDING-LINE.
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-RP-PLACE          PIC Z9 VALUE ZERO.
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-RP-ID             PIC 9(02) VALUE ZERO.
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-RP-NAME           PIC X(10) VALUE SPACES.
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-RP-PROFESSION     PIC X(08) VALUE SPACES.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-RP-PLAYED         PIC Z9 VALUE ZERO.
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-RP-WINS           PIC Z9 VALUE ZERO.
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-RP-LOSSES         PIC Z9 VALUE ZERO.
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-RP-DEALT          PIC ZZZZ9 VALUE ZERO.
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-RP-TAKEN          PIC ZZZZ9 VALUE ZERO.
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-RP-NOTE           PIC X(12) VALUE SPACES.
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
       01 WS-BACKUP-DATA.
           05 WS-BK-BASE-NAME      PIC X(12) VALUE SPACES.
           05 WS-BK-BASE-LEN       PIC 9(02) VALUE ZERO.
           05 WS-BK-GEN-DIGIT      PIC 9(01) VALUE ZERO.
           05 WS-BK-GEN-NAME       PIC X(17) VALUE SPACES.
           05 WS-BK-IN-NAME        PIC X(17) VALUE SPACES.
           05 WS-BK-OUT-NAME       PIC X(17) VALUE SPACES.
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
           05 WS-LCK-TIME-RAW.
               10 WS-LCK-TIME-HMS      PIC 9(06) VALUE ZERO.
               10 FILLER               PIC 9(02) VALUE ZERO.
      ******************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           MOVE SPACES TO WS-CMD-TOKEN-1
           MOVE SPACES TO WS-CMD-TOKEN-2
           MOVE SPACES TO WS-CMD-TOKEN-3
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
             INTO WS-CMD-TOKEN-1 WS-CMD-TOKEN-2 WS-CMD-TOKEN-3
           EVALUATE WS-CMD-TOKEN-1
           WHEN SPACES
           WHEN "SINGLE"
               SET WS-FMT-SINGLE TO TRUE
               MOVE "SINGLE ELIMINATION" TO WS-FORMAT-NAME
           WHEN "ROUND"
               SET WS-FMT-ROUND-ROBIN TO TRUE
               MOVE "ROUND ROBIN" TO WS-FORMAT-NAME
           WHEN OTHER
               DISPLAY "["WS-GAME-NAME"] Usage: ARENA [SINGLE|ROUND]"
                 " [entry file] [rules file]"
               DISPLAY "["WS-GAME-NAME"] Defaults: SINGLE,"
                 " ARENAENT.TXT, GAMERULE.TXT."
               MOVE 8 TO RETURN-CODE
               GO TO STOP-RUN
           END-EVALUATE
           IF WS-CMD-TOKEN-2 NOT = SPACES THEN
               MOVE WS-CMD-TOKEN-2 TO WS-ENTRY-FILE-NAME
           END-IF
           IF WS-CMD-TOKEN-3 NOT = SPACES THEN
               MOVE WS-CMD-TOKEN-3 TO WS-RULES-FILE-NAME
           END-IF

           PERFORM CHECK-SESSION-LOCK
           IF WS-LCK-LIVE THEN
               DISPLAY "["WS-GAME-NAME"] Session of operator "
                 WS-LCK-OPERATOR " holds DUNGCRWL.LCK since "
                 WS-LCK-TIME " today."
               DISPLAY "["WS-GAME-NAME"] Tournament not held; rerun"
                 " once the game has been left."
               MOVE 8 TO RETURN-CODE
               GO TO STOP-RUN
           END-IF
           PERFORM LOAD-HERO-MASTER
           IF RETURN-CODE >= 8 THEN
               GO TO STOP-RUN
           END-IF
           PERFORM LOAD-EQUIPMENT-MASTER
           PERFORM LOAD-INFIRMARY
           PERFORM LOAD-GAME-RULES
           PERFORM SEED-RANDOM-NUMBER-GENERATOR
           PERFORM SEED-TOURNAMENT-ID

           DISPLAY "ARENA TOURNAMENT " WS-TN-ID " - " WS-TODAY " - "
             WS-FORMAT-NAME " - " WS-MASTER-NAME
           DISPLAY "-----------------------------------------"
             "-----------------------------"
           PERFORM ECHO-GAME-RULES
           PERFORM LOAD-ENTRIES
           IF WS-EN-LENGTH < 2 THEN
               DISPLAY " "
               DISPLAY "["WS-GAME-NAME"] Tournament not held: fewer"
                 " than two heroes eligible."
               MOVE 8 TO RETURN-CODE
               GO TO STOP-RUN
           END-IF

           MOVE "LOCKED" TO WS-LCK-STATE
           PERFORM WRITE-LOCK-RECORD
           PERFORM OPEN-ARENA-FILES
           DISPLAY " "
           DISPLAY "MATCHES"
           DISPLAY "  Rd  No.  Fight   Hero A     HP  Hero B     HP"
             "  Winner     Rnds  Result"
           DISPLAY "  --  ---  ------  ---------- --  ---------- --"
             "  ---------- ----  --------"
           IF WS-FMT-SINGLE THEN
               PERFORM RUN-SINGLE-ELIMINATION
           ELSE
               PERFORM RUN-ROUND-ROBIN
           END-IF
           PERFORM RANK-STANDINGS
           PERFORM AWARD-PRIZE
           PERFORM WRITE-PLACE-RECORD
             VARYING WS-SO-INDEX FROM 1 BY 1
             UNTIL WS-SO-INDEX > WS-EN-LENGTH
           CLOSE ARENA-RESULT-FILE
           CLOSE ARENALOG-FILE
           PERFORM PRINT-STANDINGS
           PERFORM PRINT-REPORT-TOTALS
           MOVE "FREE  " TO WS-LCK-STATE
           PERFORM WRITE-LOCK-RECORD
           IF WS-ENT-REFUSED > 0
             OR (WS-ARENA-PRIZE-GOLD > 0 AND WS-PZ-NOT-POSTED) THEN
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GO TO STOP-RUN.
      ******************************************************************
      * == [SESSION-LOCK] =========================================BEGIN=
      * As in the nightly driver: a LOCKED record dated today from
      * anyone but this program means the masters are in use.
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
                 AND WS-LCK-DATE = WS-TODAY
                 AND WS-LCK-OPERATOR NOT = WS-BATCH-OPERATOR THEN
                   SET WS-LCK-LIVE TO TRUE
               END-IF
           END-IF.
      ******************************************************************
       WRITE-LOCK-RECORD.
           ACCEPT WS-LCK-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-LCK-TIME-RAW FROM TIME.
           MOVE WS-LCK-TIME-HMS TO WS-LCK-TIME.
           MOVE WS-BATCH-OPERATOR TO WS-LCK-OPERATOR.
           OPEN OUTPUT LOCK-FILE.
           IF WS-LCK-FS-OK THEN
               WRITE LOCK-REG FROM WS-LOCK-REC
               CLOSE LOCK-FILE
           ELSE
               DISPLAY "["WS-GAME-NAME"] LOCK file not available."
           END-IF.
      * == [SESSION-LOCK] ===========================================END=

      ******************************************************************
      * == [LOAD-MASTER-TABLES] ===================================BEGIN=
      * The keyed masters are the live ones whenever they exist, as in
      * the game itself; the text files are only read when there are
      * none.
       LOAD-HERO-MASTER.
           MOVE 0 TO WS-H-R-LENGTH.
           SET WS-HEROES-ON-TEXT TO TRUE.
           OPEN INPUT HEROES-IDX-FILE.
           IF WS-HIX-FS-OK THEN
               SET WS-HEROES-ON-IDX TO TRUE
               MOVE "HEROES.DAT" TO WS-MASTER-NAME
               PERFORM READ-IDX-HEROES VARYING WS-H-R-INDEX FROM 1
                 BY 1 UNTIL WS-HIX-FS-EOF
                 OR WS-H-R-INDEX > WS-MAX-HEROES
               CLOSE HEROES-IDX-FILE
           ELSE
               OPEN INPUT HEROES-FILE
               IF WS-H-FS-OK THEN
                   PERFORM READ-FILE-HEROES VARYING WS-H-R-INDEX
                     FROM 1 BY 1 UNTIL WS-H-FS-EOF
                     OR WS-H-R-INDEX > WS-MAX-HEROES
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
             INTO WS-HEROES-R(WS-H-R-INDEX)
           AT END
               SET WS-HIX-FS-EOF TO TRUE
           NOT AT END
               ADD 1 TO WS-H-R-LENGTH
               PERFORM CLEAN-HERO-ROW
           END-READ.
      ******************************************************************
       READ-FILE-HEROES.
           READ HEROES-FILE INTO WS-HEROES-R(WS-H-R-INDEX)
           AT END
               SET WS-H-FS-EOF TO TRUE
           NOT AT END
               ADD 1 TO WS-H-R-LENGTH
               PERFORM CLEAN-HERO-ROW
           END-READ.
      ******************************************************************
       CLEAN-HERO-ROW.
           IF WS-H-R-XP(WS-H-R-INDEX) NOT NUMERIC THEN
               MOVE ZERO TO WS-H-R-XP(WS-H-R-INDEX)
           END-IF
           IF WS-H-R-GOLD(WS-H-R-INDEX) NOT NUMERIC THEN
               MOVE ZERO TO WS-H-R-GOLD(WS-H-R-INDEX)
           END-IF.
      ******************************************************************
       LOAD-EQUIPMENT-MASTER.
           MOVE 0 TO WS-EQ-R-LENGTH.
           OPEN INPUT EQUIP-IDX-FILE.
           IF WS-EIX-FS-OK THEN
               PERFORM READ-IDX-EQUIPMENT VARYING WS-EQ-R-INDEX
                 FROM 1 BY 1 UNTIL WS-EIX-FS-EOF
                 OR WS-EQ-R-INDEX > WS-MAX-EQUIPMENT
               CLOSE EQUIP-IDX-FILE
           ELSE
               OPEN INPUT EQUIPMENT-FILE
               IF WS-EQ-FS-OK THEN
                   PERFORM READ-FILE-EQUIPMENT VARYING WS-EQ-R-INDEX
                     FROM 1 BY 1 UNTIL WS-EQ-FS-EOF
                     OR WS-EQ-R-INDEX > WS-MAX-EQUIPMENT
                   CLOSE EQUIPMENT-FILE
               END-IF
           END-IF.
      ******************************************************************
       READ-IDX-EQUIPMENT.
           READ EQUIP-IDX-FILE NEXT RECORD
             INTO WS-EQ-R(WS-EQ-R-INDEX)
           AT END
               SET WS-EIX-FS-EOF TO TRUE
           NOT AT END
               ADD 1 TO WS-EQ-R-LENGTH
           END-READ.
      ******************************************************************
       READ-FILE-EQUIPMENT.
           READ EQUIPMENT-FILE INTO WS-EQ-R(WS-EQ-R-INDEX)
           AT END
               SET WS-EQ-FS-EOF TO TRUE
           NOT AT END
               ADD 1 TO WS-EQ-R-LENGTH
           END-READ.
      ******************************************************************
       LOAD-INFIRMARY.
           MOVE 0 TO WS-INF-LENGTH.
           OPEN INPUT INFIRMARY-FILE.
           IF WS-INF-FS-OK THEN
               PERFORM READ-INFIRMARY-RECORD
                 UNTIL WS-INF-FS-EOF OR WS-INF-LENGTH >= WS-MAX-HEROES
               CLOSE INFIRMARY-FILE
           END-IF.
      ******************************************************************
       READ-INFIRMARY-RECORD.
           READ INFIRMARY-FILE
           AT END
               SET WS-INF-FS-EOF TO TRUE
           NOT AT END
               IF INF-R-HERO-ID NUMERIC AND INF-R-FIT-DATE NUMERIC
                 THEN
                   ADD 1 TO WS-INF-LENGTH
                   MOVE INF-R-HERO-ID TO WS-INF-HERO-ID(WS-INF-LENGTH)
                   MOVE INF-R-FIT-DATE
                     TO WS-INF-FIT-DATE(WS-INF-LENGTH)
               END-IF
           END-READ.
      * == [LOAD-MASTER-TABLES] =====================================END=

      ******************************************************************
      * == [GAME-RULES] ===========================================BEGIN=
      * Same "KEY value" file as the game. Only the combat keys and
      * ARENA-PRIZE-GOLD matter here; the other game keys are accepted
      * and left alone, unknown keys are reported.
       LOAD-GAME-RULES.
           MOVE 0 TO WS-RULES-LOADED-CT.
           MOVE 0 TO WS-RULES-BAD-CT.
           OPEN INPUT RULES-FILE.
           IF NOT WS-RUL-FS-OK THEN
               DISPLAY "["WS-GAME-NAME"] No rules file "
                 WS-RULES-FILE-NAME ", using built-in defaults."
           ELSE
               PERFORM READ-RULES-RECORD UNTIL WS-RUL-FS-EOF
               CLOSE RULES-FILE
           END-IF.
      ******************************************************************
       READ-RULES-RECORD.
           READ RULES-FILE
           AT END
               SET WS-RUL-FS-EOF TO TRUE
           NOT AT END
               PERFORM PROCESS-RULE-RECORD
           END-READ.
      ******************************************************************
       PROCESS-RULE-RECORD.
           IF RULES-REG = SPACES OR RULES-REG(1:1) = "*" THEN
               CONTINUE
           ELSE
               MOVE SPACES TO WS-RULE-KEY
               MOVE SPACES TO WS-RULE-VALUE
               UNSTRING RULES-REG DELIMITED BY ALL SPACE
                 INTO WS-RULE-KEY WS-RULE-VALUE
               INSPECT WS-RULE-VALUE REPLACING LEADING SPACE BY ZERO
               IF WS-RULE-VALUE-NUM NUMERIC THEN
                   PERFORM APPLY-RULE-VALUE
               ELSE
                   ADD 1 TO WS-RULES-BAD-CT
                   DISPLAY "["WS-GAME-NAME"] Rule " WS-RULE-KEY
                     " has a non-numeric value, default kept."
               END-IF
           END-IF.
      ******************************************************************
       APPLY-RULE-VALUE.
           EVALUATE WS-RULE-KEY
           WHEN "WARRIOR-DAMAGE-REDUCTION"
               IF WS-RULE-VALUE-NUM <= 9 THEN
                   MOVE WS-RULE-VALUE-NUM
                     TO WS-WARRIOR-DAMAGE-REDUCTION
                   ADD 1 TO WS-RULES-LOADED-CT
               ELSE
                   PERFORM REPORT-RULE-OUT-OF-RANGE
               END-IF
           WHEN "MAGE-PIERCE-CHANCE"
               IF WS-RULE-VALUE-NUM <= 99 THEN
                   MOVE WS-RULE-VALUE-NUM TO WS-MAGE-PIERCE-CHANCE
                   ADD 1 TO WS-RULES-LOADED-CT
               ELSE
                   PERFORM REPORT-RULE-OUT-OF-RANGE
               END-IF
           WHEN "ARENA-PRIZE-GOLD"
               MOVE WS-RULE-VALUE-NUM TO WS-ARENA-PRIZE-GOLD
               ADD 1 TO WS-RULES-LOADED-CT
           WHEN "XP-PER-MONSTER-LEVEL"
           WHEN "XP-LEVEL-UP-FACTOR"
           WHEN "LEVEL-UP-STRENGTH-GAIN"
           WHEN "LEVEL-UP-HP-GAIN"
           WHEN "GOLD-PER-MONSTER-LEVEL"
           WHEN "TREATMENT-GOLD-PER-DAY"
               CONTINUE
           WHEN OTHER
               ADD 1 TO WS-RULES-BAD-CT
               DISPLAY "["WS-GAME-NAME"] Unknown rule key ignored: "
                 WS-RULE-KEY
           END-EVALUATE.
      ******************************************************************
       REPORT-RULE-OUT-OF-RANGE.
           ADD 1 TO WS-RULES-BAD-CT.
           DISPLAY "["WS-GAME-NAME"] Rule " WS-RULE-KEY
             " value out of range, default kept.".
      ******************************************************************
       ECHO-GAME-RULES.
           DISPLAY "Rules in effect (" WS-RULES-FILE-NAME "):".
           DISPLAY "  WARRIOR-DAMAGE-REDUCTION "
             WS-WARRIOR-DAMAGE-REDUCTION.
           DISPLAY "  MAGE-PIERCE-CHANCE      "
             WS-MAGE-PIERCE-CHANCE.
           DISPLAY "  ARENA-PRIZE-GOLD        "
             WS-ARENA-PRIZE-GOLD.
           IF WS-RULES-BAD-CT > 0 THEN
               DISPLAY "  Rules rejected (defaults kept): "
                 WS-RULES-BAD-CT
           END-IF.
           DISPLAY "Random seed: " WS-RANDOM-SEED.
      * == [GAME-RULES] =============================================END=
      ******************************************************************
       SEED-RANDOM-NUMBER-GENERATOR.
           ACCEPT WS-RANDOM-SEED FROM TIME.
           COMPUTE WS-RANDOM-RESULT = FUNCTION RANDOM(WS-RANDOM-SEED).
      ******************************************************************
      * == [ARENA-FILES] ==========================================BEGIN=
      * The tournament number and the fight ids continue from the
      * highest already in ARENARES.TXT, so every arena fight keeps its
      * own id in ARENALOG.TXT.
       SEED-TOURNAMENT-ID.
           MOVE 0 TO WS-TN-ID.
           MOVE 0 TO WS-AR-MAX-FIGHT-ID.
           OPEN INPUT ARENA-RESULT-FILE.
           IF WS-AR-FS-OK THEN
               PERFORM SCAN-ARENA-RESULT UNTIL WS-AR-FS-EOF
               CLOSE ARENA-RESULT-FILE
           END-IF
           ADD 1 TO WS-TN-ID.
           MOVE WS-AR-MAX-FIGHT-ID TO WS-CL-FIGHT-ID.
      ******************************************************************
       SCAN-ARENA-RESULT.
           READ ARENA-RESULT-FILE INTO WS-AR-REC
           AT END
               SET WS-AR-FS-EOF TO TRUE
           NOT AT END
               IF WS-AR-TOURN-ID NUMERIC
                 AND WS-AR-TOURN-ID > WS-TN-ID THEN
                   MOVE WS-AR-TOURN-ID TO WS-TN-ID
               END-IF
               IF WS-AR-TYPE-MATCH AND WS-AR-FIGHT-ID NUMERIC
                 AND WS-AR-FIGHT-ID > WS-AR-MAX-FIGHT-ID THEN
                   MOVE WS-AR-FIGHT-ID TO WS-AR-MAX-FIGHT-ID
               END-IF
           END-READ.
      ******************************************************************
       OPEN-ARENA-FILES.
           OPEN EXTEND ARENA-RESULT-FILE.
           IF WS-AR-FS-NOTFOUND THEN
               OPEN OUTPUT ARENA-RESULT-FILE
           END-IF
           OPEN EXTEND ARENALOG-FILE.
           IF WS-AL-FS-NOTFOUND THEN
               OPEN OUTPUT ARENALOG-FILE
           END-IF
           IF NOT WS-AR-FS-OK OR NOT WS-AL-FS-OK THEN
               DISPLAY "["WS-GAME-NAME"] ARENARES/ARENALOG file not"
                 " available, tournament not held."
               MOVE "FREE  " TO WS-LCK-STATE
               PERFORM WRITE-LOCK-RECORD
               MOVE 8 TO RETURN-CODE
               GO TO STOP-RUN
           END-IF.
      ******************************************************************
       WRITE-MATCH-RECORD.
           MOVE WS-TN-ID TO WS-AR-TOURN-ID.
           MOVE WS-TODAY TO WS-AR-DATE.
           SET WS-AR-TYPE-MATCH TO TRUE.
           MOVE WS-FORMAT-SW TO WS-AR-FORMAT.
           WRITE ARENA-RESULT-REG FROM WS-AR-REC.
      ******************************************************************
       WRITE-PLACE-RECORD.
           MOVE WS-SO-ORDER(WS-SO-INDEX) TO WS-EN-INDEX.
           MOVE WS-TN-ID TO WS-AR-TOURN-ID.
           MOVE WS-TODAY TO WS-AR-DATE.
           SET WS-AR-TYPE-PLACE TO TRUE.
           MOVE WS-FORMAT-SW TO WS-AR-FORMAT.
           MOVE SPACES TO WS-AR-PLACE-DATA.
           MOVE WS-EN-PLACE(WS-EN-INDEX) TO WS-AR-P-PLACE.
           MOVE WS-EN-ID(WS-EN-INDEX) TO WS-AR-P-HERO-ID.
           MOVE WS-EN-PLAYED(WS-EN-INDEX) TO WS-AR-P-PLAYED.
           MOVE WS-EN-WINS(WS-EN-INDEX) TO WS-AR-P-WINS.
           MOVE WS-EN-LOSSES(WS-EN-INDEX) TO WS-AR-P-LOSSES.
           MOVE WS-EN-DEALT(WS-EN-INDEX) TO WS-AR-P-DEALT.
           MOVE WS-EN-TAKEN(WS-EN-INDEX) TO WS-AR-P-TAKEN.
           IF WS-EN-INDEX = WS-TN-CHAMPION AND WS-PZ-POSTED THEN
               MOVE WS-ARENA-PRIZE-GOLD TO WS-AR-P-PRIZE
           ELSE
               MOVE 0 TO WS-AR-P-PRIZE
           END-IF
           WRITE ARENA-RESULT-REG FROM WS-AR-REC.
      ******************************************************************
       WRITE-ARENALOG-RECORD.
           ACCEPT WS-CL-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CL-TIME-RAW FROM TIME.
           MOVE WS-CL-TIME-HMS TO WS-CL-TIME.
           MOVE WS-TN-ID TO WS-CL-RUN-ID.
           WRITE ARENALOG-REG FROM WS-COMBATLOG-REC.
      * == [ARENA-FILES] ============================================END=

      ******************************************************************
      * == [LOAD-ENTRIES] =========================================BEGIN=
      * One hero ID per line in seed order. Every line gets an ACCEPT
      * or REFUSE line on the report; refused lines do not stop the
      * tournament but end the run with return code 4.
       LOAD-ENTRIES.
           MOVE 0 TO WS-EN-LENGTH.
           DISPLAY " ".
           DISPLAY "ENTRIES (" WS-ENTRY-FILE-NAME ")".
           OPEN INPUT ENTRY-FILE.
           IF NOT WS-ENT-FS-OK THEN
               DISPLAY "["WS-GAME-NAME"] Entry file "
                 WS-ENTRY-FILE-NAME " not available."
           ELSE
               PERFORM READ-ENTRY-RECORD UNTIL WS-ENT-FS-EOF
               CLOSE ENTRY-FILE
           END-IF.
      ******************************************************************
       READ-ENTRY-RECORD.
           READ ENTRY-FILE
           AT END
               SET WS-ENT-FS-EOF TO TRUE
           NOT AT END
               ADD 1 TO WS-ENT-LINE-NO
               IF ENTRY-REG NOT = SPACES
                 AND ENTRY-REG(1:1) NOT = "*" THEN
                   ADD 1 TO WS-ENT-READ
                   PERFORM CHECK-ENTRY
               END-IF
           END-READ.
      ******************************************************************
       CHECK-ENTRY.
           MOVE SPACES TO WS-ENT-REASON.
           MOVE 0 TO WS-ENT-FOUND-POS.
           IF ENT-R-HERO-ID NOT NUMERIC THEN
               MOVE "not a hero ID" TO WS-ENT-REASON
           ELSE
               PERFORM FIND-ENTRY-HERO
                 VARYING WS-H-R-INDEX FROM 1 BY 1
                 UNTIL WS-H-R-INDEX > WS-H-R-LENGTH
                 OR WS-ENT-FOUND-POS > 0
               IF WS-ENT-FOUND-POS = 0 THEN
                   MOVE "not on the hero master" TO WS-ENT-REASON
               ELSE
                   PERFORM CHECK-ENTRY-ELIGIBLE
               END-IF
           END-IF
           IF WS-ENT-REASON = SPACES THEN
               PERFORM ADD-ENTRANT
           ELSE
               ADD 1 TO WS-ENT-REFUSED
               DISPLAY "  REFUSE  line " WS-ENT-LINE-NO " ("
                 ENTRY-REG(1:2) "): " WS-ENT-REASON
           END-IF.
      ******************************************************************
       FIND-ENTRY-HERO.
           IF WS-H-R-ID(WS-H-R-INDEX) = ENT-R-HERO-ID THEN
               MOVE WS-H-R-INDEX TO WS-ENT-FOUND-POS
           END-IF.
      ******************************************************************
      * An injured hero is out while the fit date is after today, the
      * same test the game applies when picking a party.
       CHECK-ENTRY-ELIGIBLE.
           PERFORM CHECK-ALREADY-ENTERED
             VARYING WS-EN-INDEX FROM 1 BY 1
             UNTIL WS-EN-INDEX > WS-EN-LENGTH.
           IF WS-ENT-REASON = SPACES
             AND WS-H-R-HP(WS-ENT-FOUND-POS) = 0 THEN
               MOVE "has no HP" TO WS-ENT-REASON
           END-IF
           IF WS-ENT-REASON = SPACES THEN
               MOVE 0 TO WS-ENT-FIT-DATE
               PERFORM CHECK-ENTRY-INJURY
                 VARYING WS-INF-INDEX FROM 1 BY 1
                 UNTIL WS-INF-INDEX > WS-INF-LENGTH
               IF WS-ENT-FIT-DATE > WS-TODAY THEN
                   MOVE "injured until" TO WS-ENT-REASON
                   MOVE WS-ENT-FIT-DATE TO WS-ENT-REASON(15:8)
               END-IF
           END-IF.
      ******************************************************************
       CHECK-ALREADY-ENTERED.
           IF WS-EN-ID(WS-EN-INDEX) = ENT-R-HERO-ID THEN
               MOVE "already entered" TO WS-ENT-REASON
           END-IF.
      ******************************************************************
       CHECK-ENTRY-INJURY.
           IF WS-INF-HERO-ID(WS-INF-INDEX) = ENT-R-HERO-ID THEN
               MOVE WS-INF-FIT-DATE(WS-INF-INDEX) TO WS-ENT-FIT-DATE
           END-IF.
      ******************************************************************
       ADD-ENTRANT.
           ADD 1 TO WS-EN-LENGTH.
           MOVE WS-ENT-FOUND-POS TO WS-H-R-CURRENT.
           MOVE WS-ENT-FOUND-POS TO WS-EN-H-R-POS(WS-EN-LENGTH).
           MOVE WS-H-R-ID(WS-H-R-CURRENT) TO WS-EN-ID(WS-EN-LENGTH).
           PERFORM RESOLVE-HERO-DISPLAY-NAME.
           MOVE WS-AUX-HERO-NAME TO WS-EN-NAME(WS-EN-LENGTH).
           MOVE WS-H-R-PROFESSION(WS-H-R-CURRENT)
             TO WS-HERO-PROFESSION.
           PERFORM RESOLVE-PROFESSION-NAME.
           MOVE WS-AUX-PROFESSION-NAME
             TO WS-EN-PROFESSION(WS-EN-LENGTH).
           PERFORM COMPUTE-HERO-EFFECTIVE-STATS.

           MOVE WS-EN-LENGTH TO WS-RP-EN-SEED.
           MOVE WS-EN-ID(WS-EN-LENGTH) TO WS-RP-EN-ID.
           MOVE WS-EN-NAME(WS-EN-LENGTH) TO WS-RP-EN-NAME.
           MOVE WS-EN-PROFESSION(WS-EN-LENGTH) TO WS-RP-EN-PROFESSION.
           MOVE WS-HERO-EFFECTIVE-STRENGTH TO WS-RP-EN-STRENGTH.
           MOVE WS-HERO-EFFECTIVE-AGILITY TO WS-RP-EN-AGILITY.
           MOVE WS-H-R-HP(WS-H-R-CURRENT) TO WS-RP-EN-HP.
           DISPLAY WS-RP-ENTRY-LINE.
      * == [LOAD-ENTRIES] ===========================================END=

      ******************************************************************
      * == [SINGLE-ELIMINATION] ===================================BEGIN=
       RUN-SINGLE-ELIMINATION.
           MOVE 2 TO WS-BR-SIZE.
           PERFORM DOUBLE-BRACKET-SIZE UNTIL WS-BR-SIZE >= WS-EN-LENGTH.
           MOVE 0 TO WS-BR-COUNT.
           PERFORM PLACE-SEED-IN-BRACKET
             VARYING WS-BR-INDEX FROM 1 BY 1 UNTIL WS-BR-INDEX > 16.
           MOVE 0 TO WS-BR-ROUND.
           PERFORM PLAY-BRACKET-ROUND UNTIL WS-BR-COUNT < 2.
           MOVE WS-BR-SLOT(1) TO WS-TN-CHAMPION.
           COMPUTE WS-EN-ROUND-OUT(WS-TN-CHAMPION) = WS-BR-ROUND + 1.
      ******************************************************************
       DOUBLE-BRACKET-SIZE.
           MULTIPLY 2 BY WS-BR-SIZE.
      ******************************************************************
       PLACE-SEED-IN-BRACKET.
           IF WS-BR-SEED-ORDER(WS-BR-INDEX) <= WS-BR-SIZE THEN
               ADD 1 TO WS-BR-COUNT
               IF WS-BR-SEED-ORDER(WS-BR-INDEX) <= WS-EN-LENGTH THEN
                   MOVE WS-BR-SEED-ORDER(WS-BR-INDEX)
                     TO WS-BR-SLOT(WS-BR-COUNT)
               ELSE
                   MOVE 0 TO WS-BR-SLOT(WS-BR-COUNT)
               END-IF
           END-IF.
      ******************************************************************
       PLAY-BRACKET-ROUND.
           ADD 1 TO WS-BR-ROUND.
           PERFORM PLAY-BRACKET-PAIR
             VARYING WS-BR-PAIR FROM 1 BY 1
             UNTIL WS-BR-PAIR * 2 > WS-BR-COUNT.
           DIVIDE 2 INTO WS-BR-COUNT.
           PERFORM ADVANCE-BRACKET-SLOT
             VARYING WS-BR-INDEX FROM 1 BY 1
             UNTIL WS-BR-INDEX > WS-BR-COUNT.
      ******************************************************************
      * Standard seeding never pairs two byes, so a bye always gives a
      * real entrant a free pass to the next round.
       PLAY-BRACKET-PAIR.
           COMPUTE WS-BR-SLOT-A = WS-BR-PAIR * 2 - 1.
           MOVE WS-BR-SLOT(WS-BR-SLOT-A) TO WS-ENTRANT-A.
           MOVE WS-BR-SLOT(WS-BR-SLOT-A + 1) TO WS-ENTRANT-B.
           IF WS-ENTRANT-A = 0 OR WS-ENTRANT-B = 0 THEN
               COMPUTE WS-ENTRANT-WINNER = WS-ENTRANT-A + WS-ENTRANT-B
               PERFORM RECORD-BYE
           ELSE
               PERFORM PLAY-ARENA-MATCH
               MOVE WS-BR-ROUND
                 TO WS-EN-ROUND-OUT(WS-FT-ENTRANT(WS-FT-LOSER))
           END-IF
           MOVE WS-ENTRANT-WINNER TO WS-BR-NEXT(WS-BR-PAIR).
      ******************************************************************
       ADVANCE-BRACKET-SLOT.
           MOVE WS-BR-NEXT(WS-BR-INDEX) TO WS-BR-SLOT(WS-BR-INDEX).
      ******************************************************************
       RECORD-BYE.
           ADD 1 TO WS-TN-MATCH.
           ADD 1 TO WS-TN-BYES.
           SET WS-MATCH-BYE TO TRUE.
           MOVE SPACES TO WS-AR-MATCH-DATA.
           MOVE WS-BR-ROUND TO WS-AR-ROUND.
           MOVE WS-TN-MATCH TO WS-AR-MATCH.
           MOVE 0 TO WS-AR-FIGHT-ID.
           MOVE WS-EN-ID(WS-ENTRANT-WINNER) TO WS-AR-HERO-A.
           MOVE WS-H-R-HP(WS-EN-H-R-POS(WS-ENTRANT-WINNER))
             TO WS-AR-HP-A.
           MOVE 0 TO WS-AR-HERO-B.
           MOVE 0 TO WS-AR-HP-B.
           MOVE WS-EN-ID(WS-ENTRANT-WINNER) TO WS-AR-WINNER.
           MOVE 0 TO WS-AR-ROUNDS.
           MOVE WS-MATCH-RESULT TO WS-AR-RESULT.
           PERFORM WRITE-MATCH-RECORD.

           MOVE WS-BR-ROUND TO WS-RP-ROUND.
           MOVE WS-TN-MATCH TO WS-RP-MATCH.
           MOVE SPACES TO WS-RP-FIGHT-ID.
           MOVE WS-EN-NAME(WS-ENTRANT-WINNER) TO WS-RP-NAME-A.
           MOVE WS-AR-HP-A TO WS-RP-HP-A.
           MOVE "(bye)" TO WS-RP-NAME-B.
           MOVE SPACES TO WS-RP-HP-B.
           MOVE WS-EN-NAME(WS-ENTRANT-WINNER) TO WS-RP-WINNER.
           MOVE 0 TO WS-RP-ROUNDS.
           MOVE "BYE" TO WS-RP-RESULT.
           DISPLAY WS-RP-MATCH-LINE.
      * == [SINGLE-ELIMINATION] =====================================END=

      ******************************************************************
      * == [ROUND-ROBIN] ==========================================BEGIN=
       RUN-ROUND-ROBIN.
           MOVE WS-EN-LENGTH TO WS-RR-SIZE.
           DIVIDE WS-RR-SIZE BY 2 GIVING WS-AUX-QUOTIENT
             REMAINDER WS-AUX-REMAINDER.
           IF WS-AUX-REMAINDER = 1 THEN
               ADD 1 TO WS-RR-SIZE
           END-IF
           PERFORM SET-RR-POSITION
             VARYING WS-RR-INDEX FROM 1 BY 1
             UNTIL WS-RR-INDEX > WS-RR-SIZE.
           PERFORM PLAY-RR-ROUND
             VARYING WS-BR-ROUND FROM 1 BY 1
             UNTIL WS-BR-ROUND >= WS-RR-SIZE.
      ******************************************************************
       SET-RR-POSITION.
           IF WS-RR-INDEX <= WS-EN-LENGTH THEN
               MOVE WS-RR-INDEX TO WS-RR-POS(WS-RR-INDEX)
           ELSE
               MOVE 0 TO WS-RR-POS(WS-RR-INDEX)
           END-IF.
      ******************************************************************
       PLAY-RR-ROUND.
           PERFORM PLAY-RR-PAIR
             VARYING WS-BR-PAIR FROM 1 BY 1
             UNTIL WS-BR-PAIR * 2 > WS-RR-SIZE.
           PERFORM ROTATE-RR-POSITIONS.
      ******************************************************************
      * The better seed of the pair is always hero A.
       PLAY-RR-PAIR.
           COMPUTE WS-RR-OTHER = WS-RR-SIZE + 1 - WS-BR-PAIR.
           IF WS-RR-POS(WS-BR-PAIR) > 0
             AND WS-RR-POS(WS-RR-OTHER) > 0 THEN
               IF WS-RR-POS(WS-BR-PAIR) < WS-RR-POS(WS-RR-OTHER) THEN
                   MOVE WS-RR-POS(WS-BR-PAIR) TO WS-ENTRANT-A
                   MOVE WS-RR-POS(WS-RR-OTHER) TO WS-ENTRANT-B
               ELSE
                   MOVE WS-RR-POS(WS-RR-OTHER) TO WS-ENTRANT-A
                   MOVE WS-RR-POS(WS-BR-PAIR) TO WS-ENTRANT-B
               END-IF
               PERFORM PLAY-ARENA-MATCH
           END-IF.
      ******************************************************************
       ROTATE-RR-POSITIONS.
           MOVE WS-RR-POS(WS-RR-SIZE) TO WS-RR-HOLD.
           PERFORM SHIFT-RR-POSITION
             VARYING WS-RR-INDEX FROM WS-RR-SIZE BY -1
             UNTIL WS-RR-INDEX < 3.
           MOVE WS-RR-HOLD TO WS-RR-POS(2).
      ******************************************************************
       SHIFT-RR-POSITION.
           MOVE WS-RR-POS(WS-RR-INDEX - 1) TO WS-RR-POS(WS-RR-INDEX).
      * == [ROUND-ROBIN] ============================================END=

      ******************************************************************
      * == [ARENA-MATCH] ==========================================BEGIN=
      * One match between entrants WS-ENTRANT-A and WS-ENTRANT-B, fought
      * round by round as FIGHT-MONSTER does: an archer's opening shot
      * takes the first round, then each round the hero with the higher
      * effective strength attacks. Equal strength alternates, hero A
      * on odd rounds. A match still open after WS-MAX-MATCH-ROUNDS is
      * decided on HP left, then on seed.
       PLAY-ARENA-MATCH.
           MOVE WS-ENTRANT-A TO WS-FT-ENTRANT(1).
           MOVE WS-ENTRANT-B TO WS-FT-ENTRANT(2).
           PERFORM SET-UP-FIGHTER
             VARYING WS-FT-INDEX FROM 1 BY 1 UNTIL WS-FT-INDEX > 2.
           ADD 1 TO WS-TN-MATCH.
           ADD 1 TO WS-TN-FOUGHT.
           ADD 1 TO WS-CL-FIGHT-ID.
           MOVE 0 TO WS-CL-ROUND.
           MOVE WS-FT-NAME(1) TO WS-CL-ACTOR.
           MOVE WS-FT-NAME(2) TO WS-CL-TARGET.
           MOVE "FIGHT-BEG" TO WS-CL-EVENT.
           MOVE 0 TO WS-CL-AMOUNT.
           MOVE WS-FT-HP(1) TO WS-CL-HP-LEFT.
           PERFORM WRITE-ARENALOG-RECORD.

           PERFORM RESOLVE-ARENA-ROUND
             UNTIL WS-FT-HP(1) = 0 OR WS-FT-HP(2) = 0
             OR WS-CL-ROUND >= WS-MAX-MATCH-ROUNDS.

           SET WS-MATCH-KO TO TRUE.
           EVALUATE TRUE
           WHEN WS-FT-HP(2) = 0
               MOVE 1 TO WS-FT-WINNER
           WHEN WS-FT-HP(1) = 0
               MOVE 2 TO WS-FT-WINNER
           WHEN WS-FT-HP(1) >= WS-FT-HP(2)
               SET WS-MATCH-DECISION TO TRUE
               MOVE 1 TO WS-FT-WINNER
           WHEN OTHER
               SET WS-MATCH-DECISION TO TRUE
               MOVE 2 TO WS-FT-WINNER
           END-EVALUATE
           COMPUTE WS-FT-LOSER = 3 - WS-FT-WINNER.
           MOVE WS-FT-ENTRANT(WS-FT-WINNER) TO WS-ENTRANT-WINNER.
           IF WS-MATCH-KO THEN
               ADD 1 TO WS-TN-KO
               MOVE "FIGHT-END" TO WS-CL-EVENT
           ELSE
               ADD 1 TO WS-TN-DECISIONS
               MOVE "DECISION" TO WS-CL-EVENT
           END-IF
           MOVE WS-FT-NAME(WS-FT-WINNER) TO WS-CL-ACTOR.
           MOVE WS-FT-NAME(WS-FT-LOSER) TO WS-CL-TARGET.
           MOVE 0 TO WS-CL-AMOUNT.
           MOVE WS-FT-HP(WS-FT-WINNER) TO WS-CL-HP-LEFT.
           PERFORM WRITE-ARENALOG-RECORD.

           PERFORM TALLY-FIGHTER
             VARYING WS-FT-INDEX FROM 1 BY 1 UNTIL WS-FT-INDEX > 2.
           PERFORM RECORD-MATCH.
      ******************************************************************
       SET-UP-FIGHTER.
           MOVE WS-EN-H-R-POS(WS-FT-ENTRANT(WS-FT-INDEX))
             TO WS-H-R-CURRENT.
           PERFORM COMPUTE-HERO-EFFECTIVE-STATS.
           MOVE WS-EN-NAME(WS-FT-ENTRANT(WS-FT-INDEX))
             TO WS-FT-NAME(WS-FT-INDEX).
           MOVE WS-H-R-PROFESSION(WS-H-R-CURRENT)
             TO WS-FT-PROFESSION(WS-FT-INDEX).
           MOVE WS-HERO-EFFECTIVE-STRENGTH
             TO WS-FT-STRENGTH(WS-FT-INDEX).
           MOVE WS-HERO-EFFECTIVE-AGILITY
             TO WS-FT-AGILITY(WS-FT-INDEX).
           MOVE WS-H-R-HP(WS-H-R-CURRENT) TO WS-FT-HP(WS-FT-INDEX).
           MOVE 0 TO WS-FT-DEALT(WS-FT-INDEX).
      ******************************************************************
       RESOLVE-ARENA-ROUND.
           ADD 1 TO WS-CL-ROUND.
           IF WS-CL-ROUND = 1
             AND (WS-FT-ARCHER(1) OR WS-FT-ARCHER(2)) THEN
               PERFORM ARCHER-FIRST-STRIKES
           ELSE
               PERFORM PICK-ROUND-ATTACKER
               PERFORM ARENA-ATTACK
           END-IF.
      ******************************************************************
       PICK-ROUND-ATTACKER.
           EVALUATE TRUE
           WHEN WS-FT-STRENGTH(1) > WS-FT-STRENGTH(2)
               MOVE 1 TO WS-FT-ATTACKER
           WHEN WS-FT-STRENGTH(2) > WS-FT-STRENGTH(1)
               MOVE 2 TO WS-FT-ATTACKER
           WHEN OTHER
               DIVIDE WS-CL-ROUND BY 2 GIVING WS-AUX-QUOTIENT
                 REMAINDER WS-AUX-REMAINDER
               IF WS-AUX-REMAINDER = 1 THEN
                   MOVE 1 TO WS-FT-ATTACKER
               ELSE
                   MOVE 2 TO WS-FT-ATTACKER
               END-IF
           END-EVALUATE
           COMPUTE WS-FT-DEFENDER = 3 - WS-FT-ATTACKER.
      ******************************************************************
       ARENA-ATTACK.
           PERFORM SET-ATTACK-NAMES.
           MOVE WS-FT-AGILITY(WS-FT-DEFENDER)
             TO WS-EVADE-DEFENDER-AGILITY.
           MOVE WS-FT-AGILITY(WS-FT-ATTACKER)
             TO WS-EVADE-ATTACKER-AGILITY.
           PERFORM CHECK-EVADE.

           IF WS-EVADE-OCCURRED AND WS-FT-MAGE(WS-FT-ATTACKER) THEN
               PERFORM MAGE-PIERCE-CHECK
           END-IF

           IF WS-EVADE-NOT-OCCURRED THEN
               MOVE WS-FT-STRENGTH(WS-FT-ATTACKER)
                 TO WS-INCOMING-DAMAGE
               PERFORM APPLY-ARENA-DAMAGE
               MOVE "ATTACK" TO WS-CL-EVENT
               MOVE WS-INCOMING-DAMAGE TO WS-CL-AMOUNT
               MOVE WS-FT-HP(WS-FT-DEFENDER) TO WS-CL-HP-LEFT
               PERFORM WRITE-ARENALOG-RECORD
           END-IF.
      ******************************************************************
      * Both archers shoot in the opening round, hero A first; a hero
      * felled by the first arrow does not shoot back.
       ARCHER-FIRST-STRIKES.
           IF WS-FT-ARCHER(1) THEN
               MOVE 1 TO WS-FT-ATTACKER
               MOVE 2 TO WS-FT-DEFENDER
               PERFORM ARCHER-FIRST-STRIKE
           END-IF
           IF WS-FT-ARCHER(2) AND WS-FT-HP(2) > 0 THEN
               MOVE 2 TO WS-FT-ATTACKER
               MOVE 1 TO WS-FT-DEFENDER
               PERFORM ARCHER-FIRST-STRIKE
           END-IF.
      ******************************************************************
       ARCHER-FIRST-STRIKE.
           PERFORM SET-ATTACK-NAMES.
           MOVE WS-FT-AGILITY(WS-FT-DEFENDER)
             TO WS-EVADE-DEFENDER-AGILITY.
           MOVE WS-FT-AGILITY(WS-FT-ATTACKER)
             TO WS-EVADE-ATTACKER-AGILITY.
           PERFORM CHECK-EVADE.

           IF WS-EVADE-NOT-OCCURRED THEN
               MOVE WS-FT-AGILITY(WS-FT-ATTACKER)
                 TO WS-INCOMING-DAMAGE
               PERFORM APPLY-ARENA-DAMAGE
               MOVE "FIRSTSHOT" TO WS-CL-EVENT
               MOVE WS-INCOMING-DAMAGE TO WS-CL-AMOUNT
               MOVE WS-FT-HP(WS-FT-DEFENDER) TO WS-CL-HP-LEFT
               PERFORM WRITE-ARENALOG-RECORD
           END-IF.
      ******************************************************************
       SET-ATTACK-NAMES.
           MOVE WS-FT-NAME(WS-FT-ATTACKER) TO WS-CL-ACTOR.
           MOVE WS-FT-NAME(WS-FT-DEFENDER) TO WS-CL-TARGET.
      ******************************************************************
      * A warrior's armour blunts every blow taken, never below 1.
       APPLY-ARENA-DAMAGE.
           IF WS-FT-WARRIOR(WS-FT-DEFENDER) THEN
               SUBTRACT WS-WARRIOR-DAMAGE-REDUCTION
                 FROM WS-INCOMING-DAMAGE
               IF WS-INCOMING-DAMAGE < 1 THEN
                   MOVE 1 TO WS-INCOMING-DAMAGE
               END-IF
           END-IF
           COMPUTE WS-AUX-NUMBER =
               WS-FT-HP(WS-FT-DEFENDER) - WS-INCOMING-DAMAGE
           IF WS-AUX-NUMBER < 0 THEN
               MOVE 0 TO WS-FT-HP(WS-FT-DEFENDER)
           ELSE
               MOVE WS-AUX-NUMBER TO WS-FT-HP(WS-FT-DEFENDER)
           END-IF
           ADD WS-INCOMING-DAMAGE TO WS-FT-DEALT(WS-FT-ATTACKER).
      ******************************************************************
       CHECK-EVADE.
           COMPUTE WS-EVADE-CHANCE =
               10 + ((WS-EVADE-DEFENDER-AGILITY
               - WS-EVADE-ATTACKER-AGILITY) * 3)
           IF WS-EVADE-CHANCE < 0 THEN
               MOVE 0 TO WS-EVADE-CHANCE
           END-IF
           IF WS-EVADE-CHANCE > 90 THEN
               MOVE 90 TO WS-EVADE-CHANCE
           END-IF

           COMPUTE WS-RANDOM-RESULT = FUNCTION RANDOM.
           COMPUTE WS-RANDOM-PICK = WS-RANDOM-RESULT * 100.
           IF WS-RANDOM-PICK < WS-EVADE-CHANCE THEN
               SET WS-EVADE-OCCURRED TO TRUE
               MOVE "EVADE" TO WS-CL-EVENT
               MOVE 0 TO WS-CL-AMOUNT
               MOVE 0 TO WS-CL-HP-LEFT
               PERFORM WRITE-ARENALOG-RECORD
           ELSE
               SET WS-EVADE-NOT-OCCURRED TO TRUE
           END-IF.
      ******************************************************************
       MAGE-PIERCE-CHECK.
           COMPUTE WS-RANDOM-RESULT = FUNCTION RANDOM.
           COMPUTE WS-RANDOM-PICK = WS-RANDOM-RESULT * 100.
           IF WS-RANDOM-PICK < WS-MAGE-PIERCE-CHANCE THEN
               SET WS-EVADE-NOT-OCCURRED TO TRUE
               MOVE "PIERCE" TO WS-CL-EVENT
               MOVE 0 TO WS-CL-AMOUNT
               MOVE WS-FT-HP(WS-FT-DEFENDER) TO WS-CL-HP-LEFT
               PERFORM WRITE-ARENALOG-RECORD
           END-IF.
      ******************************************************************
       TALLY-FIGHTER.
           MOVE WS-FT-ENTRANT(WS-FT-INDEX) TO WS-EN-INDEX.
           ADD 1 TO WS-EN-PLAYED(WS-EN-INDEX).
           IF WS-FT-INDEX = WS-FT-WINNER THEN
               ADD 1 TO WS-EN-WINS(WS-EN-INDEX)
           ELSE
               ADD 1 TO WS-EN-LOSSES(WS-EN-INDEX)
           END-IF
           ADD WS-FT-DEALT(WS-FT-INDEX) TO WS-EN-DEALT(WS-EN-INDEX).
           ADD WS-FT-DEALT(3 - WS-FT-INDEX)
             TO WS-EN-TAKEN(WS-EN-INDEX).
      ******************************************************************
       RECORD-MATCH.
           MOVE SPACES TO WS-AR-MATCH-DATA.
           MOVE WS-BR-ROUND TO WS-AR-ROUND.
           MOVE WS-TN-MATCH TO WS-AR-MATCH.
           MOVE WS-CL-FIGHT-ID TO WS-AR-FIGHT-ID.
           MOVE WS-EN-ID(WS-ENTRANT-A) TO WS-AR-HERO-A.
           MOVE WS-FT-HP(1) TO WS-AR-HP-A.
           MOVE WS-EN-ID(WS-ENTRANT-B) TO WS-AR-HERO-B.
           MOVE WS-FT-HP(2) TO WS-AR-HP-B.
           MOVE WS-EN-ID(WS-ENTRANT-WINNER) TO WS-AR-WINNER.
           MOVE WS-CL-ROUND TO WS-AR-ROUNDS.
           MOVE WS-MATCH-RESULT TO WS-AR-RESULT.
           PERFORM WRITE-MATCH-RECORD.

           MOVE WS-BR-ROUND TO WS-RP-ROUND.
           MOVE WS-TN-MATCH TO WS-RP-MATCH.
           MOVE WS-CL-FIGHT-ID TO WS-RP-FIGHT-ID.
           MOVE WS-FT-NAME(1) TO WS-RP-NAME-A.
           MOVE WS-FT-HP(1) TO WS-RP-HP-A.
           MOVE WS-FT-NAME(2) TO WS-RP-NAME-B.
           MOVE WS-FT-HP(2) TO WS-AUX-HP-EDIT.
           MOVE WS-AUX-HP-EDIT TO WS-RP-HP-B.
           MOVE WS-FT-NAME(WS-FT-WINNER) TO WS-RP-WINNER.
           MOVE WS-CL-ROUND TO WS-RP-ROUNDS.
           IF WS-MATCH-KO THEN
               MOVE "KO" TO WS-RP-RESULT
           ELSE
               MOVE "DECISION" TO WS-RP-RESULT
           END-IF
           DISPLAY WS-RP-MATCH-LINE.
      * == [ARENA-MATCH] ============================================END=

      ******************************************************************
      * == [COMPUTE-HERO-EFFECTIVE-STATS] =========================BEGIN=
       COMPUTE-HERO-EFFECTIVE-STATS.
           MOVE WS-H-R-STRENGTH(WS-H-R-CURRENT)
             TO WS-HERO-EFFECTIVE-STRENGTH.
           MOVE WS-H-R-AGILITY(WS-H-R-CURRENT)
             TO WS-HERO-EFFECTIVE-AGILITY.
           PERFORM ADD-EQUIPMENT-BONUS VARYING WS-EQ-R-INDEX FROM 1
             BY 1 UNTIL WS-EQ-R-INDEX > WS-EQ-R-LENGTH.
      ******************************************************************
       ADD-EQUIPMENT-BONUS.
           MOVE WS-EQ-R-ITEM-TYPE(WS-EQ-R-INDEX) TO WS-EQ-ITEM-TYPE.
           IF WS-EQ-TYPE-GEAR
             AND WS-EQ-R-EQUIPPED-HERO-ID(WS-EQ-R-INDEX)
             = WS-H-R-ID(WS-H-R-CURRENT) THEN
               ADD WS-EQ-R-STRENGTH-BONUS(WS-EQ-R-INDEX)
                 TO WS-HERO-EFFECTIVE-STRENGTH
               ADD WS-EQ-R-AGILITY-BONUS(WS-EQ-R-INDEX)
                 TO WS-HERO-EFFECTIVE-AGILITY
           END-IF.
      * == [COMPUTE-HERO-EFFECTIVE-STATS] ===========================END=
      ******************************************************************
       RESOLVE-HERO-DISPLAY-NAME.
           IF WS-H-R-NAME(WS-H-R-CURRENT) = SPACES THEN
               MOVE WS-H-R-ID(WS-H-R-CURRENT) TO WS-LOG-FALLBACK-ID
               MOVE WS-LOG-FALLBACK-NAME TO WS-AUX-HERO-NAME
           ELSE
               MOVE WS-H-R-NAME(WS-H-R-CURRENT) TO WS-AUX-HERO-NAME
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
      * == [STANDINGS] ============================================BEGIN=
      * Single elimination ranks by the round a hero went out in (the
      * champion one past the final), round robin by wins; ties then go
      * to damage dealt less damage taken, then to the better seed.
      * Heroes out in the same bracket round share a place.
       RANK-STANDINGS.
           PERFORM SET-STANDING-KEY
             VARYING WS-EN-INDEX FROM 1 BY 1
             UNTIL WS-EN-INDEX > WS-EN-LENGTH.
           SET WS-SO-SWAPPED TO TRUE.
           PERFORM SORT-STANDINGS-PASS UNTIL WS-SO-NOT-SWAPPED.
           PERFORM ASSIGN-PLACE
             VARYING WS-SO-INDEX FROM 1 BY 1
             UNTIL WS-SO-INDEX > WS-EN-LENGTH.
           IF WS-FMT-ROUND-ROBIN THEN
               MOVE WS-SO-ORDER(1) TO WS-TN-CHAMPION
           END-IF.
      ******************************************************************
       SET-STANDING-KEY.
           MOVE WS-EN-INDEX TO WS-SO-ORDER(WS-EN-INDEX).
           COMPUTE WS-EN-MARGIN(WS-EN-INDEX) = 50000
             + WS-EN-DEALT(WS-EN-INDEX) - WS-EN-TAKEN(WS-EN-INDEX).
           COMPUTE WS-EN-SORT-KEY(WS-EN-INDEX) =
             WS-EN-ROUND-OUT(WS-EN-INDEX) * 1000000000
             + WS-EN-WINS(WS-EN-INDEX) * 10000000
             + WS-EN-MARGIN(WS-EN-INDEX) * 100
             + 99 - WS-EN-INDEX.
      ******************************************************************
       SORT-STANDINGS-PASS.
           SET WS-SO-NOT-SWAPPED TO TRUE.
           PERFORM SORT-STANDINGS-PAIR
             VARYING WS-SO-INDEX FROM 1 BY 1
             UNTIL WS-SO-INDEX >= WS-EN-LENGTH.
      ******************************************************************
       SORT-STANDINGS-PAIR.
           IF WS-EN-SORT-KEY(WS-SO-ORDER(WS-SO-INDEX))
             < WS-EN-SORT-KEY(WS-SO-ORDER(WS-SO-INDEX + 1)) THEN
               MOVE WS-SO-ORDER(WS-SO-INDEX) TO WS-SO-HOLD
               MOVE WS-SO-ORDER(WS-SO-INDEX + 1)
                 TO WS-SO-ORDER(WS-SO-INDEX)
               MOVE WS-SO-HOLD TO WS-SO-ORDER(WS-SO-INDEX + 1)
               SET WS-SO-SWAPPED TO TRUE
           END-IF.
      ******************************************************************
       ASSIGN-PLACE.
           MOVE WS-SO-ORDER(WS-SO-INDEX) TO WS-EN-INDEX.
           MOVE WS-SO-INDEX TO WS-EN-PLACE(WS-EN-INDEX).
           IF WS-FMT-SINGLE AND WS-SO-INDEX > 1 THEN
               MOVE WS-SO-ORDER(WS-SO-INDEX - 1) TO WS-SO-HOLD
               IF WS-EN-ROUND-OUT(WS-SO-HOLD)
                 = WS-EN-ROUND-OUT(WS-EN-INDEX) THEN
                   MOVE WS-EN-PLACE(WS-SO-HOLD)
                     TO WS-EN-PLACE(WS-EN-INDEX)
               END-IF
           END-IF.
      ******************************************************************
       PRINT-STANDINGS.
           DISPLAY " ".
           DISPLAY "STANDINGS".
           DISPLAY "  Pl  ID  Name        Class    Ft   W   L  Dealt"
             "  Taken  Note".
           DISPLAY "  --  --  ----------  -------- --  --  --  -----"
             "  -----  ------------".
           PERFORM PRINT-STANDING-LINE
             VARYING WS-SO-INDEX FROM 1 BY 1
             UNTIL WS-SO-INDEX > WS-EN-LENGTH.
      ******************************************************************
       PRINT-STANDING-LINE.
           MOVE WS-SO-ORDER(WS-SO-INDEX) TO WS-EN-INDEX.
           MOVE WS-EN-PLACE(WS-EN-INDEX) TO WS-RP-PLACE.
           MOVE WS-EN-ID(WS-EN-INDEX) TO WS-RP-ID.
           MOVE WS-EN-NAME(WS-EN-INDEX) TO WS-RP-NAME.
           MOVE WS-EN-PROFESSION(WS-EN-INDEX) TO WS-RP-PROFESSION.
           MOVE WS-EN-PLAYED(WS-EN-INDEX) TO WS-RP-PLAYED.
           MOVE WS-EN-WINS(WS-EN-INDEX) TO WS-RP-WINS.
           MOVE WS-EN-LOSSES(WS-EN-INDEX) TO WS-RP-LOSSES.
           MOVE WS-EN-DEALT(WS-EN-INDEX) TO WS-RP-DEALT.
           MOVE WS-EN-TAKEN(WS-EN-INDEX) TO WS-RP-TAKEN.
           MOVE SPACES TO WS-RP-NOTE.
           IF WS-EN-INDEX = WS-TN-CHAMPION THEN
               MOVE "CHAMPION" TO WS-RP-NOTE
           ELSE
               IF WS-FMT-SINGLE THEN
                   MOVE "out in rd" TO WS-RP-NOTE
                   MOVE WS-EN-ROUND-OUT(WS-EN-INDEX)
                     TO WS-RP-NOTE(11:2)
               END-IF
           END-IF
           DISPLAY WS-RP-STANDING-LINE.
      ******************************************************************
       PRINT-REPORT-TOTALS.
           DISPLAY " ".
           IF WS-ARENA-PRIZE-GOLD = 0 THEN
               DISPLAY "No prize gold (ARENA-PRIZE-GOLD is 0)."
           ELSE
               IF WS-PZ-POSTED THEN
                   DISPLAY "Prize " WS-ARENA-PRIZE-GOLD " gold to hero "
                     WS-EN-ID(WS-TN-CHAMPION) " "
                     WS-EN-NAME(WS-TN-CHAMPION) ": " WS-PZ-OLD-GOLD
                     " -> " WS-PZ-NEW-GOLD
                   IF WS-PZ-CAPPED THEN
                       DISPLAY "  Balance capped at " WS-MAX-HERO-GOLD
                   END-IF
               ELSE
                   DISPLAY "WARNING: prize gold NOT posted to "
                     WS-MASTER-NAME
               END-IF
           END-IF
           DISPLAY "Entry lines read:         " WS-ENT-READ.
           DISPLAY "  Accepted:               " WS-EN-LENGTH.
           DISPLAY "  Refused:                " WS-ENT-REFUSED.
           DISPLAY "Matches fought:           " WS-TN-FOUGHT.
           DISPLAY "  Won by KO:              " WS-TN-KO.
           DISPLAY "  Won on decision:        " WS-TN-DECISIONS.
           DISPLAY "Byes:                     " WS-TN-BYES.
      * == [STANDINGS] ==============================================END=

      ******************************************************************
      * == [PRIZE] ================================================BEGIN=
      * Only the champion's gold is changed. On the keyed master the
      * record is re-read and rewritten on its own; on HEROES.TXT the
      * roster is rewritten after the backup generations are rotated,
      * as HEROXFER does. The amount goes to GOLDLOG.TXT uncapped, with
      * the balance actually held, so GOLDRECN sees any capping.
       AWARD-PRIZE.
           SET WS-PZ-NOT-POSTED TO TRUE.
           SET WS-PZ-NOT-CAPPED TO TRUE.
           IF WS-ARENA-PRIZE-GOLD > 0 THEN
               MOVE WS-EN-H-R-POS(WS-TN-CHAMPION) TO WS-PZ-POS
               IF WS-HEROES-ON-IDX THEN
                   PERFORM POST-PRIZE-TO-INDEX
               ELSE
                   PERFORM POST-PRIZE-TO-TEXT
               END-IF
               IF WS-PZ-POSTED THEN
                   MOVE "ARENA" TO WS-AUD-AREA
                   MOVE WS-EN-ID(WS-TN-CHAMPION) TO WS-AUD-KEY
                   MOVE "PRIZE-GOLD" TO WS-AUD-FIELD
                   MOVE WS-PZ-OLD-GOLD TO WS-AUD-OLD-VALUE
                   MOVE WS-PZ-NEW-GOLD TO WS-AUD-NEW-VALUE
                   PERFORM WRITE-AUDIT-RECORD
                   PERFORM WRITE-PRIZE-GOLD
               END-IF
           END-IF.
      ******************************************************************
       POST-PRIZE-TO-INDEX.
           OPEN I-O HEROES-IDX-FILE.
           IF NOT WS-HIX-FS-OK THEN
               DISPLAY "["WS-GAME-NAME"] HEROES file could not be"
                 " saved."
           ELSE
               MOVE WS-EN-ID(WS-TN-CHAMPION) TO HIX-R-ID
               READ HEROES-IDX-FILE
               INVALID KEY
                   DISPLAY "["WS-GAME-NAME"] Hero "
                     WS-EN-ID(WS-TN-CHAMPION) " no longer on "
                     WS-MASTER-NAME
               NOT INVALID KEY
                   IF HIX-R-GOLD NOT NUMERIC THEN
                       MOVE ZERO TO HIX-R-GOLD
                   END-IF
                   MOVE HIX-R-GOLD TO WS-PZ-OLD-GOLD
                   PERFORM COMPUTE-PRIZE-BALANCE
                   MOVE WS-PZ-NEW-GOLD TO HIX-R-GOLD
                   REWRITE HEROES-IDX-REG
                   INVALID KEY
                       DISPLAY "["WS-GAME-NAME"] HEROES file could"
                         " not be saved."
                   NOT INVALID KEY
                       SET WS-PZ-POSTED TO TRUE
                   END-REWRITE
               END-READ
               CLOSE HEROES-IDX-FILE
           END-IF.
      ******************************************************************
       POST-PRIZE-TO-TEXT.
           MOVE WS-H-R-GOLD(WS-PZ-POS) TO WS-PZ-OLD-GOLD.
           PERFORM COMPUTE-PRIZE-BALANCE.
           MOVE WS-PZ-NEW-GOLD TO WS-H-R-GOLD(WS-PZ-POS).
           MOVE "HEROES.TXT" TO WS-BK-BASE-NAME.
           PERFORM ROTATE-BACKUPS.
           OPEN OUTPUT HEROES-FILE.
           IF NOT WS-H-FS-OK THEN
               DISPLAY "["WS-GAME-NAME"] HEROES file could not be"
                 " saved."
               MOVE WS-PZ-OLD-GOLD TO WS-H-R-GOLD(WS-PZ-POS)
           ELSE
               PERFORM WRITE-FILE-HEROES VARYING WS-H-R-INDEX FROM 1
                 BY 1 UNTIL WS-H-R-INDEX > WS-H-R-LENGTH
               CLOSE HEROES-FILE
               SET WS-PZ-POSTED TO TRUE
           END-IF.
      ******************************************************************
       WRITE-FILE-HEROES.
           WRITE HEROES-REG FROM WS-HEROES-R(WS-H-R-INDEX).
      ******************************************************************
       COMPUTE-PRIZE-BALANCE.
           COMPUTE WS-PZ-NEW-TOTAL = WS-PZ-OLD-GOLD
             + WS-ARENA-PRIZE-GOLD.
           IF WS-PZ-NEW-TOTAL > WS-MAX-HERO-GOLD THEN
               MOVE WS-MAX-HERO-GOLD TO WS-PZ-NEW-GOLD
               SET WS-PZ-CAPPED TO TRUE
           ELSE
               MOVE WS-PZ-NEW-TOTAL TO WS-PZ-NEW-GOLD
           END-IF.
      ******************************************************************
       WRITE-PRIZE-GOLD.
           MOVE WS-EN-ID(WS-TN-CHAMPION) TO WS-GL-HERO-ID.
           ACCEPT WS-GL-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-GL-TIME-RAW FROM TIME.
           MOVE WS-GL-TIME-HMS TO WS-GL-TIME.
           MOVE "ARENA" TO WS-GL-TYPE.
           MOVE WS-ARENA-PRIZE-GOLD TO WS-GL-AMOUNT.
           MOVE SPACES TO WS-GL-REFERENCE.
           MOVE "ARENA " TO WS-GL-REFERENCE(1:6).
           MOVE WS-TN-ID TO WS-GL-REFERENCE(7:6).
           MOVE WS-PZ-NEW-GOLD TO WS-GL-BALANCE.
           MOVE 0 TO WS-GL-RUN-ID.
           OPEN EXTEND GOLDLOG-FILE.
           IF WS-GL-FS-NOTFOUND THEN
               OPEN OUTPUT GOLDLOG-FILE
           END-IF
           IF WS-GL-FS-OK THEN
               WRITE GOLDLOG-REG FROM WS-GOLDLOG-REC
               CLOSE GOLDLOG-FILE
           ELSE
               DISPLAY "["WS-GAME-NAME"] GOLDLOG file not available."
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
      * == [PRIZE] ==================================================END=

      ******************************************************************
      * == [BACKUP-GENERATIONS] ===================================BEGIN=
       ROTATE-BACKUPS.
           MOVE 2 TO WS-BK-GEN-DIGIT.
           PERFORM BUILD-BACKUP-NAME.
           MOVE WS-BK-GEN-NAME TO WS-BK-IN-NAME.
           MOVE 3 TO WS-BK-GEN-DIGIT.
           PERFORM BUILD-BACKUP-NAME.
           MOVE WS-BK-GEN-NAME TO WS-BK-OUT-NAME.
           PERFORM COPY-BACKUP-FILE.

           MOVE 1 TO WS-BK-GEN-DIGIT.
           PERFORM BUILD-BACKUP-NAME.
           MOVE WS-BK-GEN-NAME TO WS-BK-IN-NAME.
           MOVE 2 TO WS-BK-GEN-DIGIT.
           PERFORM BUILD-BACKUP-NAME.
           MOVE WS-BK-GEN-NAME TO WS-BK-OUT-NAME.
           PERFORM COPY-BACKUP-FILE.

           MOVE SPACES TO WS-BK-IN-NAME.
           MOVE WS-BK-BASE-NAME TO WS-BK-IN-NAME.
           MOVE 1 TO WS-BK-GEN-DIGIT.
           PERFORM BUILD-BACKUP-NAME.
           MOVE WS-BK-GEN-NAME TO WS-BK-OUT-NAME.
           PERFORM COPY-BACKUP-FILE.
      ******************************************************************
       BUILD-BACKUP-NAME.
           MOVE SPACES TO WS-BK-GEN-NAME.
           MOVE 12 TO WS-BK-BASE-LEN.
           PERFORM TRIM-BACKUP-BASE-LEN UNTIL WS-BK-BASE-LEN < 1
             OR WS-BK-BASE-NAME(WS-BK-BASE-LEN:1) NOT = SPACE.
           IF WS-BK-BASE-LEN > 0 THEN
               MOVE WS-BK-BASE-NAME(1:WS-BK-BASE-LEN)
                 TO WS-BK-GEN-NAME(1:WS-BK-BASE-LEN)
               MOVE ".BK" TO WS-BK-GEN-NAME(WS-BK-BASE-LEN + 1:3)
               MOVE WS-BK-GEN-DIGIT
                 TO WS-BK-GEN-NAME(WS-BK-BASE-LEN + 4:1)
           END-IF.
      ******************************************************************
       TRIM-BACKUP-BASE-LEN.
           SUBTRACT 1 FROM WS-BK-BASE-LEN.
      ******************************************************************
       COPY-BACKUP-FILE.
           OPEN INPUT BACKUP-IN-FILE.
           IF WS-BK-IN-FS-OK THEN
               OPEN OUTPUT BACKUP-OUT-FILE
               IF WS-BK-OUT-FS-OK THEN
                   PERFORM COPY-BACKUP-RECORD
                     UNTIL WS-BK-IN-FS-EOF
                   CLOSE BACKUP-OUT-FILE
               END-IF
               CLOSE BACKUP-IN-FILE
           END-IF.
      ******************************************************************
       COPY-BACKUP-RECORD.
           READ BACKUP-IN-FILE
           AT END
               SET WS-BK-IN-FS-EOF TO TRUE
           NOT AT END
               WRITE BACKUP-OUT-REG FROM BACKUP-IN-REG
           END-READ.
      * == [BACKUP-GENERATIONS] =====================================END=
      ******************************************************************
       STOP-RUN.
           STOP RUN.
       END PROGRAM ARENA.
