      * Every discrepancy (orphaned equipment, audit entry for a hero  *
      * ID not on file, fight logged for an unknown hero name, missing *
      * dungeon file) is listed as an EXCEPTION to be fixed before the *
      * next game day, and the run ends with return code 4.            *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 FILLER                   PIC X(20) VALUE SPACES.
           05 MONSTER-R-ROOM-TYPE      PIC 9(02) VALUE ZERO.
           05 MONSTER-R-ROOM-VALUE     PIC 9(04) VALUE ZERO.
           05 MONSTER-R-TEMPLATE-ID    PIC 9(02) VALUE ZERO.
       FD BATTLELOG-FILE.
       01 BATTLELOG-REG.
           05 BL-HERO-NAME             PIC X(10) VALUE SPACES.
           05 BL-DUNGEON-ID            PIC 9(02) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 BL-LOG-DATE              PIC 9(08) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 BL-RUN-ID                PIC 9(06) VALUE ZERO.
       FD AUDIT-FILE.
       01 AUDIT-REG.
           05 AUD-DATE                 PIC 9(08) VALUE ZERO.
           05 AUD-OLD-VALUE            PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 AUD-NEW-VALUE            PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 AUD-OPERATOR             PIC X(08) VALUE SPACES.
       FD GRAVEYARD-FILE.
       01 GRAVEYARD-REG.
           05 GY-DATE                  PIC 9(08) VALUE ZERO.
           05 WS-CT-FIGHTS-TOTAL   PIC 9(05) VALUE ZERO.
           05 WS-CT-AUDITS-TODAY   PIC 9(05) VALUE ZERO.
           05 WS-CT-AUDITS-TOTAL   PIC 9(05) VALUE ZERO.
           05 WS-CT-SIGNON-FAILS   PIC 9(05) VALUE ZERO.
           05 WS-CT-EXCEPTIONS     PIC 9(03) VALUE ZERO.
       01 WS-CLOSE-WORK.
           05 WS-CW-FOUND-SW       PIC X(01) VALUE "N".
               ADD 1 TO WS-CT-AUDITS-TOTAL
               IF AUD-DATE NUMERIC AND AUD-DATE = WS-CT-TODAY THEN
                   ADD 1 TO WS-CT-AUDITS-TODAY
                   IF AUD-AREA = "SIGN-ON" THEN
                       ADD 1 TO WS-CT-SIGNON-FAILS
                   END-IF
                   IF AUD-AREA = "HERO"
                     AND AUD-FIELD NOT = "DEATH"
                     AND AUD-FIELD NOT = "RESTORE"
           DISPLAY "  Audit entries written today: "
             WS-CT-AUDITS-TODAY
             "  (all time: " WS-CT-AUDITS-TOTAL ")".
           DISPLAY "  Failed sign-ons today:       "
             WS-CT-SIGNON-FAILS.
           DISPLAY " ".
           IF WS-CT-EXCEPTIONS = 0 THEN
               DISPLAY "No discrepancies found. The game day closes"
           ELSE
               DISPLAY "Discrepancies to fix before the next game"
                 " day: " WS-CT-EXCEPTIONS
               MOVE 4 TO RETURN-CODE
           END-IF.
      ******************************************************************
       STOP-RUN.
