           05 BL-DUNGEON-ID            PIC 9(02) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 BL-LOG-DATE              PIC 9(08) VALUE ZERO.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 BL-RUN-ID                PIC 9(06) VALUE ZERO.
       WORKING-STORAGE SECTION.
       01 WS-CONSTANTS.
           05 WS-GAME-NAME             PIC X(15)
      ******************************************************************
       ERROR-OPENING-BATTLELOG.
           DISPLAY "["WS-GAME-NAME"] BATTLELOG file not available.".
           MOVE 4 TO RETURN-CODE.
      * == [READ-BATTLELOG] =========================================END=

      ******************************************************************
