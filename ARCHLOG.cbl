      * leaves only the current month in the live files, and writes a  *
      * control record to ARCHCTL.TXT proving record counts balance.   *
      * Records without a readable date go to the 000000 archive.      *
      * An aborted pass or a count mismatch ends with return code 8.   *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                     " unchanged and no control record was written."
                   DISPLAY "["WS-GAME-NAME"] Archive files written"
                     " before the abort will repeat on the next run."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM REWRITE-LIVE-LOG
                   PERFORM DELETE-WORK-FILE
               MOVE "PROOF-OK" TO WS-CTL-PROOF
           ELSE
               MOVE "MISMATCH" TO WS-CTL-PROOF
               MOVE 8 TO RETURN-CODE
           END-IF

           OPEN EXTEND CONTROL-FILE.
