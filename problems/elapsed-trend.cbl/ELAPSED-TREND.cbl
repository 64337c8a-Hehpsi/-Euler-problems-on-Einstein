
       01-PROFILE-RECORD SECTION.
           MOVE RESULTS-LOG-RECORD TO RESULTS-LOG-WORK.
*> A step served from CERTREG never ran, so its elapsed is no
*> measure of the program.
           IF RL-PROGRAM-ID = SPACES
                   OR RL-ELAPSED-SECONDS IS NOT NUMERIC
                   OR RL-SERVED-FROM-CERTREG THEN
                GO TO 01-PROFILE-RECORD-EXIT
           END-IF.
           PERFORM 03-FIND-GROUP.
       02-FLAG-SLOW-RUN SECTION.
           MOVE RESULTS-LOG-RECORD TO RESULTS-LOG-WORK.
           IF RL-PROGRAM-ID = SPACES
                   OR RL-ELAPSED-SECONDS IS NOT NUMERIC
                   OR RL-SERVED-FROM-CERTREG THEN
                GO TO 02-FLAG-SLOW-RUN-EXIT
           END-IF.
           MOVE 0 TO match-idx.
