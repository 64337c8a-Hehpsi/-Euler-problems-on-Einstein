      *> RUNMDPR - runtime-model routines, SECTION form. See RUNMDWS
      *> for the caller protocol and RUNMDSL for how the whole set
      *> fits together.
       9500-LOAD-RUN-MODEL SECTION.
           MOVE 0 TO run-model-count.
           OPEN INPUT RUN-MODEL-FILE.
           IF RUN-MODEL-STATUS = "35" THEN
                GO TO 9500-LOAD-RUN-MODEL-EXIT
           END-IF.
           PERFORM UNTIL RUN-MODEL-STATUS = "10"
               READ RUN-MODEL-FILE
                   AT END MOVE "10" TO RUN-MODEL-STATUS
                   NOT AT END
                       MOVE RUN-MODEL-RECORD TO RUN-MODEL-WORK
                       IF RM-PROGRAM-ID NOT = SPACES
                               AND RM-BAND IS NUMERIC
                               AND RM-AVG-ELAPSED IS NUMERIC
                               AND run-model-count < RUN-MODEL-MAX
                            ADD 1 TO run-model-count
                            MOVE RM-PROGRAM-ID
                                TO RMT-PROGRAM-ID(run-model-count)
                            MOVE RM-MODE TO RMT-MODE(run-model-count)
                            MOVE RM-BAND TO RMT-BAND(run-model-count)
                            MOVE RM-AVG-ELAPSED
                                TO RMT-ELAPSED(run-model-count)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RUN-MODEL-FILE.
       9500-LOAD-RUN-MODEL-EXIT.
           EXIT.

       9510-CLASSIFY-PARMS SECTION.
      *> Walks RM-PARM-SOURCE a blank-delimited token at a time, bare
      *> or NAME=VALUE alike, until the primary parameter settles:
      *> the first numeric value fixes the band, a non-numeric value
      *> ahead of it is the mode (MODE= always is).
           MOVE SPACES TO RM-CARD-MODE.
           MOVE 0 TO RM-CARD-BAND.
           MOVE "N" TO RM-PRIMARY-STATE.
           MOVE 1 TO rm-scan-pos.
           PERFORM UNTIL rm-scan-pos > LENGTH OF RM-PARM-SOURCE
                      OR NOT RM-PRIMARY-PENDING
               MOVE SPACES TO RM-TOKEN
               MOVE 0 TO rm-token-len
               UNSTRING RM-PARM-SOURCE DELIMITED BY ALL SPACE
                   INTO RM-TOKEN COUNT IN rm-token-len
                   WITH POINTER rm-scan-pos
               END-UNSTRING
               IF rm-token-len > 0 THEN
                    PERFORM 9515-CLASSIFY-ONE-TOKEN
               END-IF
           END-PERFORM.

       9515-CLASSIFY-ONE-TOKEN SECTION.
           IF rm-token-len > LENGTH OF RM-TOKEN THEN
                MOVE LENGTH OF RM-TOKEN TO rm-token-len
           END-IF.
           MOVE SPACES TO RM-NAME.
           MOVE SPACES TO RM-VALUE.
           MOVE 0 TO rm-eq-pos.
           INSPECT RM-TOKEN(1:rm-token-len) TALLYING rm-eq-pos
               FOR CHARACTERS BEFORE INITIAL "=".
           IF rm-eq-pos < rm-token-len THEN
                IF rm-eq-pos > 0 THEN
                     MOVE RM-TOKEN(1:rm-eq-pos) TO RM-NAME
                END-IF
                COMPUTE rm-value-len = rm-token-len - rm-eq-pos - 1
                IF rm-value-len = 0 THEN
                     GO TO 9515-CLASSIFY-ONE-TOKEN-EXIT
                END-IF
                MOVE RM-TOKEN(rm-eq-pos + 2:rm-value-len) TO RM-VALUE
           ELSE
                MOVE rm-token-len TO rm-value-len
                MOVE RM-TOKEN TO RM-VALUE
           END-IF.
           IF RM-VALUE(1:1) = "&" THEN
                MOVE 99 TO RM-CARD-BAND
                MOVE "U" TO RM-PRIMARY-STATE
                GO TO 9515-CLASSIFY-ONE-TOKEN-EXIT
           END-IF.
           IF RM-VALUE(1:rm-value-len) IS NUMERIC THEN
                MOVE 0 TO rm-lead-zeros
                INSPECT RM-VALUE(1:rm-value-len) TALLYING rm-lead-zeros
                    FOR LEADING "0"
                COMPUTE RM-CARD-BAND = rm-value-len - rm-lead-zeros
                IF RM-CARD-BAND = 0 THEN
                     MOVE 1 TO RM-CARD-BAND
                END-IF
                IF RM-CARD-BAND > 20 THEN
                     MOVE 20 TO RM-CARD-BAND
                END-IF
                MOVE "Y" TO RM-PRIMARY-STATE
                GO TO 9515-CLASSIFY-ONE-TOKEN-EXIT
           END-IF.
           IF RM-CARD-MODE = SPACES OR RM-NAME = "MODE" THEN
                MOVE RM-VALUE TO RM-CARD-MODE
           END-IF.
       9515-CLASSIFY-ONE-TOKEN-EXIT.
           EXIT.

       9520-PRICE-FROM-RUN-MODEL SECTION.
           PERFORM 9510-CLASSIFY-PARMS.
           MOVE 0 TO RM-PRICE-SECS.
           MOVE "N" TO RM-PRICE-RESULT.
           PERFORM VARYING rm-idx FROM 1 BY 1
                   UNTIL rm-idx > run-model-count
                      OR RM-PRICED-FROM-BAND
               IF RMT-PROGRAM-ID(rm-idx) = RM-PRICE-PROGRAM
                       AND RMT-MODE(rm-idx) = RM-CARD-MODE
                    IF RMT-BAND(rm-idx) = RM-CARD-BAND THEN
                         MOVE RMT-ELAPSED(rm-idx) TO RM-PRICE-SECS
                         MOVE "B" TO RM-PRICE-RESULT
                    ELSE
                         MOVE "G" TO RM-PRICE-RESULT
                    END-IF
               END-IF
           END-PERFORM.
