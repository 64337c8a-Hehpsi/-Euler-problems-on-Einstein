      *> FREEZPR - change-freeze routines, SECTION form. See FREEZWS
      *> for the record layout and the caller protocol.
       9550-LOAD-FREEZE SECTION.
           MOVE 0 TO freeze-count.
           OPEN INPUT FREEZE-FILE.
           IF FREEZE-STATUS = "35" THEN
                GO TO 9550-LOAD-FREEZE-EXIT
           END-IF.
           PERFORM UNTIL FREEZE-STATUS = "10"
               READ FREEZE-FILE
                   AT END MOVE "10" TO FREEZE-STATUS
                   NOT AT END
                       MOVE FREEZE-REC TO FREEZE-WINDOW-RECORD
                       IF FZ-WINDOW-NAME NOT = SPACES
                               AND freeze-count < FREEZE-TABLE-MAX
                            ADD 1 TO freeze-count
                            IF FZ-FROM(9:6) = SPACES THEN
                                 MOVE "000000" TO FZ-FROM(9:6)
                            END-IF
                            IF FZ-TO(9:6) = SPACES THEN
                                 MOVE "235959" TO FZ-TO(9:6)
                            END-IF
                            MOVE FZ-WINDOW-NAME
                                TO FT-WINDOW-NAME(freeze-count)
                            MOVE FZ-FROM TO FT-FROM(freeze-count)
                            MOVE FZ-TO TO FT-TO(freeze-count)
                            MOVE FZ-FILES TO FT-FILES(freeze-count)
                            MOVE FZ-OVERRIDERS
                                TO FT-OVERRIDERS(freeze-count)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FREEZE-FILE.
       9550-LOAD-FREEZE-EXIT.
           EXIT.

       9555-FIND-FREEZE SECTION.
      *> The first window in force at FREEZE-CHECK-TIME that covers
      *> FREEZE-CHECK-FILE, by table position in freeze-hit (0 when
      *> none).
           MOVE 0 TO freeze-hit.
           MOVE SPACES TO FREEZE-HIT-NAME.
           MOVE FREEZE-CHECK-FILE TO FREEZE-TOKEN.
           PERFORM VARYING freeze-idx FROM 1 BY 1
                   UNTIL freeze-idx > freeze-count
                      OR freeze-hit NOT = 0
               IF FREEZE-CHECK-TIME >= FT-FROM(freeze-idx)
                       AND FREEZE-CHECK-TIME <= FT-TO(freeze-idx)
                    IF FUNCTION TRIM(FT-FILES(freeze-idx)) = "*"
                    THEN
                         MOVE freeze-idx TO freeze-hit
                    ELSE
                         MOVE FT-FILES(freeze-idx) TO FREEZE-LIST
                         PERFORM 9565-LIST-HOLDS
                         IF FREEZE-LIST-HAS-TOKEN THEN
                              MOVE freeze-idx TO freeze-hit
                         END-IF
                    END-IF
               END-IF
           END-PERFORM.
           IF freeze-hit NOT = 0 THEN
                MOVE FT-WINDOW-NAME(freeze-hit) TO FREEZE-HIT-NAME
           END-IF.

       9560-JUDGE-FREEZE SECTION.
      *> Judged against the clock: a transaction is refused while a
      *> window covering its file is in force, unless it is marked
      *> EMERGENCY and countersigned by one of the window's override
      *> users - never the user who submitted it.
           MOVE "N" TO FREEZE-VERDICT.
           MOVE SPACES TO FREEZE-REASON.
           MOVE FUNCTION CURRENT-DATE(1:14) TO FREEZE-CHECK-TIME.
           PERFORM 9555-FIND-FREEZE.
           IF freeze-hit = 0 THEN
                GO TO 9560-JUDGE-FREEZE-EXIT
           END-IF.
           MOVE "R" TO FREEZE-VERDICT.
           IF NOT FREEZE-IS-EMERGENCY THEN
                STRING "FROZEN BY " FREEZE-HIT-NAME
                    DELIMITED BY SIZE INTO FREEZE-REASON
                GO TO 9560-JUDGE-FREEZE-EXIT
           END-IF.
           IF FREEZE-OVERRIDER = SPACES THEN
                MOVE "EMERGENCY WITH NO OVERRIDER" TO FREEZE-REASON
                GO TO 9560-JUDGE-FREEZE-EXIT
           END-IF.
           IF FREEZE-OVERRIDER = FREEZE-SUBMITTER THEN
                MOVE "OVERRIDER IS THE SUBMITTER" TO FREEZE-REASON
                GO TO 9560-JUDGE-FREEZE-EXIT
           END-IF.
           MOVE FT-OVERRIDERS(freeze-hit) TO FREEZE-LIST.
           MOVE FREEZE-OVERRIDER TO FREEZE-TOKEN.
           PERFORM 9565-LIST-HOLDS.
           IF NOT FREEZE-LIST-HAS-TOKEN THEN
                MOVE "OVERRIDER NOT ON THE FREEZE" TO FREEZE-REASON
                GO TO 9560-JUDGE-FREEZE-EXIT
           END-IF.
           MOVE "O" TO FREEZE-VERDICT.
       9560-JUDGE-FREEZE-EXIT.
           EXIT.

       9565-LIST-HOLDS SECTION.
           MOVE "N" TO FREEZE-LIST-MATCH.
           MOVE 1 TO freeze-scan-pos.
           PERFORM UNTIL freeze-scan-pos > LENGTH OF FREEZE-LIST
                      OR FREEZE-LIST-HAS-TOKEN
               MOVE SPACES TO FREEZE-WORD
               MOVE 0 TO freeze-word-len
               UNSTRING FREEZE-LIST DELIMITED BY ALL SPACE
                   INTO FREEZE-WORD COUNT IN freeze-word-len
                   WITH POINTER freeze-scan-pos
               END-UNSTRING
               IF freeze-word-len > 0
                       AND FREEZE-WORD = FREEZE-TOKEN THEN
                    MOVE "Y" TO FREEZE-LIST-MATCH
               END-IF
           END-PERFORM.

       9570-NOTE-OVERRIDE SECTION.
           MOVE SPACES TO FREEZE-OUTCOME-BUILD.
           STRING FUNCTION TRIM(FREEZE-OUTCOME) ", OVERRIDE "
                  FUNCTION TRIM(FREEZE-OVERRIDER)
               DELIMITED BY SIZE INTO FREEZE-OUTCOME-BUILD.
           MOVE FREEZE-OUTCOME-BUILD TO FREEZE-OUTCOME.
