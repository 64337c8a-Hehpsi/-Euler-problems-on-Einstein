       COPY RESLOGFD.
       COPY RESIXFD.
       FD  PROGREG-FILE.
       01  PROGREG-REC PIC X(48).

       COPY REGCFFD.
       WORKING-STORAGE SECTION.
       01 ep-name-len PIC 9(2) BINARY.
       01 ep-val-len  PIC 9(2) BINARY.
       01 ep-probe  PIC X(21).
*> A RESTRICT= tag marks a restricted-partition answer, which no
*> check here re-derives.
       01 restrict-tally PIC 9(2) BINARY.
       01 ok-count        PIC 9(4) BINARY VALUE ZERO.
       01 mismatch-count  PIC 9(4) BINARY VALUE ZERO.
       01 skipped-count   PIC 9(4) BINARY VALUE ZERO.
                       IF RIX-PROGRAM-ID = RC-NAME(rc-idx) THEN
                            MOVE RIX-RECORD-IMAGE
                                TO RESULTS-LOG-WORK
                            MOVE 0 TO restrict-tally
                            INSPECT RL-EFFECTIVE-PARMS
                                TALLYING restrict-tally
                                FOR ALL " RESTRICT="
                            IF FUNCTION TRIM(RL-INPUT-PARM)
                                        IS NUMERIC
                                    AND FUNCTION TRIM(RL-ANSWER)
                                        IS NUMERIC
                                    AND RL-INPUT-PARM NOT = SPACES
                                    AND RL-ANSWER NOT = SPACES
                                    AND restrict-tally = 0
                                 MOVE "Y" TO RC-LOGGED(rc-idx)
                                 MOVE RL-INPUT-PARM
                                     TO RC-INPUT(rc-idx)
*> Only a plain-numeric input/answer pair is a main answer record
*> the checks below can re-derive: the QUEUE, THRESHOLD, JOINT, and
*> NONE-BELOW audit lines and RED-GREEN-AND-BLUE's AT-LEAST tile
*> breakdown records are passed over, not mistaken for the answer,
*> as are COIN-PARTITIONS' restricted-partition answers.
           MOVE RESULTS-LOG-RECORD TO RESULTS-LOG-WORK.
           MOVE 0 TO restrict-tally.
           INSPECT RL-EFFECTIVE-PARMS TALLYING restrict-tally
               FOR ALL " RESTRICT=".
           IF FUNCTION TRIM(RL-INPUT-PARM) IS NOT NUMERIC
                   OR FUNCTION TRIM(RL-ANSWER) IS NOT NUMERIC
                   OR RL-INPUT-PARM = SPACES
                   OR RL-ANSWER = SPACES
                   OR restrict-tally > 0 THEN
                GO TO 02A-CAPTURE-RECORD-EXIT
           END-IF.
           PERFORM VARYING rc-idx FROM 1 BY 1 UNTIL rc-idx > recon-count
