           05 TRACE-B         PIC Z(35)9.
           05 TRACE-N         PIC Z(35)9.
           05 TRACE-RATIO     PIC Z9.9(9).
*> Multi-draw search rows: the candidate's ordinal, the total N
*> and the blue count nearest the target, the all-blue
*> probability that count actually gives, and what the row is -
*> HIT, NEAR-MISS, or the closing CHECKED row that carries the
*> number of candidates walked and the last total tried.
       01  TRACE-DRAWS-REC.
           05 TD-CANDIDATE    PIC Z(8)9.
           05 TD-B            PIC Z(35)9.
           05 TD-N            PIC Z(35)9.
           05 TD-RATIO        PIC Z9.9(9).
           05 TD-SEP          PIC X.
           05 TD-NOTE         PIC X(10).
       COPY RESLOGFD.
       COPY SYSINFD.
       COPY ALRTFD.
         01 tp-q-edit PIC Z(17)9.
         01 tp-ceiling-edit PIC Z(7)9.

*> Multi-draw mode (DRAWS, argument 6 / keyword slot 6, default
*> 2): K blue in a row without replacement, b(b-1)..(b-K+1) over
*> n(n-1)..(n-K+1) equal to the target. Two draws keep the
*> recurrence (or TARGET's discriminant walk); past two there is
*> no recurrence to ride, so the totals are walked one at a time
*> - from L+1 for DRAWS-CEILING candidates at one half, or under
*> TARGET from K to its CEILING at P/Q. The blue count is found by
*> bisection for the first total and then only ever steps up, so
*> each candidate costs a few exact 36-digit products. With TRACE
*> on, every near-miss (the nearest blue count within
*> 1/NEAR-MISS-PARTS of a whole disc of the target) and any hit is
*> written to the trace file, closed by a CHECKED row, so a "no
*> solution" answer arrives with its evidence.
         01 dr-k PIC 9(2) BINARY VALUE 2.
         01 DRAWS-MAX PIC 9(2) BINARY VALUE 9.
         01 DRAWS-CEILING PIC 9(8) BINARY VALUE 1000000.
         01 NEAR-MISS-PARTS PIC 9(4) BINARY VALUE 1000.
         01 dr-first-n PIC 9(36).
         01 dr-last-n PIC 9(36).
         01 dr-n PIC 9(36).
         01 dr-b PIC 9(36).
         01 dr-x PIC 9(36).
         01 dr-f PIC 9(36).
         01 dr-i PIC 9(2) BINARY.
         01 dr-target PIC 9(36).
         01 dr-low PIC 9(36).
         01 dr-high PIC 9(36).
         01 dr-gap-lo PIC 9(36).
         01 dr-gap-hi PIC 9(36).
         01 dr-step PIC 9(36).
         01 dr-near-b PIC 9(36).
         01 dr-lo PIC 9(36).
         01 dr-hi PIC 9(36).
         01 dr-mid PIC 9(36).
         01 dr-fn PIC 9(36).
         01 dr-checked PIC 9(9) BINARY VALUE ZERO.
         01 dr-trace-rows PIC 9(9) BINARY VALUE ZERO.
         01 DR-HIT PIC X VALUE "N".
             88 DR-HIT-FOUND VALUE "Y".
         01 DR-ROOM PIC X VALUE "Y".
             88 DR-ROOM-OK VALUE "Y".
         01 dr-k-edit PIC 9.
         01 dr-parm-tail PIC X(10) VALUE SPACES.
         01 dr-last-edit PIC Z(35)9.
         01 dr-hit-edit PIC Z(35)9.

         01 l-edit PIC Z(35)9.
         01 b-seed-edit PIC Z(35)9.
         01 n-seed-edit PIC Z(35)9.
           MOVE "N" TO SYSIN-DEFAULT(4).
           MOVE "DEBUG" TO SYSIN-KEY(5).
           MOVE "N" TO SYSIN-DEFAULT(5).
           MOVE "DRAWS" TO SYSIN-KEY(6).
           MOVE "2" TO SYSIN-DEFAULT(6).
           PERFORM 9300-GET-PARAMETERS.
           MOVE 1 TO ARG-NUM.
           PERFORM 9320-GET-ARGUMENT.
                     PERFORM 9320-GET-ARGUMENT
                     MOVE VALIDATE-BUFFER(1:1) TO DEBUG-MODE
                END-IF
                PERFORM 09-GET-DRAWS
                PERFORM 03-RUN-TARGET-SEARCH
                STOP RUN
           END-IF.
                MOVE VALIDATE-BUFFER(1:1) TO DEBUG-MODE
           END-IF.

           PERFORM 09-GET-DRAWS.
           IF dr-k NOT = 2 THEN
                PERFORM 08-RUN-DRAWS-MODE
                STOP RUN
           END-IF.

           MOVE b TO b-seed.
           MOVE n TO n-seed.

           DIVIDE tp-q BY tp-gcd-x GIVING tp-q.

           MOVE "N" TO TP-HIT.
           MOVE SPACES TO dr-parm-tail.
           IF dr-k NOT = 2 THEN
                MOVE dr-k TO dr-k-edit
                STRING " DRAWS=" dr-k-edit
                    DELIMITED BY SIZE INTO dr-parm-tail
                MOVE dr-k TO dr-first-n
                MOVE tp-ceiling TO dr-last-n
                PERFORM 05-RUN-DRAWS-SEARCH
                IF DR-HIT-FOUND THEN
                     MOVE "Y" TO TP-HIT
                     MOVE dr-b TO tp-b
                     MOVE dr-n TO tp-hit-n
                END-IF
           ELSE
                PERFORM VARYING tp-n FROM 2 BY 1
                        UNTIL tp-n > tp-ceiling
                           OR TP-HIT = "Y"
                    PERFORM 04-JUDGE-ONE-N
                    MOVE tp-n TO HB-CURRENT-INDEX
                    MOVE tp-ceiling TO HB-TARGET-INDEX
                    PERFORM 9655-RECORD-PROGRESS
                END-PERFORM
           END-IF.

           MOVE tp-p TO tp-p-edit.
           MOVE tp-q TO tp-q-edit.
                  " Q=" FUNCTION TRIM(tp-q-edit)
                  " CEILING=" FUNCTION TRIM(tp-ceiling-edit)
                  " DEBUG=" DEBUG-MODE
                  dr-parm-tail
               DELIMITED BY SIZE INTO RL-EFFECTIVE-PARMS.
           PERFORM 9200-DISPLAY-HEADER.
           IF TP-HIT = "Y" THEN
                DISPLAY tp-b
                IF dr-k NOT = 2 THEN
                     DISPLAY "ARRANGED-PROB: B=" tp-b " OF N="
                             tp-hit-n
                             " GIVES ALL-BLUE PROBABILITY "
                             FUNCTION TRIM(tp-p-edit) "/"
                             FUNCTION TRIM(tp-q-edit)
                             " OVER " dr-k-edit " DRAWS"
                ELSE
                     DISPLAY "ARRANGED-PROB: B=" tp-b " OF N="
                             tp-hit-n
                             " GIVES BOTH-BLUE PROBABILITY "
                             FUNCTION TRIM(tp-p-edit) "/"
                             FUNCTION TRIM(tp-q-edit)
                END-IF
                MOVE tp-b TO RL-ANSWER
                PERFORM 9000-LOG-RESULT
                MOVE 0 TO RETURN-CODE
       04-JUDGE-ONE-N-EXIT.
           EXIT.

       05-RUN-DRAWS-SEARCH SECTION.
*> Walks the totals dr-first-n to dr-last-n for K blue draws at
*> tp-p/tp-q. The largest falling factorial the walk can touch is
*> sized up front, so the search either fits in 36 digits
*> throughout or is refused before it starts.
           MOVE "N" TO DR-HIT.
           MOVE 0 TO dr-checked.
           MOVE dr-k TO dr-k-edit.
           COMPUTE dr-x = dr-last-n + 1.
           PERFORM 07-FALLING-FACTORIAL.
           IF DR-ROOM-OK THEN
                MULTIPLY tp-q BY dr-f GIVING dr-high
                    ON SIZE ERROR
                        MOVE "N" TO DR-ROOM
                END-MULTIPLY
           END-IF.
           IF NOT DR-ROOM-OK THEN
                MOVE dr-last-n TO dr-last-edit
                DISPLAY "ARRANGED-PROB: " dr-k-edit
                        " DRAWS FROM TOTALS UP "
                        "TO " FUNCTION TRIM(dr-last-edit)
                        " OUTRUN 36-DIGIT ARITHMETIC"
                MOVE "DRAWS-TOO-LARGE" TO AL-REASON-CODE
                MOVE dr-last-edit TO AL-PARM-VALUE
                PERFORM 9600-LOG-ALERT
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.

*> The largest b with q*f(b) <= p*f(n) at the first total, by
*> bisection; the walk only ever moves it up from there.
           MOVE dr-first-n TO dr-x.
           PERFORM 07-FALLING-FACTORIAL.
           MULTIPLY tp-p BY dr-f GIVING dr-target.
           MOVE 0 TO dr-lo.
           COMPUTE dr-hi = dr-first-n + 1.
           PERFORM UNTIL dr-hi - dr-lo <= 1
               COMPUTE dr-mid = (dr-lo + dr-hi) / 2
               MOVE dr-mid TO dr-x
               PERFORM 07-FALLING-FACTORIAL
               MULTIPLY tp-q BY dr-f GIVING dr-low
               IF dr-low > dr-target THEN
                    MOVE dr-mid TO dr-hi
               ELSE
                    MOVE dr-mid TO dr-lo
               END-IF
           END-PERFORM.
           MOVE dr-lo TO dr-b.
           MOVE dr-b TO dr-x.
           PERFORM 07-FALLING-FACTORIAL.
           MULTIPLY tp-q BY dr-f GIVING dr-low.
           COMPUTE dr-x = dr-b + 1.
           PERFORM 07-FALLING-FACTORIAL.
           MULTIPLY tp-q BY dr-f GIVING dr-high.

           PERFORM VARYING dr-n FROM dr-first-n BY 1
                   UNTIL dr-n > dr-last-n
                      OR DR-HIT-FOUND
               PERFORM 06-JUDGE-DRAWS-N
               MOVE dr-checked TO HB-CURRENT-INDEX
               COMPUTE HB-TARGET-INDEX = dr-last-n - dr-first-n + 1
               PERFORM 9655-RECORD-PROGRESS
           END-PERFORM.
*> VARYING has stepped past the total that hit.
           IF DR-HIT-FOUND THEN
                SUBTRACT 1 FROM dr-n
           END-IF.

           IF TRACE-MODE-ON THEN
                MOVE SPACES TO TRACE-DRAWS-REC
                MOVE dr-checked TO TD-CANDIDATE
                MOVE 0 TO TD-B
                IF DR-HIT-FOUND THEN
                     MOVE dr-n TO TD-N
                ELSE
                     MOVE dr-last-n TO TD-N
                END-IF
                MOVE 0 TO TD-RATIO
                MOVE "CHECKED" TO TD-NOTE
                WRITE TRACE-DRAWS-REC
                ADD 1 TO dr-trace-rows
           END-IF.

       06-JUDGE-DRAWS-N SECTION.
           ADD 1 TO dr-checked.
           MOVE dr-n TO dr-x.
           PERFORM 07-FALLING-FACTORIAL.
           MOVE dr-f TO dr-fn.
           MULTIPLY tp-p BY dr-fn GIVING dr-target.
           PERFORM UNTIL dr-high > dr-target
               ADD 1 TO dr-b
               MOVE dr-high TO dr-low
               COMPUTE dr-x = dr-b + 1
               PERFORM 07-FALLING-FACTORIAL
               MULTIPLY tp-q BY dr-f GIVING dr-high
           END-PERFORM.
           COMPUTE dr-gap-lo = dr-target - dr-low.
           COMPUTE dr-gap-hi = dr-high - dr-target.
           IF dr-gap-lo = 0 THEN
                MOVE "Y" TO DR-HIT
                MOVE dr-b TO dr-near-b
                MOVE "HIT" TO TD-NOTE
                GO TO 06-JUDGE-DRAWS-N-TRACE
           END-IF.
           IF DEBUG-ON THEN
                DIVIDE dr-checked BY DEBUG-TRACE-EVERY
                    GIVING debug-dump REMAINDER debug-check
                IF debug-check = 0 THEN
                     DISPLAY "ARRANGED-PROB: CANDIDATE=" dr-checked
                             " B=" dr-b " N=" dr-n
                END-IF
           END-IF.
           IF NOT TRACE-MODE-ON THEN
                GO TO 06-JUDGE-DRAWS-N-EXIT
           END-IF.
           COMPUTE dr-step = dr-gap-lo + dr-gap-hi.
           IF dr-gap-lo <= dr-gap-hi THEN
                MOVE dr-b TO dr-near-b
                MULTIPLY dr-gap-lo BY NEAR-MISS-PARTS GIVING dr-mid
           ELSE
                COMPUTE dr-near-b = dr-b + 1
                MULTIPLY dr-gap-hi BY NEAR-MISS-PARTS GIVING dr-mid
           END-IF.
           IF dr-mid >= dr-step THEN
                GO TO 06-JUDGE-DRAWS-N-EXIT
           END-IF.
           MOVE "NEAR-MISS" TO TD-NOTE.
       06-JUDGE-DRAWS-N-TRACE.
           IF NOT TRACE-MODE-ON THEN
                GO TO 06-JUDGE-DRAWS-N-EXIT
           END-IF.
           MOVE dr-near-b TO dr-x.
           PERFORM 07-FALLING-FACTORIAL.
           DIVIDE dr-f BY dr-fn GIVING b-over-n.
           MOVE dr-checked TO TD-CANDIDATE.
           MOVE dr-near-b TO TD-B.
           MOVE dr-n TO TD-N.
           MOVE b-over-n TO TD-RATIO.
           MOVE SPACE TO TD-SEP.
           WRITE TRACE-DRAWS-REC.
           ADD 1 TO dr-trace-rows.
       06-JUDGE-DRAWS-N-EXIT.
           EXIT.

       07-FALLING-FACTORIAL SECTION.
*> dr-f = dr-x (dr-x - 1) .. (dr-x - K + 1), zero when dr-x < K;
*> DR-ROOM drops to "N" if the product outruns 36 digits.
           MOVE "Y" TO DR-ROOM.
           IF dr-x < dr-k THEN
                MOVE 0 TO dr-f
                GO TO 07-FALLING-FACTORIAL-EXIT
           END-IF.
           MOVE 1 TO dr-f.
           PERFORM VARYING dr-i FROM 0 BY 1 UNTIL dr-i >= dr-k
               COMPUTE dr-f = dr-f * (dr-x - dr-i)
                   ON SIZE ERROR
                       MOVE "N" TO DR-ROOM
               END-COMPUTE
           END-PERFORM.
       07-FALLING-FACTORIAL-EXIT.
           EXIT.

       08-RUN-DRAWS-MODE SECTION.
*> The classic question for K draws: the first total above L with
*> an all-blue probability of exactly one half, walked for at most
*> DRAWS-CEILING candidates.
           MOVE 1 TO tp-p.
           MOVE 2 TO tp-q.
           COMPUTE dr-first-n = l + 1.
           COMPUTE dr-last-n = l + DRAWS-CEILING.
*> Fewer discs than draws cannot produce K blue at all.
           IF dr-first-n < dr-k THEN
                MOVE dr-k TO dr-first-n
           END-IF.
           IF TRACE-MODE-ON THEN
                OPEN OUTPUT TRACE-FILE
           END-IF.
           PERFORM 05-RUN-DRAWS-SEARCH.
           IF TRACE-MODE-ON THEN
                CLOSE TRACE-FILE
                MOVE TRACE-DSN TO MF-FILE-NAME
                MOVE dr-trace-rows TO MF-RECORD-COUNT
                PERFORM 9950-WRITE-MANIFEST
           END-IF.

           MOVE l TO RL-INPUT-PARM.
           MOVE l TO l-edit.
           MOVE dr-k TO dr-k-edit.
           MOVE DRAWS-CEILING TO tp-ceiling-edit.
           MOVE SPACES TO RL-EFFECTIVE-PARMS.
           STRING "MODE=DRAWS L=" FUNCTION TRIM(l-edit)
                  " DRAWS=" dr-k-edit
                  " CEILING=" FUNCTION TRIM(tp-ceiling-edit)
                  " TRACE=" TRACE-MODE
                  " DEBUG=" DEBUG-MODE
                  DELIMITED BY SIZE INTO RL-EFFECTIVE-PARMS.
           PERFORM 9200-DISPLAY-HEADER.
           IF DR-HIT-FOUND THEN
                DISPLAY dr-b
                MOVE dr-n TO dr-hit-edit
                DISPLAY "ARRANGED-PROB: B=" dr-b " OF N="
                        FUNCTION TRIM(dr-hit-edit)
                        " GIVES ALL-BLUE PROBABILITY 1/2 OVER "
                        dr-k-edit " DRAWS"
                MOVE dr-b TO RL-ANSWER
                PERFORM 9000-LOG-RESULT
                MOVE 0 TO RETURN-CODE
           ELSE
                MOVE dr-last-n TO dr-last-edit
                DISPLAY "ARRANGED-PROB: NO SOLUTION FOUND UP TO N="
                        FUNCTION TRIM(dr-last-edit)
                MOVE SPACES TO RL-ANSWER
                STRING "NONE-BELOW-"
                       FUNCTION TRIM(dr-last-edit)
                    DELIMITED BY SIZE INTO RL-ANSWER
                PERFORM 9000-LOG-RESULT
                MOVE 4 TO RETURN-CODE
           END-IF.

       09-GET-DRAWS SECTION.
           IF ARG-COUNT < 6 THEN
                GO TO 09-GET-DRAWS-EXIT
           END-IF.
           MOVE 6 TO ARG-NUM.
           PERFORM 9320-GET-ARGUMENT.
           MOVE 1 TO VALIDATE-MAXLEN.
           MOVE "DRAWS" TO VALIDATE-LABEL.
           PERFORM 9100-VALIDATE-NUMERIC.
           MOVE FUNCTION TRIM(VALIDATE-BUFFER) TO dr-k.
           IF dr-k < 2 OR dr-k > DRAWS-MAX THEN
                MOVE DRAWS-MAX TO dr-k-edit
                DISPLAY "ARRANGED-PROB: DRAWS RUNS 2 TO " dr-k-edit
                MOVE "DRAWS-RANGE" TO AL-REASON-CODE
                MOVE VALIDATE-BUFFER TO AL-PARM-VALUE
                PERFORM 9600-LOG-ALERT
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
       09-GET-DRAWS-EXIT.
           EXIT.

       01-EVAL SECTION.
           MULTIPLY b BY 3 GIVING buff1.
           MULTIPLY n BY 2 GIVING buff2.
