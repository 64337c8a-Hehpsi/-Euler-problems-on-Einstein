           COPY RESLOGSL.
           COPY SYSINSL.
           COPY ALRTSL.
           COPY LINAGSL.
           SELECT SPILL-FILE ASSIGN USING spill-dsn
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
       COPY RESLOGFD.
       COPY SYSINFD.
       COPY ALRTFD.
       COPY LINAGFD.
       FD  SPILL-FILE.
       01  SPILL-REC.
           05 SPILL-VAL PIC S9(8).
       COPY VALNUMWS.
       COPY RPTHDRWS.
       COPY ALRTWS.
       COPY LINAGWS.
       COPY CAPLGWS.
       COPY PRGHBWS.
       COPY ANSWSWS.
           05 FILLER PIC X(08) VALUE "TRAILER ".
           05 EXT-COUNT PIC 9(09) VALUE ZERO.

*> Restricted partitions (RESTRICT, keyword slot 6; argument 6 of
*> the ordinary command line, argument 4 after EXACT N): DISTINCT
*> counts partitions into distinct parts, MAXPART-k into parts no
*> larger than k, PARTS-k into exactly k parts. DISTINCT rides the
*> pentagonal recurrence itself - the product of (1 + x**j) is the
*> product of (1 - x**2j) over the product of (1 - x**j), so the
*> recurrence gains one correction term, -sgn, wherever n is twice
*> a generalized pentagonal. MAXPART-k and PARTS-k are built part
*> by part over the whole table (exactly k parts is parts of at
*> most k in n - k), so a restricted modular search runs in core,
*> within one window, with no spill or checkpoint. Every
*> restricted run first proves Euler's identity - distinct-part
*> counts equal odd-part counts - on two independently built
*> tables up to IDENTITY-CHECK-N, and a DISTINCT run also ties its
*> own values to the odd-part table; a failure logs no answer. The
*> restriction is carried in RL-EFFECTIVE-PARMS, so a restricted
*> answer is never taken for p(n).
       01 RESTRICT-KIND PIC X(8) VALUE "NONE".
           88 RESTRICT-NONE     VALUE "NONE".
           88 RESTRICT-DISTINCT VALUE "DISTINCT".
           88 RESTRICT-MAXPART  VALUE "MAXPART".
           88 RESTRICT-PARTS    VALUE "PARTS".
           88 RESTRICT-ON       VALUE "DISTINCT" "MAXPART" "PARTS".
       01 restrict-k PIC 9(8) COMP-4 VALUE ZERO.
       01 RESTRICT-K-MAX PIC 9(8) COMP-4 VALUE 999.
       01 RESTRICT-CEILING-MAX PIC 9(8) COMP-4 VALUE 99999.
       01 restrict-echo PIC X(12) VALUE "NONE".
       01 restrict-parm-tail PIC X(22) VALUE SPACES.
       01 restrict-k-edit PIC ZZ9.
       01 restrict-k-text PIC X(74).
       01 rs-top PIC 9(8) COMP-4.
       01 rs-j PIC 9(8) COMP-4.
       01 rs-n PIC 9(8) COMP-4.
       01 rs-found-n PIC 9(8) COMP-4.
       01 rs-sum PIC S9(18) COMP-4.
       01 rs-dump PIC S9(18) COMP-4.
       01 IDENTITY-CHECK-N PIC 9(4) COMP-4 VALUE 500.
       01 id-top PIC 9(4) COMP-4.
       01 id-j PIC 9(4) COMP-4.
       01 id-n PIC 9(4) COMP-4.
       01 id-residue PIC 9(36).
       01 id-compose PIC 9(36).
       01 id-dump PIC 9(36).
       01 ID-TABLES.
           05 ID-DISTINCT PIC 9(36) OCCURS 501 TIMES.
           05 ID-ODD      PIC 9(36) OCCURS 501 TIMES.
       01 id-n-edit PIC ZZZ9.

       01 ARG-COUNT PIC 9(2) BINARY VALUE ZERO.
       01 ARG-NUM   PIC 9(2) BINARY VALUE ZERO.

       00-MAIN SECTION.
           MOVE "COIN-PARTITIONS" TO RL-PROGRAM-ID.
           MOVE RL-PROGRAM-ID TO AL-PROGRAM-ID.
           MOVE RL-PROGRAM-ID TO LN-PROGRAM-ID.
           MOVE RL-PROGRAM-ID TO HB-PROGRAM-NAME.
           PERFORM 9800-LOAD-REGION-CONFIG.
           MOVE RESULTS-LOG-DSN TO REGION-DSN-WORK.
           MOVE ALERT-LOG-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO ALERT-LOG-DSN.
           MOVE LINEAGE-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO LINEAGE-DSN.
           MOVE CAPACITY-LOG-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO CAPACITY-LOG-DSN.
           MOVE "CEILING" TO SYSIN-KEY(4).
           MOVE "100000" TO SYSIN-DEFAULT(4).
           MOVE "MODE" TO SYSIN-KEY(5).
           MOVE "RESTRICT" TO SYSIN-KEY(6).
           MOVE "NONE" TO SYSIN-DEFAULT(6).
           PERFORM 9300-GET-PARAMETERS.
           MOVE 1 TO ARG-NUM.
           PERFORM 9320-GET-ARGUMENT.
                     MOVE 3 TO ARG-NUM
                     PERFORM 9320-GET-ARGUMENT
                     MOVE VALIDATE-BUFFER(1:1) TO DEBUG-MODE
                     IF ARG-COUNT >= 6 THEN
                          MOVE 6 TO ARG-NUM
                          PERFORM 9320-GET-ARGUMENT
                          PERFORM 40-TAKE-RESTRICT
                     END-IF
                     PERFORM 21-RUN-EXACT
                     STOP RUN
                END-IF
                     MOVE 3 TO ARG-NUM
                     PERFORM 9320-GET-ARGUMENT
                     MOVE VALIDATE-BUFFER(1:1) TO DEBUG-MODE
                     IF ARG-COUNT >= 6 THEN
                          MOVE 6 TO ARG-NUM
                          PERFORM 9320-GET-ARGUMENT
                          PERFORM 40-TAKE-RESTRICT
                     END-IF
                     PERFORM 03-LAUNCH-JOINT-SEARCH
                     STOP RUN
                END-IF
                     PERFORM 9320-GET-ARGUMENT
                     MOVE VALIDATE-BUFFER(1:1) TO DEBUG-MODE
                END-IF
                IF ARG-COUNT >= 4 THEN
                     MOVE 4 TO ARG-NUM
                     PERFORM 9320-GET-ARGUMENT
                     PERFORM 40-TAKE-RESTRICT
                END-IF
                PERFORM 21-RUN-EXACT
                STOP RUN
           END-IF.
                     PERFORM 9320-GET-ARGUMENT
                     MOVE VALIDATE-BUFFER(1:1) TO DEBUG-MODE
                END-IF
                IF ARG-COUNT >= 6 THEN
                     MOVE 6 TO ARG-NUM
                     PERFORM 9320-GET-ARGUMENT
                     PERFORM 40-TAKE-RESTRICT
                END-IF
                PERFORM 03-LAUNCH-JOINT-SEARCH
                STOP RUN
           END-IF.
                     STOP RUN
                END-IF
           END-IF.

           IF ARG-COUNT >= 6 THEN
                MOVE 6 TO ARG-NUM
                PERFORM 9320-GET-ARGUMENT
                PERFORM 40-TAKE-RESTRICT
           END-IF.
           IF RESTRICT-ON
                   AND search-ceiling > RESTRICT-CEILING-MAX THEN
                MOVE RESTRICT-CEILING-MAX TO ceiling-edit
                DISPLAY "COIN-PARTITIONS: A RESTRICTED SEARCH RUNS IN "
                        "ONE WINDOW - SEARCH-CEILING AT MOST "
                        FUNCTION TRIM(ceiling-edit)
                MOVE "RESTRICT-CEILING" TO AL-REASON-CODE
                MOVE restrict-echo TO AL-PARM-VALUE
                PERFORM 9600-LOG-ALERT
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
      *> The recurrence reaches back through every generalized
      *> pentagonal up to the n being computed, so the pentagonal
      *> cache must always cover the search ceiling - a cache sized
           MOVE 4000 TO CP-CAPACITY.
           PERFORM 9700-LOG-CAPACITY.

           IF RESTRICT-ON THEN
                PERFORM 41-PROVE-PARTITION-IDENTITY
                PERFORM 42-RUN-RESTRICTED-MODULUS
                    VARYING batch-idx FROM 1 BY 1
                    UNTIL batch-idx > MODULUS-LIST-COUNT
                IF ANY-NO-HIT THEN
                     MOVE 4 TO RETURN-CODE
                ELSE
                     MOVE 0 TO RETURN-CODE
                END-IF
                STOP RUN
           END-IF.

      *> PENTAGONALS-CACHE doesn't depend on MODULUS, so it's built
      *> once above and reused for every modulus in the batch; only
      *> CACHED-SOLUTIONS (which IS modulus-specific, since each step
           END-IF.

       03-LAUNCH-JOINT-SEARCH SECTION.
           IF RESTRICT-ON THEN
                DISPLAY "COIN-PARTITIONS: RESTRICT DOES NOT APPLY TO "
                        "A JOINT SEARCH"
                MOVE "RESTRICT-JOINT" TO AL-REASON-CODE
                MOVE restrict-echo TO AL-PARM-VALUE
                PERFORM 9600-LOG-ALERT
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
           MOVE joint-ceiling TO static-n.
           CALL "PENTAGONAL" USING
                BY REFERENCE CACHED-PENTAGONALS
                             PENTAGONALS-CACHE-SIZE.
           INITIALIZE EXACT-TABLE.
           MOVE 1 TO EX-WORD(1, 1).
           IF RESTRICT-ON THEN
                PERFORM 41-PROVE-PARTITION-IDENTITY
           END-IF.

           IF RESTRICT-MAXPART OR RESTRICT-PARTS THEN
                PERFORM 45-EXACT-PART-TABLE
           ELSE
                PERFORM VARYING ex-k FROM 1 BY 1
                        UNTIL ex-k > exact-n
                    PERFORM 22-EXACT-ONE-CELL
                END-PERFORM
                COMPUTE ex-row = exact-n + 1
           END-IF.
           IF RESTRICT-DISTINCT THEN
                PERFORM 47-TIE-EXACT-TO-IDENTITY
           END-IF.

           PERFORM 25-FORMAT-EXACT-ROW.

           OPEN OUTPUT EXACT-OUT-FILE.
           MOVE SPACES TO RL-EFFECTIVE-PARMS.
           STRING "MODE=EXACT N=" FUNCTION TRIM(exact-n-edit)
                  " DEBUG=" DEBUG-MODE
                  restrict-parm-tail
               DELIMITED BY SIZE INTO RL-EFFECTIVE-PARMS.
           PERFORM 9200-DISPLAY-HEADER.
           DISPLAY FUNCTION TRIM(ex-digits).
                    MOVE -1 TO sgn
                    COMPUTE g = 0 - PENTAGONALS-CACHE(i)
               END-IF
      *> Distinct parts: the (1 - x**2j) numerator's term lands
      *> on n = 2g with the opposite sign.
               IF RESTRICT-DISTINCT AND g * 2 = ex-k THEN
                    IF sgn > 0 THEN
                         ADD 1 TO EXM-WORD(1)
                    ELSE
                         ADD 1 TO EXP-WORD(1)
                    END-IF
               END-IF
               IF g <= ex-k THEN
                    COMPUTE ex-src = ex-k - g + 1
                    IF sgn > 0 THEN
                   INTO ex-digits WITH POINTER ex-pos
           END-PERFORM.

       40-TAKE-RESTRICT SECTION.
           MOVE SPACES TO restrict-parm-tail.
           EVALUATE TRUE
               WHEN VALIDATE-BUFFER = SPACES
                       OR FUNCTION TRIM(VALIDATE-BUFFER) = "NONE"
                   MOVE "NONE" TO RESTRICT-KIND
                   MOVE "NONE" TO restrict-echo
                   GO TO 40-TAKE-RESTRICT-EXIT
               WHEN FUNCTION TRIM(VALIDATE-BUFFER) = "DISTINCT"
                   MOVE "DISTINCT" TO RESTRICT-KIND
                   MOVE "DISTINCT" TO restrict-echo
               WHEN VALIDATE-BUFFER(1:8) = "MAXPART-"
                   MOVE "MAXPART" TO RESTRICT-KIND
                   MOVE VALIDATE-BUFFER(9:72) TO restrict-k-text
                   MOVE restrict-k-text TO VALIDATE-BUFFER
                   PERFORM 40A-TAKE-RESTRICT-K
               WHEN VALIDATE-BUFFER(1:6) = "PARTS-"
                   MOVE "PARTS" TO RESTRICT-KIND
                   MOVE VALIDATE-BUFFER(7:74) TO restrict-k-text
                   MOVE restrict-k-text TO VALIDATE-BUFFER
                   PERFORM 40A-TAKE-RESTRICT-K
               WHEN OTHER
                   DISPLAY "COIN-PARTITIONS: RESTRICT IS NONE, "
                           "DISTINCT, MAXPART-K OR PARTS-K"
                   MOVE "RESTRICT-BAD" TO AL-REASON-CODE
                   MOVE VALIDATE-BUFFER TO AL-PARM-VALUE
                   PERFORM 9600-LOG-ALERT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           STRING " RESTRICT=" FUNCTION TRIM(restrict-echo)
               DELIMITED BY SIZE INTO restrict-parm-tail.
       40-TAKE-RESTRICT-EXIT.
           EXIT.

       40A-TAKE-RESTRICT-K SECTION.
           MOVE 3 TO VALIDATE-MAXLEN.
           MOVE "RESTRICT-K" TO VALIDATE-LABEL.
           PERFORM 9100-VALIDATE-NUMERIC.
           MOVE FUNCTION TRIM(VALIDATE-BUFFER) TO restrict-k.
           IF restrict-k = 0 OR restrict-k > RESTRICT-K-MAX THEN
                MOVE RESTRICT-K-MAX TO restrict-k-edit
                DISPLAY "COIN-PARTITIONS: RESTRICT K MUST BE "
                        "BETWEEN 1 AND " FUNCTION TRIM(restrict-k-edit)
                MOVE "RESTRICT-K-RANGE" TO AL-REASON-CODE
                MOVE VALIDATE-BUFFER TO AL-PARM-VALUE
                PERFORM 9600-LOG-ALERT
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
           MOVE restrict-k TO restrict-k-edit.
           MOVE SPACES TO restrict-echo.
           STRING FUNCTION TRIM(RESTRICT-KIND) "-"
                  FUNCTION TRIM(restrict-k-edit)
               DELIMITED BY SIZE INTO restrict-echo.

       41-PROVE-PARTITION-IDENTITY SECTION.
*> Distinct parts built by the descending 0/1 pass, odd parts by
*> the ascending unbounded pass over odd sizes only - two tables
*> that share nothing but the starting 1 - must agree everywhere.
           INITIALIZE ID-TABLES.
           MOVE 1 TO ID-DISTINCT(1).
           MOVE 1 TO ID-ODD(1).
           PERFORM VARYING id-j FROM 1 BY 1
                   UNTIL id-j > IDENTITY-CHECK-N
               PERFORM VARYING id-n FROM IDENTITY-CHECK-N BY -1
                       UNTIL id-n < id-j
                   ADD ID-DISTINCT(id-n - id-j + 1)
                       TO ID-DISTINCT(id-n + 1)
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING id-j FROM 1 BY 2
                   UNTIL id-j > IDENTITY-CHECK-N
               PERFORM VARYING id-n FROM id-j BY 1
                       UNTIL id-n > IDENTITY-CHECK-N
                   ADD ID-ODD(id-n - id-j + 1)
                       TO ID-ODD(id-n + 1)
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING id-n FROM 0 BY 1
                   UNTIL id-n > IDENTITY-CHECK-N
               IF ID-DISTINCT(id-n + 1) NOT = ID-ODD(id-n + 1) THEN
                    PERFORM 46-IDENTITY-FAILED
               END-IF
           END-PERFORM.

       42-RUN-RESTRICTED-MODULUS SECTION.
           MOVE FUNCTION CURRENT-DATE TO RL-START-TIME.
           MOVE MODULUS-ENTRY(batch-idx) TO MODULUS.
           INITIALIZE CACHED-SOLUTIONS.
           MOVE 1 TO SOLUTION-CACHE(1).
           MOVE 0 TO rs-found-n.
           MOVE search-ceiling TO rs-top.

           IF RESTRICT-DISTINCT THEN
                PERFORM 43-DISTINCT-STEP
                    VARYING rs-n FROM 1 BY 1
                    UNTIL rs-n > search-ceiling OR rs-found-n > 0
                IF rs-found-n > 0 THEN
                     MOVE rs-found-n TO rs-top
                END-IF
                PERFORM 48-TIE-RESIDUES-TO-IDENTITY
           ELSE
                PERFORM 44-RESTRICTED-PART-TABLE
           END-IF.

           MOVE MODULUS TO RL-INPUT-PARM.
           MOVE MODULUS TO modulus-edit.
           MOVE static-n TO static-n-edit.
           MOVE search-ceiling TO ceiling-edit.
           MOVE SPACES TO RL-EFFECTIVE-PARMS.
           STRING "MODULUS=" FUNCTION TRIM(modulus-edit)
                  " STATIC-N=" FUNCTION TRIM(static-n-edit)
                  " CEILING=" FUNCTION TRIM(ceiling-edit)
                  " DEBUG=" DEBUG-MODE
                  restrict-parm-tail
                  DELIMITED BY SIZE INTO RL-EFFECTIVE-PARMS.
           PERFORM 9200-DISPLAY-HEADER.
           IF rs-found-n > 0 THEN
                DISPLAY rs-found-n
                MOVE rs-found-n TO RL-ANSWER
           ELSE
                MOVE "Y" TO NO-HIT-FLAG
                DISPLAY "NO MATCH BELOW CEILING"
                MOVE SPACES TO RL-ANSWER
                STRING "NONE-BELOW-" FUNCTION TRIM(ceiling-edit)
                    DELIMITED BY SIZE INTO RL-ANSWER
           END-IF.
           PERFORM 9000-LOG-RESULT.

       43-DISTINCT-STEP SECTION.
*> 01-CALC's recurrence over the in-core table, plus the
*> correction term where rs-n is twice a generalized pentagonal.
           MOVE 0 TO rs-sum.
           MOVE 0 TO g.
           PERFORM VARYING i FROM 1 BY 1
                   UNTIL i >= PENTAGONALS-CACHE-SIZE
                      OR g > rs-n
               PERFORM 01-retrieve-sgn-and-g
               IF g <= rs-n THEN
                    COMPUTE rs-sum = rs-sum
                        + sgn * SOLUTION-CACHE(rs-n - g + 1)
                    IF g * 2 = rs-n THEN
                         COMPUTE rs-sum = rs-sum - sgn
                    END-IF
               END-IF
           END-PERFORM.
           DIVIDE rs-sum BY MODULUS GIVING rs-dump REMAINDER rs-sum.
           IF rs-sum < 0 THEN
                ADD MODULUS TO rs-sum
           END-IF.
           MOVE rs-sum TO SOLUTION-CACHE(rs-n + 1).
           IF rs-sum = 0 THEN
                MOVE rs-n TO rs-found-n
           END-IF.
           MOVE rs-n TO HB-CURRENT-INDEX.
           MOVE search-ceiling TO HB-TARGET-INDEX.
           PERFORM 9655-RECORD-PROGRESS.
           IF DEBUG-ON THEN
                DIVIDE rs-n BY DEBUG-TRACE-EVERY
                    GIVING debug-dump REMAINDER debug-check
                IF debug-check = 0 THEN
                     DISPLAY "COIN-PARTITIONS: DISTINCT N=" rs-n
                             " RESIDUE=" rs-sum
                END-IF
           END-IF.

       44-RESTRICTED-PART-TABLE SECTION.
*> Parts 1..k folded in one at a time, every cell reduced as it
*> goes; PARTS-k then reads parts-of-at-most-k at n - k.
           IF RESTRICT-PARTS THEN
                IF search-ceiling < restrict-k THEN
                     GO TO 44-RESTRICTED-PART-TABLE-EXIT
                END-IF
                COMPUTE rs-top = search-ceiling - restrict-k
           END-IF.
           PERFORM VARYING rs-j FROM 1 BY 1
                   UNTIL rs-j > restrict-k OR rs-j > rs-top
               PERFORM VARYING rs-n FROM rs-j BY 1
                       UNTIL rs-n > rs-top
                   COMPUTE rs-sum = SOLUTION-CACHE(rs-n + 1)
                       + SOLUTION-CACHE(rs-n - rs-j + 1)
                   IF rs-sum >= MODULUS THEN
                        SUBTRACT MODULUS FROM rs-sum
                   END-IF
                   MOVE rs-sum TO SOLUTION-CACHE(rs-n + 1)
               END-PERFORM
               MOVE rs-j TO HB-CURRENT-INDEX
               MOVE restrict-k TO HB-TARGET-INDEX
               PERFORM 9655-RECORD-PROGRESS
           END-PERFORM.
      *> A modulus of 1 leaves the seed cell at 1; every real count
      *> is divisible by it.
           IF MODULUS = 1 THEN
                MOVE 0 TO SOLUTION-CACHE(1)
           END-IF.
           IF RESTRICT-MAXPART THEN
                PERFORM VARYING rs-n FROM 1 BY 1
                        UNTIL rs-n > rs-top OR rs-found-n > 0
                    IF SOLUTION-CACHE(rs-n + 1) = 0 THEN
                         MOVE rs-n TO rs-found-n
                    END-IF
                END-PERFORM
           ELSE
                PERFORM VARYING rs-n FROM 0 BY 1
                        UNTIL rs-n > rs-top OR rs-found-n > 0
                    IF SOLUTION-CACHE(rs-n + 1) = 0 THEN
                         COMPUTE rs-found-n = rs-n + restrict-k
                    END-IF
                END-PERFORM
           END-IF.
       44-RESTRICTED-PART-TABLE-EXIT.
           EXIT.

       45-EXACT-PART-TABLE SECTION.
*> The EXACT table filled part by part, a row added into the row
*> j above it word by word with the carry normalized as it goes.
           MOVE exact-n TO rs-top.
           IF RESTRICT-PARTS THEN
                IF exact-n < restrict-k THEN
                     COMPUTE ex-row = exact-n + 1
                     GO TO 45-EXACT-PART-TABLE-EXIT
                END-IF
                COMPUTE rs-top = exact-n - restrict-k
           END-IF.
           PERFORM VARYING rs-j FROM 1 BY 1
                   UNTIL rs-j > restrict-k OR rs-j > rs-top
               PERFORM VARYING rs-n FROM rs-j BY 1
                       UNTIL rs-n > rs-top
                   COMPUTE ex-src = rs-n - rs-j + 1
                   COMPUTE ex-row = rs-n + 1
                   MOVE 0 TO ex-carry
                   PERFORM VARYING ex-w FROM 1 BY 1
                           UNTIL ex-w > EXACT-WORD-MAX
                       COMPUTE ex-word-work = EX-WORD(ex-row, ex-w)
                           + EX-WORD(ex-src, ex-w) + ex-carry
                       IF ex-word-work >= EX-WORD-BASE THEN
                            SUBTRACT EX-WORD-BASE FROM ex-word-work
                            MOVE 1 TO ex-carry
                       ELSE
                            MOVE 0 TO ex-carry
                       END-IF
                       MOVE ex-word-work TO EX-WORD(ex-row, ex-w)
                   END-PERFORM
               END-PERFORM
               MOVE rs-j TO HB-CURRENT-INDEX
               MOVE restrict-k TO HB-TARGET-INDEX
               PERFORM 9655-RECORD-PROGRESS
           END-PERFORM.
           COMPUTE ex-row = rs-top + 1.
       45-EXACT-PART-TABLE-EXIT.
           EXIT.

       46-IDENTITY-FAILED SECTION.
           MOVE id-n TO id-n-edit.
           DISPLAY "COIN-PARTITIONS: DISTINCT-PART AND ODD-PART "
                   "COUNTS DISAGREE AT N=" FUNCTION TRIM(id-n-edit)
                   " - DO NOT TRUST THIS RUN".
           MOVE "IDENTITY-FAILED" TO AL-REASON-CODE.
           MOVE SPACES TO AL-PARM-VALUE.
           MOVE FUNCTION TRIM(id-n-edit) TO AL-PARM-VALUE.
           PERFORM 9600-LOG-ALERT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       47-TIE-EXACT-TO-IDENTITY SECTION.
*> The low four words of each EXACT row hold the whole value while
*> it fits 36 digits - every q(n) the identity tables reach.
           MOVE exact-n TO id-top.
           IF exact-n > IDENTITY-CHECK-N THEN
                MOVE IDENTITY-CHECK-N TO id-top
           END-IF.
           PERFORM VARYING id-n FROM 0 BY 1 UNTIL id-n > id-top
               MOVE EX-WORD(id-n + 1, 4) TO id-compose
               MULTIPLY EX-WORD-BASE BY id-compose
               ADD EX-WORD(id-n + 1, 3) TO id-compose
               MULTIPLY EX-WORD-BASE BY id-compose
               ADD EX-WORD(id-n + 1, 2) TO id-compose
               MULTIPLY EX-WORD-BASE BY id-compose
               ADD EX-WORD(id-n + 1, 1) TO id-compose
               IF id-compose NOT = ID-ODD(id-n + 1)
                       OR EX-WORD(id-n + 1, 5) NOT = 0 THEN
                    PERFORM 46-IDENTITY-FAILED
               END-IF
           END-PERFORM.
           COMPUTE ex-row = exact-n + 1.

       48-TIE-RESIDUES-TO-IDENTITY SECTION.
           MOVE rs-top TO id-top.
           IF rs-top > IDENTITY-CHECK-N THEN
                MOVE IDENTITY-CHECK-N TO id-top
           END-IF.
           PERFORM VARYING id-n FROM 1 BY 1 UNTIL id-n > id-top
               DIVIDE ID-ODD(id-n + 1) BY MODULUS
                   GIVING id-dump REMAINDER id-residue
               IF id-residue NOT = SOLUTION-CACHE(id-n + 1) THEN
                    PERFORM 46-IDENTITY-FAILED
               END-IF
           END-PERFORM.

       06-RUN-ONE-MODULUS SECTION.
           MOVE FUNCTION CURRENT-DATE TO RL-START-TIME.
           MOVE MODULUS-ENTRY(batch-idx) TO MODULUS.
           MOVE SPACES TO coin-ckpt-status.

           IF SEARCH-RESUMED THEN
                MOVE coin-ckpt-dsn TO LN-FILE
                PERFORM 9630-RECORD-LINEAGE
                OPEN I-O SPILL-FILE
                MOVE FUNCTION NUMVAL(CK-HIGH-N) TO n-true
                ADD 1 TO n-true GIVING n-adapt

       COPY ALRTPR.

       COPY LINAGPR.

       COPY CAPLGPR.

       COPY VALNUMPR.
