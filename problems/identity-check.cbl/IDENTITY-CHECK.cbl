       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDENTITY-CHECK.
*> Cross-program identity check. Several programs compute
*> overlapping quantities, and each is only ever checked against
*> itself; this job holds them to the mathematical relations that
*> tie them together, working from this region's RESULTLOG:
*>
*>   PRIME-STORE    the prime count and sum a PRIME-SUM INTERVAL
*>                  run logs for [LOW,HIGH] (or the sum a classic
*>                  N run logs for the primes up to N) equal what
*>                  the segmented prime store holds over the same
*>                  range - checkable while the range sits at or
*>                  under the store's proven ceiling
*>   BLOCKS-TILES   COUNTING-BLOCKS(n, MIN-BLOCK-LENGTH m), one
*>                  colour and no modulus, equals RED-GREEN-AND-BLUE
*>                  at L=n+1 with TILES=m+1,...,n+1: a block and the
*>                  black square that must follow it are one tile,
*>                  and the extra square closes the row. The tile
*>                  list has to fit RED-GREEN-AND-BLUE's TILES
*>                  parameter (eight lengths, twenty characters)
*>   PARTITION-MOD  a COIN-PARTITIONS modular search answer n for
*>                  modulus M has the EXACT mode's p(n) reduced mod
*>                  M equal to zero, and every logged EXACT p(k)
*>                  below n (at or below the ceiling for a
*>                  NONE-BELOW answer) reduced mod M not zero
*>   TOTIENT        the totient a LARGEST-PRIME-FACTOR DERIVE run
*>                  logs equals a direct count of the integers up
*>                  to N coprime to N, for N up to TOTIENT-DIRECT-MAX
*>
*> Each relation takes the most recent qualifying answer on its
*> primary side and looks for the partner answer in the log; it is
*> reported HOLDS, BROKEN or NOT-EXERCISED, and a BROKEN one is
*> raised to ALERTLOG as IDENTITY-BROKEN with the relation name.
*> Restricted partition searches, the mode-audit lines and any
*> colour or modulus variant of the block count are passed over -
*> none of them is what the relations speak about.
*>
*> With the optional argument PAIRED the job also runs small
*> paired cards where the log cannot exercise a relation: a small
*> default primary when there is none, and the partner run when
*> the primary has no partner on the log. Paired runs launch
*> programs through the shell the way REGRESSION-PACK does and a
*> non-standard tile set restarts RED-GREEN-AND-BLUE's checkpoint,
*> so PAIRED must run in the TEST region; PROD refuses outright.
*>
*> Return codes: 0 every relation holds or was not exercised,
*> 8 at least one relation is broken, 16 a bad argument or PAIRED
*> asked for outside the TEST region.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY RESLOGSL.
           COPY ANSWSSL.
           COPY ALRTSL.
           COPY PRIMCSL.
           COPY CAPLGSL.
           COPY REGCFSL.
           COPY LOCKSL.
           COPY LINAGSL.
       DATA DIVISION.
       FILE SECTION.
       COPY RESLOGFD.
       COPY ANSWSFD.
       COPY ALRTFD.
       COPY PRIMCFD.
       COPY CAPLGFD.
       COPY REGCFFD.
       COPY LOCKFD.
       COPY LINAGFD.

       WORKING-STORAGE SECTION.
       COPY RESLOGWS.
       COPY ANSWSWS.
       COPY ALRTWS.
       COPY PRIMCWS.
       COPY CAPLGWS.
       COPY GENSVWS.
       COPY REGCFWS.
       COPY LOCKWS.
       COPY LINAGWS.

       01 ARG-COUNT PIC 9(2) BINARY VALUE ZERO.
       01 ARG-NUM   PIC 9(2) BINARY VALUE ZERO.
       01 arg-buffer PIC X(18).
       01 PAIRED-MODE PIC X VALUE "N".
           88 PAIRED-ON VALUE "Y".

*> The direct totient count is a gcd per integer up to N; past
*> this it is no longer a small N.
       01 TOTIENT-DIRECT-MAX PIC 9(9) BINARY VALUE 100000.
*> RED-GREEN-AND-BLUE's TILES parameter limits, and the EXACT
*> mode's largest N.
       01 TILE-LIST-MAX PIC 9(2) BINARY VALUE 8.
       01 TILE-TEXT-MAX PIC 9(2) BINARY VALUE 20.
       01 TILE-LENGTH-MAX PIC 9(9) BINARY VALUE 5000.
       01 EXACT-N-MAX PIC 9(9) BINARY VALUE 10000.

*> The most recent qualifying primary of each relation.
       01 PS-FOUND PIC X.
           88 PS-ON-HAND VALUE "Y".
       01 PS-KIND PIC X.
           88 PS-INTERVAL VALUE "I".
       01 ps-low PIC 9(18) BINARY.
       01 ps-high PIC 9(18) BINARY.
       01 ps-count PIC 9(18) BINARY.
       01 ps-answer PIC X(36).

       01 CB-FOUND PIC X.
           88 CB-ON-HAND VALUE "Y".
       01 cb-n PIC 9(9) BINARY.
       01 cb-m PIC 9(9) BINARY.
       01 cb-answer PIC X(36).
       01 cb-tiles PIC X(40).

       01 CP-FOUND PIC X.
           88 CP-ON-HAND VALUE "Y".
       01 CP-NONE PIC X.
           88 CP-NONE-BELOW VALUE "Y".
       01 cp-modulus PIC 9(9) BINARY.
       01 cp-n PIC 9(9) BINARY.
       01 cp-ceiling PIC 9(9) BINARY.
       01 cp-effective PIC X(80).

       01 TT-FOUND PIC X.
           88 TT-ON-HAND VALUE "Y".
       01 tt-n PIC 9(9) BINARY.
       01 tt-answer PIC X(36).

*> Effective-parameter token split and lookup.
       01 split-source PIC X(80).
       01 PARM-TOKENS.
           05 EP-TOKEN PIC X(40) OCCURS 8 TIMES.
       01 ep-idx PIC 9(2) BINARY.
       01 ep-name-part PIC X(40).
       01 ep-value-part PIC X(40).
       01 want-name PIC X(20).
       01 tok-value PIC X(40).
       01 TOKEN-FOUND PIC X.
           88 TOKEN-ON-HAND VALUE "Y".
       01 RECORD-USABLE PIC X.
       01 scan-number PIC 9(9) BINARY.
       01 input-number PIC X(36).
       01 input-kind PIC X(36).

*> Tile list building for the blocks-and-tiles relation.
       01 tile-work PIC 9(9) BINARY.
       01 tile-entries PIC 9(9) BINARY.
       01 tile-edit PIC Z(8)9.
       01 tile-ptr PIC 9(4) BINARY.
       01 tile-text-len PIC 9(4) BINARY.
       01 TILES-FIT PIC X.

*> Partner lookup: a program, up to three NAME=VALUE tokens that
*> must all be on the record, a token name that must not be, and
*> (for the derived lines) an exact input parameter.
       01 want-program PIC X(25).
       01 WANT-TOKENS.
           05 WANT-TOKEN OCCURS 3 TIMES.
               10 WT-NAME  PIC X(20).
               10 WT-VALUE PIC X(40).
       01 wt-idx PIC 9(2) BINARY.
       01 want-absent PIC X(20).
       01 want-input PIC X(36).
       01 PARTNER-FOUND PIC X.
           88 PARTNER-ON-HAND VALUE "Y".
       01 partner-answer PIC X(250).
       01 PARTNER-MATCH PIC X.

       01 shell-command PIC X(120).
       01 pair-program PIC X(25).
       01 pair-args PIC X(60).
       01 pairs-launched PIC 9(2) BINARY VALUE ZERO.

*> Digit-string comparison: answers come zero-padded from some
*> writers and left-justified from others.
       01 norm-text PIC X(250).
       01 norm-out PIC X(250).
       01 norm-idx PIC 9(4) BINARY.
       01 norm-start PIC 9(4) BINARY.
       01 left-side PIC X(250).
       01 right-side PIC X(250).

*> Store streaming for the prime relation.
       01 st-seg PIC 9(4) BINARY.
       01 st-value PIC 9(18) BINARY.
       01 st-open PIC X VALUE "N".
       01 st-have-value PIC X.
       01 st-eof PIC X VALUE "N".
           88 ST-AT-END VALUE "Y".
       01 store-count PIC 9(18) BINARY.
       01 store-sum PIC 9(30).

*> Partition residues.
       01 residue PIC 9(18) BINARY.
       01 digit-value PIC 9.
       01 RESIDUE-USABLE PIC X.
       01 ex-k PIC 9(9) BINARY.
       01 exacts-seen PIC 9(4) BINARY.
       01 zero-below-k PIC 9(9) BINARY.
       01 PARTNER-RESIDUE-ZERO PIC X.

*> Direct totient count.
       01 direct-count PIC 9(9) BINARY.
       01 dc-k PIC 9(9) BINARY.
       01 gcd-a PIC 9(9) BINARY.
       01 gcd-b PIC 9(9) BINARY.
       01 gcd-r PIC 9(9) BINARY.
       01 direct-digits PIC 9(36).

       01 number-edit PIC Z(17)9.
       01 number-edit-2 PIC Z(17)9.
       01 sum-edit PIC Z(29)9.
       01 relation-name PIC X(14).
       01 relation-verdict PIC X(13).
       01 relation-detail PIC X(100).
       01 detail-ptr PIC 9(4) BINARY.
       01 holds-count PIC 9(2) BINARY VALUE ZERO.
       01 broken-count PIC 9(2) BINARY VALUE ZERO.
       01 idle-count PIC 9(2) BINARY VALUE ZERO.

       PROCEDURE DIVISION.
       00-MAIN SECTION.
           MOVE "IDENTITY-CHECK" TO AL-PROGRAM-ID.
           MOVE "IDENTITY-CHECK" TO RL-PROGRAM-ID.
           MOVE RL-PROGRAM-ID TO LN-PROGRAM-ID.
           PERFORM 9800-LOAD-REGION-CONFIG.
           MOVE RESULTS-LOG-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO RESULTS-LOG-DSN.
           MOVE ANSWER-SPILL-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO ANSWER-SPILL-DSN.
           MOVE ALERT-LOG-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO ALERT-LOG-DSN.
           MOVE PRIME-CACHE-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO PRIME-CACHE-DSN.
           MOVE PRIME-DIR-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO PRIME-DIR-DSN.
           MOVE PRIME-SEG-BASE TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO PRIME-SEG-BASE.
           MOVE CAPACITY-LOG-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO CAPACITY-LOG-DSN.
           MOVE LINEAGE-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO LINEAGE-DSN.

           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER.
           IF ARG-COUNT >= 1 THEN
                MOVE 1 TO ARG-NUM
                DISPLAY ARG-NUM UPON ARGUMENT-NUMBER
                ACCEPT arg-buffer FROM ARGUMENT-VALUE
                IF FUNCTION UPPER-CASE(FUNCTION TRIM(arg-buffer))
                        = "PAIRED" THEN
                     MOVE "Y" TO PAIRED-MODE
                ELSE
                     DISPLAY "IDENTITY-CHECK: THE ONLY ARGUMENT IS "
                             "PAIRED"
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
                END-IF
           END-IF.
           IF PAIRED-ON AND REGION-NAME NOT = "TEST" THEN
                DISPLAY "IDENTITY-CHECK: PAIRED RUNS BELONG IN THE "
                        "TEST REGION, REFUSED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.

           PERFORM 02-SCAN-LOG.
           IF PAIRED-ON THEN
                PERFORM 03-RUN-DEFAULT-PRIMARIES
                IF pairs-launched > 0 THEN
                     PERFORM 02-SCAN-LOG
                END-IF
           END-IF.

           PERFORM 10-CHECK-PRIME-STORE.
           PERFORM 20-CHECK-BLOCKS-TILES.
           PERFORM 30-CHECK-PARTITION-MOD.
           PERFORM 40-CHECK-TOTIENT.

           DISPLAY "IDENTITY-CHECK: " holds-count " HOLD, "
                   broken-count " BROKEN, " idle-count
                   " NOT EXERCISED".
           IF broken-count > 0 THEN
                MOVE 8 TO RETURN-CODE
           ELSE
                MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       02-SCAN-LOG SECTION.
*> One pass keeps the last qualifying primary of every relation,
*> so "most recent" is simply the last one read.
           MOVE "N" TO PS-FOUND.
           MOVE "N" TO CB-FOUND.
           MOVE "N" TO CP-FOUND.
           MOVE "N" TO TT-FOUND.
           OPEN INPUT RESULTS-LOG-FILE.
           IF RESULTS-LOG-STATUS NOT = "00" THEN
                MOVE SPACES TO RESULTS-LOG-STATUS
                GO TO 02-SCAN-LOG-EXIT
           END-IF.
           PERFORM UNTIL RESULTS-LOG-STATUS = "10"
               READ RESULTS-LOG-FILE
                   AT END MOVE "10" TO RESULTS-LOG-STATUS
                   NOT AT END
                       MOVE RESULTS-LOG-RECORD TO RESULTS-LOG-WORK
                       EVALUATE RL-PROGRAM-ID
                           WHEN "PRIME-SUM"
                               PERFORM 02A-TAKE-PRIME-SUM
                           WHEN "COUNTING-BLOCKS"
                               PERFORM 02B-TAKE-COUNTING-BLOCKS
                           WHEN "COIN-PARTITIONS"
                               PERFORM 02C-TAKE-COIN-PARTITIONS
                           WHEN "LARGEST-PRIME-FACTOR"
                               PERFORM 02D-TAKE-TOTIENT
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE RESULTS-LOG-FILE.
           MOVE SPACES TO RESULTS-LOG-STATUS.
       02-SCAN-LOG-EXIT.
           EXIT.

       02A-TAKE-PRIME-SUM SECTION.
*> An INTERVAL line carries LOW, HIGH and COUNT; a classic line
*> carries N and sums every prime up to it. TABULATE and the
*> other mode lines are not sums over one range.
           IF FUNCTION TRIM(RL-ANSWER) IS NOT NUMERIC THEN
                GO TO 02A-TAKE-PRIME-SUM-EXIT
           END-IF.
           MOVE RL-EFFECTIVE-PARMS TO split-source.
           PERFORM 04-SPLIT-PARMS.
           MOVE "MODE" TO want-name.
           PERFORM 04A-FIND-TOKEN.
           IF TOKEN-ON-HAND THEN
                IF FUNCTION TRIM(tok-value) NOT = "INTERVAL" THEN
                     GO TO 02A-TAKE-PRIME-SUM-EXIT
                END-IF
                MOVE "Y" TO RECORD-USABLE
                MOVE "LOW" TO want-name
                PERFORM 04B-FIND-NUMBER
                MOVE FUNCTION NUMVAL(tok-value) TO ps-low
                MOVE "HIGH" TO want-name
                PERFORM 04B-FIND-NUMBER
                MOVE FUNCTION NUMVAL(tok-value) TO ps-high
                MOVE "COUNT" TO want-name
                PERFORM 04B-FIND-NUMBER
                MOVE FUNCTION NUMVAL(tok-value) TO ps-count
                IF RECORD-USABLE NOT = "Y" THEN
                     GO TO 02A-TAKE-PRIME-SUM-EXIT
                END-IF
                MOVE "I" TO PS-KIND
           ELSE
                MOVE "Y" TO RECORD-USABLE
                MOVE "N" TO want-name
                PERFORM 04B-FIND-NUMBER
                IF RECORD-USABLE NOT = "Y" THEN
                     GO TO 02A-TAKE-PRIME-SUM-EXIT
                END-IF
                MOVE FUNCTION NUMVAL(tok-value) TO ps-high
                IF ps-high < 2 THEN
                     GO TO 02A-TAKE-PRIME-SUM-EXIT
                END-IF
                MOVE 2 TO ps-low
                MOVE 0 TO ps-count
                MOVE "C" TO PS-KIND
           END-IF.
           MOVE "Y" TO PS-FOUND.
           MOVE RL-ANSWER TO ps-answer.
       02A-TAKE-PRIME-SUM-EXIT.
           EXIT.

       02B-TAKE-COUNTING-BLOCKS SECTION.
*> Only the plain count - one colour, no modulus - is the number
*> the tiling relation speaks about, and only when its tile list
*> fits RED-GREEN-AND-BLUE's TILES parameter.
           IF FUNCTION TRIM(RL-ANSWER) IS NOT NUMERIC THEN
                GO TO 02B-TAKE-COUNTING-BLOCKS-EXIT
           END-IF.
           MOVE RL-EFFECTIVE-PARMS TO split-source.
           PERFORM 04-SPLIT-PARMS.
           MOVE "MODE" TO want-name.
           PERFORM 04A-FIND-TOKEN.
           IF TOKEN-ON-HAND THEN
                GO TO 02B-TAKE-COUNTING-BLOCKS-EXIT
           END-IF.
           MOVE "COLOURS" TO want-name.
           PERFORM 04A-FIND-TOKEN.
           IF NOT TOKEN-ON-HAND
                   OR FUNCTION TRIM(tok-value) NOT = "1" THEN
                GO TO 02B-TAKE-COUNTING-BLOCKS-EXIT
           END-IF.
           MOVE "MODULUS" TO want-name.
           PERFORM 04A-FIND-TOKEN.
           IF NOT TOKEN-ON-HAND
                   OR FUNCTION TRIM(tok-value) NOT = "0" THEN
                GO TO 02B-TAKE-COUNTING-BLOCKS-EXIT
           END-IF.
           MOVE "Y" TO RECORD-USABLE.
           MOVE "ROW-LENGTH" TO want-name.
           PERFORM 04B-FIND-NUMBER.
           MOVE FUNCTION NUMVAL(tok-value) TO scan-number.
           MOVE "MIN-BLOCK-LENGTH" TO want-name.
           PERFORM 04B-FIND-NUMBER.
           IF RECORD-USABLE NOT = "Y" THEN
                GO TO 02B-TAKE-COUNTING-BLOCKS-EXIT
           END-IF.
           MOVE scan-number TO cb-n.
           MOVE FUNCTION NUMVAL(tok-value) TO cb-m.
           PERFORM 05-BUILD-TILE-LIST.
           IF TILES-FIT NOT = "Y" THEN
                GO TO 02B-TAKE-COUNTING-BLOCKS-EXIT
           END-IF.
           MOVE "Y" TO CB-FOUND.
           MOVE RL-ANSWER TO cb-answer.
       02B-TAKE-COUNTING-BLOCKS-EXIT.
           EXIT.

       02C-TAKE-COIN-PARTITIONS SECTION.
*> The single-modulus search line; JOINT, EXACT and restricted
*> searches are not the relation's primary.
           MOVE RL-EFFECTIVE-PARMS TO split-source.
           PERFORM 04-SPLIT-PARMS.
           MOVE "MODE" TO want-name.
           PERFORM 04A-FIND-TOKEN.
           IF TOKEN-ON-HAND THEN
                GO TO 02C-TAKE-COIN-PARTITIONS-EXIT
           END-IF.
           MOVE "RESTRICT" TO want-name.
           PERFORM 04A-FIND-TOKEN.
           IF TOKEN-ON-HAND THEN
                GO TO 02C-TAKE-COIN-PARTITIONS-EXIT
           END-IF.
           MOVE "Y" TO RECORD-USABLE.
           MOVE "CEILING" TO want-name.
           PERFORM 04B-FIND-NUMBER.
           MOVE FUNCTION NUMVAL(tok-value) TO scan-number.
           MOVE "MODULUS" TO want-name.
           PERFORM 04B-FIND-NUMBER.
           IF RECORD-USABLE NOT = "Y" THEN
                GO TO 02C-TAKE-COIN-PARTITIONS-EXIT
           END-IF.
           IF FUNCTION NUMVAL(tok-value) < 2 THEN
                GO TO 02C-TAKE-COIN-PARTITIONS-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN FUNCTION TRIM(RL-ANSWER) IS NUMERIC
                   MOVE "N" TO CP-NONE
                   MOVE FUNCTION NUMVAL(RL-ANSWER) TO cp-n
               WHEN RL-ANSWER(1:11) = "NONE-BELOW-"
                   MOVE "Y" TO CP-NONE
                   MOVE scan-number TO cp-n
               WHEN OTHER
                   GO TO 02C-TAKE-COIN-PARTITIONS-EXIT
           END-EVALUATE.
           MOVE "Y" TO CP-FOUND.
           MOVE FUNCTION NUMVAL(tok-value) TO cp-modulus.
           MOVE scan-number TO cp-ceiling.
           MOVE RL-EFFECTIVE-PARMS TO cp-effective.
       02C-TAKE-COIN-PARTITIONS-EXIT.
           EXIT.

       02D-TAKE-TOTIENT SECTION.
*> DERIVE logs the totient as its own line, input "<N> TOTIENT".
           MOVE SPACES TO input-number.
           MOVE SPACES TO input-kind.
           UNSTRING RL-INPUT-PARM DELIMITED BY ALL " "
               INTO input-number input-kind.
           IF FUNCTION TRIM(input-kind) NOT = "TOTIENT"
                   OR FUNCTION TRIM(input-number) IS NOT NUMERIC
                   OR FUNCTION TRIM(RL-ANSWER) IS NOT NUMERIC THEN
                GO TO 02D-TAKE-TOTIENT-EXIT
           END-IF.
           IF FUNCTION NUMVAL(input-number) < 1
                   OR FUNCTION NUMVAL(input-number)
                      > TOTIENT-DIRECT-MAX THEN
                GO TO 02D-TAKE-TOTIENT-EXIT
           END-IF.
           MOVE "Y" TO TT-FOUND.
           MOVE FUNCTION NUMVAL(input-number) TO tt-n.
           MOVE RL-ANSWER TO tt-answer.
       02D-TAKE-TOTIENT-EXIT.
           EXIT.

       03-RUN-DEFAULT-PRIMARIES SECTION.
*> Small, fast primaries for any relation the log has nothing
*> for: an interval the store already covers on any shop that
*> has run PRIME-SUM at all, the MIN-BLOCK-LENGTH 1 count
*> (2 to the n), the modulus-7 search (answer 5, p(5) = 7), and a
*> DERIVE run on a highly composite N.
           MOVE 0 TO pairs-launched.
           IF NOT PS-ON-HAND THEN
                MOVE "PRIME-SUM" TO pair-program
                MOVE "INTERVAL 1 1000 N" TO pair-args
                PERFORM 06-RUN-PAIRED-CARD
           END-IF.
           IF NOT CB-ON-HAND THEN
                MOVE "COUNTING-BLOCKS" TO pair-program
                MOVE "5 1 N N 1 0" TO pair-args
                PERFORM 06-RUN-PAIRED-CARD
           END-IF.
           IF NOT CP-ON-HAND THEN
                MOVE "COIN-PARTITIONS" TO pair-program
                MOVE "7 1000 N 1000" TO pair-args
                PERFORM 06-RUN-PAIRED-CARD
           END-IF.
           IF NOT TT-ON-HAND THEN
                MOVE "LARGEST-PRIME-FACTOR" TO pair-program
                MOVE "3600 N N Y" TO pair-args
                PERFORM 06-RUN-PAIRED-CARD
           END-IF.

       04-SPLIT-PARMS SECTION.
           MOVE SPACES TO PARM-TOKENS.
           UNSTRING split-source DELIMITED BY ALL " "
               INTO EP-TOKEN(1) EP-TOKEN(2) EP-TOKEN(3)
                    EP-TOKEN(4) EP-TOKEN(5) EP-TOKEN(6)
                    EP-TOKEN(7) EP-TOKEN(8).

       04A-FIND-TOKEN SECTION.
*> Value of the NAME= token named in want-name, off the last
*> split.
           MOVE "N" TO TOKEN-FOUND.
           MOVE SPACES TO tok-value.
           PERFORM VARYING ep-idx FROM 1 BY 1 UNTIL ep-idx > 8
               IF EP-TOKEN(ep-idx) NOT = SPACES THEN
                    MOVE SPACES TO ep-name-part
                    MOVE SPACES TO ep-value-part
                    UNSTRING EP-TOKEN(ep-idx) DELIMITED BY "="
                        INTO ep-name-part ep-value-part
                    IF FUNCTION TRIM(ep-name-part)
                            = FUNCTION TRIM(want-name) THEN
                         MOVE "Y" TO TOKEN-FOUND
                         MOVE ep-value-part TO tok-value
                    END-IF
               END-IF
           END-PERFORM.

       04B-FIND-NUMBER SECTION.
*> As 04A, and a missing or non-numeric value makes the record
*> unusable.
           PERFORM 04A-FIND-TOKEN.
           IF NOT TOKEN-ON-HAND
                   OR tok-value = SPACES
                   OR FUNCTION TRIM(tok-value) IS NOT NUMERIC THEN
                MOVE "N" TO RECORD-USABLE
                MOVE "0" TO tok-value
           END-IF.

       05-BUILD-TILE-LIST SECTION.
*> TILES=m+1,...,n+1 for COUNTING-BLOCKS(n, m); a row shorter than
*> its minimum block holds only the empty row, which a single
*> tile too long to fit reproduces.
           MOVE SPACES TO cb-tiles.
           MOVE "N" TO TILES-FIT.
           IF cb-m < 1 OR cb-m + 1 > TILE-LENGTH-MAX THEN
                GO TO 05-BUILD-TILE-LIST-EXIT
           END-IF.
           IF cb-n < cb-m THEN
                MOVE 1 TO tile-entries
           ELSE
                COMPUTE tile-entries = cb-n - cb-m + 1
           END-IF.
           IF tile-entries > TILE-LIST-MAX THEN
                GO TO 05-BUILD-TILE-LIST-EXIT
           END-IF.
           MOVE 1 TO tile-ptr.
           COMPUTE tile-work = cb-m + 1.
           PERFORM tile-entries TIMES
               MOVE tile-work TO tile-edit
               IF tile-ptr > 1 THEN
                    STRING "," DELIMITED BY SIZE
                        INTO cb-tiles WITH POINTER tile-ptr
               END-IF
               STRING FUNCTION TRIM(tile-edit) DELIMITED BY SIZE
                   INTO cb-tiles WITH POINTER tile-ptr
               ADD 1 TO tile-work
           END-PERFORM.
           COMPUTE tile-text-len = tile-ptr - 1.
           IF tile-text-len <= TILE-TEXT-MAX THEN
                MOVE "Y" TO TILES-FIT
           END-IF.
       05-BUILD-TILE-LIST-EXIT.
           EXIT.

       06-RUN-PAIRED-CARD SECTION.
*> Launched the way REGRESSION-PACK launches its cases, tagged so
*> the answer lines are recognizable on the log afterwards.
           MOVE SPACES TO shell-command.
           STRING "REQUESTOR=IDCHECK "
                  FUNCTION TRIM(pair-program)
                  " " FUNCTION TRIM(pair-args)
               DELIMITED BY SIZE INTO shell-command.
           DISPLAY "IDENTITY-CHECK: PAIRED RUN "
                   FUNCTION TRIM(pair-program) " "
                   FUNCTION TRIM(pair-args).
           CALL "SYSTEM" USING shell-command.
           MOVE 0 TO RETURN-CODE.
           ADD 1 TO pairs-launched.

       07-FETCH-PARTNER SECTION.
*> The last record on the log matching want-program, every
*> WANT-TOKEN, want-absent and want-input; its answer comes back
*> spill-resolved in partner-answer.
           MOVE "N" TO PARTNER-FOUND.
           MOVE SPACES TO partner-answer.
           OPEN INPUT RESULTS-LOG-FILE.
           IF RESULTS-LOG-STATUS NOT = "00" THEN
                MOVE SPACES TO RESULTS-LOG-STATUS
                GO TO 07-FETCH-PARTNER-EXIT
           END-IF.
           PERFORM UNTIL RESULTS-LOG-STATUS = "10"
               READ RESULTS-LOG-FILE
                   AT END MOVE "10" TO RESULTS-LOG-STATUS
                   NOT AT END
                       MOVE RESULTS-LOG-RECORD TO RESULTS-LOG-WORK
                       IF RL-PROGRAM-ID = want-program
                            PERFORM 07A-JUDGE-PARTNER
                            IF PARTNER-MATCH = "Y" THEN
                                 MOVE "Y" TO PARTNER-FOUND
                                 MOVE RL-ANSWER TO SPILL-LOOKUP
                                 PERFORM 9060-FETCH-SPILLED-ANSWER
                                 MOVE SPILL-VALUE-WORK
                                     TO partner-answer
                            END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RESULTS-LOG-FILE.
           MOVE SPACES TO RESULTS-LOG-STATUS.
       07-FETCH-PARTNER-EXIT.
           EXIT.

       07A-JUDGE-PARTNER SECTION.
           MOVE "N" TO PARTNER-MATCH.
           IF want-input NOT = SPACES
                   AND RL-INPUT-PARM NOT = want-input THEN
                GO TO 07A-JUDGE-PARTNER-EXIT
           END-IF.
           MOVE RL-EFFECTIVE-PARMS TO split-source.
           PERFORM 04-SPLIT-PARMS.
           PERFORM VARYING wt-idx FROM 1 BY 1 UNTIL wt-idx > 3
               IF WT-NAME(wt-idx) NOT = SPACES THEN
                    MOVE WT-NAME(wt-idx) TO want-name
                    PERFORM 04A-FIND-TOKEN
                    IF NOT TOKEN-ON-HAND
                            OR tok-value NOT = WT-VALUE(wt-idx)
                         GO TO 07A-JUDGE-PARTNER-EXIT
                    END-IF
               END-IF
           END-PERFORM.
           IF want-absent NOT = SPACES THEN
                MOVE want-absent TO want-name
                PERFORM 04A-FIND-TOKEN
                IF TOKEN-ON-HAND THEN
                     GO TO 07A-JUDGE-PARTNER-EXIT
                END-IF
           END-IF.
           MOVE "Y" TO PARTNER-MATCH.
       07A-JUDGE-PARTNER-EXIT.
           EXIT.

       08-NORMALIZE-DIGITS SECTION.
*> norm-text to norm-out with leading blanks and zeros dropped
*> ("0" stays "0"), so 000017 and 17 compare equal.
           MOVE SPACES TO norm-out.
           MOVE 0 TO norm-start.
           PERFORM VARYING norm-idx FROM 1 BY 1
                   UNTIL norm-idx > 250 OR norm-start > 0
               IF norm-text(norm-idx:1) NOT = SPACE
                       AND norm-text(norm-idx:1) NOT = "0" THEN
                    MOVE norm-idx TO norm-start
               END-IF
           END-PERFORM.
           IF norm-start = 0 THEN
                IF norm-text NOT = SPACES THEN
                     MOVE "0" TO norm-out
                END-IF
           ELSE
                MOVE norm-text(norm-start:) TO norm-out
           END-IF.

       09-REPORT-RELATION SECTION.
           DISPLAY "IDENTITY-CHECK: " relation-name " "
                   relation-verdict " " FUNCTION TRIM(relation-detail).
           EVALUATE relation-verdict
               WHEN "HOLDS"
                   ADD 1 TO holds-count
               WHEN "BROKEN"
                   ADD 1 TO broken-count
                   MOVE "IDENTITY-BROKEN" TO AL-REASON-CODE
                   MOVE relation-name TO AL-PARM-VALUE
                   PERFORM 9600-LOG-ALERT
               WHEN OTHER
                   ADD 1 TO idle-count
           END-EVALUATE.

       10-CHECK-PRIME-STORE SECTION.
           MOVE "PRIME-STORE" TO relation-name.
           MOVE "NOT-EXERCISED" TO relation-verdict.
           MOVE SPACES TO relation-detail.
           IF NOT PS-ON-HAND THEN
                MOVE "NO PRIME-SUM RANGE ON THE LOG"
                    TO relation-detail
                GO TO 10-CHECK-PRIME-STORE-REPORT
           END-IF.
           MOVE "IDENTITY-CHECK" TO RL-PROGRAM-ID.
           PERFORM 9400-LOAD-PRIME-CACHE.
           MOVE PRIME-DIR-DSN TO LOCK-RESOURCE-DSN.
           IF PRIME-SEG-COUNT = 0 THEN
                PERFORM 9910-RELEASE-LOCK
                MOVE "NO PRIME STORE ON HAND" TO relation-detail
                GO TO 10-CHECK-PRIME-STORE-REPORT
           END-IF.
           IF ps-high > PRIME-CACHE-CEILING THEN
                PERFORM 9910-RELEASE-LOCK
                MOVE ps-high TO number-edit
                MOVE PRIME-CACHE-CEILING TO number-edit-2
                STRING "RANGE TOP " FUNCTION TRIM(number-edit)
                       " IS PAST THE STORE CEILING "
                       FUNCTION TRIM(number-edit-2)
                    DELIMITED BY SIZE INTO relation-detail
                GO TO 10-CHECK-PRIME-STORE-REPORT
           END-IF.

           MOVE 0 TO store-count.
           MOVE 0 TO store-sum.
           PERFORM 11-OPEN-STORE-STREAM.
           PERFORM 12-NEXT-STORE-VALUE.
           PERFORM UNTIL ST-AT-END OR st-value > ps-high
               IF st-value >= ps-low THEN
                    ADD 1 TO store-count
                    ADD st-value TO store-sum
               END-IF
               PERFORM 12-NEXT-STORE-VALUE
           END-PERFORM.
           PERFORM 13-CLOSE-STORE-STREAM.
           PERFORM 9910-RELEASE-LOCK.

           MOVE "HOLDS" TO relation-verdict.
           IF PS-INTERVAL AND store-count NOT = ps-count THEN
                MOVE "BROKEN" TO relation-verdict
           END-IF.
           MOVE ps-answer TO norm-text.
           PERFORM 08-NORMALIZE-DIGITS.
           MOVE norm-out TO left-side.
           MOVE store-sum TO norm-text.
           PERFORM 08-NORMALIZE-DIGITS.
           MOVE norm-out TO right-side.
           IF left-side NOT = right-side THEN
                MOVE "BROKEN" TO relation-verdict
           END-IF.
           MOVE ps-low TO number-edit.
           MOVE ps-high TO number-edit-2.
           MOVE 1 TO detail-ptr.
           STRING "[" FUNCTION TRIM(number-edit) ","
                  FUNCTION TRIM(number-edit-2) "]"
               DELIMITED BY SIZE
               INTO relation-detail WITH POINTER detail-ptr.
           IF PS-INTERVAL THEN
                MOVE ps-count TO number-edit
                STRING " LOGGED " FUNCTION TRIM(number-edit)
                       " PRIME(S)"
                    DELIMITED BY SIZE
                    INTO relation-detail WITH POINTER detail-ptr
           END-IF.
           MOVE store-count TO number-edit.
           MOVE store-sum TO sum-edit.
           STRING " SUM " FUNCTION TRIM(left-side)
                  ", STORE " FUNCTION TRIM(number-edit)
                  " PRIME(S) SUM " FUNCTION TRIM(sum-edit)
               DELIMITED BY SIZE
               INTO relation-detail WITH POINTER detail-ptr.
       10-CHECK-PRIME-STORE-REPORT.
           PERFORM 09-REPORT-RELATION.

       11-OPEN-STORE-STREAM SECTION.
           PERFORM 13-CLOSE-STORE-STREAM.
           MOVE 0 TO st-seg.
           MOVE "N" TO st-eof.

       12-NEXT-STORE-VALUE SECTION.
*> The store is streamed segment by segment, never loaded whole,
*> the way PRIME-AUDIT reads it.
           MOVE "N" TO st-have-value.
           PERFORM UNTIL st-have-value = "Y" OR ST-AT-END
               IF st-open = "N" THEN
                    ADD 1 TO st-seg
                    IF st-seg > PRIME-SEG-COUNT THEN
                         MOVE "Y" TO st-eof
                    ELSE
                         MOVE st-seg TO PC-SEG-NUMBER
                         PERFORM 9470-BUILD-SEG-NAME
                         OPEN INPUT PRIME-SEG-FILE
                         IF PRIME-SEG-STATUS = "00" THEN
                              MOVE "Y" TO st-open
                         END-IF
                    END-IF
               ELSE
                    READ PRIME-SEG-FILE
                        AT END
                            CLOSE PRIME-SEG-FILE
                            MOVE "N" TO st-open
                        NOT AT END
                            MOVE PRIME-SEG-REC TO st-value
                            MOVE "Y" TO st-have-value
                    END-READ
               END-IF
           END-PERFORM.
           MOVE SPACES TO PRIME-SEG-STATUS.

       13-CLOSE-STORE-STREAM SECTION.
           IF st-open = "Y" THEN
                CLOSE PRIME-SEG-FILE
                MOVE "N" TO st-open
           END-IF.
           MOVE SPACES TO PRIME-SEG-STATUS.

       20-CHECK-BLOCKS-TILES SECTION.
           MOVE "BLOCKS-TILES" TO relation-name.
           MOVE "NOT-EXERCISED" TO relation-verdict.
           MOVE SPACES TO relation-detail.
           IF NOT CB-ON-HAND THEN
                STRING "NO PLAIN COUNTING-BLOCKS COUNT ON THE LOG "
                       "WITH A TILE LIST THAT FITS"
                    DELIMITED BY SIZE INTO relation-detail
                GO TO 20-CHECK-BLOCKS-TILES-REPORT
           END-IF.
           PERFORM 21-SET-TILES-PARTNER.
           PERFORM 07-FETCH-PARTNER.
           IF NOT PARTNER-ON-HAND AND PAIRED-ON THEN
                MOVE "RED-GREEN-AND-BLUE" TO pair-program
                MOVE SPACES TO pair-args
                STRING FUNCTION TRIM(WT-VALUE(1)) " N N "
                       FUNCTION TRIM(cb-tiles) " N"
                    DELIMITED BY SIZE INTO pair-args
                PERFORM 06-RUN-PAIRED-CARD
                PERFORM 21-SET-TILES-PARTNER
                PERFORM 07-FETCH-PARTNER
           END-IF.
           MOVE cb-n TO number-edit.
           MOVE cb-m TO number-edit-2.
           IF NOT PARTNER-ON-HAND THEN
                STRING "NO RED-GREEN-AND-BLUE L="
                       FUNCTION TRIM(WT-VALUE(1)) " TILES="
                       FUNCTION TRIM(cb-tiles)
                       " ON THE LOG FOR ROW-LENGTH="
                       FUNCTION TRIM(number-edit)
                       " MIN-BLOCK-LENGTH="
                       FUNCTION TRIM(number-edit-2)
                    DELIMITED BY SIZE INTO relation-detail
                GO TO 20-CHECK-BLOCKS-TILES-REPORT
           END-IF.
           MOVE cb-answer TO norm-text.
           PERFORM 08-NORMALIZE-DIGITS.
           MOVE norm-out TO left-side.
           MOVE partner-answer TO norm-text.
           PERFORM 08-NORMALIZE-DIGITS.
           MOVE norm-out TO right-side.
           IF left-side = right-side THEN
                MOVE "HOLDS" TO relation-verdict
           ELSE
                MOVE "BROKEN" TO relation-verdict
           END-IF.
           STRING "BLOCKS(" FUNCTION TRIM(number-edit) ","
                  FUNCTION TRIM(number-edit-2) ") "
                  FUNCTION TRIM(left-side) ", TILES("
                  FUNCTION TRIM(WT-VALUE(1)) ";"
                  FUNCTION TRIM(cb-tiles) ") "
                  FUNCTION TRIM(right-side)
               DELIMITED BY SIZE INTO relation-detail.
       20-CHECK-BLOCKS-TILES-REPORT.
           PERFORM 09-REPORT-RELATION.

       21-SET-TILES-PARTNER SECTION.
           MOVE "RED-GREEN-AND-BLUE" TO want-program.
           MOVE SPACES TO WANT-TOKENS.
           MOVE "L" TO WT-NAME(1).
           COMPUTE tile-work = cb-n + 1.
           MOVE tile-work TO tile-edit.
           MOVE FUNCTION TRIM(tile-edit) TO WT-VALUE(1).
           MOVE "TILES" TO WT-NAME(2).
           MOVE cb-tiles TO WT-VALUE(2).
           MOVE "RING" TO WT-NAME(3).
           MOVE "N" TO WT-VALUE(3).
           MOVE SPACES TO want-absent.
           MOVE SPACES TO want-input.

       30-CHECK-PARTITION-MOD SECTION.
           MOVE "PARTITION-MOD" TO relation-name.
           MOVE "NOT-EXERCISED" TO relation-verdict.
           MOVE SPACES TO relation-detail.
           IF NOT CP-ON-HAND THEN
                MOVE "NO UNRESTRICTED MODULAR SEARCH ON THE LOG"
                    TO relation-detail
                GO TO 30-CHECK-PARTITION-MOD-REPORT
           END-IF.
           PERFORM 31-SCAN-EXACTS.
           IF NOT CP-NONE-BELOW AND NOT PARTNER-ON-HAND
                   AND PAIRED-ON AND cp-n <= EXACT-N-MAX THEN
                MOVE "COIN-PARTITIONS" TO pair-program
                MOVE cp-n TO number-edit
                MOVE SPACES TO pair-args
                STRING "EXACT " FUNCTION TRIM(number-edit) " N"
                    DELIMITED BY SIZE INTO pair-args
                PERFORM 06-RUN-PAIRED-CARD
                PERFORM 31-SCAN-EXACTS
           END-IF.

           MOVE cp-modulus TO number-edit-2.
           IF zero-below-k > 0 THEN
                MOVE "BROKEN" TO relation-verdict
                MOVE zero-below-k TO number-edit
                STRING "EXACT P(" FUNCTION TRIM(number-edit)
                       ") IS ALREADY 0 MOD "
                       FUNCTION TRIM(number-edit-2) " BUT "
                       FUNCTION TRIM(cp-effective)
                       " DID NOT STOP THERE"
                    DELIMITED BY SIZE INTO relation-detail
                GO TO 30-CHECK-PARTITION-MOD-REPORT
           END-IF.
           MOVE cp-n TO number-edit.
           IF CP-NONE-BELOW THEN
                IF exacts-seen = 0 THEN
                     STRING "NO EXACT P(K) ON THE LOG AT OR BELOW "
                            "THE CEILING OF "
                            FUNCTION TRIM(cp-effective)
                         DELIMITED BY SIZE INTO relation-detail
                ELSE
                     MOVE "HOLDS" TO relation-verdict
                     MOVE exacts-seen TO number-edit
                     STRING FUNCTION TRIM(number-edit)
                            " LOGGED EXACT P(K) NONZERO MOD "
                            FUNCTION TRIM(number-edit-2)
                            " UNDER A NONE-BELOW ANSWER"
                         DELIMITED BY SIZE INTO relation-detail
                END-IF
                GO TO 30-CHECK-PARTITION-MOD-REPORT
           END-IF.
           IF NOT PARTNER-ON-HAND THEN
                STRING "NO EXACT P(" FUNCTION TRIM(number-edit)
                       ") ON THE LOG FOR "
                       FUNCTION TRIM(cp-effective)
                    DELIMITED BY SIZE INTO relation-detail
                GO TO 30-CHECK-PARTITION-MOD-REPORT
           END-IF.
           IF PARTNER-RESIDUE-ZERO = "Y" THEN
                MOVE "HOLDS" TO relation-verdict
                STRING "EXACT P(" FUNCTION TRIM(number-edit)
                       ") IS 0 MOD " FUNCTION TRIM(number-edit-2)
                    DELIMITED BY SIZE INTO relation-detail
           ELSE
                MOVE "BROKEN" TO relation-verdict
                STRING "EXACT P(" FUNCTION TRIM(number-edit)
                       ") IS NOT 0 MOD "
                       FUNCTION TRIM(number-edit-2)
                    DELIMITED BY SIZE INTO relation-detail
           END-IF.
       30-CHECK-PARTITION-MOD-REPORT.
           PERFORM 09-REPORT-RELATION.

       31-SCAN-EXACTS SECTION.
*> Every unrestricted EXACT line is reduced mod M: at k = n it is
*> the partner and must be zero, below n (or at or below the
*> ceiling of a NONE-BELOW answer) it must not be.
           MOVE "N" TO PARTNER-FOUND.
           MOVE "N" TO PARTNER-RESIDUE-ZERO.
           MOVE 0 TO exacts-seen.
           MOVE 0 TO zero-below-k.
           OPEN INPUT RESULTS-LOG-FILE.
           IF RESULTS-LOG-STATUS NOT = "00" THEN
                MOVE SPACES TO RESULTS-LOG-STATUS
                GO TO 31-SCAN-EXACTS-EXIT
           END-IF.
           PERFORM UNTIL RESULTS-LOG-STATUS = "10"
               READ RESULTS-LOG-FILE
                   AT END MOVE "10" TO RESULTS-LOG-STATUS
                   NOT AT END
                       MOVE RESULTS-LOG-RECORD TO RESULTS-LOG-WORK
                       IF RL-PROGRAM-ID = "COIN-PARTITIONS"
                            PERFORM 32-TAKE-ONE-EXACT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RESULTS-LOG-FILE.
           MOVE SPACES TO RESULTS-LOG-STATUS.
       31-SCAN-EXACTS-EXIT.
           EXIT.

       32-TAKE-ONE-EXACT SECTION.
           MOVE RL-EFFECTIVE-PARMS TO split-source.
           PERFORM 04-SPLIT-PARMS.
           MOVE "MODE" TO want-name.
           PERFORM 04A-FIND-TOKEN.
           IF NOT TOKEN-ON-HAND
                   OR FUNCTION TRIM(tok-value) NOT = "EXACT" THEN
                GO TO 32-TAKE-ONE-EXACT-EXIT
           END-IF.
           MOVE "RESTRICT" TO want-name.
           PERFORM 04A-FIND-TOKEN.
           IF TOKEN-ON-HAND THEN
                GO TO 32-TAKE-ONE-EXACT-EXIT
           END-IF.
           MOVE "Y" TO RECORD-USABLE.
           MOVE "N" TO want-name.
           PERFORM 04B-FIND-NUMBER.
           IF RECORD-USABLE NOT = "Y" THEN
                GO TO 32-TAKE-ONE-EXACT-EXIT
           END-IF.
           MOVE FUNCTION NUMVAL(tok-value) TO ex-k.
           IF ex-k > cp-n THEN
                GO TO 32-TAKE-ONE-EXACT-EXIT
           END-IF.
           MOVE RL-ANSWER TO SPILL-LOOKUP.
           PERFORM 9060-FETCH-SPILLED-ANSWER.
           PERFORM 33-REDUCE-MOD.
           IF RESIDUE-USABLE NOT = "Y" THEN
                GO TO 32-TAKE-ONE-EXACT-EXIT
           END-IF.
           IF ex-k = cp-n AND NOT CP-NONE-BELOW THEN
                MOVE "Y" TO PARTNER-FOUND
                IF residue = 0 THEN
                     MOVE "Y" TO PARTNER-RESIDUE-ZERO
                ELSE
                     MOVE "N" TO PARTNER-RESIDUE-ZERO
                END-IF
           ELSE
                ADD 1 TO exacts-seen
                IF residue = 0 AND zero-below-k = 0 THEN
                     MOVE ex-k TO zero-below-k
                END-IF
           END-IF.
       32-TAKE-ONE-EXACT-EXIT.
           EXIT.

       33-REDUCE-MOD SECTION.
*> p(k) is far past any binary field; it is reduced digit by
*> digit off the spill-resolved text.
           MOVE 0 TO residue.
           MOVE "N" TO RESIDUE-USABLE.
           IF SPILL-VALUE-WORK(1:1) IS NOT NUMERIC THEN
                GO TO 33-REDUCE-MOD-EXIT
           END-IF.
           MOVE "Y" TO RESIDUE-USABLE.
           PERFORM VARYING norm-idx FROM 1 BY 1
                   UNTIL norm-idx > 250
                      OR SPILL-VALUE-WORK(norm-idx:1) = SPACE
               IF SPILL-VALUE-WORK(norm-idx:1) IS NUMERIC THEN
                    MOVE SPILL-VALUE-WORK(norm-idx:1)
                        TO digit-value
                    COMPUTE residue = FUNCTION MOD(
                        residue * 10 + digit-value, cp-modulus)
               ELSE
                    MOVE "N" TO RESIDUE-USABLE
               END-IF
           END-PERFORM.
       33-REDUCE-MOD-EXIT.
           EXIT.

       40-CHECK-TOTIENT SECTION.
           MOVE "TOTIENT" TO relation-name.
           MOVE "NOT-EXERCISED" TO relation-verdict.
           MOVE SPACES TO relation-detail.
           IF NOT TT-ON-HAND THEN
                MOVE TOTIENT-DIRECT-MAX TO number-edit
                STRING "NO DERIVE TOTIENT ON THE LOG FOR N UP TO "
                       FUNCTION TRIM(number-edit)
                    DELIMITED BY SIZE INTO relation-detail
                GO TO 40-CHECK-TOTIENT-REPORT
           END-IF.
           MOVE 0 TO direct-count.
           PERFORM VARYING dc-k FROM 1 BY 1 UNTIL dc-k > tt-n
               MOVE tt-n TO gcd-a
               MOVE dc-k TO gcd-b
               PERFORM UNTIL gcd-b = 0
                   COMPUTE gcd-r = FUNCTION MOD(gcd-a, gcd-b)
                   MOVE gcd-b TO gcd-a
                   MOVE gcd-r TO gcd-b
               END-PERFORM
               IF gcd-a = 1 THEN
                    ADD 1 TO direct-count
               END-IF
           END-PERFORM.
           MOVE tt-answer TO norm-text.
           PERFORM 08-NORMALIZE-DIGITS.
           MOVE norm-out TO left-side.
           MOVE direct-count TO direct-digits.
           MOVE direct-digits TO norm-text.
           PERFORM 08-NORMALIZE-DIGITS.
           MOVE norm-out TO right-side.
           IF left-side = right-side THEN
                MOVE "HOLDS" TO relation-verdict
           ELSE
                MOVE "BROKEN" TO relation-verdict
           END-IF.
           MOVE tt-n TO number-edit.
           STRING "N=" FUNCTION TRIM(number-edit)
                  " DERIVE " FUNCTION TRIM(left-side)
                  ", DIRECT COUNT " FUNCTION TRIM(right-side)
               DELIMITED BY SIZE INTO relation-detail.
       40-CHECK-TOTIENT-REPORT.
           PERFORM 09-REPORT-RELATION.

       COPY ANSWSPR.

       COPY ALRTPR.

       COPY PRIMCPR.

       COPY CAPLGPR.

       COPY GENSVPR.

       COPY REGCFPR.

       COPY LOCKPR.

       COPY LINAGPR.

       END PROGRAM IDENTITY-CHECK.
