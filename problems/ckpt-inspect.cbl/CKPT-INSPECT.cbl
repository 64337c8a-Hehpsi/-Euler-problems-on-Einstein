       IDENTIFICATION DIVISION.
       PROGRAM-ID. CKPT-INSPECT.
*> Looks inside the three resume checkpoints - BLOCKCKPT
*> (COUNTING-BLOCKS), RGBCKPT (RED-GREEN-AND-BLUE) and COINCKPT
*> with its COINSPILL value file (COIN-PARTITIONS) - so a resume
*> that looks wrong can be judged without reading the raw file by
*> eye. For each checkpoint on hand it prints the provenance header
*> (version, run date, region, and MIN-BLOCK-LENGTH, colours and
*> modulus or the tile set and row shape; COINCKPT carries no
*> header, only its modulus and the n it reached), the range of
*> indexes the entries cover, any gaps in that range, and any
*> irregular record - one that is not numeric, sits outside the
*> table, repeats an index already seen, or (BLOCKCKPT) was solved
*> under another MIN-BLOCK-LENGTH than its header's. An irregular
*> record is reported and then treated as missing.
*>
*> A sample of the stored values is then re-derived from the
*> stored values below it - the COUNTS sweep for blocks, the CACHE
*> recurrence for tiles, the pentagonal recurrence modulo the
*> checkpoint's modulus for partitions - up to the end of the
*> unbroken run of entries from the first index. When a sampled
*> value fails, every entry after the last good sample is checked
*> in turn, so the first bad entry is named exactly, with the value
*> stored against the value the recurrence gives.
*>
*> Each checkpoint then gets a verdict: SAFE TO RESUME; WILL BE
*> REFUSED, when the owning program would turn the header away
*> (no header, another program version or region, a tile set or
*> modulus no run can match) and simply start over; or UNSAFE,
*> when a resume would take up a bad value, a gap or an irregular
*> record. An unsafe checkpoint is written to ALERTLOG
*> (CKPT-UNSAFE, with the dataset name).
*>
*> Arguments, in any order: BLOCKCKPT, RGBCKPT and COINCKPT pick
*> the checkpoints inspected (all three when none is named);
*> EVERY=n samples every n-th entry (the first and the last of the
*> unbroken run are always checked; by default every entry of the
*> block and tile checkpoints and every 1000th partition value);
*> TRUNCATE cuts each unsafe checkpoint back to its last verified
*> entry instead of leaving it for the owning program to trip
*> over. A block or tile checkpoint is rewritten under its
*> original header through the usual generation rotation, so the
*> bad copy stays on hand as the first kept generation and the new
*> one is resealed; COINCKPT is rewritten with the n of the last
*> verified partition value (the spill values past it are simply
*> recomputed on resume) or deleted when not even p(0) verifies.
*>
*> Return codes: 0 every checkpoint on hand is safe to resume, 4 a
*> checkpoint was truncated or will be refused, 8 an unsafe
*> checkpoint was left as it is, 16 an argument was not
*> understood.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY BCKPTSL.
           SELECT TILE-CKPT-FILE ASSIGN USING tile-ckpt-dsn
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS tile-ckpt-status.
           SELECT COIN-CKPT-FILE ASSIGN USING coin-ckpt-dsn
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS coin-ckpt-status.
           SELECT SPILL-FILE ASSIGN USING spill-dsn
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS spill-key
               FILE STATUS IS spill-status.
           COPY ALRTSL.
           COPY REGCFSL.
       DATA DIVISION.
       FILE SECTION.
       COPY BCKPTFD.
*> The RGBCKPT layouts are RED-GREEN-AND-BLUE's own: the
*> provenance header first, then one CACHE entry per record.
       FD  TILE-CKPT-FILE.
       01  TILE-CKPT-REC.
           05 CKPT-IDX PIC 9(4).
           05 CKPT-VAL PIC 9(18).
       01  TILE-CKPT-HEADER-REC.
           05 CH-TAG      PIC X(3).
           05 FILLER      PIC X.
           05 CH-VERSION  PIC X(4).
           05 FILLER      PIC X.
           05 CH-RUN-DATE PIC X(8).
           05 FILLER      PIC X.
           05 CH-REGION   PIC X(4).
           05 FILLER      PIC X.
           05 CH-L        PIC 9(4).
           05 FILLER      PIC X.
           05 CH-TILES    PIC X(20).
           05 FILLER      PIC X.
           05 CH-SHAPE    PIC X(6).
       FD  COIN-CKPT-FILE.
       01  COIN-CKPT-REC.
           05 CK-MODULUS PIC 9(8).
           05 FILLER     PIC X.
           05 CK-HIGH-N  PIC 9(8).
       FD  SPILL-FILE.
       01  SPILL-REC.
           05 SPILL-VAL PIC S9(8).
       COPY ALRTFD.

       COPY REGCFFD.
       WORKING-STORAGE SECTION.
       COPY BCKPTWS.
       COPY ALRTWS.
       COPY GENSVWS.
       01 tile-ckpt-dsn PIC X(30) VALUE "RGBCKPT".
       01 tile-ckpt-status PIC XX.
*> Must move in step with ckpt-version in RED-GREEN-AND-BLUE: a
*> header of any other version is refused there.
       01 RGB-CKPT-VERSION PIC X(4) VALUE "0005".
*> The header as read, kept whole so a truncated copy goes back
*> out under exactly the provenance it came in with.
       01 TILE-HEADER-WORK PIC X(55).
       01 coin-ckpt-dsn PIC X(30) VALUE "COINCKPT".
       01 coin-ckpt-status PIC XX.
       01 COIN-CKPT-WORK.
           05 CKW-MODULUS PIC 9(8) VALUE ZERO.
           05 FILLER      PIC X    VALUE SPACE.
           05 CKW-HIGH-N  PIC 9(8) VALUE ZERO.
       01 spill-dsn PIC X(30) VALUE "COINSPILL".
       01 spill-status PIC XX.
       01 spill-key PIC 9(9) BINARY.

       01 ARG-COUNT PIC 9(2) BINARY VALUE ZERO.
       01 ARG-NUM   PIC 9(2) BINARY VALUE ZERO.
       01 arg-buffer PIC X(30).
       01 arg-name PIC X(12).
       01 arg-value PIC X(18).
       01 arg-len PIC 9(2) BINARY.
       01 PICK-BLOCKS PIC X VALUE "N".
       01 PICK-TILES  PIC X VALUE "N".
       01 PICK-COINS  PIC X VALUE "N".
       01 TRUNCATE-MODE PIC X VALUE "N".
           88 TRUNCATE-ON VALUE "Y".
       01 sample-every PIC 9(8) BINARY VALUE ZERO.
       01 stride PIC 9(8) BINARY.
       01 default-stride PIC 9(8) BINARY.

*> Findings for the checkpoint being inspected. Indexes are table
*> subscripts (for COINSPILL the relative key, n plus one); the
*> reports show them through idx-offset as the index or the n.
       01 CKPT-KIND PIC X.
           88 KIND-BLOCKS VALUE "B".
           88 KIND-TILES  VALUE "T".
           88 KIND-COINS  VALUE "C".
       01 ckpt-label PIC X(10).
       01 inspect-dsn PIC X(30).
       01 idx-label PIC X(5).
       01 idx-offset PIC 9 BINARY.
       01 CKPT-VERDICT PIC X.
           88 VERDICT-ABSENT  VALUE "A".
           88 VERDICT-SAFE    VALUE "S".
           88 VERDICT-REFUSED VALUE "R".
           88 VERDICT-UNSAFE  VALUE "U".
       01 verdict-reason PIC X(60).
       01 keep-text PIC X(20).
       01 HEADER-USABLE PIC X.
           88 HEADER-IS-USABLE VALUE "Y".
       01 record-count PIC 9(9) BINARY.
       01 entry-count PIC 9(9) BINARY.
       01 irregular-count PIC 9(9) BINARY.
       01 irregular-why PIC X(40).
       01 beyond-count PIC 9(9) BINARY.
       01 low-idx PIC 9(9) BINARY.
       01 high-idx PIC 9(9) BINARY.
       01 contig-high PIC 9(9) BINARY.
       01 gap-count PIC 9(9) BINARY.
       01 gap-from PIC 9(9) BINARY.
       01 gap-thru PIC 9(9) BINARY.
       01 LIST-MAX PIC 9(2) BINARY VALUE 5.
       01 ENTRY-PRESENT PIC X.
           88 ENTRY-IS-PRESENT VALUE "Y".
       01 probe-idx PIC 9(9) BINARY.
       01 verify-high PIC 9(9) BINARY.
       01 last-good PIC 9(9) BINARY.
       01 first-bad PIC 9(9) BINARY.
       01 bad-sample PIC 9(9) BINARY.
       01 pin-from PIC 9(9) BINARY.
       01 sample-count PIC 9(9) BINARY.
       01 keep-high PIC 9(9) BINARY.
       01 ENTRY-OK PIC X.
           88 ENTRY-IS-OK VALUE "Y".
       01 stored-value PIC S9(18) BINARY.
       01 computed-value PIC S9(18) BINARY.
       01 idx-edit-a PIC Z(8)9.
       01 idx-edit-b PIC Z(8)9.
       01 count-edit PIC Z(8)9.
       01 value-edit-a PIC -(18)9.
       01 value-edit-b PIC -(18)9.

       01 safe-count PIC 9(2) VALUE ZERO.
       01 refused-count PIC 9(2) VALUE ZERO.
       01 unsafe-count PIC 9(2) VALUE ZERO.
       01 truncated-count PIC 9(2) VALUE ZERO.
       01 absent-count PIC 9(2) VALUE ZERO.

*> BLOCKCKPT entries, in COUNTING-BLOCKS's SOLUTIONS-TABLE form:
*> -1 marks a slot the file did not fill.
       01 BLOCK-TABLE-MAX PIC 9(4) BINARY VALUE 5000.
       01 BLOCK-TABLE.
           05 BLOCK-VALUE PIC S9(18) BINARY VALUE -1
               OCCURS 5000 TIMES.
       01 blk-minlen  PIC 9(4) BINARY.
       01 blk-colours PIC 9(2) BINARY.
       01 blk-modulus PIC 9(9) BINARY.
       01 blk-block PIC 9(4) BINARY.
       01 blk-next  PIC 9(4) BINARY.
       01 cell-total PIC 9(18) BINARY.
       01 cell-dump  PIC 9(18) BINARY.
       01 BLOCK-OVERFLOW PIC X.
           88 BLOCK-HAS-OVERFLOWED VALUE "Y".

*> RGBCKPT entries, held in RED-GREEN-AND-BLUE's CACHE picture so
*> the re-derived sums behave exactly as the program's own.
       01 TILE-TABLE-MAX PIC 9(4) BINARY VALUE 5001.
       01 TILE-TABLE.
           05 TILE-ENTRY OCCURS 5001 TIMES.
               10 TILE-VALUE PIC 9(18) COMP-5 VALUE 0.
               10 TILE-SEEN  PIC X VALUE "N".
       01 cache-sum PIC 9(18) COMP-5.
       01 TILE-SET-MAX PIC 9(2) BINARY VALUE 8.
       01 tile-count PIC 9(2) BINARY VALUE ZERO.
       01 TILE-SET.
           05 TILE-LEN PIC 9(4) BINARY VALUE ZERO
               OCCURS 8 TIMES.
       01 TILE-TOKENS.
           05 TILE-TOKEN PIC X(4) OCCURS 8 TIMES.
       01 tl-idx PIC 9(2) BINARY.
       01 tl-scan PIC 9(2) BINARY.
       01 tok-len PIC 9(2) BINARY.
       01 tile-probe PIC S9(9) BINARY.

*> COINCKPT and COINSPILL: the search's modulus and the n it
*> reached; the values are read straight off the spill file.
       01 coin-modulus PIC 9(8) BINARY.
       01 coin-high-n PIC 9(8) BINARY.
       01 coin-n PIC 9(9) BINARY.
       01 top-key PIC 9(9) BINARY.
       01 expected-key PIC 9(9) BINARY.
       01 pent-k PIC 9(8) BINARY.
       01 pent-g PIC 9(9) BINARY.
       01 pent-rem PIC 9 BINARY.
       01 pent-half PIC 9(8) BINARY.
       01 pent-sign PIC S9 VALUE 1.
       01 PENT-DONE PIC X.
           88 PENT-IS-DONE VALUE "Y".
       01 coin-sum PIC S9(18) BINARY.
       01 coin-dump PIC S9(18) BINARY.

       COPY REGCFWS.

       PROCEDURE DIVISION.
       00-MAIN SECTION.
           MOVE "CKPT-INSPECT" TO AL-PROGRAM-ID.
           PERFORM 9800-LOAD-REGION-CONFIG.
           MOVE ALERT-LOG-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO ALERT-LOG-DSN.
           MOVE BCKPT-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO BCKPT-DSN.
           MOVE tile-ckpt-dsn TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO tile-ckpt-dsn.
           MOVE coin-ckpt-dsn TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO coin-ckpt-dsn.
           MOVE spill-dsn TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO spill-dsn.

           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER.
           PERFORM VARYING ARG-NUM FROM 1 BY 1
                   UNTIL ARG-NUM > ARG-COUNT
               MOVE SPACES TO arg-buffer
               DISPLAY ARG-NUM UPON ARGUMENT-NUMBER
               ACCEPT arg-buffer FROM ARGUMENT-VALUE
               PERFORM 01-TAKE-ARGUMENT
           END-PERFORM.
           IF PICK-BLOCKS = "N" AND PICK-TILES = "N"
                   AND PICK-COINS = "N" THEN
                MOVE "Y" TO PICK-BLOCKS
                MOVE "Y" TO PICK-TILES
                MOVE "Y" TO PICK-COINS
           END-IF.

           IF PICK-BLOCKS = "Y" THEN
                PERFORM 10-INSPECT-BLOCKS
           END-IF.
           IF PICK-TILES = "Y" THEN
                PERFORM 20-INSPECT-TILES
           END-IF.
           IF PICK-COINS = "Y" THEN
                PERFORM 30-INSPECT-COINS
           END-IF.

           DISPLAY "CKPT-INSPECT: " safe-count " SAFE, "
                   refused-count " WILL BE REFUSED, "
                   unsafe-count " UNSAFE (" truncated-count
                   " TRUNCATED), " absent-count " NOT ON HAND".
           EVALUATE TRUE
               WHEN unsafe-count > truncated-count
                   MOVE 8 TO RETURN-CODE
               WHEN truncated-count > 0 OR refused-count > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

       01-TAKE-ARGUMENT SECTION.
           EVALUATE FUNCTION TRIM(arg-buffer)
               WHEN "BLOCKCKPT"
                   MOVE "Y" TO PICK-BLOCKS
               WHEN "RGBCKPT"
                   MOVE "Y" TO PICK-TILES
               WHEN "COINCKPT"
                   MOVE "Y" TO PICK-COINS
               WHEN "TRUNCATE"
                   MOVE "Y" TO TRUNCATE-MODE
               WHEN OTHER
                   MOVE SPACES TO arg-name
                   MOVE SPACES TO arg-value
                   UNSTRING arg-buffer DELIMITED BY "="
                       INTO arg-name arg-value
                   IF arg-name NOT = "EVERY" THEN
                        PERFORM 01A-REFUSE-ARGUMENT
                   END-IF
                   MOVE 0 TO arg-len
                   INSPECT arg-value TALLYING arg-len
                       FOR CHARACTERS BEFORE INITIAL SPACE
                   IF arg-len = 0 OR arg-len > 8 THEN
                        PERFORM 01A-REFUSE-ARGUMENT
                   END-IF
                   IF arg-value(1:arg-len) IS NOT NUMERIC THEN
                        PERFORM 01A-REFUSE-ARGUMENT
                   END-IF
                   MOVE arg-value(1:arg-len) TO sample-every
                   IF sample-every = 0 THEN
                        PERFORM 01A-REFUSE-ARGUMENT
                   END-IF
           END-EVALUATE.

       01A-REFUSE-ARGUMENT SECTION.
           DISPLAY "CKPT-INSPECT: ARGUMENT '" FUNCTION TRIM(arg-buffer)
                   "' NOT UNDERSTOOD - ARGUMENTS ARE BLOCKCKPT, "
                   "RGBCKPT, COINCKPT, EVERY=<N> AND TRUNCATE".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       05-RESET-FINDINGS SECTION.
           MOVE "S" TO CKPT-VERDICT.
           MOVE SPACES TO verdict-reason.
           MOVE "N" TO HEADER-USABLE.
           MOVE 0 TO record-count.
           MOVE 0 TO entry-count.
           MOVE 0 TO irregular-count.
           MOVE 0 TO beyond-count.
           MOVE 0 TO low-idx.
           MOVE 0 TO high-idx.
           MOVE 0 TO contig-high.
           MOVE 0 TO gap-count.
           MOVE 0 TO gap-from.
           MOVE 0 TO last-good.
           MOVE 0 TO first-bad.
           MOVE 0 TO sample-count.
           MOVE 0 TO keep-high.
           DISPLAY "CKPT-INSPECT: " FUNCTION TRIM(ckpt-label) " - "
                   FUNCTION TRIM(inspect-dsn).

       06-NOTE-GAP SECTION.
*> The first gap ends the unbroken run that can be verified and
*> kept; the first few are listed, the rest only counted.
           ADD 1 TO gap-count.
           IF gap-count = 1 THEN
                COMPUTE contig-high = gap-from - 1
           END-IF.
           IF gap-count <= LIST-MAX THEN
                COMPUTE idx-edit-a = gap-from - idx-offset
                COMPUTE idx-edit-b = gap-thru - idx-offset
                DISPLAY "CKPT-INSPECT:   GAP - NO ENTRY FOR "
                        FUNCTION TRIM(idx-label) " "
                        FUNCTION TRIM(idx-edit-a)
                        " THRU " FUNCTION TRIM(idx-edit-b)
           END-IF.

       07-NOTE-IRREGULAR SECTION.
           ADD 1 TO irregular-count.
           IF irregular-count <= LIST-MAX THEN
                MOVE record-count TO count-edit
                DISPLAY "CKPT-INSPECT:   IRREGULAR RECORD "
                        FUNCTION TRIM(count-edit) " - "
                        FUNCTION TRIM(irregular-why)
           END-IF.

       08-NOTE-ENTRY SECTION.
           ADD 1 TO entry-count.
           IF low-idx = 0 OR probe-idx < low-idx THEN
                MOVE probe-idx TO low-idx
           END-IF.
           IF probe-idx > high-idx THEN
                MOVE probe-idx TO high-idx
           END-IF.

       10-INSPECT-BLOCKS SECTION.
           MOVE "B" TO CKPT-KIND.
           MOVE "BLOCKCKPT" TO ckpt-label.
           MOVE BCKPT-DSN TO inspect-dsn.
           MOVE "INDEX" TO idx-label.
           MOVE 0 TO idx-offset.
           MOVE 1 TO default-stride.
           PERFORM 05-RESET-FINDINGS.
           OPEN INPUT BCKPT-FILE.
           IF BCKPT-STATUS = "35" THEN
                MOVE "A" TO CKPT-VERDICT
                PERFORM 47-FINISH-VERDICT
                GO TO 10-INSPECT-BLOCKS-EXIT
           END-IF.
           READ BCKPT-FILE INTO BCKPT-HEADER-WORK
               AT END MOVE "10" TO BCKPT-STATUS
           END-READ.
           IF BCKPT-STATUS = "10" THEN
                CLOSE BCKPT-FILE
                MOVE "R" TO CKPT-VERDICT
                MOVE "THE FILE IS EMPTY" TO verdict-reason
                PERFORM 47-FINISH-VERDICT
                GO TO 10-INSPECT-BLOCKS-EXIT
           END-IF.
           IF BH-TAG = "HDR" THEN
                DISPLAY "CKPT-INSPECT:   HEADER - VERSION " BH-VERSION
                        " RUN DATE " BH-RUN-DATE " REGION " BH-REGION
                DISPLAY "CKPT-INSPECT:   MIN-BLOCK-LENGTH=" BH-MINLEN
                        " COLOURS=" BH-COLOURS
                        " MODULUS=" BH-MODULUS
                IF BH-MINLEN IS NUMERIC AND BH-COLOURS IS NUMERIC
                        AND BH-MODULUS IS NUMERIC THEN
                     MOVE "Y" TO HEADER-USABLE
                     MOVE BH-MINLEN TO blk-minlen
                     MOVE BH-COLOURS TO blk-colours
                     MOVE BH-MODULUS TO blk-modulus
                END-IF
           END-IF.
           EVALUATE TRUE
               WHEN BH-TAG NOT = "HDR"
                   MOVE "NO PROVENANCE HEADER" TO verdict-reason
               WHEN BH-VERSION NOT = BCKPT-VERSION
                   STRING "BUILT BY VERSION " BH-VERSION
                          ", THIS IS VERSION " BCKPT-VERSION
                          DELIMITED BY SIZE INTO verdict-reason
               WHEN BH-REGION NOT = REGION-NAME
                   STRING "BUILT IN REGION " BH-REGION
                          ", THIS IS REGION " REGION-NAME
                          DELIMITED BY SIZE INTO verdict-reason
               WHEN NOT HEADER-IS-USABLE
                   MOVE "HEADER FIELDS ARE NOT NUMERIC"
                       TO verdict-reason
           END-EVALUATE.
           IF verdict-reason NOT = SPACES THEN
                MOVE "R" TO CKPT-VERDICT
           END-IF.
*> With no header the first record was an entry after all.
           IF BH-TAG NOT = "HDR" THEN
                MOVE BCKPT-HEADER-WORK TO BCKPT-WORK
                PERFORM 11-TAKE-BLOCK-ENTRY
           END-IF.
           PERFORM UNTIL BCKPT-STATUS = "10"
               READ BCKPT-FILE INTO BCKPT-WORK
                   AT END MOVE "10" TO BCKPT-STATUS
                   NOT AT END PERFORM 11-TAKE-BLOCK-ENTRY
               END-READ
           END-PERFORM.
           CLOSE BCKPT-FILE.
           PERFORM 42-FIND-TABLE-GAPS.
           PERFORM 45-REPORT-ENTRIES.
           IF HEADER-IS-USABLE THEN
                PERFORM 40-VERIFY-SAMPLE
           ELSE
                DISPLAY "CKPT-INSPECT:   VALUES NOT VERIFIED - NO "
                        "USABLE HEADER TO VERIFY THEM UNDER"
           END-IF.
           PERFORM 46-JUDGE-ENTRIES.
           PERFORM 47-FINISH-VERDICT.
       10-INSPECT-BLOCKS-EXIT.
           EXIT.

       11-TAKE-BLOCK-ENTRY SECTION.
           ADD 1 TO record-count.
           IF BCKPT-MINLEN IS NOT NUMERIC
                   OR BCKPT-IDX IS NOT NUMERIC
                   OR BCKPT-VALUE IS NOT NUMERIC THEN
                MOVE "NOT NUMERIC" TO irregular-why
                PERFORM 07-NOTE-IRREGULAR
                GO TO 11-TAKE-BLOCK-ENTRY-EXIT
           END-IF.
           MOVE BCKPT-IDX TO probe-idx.
           IF probe-idx = 0 OR probe-idx > BLOCK-TABLE-MAX THEN
                MOVE "INDEX OUTSIDE THE TABLE" TO irregular-why
                PERFORM 07-NOTE-IRREGULAR
                GO TO 11-TAKE-BLOCK-ENTRY-EXIT
           END-IF.
           IF HEADER-IS-USABLE AND BCKPT-MINLEN NOT = blk-minlen THEN
                MOVE "SOLVED UNDER ANOTHER MIN-BLOCK-LENGTH"
                    TO irregular-why
                PERFORM 07-NOTE-IRREGULAR
                GO TO 11-TAKE-BLOCK-ENTRY-EXIT
           END-IF.
*> A repeated index is taken as the loader takes it - the later
*> record wins - but still counts against the file.
           IF BLOCK-VALUE(probe-idx) >= 0 THEN
                MOVE "INDEX REPEATED" TO irregular-why
                PERFORM 07-NOTE-IRREGULAR
                MOVE BCKPT-VALUE TO BLOCK-VALUE(probe-idx)
                GO TO 11-TAKE-BLOCK-ENTRY-EXIT
           END-IF.
           MOVE BCKPT-VALUE TO BLOCK-VALUE(probe-idx).
           PERFORM 08-NOTE-ENTRY.
       11-TAKE-BLOCK-ENTRY-EXIT.
           EXIT.

       12-VERIFY-BLOCK-ENTRY SECTION.
*> One cell of the COUNTS sweep, from the stored cells below it.
           MOVE "Y" TO ENTRY-OK.
           MOVE "N" TO BLOCK-OVERFLOW.
           MOVE BLOCK-VALUE(probe-idx) TO stored-value.
           IF probe-idx = 1 THEN
                MOVE 1 TO cell-total
           ELSE
                MOVE BLOCK-VALUE(probe-idx - 1) TO cell-total
           END-IF.
           PERFORM VARYING blk-block FROM blk-minlen BY 1
                   UNTIL blk-block > probe-idx
                      OR BLOCK-HAS-OVERFLOWED
               SUBTRACT blk-block FROM probe-idx GIVING blk-next
               IF blk-next > 0 THEN
                    SUBTRACT 1 FROM blk-next
               END-IF
               IF blk-next = 0 THEN
                    ADD blk-colours TO cell-total
                        ON SIZE ERROR MOVE "Y" TO BLOCK-OVERFLOW
                    END-ADD
               ELSE
                    COMPUTE cell-total =
                        cell-total + blk-colours * BLOCK-VALUE(blk-next)
                        ON SIZE ERROR MOVE "Y" TO BLOCK-OVERFLOW
                    END-COMPUTE
               END-IF
           END-PERFORM.
*> COUNTS stops rather than store a cell past 18 digits, so a
*> stored cell whose sum overflows cannot be one it wrote.
           IF BLOCK-HAS-OVERFLOWED THEN
                MOVE -1 TO computed-value
                MOVE "N" TO ENTRY-OK
                GO TO 12-VERIFY-BLOCK-ENTRY-EXIT
           END-IF.
           IF blk-modulus > 0 THEN
                DIVIDE cell-total BY blk-modulus
                    GIVING cell-dump REMAINDER cell-total
           END-IF.
           MOVE cell-total TO computed-value.
           IF computed-value NOT = stored-value THEN
                MOVE "N" TO ENTRY-OK
           END-IF.
       12-VERIFY-BLOCK-ENTRY-EXIT.
           EXIT.

       14-TRUNCATE-BLOCKS SECTION.
*> Crash-safe, as 9510-SAVE-CHECKPOINT saves: the cut-back copy
*> goes to "<name>.NEW" whole and the rotation puts it in place.
           MOVE BCKPT-DSN TO GEN-BASE-DSN.
           MOVE SPACES TO GEN-NAME-A.
           STRING FUNCTION TRIM(GEN-BASE-DSN) ".NEW"
               DELIMITED BY SIZE INTO GEN-NAME-A.
           MOVE GEN-NAME-A(1:30) TO BCKPT-DSN.
           OPEN OUTPUT BCKPT-FILE.
           MOVE BCKPT-HEADER-WORK TO BCKPT-REC.
           WRITE BCKPT-REC.
           PERFORM VARYING probe-idx FROM 1 BY 1
                   UNTIL probe-idx > keep-high
               MOVE blk-minlen TO BCKPT-MINLEN
               MOVE probe-idx TO BCKPT-IDX
               MOVE BLOCK-VALUE(probe-idx) TO BCKPT-VALUE
               MOVE BCKPT-WORK TO BCKPT-REC
               WRITE BCKPT-REC
           END-PERFORM.
           CLOSE BCKPT-FILE.
           PERFORM 9860-ROTATE-GENERATIONS.
           MOVE GEN-BASE-DSN TO BCKPT-DSN.

       20-INSPECT-TILES SECTION.
           MOVE "T" TO CKPT-KIND.
           MOVE "RGBCKPT" TO ckpt-label.
           MOVE tile-ckpt-dsn TO inspect-dsn.
           MOVE "INDEX" TO idx-label.
           MOVE 0 TO idx-offset.
           MOVE 1 TO default-stride.
           PERFORM 05-RESET-FINDINGS.
           OPEN INPUT TILE-CKPT-FILE.
           IF tile-ckpt-status = "35" THEN
                MOVE "A" TO CKPT-VERDICT
                PERFORM 47-FINISH-VERDICT
                GO TO 20-INSPECT-TILES-EXIT
           END-IF.
           READ TILE-CKPT-FILE
               AT END MOVE "10" TO tile-ckpt-status
           END-READ.
           IF tile-ckpt-status = "10" THEN
                CLOSE TILE-CKPT-FILE
                MOVE "R" TO CKPT-VERDICT
                MOVE "THE FILE IS EMPTY" TO verdict-reason
                PERFORM 47-FINISH-VERDICT
                GO TO 20-INSPECT-TILES-EXIT
           END-IF.
           MOVE TILE-CKPT-HEADER-REC TO TILE-HEADER-WORK.
           IF CH-TAG = "HDR" THEN
                DISPLAY "CKPT-INSPECT:   HEADER - VERSION " CH-VERSION
                        " RUN DATE " CH-RUN-DATE " REGION " CH-REGION
                DISPLAY "CKPT-INSPECT:   L=" CH-L
                        " TILES=" FUNCTION TRIM(CH-TILES)
                        " SHAPE=" FUNCTION TRIM(CH-SHAPE)
                PERFORM 23-PARSE-TILE-SET
           END-IF.
           EVALUATE TRUE
               WHEN CH-TAG NOT = "HDR"
                   MOVE "NO PROVENANCE HEADER" TO verdict-reason
               WHEN CH-VERSION NOT = RGB-CKPT-VERSION
                   STRING "BUILT BY VERSION " CH-VERSION
                          ", THIS IS VERSION " RGB-CKPT-VERSION
                          DELIMITED BY SIZE INTO verdict-reason
               WHEN CH-REGION NOT = REGION-NAME
                   STRING "BUILT IN REGION " CH-REGION
                          ", THIS IS REGION " REGION-NAME
                          DELIMITED BY SIZE INTO verdict-reason
               WHEN NOT HEADER-IS-USABLE
                   MOVE "TILE SET NO RUN CAN ASK FOR"
                       TO verdict-reason
               WHEN CH-SHAPE NOT = "LINEAR" AND CH-SHAPE NOT = "RING"
                   MOVE "ROW SHAPE NO RUN CAN ASK FOR"
                       TO verdict-reason
           END-EVALUATE.
           IF verdict-reason NOT = SPACES THEN
                MOVE "R" TO CKPT-VERDICT
           END-IF.
           IF CH-TAG NOT = "HDR" THEN
                PERFORM 21-TAKE-TILE-ENTRY
           END-IF.
           PERFORM UNTIL tile-ckpt-status = "10"
               READ TILE-CKPT-FILE
                   AT END MOVE "10" TO tile-ckpt-status
                   NOT AT END PERFORM 21-TAKE-TILE-ENTRY
               END-READ
           END-PERFORM.
           CLOSE TILE-CKPT-FILE.
           PERFORM 42-FIND-TABLE-GAPS.
           PERFORM 45-REPORT-ENTRIES.
           IF HEADER-IS-USABLE THEN
                PERFORM 40-VERIFY-SAMPLE
           ELSE
                DISPLAY "CKPT-INSPECT:   VALUES NOT VERIFIED - NO "
                        "USABLE HEADER TO VERIFY THEM UNDER"
           END-IF.
           PERFORM 46-JUDGE-ENTRIES.
           PERFORM 47-FINISH-VERDICT.
       20-INSPECT-TILES-EXIT.
           EXIT.

       21-TAKE-TILE-ENTRY SECTION.
           ADD 1 TO record-count.
           IF CKPT-IDX IS NOT NUMERIC OR CKPT-VAL IS NOT NUMERIC THEN
                MOVE "NOT NUMERIC" TO irregular-why
                PERFORM 07-NOTE-IRREGULAR
                GO TO 21-TAKE-TILE-ENTRY-EXIT
           END-IF.
           MOVE CKPT-IDX TO probe-idx.
           IF probe-idx = 0 OR probe-idx > TILE-TABLE-MAX THEN
                MOVE "INDEX OUTSIDE THE TABLE" TO irregular-why
                PERFORM 07-NOTE-IRREGULAR
                GO TO 21-TAKE-TILE-ENTRY-EXIT
           END-IF.
           IF TILE-SEEN(probe-idx) = "Y" THEN
                MOVE "INDEX REPEATED" TO irregular-why
                PERFORM 07-NOTE-IRREGULAR
                MOVE CKPT-VAL TO TILE-VALUE(probe-idx)
                GO TO 21-TAKE-TILE-ENTRY-EXIT
           END-IF.
           MOVE CKPT-VAL TO TILE-VALUE(probe-idx).
           MOVE "Y" TO TILE-SEEN(probe-idx).
           PERFORM 08-NOTE-ENTRY.
       21-TAKE-TILE-ENTRY-EXIT.
           EXIT.

       22-VERIFY-TILE-ENTRY SECTION.
*> One step of the CACHE recurrence: the black cell, then one
*> reach-back per tile length in the header's set. Ring runs
*> share the same straight-row CACHE.
           MOVE "Y" TO ENTRY-OK.
           MOVE TILE-VALUE(probe-idx) TO stored-value.
           IF probe-idx = 1 THEN
                MOVE 1 TO cache-sum
           ELSE
                MOVE TILE-VALUE(probe-idx - 1) TO cache-sum
                PERFORM VARYING tl-idx FROM 1 BY 1
                        UNTIL tl-idx > tile-count
                    COMPUTE tile-probe = probe-idx - TILE-LEN(tl-idx)
                    IF tile-probe >= 1 THEN
                         ADD TILE-VALUE(tile-probe) TO cache-sum
                    END-IF
                END-PERFORM
           END-IF.
           MOVE cache-sum TO computed-value.
           IF computed-value NOT = stored-value THEN
                MOVE "N" TO ENTRY-OK
           END-IF.

       23-PARSE-TILE-SET SECTION.
*> The same rules RED-GREEN-AND-BLUE puts on its TILES argument:
*> one to eight lengths, each 2 to 5000, none twice.
           MOVE "Y" TO HEADER-USABLE.
           MOVE SPACES TO TILE-TOKENS.
           UNSTRING CH-TILES DELIMITED BY ","
               INTO TILE-TOKEN(1) TILE-TOKEN(2) TILE-TOKEN(3)
                    TILE-TOKEN(4) TILE-TOKEN(5) TILE-TOKEN(6)
                    TILE-TOKEN(7) TILE-TOKEN(8).
           MOVE 0 TO tile-count.
           PERFORM VARYING tl-idx FROM 1 BY 1
                   UNTIL tl-idx > TILE-SET-MAX
               IF TILE-TOKEN(tl-idx) NOT = SPACES THEN
                    MOVE 0 TO tok-len
                    INSPECT TILE-TOKEN(tl-idx) TALLYING tok-len
                        FOR CHARACTERS BEFORE INITIAL SPACE
                    IF tok-len = 0 THEN
                         MOVE "N" TO HEADER-USABLE
                    ELSE
                         IF TILE-TOKEN(tl-idx)(1:tok-len)
                                 IS NOT NUMERIC THEN
                              MOVE "N" TO HEADER-USABLE
                         ELSE
                              ADD 1 TO tile-count
                              MOVE TILE-TOKEN(tl-idx)(1:tok-len)
                                  TO TILE-LEN(tile-count)
                              IF TILE-LEN(tile-count) < 2
                                   OR TILE-LEN(tile-count) > 5000
                                   MOVE "N" TO HEADER-USABLE
                              END-IF
                         END-IF
                    END-IF
               END-IF
           END-PERFORM.
           IF tile-count = 0 THEN
                MOVE "N" TO HEADER-USABLE
           END-IF.
           PERFORM VARYING tl-idx FROM 1 BY 1
                   UNTIL tl-idx > tile-count
               PERFORM VARYING tl-scan FROM 1 BY 1
                       UNTIL tl-scan >= tl-idx
                   IF TILE-LEN(tl-scan) = TILE-LEN(tl-idx) THEN
                        MOVE "N" TO HEADER-USABLE
                   END-IF
               END-PERFORM
           END-PERFORM.

       24-TRUNCATE-TILES SECTION.
*> Crash-safe, as 03-SAVE-CHECKPOINT saves in RED-GREEN-AND-BLUE.
           MOVE tile-ckpt-dsn TO GEN-BASE-DSN.
           MOVE SPACES TO GEN-NAME-A.
           STRING FUNCTION TRIM(GEN-BASE-DSN) ".NEW"
               DELIMITED BY SIZE INTO GEN-NAME-A.
           MOVE GEN-NAME-A(1:30) TO tile-ckpt-dsn.
           OPEN OUTPUT TILE-CKPT-FILE.
           MOVE TILE-HEADER-WORK TO TILE-CKPT-HEADER-REC.
           WRITE TILE-CKPT-HEADER-REC.
           PERFORM VARYING probe-idx FROM 1 BY 1
                   UNTIL probe-idx > keep-high
               MOVE probe-idx TO CKPT-IDX
               MOVE TILE-VALUE(probe-idx) TO CKPT-VAL
               WRITE TILE-CKPT-REC
           END-PERFORM.
           CLOSE TILE-CKPT-FILE.
           PERFORM 9860-ROTATE-GENERATIONS.
           MOVE GEN-BASE-DSN TO tile-ckpt-dsn.

       30-INSPECT-COINS SECTION.
           MOVE "C" TO CKPT-KIND.
           MOVE "COINCKPT" TO ckpt-label.
           MOVE coin-ckpt-dsn TO inspect-dsn.
           MOVE "N" TO idx-label.
           MOVE 1 TO idx-offset.
           MOVE 1000 TO default-stride.
           PERFORM 05-RESET-FINDINGS.
           OPEN INPUT COIN-CKPT-FILE.
           IF coin-ckpt-status = "35" THEN
                MOVE "A" TO CKPT-VERDICT
                PERFORM 47-FINISH-VERDICT
                GO TO 30-INSPECT-COINS-EXIT
           END-IF.
           READ COIN-CKPT-FILE
               AT END MOVE "10" TO coin-ckpt-status
           END-READ.
           CLOSE COIN-CKPT-FILE.
           IF coin-ckpt-status = "10" THEN
                MOVE "R" TO CKPT-VERDICT
                MOVE "THE FILE IS EMPTY" TO verdict-reason
                PERFORM 47-FINISH-VERDICT
                GO TO 30-INSPECT-COINS-EXIT
           END-IF.
           DISPLAY "CKPT-INSPECT:   NO PROVENANCE HEADER ON THIS "
                   "FILE - MODULUS=" CK-MODULUS
                   " HIGH N=" CK-HIGH-N.
*> COIN-PARTITIONS resumes only a checkpoint whose modulus is
*> numeric and equal to the run's; a zero modulus or an unreadable
*> n would be taken up and go wrong.
           IF CK-MODULUS IS NOT NUMERIC THEN
                MOVE "R" TO CKPT-VERDICT
                MOVE "MODULUS IS NOT NUMERIC" TO verdict-reason
                PERFORM 47-FINISH-VERDICT
                GO TO 30-INSPECT-COINS-EXIT
           END-IF.
           IF CK-MODULUS = 0 OR CK-HIGH-N IS NOT NUMERIC THEN
                MOVE "U" TO CKPT-VERDICT
                MOVE "ZERO MODULUS OR UNREADABLE N" TO verdict-reason
                PERFORM 47-FINISH-VERDICT
                GO TO 30-INSPECT-COINS-EXIT
           END-IF.
           MOVE "Y" TO HEADER-USABLE.
           MOVE CK-MODULUS TO coin-modulus.
           MOVE CK-HIGH-N TO coin-high-n.
           ADD 1 TO coin-high-n GIVING top-key.
           DISPLAY "CKPT-INSPECT:   VALUE FILE - "
                   FUNCTION TRIM(spill-dsn).
           OPEN INPUT SPILL-FILE.
           IF spill-status NOT = "00" THEN
                MOVE "U" TO CKPT-VERDICT
                MOVE "THE VALUE FILE IS NOT ON HAND" TO verdict-reason
                PERFORM 47-FINISH-VERDICT
                GO TO 30-INSPECT-COINS-EXIT
           END-IF.
           PERFORM 31-SCAN-SPILL.
           IF beyond-count > 0 THEN
                MOVE beyond-count TO count-edit
                DISPLAY "CKPT-INSPECT:   " FUNCTION TRIM(count-edit)
                        " VALUE(S) PAST THE CHECKPOINT'S N - "
                        "WRITTEN AGAIN ON RESUME"
           END-IF.
           PERFORM 45-REPORT-ENTRIES.
           PERFORM 40-VERIFY-SAMPLE.
           CLOSE SPILL-FILE.
           PERFORM 46-JUDGE-ENTRIES.
           PERFORM 47-FINISH-VERDICT.
       30-INSPECT-COINS-EXIT.
           EXIT.

       31-SCAN-SPILL SECTION.
*> COINSPILL read end to end in key order: a key skipped inside
*> 1 thru the checkpoint's n plus one is a gap (COIN-PARTITIONS
*> would read it back as zero), and a value that is no residue of
*> the modulus is irregular and counted as missing. Only key 1,
*> p(0), is written as 1 whatever the modulus.
           MOVE 1 TO expected-key.
           PERFORM UNTIL spill-status NOT = "00"
               READ SPILL-FILE NEXT RECORD
                   AT END MOVE "10" TO spill-status
                   NOT AT END PERFORM 32-TAKE-SPILL-ENTRY
               END-READ
           END-PERFORM.
           IF expected-key <= top-key THEN
                MOVE expected-key TO gap-from
                MOVE top-key TO gap-thru
                PERFORM 06-NOTE-GAP
           END-IF.
           IF gap-count = 0 THEN
                MOVE top-key TO contig-high
           END-IF.
           MOVE "00" TO spill-status.

       32-TAKE-SPILL-ENTRY SECTION.
           IF spill-key > top-key THEN
                ADD 1 TO beyond-count
                GO TO 32-TAKE-SPILL-ENTRY-EXIT
           END-IF.
           MOVE spill-key TO record-count.
           IF SPILL-VAL IS NOT NUMERIC THEN
                MOVE "VALUE NOT NUMERIC" TO irregular-why
                PERFORM 07-NOTE-IRREGULAR
                GO TO 32-TAKE-SPILL-ENTRY-EXIT
           END-IF.
           IF spill-key > 1 AND
                   (SPILL-VAL < 0 OR SPILL-VAL >= coin-modulus) THEN
                MOVE "VALUE IS NO RESIDUE OF THE MODULUS"
                    TO irregular-why
                PERFORM 07-NOTE-IRREGULAR
                GO TO 32-TAKE-SPILL-ENTRY-EXIT
           END-IF.
           IF spill-key > expected-key THEN
                MOVE expected-key TO gap-from
                COMPUTE gap-thru = spill-key - 1
                PERFORM 06-NOTE-GAP
           END-IF.
           MOVE spill-key TO probe-idx.
           PERFORM 08-NOTE-ENTRY.
           ADD 1 TO spill-key GIVING expected-key.
       32-TAKE-SPILL-ENTRY-EXIT.
           EXIT.

       33-VERIFY-COIN-ENTRY SECTION.
*> p(n) from the pentagonal recurrence over the stored values
*> below it: the k-th generalized pentagonal pair k(3k-1)/2 and
*> k(3k+1)/2, added for odd k and taken off for even k, the sum
*> brought into 0 thru modulus less one.
           MOVE "Y" TO ENTRY-OK.
           MOVE probe-idx TO spill-key.
           READ SPILL-FILE
               INVALID KEY MOVE "N" TO ENTRY-OK
           END-READ.
           IF NOT ENTRY-IS-OK THEN
                MOVE 0 TO stored-value
                MOVE -1 TO computed-value
                GO TO 33-VERIFY-COIN-ENTRY-EXIT
           END-IF.
           MOVE SPILL-VAL TO stored-value.
           IF probe-idx = 1 THEN
                MOVE 1 TO computed-value
                IF stored-value NOT = 1 THEN
                     MOVE "N" TO ENTRY-OK
                END-IF
                GO TO 33-VERIFY-COIN-ENTRY-EXIT
           END-IF.
           SUBTRACT 1 FROM probe-idx GIVING coin-n.
           MOVE 0 TO coin-sum.
           MOVE "N" TO PENT-DONE.
           PERFORM VARYING pent-k FROM 1 BY 1
                   UNTIL PENT-IS-DONE OR NOT ENTRY-IS-OK
               DIVIDE pent-k BY 2 GIVING pent-half
                   REMAINDER pent-rem
               IF pent-rem = 1 THEN
                    MOVE 1 TO pent-sign
               ELSE
                    MOVE -1 TO pent-sign
               END-IF
               COMPUTE pent-g = pent-k * (3 * pent-k - 1) / 2
               IF pent-g > coin-n THEN
                    MOVE "Y" TO PENT-DONE
               ELSE
                    PERFORM 34-ADD-PENTAGONAL-TERM
                    COMPUTE pent-g = pent-k * (3 * pent-k + 1) / 2
                    IF pent-g <= coin-n THEN
                         PERFORM 34-ADD-PENTAGONAL-TERM
                    END-IF
               END-IF
           END-PERFORM.
           IF NOT ENTRY-IS-OK THEN
                MOVE -1 TO computed-value
                GO TO 33-VERIFY-COIN-ENTRY-EXIT
           END-IF.
           DIVIDE coin-sum BY coin-modulus
               GIVING coin-dump REMAINDER coin-sum.
           IF coin-sum < 0 THEN
                ADD coin-modulus TO coin-sum
           END-IF.
           MOVE coin-sum TO computed-value.
           IF computed-value NOT = stored-value THEN
                MOVE "N" TO ENTRY-OK
           END-IF.
       33-VERIFY-COIN-ENTRY-EXIT.
           EXIT.

       34-ADD-PENTAGONAL-TERM SECTION.
           COMPUTE spill-key = coin-n - pent-g + 1.
           READ SPILL-FILE
               INVALID KEY MOVE "N" TO ENTRY-OK
               NOT INVALID KEY
                   COMPUTE coin-sum = coin-sum + pent-sign * SPILL-VAL
           END-READ.

       35-TRUNCATE-COINS SECTION.
*> COIN-PARTITIONS writes COINCKPT straight over itself, and so
*> does this; the spill values past the new n are recomputed and
*> written over on resume.
           IF keep-high = 0 THEN
                CALL "CBL_DELETE_FILE" USING coin-ckpt-dsn
                GO TO 35-TRUNCATE-COINS-EXIT
           END-IF.
           OPEN OUTPUT COIN-CKPT-FILE.
           MOVE coin-modulus TO CKW-MODULUS.
           COMPUTE CKW-HIGH-N = keep-high - 1.
           MOVE COIN-CKPT-WORK TO COIN-CKPT-REC.
           WRITE COIN-CKPT-REC.
           CLOSE COIN-CKPT-FILE.
       35-TRUNCATE-COINS-EXIT.
           EXIT.

       40-VERIFY-SAMPLE SECTION.
*> Every stride-th entry of the unbroken run from the first index,
*> and always its last. When a sample fails, the entries after
*> the last good sample are checked one by one to find the first
*> bad entry exactly.
           MOVE contig-high TO verify-high.
           IF verify-high = 0 THEN
                DISPLAY "CKPT-INSPECT:   NO UNBROKEN RUN OF ENTRIES "
                        "FROM THE FIRST INDEX - NOTHING TO VERIFY"
                GO TO 40-VERIFY-SAMPLE-EXIT
           END-IF.
           IF sample-every > 0 THEN
                MOVE sample-every TO stride
           ELSE
                MOVE default-stride TO stride
           END-IF.
           PERFORM VARYING probe-idx FROM 1 BY stride
                   UNTIL probe-idx > verify-high OR first-bad > 0
               PERFORM 41-VERIFY-ONE-ENTRY
           END-PERFORM.
           IF first-bad = 0 AND last-good < verify-high THEN
                MOVE verify-high TO probe-idx
                PERFORM 41-VERIFY-ONE-ENTRY
           END-IF.
           IF first-bad > last-good + 1 THEN
                MOVE first-bad TO bad-sample
                MOVE 0 TO first-bad
                ADD 1 TO last-good GIVING pin-from
                PERFORM VARYING probe-idx FROM pin-from BY 1
                        UNTIL probe-idx > bad-sample OR first-bad > 0
                    PERFORM 41-VERIFY-ONE-ENTRY
                END-PERFORM
           END-IF.
           MOVE sample-count TO count-edit.
           MOVE stride TO idx-edit-a.
           DISPLAY "CKPT-INSPECT:   " FUNCTION TRIM(count-edit)
                   " VALUE(S) RE-DERIVED FROM THE ENTRIES BELOW "
                   "THEM, SAMPLING EVERY " FUNCTION TRIM(idx-edit-a).
           IF first-bad > 0 THEN
                COMPUTE idx-edit-a = first-bad - idx-offset
                MOVE stored-value TO value-edit-a
                DISPLAY "CKPT-INSPECT:   FIRST BAD VALUE AT "
                        FUNCTION TRIM(idx-label) " "
                        FUNCTION TRIM(idx-edit-a)
                        " - STORED " FUNCTION TRIM(value-edit-a)
                IF computed-value < 0 THEN
                     DISPLAY "CKPT-INSPECT:   THE RECURRENCE CANNOT "
                             "REACH IT (OVERFLOW OR A MISSING TERM)"
                ELSE
                     MOVE computed-value TO value-edit-b
                     DISPLAY "CKPT-INSPECT:   THE RECURRENCE GIVES "
                             FUNCTION TRIM(value-edit-b)
                END-IF
           END-IF.
       40-VERIFY-SAMPLE-EXIT.
           EXIT.

       41-VERIFY-ONE-ENTRY SECTION.
           ADD 1 TO sample-count.
           EVALUATE TRUE
               WHEN KIND-BLOCKS
                   PERFORM 12-VERIFY-BLOCK-ENTRY
               WHEN KIND-TILES
                   PERFORM 22-VERIFY-TILE-ENTRY
               WHEN KIND-COINS
                   PERFORM 33-VERIFY-COIN-ENTRY
           END-EVALUATE.
           IF ENTRY-IS-OK THEN
                IF probe-idx > last-good THEN
                     MOVE probe-idx TO last-good
                END-IF
           ELSE
                MOVE probe-idx TO first-bad
           END-IF.

       42-FIND-TABLE-GAPS SECTION.
*> For the two in-core tables: every index below the highest
*> stored one should be there too.
           MOVE 0 TO gap-from.
           PERFORM VARYING probe-idx FROM 1 BY 1
                   UNTIL probe-idx > high-idx
               MOVE "N" TO ENTRY-PRESENT
               IF KIND-BLOCKS AND BLOCK-VALUE(probe-idx) >= 0 THEN
                    MOVE "Y" TO ENTRY-PRESENT
               END-IF
               IF KIND-TILES AND TILE-SEEN(probe-idx) = "Y" THEN
                    MOVE "Y" TO ENTRY-PRESENT
               END-IF
               IF ENTRY-IS-PRESENT THEN
                    IF gap-from > 0 THEN
                         COMPUTE gap-thru = probe-idx - 1
                         PERFORM 06-NOTE-GAP
                         MOVE 0 TO gap-from
                    END-IF
               ELSE
                    IF gap-from = 0 THEN
                         MOVE probe-idx TO gap-from
                    END-IF
               END-IF
           END-PERFORM.
           IF gap-count = 0 THEN
                MOVE high-idx TO contig-high
           END-IF.

       45-REPORT-ENTRIES SECTION.
           MOVE entry-count TO count-edit.
           IF entry-count = 0 THEN
                DISPLAY "CKPT-INSPECT:   NO ENTRIES"
           ELSE
                COMPUTE idx-edit-a = low-idx - idx-offset
                COMPUTE idx-edit-b = high-idx - idx-offset
                DISPLAY "CKPT-INSPECT:   " FUNCTION TRIM(count-edit)
                        " ENTRIES, " FUNCTION TRIM(idx-label) " "
                        FUNCTION TRIM(idx-edit-a) " THRU "
                        FUNCTION TRIM(idx-edit-b)
           END-IF.
           IF gap-count > 0 THEN
                MOVE gap-count TO count-edit
                DISPLAY "CKPT-INSPECT:   " FUNCTION TRIM(count-edit)
                        " GAP(S)"
           END-IF.
           IF irregular-count > 0 THEN
                MOVE irregular-count TO count-edit
                DISPLAY "CKPT-INSPECT:   " FUNCTION TRIM(count-edit)
                        " IRREGULAR RECORD(S), TREATED AS MISSING"
           END-IF.

       46-JUDGE-ENTRIES SECTION.
*> A refused header stands whatever the entries hold - the owning
*> program starts over rather than resume. Otherwise the first
*> bad value, the first gap or an irregular record makes the
*> checkpoint unsafe, and fixes how far back TRUNCATE cuts it.
           IF NOT VERDICT-SAFE THEN
                GO TO 46-JUDGE-ENTRIES-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN first-bad > 0
                   MOVE "U" TO CKPT-VERDICT
                   MOVE "A STORED VALUE FAILS THE RECURRENCE"
                       TO verdict-reason
                   COMPUTE keep-high = first-bad - 1
               WHEN gap-count > 0
                   MOVE "U" TO CKPT-VERDICT
                   MOVE "ENTRIES ARE MISSING" TO verdict-reason
                   MOVE contig-high TO keep-high
               WHEN irregular-count > 0
                   MOVE "U" TO CKPT-VERDICT
                   MOVE "IRREGULAR RECORDS ON THE FILE"
                       TO verdict-reason
                   MOVE contig-high TO keep-high
           END-EVALUATE.
       46-JUDGE-ENTRIES-EXIT.
           EXIT.

       47-FINISH-VERDICT SECTION.
           EVALUATE TRUE
               WHEN VERDICT-ABSENT
                   DISPLAY "CKPT-INSPECT:   NOT ON HAND"
                   ADD 1 TO absent-count
               WHEN VERDICT-SAFE
                   DISPLAY "CKPT-INSPECT:   VERDICT - SAFE TO RESUME"
                   ADD 1 TO safe-count
               WHEN VERDICT-REFUSED
                   DISPLAY "CKPT-INSPECT:   VERDICT - WILL BE "
                           "REFUSED, " FUNCTION TRIM(verdict-reason)
                           " - A RESUME STARTS OVER"
                   ADD 1 TO refused-count
               WHEN VERDICT-UNSAFE
                   DISPLAY "CKPT-INSPECT:   VERDICT - UNSAFE, "
                           FUNCTION TRIM(verdict-reason)
                   ADD 1 TO unsafe-count
                   MOVE "CKPT-UNSAFE" TO AL-REASON-CODE
                   MOVE inspect-dsn TO AL-PARM-VALUE
                   PERFORM 9600-LOG-ALERT
                   PERFORM 48-TRUNCATE-OR-ADVISE
           END-EVALUATE.

       48-TRUNCATE-OR-ADVISE SECTION.
           IF keep-high = 0 THEN
                MOVE "NOTHING" TO keep-text
           ELSE
                COMPUTE idx-edit-a = keep-high - idx-offset
                MOVE SPACES TO keep-text
                STRING FUNCTION TRIM(idx-label) " "
                    FUNCTION TRIM(idx-edit-a)
                    DELIMITED BY SIZE INTO keep-text
           END-IF.
           IF NOT TRUNCATE-ON THEN
                DISPLAY "CKPT-INSPECT:   RERUN WITH TRUNCATE TO CUT "
                        "IT BACK TO "
                        FUNCTION TRIM(keep-text)
                GO TO 48-TRUNCATE-OR-ADVISE-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN KIND-BLOCKS
                   PERFORM 14-TRUNCATE-BLOCKS
               WHEN KIND-TILES
                   PERFORM 24-TRUNCATE-TILES
               WHEN KIND-COINS
                   PERFORM 35-TRUNCATE-COINS
           END-EVALUATE.
           ADD 1 TO truncated-count.
           IF KIND-COINS AND keep-high = 0 THEN
                DISPLAY "CKPT-INSPECT:   TRUNCATED - NOTHING "
                        "VERIFIED, CHECKPOINT DELETED"
           ELSE
                DISPLAY "CKPT-INSPECT:   TRUNCATED - KEPT THROUGH "
                        FUNCTION TRIM(keep-text)
           END-IF.
       48-TRUNCATE-OR-ADVISE-EXIT.
           EXIT.

       COPY GENSVPR.

       COPY ALRTPR.

       COPY REGCFPR.

       END PROGRAM CKPT-INSPECT.
