       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIME-RESEGMENT.
*> Rewrites the segmented prime store into segments of a chosen
*> size, for when years of farming and interval runs have left
*> the PRIMESEG files lopsided and every load and audit sweep pays
*> for it. Arguments:
*>
*>   COUNT <n>   segments of n primes each (1000 or more)
*>   SPAN <n>    segments each covering n values (10000 or more)
*>   REPORT      the segment statistics only, nothing rewritten
*>
*> Segment 1 is the test tier every step loads whole - all the
*> primes up to PRIME-SEG-SPAN - and stays exactly that; the
*> primes above it are redealt from segment 2 on. Each new
*> segment's top value but the last is recorded on the directory
*> as a BAND record, so later extensions still route each new
*> prime to the right segment (see PRIME-BAND-TABLE in PRIMCWS);
*> growth past the last segment goes on in whole spans.
*>
*> The whole run is made under the store lock the cache routines
*> take on PRIMEDIR, so no step ever sees a half-rewritten store:
*>
*>   1. the current set is measured - segments, primes, their
*>      sum, smallest and largest segment above the tier;
*>   2. the new set is written beside it as PRIMESEGnnnn.NEW, and
*>      its prime count and sum must equal the old set's or it is
*>      thrown away untouched;
*>   3. every segment and then PRIMEDIR is rotated into place
*>      through the generation save, so the old set survives whole
*>      as the .G1 generation (a segment the new set no longer has
*>      is retired to .G1 with no successor) and every new file is
*>      sealed as it lands;
*>   4. the new set is measured again and must still balance;
*>   5. PRIME-AUDIT is run against it with the lock handed over
*>      (its HELD argument). A failure puts the old set back from
*>      .G1 and resealed; PRIME-AUDIT's quarantined .QUAR copies of
*>      the new set are left for the post-mortem.
*>
*> Return codes: 0 re-segmented and audited clean (or REPORT), 8
*> the audit failed and the old set was put back, 16 bad argument,
*> no store, too many segments, or a count or sum that did not
*> balance (old set kept or put back).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PRIMCSL.
           SELECT NEW-SEG-FILE ASSIGN USING new-seg-dsn
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS new-seg-status.
           COPY CAPLGSL.
           COPY REGCFSL.
           COPY LOCKSL.
           COPY LINAGSL.
       DATA DIVISION.
       FILE SECTION.
       COPY PRIMCFD.
       FD  NEW-SEG-FILE.
       01  NEW-SEG-REC PIC 9(18).
       COPY CAPLGFD.
       COPY REGCFFD.
       COPY LOCKFD.
       COPY LINAGFD.

       WORKING-STORAGE SECTION.
       COPY RESLOGWS.
       COPY PRIMCWS.
       COPY CAPLGWS.
       COPY GENSVWS.
       COPY REGCFWS.
       COPY LOCKWS.
       COPY LINAGWS.
       01 ARG-COUNT PIC 9(2) BINARY VALUE ZERO.
       01 ARG-NUM   PIC 9(2) BINARY VALUE ZERO.
       01 arg-buffer PIC X(40).
       01 ACTION-WORD PIC X(8).
           88 ACTION-COUNT  VALUE "COUNT".
           88 ACTION-SPAN   VALUE "SPAN".
           88 ACTION-REPORT VALUE "REPORT".
       01 COUNT-SIZE-MIN PIC 9(18) BINARY VALUE 1000.
       01 SPAN-SIZE-MIN PIC 9(18) BINARY VALUE 10000.
       01 seg-size PIC 9(18) BINARY VALUE ZERO.

       01 new-seg-dsn PIC X(40).
       01 new-seg-status PIC XX.
       01 old-seg-count PIC 9(4) BINARY VALUE ZERO.
       01 new-seg-count PIC 9(4) BINARY VALUE ZERO.
       01 swap-count PIC 9(4) BINARY.
       01 seg-idx PIC 9(4) BINARY.

*> The set being measured: ms- for whichever set 02 last walked,
*> before- for the store as it stood.
       01 ms-label PIC X(6).
       01 ms-segs PIC 9(4) BINARY.
       01 ms-count PIC 9(12) BINARY.
       01 ms-sum PIC 9(30).
       01 ms-tier PIC 9(12) BINARY.
       01 ms-seg-count PIC 9(12) BINARY.
       01 ms-min PIC 9(12) BINARY.
       01 ms-min-seg PIC 9(4) BINARY.
       01 ms-max PIC 9(12) BINARY.
       01 ms-max-seg PIC 9(4) BINARY.
       01 ms-mean PIC 9(12) BINARY.
       01 before-count PIC 9(12) BINARY.
       01 before-sum PIC 9(30).

*> The new set as it is written.
       01 wr-seg PIC 9(4) BINARY.
       01 wr-seg-count PIC 9(12) BINARY.
       01 wr-target PIC 9(18) BINARY.
       01 wr-last PIC 9(18) BINARY.
       01 wr-count PIC 9(12) BINARY.
       01 wr-sum PIC 9(30).
       01 WR-OVERFLOW PIC X VALUE "N".
           88 WRITE-OVERFLOWED VALUE "Y".
       01 NEW-SEG-OPEN PIC X VALUE "N".
           88 NEW-SEG-IS-OPEN VALUE "Y".

       01 audit-command PIC X(60).
       01 audit-raw-status PIC S9(9) BINARY VALUE ZERO.
       01 audit-rc PIC S9(4) BINARY VALUE ZERO.
       01 audit-signal PIC S9(4) BINARY VALUE ZERO.
       01 keep-name PIC X(40).
       01 probe-info PIC X(64).

       01 count-edit PIC Z(11)9.
       01 count-edit-b PIC Z(11)9.
       01 count-edit-c PIC Z(11)9.
       01 seg-edit-b PIC Z(3)9.
       01 sum-edit PIC Z(29)9.
       01 seg-edit PIC Z(3)9.
       01 size-edit PIC Z(17)9.

       PROCEDURE DIVISION.
       00-MAIN SECTION.
           MOVE "PRIME-RESEGMENT" TO RL-PROGRAM-ID.
           MOVE RL-PROGRAM-ID TO LN-PROGRAM-ID.
           PERFORM 9800-LOAD-REGION-CONFIG.
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

           PERFORM 01-TAKE-ARGUMENTS.

           PERFORM 9400-LOAD-PRIME-CACHE.
           IF PRIME-SEG-COUNT = 0 THEN
                DISPLAY "PRIME-RESEGMENT: NO PRIME STORE ON HAND, "
                        "NOTHING TO RE-SEGMENT"
                PERFORM 08-RELEASE-STORE
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
           MOVE PRIME-SEG-COUNT TO old-seg-count.
           MOVE "BEFORE" TO ms-label.
           PERFORM 02-MEASURE-SET.
           MOVE ms-count TO before-count.
           MOVE ms-sum TO before-sum.
           IF ACTION-REPORT THEN
                PERFORM 08-RELEASE-STORE
                MOVE 0 TO RETURN-CODE
                STOP RUN
           END-IF.

           PERFORM 03-WRITE-NEW-SET.
           IF WRITE-OVERFLOWED THEN
                DISPLAY "PRIME-RESEGMENT: THAT SIZE NEEDS MORE THAN "
                        PRIME-BAND-MAX " SEGMENTS - NOTHING CHANGED"
                PERFORM 03D-ABANDON-NEW-SET
                PERFORM 08-RELEASE-STORE
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
           IF wr-count NOT = before-count
                   OR wr-sum NOT = before-sum THEN
                DISPLAY "PRIME-RESEGMENT: THE NEW SET DOES NOT "
                        "BALANCE WITH THE OLD - NOTHING CHANGED"
                PERFORM 03D-ABANDON-NEW-SET
                PERFORM 08-RELEASE-STORE
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.

           PERFORM 04-SWAP-SETS.
           MOVE "AFTER" TO ms-label.
           PERFORM 02-MEASURE-SET.
           IF ms-count NOT = before-count
                   OR ms-sum NOT = before-sum THEN
                DISPLAY "PRIME-RESEGMENT: THE STORE IN PLACE DOES NOT "
                        "BALANCE WITH THE OLD - PUTTING THE OLD SET "
                        "BACK"
                PERFORM 06-BACK-OUT
                PERFORM 08-RELEASE-STORE
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
           MOVE before-count TO count-edit.
           MOVE before-sum TO sum-edit.
           DISPLAY "PRIME-RESEGMENT: PRIME COUNT "
                   FUNCTION TRIM(count-edit) " AND SUM "
                   FUNCTION TRIM(sum-edit) " UNCHANGED".

           PERFORM 05-RUN-AUDIT.
           IF audit-rc NOT = 0 OR audit-signal NOT = 0 THEN
                DISPLAY "PRIME-RESEGMENT: PRIME-AUDIT FAILED THE NEW "
                        "SET (RETURN CODE " audit-rc
                        ") - PUTTING THE OLD SET BACK"
                PERFORM 06-BACK-OUT
                PERFORM 08-RELEASE-STORE
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
           MOVE old-seg-count TO seg-edit.
           DISPLAY "PRIME-RESEGMENT: NEW SET PASSED PRIME-AUDIT - "
                   "THE OLD " FUNCTION TRIM(seg-edit)
                   " SEGMENT(S) ARE KEPT AS GENERATION .G1".
           PERFORM 08-RELEASE-STORE.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       01-TAKE-ARGUMENTS SECTION.
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER.
           IF ARG-COUNT = 0 THEN
                GO TO 01-BAD-ARGUMENTS
           END-IF.
           MOVE 1 TO ARG-NUM.
           DISPLAY ARG-NUM UPON ARGUMENT-NUMBER.
           MOVE SPACES TO arg-buffer.
           ACCEPT arg-buffer FROM ARGUMENT-VALUE.
           MOVE FUNCTION UPPER-CASE(arg-buffer) TO ACTION-WORD.
           EVALUATE TRUE
               WHEN ACTION-REPORT AND ARG-COUNT = 1
                   GO TO 01-TAKE-ARGUMENTS-EXIT
               WHEN (ACTION-COUNT OR ACTION-SPAN) AND ARG-COUNT = 2
                   CONTINUE
               WHEN OTHER
                   GO TO 01-BAD-ARGUMENTS
           END-EVALUATE.
           MOVE 2 TO ARG-NUM.
           DISPLAY ARG-NUM UPON ARGUMENT-NUMBER.
           MOVE SPACES TO arg-buffer.
           ACCEPT arg-buffer FROM ARGUMENT-VALUE.
           IF FUNCTION TRIM(arg-buffer) IS NOT NUMERIC
                   OR arg-buffer(19:) NOT = SPACES THEN
                GO TO 01-BAD-ARGUMENTS
           END-IF.
           MOVE FUNCTION NUMVAL(arg-buffer) TO seg-size.
           IF ACTION-COUNT AND seg-size < COUNT-SIZE-MIN THEN
                MOVE COUNT-SIZE-MIN TO size-edit
                DISPLAY "PRIME-RESEGMENT: A SEGMENT COUNT IS AT LEAST "
                        FUNCTION TRIM(size-edit) " PRIMES"
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
           IF ACTION-SPAN AND seg-size < SPAN-SIZE-MIN THEN
                MOVE SPAN-SIZE-MIN TO size-edit
                DISPLAY "PRIME-RESEGMENT: A SEGMENT SPAN IS AT LEAST "
                        FUNCTION TRIM(size-edit) " VALUES"
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
           GO TO 01-TAKE-ARGUMENTS-EXIT.
       01-BAD-ARGUMENTS.
           DISPLAY "PRIME-RESEGMENT: USAGE IS COUNT <PRIMES>, "
                   "SPAN <VALUES> OR REPORT".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       01-TAKE-ARGUMENTS-EXIT.
           EXIT.

       02-MEASURE-SET SECTION.
*> Walks the set PRIME-SEG-COUNT describes, one segment at a time.
*> The tier is shown apart; smallest and largest are of the
*> segments above it, the ones a re-segmentation can change.
           MOVE PRIME-SEG-COUNT TO ms-segs.
           MOVE 0 TO ms-count.
           MOVE 0 TO ms-sum.
           MOVE 0 TO ms-tier.
           MOVE 0 TO ms-min.
           MOVE 0 TO ms-min-seg.
           MOVE 0 TO ms-max.
           MOVE 0 TO ms-max-seg.
           PERFORM VARYING seg-idx FROM 1 BY 1
                   UNTIL seg-idx > ms-segs
               PERFORM 02A-MEASURE-SEGMENT
           END-PERFORM.
           PERFORM 07-REPORT-SET.

       02A-MEASURE-SEGMENT SECTION.
           MOVE 0 TO ms-seg-count.
           MOVE seg-idx TO PC-SEG-NUMBER.
           PERFORM 9470-BUILD-SEG-NAME.
           OPEN INPUT PRIME-SEG-FILE.
           IF PRIME-SEG-STATUS = "00" THEN
                PERFORM UNTIL PRIME-SEG-STATUS = "10"
                    READ PRIME-SEG-FILE
                        AT END MOVE "10" TO PRIME-SEG-STATUS
                        NOT AT END
                            ADD 1 TO ms-seg-count
                            ADD PRIME-SEG-REC TO ms-sum
                    END-READ
                END-PERFORM
                CLOSE PRIME-SEG-FILE
           END-IF.
           MOVE SPACES TO PRIME-SEG-STATUS.
           ADD ms-seg-count TO ms-count.
           IF seg-idx = 1 THEN
                MOVE ms-seg-count TO ms-tier
                GO TO 02A-MEASURE-SEGMENT-EXIT
           END-IF.
           IF ms-min-seg = 0 OR ms-seg-count < ms-min THEN
                MOVE ms-seg-count TO ms-min
                MOVE seg-idx TO ms-min-seg
           END-IF.
           IF ms-max-seg = 0 OR ms-seg-count > ms-max THEN
                MOVE ms-seg-count TO ms-max
                MOVE seg-idx TO ms-max-seg
           END-IF.
       02A-MEASURE-SEGMENT-EXIT.
           EXIT.

       03-WRITE-NEW-SET SECTION.
*> The old set is streamed in order and dealt into new segments
*> written as "<segment>.NEW"; the band table is rebuilt as each
*> new segment closes.
           MOVE 0 TO wr-count.
           MOVE 0 TO wr-sum.
           MOVE 0 TO wr-last.
           MOVE 0 TO PRIME-BAND-COUNT.
           MOVE "N" TO WR-OVERFLOW.
           MOVE 0 TO wr-seg.
           PERFORM 03C-OPEN-NEXT-SEGMENT.
           PERFORM VARYING seg-idx FROM 1 BY 1
                   UNTIL seg-idx > old-seg-count
                      OR WRITE-OVERFLOWED
               PERFORM 03A-WRITE-FROM-SEGMENT
           END-PERFORM.
           IF NEW-SEG-IS-OPEN THEN
                CLOSE NEW-SEG-FILE
                MOVE "N" TO NEW-SEG-OPEN
           END-IF.
           MOVE SPACES TO new-seg-status.
           MOVE wr-seg TO new-seg-count.

       03A-WRITE-FROM-SEGMENT SECTION.
           MOVE seg-idx TO PC-SEG-NUMBER.
           PERFORM 9470-BUILD-SEG-NAME.
           OPEN INPUT PRIME-SEG-FILE.
           IF PRIME-SEG-STATUS NOT = "00" THEN
                MOVE SPACES TO PRIME-SEG-STATUS
                GO TO 03A-WRITE-FROM-SEGMENT-EXIT
           END-IF.
           PERFORM UNTIL PRIME-SEG-STATUS = "10"
                         OR WRITE-OVERFLOWED
               READ PRIME-SEG-FILE
                   AT END MOVE "10" TO PRIME-SEG-STATUS
                   NOT AT END PERFORM 03B-PLACE-PRIME
               END-READ
           END-PERFORM.
           CLOSE PRIME-SEG-FILE.
           MOVE SPACES TO PRIME-SEG-STATUS.
       03A-WRITE-FROM-SEGMENT-EXIT.
           EXIT.

       03B-PLACE-PRIME SECTION.
*> The tier keeps everything up to the span; above it a segment is
*> full at the chosen count, or ends at its value band.
           EVALUATE TRUE
               WHEN PRIME-SEG-REC <= PRIME-SEG-SPAN
                   MOVE 1 TO wr-target
               WHEN ACTION-COUNT AND wr-seg = 1
                   MOVE 2 TO wr-target
               WHEN ACTION-COUNT AND wr-seg-count >= seg-size
                   COMPUTE wr-target = wr-seg + 1
               WHEN ACTION-COUNT
                   MOVE wr-seg TO wr-target
               WHEN OTHER
                   COMPUTE wr-target = 2 +
                       (PRIME-SEG-REC - PRIME-SEG-SPAN - 1) / seg-size
           END-EVALUATE.
           PERFORM 03C-OPEN-NEXT-SEGMENT
               UNTIL wr-seg >= wr-target OR WRITE-OVERFLOWED.
           IF WRITE-OVERFLOWED THEN
                GO TO 03B-PLACE-PRIME-EXIT
           END-IF.
           MOVE PRIME-SEG-REC TO NEW-SEG-REC.
           WRITE NEW-SEG-REC.
           ADD 1 TO wr-seg-count.
           ADD 1 TO wr-count.
           ADD PRIME-SEG-REC TO wr-sum.
           MOVE PRIME-SEG-REC TO wr-last.
       03B-PLACE-PRIME-EXIT.
           EXIT.

       03C-OPEN-NEXT-SEGMENT SECTION.
*> Closes the segment in hand, recording its top - the span for
*> the tier, the band's top by value span, the last prime written
*> by count - and opens the next.
           IF NEW-SEG-IS-OPEN THEN
                CLOSE NEW-SEG-FILE
                MOVE "N" TO NEW-SEG-OPEN
                ADD 1 TO PRIME-BAND-COUNT
                EVALUATE TRUE
                    WHEN wr-seg = 1
                        MOVE PRIME-SEG-SPAN
                            TO PRIME-BAND-HIGH(PRIME-BAND-COUNT)
                    WHEN ACTION-SPAN
                        COMPUTE PRIME-BAND-HIGH(PRIME-BAND-COUNT) =
                            PRIME-SEG-SPAN + (wr-seg - 1) * seg-size
                    WHEN OTHER
                        MOVE wr-last
                            TO PRIME-BAND-HIGH(PRIME-BAND-COUNT)
                END-EVALUATE
           END-IF.
           IF wr-seg >= PRIME-BAND-MAX THEN
                MOVE "Y" TO WR-OVERFLOW
                GO TO 03C-OPEN-NEXT-SEGMENT-EXIT
           END-IF.
           ADD 1 TO wr-seg.
           MOVE 0 TO wr-seg-count.
           MOVE wr-seg TO PC-SEG-NUMBER.
           PERFORM 9470-BUILD-SEG-NAME.
           MOVE SPACES TO new-seg-dsn.
           STRING FUNCTION TRIM(PRIME-SEG-DSN) ".NEW"
               DELIMITED BY SIZE INTO new-seg-dsn.
           OPEN OUTPUT NEW-SEG-FILE.
           MOVE "Y" TO NEW-SEG-OPEN.
       03C-OPEN-NEXT-SEGMENT-EXIT.
           EXIT.

       03D-ABANDON-NEW-SET SECTION.
*> The new set never reached the live names; its .NEW files go and
*> the store stands exactly as it was.
           PERFORM VARYING seg-idx FROM 1 BY 1
                   UNTIL seg-idx > wr-seg
               MOVE seg-idx TO PC-SEG-NUMBER
               PERFORM 9470-BUILD-SEG-NAME
               MOVE SPACES TO new-seg-dsn
               STRING FUNCTION TRIM(PRIME-SEG-DSN) ".NEW"
                   DELIMITED BY SIZE INTO new-seg-dsn
               CALL "CBL_DELETE_FILE" USING new-seg-dsn
           END-PERFORM.
           MOVE 0 TO RETURN-CODE.

       04-SWAP-SETS SECTION.
*> Every segment number either set uses is rotated, so the whole
*> old set lands on .G1 together; a number only the old set had is
*> retired with no successor and its seal goes with it. PRIMEDIR
*> goes last, with the new segment count and band tops.
           MOVE old-seg-count TO swap-count.
           IF new-seg-count > swap-count THEN
                MOVE new-seg-count TO swap-count
           END-IF.
           PERFORM VARYING seg-idx FROM 1 BY 1
                   UNTIL seg-idx > swap-count
               MOVE seg-idx TO PC-SEG-NUMBER
               PERFORM 9470-BUILD-SEG-NAME
               MOVE PRIME-SEG-DSN TO GEN-BASE-DSN
               IF seg-idx > new-seg-count THEN
                    PERFORM 04A-RETIRE-SEGMENT
               ELSE
                    PERFORM 9860-ROTATE-GENERATIONS
               END-IF
           END-PERFORM.
           MOVE new-seg-count TO PRIME-SEG-COUNT.
           PERFORM 9415-REWRITE-DIRECTORY.

       04A-RETIRE-SEGMENT SECTION.
*> The generation shift of 9860 with nothing to put in place: the
*> live segment becomes .G1 and its seal is dropped.
           PERFORM VARYING GEN-IDX FROM REGION-GENERATIONS BY -1
                   UNTIL GEN-IDX < 2
               MOVE SPACES TO GEN-NAME-A
               MOVE SPACES TO GEN-NAME-B
               COMPUTE GEN-SUFFIX = GEN-IDX - 1
               STRING FUNCTION TRIM(GEN-BASE-DSN) ".G" GEN-SUFFIX
                   DELIMITED BY SIZE INTO GEN-NAME-A
               MOVE GEN-IDX TO GEN-SUFFIX
               STRING FUNCTION TRIM(GEN-BASE-DSN) ".G" GEN-SUFFIX
                   DELIMITED BY SIZE INTO GEN-NAME-B
               CALL "CBL_DELETE_FILE" USING GEN-NAME-B
               CALL "CBL_RENAME_FILE" USING GEN-NAME-A GEN-NAME-B
           END-PERFORM.
           MOVE SPACES TO GEN-NAME-B.
           STRING FUNCTION TRIM(GEN-BASE-DSN) ".G1"
               DELIMITED BY SIZE INTO GEN-NAME-B.
           CALL "CBL_DELETE_FILE" USING GEN-NAME-B.
           CALL "CBL_RENAME_FILE" USING GEN-BASE-DSN GEN-NAME-B.
           MOVE SPACES TO keep-name.
           STRING FUNCTION TRIM(GEN-BASE-DSN) ".SEAL"
               DELIMITED BY SIZE INTO keep-name.
           CALL "CBL_DELETE_FILE" USING keep-name.
           MOVE 0 TO RETURN-CODE.

       05-RUN-AUDIT SECTION.
*> The lock stays ours throughout; PRIME-AUDIT is told so and works
*> inside it.
           MOVE "PRIME-AUDIT HELD" TO audit-command.
           DISPLAY "PRIME-RESEGMENT: RUNNING PRIME-AUDIT ON THE NEW "
                   "SET".
           CALL "SYSTEM" USING audit-command.
           MOVE RETURN-CODE TO audit-raw-status.
           MOVE 0 TO RETURN-CODE.
           DIVIDE audit-raw-status BY 256 GIVING audit-rc
               REMAINDER audit-signal.

       06-BACK-OUT SECTION.
*> Whatever of the new set is still live goes to ".QUAR" beside
*> what PRIME-AUDIT quarantined itself, then the old set is copied
*> back from .G1 - copied, not moved, as STATE-RESTORE does, so
*> the generation survives - and resealed.
           PERFORM VARYING seg-idx FROM 1 BY 1
                   UNTIL seg-idx > new-seg-count
               MOVE seg-idx TO PC-SEG-NUMBER
               PERFORM 9470-BUILD-SEG-NAME
               MOVE PRIME-SEG-DSN TO GEN-BASE-DSN
               PERFORM 06A-SET-ASIDE-LIVE
           END-PERFORM.
           MOVE PRIME-DIR-DSN TO GEN-BASE-DSN.
           PERFORM 06A-SET-ASIDE-LIVE.
           PERFORM VARYING seg-idx FROM 1 BY 1
                   UNTIL seg-idx > old-seg-count
               MOVE seg-idx TO PC-SEG-NUMBER
               PERFORM 9470-BUILD-SEG-NAME
               MOVE PRIME-SEG-DSN TO GEN-BASE-DSN
               PERFORM 06B-RESTORE-FROM-G1
           END-PERFORM.
           MOVE PRIME-DIR-DSN TO GEN-BASE-DSN.
           PERFORM 06B-RESTORE-FROM-G1.
           MOVE old-seg-count TO seg-edit.
           DISPLAY "PRIME-RESEGMENT: OLD SET OF "
                   FUNCTION TRIM(seg-edit)
                   " SEGMENT(S) PUT BACK FROM .G1 AND RESEALED".

       06A-SET-ASIDE-LIVE SECTION.
           MOVE SPACES TO keep-name.
           STRING FUNCTION TRIM(GEN-BASE-DSN) ".QUAR"
               DELIMITED BY SIZE INTO keep-name.
           CALL "CBL_CHECK_FILE_EXIST" USING GEN-BASE-DSN
               probe-info.
           IF RETURN-CODE = 0 THEN
                CALL "CBL_DELETE_FILE" USING keep-name
                CALL "CBL_RENAME_FILE" USING GEN-BASE-DSN keep-name
           END-IF.
           MOVE 0 TO RETURN-CODE.

       06B-RESTORE-FROM-G1 SECTION.
           MOVE SPACES TO keep-name.
           STRING FUNCTION TRIM(GEN-BASE-DSN) ".G1"
               DELIMITED BY SIZE INTO keep-name.
           CALL "CBL_COPY_FILE" USING keep-name GEN-BASE-DSN.
           MOVE 0 TO RETURN-CODE.
           PERFORM 9870-WRITE-SEAL.

       07-REPORT-SET SECTION.
           MOVE ms-segs TO seg-edit.
           MOVE ms-count TO count-edit.
           DISPLAY "PRIME-RESEGMENT: " ms-label " "
                   FUNCTION TRIM(seg-edit) " SEGMENT(S), "
                   FUNCTION TRIM(count-edit) " PRIME(S)".
           MOVE ms-sum TO sum-edit.
           MOVE ms-tier TO count-edit.
           DISPLAY "PRIME-RESEGMENT: " ms-label " SUM "
                   FUNCTION TRIM(sum-edit) ", TEST TIER "
                   FUNCTION TRIM(count-edit) " PRIME(S)".
           IF ms-segs < 2 THEN
                GO TO 07-REPORT-SET-EXIT
           END-IF.
           COMPUTE ms-mean = (ms-count - ms-tier) / (ms-segs - 1).
           MOVE ms-min TO count-edit.
           MOVE ms-min-seg TO seg-edit.
           MOVE ms-max TO count-edit-b.
           MOVE ms-max-seg TO seg-edit-b.
           MOVE ms-mean TO count-edit-c.
           DISPLAY "PRIME-RESEGMENT: " ms-label " SMALLEST "
                   FUNCTION TRIM(count-edit) " (SEGMENT "
                   FUNCTION TRIM(seg-edit) "), LARGEST "
                   FUNCTION TRIM(count-edit-b) " (SEGMENT "
                   FUNCTION TRIM(seg-edit-b) "), MEAN "
                   FUNCTION TRIM(count-edit-c) " ABOVE THE TIER".
       07-REPORT-SET-EXIT.
           EXIT.

       08-RELEASE-STORE SECTION.
           MOVE PRIME-DIR-DSN TO LOCK-RESOURCE-DSN.
           PERFORM 9910-RELEASE-LOCK.

       COPY PRIMCPR.

       COPY CAPLGPR.

       COPY GENSVPR.

       COPY REGCFPR.

       COPY LOCKPR.

       COPY LINAGPR.

       END PROGRAM PRIME-RESEGMENT.
