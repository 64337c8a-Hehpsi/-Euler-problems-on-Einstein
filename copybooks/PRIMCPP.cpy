      *> 9420-EXTEND-PRIME-CACHE-TO (with PC-TARGET set) to grow the
      *> proven ceiling by appending segments, and
      *> 9410-SAVE-PRIME-CACHE before STOP RUN to retire the
      *> directory crash-safely and log the tier's utilization. The
      *> directory and every segment read are recorded on the
      *> lineage log as they are opened, so callers COPY the LINAG
      *> set alongside this one. See PRIMCSL for how the whole set
      *> fits together.
       9400-LOAD-PRIME-CACHE.
      *> The store lock is taken here and released by
      *> 9410-SAVE-PRIME-CACHE, so two concurrent runs serialize on
      *> the shared store instead of the later save clobbering the
      *> earlier one (callers therefore COPY the LOCK set alongside
      *> this one).
           IF NOT PC-LOCK-HELD-BY-CALLER THEN
                MOVE PRIME-DIR-DSN TO LOCK-RESOURCE-DSN
                PERFORM 9900-TAKE-LOCK
           END-IF.
           MOVE 0 TO PRIME-BAND-COUNT.
           OPEN INPUT PRIME-DIR-FILE.
           IF PRIME-DIR-STATUS = "00" THEN
                MOVE PRIME-DIR-DSN TO LN-FILE
                PERFORM 9630-RECORD-LINEAGE
                READ PRIME-DIR-FILE
                    AT END CONTINUE
                    NOT AT END
                        MOVE PD-CEILING TO PRIME-CACHE-CEILING
                        MOVE PD-SEG-COUNT TO PRIME-SEG-COUNT
                        PERFORM 9403-LOAD-BANDS
                END-READ
                CLOSE PRIME-DIR-FILE
                PERFORM 9402-LOAD-TEST-TIER
                PERFORM 9470-BUILD-SEG-NAME
                OPEN INPUT PRIME-SEG-FILE
                IF PRIME-SEG-STATUS = "00" THEN
                     MOVE PRIME-SEG-DSN TO LN-FILE
                     PERFORM 9630-RECORD-LINEAGE
                     PERFORM UNTIL PRIME-SEG-STATUS = "10"
                         READ PRIME-SEG-FILE
                             AT END MOVE "10" TO PRIME-SEG-STATUS
                MOVE SPACES TO PRIME-SEG-STATUS
           END-IF.

       9403-LOAD-BANDS.
*> The BAND records of a re-segmented store, in segment order,
*> behind the header.
           PERFORM UNTIL PRIME-DIR-STATUS = "10"
               READ PRIME-DIR-FILE
                   AT END MOVE "10" TO PRIME-DIR-STATUS
                   NOT AT END
                       IF PB-TAG = "BAND"
                               AND PRIME-BAND-COUNT < PRIME-BAND-MAX
                            ADD 1 TO PRIME-BAND-COUNT
                            MOVE PB-HIGH TO
                                PRIME-BAND-HIGH(PRIME-BAND-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

       9405-MIGRATE-LEGACY-CACHE.
*> No directory on hand: a flat PRIMECACHE from before the
*> segmented store is split into banded segments once, the
           MOVE PRIME-CACHE-COUNT TO CP-USED.
           MOVE PRIME-CACHE-CAPACITY TO CP-CAPACITY.
           PERFORM 9700-LOG-CAPACITY.
           IF NOT PC-LOCK-HELD-BY-CALLER THEN
                MOVE PRIME-DIR-DSN TO LOCK-RESOURCE-DSN
                PERFORM 9910-RELEASE-LOCK
           END-IF.

       9415-REWRITE-DIRECTORY.
           MOVE PRIME-DIR-DSN TO GEN-BASE-DSN.
           MOVE PRIME-CACHE-CEILING TO PD-CEILING.
           MOVE PRIME-SEG-COUNT TO PD-SEG-COUNT.
           WRITE PRIME-DIR-REC.
           PERFORM VARYING PC-BAND-IDX FROM 1 BY 1
                   UNTIL PC-BAND-IDX > PRIME-BAND-COUNT
               MOVE SPACES TO PRIME-BAND-REC
               MOVE "BAND" TO PB-TAG
               MOVE PC-BAND-IDX TO PB-SEG
               MOVE PRIME-BAND-HIGH(PC-BAND-IDX) TO PB-HIGH
               WRITE PRIME-BAND-REC
           END-PERFORM.
           CLOSE PRIME-DIR-FILE.
           PERFORM 9860-ROTATE-GENERATIONS.
           MOVE GEN-BASE-DSN TO PRIME-DIR-DSN.
               OPEN INPUT PRIME-SEG-FILE
               IF PRIME-SEG-STATUS = "00" THEN
                    MOVE "Y" TO PC-STREAM-OPEN
                    MOVE PRIME-SEG-DSN TO LN-FILE
                    PERFORM 9630-RECORD-LINEAGE
               END-IF
           END-PERFORM.
           IF NOT PC-STREAM-IS-OPEN THEN
       9465-APPEND-TO-SEGMENTS.
*> Routes PC-CANDIDATE to its banded segment file, opening the
*> segment EXTEND on first touch and rolling to the next band as
*> the candidates cross it. Below the last recorded band top the
*> band table says which segment; above it the bands are whole
*> spans counted from that top (from zero on a store never
*> re-segmented).
           MOVE 0 TO PC-BAND-BASE.
           IF PRIME-BAND-COUNT > 0 THEN
                MOVE PRIME-BAND-HIGH(PRIME-BAND-COUNT) TO PC-BAND-BASE
           END-IF.
           IF PC-CANDIDATE > PC-BAND-BASE THEN
                COMPUTE PC-SEG-NUMBER = PRIME-BAND-COUNT +
                    (PC-CANDIDATE - PC-BAND-BASE - 1)
                        / PRIME-SEG-SPAN + 1
           ELSE
                PERFORM VARYING PC-BAND-IDX FROM 1 BY 1
                        UNTIL PC-BAND-IDX >= PRIME-BAND-COUNT
                           OR PC-CANDIDATE
                              <= PRIME-BAND-HIGH(PC-BAND-IDX)
                    CONTINUE
                END-PERFORM
                MOVE PC-BAND-IDX TO PC-SEG-NUMBER
           END-IF.
           IF PC-APPEND-IS-OPEN
                   AND PC-SEG-NUMBER NOT = PC-APPEND-SEG THEN
                PERFORM 9468-CLOSE-APPEND-SEGMENT
