      *> MIN-BLOCK-LENGTH is known and before the first CALL "COUNTS",
      *> then PERFORM 9510-SAVE-CHECKPOINT once RESULT is back so the
      *> next run at a larger ROW-LENGTH can resume. A checkpoint
      *> built under a different MIN-BLOCK-LENGTH, BLOCK-COLOURS or
      *> BLOCK-MODULUS is discarded rather than reused, since every
      *> SOLUTIONS-TABLE entry depends on the minimum block length,
      *> the number of colours and the modulus it was solved under.
      *> A checkpoint resumed from is recorded on the lineage log, so
      *> the caller COPYs the LINAG set alongside this one. See
      *> BCKPTSL for how the whole set of checkpoint copybooks fits
      *> together.
       9500-LOAD-CHECKPOINT.
      *> Structured with a header-verdict flag rather than the
      *> GO TO ... -EXIT idiom the SECTION-form copybooks use - a GO
                                     ", THIS RUN USES "
                                     MIN-BLOCK-LENGTH " - REFUSED, "
                                     "STARTING OVER"
                         WHEN BH-COLOURS NOT = BLOCK-COLOURS
                             DISPLAY "COUNTING-BLOCKS: CHECKPOINT "
                                     "WAS BUILT FOR " BH-COLOURS
                                     " COLOUR(S), THIS RUN USES "
                                     BLOCK-COLOURS " - REFUSED, "
                                     "STARTING OVER"
                         WHEN BH-MODULUS NOT = BLOCK-MODULUS
                             DISPLAY "COUNTING-BLOCKS: CHECKPOINT "
                                     "WAS BUILT UNDER MODULUS "
                                     BH-MODULUS ", THIS RUN USES "
                                     BLOCK-MODULUS " (0 IS AN EXACT "
                                     "COUNT) - REFUSED, STARTING OVER"
                         WHEN OTHER
                             MOVE "Y" TO BCKPT-HEADER-GOOD
                     END-EVALUATE
                END-IF
                IF BCKPT-HEADER-GOOD = "Y" THEN
                     MOVE BCKPT-DSN TO LN-FILE
                     PERFORM 9630-RECORD-LINEAGE
                     PERFORM UNTIL BCKPT-STATUS = "10"
                         READ BCKPT-FILE INTO BCKPT-WORK
                             AT END MOVE "10" TO BCKPT-STATUS
           MOVE FUNCTION CURRENT-DATE(1:8) TO BH-RUN-DATE.
           MOVE REGION-NAME TO BH-REGION.
           MOVE MIN-BLOCK-LENGTH TO BH-MINLEN.
           MOVE BLOCK-COLOURS TO BH-COLOURS.
           MOVE BLOCK-MODULUS TO BH-MODULUS.
           MOVE BCKPT-HEADER-WORK TO BCKPT-REC.
           WRITE BCKPT-REC.
           PERFORM VARYING BCKPT-IDX-WS FROM 1 BY 1
