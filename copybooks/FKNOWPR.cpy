      *> FKNOWPR - keyed factorization store routines, SECTION form,
      *> the same logic as FKNOWPP for SECTION-based programs. Needs
      *> the LOCK, GENSV and LINAG sets alongside it. See FKNOWWS for
      *> the caller protocol and FKNOWSL for how the set fits
      *> together.
       9480-OPEN-FACT-STORE SECTION.
      *> The store lock is taken here and released by
      *> 9486-CLOSE-FACT-STORE, so two runs adding to the store
      *> serialize instead of the later rotation dropping the
      *> earlier run's entries. A store not created yet is fine -
      *> the first addition creates it.
           MOVE FACT-KNOWN-DSN TO FACT-KNOWN-BASE-DSN.
           MOVE FACT-KNOWN-BASE-DSN TO LOCK-RESOURCE-DSN.
           PERFORM 9900-TAKE-LOCK.
           MOVE "N" TO FACT-KNOWN-OPEN.
           MOVE "N" TO FACT-KNOWN-WRITING.
           MOVE "N" TO FACT-KNOWN-AVAILABLE.
           OPEN INPUT FACT-KNOWN-FILE.
           IF FACT-KNOWN-STATUS = "00" THEN
                MOVE "Y" TO FACT-KNOWN-AVAILABLE
                MOVE "Y" TO FACT-KNOWN-OPEN
                MOVE FACT-KNOWN-DSN TO LN-FILE
                PERFORM 9630-RECORD-LINEAGE
           ELSE
                IF FACT-KNOWN-STATUS = "35" THEN
                     MOVE "Y" TO FACT-KNOWN-AVAILABLE
                ELSE
                     DISPLAY FUNCTION TRIM(RL-PROGRAM-ID)
                             ": " FUNCTION TRIM(FACT-KNOWN-DSN)
                             " COULD NOT BE OPENED, STATUS "
                             FACT-KNOWN-STATUS
                             " - FACTORING WITHOUT THE STORE"
                END-IF
           END-IF.
           MOVE SPACES TO FACT-KNOWN-STATUS.

       9482-LOOK-UP-FACT-STORE SECTION.
      *> A hit leaves the stored decomposition in FACT-KNOWN-REC. An
      *> entry whose factor count is out of range is treated as a
      *> miss - the number is factored again rather than answered
      *> from a damaged record.
           MOVE "N" TO FACT-KNOWN-FOUND.
           IF FACT-KNOWN-IS-OPEN THEN
                MOVE FK-LOOKUP-NUMBER TO FK-NUMBER
                READ FACT-KNOWN-FILE KEY IS FK-NUMBER
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        IF FK-FACTOR-COUNT IS NUMERIC
                                AND FK-FACTOR-COUNT > 0
                                AND FK-FACTOR-COUNT
                                    NOT > FK-FACTOR-MAX THEN
                             MOVE "Y" TO FACT-KNOWN-FOUND
                             ADD 1 TO FK-HIT-COUNT
                        END-IF
                END-READ
                MOVE SPACES TO FACT-KNOWN-STATUS
           END-IF.

       9484-ADD-TO-FACT-STORE SECTION.
      *> The caller has built FACT-KNOWN-REC. The first addition of
      *> a run moves the store onto its ".NEW" copy; an entry already
      *> on file for the key is replaced.
           IF FACT-KNOWN-OK THEN
                IF NOT FACT-KNOWN-IS-WRITING THEN
                     MOVE FACT-KNOWN-REC TO FK-HOLD-IMAGE
                     PERFORM 9485-BEGIN-FACT-STORE-UPDATE
                     MOVE FK-HOLD-IMAGE TO FACT-KNOWN-REC
                END-IF
           END-IF.
           IF FACT-KNOWN-IS-WRITING THEN
                WRITE FACT-KNOWN-REC
                    INVALID KEY
                        REWRITE FACT-KNOWN-REC
                            INVALID KEY CONTINUE
                        END-REWRITE
                END-WRITE
                ADD 1 TO FK-ADD-COUNT
                MOVE SPACES TO FACT-KNOWN-STATUS
           END-IF.

       9485-BEGIN-FACT-STORE-UPDATE SECTION.
      *> The live store is copied - not moved - to "<name>.NEW" and
      *> the run carries on against the copy, so a crash before
      *> 9486 leaves the live store and every kept generation as
      *> they were.
           IF FACT-KNOWN-IS-OPEN THEN
                CLOSE FACT-KNOWN-FILE
                MOVE "N" TO FACT-KNOWN-OPEN
           END-IF.
           MOVE SPACES TO GEN-NAME-A.
           STRING FUNCTION TRIM(FACT-KNOWN-BASE-DSN) ".NEW"
               DELIMITED BY SIZE INTO GEN-NAME-A.
           CALL "CBL_DELETE_FILE" USING GEN-NAME-A.
           CALL "CBL_COPY_FILE" USING FACT-KNOWN-BASE-DSN
               GEN-NAME-A.
           MOVE 0 TO RETURN-CODE.
           MOVE GEN-NAME-A(1:30) TO FACT-KNOWN-DSN.
           OPEN I-O FACT-KNOWN-FILE.
           IF FACT-KNOWN-STATUS = "35" THEN
                OPEN OUTPUT FACT-KNOWN-FILE
                CLOSE FACT-KNOWN-FILE
                OPEN I-O FACT-KNOWN-FILE
           END-IF.
           IF FACT-KNOWN-STATUS = "00" THEN
                MOVE "Y" TO FACT-KNOWN-OPEN
                MOVE "Y" TO FACT-KNOWN-WRITING
           ELSE
                DISPLAY FUNCTION TRIM(RL-PROGRAM-ID)
                        ": " FUNCTION TRIM(FACT-KNOWN-DSN)
                        " COULD NOT BE OPENED FOR UPDATE, STATUS "
                        FACT-KNOWN-STATUS
                        " - NEW ENTRIES NOT KEPT"
                MOVE FACT-KNOWN-BASE-DSN TO FACT-KNOWN-DSN
                MOVE "N" TO FACT-KNOWN-AVAILABLE
           END-IF.
           MOVE SPACES TO FACT-KNOWN-STATUS.

       9486-CLOSE-FACT-STORE SECTION.
      *> Additions are put into place through the generation
      *> rotation, which also reseals the store; a run that only
      *> read leaves the live copy and its seal untouched.
           IF FACT-KNOWN-IS-OPEN THEN
                CLOSE FACT-KNOWN-FILE
                MOVE "N" TO FACT-KNOWN-OPEN
           END-IF.
           IF FACT-KNOWN-IS-WRITING THEN
                MOVE FACT-KNOWN-BASE-DSN TO GEN-BASE-DSN
                PERFORM 9860-ROTATE-GENERATIONS
                MOVE FACT-KNOWN-BASE-DSN TO FACT-KNOWN-DSN
                MOVE "N" TO FACT-KNOWN-WRITING
           END-IF.
           IF FACT-KNOWN-BASE-DSN NOT = SPACES THEN
                MOVE FACT-KNOWN-BASE-DSN TO LOCK-RESOURCE-DSN
                PERFORM 9910-RELEASE-LOCK
                MOVE SPACES TO FACT-KNOWN-BASE-DSN
           END-IF.
           MOVE SPACES TO FACT-KNOWN-STATUS.
