*> the record fits. Counts written/skipped/total are printed so the
*> operation balances. The journal itself is left untouched: it
*> stays the suite's write path.
*>
*> REBUILD as argument 1 converts a master built before the record
*> image grew from 277 to 294 bytes (the CERTREG serving fields on
*> the RESULTLOG tail), which the current layout can no longer
*> open. The old master is unloaded record for record, key and
*> image, to "<RESULTIX>.UNLOAD", recreated in the current layout,
*> and reloaded with each image padded out with spaces - exactly
*> what an older journal record reads as - so archived history the
*> journal no longer holds is kept. The unload stays on disk as the
*> fallback copy. A master already in the current layout, or none
*> at all, is left alone. Return code 0 rebuilt (or nothing to do),
*> 8 some records would not reload, 16 the unload did not complete
*> and the master was not touched.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY RESLOGSL.
           COPY RESIXSL.
*> The master as it was laid out before the record image grew.
           SELECT RESULTS-OLD-IX-FILE ASSIGN USING old-ix-dsn
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ROX-KEY
               FILE STATUS IS old-ix-status.
           SELECT UNLOAD-FILE ASSIGN USING unload-dsn
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS unload-status.

           COPY REGCFSL.
       DATA DIVISION.
       FILE SECTION.
       COPY RESLOGFD.
       COPY RESIXFD.
       FD  RESULTS-OLD-IX-FILE.
       01  RESULTS-OLD-IX-RECORD.
           05 ROX-KEY.
               10 ROX-PROGRAM-ID PIC X(25).
               10 ROX-TIMESTAMP  PIC X(21).
               10 ROX-SEQ        PIC 9(3).
           05 ROX-RECORD-IMAGE   PIC X(277).
       FD  UNLOAD-FILE.
       01  UNLOAD-REC.
           05 UL-KEY             PIC X(49).
           05 UL-RECORD-IMAGE    PIC X(277).

       COPY REGCFFD.
       WORKING-STORAGE SECTION.
           88 RECORD-PLACED VALUE "Y".
           88 RECORD-DUPLICATE VALUE "D".

       01 ARG-COUNT PIC 9(2) BINARY VALUE ZERO.
       01 ARG-NUM   PIC 9(2) BINARY VALUE ZERO.
       01 arg-buffer PIC X(18).
       01 old-ix-dsn PIC X(30).
       01 old-ix-status PIC XX.
       01 unload-dsn PIC X(40).
       01 unload-status PIC XX.
*> How the unload (or the reload's open) ended: "10" is a clean
*> end of the old master, anything else the status that stopped it.
       01 unload-end-status PIC XX.
       01 unloaded-count PIC 9(8) BINARY VALUE ZERO.
       01 reloaded-count PIC 9(8) BINARY VALUE ZERO.

       COPY REGCFWS.

       PROCEDURE DIVISION.
           MOVE RESULTS-IX-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO RESULTS-IX-DSN.

           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER.
           IF ARG-COUNT >= 1 THEN
                MOVE 1 TO ARG-NUM
                DISPLAY ARG-NUM UPON ARGUMENT-NUMBER
                ACCEPT arg-buffer FROM ARGUMENT-VALUE
                IF FUNCTION UPPER-CASE(FUNCTION TRIM(arg-buffer))
                        = "REBUILD" THEN
                     PERFORM 02-REBUILD-MASTER
                     STOP RUN
                END-IF
                DISPLAY "RESULTS-MIGRATE: THE ONLY ARGUMENT IS "
                        "REBUILD"
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.

           OPEN INPUT RESULTS-LOG-FILE.
           IF RESULTS-LOG-STATUS = "35" THEN
                DISPLAY "RESULTS-MIGRATE: NO RESULTLOG JOURNAL "
           IF RESULTS-IX-STATUS NOT = "00" THEN
                DISPLAY "RESULTS-MIGRATE: RESULTIX COULD NOT BE "
                        "OPENED, STATUS " RESULTS-IX-STATUS
                IF RESULTS-IX-STATUS = "39" THEN
                     DISPLAY "RESULTS-MIGRATE: THE MASTER PREDATES "
                             "THE 294-BYTE IMAGE - RUN "
                             "RESULTS-MIGRATE REBUILD FIRST"
                END-IF
                CLOSE RESULTS-LOG-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
       01-PLACE-RECORD-EXIT.
           EXIT.

       02-REBUILD-MASTER SECTION.
           MOVE RESULTS-IX-DSN TO old-ix-dsn.
           MOVE SPACES TO unload-dsn.
           STRING FUNCTION TRIM(RESULTS-IX-DSN) ".UNLOAD"
               DELIMITED BY SIZE INTO unload-dsn.
           OPEN INPUT RESULTS-OLD-IX-FILE.
           IF old-ix-status = "35" THEN
                DISPLAY "RESULTS-MIGRATE: NO RESULTIX MASTER, "
                        "NOTHING TO REBUILD"
                MOVE 0 TO RETURN-CODE
                GO TO 02-REBUILD-MASTER-EXIT
           END-IF.
*> The old layout will not open a master already in the current one
*> - the record length on the file no longer agrees.
           IF old-ix-status NOT = "00" THEN
                OPEN INPUT RESULTS-IX-FILE
                IF RESULTS-IX-STATUS = "00" THEN
                     CLOSE RESULTS-IX-FILE
                     DISPLAY "RESULTS-MIGRATE: RESULTIX IS ALREADY "
                             "IN THE CURRENT LAYOUT, NOTHING TO "
                             "REBUILD"
                     MOVE 0 TO RETURN-CODE
                ELSE
                     DISPLAY "RESULTS-MIGRATE: RESULTIX OPENS IN "
                             "NEITHER LAYOUT (STATUS " old-ix-status
                             "/" RESULTS-IX-STATUS "), NOT TOUCHED"
                     MOVE 16 TO RETURN-CODE
                END-IF
                GO TO 02-REBUILD-MASTER-EXIT
           END-IF.

           PERFORM 02A-UNLOAD-OLD-MASTER.
           IF unload-end-status NOT = "10" THEN
                DISPLAY "RESULTS-MIGRATE: UNLOAD STOPPED AFTER "
                        unloaded-count " RECORD(S), STATUS "
                        unload-end-status " - RESULTIX NOT TOUCHED"
                MOVE 16 TO RETURN-CODE
                GO TO 02-REBUILD-MASTER-EXIT
           END-IF.

           OPEN OUTPUT RESULTS-IX-FILE.
           IF RESULTS-IX-STATUS NOT = "00" THEN
                DISPLAY "RESULTS-MIGRATE: RESULTIX COULD NOT BE "
                        "RECREATED, STATUS " RESULTS-IX-STATUS
                        " - RELOAD FROM " FUNCTION TRIM(unload-dsn)
                MOVE 16 TO RETURN-CODE
                GO TO 02-REBUILD-MASTER-EXIT
           END-IF.
           PERFORM 02B-RELOAD-MASTER.
           CLOSE RESULTS-IX-FILE.
           IF unload-end-status NOT = "10" THEN
                DISPLAY "RESULTS-MIGRATE: " FUNCTION TRIM(unload-dsn)
                        " WILL NOT OPEN, STATUS " unload-end-status
                        " - RELOAD FROM " FUNCTION TRIM(unload-dsn)
                MOVE 16 TO RETURN-CODE
                GO TO 02-REBUILD-MASTER-EXIT
           END-IF.

           DISPLAY "RESULTS-MIGRATE: REBUILD - " unloaded-count
                   " RECORD(S) UNLOADED, " reloaded-count
                   " RELOADED, " error-count " IN ERROR; THE OLD "
                   "MASTER IS KEPT ON " FUNCTION TRIM(unload-dsn).
           IF error-count > 0
                   OR reloaded-count NOT = unloaded-count THEN
                MOVE 8 TO RETURN-CODE
           ELSE
                MOVE 0 TO RETURN-CODE
           END-IF.
       02-REBUILD-MASTER-EXIT.
           EXIT.

       02A-UNLOAD-OLD-MASTER SECTION.
*> The unload is complete only if every record read was written
*> and the unload closed clean; the statuses are taken before the
*> CLOSEs reset them.
           MOVE SPACES TO unload-end-status.
           OPEN OUTPUT UNLOAD-FILE.
           IF unload-status NOT = "00" THEN
                DISPLAY "RESULTS-MIGRATE: " FUNCTION TRIM(unload-dsn)
                        " COULD NOT BE CREATED, STATUS " unload-status
                MOVE unload-status TO unload-end-status
                CLOSE RESULTS-OLD-IX-FILE
                GO TO 02A-UNLOAD-OLD-MASTER-EXIT
           END-IF.
           PERFORM UNTIL old-ix-status NOT = "00"
                      OR unload-end-status NOT = SPACES
               READ RESULTS-OLD-IX-FILE NEXT RECORD
                   AT END MOVE "10" TO old-ix-status
                   NOT AT END
                       MOVE ROX-KEY TO UL-KEY
                       MOVE ROX-RECORD-IMAGE TO UL-RECORD-IMAGE
                       WRITE UNLOAD-REC
                       IF unload-status = "00" THEN
                            ADD 1 TO unloaded-count
                       ELSE
                            DISPLAY "RESULTS-MIGRATE: WRITE TO "
                                    FUNCTION TRIM(unload-dsn)
                                    " FAILED, STATUS " unload-status
                            MOVE unload-status TO unload-end-status
                       END-IF
               END-READ
           END-PERFORM.
           IF unload-end-status = SPACES THEN
                MOVE old-ix-status TO unload-end-status
           END-IF.
           CLOSE RESULTS-OLD-IX-FILE.
           CLOSE UNLOAD-FILE.
           IF unload-status NOT = "00" AND unload-end-status = "10" THEN
                DISPLAY "RESULTS-MIGRATE: " FUNCTION TRIM(unload-dsn)
                        " DID NOT CLOSE CLEAN, STATUS " unload-status
                MOVE unload-status TO unload-end-status
           END-IF.
       02A-UNLOAD-OLD-MASTER-EXIT.
           EXIT.

       02B-RELOAD-MASTER SECTION.
           OPEN INPUT UNLOAD-FILE.
           IF unload-status NOT = "00" THEN
                MOVE unload-status TO unload-end-status
                GO TO 02B-RELOAD-MASTER-EXIT
           END-IF.
           PERFORM UNTIL unload-status NOT = "00"
               READ UNLOAD-FILE
                   AT END MOVE "10" TO unload-status
                   NOT AT END
                       MOVE SPACES TO RESULTS-IX-RECORD
                       MOVE UL-KEY TO RIX-KEY
                       MOVE UL-RECORD-IMAGE TO RIX-RECORD-IMAGE
                       WRITE RESULTS-IX-RECORD
                           INVALID KEY
                               ADD 1 TO error-count
                               DISPLAY "RESULTS-MIGRATE: RELOAD "
                                       "FAILED FOR "
                                       FUNCTION TRIM(RIX-PROGRAM-ID)
                                       " AT " RIX-TIMESTAMP(1:14)
                           NOT INVALID KEY
                               ADD 1 TO reloaded-count
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE UNLOAD-FILE.
       02B-RELOAD-MASTER-EXIT.
           EXIT.

       COPY REGCFPR.

       END PROGRAM RESULTS-MIGRATE.
