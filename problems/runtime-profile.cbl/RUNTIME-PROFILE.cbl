*> columns already said. PROBLEM-RUNNER reads the result to budget a
*> submitted deck against the batch window before the night finds
*> out the hard way. See PRCATWS for the column positions.
*> One average per program can't tell PRIME-SUM at N=2,000,000 from
*> PRIME-SUM at 99,000,000, so the same pass also rebuilds RUNMODEL:
*> expected elapsed per program, mode and digit-band of the primary
*> parameter, classified from RL-EFFECTIVE-PARMS (RL-INPUT-PARM for
*> records logged before that column existed). The runner's deck
*> budget and DECK-PLANNER price each card from its own band and
*> only fall back to the catalog average when the band has no
*> history. See RUNMDWS for the record.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS catalog-status.

           COPY RUNMDSL.
           COPY REGCFSL.
       DATA DIVISION.
       FILE SECTION.
       COPY RESLOGFD.
       FD  CATALOG-FILE.
       01  CATALOG-REC PIC X(223).

       COPY RUNMDFD.
       COPY REGCFFD.
       WORKING-STORAGE SECTION.
       COPY RESLOGWS.
       01 CATALOG-STORE-MAX PIC 9(4) BINARY VALUE 100.
       01 catalog-count PIC 9(4) BINARY VALUE ZERO.
       01 CATALOG-STORE.
           05 CATALOG-IMAGE PIC X(223) OCCURS 100 TIMES.
       01 catalog-idx PIC 9(4) BINARY.
       01 updated-rows PIC 9(4) BINARY VALUE ZERO.

*> One entry per program, mode and band seen in the history.
       01 MODEL-BUILD-MAX PIC 9(4) BINARY VALUE 200.
       01 model-build-count PIC 9(4) BINARY VALUE ZERO.
       01 MODEL-BUILD-TABLE.
           05 MODEL-BUILD-ENTRY OCCURS 200 TIMES.
               10 MB-PROGRAM-ID PIC X(25).
               10 MB-MODE       PIC X(12).
               10 MB-BAND       PIC 9(2) BINARY.
               10 MB-RUN-COUNT  PIC 9(8) BINARY.
               10 MB-TOTAL-SECS PIC 9(12) BINARY.
               10 MB-MIN-SECS   PIC 9(6) BINARY.
               10 MB-MAX-SECS   PIC 9(6) BINARY.
       01 model-idx PIC 9(4) BINARY.
       01 model-match PIC 9(4) BINARY.
       01 model-dropped PIC 9(6) BINARY VALUE ZERO.
       01 model-date PIC X(8).

       COPY RUNMDWS.
       COPY REGCFWS.

       PROCEDURE DIVISION.
           PERFORM 02-LOAD-CATALOG.
           PERFORM 03-APPLY-PROFILES.
           PERFORM 04-REWRITE-CATALOG.
           PERFORM 05-WRITE-RUN-MODEL.

           DISPLAY "RUNTIME-PROFILE: " profile-count " PROGRAM(S) "
                   "PROFILED, " updated-rows " CATALOG ROW(S) "
                   "REFRESHED".
           DISPLAY "RUNTIME-PROFILE: " model-build-count
                   " PARAMETER BAND(S) WRITTEN TO RUNMODEL".
           IF model-dropped > 0 THEN
                DISPLAY "RUNTIME-PROFILE: " model-dropped
                        " RUN(S) LEFT OUT OF RUNMODEL, MORE THAN "
                        MODEL-BUILD-MAX " BANDS IN THE HISTORY"
           END-IF.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.


       01A-TALLY-ONE-RECORD SECTION.
           MOVE RESULTS-LOG-RECORD TO RESULTS-LOG-WORK.
*> A step served from CERTREG never ran, so its elapsed is no
*> measure of the program.
           IF RL-PROGRAM-ID = SPACES
                   OR RL-ELAPSED-SECONDS IS NOT NUMERIC
                   OR RL-SERVED-FROM-CERTREG THEN
                GO TO 01A-TALLY-ONE-RECORD-EXIT
           END-IF.
           MOVE 0 TO match-idx.
           END-IF.
           ADD 1 TO PR-RUN-COUNT(match-idx).
           ADD RL-ELAPSED-SECONDS TO PR-TOTAL-SECS(match-idx).
           PERFORM 01B-TALLY-MODEL-BAND.
       01A-TALLY-ONE-RECORD-EXIT.
           EXIT.

       01B-TALLY-MODEL-BAND SECTION.
           IF RL-EFFECTIVE-PARMS NOT = SPACES THEN
                MOVE RL-EFFECTIVE-PARMS TO RM-PARM-SOURCE
           ELSE
                MOVE RL-INPUT-PARM TO RM-PARM-SOURCE
           END-IF.
           PERFORM 9510-CLASSIFY-PARMS.
           MOVE 0 TO model-match.
           PERFORM VARYING model-idx FROM 1 BY 1
                   UNTIL model-idx > model-build-count
                      OR model-match NOT = 0
               IF MB-PROGRAM-ID(model-idx) = RL-PROGRAM-ID
                       AND MB-MODE(model-idx) = RM-CARD-MODE
                       AND MB-BAND(model-idx) = RM-CARD-BAND
                    MOVE model-idx TO model-match
               END-IF
           END-PERFORM.
           IF model-match = 0 THEN
                IF model-build-count >= MODEL-BUILD-MAX THEN
                     ADD 1 TO model-dropped
                     GO TO 01B-TALLY-MODEL-BAND-EXIT
                END-IF
                ADD 1 TO model-build-count
                MOVE model-build-count TO model-match
                MOVE RL-PROGRAM-ID TO MB-PROGRAM-ID(model-match)
                MOVE RM-CARD-MODE TO MB-MODE(model-match)
                MOVE RM-CARD-BAND TO MB-BAND(model-match)
                MOVE 0 TO MB-RUN-COUNT(model-match)
                MOVE 0 TO MB-TOTAL-SECS(model-match)
                MOVE RL-ELAPSED-SECONDS TO MB-MIN-SECS(model-match)
                MOVE RL-ELAPSED-SECONDS TO MB-MAX-SECS(model-match)
           END-IF.
           ADD 1 TO MB-RUN-COUNT(model-match).
           ADD RL-ELAPSED-SECONDS TO MB-TOTAL-SECS(model-match).
           IF RL-ELAPSED-SECONDS < MB-MIN-SECS(model-match) THEN
                MOVE RL-ELAPSED-SECONDS TO MB-MIN-SECS(model-match)
           END-IF.
           IF RL-ELAPSED-SECONDS > MB-MAX-SECS(model-match) THEN
                MOVE RL-ELAPSED-SECONDS TO MB-MAX-SECS(model-match)
           END-IF.
       01B-TALLY-MODEL-BAND-EXIT.
           EXIT.

       02-LOAD-CATALOG SECTION.
           OPEN INPUT CATALOG-FILE.
           IF catalog-status = "35" THEN
           END-PERFORM.
           CLOSE CATALOG-FILE.

       05-WRITE-RUN-MODEL SECTION.
*> Rebuilt whole every run, like the catalog columns above - a band
*> is only ever what the history on disk says it is.
           MOVE FUNCTION CURRENT-DATE(1:8) TO model-date.
           OPEN OUTPUT RUN-MODEL-FILE.
           PERFORM VARYING model-idx FROM 1 BY 1
                   UNTIL model-idx > model-build-count
               MOVE SPACES TO RUN-MODEL-WORK
               MOVE MB-PROGRAM-ID(model-idx) TO RM-PROGRAM-ID
               MOVE MB-MODE(model-idx) TO RM-MODE
               MOVE MB-BAND(model-idx) TO RM-BAND
               EVALUATE TRUE
                   WHEN MB-BAND(model-idx) = 0
                       CONTINUE
                   WHEN MB-BAND(model-idx) = 1
                       MOVE "0" TO RM-BAND-LOW
                       MOVE "9" TO RM-BAND-HIGH
                   WHEN OTHER
                       MOVE ALL "0" TO RM-BAND-LOW(1:MB-BAND(model-idx))
                       MOVE "1" TO RM-BAND-LOW(1:1)
                       MOVE ALL "9"
                           TO RM-BAND-HIGH(1:MB-BAND(model-idx))
               END-EVALUATE
               MOVE MB-RUN-COUNT(model-idx) TO RM-RUN-COUNT
               COMPUTE RM-AVG-ELAPSED ROUNDED =
                   MB-TOTAL-SECS(model-idx) / MB-RUN-COUNT(model-idx)
               MOVE MB-MIN-SECS(model-idx) TO RM-MIN-ELAPSED
               MOVE MB-MAX-SECS(model-idx) TO RM-MAX-ELAPSED
               MOVE model-date TO RM-BUILT-DATE
               MOVE RUN-MODEL-WORK TO RUN-MODEL-RECORD
               WRITE RUN-MODEL-RECORD
           END-PERFORM.
           CLOSE RUN-MODEL-FILE.

       COPY RUNMDPR.
       COPY REGCFPR.

       END PROGRAM RUNTIME-PROFILE.
