*> an out-of-range sweep dies here, not at 02:00. The cards go to
*> GENCARDS in the shared BATCH-PARM-RECORD layout (see BPARMWS),
*> ready to append to RUNCARDS or submit on their own.
*>
*> SPLIT as argument 1 punches a split-and-merge deck instead:
*>
*>   SPLIT  N  SLICES  REQUESTOR-ID
*>
*> cuts 2..N into SLICES contiguous "PRIME-SUM SLICE low high"
*> cards, which the runner may run side by side, then adds one
*> PRIME-SUM-MERGE card for N depending on PRIME-SUM, so the merge
*> waits for every slice and is skipped if any of them fails.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       DATA DIVISION.
       FILE SECTION.
       FD  CATALOG-FILE.
       01  CATALOG-REC PIC X(223).
       FD  GENCARDS-FILE.
       01  GENCARDS-REC PIC X(156).

       01 range-max-text PIC X(18).
       01 range-parm-name PIC X(20).

       01 split-n PIC 9(18) BINARY.
       01 split-slices PIC 9(18) BINARY.
       01 split-width PIC 9(18) BINARY.
       01 split-low PIC 9(18) BINARY.
       01 split-high PIC 9(18) BINARY.
       01 SPLIT-WIDTH-MAX PIC 9(18) BINARY VALUE 10000000.
       01 split-low-edit PIC Z(17)9.
       01 split-high-edit PIC Z(17)9.

       01 card-count PIC 9(4) BINARY VALUE ZERO.
       01 CARD-COUNT-MAX PIC 9(4) BINARY VALUE 200.
       01 today-date PIC X(8).
       00-MAIN SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO today-date.
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER.
           IF ARG-COUNT >= 1 THEN
                MOVE 1 TO ARG-NUM
                PERFORM 01-GET-ARGUMENT
                IF FUNCTION TRIM(arg-buffer) = "SPLIT" THEN
                     PERFORM 05-PUNCH-SPLIT-DECK
                END-IF
           END-IF.
           IF ARG-COUNT < 5 THEN
                DISPLAY "DECK-GENERATOR: USAGE IS PROGRAM-ID FROM TO "
                        "STEP REQUESTOR-ID [FIXED TRAILING PARMS]"
           WRITE GENCARDS-REC.
           ADD 1 TO card-count.

       05-PUNCH-SPLIT-DECK SECTION.
           IF ARG-COUNT < 4 THEN
                DISPLAY "DECK-GENERATOR: USAGE IS SPLIT N SLICES "
                        "REQUESTOR-ID"
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
           MOVE "PRIME-SUM" TO TARGET-PROGRAM.
           MOVE 2 TO ARG-NUM.
           PERFORM 01-GET-ARGUMENT.
           PERFORM 02-REQUIRE-NUMERIC.
           MOVE FUNCTION NUMVAL(arg-buffer) TO split-n.
           MOVE 3 TO ARG-NUM.
           PERFORM 01-GET-ARGUMENT.
           PERFORM 02-REQUIRE-NUMERIC.
           MOVE FUNCTION NUMVAL(arg-buffer) TO split-slices.
           MOVE 4 TO ARG-NUM.
           PERFORM 01-GET-ARGUMENT.
           MOVE arg-buffer TO REQUESTOR-STAMP.

           IF split-n < 2 THEN
                DISPLAY "DECK-GENERATOR: N MUST BE AT LEAST 2 TO SPLIT"
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
           IF split-slices = 0
                   OR split-slices > split-n - 1
                   OR split-slices >= CARD-COUNT-MAX THEN
                DISPLAY "DECK-GENERATOR: SLICES MUST BE FROM 1 TO "
                        "THE SMALLER OF N-1 AND " CARD-COUNT-MAX
                        " LESS ONE"
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
           PERFORM 03-LOOK-UP-CATALOG-RANGE.
           IF RANGE-ON-FILE AND (split-n < range-min
                                 OR split-n > range-max) THEN
                DISPLAY "DECK-GENERATOR: N " split-n " FALLS OUTSIDE "
                        "THE PROBCAT RANGE FOR PRIME-SUM "
                        FUNCTION TRIM(range-parm-name) " ("
                        FUNCTION TRIM(range-min-text) " TO "
                        FUNCTION TRIM(range-max-text) ")"
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
*> Equal widths rounded up, so the last slice may come out short;
*> each slice is one PRIME-SUM sieve and must fit its ceiling.
           COMPUTE split-width =
               (split-n - 1 + split-slices - 1) / split-slices.
           IF split-width > SPLIT-WIDTH-MAX THEN
                MOVE split-slices TO split-low-edit
                MOVE split-width TO split-high-edit
                DISPLAY "DECK-GENERATOR: "
                        FUNCTION TRIM(split-low-edit) " SLICE(S) "
                        "WOULD EACH SPAN "
                        FUNCTION TRIM(split-high-edit) " VALUES, "
                        "PAST THE 10000000 A SLICE MAY SIEVE - ASK "
                        "FOR MORE SLICES"
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.

           OPEN OUTPUT GENCARDS-FILE.
           MOVE 2 TO split-low.
           PERFORM 05A-PUNCH-ONE-SLICE
               UNTIL split-low > split-n.
           MOVE SPACES TO BATCH-PARM-RECORD.
           MOVE "PRIME-SUM-MERGE" TO BP-PROBLEM-ID.
           MOVE split-n TO split-high-edit.
           MOVE FUNCTION TRIM(split-high-edit) TO BP-PARM-VALUE.
           MOVE REQUESTOR-STAMP TO BP-REQUESTOR-ID.
           MOVE "PRIME-SUM" TO BP-DEPENDS-ON.
           MOVE BATCH-PARM-RECORD TO GENCARDS-REC.
           WRITE GENCARDS-REC.
           ADD 1 TO card-count.
           CLOSE GENCARDS-FILE.

           MOVE split-slices TO split-low-edit.
           DISPLAY "DECK-GENERATOR: " card-count " CARD(S) WRITTEN "
                   "TO GENCARDS - PRIME-SUM N="
                   FUNCTION TRIM(split-high-edit) " IN "
                   FUNCTION TRIM(split-low-edit)
                   " SLICE(S) PLUS THE MERGE"
                   " (REQUESTOR: " FUNCTION TRIM(REQUESTOR-STAMP)
                   ")".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       05A-PUNCH-ONE-SLICE SECTION.
           COMPUTE split-high = split-low + split-width - 1.
           IF split-high > split-n THEN
                MOVE split-n TO split-high
           END-IF.
           MOVE SPACES TO BATCH-PARM-RECORD.
           MOVE TARGET-PROGRAM TO BP-PROBLEM-ID.
           MOVE split-low TO split-low-edit.
           MOVE split-high TO split-high-edit.
           MOVE SPACES TO BP-PARM-VALUE.
           STRING "SLICE " FUNCTION TRIM(split-low-edit)
                  " " FUNCTION TRIM(split-high-edit)
                  DELIMITED BY SIZE INTO BP-PARM-VALUE.
           MOVE REQUESTOR-STAMP TO BP-REQUESTOR-ID.
           MOVE BATCH-PARM-RECORD TO GENCARDS-REC.
           WRITE GENCARDS-REC.
           ADD 1 TO card-count.
           COMPUTE split-low = split-high + 1.

       END PROGRAM DECK-GENERATOR.
