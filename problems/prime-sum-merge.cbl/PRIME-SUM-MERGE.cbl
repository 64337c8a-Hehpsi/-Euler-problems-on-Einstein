       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIME-SUM-MERGE.
*> Publishes a PRIME-SUM answer that was computed in slices. A large
*> N goes into the deck as several "PRIME-SUM SLICE low high" cards
*> (DECK-GENERATOR SPLIT punches them) that can run side by side in
*> separate streams, plus one card for this program depending on
*> PRIME-SUM, so it runs only once every slice has settled.
*> Arguments:
*>
*>   1  N, the ceiling the slices were cut from
*>   2  run-id whose slices to merge (optional - defaults to the
*>      RUNID the batch runner exports, i.e. this same deck)
*>
*> Every PRIME-SUM slice record RESULTLOG holds for the run-id - an
*> interval record whose effective parameters carry the slice
*> marker SLICE=Y and whose HIGH is within N, so an ordinary
*> INTERVAL card, or the slices of a larger split, in the same deck
*> are left out - is gathered, ordered by LOW, and must tile 2
*> through N exactly: the
*> first slice starting at or below 2, each next LOW one past the
*> previous HIGH, the last HIGH equal to N. A gap (a slice that
*> failed or never ran leaves no record) or an overlap refuses the
*> merge outright with return code 16 and an ALERTLOG record - no
*> partial total is ever published. A slice logged twice with the
*> same bounds (a retried step) counts once when both answers agree
*> and refuses the merge when they don't. A clean tiling is summed
*> with overflow protection and logged as an ordinary PRIME-SUM
*> result for N; the slice count goes to the console only.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY RESLOGSL.
           COPY ALRTSL.
           COPY REGCFSL.
           COPY LOCKSL.
       DATA DIVISION.
       FILE SECTION.
       COPY RESLOGFD.
       COPY ALRTFD.

       COPY REGCFFD.
       COPY LOCKFD.
       WORKING-STORAGE SECTION.
       COPY RESLOGWS.
       COPY VALNUMWS.
       COPY RPTHDRWS.
       COPY ALRTWS.

*> The build version this binary answers to a VERSION inquiry,
*> compared by PROBLEM-RUNNER's pre-flight against the release
*> manifest so a stale binary is caught at submission.
       01 PROGRAM-VERSION PIC X(8) VALUE "2026.09".
       01 ARG-COUNT PIC 9(2) BINARY VALUE ZERO.
       01 ARG-NUM   PIC 9(2) BINARY VALUE ZERO.

       01 n PIC 9(8) BINARY VALUE ZERO.
       01 n-edit PIC Z(7)9.
       01 merge-run-id PIC X(14) VALUE SPACES.
       01 total PIC 9(16) BINARY VALUE ZERO.

       01 SLICE-TABLE-MAX PIC 9(4) BINARY VALUE 200.
       01 slice-count PIC 9(4) BINARY VALUE ZERO.
       01 SLICE-TABLE.
           05 SLICE-ENTRY OCCURS 200 TIMES.
               10 ST-LOW     PIC 9(8).
               10 ST-HIGH    PIC 9(8).
               10 ST-SUM     PIC 9(16).
               10 ST-STEP-ID PIC X(19).
       01 SLICE-HOLD.
           05 SH-LOW     PIC 9(8).
           05 SH-HIGH    PIC 9(8).
           05 SH-SUM     PIC 9(16).
           05 SH-STEP-ID PIC X(19).
       01 slice-idx PIC 9(4) BINARY.
       01 slice-scan PIC 9(4) BINARY.
       01 match-idx PIC 9(4) BINARY.
       01 expected-low PIC 9(9) BINARY.

       01 parse-word PIC X(10).
       01 parse-low  PIC X(12).
       01 parse-high PIC X(12).
       01 parse-answer PIC X(36).
       01 record-count PIC 9(8) BINARY VALUE ZERO.
       01 problem-count PIC 9(4) BINARY VALUE ZERO.
       01 slice-count-edit PIC Z(3)9.
       01 bound-edit PIC Z(7)9.
       01 bound-edit-2 PIC Z(7)9.
       01 slice-mark-count PIC 9(4) BINARY.

       COPY REGCFWS.
       COPY LOCKWS.

       PROCEDURE DIVISION.
       00-MAIN SECTION.
           MOVE "PRIME-SUM-MERGE" TO RL-PROGRAM-ID.
           MOVE RL-PROGRAM-ID TO AL-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE TO RL-START-TIME.
           PERFORM 9800-LOAD-REGION-CONFIG.
           MOVE RESULTS-LOG-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO RESULTS-LOG-DSN.
           MOVE ALERT-LOG-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO ALERT-LOG-DSN.

           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER.
           IF ARG-COUNT < 1 THEN
                DISPLAY "PRIME-SUM-MERGE: USAGE IS N [RUN-ID]"
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
           MOVE 1 TO ARG-NUM.
           PERFORM 01-GET-ARGUMENT.
*> A VERSION inquiry answers and stops before any file handling.
           IF FUNCTION TRIM(VALIDATE-BUFFER) = "VERSION" THEN
                DISPLAY FUNCTION TRIM(RL-PROGRAM-ID)
                        " VERSION " PROGRAM-VERSION
                MOVE 0 TO RETURN-CODE
                STOP RUN
           END-IF.
           MOVE 8 TO VALIDATE-MAXLEN.
           MOVE "N" TO VALIDATE-LABEL.
           PERFORM 9100-VALIDATE-NUMERIC.
           MOVE FUNCTION TRIM(VALIDATE-BUFFER) TO n.
           IF n < 2 THEN
                DISPLAY "PRIME-SUM-MERGE: N MUST BE AT LEAST 2"
                MOVE "MERGE-N-TOO-SMALL" TO AL-REASON-CODE
                MOVE VALIDATE-BUFFER TO AL-PARM-VALUE
                PERFORM 9600-LOG-ALERT
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.

           IF ARG-COUNT >= 2 THEN
                MOVE 2 TO ARG-NUM
                PERFORM 01-GET-ARGUMENT
                MOVE VALIDATE-BUFFER TO merge-run-id
           ELSE
                ACCEPT merge-run-id FROM ENVIRONMENT "RUNID"
                    ON EXCEPTION MOVE SPACES TO merge-run-id
                END-ACCEPT
           END-IF.
           IF merge-run-id = SPACES THEN
                DISPLAY "PRIME-SUM-MERGE: NO RUN-ID TO MERGE - RUN "
                        "UNDER PROBLEM-RUNNER OR NAME ONE AS "
                        "ARGUMENT 2"
                MOVE "MERGE-NO-RUN-ID" TO AL-REASON-CODE
                MOVE SPACES TO AL-PARM-VALUE
                PERFORM 9600-LOG-ALERT
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.

           PERFORM 02-GATHER-SLICES.
           PERFORM 03-ORDER-SLICES.
           PERFORM 04-CHECK-TILING.

           MOVE n TO n-edit.
           IF problem-count > 0 THEN
                DISPLAY "PRIME-SUM-MERGE: RUN "
                        FUNCTION TRIM(merge-run-id)
                        " - " problem-count " PROBLEM(S) WITH THE "
                        "SLICES FOR N=" FUNCTION TRIM(n-edit)
                        ", NO TOTAL PUBLISHED"
                MOVE "MERGE-INCOMPLETE" TO AL-REASON-CODE
                MOVE merge-run-id TO AL-PARM-VALUE
                PERFORM 9600-LOG-ALERT
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.

           PERFORM 05-ADD-SLICES.

*> Logged exactly as a one-card PRIME-SUM run for N would be, so
*> the reconciler, drift scan, release compare, CERTREG and reuse
*> all pair it with one.
           MOVE "PRIME-SUM" TO RL-PROGRAM-ID.
           MOVE n TO RL-INPUT-PARM.
           MOVE slice-count TO slice-count-edit.
           MOVE SPACES TO RL-EFFECTIVE-PARMS.
           STRING "N=" FUNCTION TRIM(n-edit)
                  " DEBUG=N"
                  DELIMITED BY SIZE INTO RL-EFFECTIVE-PARMS.
           DISPLAY "PRIME-SUM-MERGE: N=" FUNCTION TRIM(n-edit)
                   " MERGED FROM " FUNCTION TRIM(slice-count-edit)
                   " SLICE(S) OF RUN " FUNCTION TRIM(merge-run-id).
           PERFORM 9200-DISPLAY-HEADER.
           DISPLAY total.
           MOVE total TO RL-ANSWER.
           PERFORM 9000-LOG-RESULT.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       01-GET-ARGUMENT SECTION.
           MOVE SPACES TO VALIDATE-BUFFER.
           DISPLAY ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT VALIDATE-BUFFER FROM ARGUMENT-VALUE.

       02-GATHER-SLICES SECTION.
           OPEN INPUT RESULTS-LOG-FILE.
           IF RESULTS-LOG-STATUS = "35" THEN
                DISPLAY "PRIME-SUM-MERGE: NO RESULTLOG FILE FOUND, "
                        "NO SLICES TO MERGE"
                MOVE "MERGE-INCOMPLETE" TO AL-REASON-CODE
                MOVE merge-run-id TO AL-PARM-VALUE
                PERFORM 9600-LOG-ALERT
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
           PERFORM UNTIL RESULTS-LOG-STATUS = "10"
               READ RESULTS-LOG-FILE
                   AT END MOVE "10" TO RESULTS-LOG-STATUS
                   NOT AT END PERFORM 02A-TAKE-ONE-RECORD
               END-READ
           END-PERFORM.
           CLOSE RESULTS-LOG-FILE.
           MOVE SPACES TO RESULTS-LOG-STATUS.

       02A-TAKE-ONE-RECORD SECTION.
           MOVE RESULTS-LOG-RECORD TO RESULTS-LOG-WORK.
           IF RL-PROGRAM-ID NOT = "PRIME-SUM"
                   OR RL-RUN-ID NOT = merge-run-id
                   OR RL-INPUT-PARM(1:9) NOT = "INTERVAL " THEN
                GO TO 02A-TAKE-ONE-RECORD-EXIT
           END-IF.
*> Only the split's own slices: a plain INTERVAL card logs SLICE=N.
           MOVE 0 TO slice-mark-count.
           INSPECT RL-EFFECTIVE-PARMS TALLYING slice-mark-count
               FOR ALL " SLICE=Y".
           IF slice-mark-count = 0 THEN
                GO TO 02A-TAKE-ONE-RECORD-EXIT
           END-IF.
           ADD 1 TO record-count.
           MOVE SPACES TO parse-word parse-low parse-high.
           UNSTRING RL-INPUT-PARM DELIMITED BY ALL " "
               INTO parse-word parse-low parse-high.
           MOVE FUNCTION TRIM(RL-ANSWER) TO parse-answer.
           IF FUNCTION TRIM(parse-low) IS NOT NUMERIC
                   OR FUNCTION TRIM(parse-high) IS NOT NUMERIC
                   OR FUNCTION TRIM(parse-answer) IS NOT NUMERIC
                   OR parse-answer = SPACES THEN
                ADD 1 TO problem-count
                DISPLAY "PRIME-SUM-MERGE: UNREADABLE INTERVAL "
                        "RECORD FROM STEP " RL-STEP-ID ": "
                        FUNCTION TRIM(RL-INPUT-PARM)
                GO TO 02A-TAKE-ONE-RECORD-EXIT
           END-IF.
           MOVE FUNCTION NUMVAL(parse-low) TO SH-LOW.
           MOVE FUNCTION NUMVAL(parse-high) TO SH-HIGH.
           MOVE FUNCTION NUMVAL(parse-answer) TO SH-SUM.
           MOVE RL-STEP-ID TO SH-STEP-ID.
*> A slice reaching past N belongs to a larger split in the deck.
           IF SH-HIGH > n THEN
                GO TO 02A-TAKE-ONE-RECORD-EXIT
           END-IF.

           MOVE 0 TO match-idx.
           PERFORM VARYING slice-idx FROM 1 BY 1
                   UNTIL slice-idx > slice-count
                      OR match-idx NOT = 0
               IF ST-LOW(slice-idx) = SH-LOW
                       AND ST-HIGH(slice-idx) = SH-HIGH THEN
                    MOVE slice-idx TO match-idx
               END-IF
           END-PERFORM.
           IF match-idx NOT = 0 THEN
                IF ST-SUM(match-idx) NOT = SH-SUM THEN
                     ADD 1 TO problem-count
                     MOVE SH-LOW TO bound-edit
                     MOVE SH-HIGH TO bound-edit-2
                     DISPLAY "PRIME-SUM-MERGE: SLICE "
                             FUNCTION TRIM(bound-edit) "-"
                             FUNCTION TRIM(bound-edit-2)
                             " LOGGED TWICE WITH DIFFERENT SUMS ("
                             "STEPS " ST-STEP-ID(match-idx) " AND "
                             SH-STEP-ID ")"
                END-IF
                GO TO 02A-TAKE-ONE-RECORD-EXIT
           END-IF.
           IF slice-count >= SLICE-TABLE-MAX THEN
                ADD 1 TO problem-count
                DISPLAY "PRIME-SUM-MERGE: MORE THAN " SLICE-TABLE-MAX
                        " SLICES IN ONE RUN, CANNOT MERGE"
                GO TO 02A-TAKE-ONE-RECORD-EXIT
           END-IF.
           ADD 1 TO slice-count.
           MOVE SLICE-HOLD TO SLICE-ENTRY(slice-count).
       02A-TAKE-ONE-RECORD-EXIT.
           EXIT.

       03-ORDER-SLICES SECTION.
*> A plain exchange sort on LOW - a split deck is a few dozen
*> slices at most.
           PERFORM VARYING slice-idx FROM 1 BY 1
                   UNTIL slice-idx >= slice-count
               PERFORM VARYING slice-scan FROM slice-idx BY 1
                       UNTIL slice-scan > slice-count
                   IF ST-LOW(slice-scan) < ST-LOW(slice-idx) THEN
                        MOVE SLICE-ENTRY(slice-idx) TO SLICE-HOLD
                        MOVE SLICE-ENTRY(slice-scan)
                            TO SLICE-ENTRY(slice-idx)
                        MOVE SLICE-HOLD TO SLICE-ENTRY(slice-scan)
                   END-IF
               END-PERFORM
           END-PERFORM.

       04-CHECK-TILING SECTION.
           IF slice-count = 0 THEN
                ADD 1 TO problem-count
                DISPLAY "PRIME-SUM-MERGE: RESULTLOG HOLDS NO PRIME-SUM "
                        "SLICE RECORDS FOR RUN "
                        FUNCTION TRIM(merge-run-id)
                GO TO 04-CHECK-TILING-EXIT
           END-IF.
           IF ST-LOW(1) > 2 THEN
                ADD 1 TO problem-count
                MOVE ST-LOW(1) TO bound-edit
                DISPLAY "PRIME-SUM-MERGE: GAP - NO SLICE COVERS 2 "
                        "(FIRST SLICE STARTS AT "
                        FUNCTION TRIM(bound-edit) ")"
           END-IF.
           PERFORM VARYING slice-idx FROM 2 BY 1
                   UNTIL slice-idx > slice-count
               COMPUTE expected-low = ST-HIGH(slice-idx - 1) + 1
               MOVE expected-low TO bound-edit
               MOVE ST-LOW(slice-idx) TO bound-edit-2
               IF ST-LOW(slice-idx) > expected-low THEN
                    ADD 1 TO problem-count
                    DISPLAY "PRIME-SUM-MERGE: GAP - NOTHING COVERS "
                            FUNCTION TRIM(bound-edit) " UP TO THE "
                            "SLICE STARTING AT "
                            FUNCTION TRIM(bound-edit-2)
                            " (A SLICE FAILED OR NEVER RAN)"
               END-IF
               IF ST-LOW(slice-idx) < expected-low THEN
                    ADD 1 TO problem-count
                    DISPLAY "PRIME-SUM-MERGE: OVERLAP - THE SLICE "
                            "STARTING AT "
                            FUNCTION TRIM(bound-edit-2)
                            " REPEATS VALUES BELOW "
                            FUNCTION TRIM(bound-edit)
               END-IF
           END-PERFORM.
           IF ST-HIGH(slice-count) NOT = n THEN
                ADD 1 TO problem-count
                MOVE ST-HIGH(slice-count) TO bound-edit
                MOVE n TO bound-edit-2
                DISPLAY "PRIME-SUM-MERGE: THE LAST SLICE ENDS AT "
                        FUNCTION TRIM(bound-edit) ", NOT AT N="
                        FUNCTION TRIM(bound-edit-2)
           END-IF.
       04-CHECK-TILING-EXIT.
           EXIT.

       05-ADD-SLICES SECTION.
           MOVE 0 TO total.
           PERFORM VARYING slice-idx FROM 1 BY 1
                   UNTIL slice-idx > slice-count
               ADD ST-SUM(slice-idx) TO total
                   ON SIZE ERROR
                       DISPLAY "PRIME-SUM-MERGE: TOTAL EXCEEDED "
                               "PIC 9(16) CAPACITY"
                       MOVE "TOTAL-OVERFLOW" TO AL-REASON-CODE
                       MOVE merge-run-id TO AL-PARM-VALUE
                       PERFORM 9600-LOG-ALERT
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-ADD
           END-PERFORM.

       COPY ALRTPR.

       COPY VALNUMPR.

       COPY RPTHDRPR.

       COPY RESLOGPR.

       COPY REGCFPR.

       COPY LOCKPR.

       END PROGRAM PRIME-SUM-MERGE.
