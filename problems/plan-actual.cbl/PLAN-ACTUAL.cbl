       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLAN-ACTUAL.
*> Holds the projection DECK-PLANNER filed for a run-date (see
*> DKPLNWS) against what the night actually did, so the 18:05
*> projection is checked instead of forgotten. Each planned card is
*> matched to its card in that night's last DECKHIST submission (by
*> program, in deck order - a carried-over card the planner never
*> saw simply goes unmatched), and through the step-id the history
*> filed for it to its STEPLOG record. The report shows every card's
*> projected and actual start and end, the variance of its run
*> against the seconds it was costed at and of its end against the
*> projected end, then every simulated wave that ran longer than
*> its longest member was projected to, and whether the real
*> critical path - the member each wave actually waited on, the one
*> that ended last - was the one the planner marked.
*>
*> The same join is made for the nights before (default 7 nights in
*> all, the run-date included), and a program whose clean runs keep
*> coming in long - or keep coming in short - by more than the
*> tolerance is listed as a candidate for a PC-TYPICAL-ELAPSED
*> correction, with the average it actually ran. Cards served from
*> CERTREG and failed runs say nothing about a program's typical
*> elapsed and are left out of that tally.
*>
*> Arguments, both optional: a YYYYMMDD run-date (default today) and
*> the number of nights to look back over, 1 through 14.
*>
*> Return codes: 0 the night ran as projected, 4 a wave overran, the
*> critical path moved, or a correction candidate was found, 16 a
*> bad argument or no filed plan or deck history for the run-date.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECKPLAN-FILE ASSIGN USING deckplan-dsn
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS deckplan-status.
           SELECT DECKHIST-FILE ASSIGN USING deckhist-dsn
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS deckhist-status.
           COPY STPLGSL.
           COPY REGCFSL.

       DATA DIVISION.
       FILE SECTION.
       FD  DECKPLAN-FILE.
       01  DECKPLAN-REC PIC X(96).
       FD  DECKHIST-FILE.
       01  DECKHIST-REC PIC X(604).
       COPY STPLGFD.
       COPY REGCFFD.

       WORKING-STORAGE SECTION.
       COPY DKPLNWS.
       COPY DKHSTWS.
       COPY STPLGWS.
       COPY REGCFWS.
       01 deckplan-dsn PIC X(40).
       01 deckplan-status PIC XX.
       01 deckhist-base PIC X(30) VALUE "DECKHIST".
       01 deckhist-dsn PIC X(40).
       01 deckhist-status PIC XX.

       01 ARG-COUNT PIC 9(2) BINARY VALUE ZERO.
       01 ARG-NUM   PIC 9(2) BINARY VALUE ZERO.
       01 arg-buffer PIC X(18).
       01 REPORT-RUN-DATE PIC X(8).
       01 NIGHTS-MAX PIC 9(2) BINARY VALUE 14.
       01 nights-wanted PIC 9(2) BINARY VALUE 7.

*> The nights joined, night 1 being the run-date itself and each
*> later entry one day earlier. NT-FIRST-OBS/NT-LAST-OBS bound the
*> night's cards in OBS-TABLE.
       01 night-count PIC 9(2) BINARY VALUE ZERO.
       01 NIGHT-TABLE.
           05 NIGHT-ENTRY OCCURS 14 TIMES.
               10 NT-DATE      PIC X(8).
               10 NT-RUN-ID    PIC X(14).
               10 NT-FIRST-OBS PIC 9(4) BINARY.
               10 NT-LAST-OBS  PIC 9(4) BINARY.
       01 night-idx PIC 9(2) BINARY.
       01 night-back PIC 9(2) BINARY.
       01 night-date-num PIC 9(8).
       01 night-date PIC X(8).
       01 night-run-id PIC X(14).
       01 NIGHT-LOADED PIC X.
           88 NIGHT-IS-LOADED VALUE "Y".

*> One entry per planned card per night: the plan's view, the
*> history's view, and STEPLOG's view once the log pass finds it.
*> Seconds all count from midnight of the plan's base date.
       01 OBS-TABLE-MAX PIC 9(4) BINARY VALUE 2800.
       01 obs-count PIC 9(4) BINARY VALUE ZERO.
       01 OBS-TABLE.
           05 OBS-ENTRY OCCURS 2800 TIMES.
               10 OB-CARD-NUMBER PIC 9(4).
               10 OB-PROBLEM-ID  PIC X(30).
               10 OB-PLAN-STATE  PIC X.
               10 OB-WAVE        PIC 9(4) BINARY.
               10 OB-PROJ-START  PIC 9(9) BINARY.
               10 OB-PROJ-END    PIC 9(9) BINARY.
               10 OB-PROJ-SECS   PIC 9(6) BINARY.
               10 OB-CRITICAL    PIC X.
               10 OB-BASE-DATE   PIC X(8).
               10 OB-HIST-CARD   PIC 9(4) BINARY.
               10 OB-HIST-STATE  PIC X.
               10 OB-STEP-ID     PIC X(19).
               10 OB-ACTUAL      PIC X.
                   88 OB-HAS-ACTUAL VALUE "Y".
               10 OB-ACT-START   PIC S9(9) BINARY.
               10 OB-ACT-END     PIC S9(9) BINARY.
               10 OB-STEP-STATUS PIC X(8).
               10 OB-ACT-CRIT    PIC X.
       01 obs-idx PIC 9(4) BINARY.
       01 obs-scan-idx PIC 9(4) BINARY.

*> The night's submitted cards, from the last DECKHIST submission.
       01 HIST-TABLE-MAX PIC 9(4) BINARY VALUE 200.
       01 hist-count PIC 9(4) BINARY VALUE ZERO.
       01 HIST-TABLE.
           05 HIST-ENTRY OCCURS 200 TIMES.
               10 HT-CARD-NUMBER PIC 9(4).
               10 HT-PROBLEM-ID  PIC X(30).
               10 HT-STATE       PIC X.
               10 HT-STEP-ID     PIC X(19).
               10 HT-USED        PIC X.
       01 hist-idx PIC 9(4) BINARY.

       01 WAVE-TABLE-MAX PIC 9(4) BINARY VALUE 200.
       01 wave-count PIC 9(4) BINARY VALUE ZERO.
       01 WAVE-TABLE.
           05 WAVE-ENTRY OCCURS 200 TIMES.
               10 WV-PROJ-LONGEST PIC 9(6) BINARY.
               10 WV-PROJ-CRIT    PIC 9(4) BINARY.
               10 WV-ACT-START    PIC S9(9) BINARY.
               10 WV-ACT-END      PIC S9(9) BINARY.
               10 WV-ACT-CRIT     PIC 9(4) BINARY.
       01 wave-idx PIC 9(4) BINARY.
       01 wave-ran-secs PIC S9(9) BINARY.
       01 overrun-count PIC 9(4) BINARY VALUE ZERO.
       01 crit-waves PIC 9(4) BINARY VALUE ZERO.
       01 crit-moved PIC 9(4) BINARY VALUE ZERO.

*> Repeating variances over the window, one entry per program. A
*> run counts long or short only past both the floor and the
*> percentage; REPEAT-MIN such runs, all the same way and more than
*> half the program's runs, make a candidate.
       01 VARIANCE-FLOOR-SECS PIC 9(4) BINARY VALUE 10.
       01 VARIANCE-PERCENT PIC 9(3) BINARY VALUE 20.
       01 REPEAT-MIN PIC 9(2) BINARY VALUE 3.
       01 PROG-TABLE-MAX PIC 9(4) BINARY VALUE 100.
       01 prog-count PIC 9(4) BINARY VALUE ZERO.
       01 PROG-TABLE.
           05 PROG-ENTRY OCCURS 100 TIMES.
               10 PV-PROGRAM   PIC X(30).
               10 PV-RUNS      PIC 9(4) BINARY.
               10 PV-LONG      PIC 9(4) BINARY.
               10 PV-SHORT     PIC 9(4) BINARY.
               10 PV-PROJ-SECS PIC 9(6) BINARY.
               10 PV-ACT-TOTAL PIC 9(9) BINARY.
       01 prog-idx PIC 9(4) BINARY.
       01 candidate-count PIC 9(4) BINARY VALUE ZERO.
       01 var-secs PIC S9(9) BINARY.
       01 var-tolerance PIC 9(9) BINARY.
       01 act-secs PIC S9(9) BINARY.
       01 avg-secs PIC 9(6).
       01 proj-secs-edit PIC Z(5)9.
       01 avg-secs-edit PIC Z(5)9.
       01 count-edit PIC Z(3)9.
       01 runs-edit PIC Z(3)9.
       01 secs-edit PIC Z(8)9.
       01 signed-edit PIC -(8)9.
       01 direction-word PIC X(5).

       01 stamp-work PIC X(21).
       01 stamp-base PIC X(8).
       01 stamp-secs PIC S9(9) BINARY.
       01 stamp-days PIC S9(9) BINARY.
       01 STAMP-USABLE PIC X.
           88 STAMP-IS-USABLE VALUE "Y".

       01 clock-edit PIC X(8).
       01 clock-work PIC 9(9) BINARY.
       01 clock-days PIC 9(9) BINARY.
       01 clock-hh PIC 9(2).
       01 clock-rem PIC 9(9) BINARY.
       01 clock-mm PIC 9(2).
       01 clock-ss PIC 9(2).
       01 state-word PIC X(24).
       01 REPORT-LINE.
           05 RP-CARD PIC Z(3)9.
           05 FILLER PIC X VALUE SPACE.
           05 RP-PROGRAM PIC X(25).
           05 FILLER PIC X VALUE SPACE.
           05 RP-WAVE PIC Z(3)9.
           05 FILLER PIC X VALUE SPACE.
           05 RP-PROJ-START PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 RP-PROJ-END PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 RP-ACT-START PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 RP-ACT-END PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 RP-RUN-VAR PIC -(6)9.
           05 FILLER PIC X VALUE SPACE.
           05 RP-END-VAR PIC -(6)9.
           05 FILLER PIC X VALUE SPACE.
           05 RP-FLAGS PIC X(28).

       PROCEDURE DIVISION.
       00-MAIN SECTION.
           PERFORM 9800-LOAD-REGION-CONFIG.
           MOVE STEP-LOG-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO STEP-LOG-DSN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO REPORT-RUN-DATE.
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER.
           PERFORM VARYING ARG-NUM FROM 1 BY 1
                   UNTIL ARG-NUM > ARG-COUNT
               MOVE SPACES TO arg-buffer
               DISPLAY ARG-NUM UPON ARGUMENT-NUMBER
               ACCEPT arg-buffer FROM ARGUMENT-VALUE
               EVALUATE TRUE
                   WHEN FUNCTION TRIM(arg-buffer) IS NUMERIC
                           AND FUNCTION LENGTH(FUNCTION
                               TRIM(arg-buffer)) = 8
                       MOVE FUNCTION TRIM(arg-buffer)
                           TO REPORT-RUN-DATE
                   WHEN FUNCTION TRIM(arg-buffer) IS NUMERIC
                           AND FUNCTION LENGTH(FUNCTION
                               TRIM(arg-buffer)) <= 2
                           AND FUNCTION NUMVAL(arg-buffer) >= 1
                           AND FUNCTION NUMVAL(arg-buffer)
                               <= NIGHTS-MAX
                       MOVE FUNCTION NUMVAL(arg-buffer)
                           TO nights-wanted
                   WHEN OTHER
                       DISPLAY "PLAN-ACTUAL: ARGUMENTS ARE AN "
                               "OPTIONAL YYYYMMDD RUN-DATE AND AN "
                               "OPTIONAL LOOK-BACK OF 1 TO 14 NIGHTS"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
           END-PERFORM.

           PERFORM VARYING night-back FROM 0 BY 1
                   UNTIL night-back >= nights-wanted
               COMPUTE night-date-num = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(REPORT-RUN-DATE))
                   - night-back)
               MOVE night-date-num TO night-date
               PERFORM 01-LOAD-NIGHT
               IF night-back = 0 AND NOT NIGHT-IS-LOADED THEN
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
               END-IF
           END-PERFORM.

           PERFORM 02-READ-STEP-LOG.
           PERFORM 03-REPORT-NIGHT.
           PERFORM 04-JUDGE-WAVES.
           PERFORM 05-LIST-CANDIDATES.

           IF overrun-count + crit-moved + candidate-count > 0 THEN
                MOVE 4 TO RETURN-CODE
           ELSE
                MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       01-LOAD-NIGHT SECTION.
*> A night joins only with both its plan and its history on disk;
*> the run-date itself says which one is missing.
           MOVE "N" TO NIGHT-LOADED.
           PERFORM 01A-LOAD-HISTORY.
           IF hist-count = 0 THEN
                IF night-back = 0 THEN
                     DISPLAY "PLAN-ACTUAL: NO DECK HISTORY ON DISK "
                             "FOR " night-date
                             " - THE DECK HAS NOT RUN"
                END-IF
                GO TO 01-LOAD-NIGHT-EXIT
           END-IF.
           MOVE SPACES TO deckplan-dsn.
           STRING "DECKPLAN.D" night-date
               DELIMITED BY SIZE INTO deckplan-dsn.
           OPEN INPUT DECKPLAN-FILE.
           IF deckplan-status = "35" THEN
                IF night-back = 0 THEN
                     DISPLAY "PLAN-ACTUAL: NO PROJECTION FILED FOR "
                             night-date " - DECK-PLANNER DID NOT RUN"
                END-IF
                GO TO 01-LOAD-NIGHT-EXIT
           END-IF.
           ADD 1 TO night-count.
           MOVE night-date TO NT-DATE(night-count).
           MOVE night-run-id TO NT-RUN-ID(night-count).
           COMPUTE NT-FIRST-OBS(night-count) = obs-count + 1.
           PERFORM UNTIL deckplan-status = "10"
               READ DECKPLAN-FILE
                   AT END MOVE "10" TO deckplan-status
                   NOT AT END
                       MOVE DECKPLAN-REC TO DECK-PLAN-RECORD
                       IF DP-CARD-ENTRY
                               AND obs-count < OBS-TABLE-MAX THEN
                            PERFORM 01B-STORE-PLANNED-CARD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DECKPLAN-FILE.
           MOVE obs-count TO NT-LAST-OBS(night-count).
           MOVE "Y" TO NIGHT-LOADED.
       01-LOAD-NIGHT-EXIT.
           EXIT.

       01A-LOAD-HISTORY SECTION.
*> The night's last submission: each SUB header starts the table
*> afresh, so a resubmission replaces the first attempt.
           MOVE 0 TO hist-count.
           MOVE SPACES TO night-run-id.
           MOVE SPACES TO deckhist-dsn.
           MOVE deckhist-base TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           STRING FUNCTION TRIM(REGION-DSN-WORK) ".D" night-date
               DELIMITED BY SIZE INTO deckhist-dsn.
           OPEN INPUT DECKHIST-FILE.
           IF deckhist-status = "35" THEN
                GO TO 01A-LOAD-HISTORY-EXIT
           END-IF.
           PERFORM UNTIL deckhist-status = "10"
               READ DECKHIST-FILE
                   AT END MOVE "10" TO deckhist-status
                   NOT AT END
                       MOVE DECKHIST-REC TO DECK-HISTORY-RECORD
                       EVALUATE TRUE
                           WHEN DH-SUBMISSION
                               MOVE 0 TO hist-count
                               MOVE DH-PARMS(30:14) TO night-run-id
                           WHEN DH-CARD-ENTRY
                                   AND hist-count < HIST-TABLE-MAX
                               ADD 1 TO hist-count
                               MOVE DH-CARD-NUMBER
                                   TO HT-CARD-NUMBER(hist-count)
                               MOVE DH-PROBLEM-ID
                                   TO HT-PROBLEM-ID(hist-count)
                               MOVE DH-STATE TO HT-STATE(hist-count)
                               MOVE DH-STEP-ID
                                   TO HT-STEP-ID(hist-count)
                               MOVE "N" TO HT-USED(hist-count)
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE DECKHIST-FILE.
       01A-LOAD-HISTORY-EXIT.
           EXIT.

       01B-STORE-PLANNED-CARD SECTION.
           ADD 1 TO obs-count.
           MOVE DP-CARD-NUMBER TO OB-CARD-NUMBER(obs-count).
           MOVE DP-PROBLEM-ID TO OB-PROBLEM-ID(obs-count).
           MOVE DP-STATE TO OB-PLAN-STATE(obs-count).
           MOVE DP-WAVE TO OB-WAVE(obs-count).
           MOVE DP-START-SECS TO OB-PROJ-START(obs-count).
           MOVE DP-END-SECS TO OB-PROJ-END(obs-count).
           MOVE DP-SECONDS TO OB-PROJ-SECS(obs-count).
           MOVE DP-CRITICAL TO OB-CRITICAL(obs-count).
           MOVE DP-BASE-DATE TO OB-BASE-DATE(obs-count).
           MOVE 0 TO OB-HIST-CARD(obs-count).
           MOVE SPACE TO OB-HIST-STATE(obs-count).
           MOVE SPACES TO OB-STEP-ID(obs-count).
           MOVE "N" TO OB-ACTUAL(obs-count).
           MOVE 0 TO OB-ACT-START(obs-count).
           MOVE 0 TO OB-ACT-END(obs-count).
           MOVE SPACES TO OB-STEP-STATUS(obs-count).
           MOVE SPACE TO OB-ACT-CRIT(obs-count).
           PERFORM VARYING hist-idx FROM 1 BY 1
                   UNTIL hist-idx > hist-count
                      OR OB-HIST-CARD(obs-count) NOT = 0
               IF HT-USED(hist-idx) = "N"
                       AND HT-PROBLEM-ID(hist-idx) = DP-PROBLEM-ID
                    MOVE "Y" TO HT-USED(hist-idx)
                    MOVE HT-CARD-NUMBER(hist-idx)
                        TO OB-HIST-CARD(obs-count)
                    MOVE HT-STATE(hist-idx)
                        TO OB-HIST-STATE(obs-count)
                    MOVE HT-STEP-ID(hist-idx)
                        TO OB-STEP-ID(obs-count)
               END-IF
           END-PERFORM.

       02-READ-STEP-LOG SECTION.
*> One pass over STEPLOG: a record belongs to a joined night when
*> its run-id is that night's, and to the card whose step-id it
*> carries.
           OPEN INPUT STEP-LOG-FILE.
           IF STEP-LOG-STATUS = "35" THEN
                DISPLAY "PLAN-ACTUAL: NO STEPLOG ON DISK, NOTHING "
                        "ACTUAL TO COMPARE"
                GO TO 02-READ-STEP-LOG-EXIT
           END-IF.
           PERFORM UNTIL STEP-LOG-STATUS = "10"
               READ STEP-LOG-FILE
                   AT END MOVE "10" TO STEP-LOG-STATUS
                   NOT AT END
                       MOVE STEP-LOG-RECORD TO STEP-LOG-WORK
                       IF SL-STEP-ID NOT = SPACES THEN
                            PERFORM 02A-TAKE-STEP-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STEP-LOG-FILE.
       02-READ-STEP-LOG-EXIT.
           EXIT.

       02A-TAKE-STEP-RECORD SECTION.
           PERFORM VARYING night-idx FROM 1 BY 1
                   UNTIL night-idx > night-count
               IF NT-RUN-ID(night-idx) = SL-RUN-ID THEN
                    PERFORM VARYING obs-idx
                            FROM NT-FIRST-OBS(night-idx) BY 1
                            UNTIL obs-idx > NT-LAST-OBS(night-idx)
                        IF OB-STEP-ID(obs-idx) = SL-STEP-ID THEN
                             PERFORM 02B-NOTE-ACTUAL
                        END-IF
                    END-PERFORM
               END-IF
           END-PERFORM.

       02B-NOTE-ACTUAL SECTION.
           MOVE OB-BASE-DATE(obs-idx) TO stamp-base.
           MOVE SL-START-TIME TO stamp-work.
           PERFORM 06-STAMP-TO-SECS.
           IF NOT STAMP-IS-USABLE THEN
                GO TO 02B-NOTE-ACTUAL-EXIT
           END-IF.
           MOVE stamp-secs TO OB-ACT-START(obs-idx).
           MOVE SL-END-TIME TO stamp-work.
           PERFORM 06-STAMP-TO-SECS.
           IF NOT STAMP-IS-USABLE THEN
                GO TO 02B-NOTE-ACTUAL-EXIT
           END-IF.
           MOVE stamp-secs TO OB-ACT-END(obs-idx).
           MOVE SL-STATUS TO OB-STEP-STATUS(obs-idx).
           MOVE "Y" TO OB-ACTUAL(obs-idx).
       02B-NOTE-ACTUAL-EXIT.
           EXIT.

       03-REPORT-NIGHT SECTION.
*> The run-date is night 1. RUN VAR is the run's length less the
*> seconds it was costed at; END VAR is the actual end less the
*> projected end, so it carries any difference in submit time too.
           PERFORM 04A-SETTLE-WAVES.
           DISPLAY "PLAN-ACTUAL: PROJECTION AGAINST THE NIGHT OF "
                   NT-DATE(1) ", RUN-ID " NT-RUN-ID(1).
           DISPLAY "CARD PROGRAM-ID                WAVE PROJ-STA "
                   "PROJ-END ACT-STA  ACT-END  RUN VAR END VAR FLAGS".
           PERFORM VARYING obs-idx FROM NT-FIRST-OBS(1) BY 1
                   UNTIL obs-idx > NT-LAST-OBS(1)
               PERFORM 03A-REPORT-ONE-CARD
           END-PERFORM.

       03A-REPORT-ONE-CARD SECTION.
           MOVE SPACES TO REPORT-LINE.
           MOVE OB-CARD-NUMBER(obs-idx) TO RP-CARD.
           MOVE OB-PROBLEM-ID(obs-idx) TO RP-PROGRAM.
           MOVE OB-WAVE(obs-idx) TO RP-WAVE.
           IF OB-PLAN-STATE(obs-idx) = "R" THEN
                MOVE OB-PROJ-START(obs-idx) TO clock-work
                PERFORM 07-FORMAT-CLOCK
                MOVE clock-edit TO RP-PROJ-START
                MOVE OB-PROJ-END(obs-idx) TO clock-work
                PERFORM 07-FORMAT-CLOCK
                MOVE clock-edit TO RP-PROJ-END
           END-IF.
           IF OB-HAS-ACTUAL(obs-idx) THEN
                MOVE OB-ACT-START(obs-idx) TO clock-work
                PERFORM 07-FORMAT-CLOCK
                MOVE clock-edit TO RP-ACT-START
                MOVE OB-ACT-END(obs-idx) TO clock-work
                PERFORM 07-FORMAT-CLOCK
                MOVE clock-edit TO RP-ACT-END
                COMPUTE RP-RUN-VAR = OB-ACT-END(obs-idx)
                    - OB-ACT-START(obs-idx) - OB-PROJ-SECS(obs-idx)
                IF OB-PLAN-STATE(obs-idx) = "R" THEN
                     COMPUTE RP-END-VAR = OB-ACT-END(obs-idx)
                         - OB-PROJ-END(obs-idx)
                END-IF
           END-IF.
           IF OB-CRITICAL(obs-idx) = "C" THEN
                MOVE "P-CRIT" TO RP-FLAGS(1:6)
           END-IF.
           IF OB-ACT-CRIT(obs-idx) = "C" THEN
                MOVE "A-CRIT" TO RP-FLAGS(8:6)
           END-IF.
           EVALUATE TRUE
               WHEN OB-HIST-CARD(obs-idx) = 0
                   MOVE "NOT SUBMITTED" TO RP-FLAGS(15:)
               WHEN OB-HAS-ACTUAL(obs-idx)
                   IF OB-STEP-STATUS(obs-idx) NOT = "OK" THEN
                        MOVE OB-STEP-STATUS(obs-idx) TO RP-FLAGS(15:)
                   END-IF
               WHEN OTHER
                   MOVE OB-HIST-STATE(obs-idx) TO DH-STATE
                   PERFORM 08-SPELL-OUT-STATE
                   MOVE state-word TO RP-FLAGS(15:)
           END-EVALUATE.
           DISPLAY REPORT-LINE.

       04-JUDGE-WAVES SECTION.
*> A wave's projected cost is its longest member; its real length
*> runs from the first member's start to the last member's end.
           DISPLAY " ".
           PERFORM VARYING wave-idx FROM 1 BY 1
                   UNTIL wave-idx > wave-count
               IF WV-ACT-CRIT(wave-idx) NOT = 0 THEN
                    COMPUTE wave-ran-secs = WV-ACT-END(wave-idx)
                        - WV-ACT-START(wave-idx)
                    IF wave-ran-secs > WV-PROJ-LONGEST(wave-idx) THEN
                         IF overrun-count = 0 THEN
                              DISPLAY "WAVES THAT RAN LONGER THAN "
                                      "THEIR LONGEST MEMBER WAS "
                                      "PROJECTED:"
                         END-IF
                         ADD 1 TO overrun-count
                         MOVE wave-idx TO count-edit
                         MOVE WV-PROJ-LONGEST(wave-idx)
                             TO proj-secs-edit
                         MOVE wave-ran-secs TO secs-edit
                         COMPUTE var-secs = wave-ran-secs
                             - WV-PROJ-LONGEST(wave-idx)
                         MOVE var-secs TO signed-edit
                         DISPLAY "   WAVE " count-edit " PROJECTED "
                                 FUNCTION TRIM(proj-secs-edit)
                                 " S, RAN "
                                 FUNCTION TRIM(secs-edit) " S (+"
                                 FUNCTION TRIM(signed-edit) " S)"
                    END-IF
               END-IF
           END-PERFORM.
           IF overrun-count = 0 THEN
                DISPLAY "NO WAVE RAN LONGER THAN ITS LONGEST MEMBER "
                        "WAS PROJECTED"
           END-IF.

           PERFORM VARYING wave-idx FROM 1 BY 1
                   UNTIL wave-idx > wave-count
               IF WV-ACT-CRIT(wave-idx) NOT = 0 THEN
                    ADD 1 TO crit-waves
                    IF WV-ACT-CRIT(wave-idx)
                            NOT = WV-PROJ-CRIT(wave-idx) THEN
                         IF crit-moved = 0 THEN
                              DISPLAY "CRITICAL PATH MOVED:"
                         END-IF
                         ADD 1 TO crit-moved
                         MOVE wave-idx TO count-edit
                         MOVE WV-PROJ-CRIT(wave-idx) TO obs-idx
                         MOVE WV-ACT-CRIT(wave-idx) TO obs-scan-idx
                         DISPLAY "   WAVE " count-edit " PROJECTED "
                                 "CARD " OB-CARD-NUMBER(obs-idx) " ("
                                 FUNCTION TRIM(OB-PROBLEM-ID(obs-idx))
                                 "), ACTUALLY WAITED ON CARD "
                                 OB-CARD-NUMBER(obs-scan-idx) " ("
                                 FUNCTION TRIM(
                                     OB-PROBLEM-ID(obs-scan-idx)) ")"
                    END-IF
               END-IF
           END-PERFORM.
           MOVE crit-waves TO count-edit.
           IF crit-moved = 0 THEN
                DISPLAY "REAL CRITICAL PATH MATCHED THE PROJECTION IN "
                        "ALL " FUNCTION TRIM(count-edit)
                        " WAVE(S) THAT RAN"
           ELSE
                MOVE crit-moved TO runs-edit
                DISPLAY "REAL CRITICAL PATH DIFFERED IN "
                        FUNCTION TRIM(runs-edit) " OF "
                        FUNCTION TRIM(count-edit) " WAVE(S) THAT RAN"
           END-IF.

       04A-SETTLE-WAVES SECTION.
*> Night 1's waves as planned, each with its projected critical
*> member and the member it actually waited on - the one that
*> ended last, the earlier card winning a tie.
           MOVE 0 TO wave-count.
           PERFORM VARYING obs-idx FROM NT-FIRST-OBS(1) BY 1
                   UNTIL obs-idx > NT-LAST-OBS(1)
               IF OB-PLAN-STATE(obs-idx) = "R"
                       AND OB-WAVE(obs-idx) > wave-count
                       AND OB-WAVE(obs-idx) <= WAVE-TABLE-MAX THEN
                    PERFORM VARYING wave-idx FROM wave-count BY 1
                            UNTIL wave-idx >= OB-WAVE(obs-idx)
                        MOVE 0 TO WV-PROJ-LONGEST(wave-idx + 1)
                        MOVE 0 TO WV-PROJ-CRIT(wave-idx + 1)
                        MOVE 0 TO WV-ACT-START(wave-idx + 1)
                        MOVE 0 TO WV-ACT-END(wave-idx + 1)
                        MOVE 0 TO WV-ACT-CRIT(wave-idx + 1)
                    END-PERFORM
                    MOVE OB-WAVE(obs-idx) TO wave-count
               END-IF
           END-PERFORM.
           PERFORM VARYING obs-idx FROM NT-FIRST-OBS(1) BY 1
                   UNTIL obs-idx > NT-LAST-OBS(1)
               IF OB-PLAN-STATE(obs-idx) = "R"
                       AND OB-WAVE(obs-idx) > 0
                       AND OB-WAVE(obs-idx) <= wave-count THEN
                    MOVE OB-WAVE(obs-idx) TO wave-idx
                    IF OB-CRITICAL(obs-idx) = "C" THEN
                         MOVE OB-PROJ-SECS(obs-idx)
                             TO WV-PROJ-LONGEST(wave-idx)
                         MOVE obs-idx TO WV-PROJ-CRIT(wave-idx)
                    END-IF
                    IF OB-HAS-ACTUAL(obs-idx) THEN
                         PERFORM 04B-WIDEN-WAVE
                    END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING wave-idx FROM 1 BY 1
                   UNTIL wave-idx > wave-count
               IF WV-ACT-CRIT(wave-idx) NOT = 0 THEN
                    MOVE "C" TO OB-ACT-CRIT(WV-ACT-CRIT(wave-idx))
               END-IF
           END-PERFORM.

       04B-WIDEN-WAVE SECTION.
           IF WV-ACT-CRIT(wave-idx) = 0 THEN
                MOVE OB-ACT-START(obs-idx) TO WV-ACT-START(wave-idx)
                MOVE OB-ACT-END(obs-idx) TO WV-ACT-END(wave-idx)
                MOVE obs-idx TO WV-ACT-CRIT(wave-idx)
                GO TO 04B-WIDEN-WAVE-EXIT
           END-IF.
           IF OB-ACT-START(obs-idx) < WV-ACT-START(wave-idx) THEN
                MOVE OB-ACT-START(obs-idx) TO WV-ACT-START(wave-idx)
           END-IF.
           IF OB-ACT-END(obs-idx) > WV-ACT-END(wave-idx) THEN
                MOVE OB-ACT-END(obs-idx) TO WV-ACT-END(wave-idx)
                MOVE obs-idx TO WV-ACT-CRIT(wave-idx)
           END-IF.
       04B-WIDEN-WAVE-EXIT.
           EXIT.

       05-LIST-CANDIDATES SECTION.
*> Every clean run in the window, held against the seconds its
*> night's projection costed it at.
           PERFORM VARYING obs-idx FROM 1 BY 1
                   UNTIL obs-idx > obs-count
               IF OB-HAS-ACTUAL(obs-idx)
                       AND OB-STEP-STATUS(obs-idx) = "OK" THEN
                    PERFORM 05A-TALLY-RUN
               END-IF
           END-PERFORM.
           DISPLAY " ".
           MOVE night-count TO count-edit.
           PERFORM VARYING prog-idx FROM 1 BY 1
                   UNTIL prog-idx > prog-count
               MOVE SPACES TO direction-word
               IF PV-LONG(prog-idx) >= REPEAT-MIN
                       AND PV-SHORT(prog-idx) = 0
                       AND PV-LONG(prog-idx) * 2 > PV-RUNS(prog-idx)
                    MOVE "LONG" TO direction-word
                    MOVE PV-LONG(prog-idx) TO runs-edit
               END-IF
               IF PV-SHORT(prog-idx) >= REPEAT-MIN
                       AND PV-LONG(prog-idx) = 0
                       AND PV-SHORT(prog-idx) * 2 > PV-RUNS(prog-idx)
                    MOVE "SHORT" TO direction-word
                    MOVE PV-SHORT(prog-idx) TO runs-edit
               END-IF
               IF direction-word NOT = SPACES THEN
                    PERFORM 05B-SHOW-CANDIDATE
               END-IF
           END-PERFORM.
           IF candidate-count = 0 THEN
                DISPLAY "PLAN-ACTUAL: NO PROGRAM'S VARIANCE REPEATED "
                        "OVER " FUNCTION TRIM(count-edit)
                        " NIGHT(S) - NO PC-TYPICAL-ELAPSED "
                        "CORRECTION CANDIDATES"
           ELSE
                MOVE candidate-count TO runs-edit
                DISPLAY "PLAN-ACTUAL: " FUNCTION TRIM(runs-edit)
                        " PC-TYPICAL-ELAPSED CORRECTION "
                        "CANDIDATE(S) OVER "
                        FUNCTION TRIM(count-edit) " NIGHT(S)"
           END-IF.

       05A-TALLY-RUN SECTION.
           MOVE 0 TO prog-idx.
           PERFORM VARYING obs-scan-idx FROM 1 BY 1
                   UNTIL obs-scan-idx > prog-count
                      OR prog-idx NOT = 0
               IF PV-PROGRAM(obs-scan-idx) = OB-PROBLEM-ID(obs-idx)
                    MOVE obs-scan-idx TO prog-idx
               END-IF
           END-PERFORM.
           IF prog-idx = 0 THEN
                IF prog-count >= PROG-TABLE-MAX THEN
                     GO TO 05A-TALLY-RUN-EXIT
                END-IF
                ADD 1 TO prog-count
                MOVE prog-count TO prog-idx
                MOVE OB-PROBLEM-ID(obs-idx) TO PV-PROGRAM(prog-idx)
                MOVE 0 TO PV-RUNS(prog-idx)
                MOVE 0 TO PV-LONG(prog-idx)
                MOVE 0 TO PV-SHORT(prog-idx)
                MOVE 0 TO PV-ACT-TOTAL(prog-idx)
*> Nights are loaded newest first, so the first run seen carries
*> the costing now in force.
                MOVE OB-PROJ-SECS(obs-idx) TO PV-PROJ-SECS(prog-idx)
           END-IF.
           COMPUTE act-secs = OB-ACT-END(obs-idx)
               - OB-ACT-START(obs-idx).
           IF act-secs < 0 THEN
                GO TO 05A-TALLY-RUN-EXIT
           END-IF.
           ADD 1 TO PV-RUNS(prog-idx).
           ADD act-secs TO PV-ACT-TOTAL(prog-idx).
           COMPUTE var-secs = act-secs - OB-PROJ-SECS(obs-idx).
           COMPUTE var-tolerance =
               OB-PROJ-SECS(obs-idx) * VARIANCE-PERCENT / 100.
           IF var-tolerance < VARIANCE-FLOOR-SECS THEN
                MOVE VARIANCE-FLOOR-SECS TO var-tolerance
           END-IF.
           IF var-secs > var-tolerance THEN
                ADD 1 TO PV-LONG(prog-idx)
           END-IF.
           IF var-secs < 0 AND 0 - var-secs > var-tolerance THEN
                ADD 1 TO PV-SHORT(prog-idx)
           END-IF.
       05A-TALLY-RUN-EXIT.
           EXIT.

       05B-SHOW-CANDIDATE SECTION.
           IF candidate-count = 0 THEN
                DISPLAY "PC-TYPICAL-ELAPSED CORRECTION CANDIDATES:"
           END-IF.
           ADD 1 TO candidate-count.
           COMPUTE avg-secs ROUNDED =
               PV-ACT-TOTAL(prog-idx) / PV-RUNS(prog-idx).
           MOVE avg-secs TO avg-secs-edit.
           MOVE PV-PROJ-SECS(prog-idx) TO proj-secs-edit.
           MOVE PV-RUNS(prog-idx) TO secs-edit.
           DISPLAY "   " PV-PROGRAM(prog-idx) " RAN "
                   FUNCTION TRIM(direction-word) " ON "
                   FUNCTION TRIM(runs-edit) " OF "
                   FUNCTION TRIM(secs-edit) " CLEAN RUN(S), COSTED AT "
                   FUNCTION TRIM(proj-secs-edit)
                   " S, AVERAGED " FUNCTION TRIM(avg-secs-edit) " S".

       06-STAMP-TO-SECS SECTION.
*> A YYYYMMDDHHMMSS... stamp as seconds from midnight of stamp-base.
           MOVE "N" TO STAMP-USABLE.
           IF stamp-work(1:14) IS NOT NUMERIC
                   OR stamp-base IS NOT NUMERIC THEN
                GO TO 06-STAMP-TO-SECS-EXIT
           END-IF.
           COMPUTE stamp-days =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(stamp-work(1:8)))
             - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(stamp-base)).
           IF stamp-days < 0 THEN
                GO TO 06-STAMP-TO-SECS-EXIT
           END-IF.
           COMPUTE stamp-secs = stamp-days * 86400
               + FUNCTION NUMVAL(stamp-work(9:2)) * 3600
               + FUNCTION NUMVAL(stamp-work(11:2)) * 60
               + FUNCTION NUMVAL(stamp-work(13:2)).
           MOVE "Y" TO STAMP-USABLE.
       06-STAMP-TO-SECS-EXIT.
           EXIT.

       07-FORMAT-CLOCK SECTION.
*> Seconds from the base midnight to HH:MM:SS, past midnight
*> wrapping the way the deck itself does.
           DIVIDE clock-work BY 86400 GIVING clock-days
               REMAINDER clock-rem.
           MOVE clock-rem TO clock-work.
           DIVIDE clock-work BY 3600 GIVING clock-hh
               REMAINDER clock-rem.
           DIVIDE clock-rem BY 60 GIVING clock-mm
               REMAINDER clock-ss.
           MOVE SPACES TO clock-edit.
           STRING clock-hh ":" clock-mm ":" clock-ss
               DELIMITED BY SIZE INTO clock-edit.

       08-SPELL-OUT-STATE SECTION.
           EVALUATE DH-STATE
               WHEN "R" MOVE "RAN CLEAN" TO state-word
               WHEN "F" MOVE "FAILED" TO state-word
               WHEN "A" MOVE "ALREADY COMPLETE" TO state-word
               WHEN "O" MOVE "PASSED OVER" TO state-word
               WHEN "S" MOVE "SKIPPED" TO state-word
               WHEN "C" MOVE "CARRIED OVER" TO state-word
               WHEN "H" MOVE "LEFT ON HOLD" TO state-word
               WHEN "N" MOVE "CONDITION FALSE" TO state-word
               WHEN OTHER MOVE "STATE UNKNOWN" TO state-word
           END-EVALUATE.

       COPY REGCFPR.

       END PROGRAM PLAN-ACTUAL.
