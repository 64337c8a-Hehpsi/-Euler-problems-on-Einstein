*> Projects tonight's deck onto the clock before it is submitted,
*> so "which card do we move" is answered at 18:05 instead of
*> 05:45. The deck is loaded the way PROBLEM-RUNNER loads it -
*> continuation splices, *INCLUDE expansion from DECKLIB, *STREAMS,
*> *MEMORY and *CUTOFF control cards honored - and then executed in
*> simulated waves: each wave gathers, in priority order (column
*> 251, a prerequisite ranking at least as high as its dependents)
*> and deck order within a priority, runnable cards whose
*> prerequisites have settled, up to the stream limit,
*> holding back a card that runs the same program or load-and-
*> rewrites the same shared state file as a wavemate, or would
*> carry the wave past the *MEMORY budget, exactly as
*> 16-EXECUTE-DECK gathers the real groups. Each card is priced
*> from its own parameters: the RUNMODEL expected elapsed for its
*> program, mode and primary-parameter band (see RUNMDWS). A card
*> whose band has no history falls back to its program's
*> PC-TYPICAL-ELAPSED seconds from PROBCAT, or to the default when
*> there is none, and is footnoted either way; a wave costs its
*> longest member, since the real runner waits for the whole
*> flock.
*>
*> The report lists each card's projected start and end wall-clock
*> whose durations are exactly what the projected finish is made
*> of. Weekly and monthly cards not due on the run-date are shown
*> passed over at zero cost; business-day cards are conservatively
*> assumed due. The projection is also filed to the dated DECKPLAN
*> file for the run-date (see DKPLNWS), so PLAN-ACTUAL can hold it
*> against what the night really did.
*>
*> Arguments, both optional and in either order of presence:
*> argument 1 a YYYYMMDD run-date (default today), argument 2 an
           SELECT PROGREG-FILE ASSIGN TO "PROGREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS progreg-status.
           SELECT DECKPLAN-FILE ASSIGN USING deckplan-dsn
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS deckplan-status.
           COPY RUNMDSL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
       01  CONTROL-CARD-REC PIC X(266).
       FD  DECKLIB-FILE.
       01  DECKLIB-REC PIC X(252).
       FD  CATALOG-FILE.
       01  CATALOG-REC PIC X(223).
       FD  PROGREG-FILE.
       01  PROGREG-REC PIC X(48).
       FD  DECKPLAN-FILE.
       01  DECKPLAN-REC PIC X(96).
       COPY RUNMDFD.

       WORKING-STORAGE SECTION.
       COPY BPARMWS.
       COPY PRCATWS.
       COPY PROGRGWS.
       COPY DKPLNWS.
       COPY RUNMDWS.
       01 progreg-status PIC XX.
       01 deckplan-status PIC XX.
       01 deckplan-dsn PIC X(40).
       01 PLAN-BASE-DATE PIC X(8).
*> The program registry, consulted first for shared-file
*> conflicts exactly as the runner's 19-SHARED-FILE-FOR does -
*> otherwise an onboarded program's waves would be projected into
           05 PROGREG-ENTRY OCCURS 30 TIMES.
               10 PG-T-PROGRAM PIC X(25).
               10 PG-T-SHARED  PIC X(10).
               10 PG-T-WEIGHT  PIC X(06).
       01 progreg-idx PIC 9(2) BINARY.
       01 PROGREG-HIT PIC X.
       01 card-status PIC XX.
       01 RAW-TABLE-MAX PIC 9(4) BINARY VALUE 400.
       01 raw-count PIC 9(4) BINARY VALUE ZERO.
       01 RAW-CARD-TABLE.
           05 RAW-CARD PIC X(266) OCCURS 400 TIMES.
       01 raw-idx PIC 9(4) BINARY.
       01 MEMBER-TABLE-MAX PIC 9(4) BINARY VALUE 100.
       01 member-count PIC 9(4) BINARY VALUE ZERO.
       01 MEMBER-CARD-TABLE.
           05 MEMBER-CARD PIC X(266) OCCURS 100 TIMES.
       01 member-idx PIC 9(4) BINARY.
       01 include-member PIC X(30).
       01 INCLUDE-USE-MAX PIC 9(2) BINARY VALUE 8.
       01 pending-count PIC 9(4) BINARY VALUE ZERO.
       01 DECK-TABLE.
           05 DECK-ENTRY OCCURS 200 TIMES.
               10 DK-CARD       PIC X(266).
               10 DK-PROBLEM-ID PIC X(30).
               10 DK-STATE      PIC X.
               10 DK-SECONDS    PIC 9(6) BINARY.
               10 DK-WAVE       PIC 9(4) BINARY.
               10 DK-CRITICAL   PIC X.
               10 DK-LATE       PIC X.
               10 DK-PRIORITY   PIC 9(1).
       01 deck-idx PIC 9(4) BINARY.
       01 CONTINUATION-PENDING PIC X VALUE "N".
           88 CONTINUATION-DUE VALUE "Y".
       01 dep-scan-idx PIC 9(4) BINARY.
       01 DEP-READINESS PIC X.
           88 DEPS-READY VALUE "Y".
       01 PRIORITY-DEFAULT PIC 9(1) VALUE 3.
       01 prio-class PIC 9(1) BINARY.
       01 PRIORITY-RAISED PIC X.
           88 PRIORITIES-MOVED VALUE "Y".

       01 STREAM-LIMIT-MAX PIC 9(2) BINARY VALUE 8.
       01 stream-limit PIC 9(2) BINARY VALUE 1.
       01 memory-budget PIC 9(6) BINARY VALUE ZERO.
       01 MEMORY-BUDGET-SET PIC X VALUE "N".
           88 MEMORY-IS-BUDGETED VALUE "Y".
       01 memory-budget-edit PIC Z(5)9.
       01 CUTOFF-SET PIC X VALUE "N".
           88 CUTOFF-IS-SET VALUE "Y".
       01 cutoff-time PIC X(6).
       01 catalog-idx PIC 9(4) BINARY.
       01 DEFAULT-CARD-SECS PIC 9(6) BINARY VALUE 60.
       01 unestimated-cards PIC 9(4) BINARY VALUE ZERO.
       01 band-gap-cards PIC 9(4) BINARY VALUE ZERO.

*> One simulated wave's members.
       01 group-size PIC 9(2) BINARY VALUE ZERO.
           05 GROUP-MEMBER OCCURS 8 TIMES.
               10 GM-DECK-IDX PIC 9(4) BINARY.
               10 GM-SHARED-FILE PIC X(10).
               10 GM-MEMORY-WEIGHT PIC 9(6) BINARY.
       01 group-idx PIC 9(2) BINARY.
       01 CARD-SHARED-FILE PIC X(10).
       01 CARD-MEMORY-WEIGHT PIC 9(6) BINARY.
       01 group-memory-weight PIC 9(7) BINARY.
       01 GROUP-CONFLICT PIC X.
           88 CARD-CONFLICTS VALUE "Y".
       01 wave-number PIC 9(4) BINARY VALUE ZERO.
       PROCEDURE DIVISION.
       00-MAIN SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PLAN-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PLAN-BASE-DATE.
           COMPUTE plan-start-secs =
               FUNCTION NUMVAL(FUNCTION CURRENT-DATE(9:2)) * 3600
                   + FUNCTION NUMVAL(FUNCTION CURRENT-DATE(11:2))
           END-PERFORM.

           PERFORM 01-LOAD-CATALOG.
           PERFORM 9500-LOAD-RUN-MODEL.
           PERFORM 10-LOAD-PROGREG.
           PERFORM 02-LOAD-DECK.
           PERFORM 11-SETTLE-PRIORITIES.
           PERFORM 05-SIMULATE-WAVES.
           PERFORM 08-PRINT-TIMELINE.
           PERFORM 12-FILE-PLAN.

           IF late-count > 0 THEN
                MOVE 4 TO RETURN-CODE

       03-STORE-CARD SECTION.
           IF CONTINUATION-DUE THEN
*> The planner prices a card from its first card's parameters,
*> where the primary parameter sits, so a continuation card only
*> needs its flag noted.
                MOVE "N" TO CONTINUATION-PENDING
                IF BP-CONTINUED THEN
                     MOVE "Y" TO CONTINUATION-PENDING
           MOVE 0 TO DK-WAVE(deck-count).
           MOVE SPACE TO DK-CRITICAL(deck-count).
           MOVE SPACE TO DK-LATE(deck-count).
           IF BP-PRIORITY >= "1" AND BP-PRIORITY <= "5" THEN
                MOVE BP-PRIORITY TO DK-PRIORITY(deck-count)
           ELSE
                MOVE PRIORITY-DEFAULT TO DK-PRIORITY(deck-count)
           END-IF.
           PERFORM 03A-COST-CARD.
           PERFORM 03B-JUDGE-DUE.
           IF BP-CONTINUED THEN
       03A-COST-CARD SECTION.
           MOVE DEFAULT-CARD-SECS TO DK-SECONDS(deck-count).
           MOVE "N" TO DK-ESTIMATED(deck-count).
           MOVE BP-PROBLEM-ID TO RM-PRICE-PROGRAM.
           MOVE BP-PARM-VALUE TO RM-PARM-SOURCE.
           PERFORM 9520-PRICE-FROM-RUN-MODEL.
           IF RM-PRICED-FROM-BAND THEN
                MOVE RM-PRICE-SECS TO DK-SECONDS(deck-count)
                MOVE "B" TO DK-ESTIMATED(deck-count)
                GO TO 03A-COST-CARD-EXIT
           END-IF.
           ADD 1 TO band-gap-cards.
           PERFORM VARYING catalog-idx FROM 1 BY 1
                   UNTIL catalog-idx > catalog-count
               IF CAT-PROGRAM-ID(catalog-idx)
           IF DK-ESTIMATED(deck-count) = "N" THEN
                ADD 1 TO unestimated-cards
           END-IF.
       03A-COST-CARD-EXIT.
           EXIT.

       03B-JUDGE-DUE SECTION.
*> Weekly and monthly cards not due on the run-date are passed over
                        MOVE FUNCTION NUMVAL(BP-PARM-VALUE)
                            TO stream-limit
                   END-IF
               WHEN "*MEMORY"
                   IF FUNCTION TRIM(BP-PARM-VALUE) IS NUMERIC
                           AND FUNCTION NUMVAL(BP-PARM-VALUE) >= 1
                           AND FUNCTION NUMVAL(BP-PARM-VALUE)
                               <= 999999 THEN
                        MOVE FUNCTION NUMVAL(BP-PARM-VALUE)
                            TO memory-budget
                        MOVE "Y" TO MEMORY-BUDGET-SET
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
               ADD 1 TO wave-number
               MOVE 0 TO group-size
               MOVE 0 TO pass-progress
               PERFORM VARYING prio-class FROM 1 BY 1
                       UNTIL prio-class > 5
                   PERFORM VARYING deck-idx FROM 1 BY 1
                           UNTIL deck-idx > deck-count
                       IF DK-STATE(deck-idx) = "P"
                               AND DK-PRIORITY(deck-idx)
                                   = prio-class THEN
                            PERFORM 06-TRY-ONE-CARD
                       END-IF
                   END-PERFORM
               END-PERFORM
               IF group-size = 0 THEN
*> An unsatisfiable remainder (dangling dependency); costed
                GO TO 06-TRY-ONE-CARD-EXIT
           END-IF.
           PERFORM 06B-SHARED-FILE-FOR.
           PERFORM 06C-MEMORY-WEIGHT-FOR.
           MOVE "N" TO GROUP-CONFLICT.
           MOVE CARD-MEMORY-WEIGHT TO group-memory-weight.
           PERFORM VARYING group-idx FROM 1 BY 1
                   UNTIL group-idx > group-size
               ADD GM-MEMORY-WEIGHT(group-idx) TO group-memory-weight
               IF DK-PROBLEM-ID(GM-DECK-IDX(group-idx))
                       = DK-PROBLEM-ID(deck-idx)
                    MOVE "Y" TO GROUP-CONFLICT
                    MOVE "Y" TO GROUP-CONFLICT
               END-IF
           END-PERFORM.
           IF MEMORY-IS-BUDGETED AND group-size > 0
                   AND group-memory-weight > memory-budget THEN
                MOVE "Y" TO GROUP-CONFLICT
           END-IF.
           IF CARD-CONFLICTS THEN
                GO TO 06-TRY-ONE-CARD-EXIT
           END-IF.
           ADD 1 TO group-size.
           MOVE deck-idx TO GM-DECK-IDX(group-size).
           MOVE CARD-SHARED-FILE TO GM-SHARED-FILE(group-size).
           MOVE CARD-MEMORY-WEIGHT TO GM-MEMORY-WEIGHT(group-size).
           MOVE "L" TO DK-STATE(deck-idx).
       06-TRY-ONE-CARD-EXIT.
           EXIT.
       06B-SHARED-FILE-FOR-EXIT.
           EXIT.

       06C-MEMORY-WEIGHT-FOR SECTION.
*> Mirrors 19A-MEMORY-WEIGHT-FOR in PROBLEM-RUNNER: the program's
*> PROGREG memory weight when stated, the compiled-in figure when
*> not.
           MOVE "N" TO PROGREG-HIT.
           PERFORM VARYING progreg-idx FROM 1 BY 1
                   UNTIL progreg-idx > progreg-count
               IF PG-T-PROGRAM(progreg-idx) = BP-PROBLEM-ID(1:25)
                       AND FUNCTION TRIM(PG-T-WEIGHT(progreg-idx))
                           IS NUMERIC THEN
                    MOVE FUNCTION NUMVAL(PG-T-WEIGHT(progreg-idx))
                        TO CARD-MEMORY-WEIGHT
                    MOVE "Y" TO PROGREG-HIT
               END-IF
           END-PERFORM.
           IF PROGREG-HIT = "Y" THEN
                GO TO 06C-MEMORY-WEIGHT-FOR-EXIT
           END-IF.
           EVALUATE BP-PROBLEM-ID
               WHEN "PRIME-SUM"
                   MOVE 10 TO CARD-MEMORY-WEIGHT
               WHEN "COIN-PARTITIONS"
                   MOVE 5 TO CARD-MEMORY-WEIGHT
               WHEN OTHER
                   MOVE 0 TO CARD-MEMORY-WEIGHT
           END-EVALUATE.
       06C-MEMORY-WEIGHT-FOR-EXIT.
           EXIT.

       10-LOAD-PROGREG SECTION.
           OPEN INPUT PROGREG-FILE.
           IF progreg-status = "35" THEN
                                TO PG-T-PROGRAM(progreg-count)
                            MOVE PG-SHARED-FILE
                                TO PG-T-SHARED(progreg-count)
                            MOVE PG-MEMORY-WEIGHT
                                TO PG-T-WEIGHT(progreg-count)
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "DECK-PLANNER: PROJECTED TIMELINE FOR "
                   PLAN-RUN-DATE ", " deck-count " CARD(S), "
                   stream-limit " STREAM(S)".
           IF MEMORY-IS-BUDGETED THEN
                MOVE memory-budget TO memory-budget-edit
                DISPLAY "DECK-PLANNER: WAVES HELD TO A "
                        FUNCTION TRIM(memory-budget-edit)
                        " MB MEMORY BUDGET"
           END-IF.
           IF CUTOFF-IS-SET THEN
                DISPLAY "DECK-PLANNER: CUTOFF AT "
                        cutoff-time(1:2) ":" cutoff-time(3:2)
                       IF DK-LATE(deck-idx) = "L" THEN
                            MOVE "PAST CUTOFF" TO RP-FLAGS(10:11)
                       END-IF
                       IF DK-ESTIMATED(deck-idx) NOT = "B" THEN
                            MOVE "?" TO RP-FLAGS(9:1)
                       END-IF
               END-EVALUATE
           MOVE clock-secs TO clock-work.
           PERFORM 09-FORMAT-CLOCK.
           DISPLAY "DECK-PLANNER: PROJECTED DECK END " clock-edit
                   " (" band-gap-cards " CARD(S) WITH NO HISTORY IN "
                   "THIS BAND, FLAGGED ?, " unestimated-cards
                   " OF THEM COSTED AT THE " DEFAULT-CARD-SECS
                   "-SECOND DEFAULT)".
           IF late-count > 0 THEN
                DISPLAY "DECK-PLANNER: " late-count " CARD(S) "
                        "PROJECTED TO START PAST THE CUTOFF - "
                        "MOVE OR TRIM THE CRITICAL-PATH CARDS"
           END-IF.

       11-SETTLE-PRIORITIES SECTION.
*> The runner's 45-SETTLE-PRIORITIES: every depends-on name is
*> lifted to the class of its most urgent dependent, pass after
*> pass until nothing moves. A cyclic deck the runner would refuse
*> stops after as many passes as there are cards.
           MOVE "Y" TO PRIORITY-RAISED.
           MOVE 0 TO pass-progress.
           PERFORM UNTIL NOT PRIORITIES-MOVED
                      OR pass-progress > deck-count
               MOVE "N" TO PRIORITY-RAISED
               ADD 1 TO pass-progress
               PERFORM VARYING deck-idx FROM 1 BY 1
                       UNTIL deck-idx > deck-count
                   MOVE DK-CARD(deck-idx) TO BATCH-PARM-RECORD
                   MOVE SPACES TO DEP-TOKENS
                   UNSTRING BP-DEPENDS-ON DELIMITED BY ","
                       INTO DEP-NAME(1) DEP-NAME(2) DEP-NAME(3)
                   PERFORM VARYING dep-idx FROM 1 BY 1
                           UNTIL dep-idx > 3
                       IF DEP-NAME(dep-idx) NOT = SPACES THEN
                            MOVE FUNCTION TRIM(DEP-NAME(dep-idx))
                                TO DEP-NAME(dep-idx)
                            PERFORM VARYING dep-scan-idx FROM 1 BY 1
                                    UNTIL dep-scan-idx > deck-count
                                IF DK-PROBLEM-ID(dep-scan-idx)
                                            = DEP-NAME(dep-idx)
                                        AND DK-PRIORITY(dep-scan-idx)
                                            > DK-PRIORITY(deck-idx)
                                     MOVE DK-PRIORITY(deck-idx)
                                         TO DK-PRIORITY(dep-scan-idx)
                                     MOVE "Y" TO PRIORITY-RAISED
                                END-IF
                            END-PERFORM
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-PERFORM.

       12-FILE-PLAN SECTION.
*> The projection just printed, filed for the run-date. OUTPUT, not
*> EXTEND: a re-plan after a deck edit supersedes the earlier one.
           MOVE SPACES TO deckplan-dsn.
           STRING "DECKPLAN.D" PLAN-RUN-DATE
               DELIMITED BY SIZE INTO deckplan-dsn.
           OPEN OUTPUT DECKPLAN-FILE.
           MOVE SPACES TO DECK-PLAN-RECORD.
           MOVE "PLAN" TO DP-RECORD-TYPE.
           MOVE deck-count TO DP-CARD-NUMBER.
           MOVE "PLANNED" TO DP-PROBLEM-ID.
           MOVE wave-number TO DP-WAVE.
           MOVE plan-start-secs TO DP-START-SECS.
           MOVE clock-secs TO DP-END-SECS.
           COMPUTE DP-SECONDS = clock-secs - plan-start-secs.
           MOVE PLAN-BASE-DATE TO DP-BASE-DATE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO DP-PLANNED-AT.
           MOVE DECK-PLAN-RECORD TO DECKPLAN-REC.
           WRITE DECKPLAN-REC.
           PERFORM VARYING deck-idx FROM 1 BY 1
                   UNTIL deck-idx > deck-count
               MOVE "CARD" TO DP-RECORD-TYPE
               MOVE deck-idx TO DP-CARD-NUMBER
               MOVE DK-PROBLEM-ID(deck-idx) TO DP-PROBLEM-ID
               MOVE DK-STATE(deck-idx) TO DP-STATE
               MOVE DK-WAVE(deck-idx) TO DP-WAVE
               MOVE DK-START-SECS(deck-idx) TO DP-START-SECS
               MOVE DK-END-SECS(deck-idx) TO DP-END-SECS
               MOVE DK-SECONDS(deck-idx) TO DP-SECONDS
               MOVE DK-CRITICAL(deck-idx) TO DP-CRITICAL
               MOVE DK-ESTIMATED(deck-idx) TO DP-ESTIMATED
               MOVE DECK-PLAN-RECORD TO DECKPLAN-REC
               WRITE DECKPLAN-REC
           END-PERFORM.
           CLOSE DECKPLAN-FILE.
           DISPLAY "DECK-PLANNER: PROJECTION FILED TO "
                   FUNCTION TRIM(deckplan-dsn).

       09-FORMAT-CLOCK SECTION.
*> Seconds-since-submit-midnight to HH:MM:SS, wrapping past
*> midnight the way the deck itself does.
           STRING clock-hh ":" clock-mm ":" clock-ss
               DELIMITED BY SIZE INTO clock-edit.

       COPY RUNMDPR.

       END PROGRAM DECK-PLANNER.
