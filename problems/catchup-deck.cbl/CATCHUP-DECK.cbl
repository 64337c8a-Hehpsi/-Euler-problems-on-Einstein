       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATCHUP-DECK.
*> Punches the catch-up deck for nights the machine missed, so
*> working out which weekly, monthly, business-day and
*> before-month-end cards would have run over a down weekend -
*> and stamping each with the right run-date - stops being a hand
*> exercise with a wall calendar. The standing RUNCARDS deck is
*> loaded the way PROBLEM-RUNNER loads it (continuation splices,
*> *INCLUDE expansion from DECKLIB, presets expanded for matching),
*> and for every date in the range each card is put through the
*> runner's own calendar judgment - 04-SELECT-BY-CALENDAR with the
*> card's CALLIB calendar or the flat HOLCAL list, business days
*> and month-ends included. A card due on a date is taken as done
*> when STEPLOG holds an OK record for it under that run-date (the
*> same key the runner's restart check uses), or when that date's
*> DECKHIST member shows the night's own deck ran it clean, found
*> it already complete, or judged its run condition false.
*>
*> Everything else due is punched to CATCHUP, stamped with its
*> original run-date, in date order and deck order within a date,
*> preceded by the standing deck's *STREAMS and *MEMORY cards. A
*> depends-on name stays on a punched card only while a card of
*> that name is punched for the same date - a prerequisite that
*> completed that night is satisfied, and the runner refuses a
*> name that is not in the deck. A card whose run condition or
*> parameter reference names a step that is not being rerun that
*> date, or whose prerequisite is itself held out, cannot be
*> judged by the runner and is held out for hand attention, with
*> the reason on the console.
*>
*> Arguments: a YYYYMMDD first date and an optional YYYYMMDD last
*> date (default the first). Both must be before today - tonight's
*> standing deck covers today - and the range may span at most
*> CATCHUP-DAYS-MAX days.
*>
*> Return codes: 0 a catch-up deck was punched, 4 nothing due in
*> the range is missing (CATCHUP is left empty), 8 a deck was
*> punched but one or more missing cards were held out, 16 a bad
*> argument or a deck that could not be loaded.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO "RUNCARDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS card-status.
           SELECT DECKLIB-FILE ASSIGN USING decklib-dsn
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS decklib-status.
           SELECT PRESETS-FILE ASSIGN TO "PRESETS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS presets-status.
           SELECT HOLIDAY-FILE ASSIGN TO "HOLCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS holiday-status.
           SELECT CALLIB-FILE ASSIGN TO "CALLIB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS callib-status.
           SELECT DECKHIST-FILE ASSIGN USING deckhist-dsn
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS deckhist-status.
           SELECT CATCHUP-FILE ASSIGN TO "CATCHUP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS catchup-status.
           COPY STPLGSL.
           COPY REGCFSL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
       01  CONTROL-CARD-REC PIC X(266).
       FD  DECKLIB-FILE.
       01  DECKLIB-REC PIC X(252).
       FD  PRESETS-FILE.
       01  PRESETS-REC PIC X(270).
       FD  HOLIDAY-FILE.
       01  HOLIDAY-REC PIC X(8).
       FD  CALLIB-FILE.
       01  CALLIB-REC PIC X(16).
       FD  DECKHIST-FILE.
       01  DECKHIST-REC PIC X(604).
       FD  CATCHUP-FILE.
       01  CATCHUP-REC PIC X(266).
       COPY STPLGFD.
       COPY REGCFFD.

       WORKING-STORAGE SECTION.
       COPY BPARMWS.
       COPY PRSETWS.
       COPY CALLIBWS.
       COPY DKHSTWS.
       COPY STPLGWS.
       COPY REGCFWS.
       01 card-status PIC XX.
       01 decklib-status PIC XX.
       01 presets-status PIC XX.
       01 holiday-status PIC XX.
       01 callib-status PIC XX.
       01 deckhist-status PIC XX.
       01 catchup-status PIC XX.
       01 decklib-dsn PIC X(40).
       01 deckhist-base PIC X(30) VALUE "DECKHIST".
       01 deckhist-dsn PIC X(40).

       01 ARG-COUNT PIC 9(2) BINARY VALUE ZERO.
       01 ARG-NUM   PIC 9(2) BINARY VALUE ZERO.
       01 arg-buffer PIC X(18).
       01 FIRST-DATE PIC X(8) VALUE SPACES.
       01 LAST-DATE PIC X(8) VALUE SPACES.
       01 TODAY-DATE PIC X(8).
       01 CATCHUP-DAYS-MAX PIC 9(4) BINARY VALUE 62.
       01 first-int PIC 9(8) BINARY.
       01 last-int PIC 9(8) BINARY.
       01 day-int PIC 9(8) BINARY.
       01 catchup-date PIC 9(8).

*> The raw deck image and its *INCLUDE expansion, the same shape
*> 14-LOAD-DECK holds in PROBLEM-RUNNER.
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
       01 include-pass-count PIC 9(4) BINARY VALUE ZERO.
       01 INCLUDE-PASS-MAX PIC 9(4) BINARY VALUE 160.
       01 include-slide-idx PIC 9(4) BINARY.

*> The standing deck's machine-shape control cards, punched once
*> at the head of the catch-up deck. *CUTOFF and the rest belong
*> to the night they were punched for, not to a daytime catch-up.
       01 CONTROL-TABLE-MAX PIC 9(2) BINARY VALUE 10.
       01 control-count PIC 9(2) BINARY VALUE ZERO.
       01 CONTROL-TABLE.
           05 CONTROL-CARD PIC X(266) OCCURS 10 TIMES.
       01 control-idx PIC 9(2) BINARY.

*> One entry per logical card: where its physical cards sit in the
*> raw image (first card plus any continuations), its spliced
*> parameter string, the same string with a preset expanded (what
*> STEPLOG and DECKHIST record), and its disposition for the date
*> being caught up - "-" not due, "D" done, "M" missing (to be
*> punched), "X" held out.
       01 DECK-TABLE-MAX PIC 9(4) BINARY VALUE 200.
       01 deck-count PIC 9(4) BINARY VALUE ZERO.
       01 DECK-TABLE.
           05 DECK-ENTRY OCCURS 200 TIMES.
               10 DK-RAW-IDX    PIC 9(4) BINARY.
               10 DK-RAW-SPAN   PIC 9(4) BINARY.
               10 DK-PROBLEM-ID PIC X(30).
               10 DK-PARM-LONG  PIC X(250).
               10 DK-MATCH-PARMS PIC X(250).
               10 DK-DAY-STATE  PIC X.
               10 DK-HOLD-REASON PIC X(60).
       01 deck-idx PIC 9(4) BINARY.
       01 scan-idx PIC 9(4) BINARY.
       01 parm-build PIC X(260).
       01 CONTINUATION-PENDING PIC X VALUE "N".
           88 CONTINUATION-DUE VALUE "Y".

       01 PRESET-TABLE-MAX PIC 9(2) BINARY VALUE 50.
       01 preset-count PIC 9(2) BINARY VALUE ZERO.
       01 PRESET-TABLE.
           05 PRESET-ENTRY OCCURS 50 TIMES.
               10 PT-NAME  PIC X(20).
               10 PT-VALUE PIC X(250).
       01 preset-idx PIC 9(2) BINARY.
       01 preset-match-idx PIC 9(2) BINARY.
       01 preset-ref PIC X(20).
       01 preset-rest PIC X(250).
       01 preset-split PIC 9(4) BINARY.

*> STEPLOG's OK records inside the range, keyed the way the
*> runner's 08-CHECK-ALREADY-COMPLETE keys its restart memory.
       01 COMPLETED-TABLE-MAX PIC 9(4) BINARY VALUE 2000.
       01 completed-count PIC 9(4) BINARY VALUE ZERO.
       01 COMPLETED-TABLE.
           05 COMPLETED-STEP OCCURS 2000 TIMES.
               10 CS-RUN-DATE   PIC X(8).
               10 CS-PROBLEM-ID PIC X(30).
               10 CS-PARM-VALUE PIC X(50).
       01 completed-idx PIC 9(4) BINARY.
       01 STEPLOG-TRUNCATED PIC X VALUE "N".
           88 STEPLOG-WAS-TRUNCATED VALUE "Y".

*> The date's DECKHIST cards that count as done.
       01 NIGHT-TABLE-MAX PIC 9(4) BINARY VALUE 400.
       01 night-count PIC 9(4) BINARY VALUE ZERO.
       01 NIGHT-TABLE.
           05 NIGHT-CARD OCCURS 400 TIMES.
               10 NC-PROBLEM-ID PIC X(30).
               10 NC-PARMS      PIC X(250).
       01 night-idx PIC 9(4) BINARY.

       01 HOLIDAY-TABLE-MAX PIC 9(4) BINARY VALUE 200.
       01 holiday-count PIC 9(4) BINARY VALUE ZERO.
       01 HOLIDAY-TABLE.
           05 HOLIDAY-DATE PIC X(8) OCCURS 200 TIMES.
       01 holiday-idx PIC 9(4) BINARY.
       01 CALLIB-TABLE-MAX PIC 9(4) BINARY VALUE 400.
       01 callib-count PIC 9(4) BINARY VALUE ZERO.
       01 CALLIB-TABLE.
           05 CALLIB-ENTRY OCCURS 400 TIMES.
               10 CB-CALENDAR PIC X(8).
               10 CB-DATE     PIC X(8).
       01 callib-idx PIC 9(4) BINARY.
       01 cal-probe-hdate PIC X(8).
       01 PROBE-HOLIDAY PIC X.
           88 PROBE-IS-HOLIDAY VALUE "Y".

       01 CARD-SELECTED PIC X VALUE "Y".
           88 CARD-IS-SELECTED VALUE "Y".
       01 cal-integer PIC 9(8) BINARY.
       01 cal-dump    PIC 9(8) BINARY.
       01 cal-weekday PIC 9(1) BINARY.
       01 cal-dom     PIC 9(2).
       01 cal-eom-date PIC 9(8).
       01 cal-next-month PIC 9(8).
       01 cal-freq-day PIC 9(2).
       01 cal-first-int PIC 9(8) BINARY.
       01 cal-eom-int PIC 9(8) BINARY.
       01 cal-probe-int PIC 9(8) BINARY.
       01 cal-probe-date PIC 9(8).
       01 cal-bus-count PIC 9(2) BINARY.
       01 cal-target-date PIC 9(8).
       01 PROBE-IS-BUSINESS PIC X.
           88 PROBE-BUSINESS-DAY VALUE "Y".
       01 BUS-TARGET-FOUND PIC X.
           88 BUS-TARGET-ON-HAND VALUE "Y".

       01 DEP-TOKENS.
           05 DEP-NAME PIC X(30) OCCURS 3 TIMES.
       01 dep-idx PIC 9(1) BINARY.
       01 COND-TOKENS.
           05 CD-VERB   PIC X(10).
           05 CD-TARGET PIC X(30).
           05 CD-VALUE  PIC X(20).
       01 rf-pos PIC 9(4) BINARY.
       01 rf-end PIC 9(4) BINARY.
       01 rf-name PIC X(30).
       01 rf-amp-count PIC 9(4) BINARY.
       01 prereq-name PIC X(30).
       01 PREREQ-PUNCHED PIC X.
           88 PREREQ-IS-PUNCHED VALUE "Y".
       01 PREREQ-HELD PIC X.
           88 PREREQ-IS-HELD VALUE "Y".
       01 HOLD-PROGRESS PIC X.
           88 HOLDS-MOVED VALUE "Y".
       01 new-depends PIC X(30).
       01 dep-pos PIC 9(4) BINARY.

       01 day-due-count PIC 9(4) BINARY.
       01 day-done-count PIC 9(4) BINARY.
       01 day-punch-count PIC 9(4) BINARY.
       01 day-held-count PIC 9(4) BINARY.
       01 punch-count PIC 9(4) BINARY VALUE ZERO.
       01 held-count PIC 9(4) BINARY VALUE ZERO.
       01 date-count PIC 9(4) BINARY VALUE ZERO.
       01 CATCHUP-OPENED PIC X VALUE "N".
           88 CATCHUP-IS-OPEN VALUE "Y".

       PROCEDURE DIVISION.
       00-MAIN SECTION.
           PERFORM 9800-LOAD-REGION-CONFIG.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER.
           PERFORM VARYING ARG-NUM FROM 1 BY 1
                   UNTIL ARG-NUM > ARG-COUNT
               MOVE SPACES TO arg-buffer
               DISPLAY ARG-NUM UPON ARGUMENT-NUMBER
               ACCEPT arg-buffer FROM ARGUMENT-VALUE
               IF ARG-NUM > 2
                       OR FUNCTION TRIM(arg-buffer) IS NOT NUMERIC
                       OR FUNCTION LENGTH(FUNCTION TRIM(arg-buffer))
                           NOT = 8 THEN
                    PERFORM 00A-REFUSE-ARGUMENTS
               END-IF
               IF FUNCTION TEST-DATE-YYYYMMDD(
                       FUNCTION NUMVAL(arg-buffer)) NOT = 0 THEN
                    PERFORM 00A-REFUSE-ARGUMENTS
               END-IF
               IF ARG-NUM = 1 THEN
                    MOVE FUNCTION TRIM(arg-buffer) TO FIRST-DATE
               ELSE
                    MOVE FUNCTION TRIM(arg-buffer) TO LAST-DATE
               END-IF
           END-PERFORM.
           IF FIRST-DATE = SPACES THEN
                PERFORM 00A-REFUSE-ARGUMENTS
           END-IF.
           IF LAST-DATE = SPACES THEN
                MOVE FIRST-DATE TO LAST-DATE
           END-IF.
           IF LAST-DATE < FIRST-DATE THEN
                DISPLAY "CATCHUP-DECK: LAST DATE " LAST-DATE
                        " IS BEFORE FIRST DATE " FIRST-DATE
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
           IF LAST-DATE >= TODAY-DATE THEN
                DISPLAY "CATCHUP-DECK: LAST DATE " LAST-DATE
                        " IS NOT BEFORE TODAY - TONIGHT'S STANDING "
                        "DECK COVERS TODAY"
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
           COMPUTE first-int = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(FIRST-DATE)).
           COMPUTE last-int = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(LAST-DATE)).
           IF last-int - first-int + 1 > CATCHUP-DAYS-MAX THEN
                DISPLAY "CATCHUP-DECK: RANGE " FIRST-DATE " TO "
                        LAST-DATE " SPANS MORE THAN "
                        CATCHUP-DAYS-MAX " DAYS"
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.

           MOVE STEP-LOG-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO STEP-LOG-DSN.
           MOVE deckhist-base TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO deckhist-base.

           PERFORM 01-LOAD-DECK.
           PERFORM 02-EXPAND-PRESETS.
           PERFORM 03-LOAD-COMPLETED-STEPS.
           PERFORM 05-LOAD-HOLIDAYS.

           DISPLAY "CATCHUP-DECK: CATCHING UP " FIRST-DATE " TO "
                   LAST-DATE " AGAINST " deck-count
                   " STANDING CARD(S)".
           PERFORM VARYING day-int FROM first-int BY 1
                   UNTIL day-int > last-int
               COMPUTE catchup-date =
                   FUNCTION DATE-OF-INTEGER(day-int)
               ADD 1 TO date-count
               PERFORM 07-CATCH-UP-ONE-DATE
           END-PERFORM.
           IF CATCHUP-IS-OPEN THEN
                CLOSE CATCHUP-FILE
           ELSE
                OPEN OUTPUT CATCHUP-FILE
                CLOSE CATCHUP-FILE
           END-IF.

           DISPLAY "CATCHUP-DECK: " date-count " DATE(S), "
                   punch-count " CARD(S) PUNCHED TO CATCHUP, "
                   held-count " HELD OUT".
           EVALUATE TRUE
               WHEN held-count > 0
                   MOVE 8 TO RETURN-CODE
               WHEN punch-count = 0
                   DISPLAY "CATCHUP-DECK: NOTHING DUE IN THE RANGE "
                           "IS MISSING"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

       00A-REFUSE-ARGUMENTS SECTION.
           DISPLAY "CATCHUP-DECK: ARGUMENTS ARE A YYYYMMDD FIRST "
                   "DATE AND AN OPTIONAL YYYYMMDD LAST DATE".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       01-LOAD-DECK SECTION.
           OPEN INPUT CONTROL-CARD-FILE.
           IF card-status = "35" THEN
                DISPLAY "CATCHUP-DECK: RUNCARDS CONTROL-CARD FILE "
                        "NOT FOUND"
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
           PERFORM UNTIL card-status = "10"
               READ CONTROL-CARD-FILE
                   AT END MOVE "10" TO card-status
                   NOT AT END
                       IF raw-count >= RAW-TABLE-MAX THEN
                            DISPLAY "CATCHUP-DECK: RUNCARDS HOLDS "
                                    "MORE THAN " RAW-TABLE-MAX
                                    " CARDS, DECK REFUSED"
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                       END-IF
                       ADD 1 TO raw-count
                       MOVE CONTROL-CARD-REC TO RAW-CARD(raw-count)
               END-READ
           END-PERFORM.
           CLOSE CONTROL-CARD-FILE.

           PERFORM 01A-EXPAND-INCLUDES.

           PERFORM VARYING raw-idx FROM 1 BY 1
                   UNTIL raw-idx > raw-count
               MOVE RAW-CARD(raw-idx) TO BATCH-PARM-RECORD
               PERFORM 01C-STORE-CARD
           END-PERFORM.

       01A-EXPAND-INCLUDES SECTION.
*> The same in-place member splice PROBLEM-RUNNER performs, with
*> DECK-PLANNER's total-pass ceiling standing in for the runner's
*> per-member loop refusal.
           MOVE 1 TO raw-idx.
           PERFORM UNTIL raw-idx > raw-count
               MOVE RAW-CARD(raw-idx) TO BATCH-PARM-RECORD
               IF BP-PROBLEM-ID = "*INCLUDE" THEN
                    ADD 1 TO include-pass-count
                    IF include-pass-count > INCLUDE-PASS-MAX THEN
                         DISPLAY "CATCHUP-DECK: INCLUDE EXPANSION "
                                 "NEVER SETTLES - PROBABLE "
                                 "INCLUDE LOOP, DECK REFUSED"
                         MOVE 16 TO RETURN-CODE
                         STOP RUN
                    END-IF
                    PERFORM 01B-SPLICE-MEMBER
               ELSE
                    ADD 1 TO raw-idx
               END-IF
           END-PERFORM.

       01B-SPLICE-MEMBER SECTION.
           MOVE SPACES TO include-member.
           MOVE FUNCTION TRIM(BP-PARM-VALUE) TO include-member.
           MOVE SPACES TO decklib-dsn.
           STRING "DECKLIB." FUNCTION TRIM(include-member)
               DELIMITED BY SIZE INTO decklib-dsn.
           OPEN INPUT DECKLIB-FILE.
           IF decklib-status = "35" THEN
                DISPLAY "CATCHUP-DECK: DECKLIB MEMBER "
                        FUNCTION TRIM(decklib-dsn)
                        " IS NOT ON DISK, DECK REFUSED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
           MOVE 0 TO member-count.
           PERFORM UNTIL decklib-status = "10"
               READ DECKLIB-FILE
                   AT END MOVE "10" TO decklib-status
                   NOT AT END
                       IF member-count < MEMBER-TABLE-MAX THEN
                            ADD 1 TO member-count
                            MOVE DECKLIB-REC
                                TO MEMBER-CARD(member-count)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DECKLIB-FILE.
           MOVE SPACES TO decklib-status.
           IF raw-count - 1 + member-count > RAW-TABLE-MAX THEN
                DISPLAY "CATCHUP-DECK: INCLUDE EXPANSION PUSHES "
                        "THE DECK PAST " RAW-TABLE-MAX
                        " CARDS, DECK REFUSED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
           IF member-count = 0 THEN
                PERFORM VARYING include-slide-idx FROM raw-idx BY 1
                        UNTIL include-slide-idx >= raw-count
                    MOVE RAW-CARD(include-slide-idx + 1)
                        TO RAW-CARD(include-slide-idx)
                END-PERFORM
                SUBTRACT 1 FROM raw-count
                GO TO 01B-SPLICE-MEMBER-EXIT
           END-IF.
           IF member-count > 1 THEN
                PERFORM VARYING include-slide-idx FROM raw-count
                        BY -1
                        UNTIL include-slide-idx <= raw-idx
                    COMPUTE member-idx =
                        include-slide-idx + member-count - 1
                    MOVE RAW-CARD(include-slide-idx)
                        TO RAW-CARD(member-idx)
                END-PERFORM
                COMPUTE raw-count = raw-count + member-count - 1
           END-IF.
           PERFORM VARYING member-idx FROM 1 BY 1
                   UNTIL member-idx > member-count
               COMPUTE include-slide-idx = raw-idx + member-idx - 1
               MOVE MEMBER-CARD(member-idx)
                   TO RAW-CARD(include-slide-idx)
           END-PERFORM.
       01B-SPLICE-MEMBER-EXIT.
           EXIT.

       01C-STORE-CARD SECTION.
           IF CONTINUATION-DUE THEN
                PERFORM 01D-SPLICE-CONTINUATION
                GO TO 01C-STORE-CARD-EXIT
           END-IF.
           IF BP-PROBLEM-ID = SPACES THEN
                GO TO 01C-STORE-CARD-EXIT
           END-IF.
           IF BP-PROBLEM-ID(1:1) = "*" THEN
                IF (BP-PROBLEM-ID = "*STREAMS"
                        OR BP-PROBLEM-ID = "*MEMORY")
                        AND control-count < CONTROL-TABLE-MAX THEN
                     ADD 1 TO control-count
                     MOVE RAW-CARD(raw-idx)
                         TO CONTROL-CARD(control-count)
                END-IF
                GO TO 01C-STORE-CARD-EXIT
           END-IF.
           IF deck-count >= DECK-TABLE-MAX THEN
                DISPLAY "CATCHUP-DECK: DECK HOLDS MORE THAN "
                        DECK-TABLE-MAX " CARDS, DECK REFUSED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
           ADD 1 TO deck-count.
           MOVE raw-idx TO DK-RAW-IDX(deck-count).
           MOVE 1 TO DK-RAW-SPAN(deck-count).
           MOVE BP-PROBLEM-ID TO DK-PROBLEM-ID(deck-count).
           MOVE BP-PARM-VALUE TO DK-PARM-LONG(deck-count).
           IF BP-CONTINUED THEN
                MOVE "Y" TO CONTINUATION-PENDING
           END-IF.
       01C-STORE-CARD-EXIT.
           EXIT.

       01D-SPLICE-CONTINUATION SECTION.
*> The runner's 14B splice rule: trailing blanks dropped on both
*> sides of the seam, leading blanks of the continuation kept.
           MOVE "N" TO CONTINUATION-PENDING.
           IF BP-CONTINUED THEN
                MOVE "Y" TO CONTINUATION-PENDING
           END-IF.
           ADD 1 TO DK-RAW-SPAN(deck-count).
           MOVE SPACES TO parm-build.
           STRING FUNCTION TRIM(DK-PARM-LONG(deck-count) TRAILING)
                      DELIMITED BY SIZE
                  FUNCTION TRIM(BP-PARM-VALUE TRAILING)
                      DELIMITED BY SIZE
                  INTO parm-build
               ON OVERFLOW
                   DISPLAY "CATCHUP-DECK: CONTINUED PARAMETERS FOR "
                           FUNCTION TRIM(DK-PROBLEM-ID(deck-count))
                           " EXCEED 250 CHARACTERS, DECK REFUSED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-STRING.
           MOVE parm-build(1:250) TO DK-PARM-LONG(deck-count).

       02-EXPAND-PRESETS SECTION.
*> STEPLOG and DECKHIST hold the expanded string, so that is what
*> a card is matched on. The punched card keeps its "@NAME" - the
*> runner expands it again at submission, and refuses a preset
*> that has gone missing, so one that is not on file here is
*> simply left unexpanded.
           MOVE 0 TO preset-count.
           OPEN INPUT PRESETS-FILE.
           IF presets-status NOT = "35" THEN
                PERFORM UNTIL presets-status = "10"
                    READ PRESETS-FILE
                        AT END MOVE "10" TO presets-status
                        NOT AT END
                            MOVE PRESETS-REC
                                TO PARAMETER-PRESET-RECORD
                            IF PS-NAME NOT = SPACES
                                    AND preset-count
                                        < PRESET-TABLE-MAX
                                 ADD 1 TO preset-count
                                 MOVE PS-NAME
                                     TO PT-NAME(preset-count)
                                 MOVE PS-VALUE
                                     TO PT-VALUE(preset-count)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PRESETS-FILE
           END-IF.
           PERFORM VARYING deck-idx FROM 1 BY 1
                   UNTIL deck-idx > deck-count
               MOVE DK-PARM-LONG(deck-idx) TO DK-MATCH-PARMS(deck-idx)
               IF DK-PARM-LONG(deck-idx)(1:1) = "@" THEN
                    PERFORM 02A-EXPAND-ONE-PRESET
               END-IF
           END-PERFORM.

       02A-EXPAND-ONE-PRESET SECTION.
           MOVE SPACES TO preset-ref.
           MOVE SPACES TO preset-rest.
           MOVE 2 TO preset-split.
           PERFORM UNTIL preset-split > 250
                         OR DK-PARM-LONG(deck-idx)
                             (preset-split:1) = SPACE
               ADD 1 TO preset-split
           END-PERFORM.
           IF preset-split > 2 THEN
                MOVE DK-PARM-LONG(deck-idx)(2:preset-split - 2)
                    TO preset-ref
           END-IF.
           IF preset-split < 250 THEN
                MOVE DK-PARM-LONG(deck-idx)(preset-split + 1:)
                    TO preset-rest
           END-IF.
           MOVE 0 TO preset-match-idx.
           PERFORM VARYING preset-idx FROM 1 BY 1
                   UNTIL preset-idx > preset-count
                      OR preset-match-idx NOT = 0
               IF PT-NAME(preset-idx) = preset-ref THEN
                    MOVE preset-idx TO preset-match-idx
               END-IF
           END-PERFORM.
           IF preset-match-idx = 0 THEN
                GO TO 02A-EXPAND-ONE-PRESET-EXIT
           END-IF.
           MOVE SPACES TO parm-build.
           IF preset-rest = SPACES THEN
                MOVE PT-VALUE(preset-match-idx) TO parm-build
           ELSE
                STRING FUNCTION TRIM(
                           PT-VALUE(preset-match-idx) TRAILING)
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(preset-rest TRAILING)
                           DELIMITED BY SIZE
                       INTO parm-build
                END-STRING
           END-IF.
           MOVE parm-build(1:250) TO DK-MATCH-PARMS(deck-idx).
       02A-EXPAND-ONE-PRESET-EXIT.
           EXIT.

       03-LOAD-COMPLETED-STEPS SECTION.
*> Every OK record on STEPLOG whose run-date falls in the range -
*> whatever night actually ran it, a carry-over or an earlier
*> catch-up included. An overflowing table only costs a card
*> punched twice, and the runner's own restart check skips that.
           OPEN INPUT STEP-LOG-FILE.
           IF STEP-LOG-STATUS = "35" THEN
                GO TO 03-LOAD-COMPLETED-STEPS-EXIT
           END-IF.
           PERFORM UNTIL STEP-LOG-STATUS = "10"
               READ STEP-LOG-FILE
                   AT END MOVE "10" TO STEP-LOG-STATUS
                   NOT AT END
                       MOVE STEP-LOG-RECORD TO STEP-LOG-WORK
                       IF (SL-STEP-OK OR SL-STEP-REUSED)
                               AND SL-RUN-DATE >= FIRST-DATE
                               AND SL-RUN-DATE <= LAST-DATE THEN
                            IF completed-count
                                    < COMPLETED-TABLE-MAX THEN
                                 ADD 1 TO completed-count
                                 MOVE SL-RUN-DATE TO
                                     CS-RUN-DATE(completed-count)
                                 MOVE SL-PROBLEM-ID TO
                                     CS-PROBLEM-ID(completed-count)
                                 MOVE SL-PARM-VALUE TO
                                     CS-PARM-VALUE(completed-count)
                            ELSE
                                 MOVE "Y" TO STEPLOG-TRUNCATED
                            END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STEP-LOG-FILE.
           IF STEPLOG-WAS-TRUNCATED THEN
                DISPLAY "CATCHUP-DECK: STEPLOG HOLDS MORE COMPLETED "
                        "STEPS IN THE RANGE THAN THE "
                        COMPLETED-TABLE-MAX "-ENTRY TABLE - SOME "
                        "DONE CARDS MAY BE PUNCHED, THE RUNNER "
                        "SKIPS THEM"
           END-IF.
       03-LOAD-COMPLETED-STEPS-EXIT.
           EXIT.

       04-SELECT-BY-CALENDAR SECTION.
*> PROBLEM-RUNNER's 04-SELECT-BY-CALENDAR, judged silently: a
*> catch-up across a month would otherwise fill the console with
*> pass-over lines for every card on every date. Holidays select
*> nothing, daily cards always match, weekly cards match on their
*> day-of-week, monthly cards on their day-of-month (99 = the last
*> day of the month), B and E cards on their business day.
           MOVE "Y" TO CARD-SELECTED.

           MOVE BP-RUN-DATE TO cal-probe-hdate.
           PERFORM 05C-PROBE-ACTIVE-HOLIDAY.
           IF PROBE-IS-HOLIDAY THEN
                MOVE "N" TO CARD-SELECTED
                GO TO 04-SELECT-BY-CALENDAR-EXIT
           END-IF.

           IF BP-FREQ-DAILY THEN
                GO TO 04-SELECT-BY-CALENDAR-EXIT
           END-IF.

           IF NOT BP-FREQ-WEEKLY AND NOT BP-FREQ-MONTHLY
                   AND NOT BP-FREQ-BUSINESS
                   AND NOT BP-FREQ-BEFORE-EOM THEN
                MOVE "N" TO CARD-SELECTED
                GO TO 04-SELECT-BY-CALENDAR-EXIT
           END-IF.

           IF FUNCTION TRIM(BP-FREQ-DAY) IS NOT NUMERIC THEN
                MOVE "N" TO CARD-SELECTED
                GO TO 04-SELECT-BY-CALENDAR-EXIT
           END-IF.
           MOVE FUNCTION TRIM(BP-FREQ-DAY) TO cal-freq-day.

           IF BP-FREQ-WEEKLY THEN
                COMPUTE cal-integer =
                    FUNCTION INTEGER-OF-DATE(FUNCTION
                        NUMVAL(BP-RUN-DATE))
                SUBTRACT 1 FROM cal-integer
                DIVIDE cal-integer BY 7 GIVING cal-dump
                    REMAINDER cal-weekday
                ADD 1 TO cal-weekday
                IF cal-weekday NOT = cal-freq-day THEN
                     MOVE "N" TO CARD-SELECTED
                END-IF
                GO TO 04-SELECT-BY-CALENDAR-EXIT
           END-IF.

           IF BP-FREQ-BUSINESS OR BP-FREQ-BEFORE-EOM THEN
                PERFORM 04B-MATCH-BUSINESS-DAY
                GO TO 04-SELECT-BY-CALENDAR-EXIT
           END-IF.

           MOVE BP-RUN-DATE(7:2) TO cal-dom.
           IF cal-freq-day = 99 THEN
                PERFORM 06-FIND-MONTH-END
                IF BP-RUN-DATE NOT = cal-eom-date THEN
                     MOVE "N" TO CARD-SELECTED
                END-IF
           ELSE
                IF cal-dom NOT = cal-freq-day THEN
                     MOVE "N" TO CARD-SELECTED
                END-IF
           END-IF.

       04-SELECT-BY-CALENDAR-EXIT.
           EXIT.

       04B-MATCH-BUSINESS-DAY SECTION.
*> The B code selects the cal-freq-day-th business day of the
*> run-date's month, counting forward from the first; the E code
*> counts backward, the last business day of the month being zero
*> business days before month-end.
           IF BP-FREQ-BUSINESS AND cal-freq-day = 0 THEN
                MOVE "N" TO CARD-SELECTED
                GO TO 04B-MATCH-BUSINESS-DAY-EXIT
           END-IF.
           PERFORM 06-FIND-MONTH-END.
           COMPUTE cal-first-int = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(BP-RUN-DATE(1:6)) * 100 + 1).
           COMPUTE cal-eom-int = FUNCTION INTEGER-OF-DATE(
               cal-eom-date).
           MOVE "N" TO BUS-TARGET-FOUND.
           MOVE 0 TO cal-bus-count.
           IF BP-FREQ-BUSINESS THEN
                PERFORM VARYING cal-probe-int FROM cal-first-int
                        BY 1
                        UNTIL cal-probe-int > cal-eom-int
                           OR BUS-TARGET-ON-HAND
                    PERFORM 04C-JUDGE-PROBE-DATE
                    IF PROBE-BUSINESS-DAY THEN
                         ADD 1 TO cal-bus-count
                         IF cal-bus-count = cal-freq-day THEN
                              MOVE cal-probe-date
                                  TO cal-target-date
                              MOVE "Y" TO BUS-TARGET-FOUND
                         END-IF
                    END-IF
                END-PERFORM
           ELSE
                PERFORM VARYING cal-probe-int FROM cal-eom-int
                        BY -1
                        UNTIL cal-probe-int < cal-first-int
                           OR BUS-TARGET-ON-HAND
                    PERFORM 04C-JUDGE-PROBE-DATE
                    IF PROBE-BUSINESS-DAY THEN
                         ADD 1 TO cal-bus-count
                         IF cal-bus-count = cal-freq-day + 1 THEN
                              MOVE cal-probe-date
                                  TO cal-target-date
                              MOVE "Y" TO BUS-TARGET-FOUND
                         END-IF
                    END-IF
                END-PERFORM
           END-IF.
           IF NOT BUS-TARGET-ON-HAND THEN
                MOVE "N" TO CARD-SELECTED
                GO TO 04B-MATCH-BUSINESS-DAY-EXIT
           END-IF.
           IF BP-RUN-DATE NOT = cal-target-date THEN
                MOVE "N" TO CARD-SELECTED
           END-IF.
       04B-MATCH-BUSINESS-DAY-EXIT.
           EXIT.

       04C-JUDGE-PROBE-DATE SECTION.
*> A business day is a Monday-through-Friday date that is not on
*> the holiday calendar.
           COMPUTE cal-probe-date = FUNCTION DATE-OF-INTEGER(
               cal-probe-int).
           MOVE "Y" TO PROBE-IS-BUSINESS.
           COMPUTE cal-integer = cal-probe-int - 1.
           DIVIDE cal-integer BY 7 GIVING cal-dump
               REMAINDER cal-weekday.
           ADD 1 TO cal-weekday.
           IF cal-weekday > 5 THEN
                MOVE "N" TO PROBE-IS-BUSINESS
                GO TO 04C-JUDGE-PROBE-DATE-EXIT
           END-IF.
           MOVE cal-probe-date TO cal-probe-hdate.
           PERFORM 05C-PROBE-ACTIVE-HOLIDAY.
           IF PROBE-IS-HOLIDAY THEN
                MOVE "N" TO PROBE-IS-BUSINESS
           END-IF.
       04C-JUDGE-PROBE-DATE-EXIT.
           EXIT.

       05-LOAD-HOLIDAYS SECTION.
           OPEN INPUT HOLIDAY-FILE.
           IF holiday-status = "35" THEN
                GO TO 05-LOAD-HOLIDAYS-EXIT
           END-IF.
           PERFORM UNTIL holiday-status = "10"
               READ HOLIDAY-FILE
                   AT END MOVE "10" TO holiday-status
                   NOT AT END
                       IF HOLIDAY-REC NOT = SPACES
                               AND holiday-count < HOLIDAY-TABLE-MAX
                            ADD 1 TO holiday-count
                            MOVE HOLIDAY-REC
                                TO HOLIDAY-DATE(holiday-count)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HOLIDAY-FILE.

       05-LOAD-HOLIDAYS-EXIT.
           PERFORM 05A-LOAD-CALENDAR-LIBRARY.

       05A-LOAD-CALENDAR-LIBRARY SECTION.
           OPEN INPUT CALLIB-FILE.
           IF callib-status = "35" THEN
                GO TO 05A-LOAD-CALENDAR-LIBRARY-EXIT
           END-IF.
           PERFORM UNTIL callib-status = "10"
               READ CALLIB-FILE
                   AT END MOVE "10" TO callib-status
                   NOT AT END
                       MOVE CALLIB-REC TO CALENDAR-LIBRARY-RECORD
                       IF CL-CALENDAR NOT = SPACES
                               AND CL-DATE NOT = SPACES
                               AND callib-count < CALLIB-TABLE-MAX
                            ADD 1 TO callib-count
                            MOVE CL-CALENDAR
                                TO CB-CALENDAR(callib-count)
                            MOVE CL-DATE
                                TO CB-DATE(callib-count)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CALLIB-FILE.
       05A-LOAD-CALENDAR-LIBRARY-EXIT.
           EXIT.

       05C-PROBE-ACTIVE-HOLIDAY SECTION.
*> Answers whether cal-probe-hdate is a holiday under the current
*> card's calendar: the CALLIB entries for BP-CALENDAR when the
*> column names one, the flat HOLCAL list when it is blank.
           MOVE "N" TO PROBE-HOLIDAY.
           IF BP-CALENDAR = SPACES THEN
                PERFORM VARYING holiday-idx FROM 1 BY 1
                        UNTIL holiday-idx > holiday-count
                    IF HOLIDAY-DATE(holiday-idx)
                            = cal-probe-hdate THEN
                         MOVE "Y" TO PROBE-HOLIDAY
                    END-IF
                END-PERFORM
           ELSE
                PERFORM VARYING callib-idx FROM 1 BY 1
                        UNTIL callib-idx > callib-count
                    IF CB-CALENDAR(callib-idx) = BP-CALENDAR
                            AND CB-DATE(callib-idx)
                                = cal-probe-hdate THEN
                         MOVE "Y" TO PROBE-HOLIDAY
                    END-IF
                END-PERFORM
           END-IF.

       06-FIND-MONTH-END SECTION.
*> Last day of BP-RUN-DATE's month: first of the following month,
*> back one day on the INTEGER-OF-DATE scale.
           COMPUTE cal-next-month =
               FUNCTION NUMVAL(BP-RUN-DATE(1:6)) * 100 + 1.
           IF cal-next-month(5:2) = "12" THEN
                COMPUTE cal-next-month =
                    (FUNCTION NUMVAL(BP-RUN-DATE(1:4)) + 1) * 10000
                        + 101
           ELSE
                ADD 100 TO cal-next-month
           END-IF.
           COMPUTE cal-eom-date = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(cal-next-month) - 1).

       07-CATCH-UP-ONE-DATE SECTION.
*> Judges every card for catchup-date, holds out what the runner
*> could not judge, and punches the rest.
           PERFORM 07B-LOAD-NIGHT-HISTORY.
           MOVE 0 TO day-due-count.
           MOVE 0 TO day-done-count.
           MOVE 0 TO day-punch-count.
           MOVE 0 TO day-held-count.
           PERFORM VARYING deck-idx FROM 1 BY 1
                   UNTIL deck-idx > deck-count
               PERFORM 07A-JUDGE-CARD-FOR-DATE
           END-PERFORM.

           MOVE "Y" TO HOLD-PROGRESS.
           PERFORM UNTIL NOT HOLDS-MOVED
               MOVE "N" TO HOLD-PROGRESS
               PERFORM VARYING deck-idx FROM 1 BY 1
                       UNTIL deck-idx > deck-count
                   IF DK-DAY-STATE(deck-idx) = "M" THEN
                        PERFORM 08-JUDGE-RUNNABLE
                   END-IF
               END-PERFORM
           END-PERFORM.

           PERFORM VARYING deck-idx FROM 1 BY 1
                   UNTIL deck-idx > deck-count
               EVALUATE DK-DAY-STATE(deck-idx)
                   WHEN "M"
                       PERFORM 09-PUNCH-CARD
                   WHEN "X"
                       ADD 1 TO day-held-count
                       ADD 1 TO held-count
                       DISPLAY "CATCHUP-DECK: " catchup-date
                               " HOLDING OUT "
                               FUNCTION TRIM(DK-PROBLEM-ID(deck-idx))
                               " - "
                               FUNCTION TRIM(DK-HOLD-REASON(deck-idx))
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           DISPLAY "CATCHUP-DECK: " catchup-date " "
                   day-due-count " DUE, " day-done-count
                   " COMPLETED, " day-punch-count " PUNCHED, "
                   day-held-count " HELD OUT".

       07A-JUDGE-CARD-FOR-DATE SECTION.
*> A card punched with a run-date of its own belongs to that date
*> alone; a standing card (blank run-date) is judged for the date
*> under its calendar.
           MOVE "-" TO DK-DAY-STATE(deck-idx).
           MOVE SPACES TO DK-HOLD-REASON(deck-idx).
           MOVE RAW-CARD(DK-RAW-IDX(deck-idx)) TO BATCH-PARM-RECORD.
           IF BP-RUN-DATE NOT = SPACES
                   AND BP-RUN-DATE NOT = catchup-date THEN
                GO TO 07A-JUDGE-CARD-FOR-DATE-EXIT
           END-IF.
           MOVE catchup-date TO BP-RUN-DATE.
           PERFORM 04-SELECT-BY-CALENDAR.
           IF NOT CARD-IS-SELECTED THEN
                GO TO 07A-JUDGE-CARD-FOR-DATE-EXIT
           END-IF.
           ADD 1 TO day-due-count.

*> STEPLOG and DECKHIST keep a referencing card's parameters as
*> resolved that night, which the punched "&" text never equals,
*> so such a card is matched on its program alone.
           MOVE 0 TO rf-amp-count.
           INSPECT DK-MATCH-PARMS(deck-idx)
               TALLYING rf-amp-count FOR ALL "&".
           IF rf-amp-count > 0 THEN
                PERFORM VARYING completed-idx FROM 1 BY 1
                        UNTIL completed-idx > completed-count
                    IF CS-RUN-DATE(completed-idx) = BP-RUN-DATE
                            AND CS-PROBLEM-ID(completed-idx)
                                = DK-PROBLEM-ID(deck-idx)
                         MOVE "D" TO DK-DAY-STATE(deck-idx)
                    END-IF
                END-PERFORM
                PERFORM VARYING night-idx FROM 1 BY 1
                        UNTIL night-idx > night-count
                    IF NC-PROBLEM-ID(night-idx)
                            = DK-PROBLEM-ID(deck-idx)
                         MOVE "D" TO DK-DAY-STATE(deck-idx)
                    END-IF
                END-PERFORM
                GO TO 07A-JUDGE-CARD-FOR-DATE-TALLY
           END-IF.

           IF DK-MATCH-PARMS(deck-idx)(51:) = SPACES THEN
                PERFORM VARYING completed-idx FROM 1 BY 1
                        UNTIL completed-idx > completed-count
                    IF CS-RUN-DATE(completed-idx) = BP-RUN-DATE
                            AND CS-PROBLEM-ID(completed-idx)
                                = DK-PROBLEM-ID(deck-idx)
                            AND CS-PARM-VALUE(completed-idx)
                                = DK-MATCH-PARMS(deck-idx)(1:50)
                         MOVE "D" TO DK-DAY-STATE(deck-idx)
                    END-IF
                END-PERFORM
           END-IF.
           PERFORM VARYING night-idx FROM 1 BY 1
                   UNTIL night-idx > night-count
               IF NC-PROBLEM-ID(night-idx) = DK-PROBLEM-ID(deck-idx)
                       AND NC-PARMS(night-idx)
                           = DK-MATCH-PARMS(deck-idx)
                    MOVE "D" TO DK-DAY-STATE(deck-idx)
               END-IF
           END-PERFORM.

       07A-JUDGE-CARD-FOR-DATE-TALLY.
           IF DK-DAY-STATE(deck-idx) = "D" THEN
                ADD 1 TO day-done-count
           ELSE
                MOVE "M" TO DK-DAY-STATE(deck-idx)
           END-IF.
       07A-JUDGE-CARD-FOR-DATE-EXIT.
           EXIT.

       07B-LOAD-NIGHT-HISTORY SECTION.
*> The date's own DECKHIST member, when the machine got that far:
*> a card the night ran clean (R), found already complete (A),
*> passed over (O), or judged its run condition false (N) needs
*> nothing more.
           MOVE 0 TO night-count.
           MOVE SPACES TO deckhist-dsn.
           STRING FUNCTION TRIM(deckhist-base) ".D" catchup-date
               DELIMITED BY SIZE INTO deckhist-dsn.
           OPEN INPUT DECKHIST-FILE.
           IF deckhist-status = "35" THEN
                GO TO 07B-LOAD-NIGHT-HISTORY-EXIT
           END-IF.
           PERFORM UNTIL deckhist-status = "10"
               READ DECKHIST-FILE
                   AT END MOVE "10" TO deckhist-status
                   NOT AT END
                       MOVE DECKHIST-REC TO DECK-HISTORY-RECORD
                       IF DH-CARD-ENTRY
                               AND (DH-STATE = "R" OR DH-STATE = "A"
                                 OR DH-STATE = "O" OR DH-STATE = "N")
                               AND night-count < NIGHT-TABLE-MAX
                            ADD 1 TO night-count
                            MOVE DH-PROBLEM-ID
                                TO NC-PROBLEM-ID(night-count)
                            MOVE DH-PARMS TO NC-PARMS(night-count)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DECKHIST-FILE.
       07B-LOAD-NIGHT-HISTORY-EXIT.
           MOVE SPACES TO deckhist-status.

       08-JUDGE-RUNNABLE SECTION.
*> A missing card the runner could not judge is held out: its run
*> condition or a parameter reference names a step that is not
*> being rerun for the date (the runner refuses a condition whose
*> step is not in the deck, and a reference needs tonight's answer
*> from the card just above it), or a prerequisite of it is itself
*> held out. Holding one card out can strand another, so the
*> caller repeats until nothing moves.
           MOVE RAW-CARD(DK-RAW-IDX(deck-idx)) TO BATCH-PARM-RECORD.

           IF BP-CONDITION NOT = SPACES THEN
                MOVE SPACES TO COND-TOKENS
                UNSTRING BP-CONDITION DELIMITED BY ALL " "
                    INTO CD-VERB CD-TARGET CD-VALUE
                MOVE CD-TARGET TO prereq-name
                PERFORM 08A-FIND-PREREQUISITE
                IF NOT PREREQ-IS-PUNCHED THEN
                     MOVE SPACES TO DK-HOLD-REASON(deck-idx)
                     STRING "RUN CONDITION NAMES "
                            FUNCTION TRIM(prereq-name)
                            ", WHICH IS NOT BEING RERUN"
                         DELIMITED BY SIZE
                         INTO DK-HOLD-REASON(deck-idx)
                     GO TO 08-JUDGE-RUNNABLE-HOLD
                END-IF
           END-IF.

           MOVE 1 TO rf-pos.
           PERFORM UNTIL rf-pos > 249
               IF DK-MATCH-PARMS(deck-idx)(rf-pos:1) = "&" THEN
                    PERFORM 08B-JUDGE-REFERENCE
                    IF DK-HOLD-REASON(deck-idx) NOT = SPACES THEN
                         GO TO 08-JUDGE-RUNNABLE-HOLD
                    END-IF
               END-IF
               ADD 1 TO rf-pos
           END-PERFORM.

           MOVE SPACES TO DEP-TOKENS.
           UNSTRING BP-DEPENDS-ON DELIMITED BY ","
               INTO DEP-NAME(1) DEP-NAME(2) DEP-NAME(3).
           PERFORM VARYING dep-idx FROM 1 BY 1 UNTIL dep-idx > 3
               IF DEP-NAME(dep-idx) NOT = SPACES THEN
                    MOVE FUNCTION TRIM(DEP-NAME(dep-idx))
                        TO prereq-name
                    PERFORM 08A-FIND-PREREQUISITE
                    IF PREREQ-IS-HELD
                            AND DK-HOLD-REASON(deck-idx) = SPACES
                         STRING "PREREQUISITE "
                                FUNCTION TRIM(prereq-name)
                                " IS HELD OUT"
                             DELIMITED BY SIZE
                             INTO DK-HOLD-REASON(deck-idx)
                    END-IF
               END-IF
           END-PERFORM.
           IF DK-HOLD-REASON(deck-idx) = SPACES THEN
                GO TO 08-JUDGE-RUNNABLE-EXIT
           END-IF.

       08-JUDGE-RUNNABLE-HOLD.
           MOVE "X" TO DK-DAY-STATE(deck-idx).
           MOVE "Y" TO HOLD-PROGRESS.
       08-JUDGE-RUNNABLE-EXIT.
           EXIT.

       08A-FIND-PREREQUISITE SECTION.
*> Whether any card named prereq-name is being punched for the
*> date, and whether any is held out.
           MOVE "N" TO PREREQ-PUNCHED.
           MOVE "N" TO PREREQ-HELD.
           PERFORM VARYING scan-idx FROM 1 BY 1
                   UNTIL scan-idx > deck-count
               IF DK-PROBLEM-ID(scan-idx) = prereq-name THEN
                    IF DK-DAY-STATE(scan-idx) = "M" THEN
                         MOVE "Y" TO PREREQ-PUNCHED
                    END-IF
                    IF DK-DAY-STATE(scan-idx) = "X" THEN
                         MOVE "Y" TO PREREQ-HELD
                    END-IF
               END-IF
           END-PERFORM.

       08B-JUDGE-REFERENCE SECTION.
*> &NAME.ANSWER / &NAME.EFFECTIVE(KEY) resolves against the nearest
*> card above this one carrying NAME, so that card must be one
*> being punched. A malformed reference is left for the runner to
*> refuse with its own message.
           MOVE rf-pos TO rf-end.
           PERFORM UNTIL rf-end > 249
                      OR DK-MATCH-PARMS(deck-idx)(rf-end + 1:1) = "."
                      OR DK-MATCH-PARMS(deck-idx)(rf-end + 1:1)
                          = SPACE
               ADD 1 TO rf-end
           END-PERFORM.
           IF rf-end > 249 OR rf-end = rf-pos
                   OR rf-end - rf-pos > 30
                   OR DK-MATCH-PARMS(deck-idx)(rf-end + 1:1)
                       NOT = "." THEN
                GO TO 08B-JUDGE-REFERENCE-EXIT
           END-IF.
           MOVE SPACES TO rf-name.
           MOVE DK-MATCH-PARMS(deck-idx)(rf-pos + 1:rf-end - rf-pos)
               TO rf-name.
           MOVE 0 TO dep-pos.
           PERFORM VARYING scan-idx FROM 1 BY 1
                   UNTIL scan-idx >= deck-idx
               IF DK-PROBLEM-ID(scan-idx) = rf-name THEN
                    MOVE scan-idx TO dep-pos
               END-IF
           END-PERFORM.
           IF dep-pos = 0 THEN
                GO TO 08B-JUDGE-REFERENCE-EXIT
           END-IF.
           IF DK-DAY-STATE(dep-pos) NOT = "M" THEN
                STRING "REFERENCES "
                       FUNCTION TRIM(rf-name)
                       ", WHICH IS NOT BEING RERUN"
                    DELIMITED BY SIZE
                    INTO DK-HOLD-REASON(deck-idx)
           END-IF.
       08B-JUDGE-REFERENCE-EXIT.
           EXIT.

       09-PUNCH-CARD SECTION.
*> The card's first physical card goes out stamped with the date
*> and its depends-on list cut down to the names being punched for
*> the same date; any continuation cards follow it unchanged.
           IF NOT CATCHUP-IS-OPEN THEN
                OPEN OUTPUT CATCHUP-FILE
                MOVE "Y" TO CATCHUP-OPENED
                PERFORM VARYING control-idx FROM 1 BY 1
                        UNTIL control-idx > control-count
                    MOVE CONTROL-CARD(control-idx) TO CATCHUP-REC
                    WRITE CATCHUP-REC
                END-PERFORM
           END-IF.
           MOVE RAW-CARD(DK-RAW-IDX(deck-idx)) TO BATCH-PARM-RECORD.
           MOVE catchup-date TO BP-RUN-DATE.
           MOVE SPACES TO DEP-TOKENS.
           UNSTRING BP-DEPENDS-ON DELIMITED BY ","
               INTO DEP-NAME(1) DEP-NAME(2) DEP-NAME(3).
           MOVE SPACES TO new-depends.
           MOVE 1 TO dep-pos.
           PERFORM VARYING dep-idx FROM 1 BY 1 UNTIL dep-idx > 3
               IF DEP-NAME(dep-idx) NOT = SPACES THEN
                    MOVE FUNCTION TRIM(DEP-NAME(dep-idx))
                        TO prereq-name
                    PERFORM 08A-FIND-PREREQUISITE
                    IF PREREQ-IS-PUNCHED THEN
                         IF dep-pos > 1 THEN
                              STRING "," DELIMITED BY SIZE
                                  INTO new-depends
                                  WITH POINTER dep-pos
                         END-IF
                         STRING FUNCTION TRIM(prereq-name)
                             DELIMITED BY SIZE
                             INTO new-depends
                             WITH POINTER dep-pos
                    END-IF
               END-IF
           END-PERFORM.
           MOVE new-depends TO BP-DEPENDS-ON.
           MOVE BATCH-PARM-RECORD TO CATCHUP-REC.
           WRITE CATCHUP-REC.
           PERFORM VARYING raw-idx FROM DK-RAW-IDX(deck-idx) BY 1
                   UNTIL raw-idx >= DK-RAW-IDX(deck-idx)
                                    + DK-RAW-SPAN(deck-idx) - 1
               MOVE RAW-CARD(raw-idx + 1) TO CATCHUP-REC
               WRITE CATCHUP-REC
           END-PERFORM.
           ADD 1 TO day-punch-count.
           ADD 1 TO punch-count.
           DISPLAY "CATCHUP-DECK: " catchup-date " PUNCHED "
                   FUNCTION TRIM(DK-PROBLEM-ID(deck-idx)) " "
                   FUNCTION TRIM(DK-PARM-LONG(deck-idx)).

       COPY REGCFPR.
