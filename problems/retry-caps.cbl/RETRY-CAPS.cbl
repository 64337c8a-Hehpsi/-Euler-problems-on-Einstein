       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETRY-CAPS.
*> Retry and timeout effectiveness over the STEPLOG history, so the
*> RETRY-n and BP-MAX-ELAPSED columns on RUNCARDS are set from what
*> the steps actually did instead of by feel. For every standing
*> step card (blank run-date) on RUNCARDS it shows how many times
*> the card launched, how many first attempts failed, how many
*> RETRY attempts were spent and how many of those brought the
*> step home (every RTRY record is an attempt that did not), how
*> often the elapsed cap fired - a first attempt logged TIMEOUT, or
*> a retry killed by the timeout command - and, for a card with no
*> retry, how many of its failures a later clean run fixed.
*>
*> A STEPLOG record belongs to the card of its program whose
*> punched parameters match the logged ones, else to the program's
*> first card. A retried step's attempts share its step-id, so the
*> original failure and the RTRY/OK records after it are one launch
*> however the records of a wave interleave.
*>
*> The cap is judged against the program's real elapsed
*> distribution on RESULTLOG (clean runs the program logged itself -
*> not served from CERTREG): its mean, 99th-percentile and longest
*> run. The recommended cap is the 99th percentile plus a quarter,
*> and never less than thirty seconds over it; a card whose cap
*> fired is never recommended a lower one, since a killed run
*> leaves no RESULTLOG record to show how long it needed. A card
*> whose cap is off the recommendation by more than a tenth - or
*> that has no cap at all - gets a recommendation, and so does a
*> retry candidate: a card with no RETRY whose failures were later
*> fixed by a clean rerun, proposed at RETRY-1 when its on-error
*> action is CONTINUE (a SKIP-REST or ABORT-DECK card is flagged
*> only, its action being a decision for the owner).
*>
*> Recommendations are punched on CAPXACT as DECKXACT CHANGE
*> transactions (see DKXCTWS), continuation cards riding under
*> them as CONT lines, for review: nothing is applied. The user-id
*> columns are left blank; whoever accepts a line signs it there
*> and passes it to DECK-MAINT, which applies it under the usual
*> checks and dual control.
*>
*> Argument, optional: a YYYYMMDD date; only runs on or after it
*> are counted. Return codes: 0 nothing to recommend, 4 at least
*> one recommendation or flag, 16 a bad argument or no RUNCARDS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO "RUNCARDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS card-status.
           SELECT CAPXACT-FILE ASSIGN TO "CAPXACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS capxact-status.
           COPY STPLGSL.
           COPY RESLOGSL.
           COPY REGCFSL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
       01  CONTROL-CARD-REC PIC X(266).
       FD  CAPXACT-FILE.
       01  CAPXACT-REC PIC X(328).
       COPY STPLGFD.
       COPY RESLOGFD.
       COPY REGCFFD.

       WORKING-STORAGE SECTION.
       COPY BPARMWS.
       COPY DKXCTWS.
       COPY STPLGWS.
       COPY RESLOGWS.
       COPY REGCFWS.
       01 card-status PIC XX.
       01 capxact-status PIC XX.

       01 ARG-COUNT PIC 9(2) BINARY VALUE ZERO.
       01 ARG-NUM   PIC 9(2) BINARY VALUE ZERO.
       01 arg-buffer PIC X(18).
       01 SINCE-DATE PIC X(8) VALUE SPACES.

*> RUNCARDS line for line, so a recommendation can carry the card
*> and its continuation lines exactly as punched.
       01 LINE-TABLE-MAX PIC 9(4) BINARY VALUE 400.
       01 line-count PIC 9(4) BINARY VALUE ZERO.
       01 LINE-TABLE.
           05 RC-LINE PIC X(266) OCCURS 400 TIMES.
       01 line-idx PIC 9(4) BINARY.
       01 CONT-PENDING PIC X VALUE "N".
           88 CONT-DUE VALUE "Y".

*> One entry per standing step card, with its tally. The CD-OPEN
*> fields hold the launch in progress - the step-id whose retry
*> records may still follow - until the card's next launch or the
*> end of the log settles it.
       01 CARD-TABLE-MAX PIC 9(4) BINARY VALUE 200.
       01 card-count PIC 9(4) BINARY VALUE ZERO.
       01 CARD-TABLE.
           05 CARD-ENTRY OCCURS 200 TIMES.
               10 CD-LINE         PIC 9(4) BINARY.
               10 CD-SPAN         PIC 9(2) BINARY.
               10 CD-PROBLEM-ID   PIC X(30).
               10 CD-PARM         PIC X(50).
               10 CD-ON-ERROR     PIC X(10).
               10 CD-CAP          PIC X(6).
               10 CD-OCCURRENCE   PIC 9(2) BINARY.
               10 CD-KEY-HITS     PIC 9(2) BINARY.
               10 CD-PROG-IDX     PIC 9(4) BINARY.
               10 CD-RUNS         PIC 9(6) BINARY.
               10 CD-FIRST-FAILS  PIC 9(6) BINARY.
               10 CD-RETRIES      PIC 9(6) BINARY.
               10 CD-RECOVERED    PIC 9(6) BINARY.
               10 CD-WASTED       PIC 9(6) BINARY.
               10 CD-TIMEOUTS     PIC 9(6) BINARY.
               10 CD-RERUN-FIXED  PIC 9(6) BINARY.
               10 CD-PENDING-FAIL PIC X.
               10 CD-OPEN         PIC X.
                   88 CD-HAS-OPEN-LAUNCH VALUE "Y".
               10 CD-OPEN-STEP-ID PIC X(19).
               10 CD-OPEN-FIRST   PIC X(8).
               10 CD-OPEN-LAST    PIC X(8).
               10 CD-OPEN-RETRIES PIC 9(2) BINARY.
       01 card-idx PIC 9(4) BINARY.
       01 scan-idx PIC 9(4) BINARY.

*> Each deck program's clean elapsed runs off RESULTLOG: count,
*> total, and the twenty longest, longest first - enough to read
*> the 99th percentile off for up to two thousand runs, and a
*> cautious (higher) figure beyond that.
       01 PROG-TABLE-MAX PIC 9(4) BINARY VALUE 100.
       01 TOP-MAX PIC 9(2) BINARY VALUE 20.
       01 prog-count PIC 9(4) BINARY VALUE ZERO.
       01 PROG-TABLE.
           05 PROG-ENTRY OCCURS 100 TIMES.
               10 PG-PROGRAM   PIC X(25).
               10 PG-RUNS      PIC 9(8) BINARY.
               10 PG-TOTAL     PIC 9(12) BINARY.
               10 PG-TOP-COUNT PIC 9(2) BINARY.
               10 PG-TOP       PIC 9(6) BINARY OCCURS 20 TIMES.
       01 prog-idx PIC 9(4) BINARY.
       01 top-idx PIC 9(2) BINARY.
       01 slide-idx PIC 9(2) BINARY.

       01 MIN-SAMPLES PIC 9(4) BINARY VALUE 5.
       01 MARGIN-PERCENT PIC 9(3) BINARY VALUE 25.
       01 MARGIN-FLOOR-SECS PIC 9(4) BINARY VALUE 30.
       01 CAP-SLACK-PERCENT PIC 9(3) BINARY VALUE 10.
       01 p99-rank PIC 9(8) BINARY.
       01 p99-from-top PIC 9(8) BINARY.
       01 p99-secs PIC 9(6) BINARY.
       01 mean-secs PIC 9(6).
       01 margin-secs PIC 9(6) BINARY.
       01 rec-cap PIC 9(6).
       01 cur-cap PIC 9(6).
       01 cap-gap PIC 9(6) BINARY.
       01 PUNCH-CAP PIC X.
           88 PUNCH-THE-CAP VALUE "Y".
       01 PUNCH-RETRY PIC X.
           88 PUNCH-THE-RETRY VALUE "Y".
       01 CAP-HELD PIC X.
           88 CAP-HELD-AT-CURRENT VALUE "Y".
       01 CARD-FLAGGED PIC X.
           88 CARD-IS-FLAGGED VALUE "Y".
       01 flagged-count PIC 9(4) BINARY VALUE ZERO.
       01 punched-count PIC 9(4) BINARY VALUE ZERO.
       01 parm-len PIC 9(4) BINARY.

       01 num-edit PIC Z(5)9.
       01 num-edit-2 PIC Z(5)9.
       01 num-edit-3 PIC Z(5)9.
       01 num-edit-4 PIC Z(5)9.
       01 card-num-edit PIC Z(3)9.
       01 cap-word PIC X(10).

       PROCEDURE DIVISION.
       00-MAIN SECTION.
           PERFORM 9800-LOAD-REGION-CONFIG.
           MOVE STEP-LOG-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO STEP-LOG-DSN.
           MOVE RESULTS-LOG-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO RESULTS-LOG-DSN.
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER.
           PERFORM VARYING ARG-NUM FROM 1 BY 1
                   UNTIL ARG-NUM > ARG-COUNT
               MOVE SPACES TO arg-buffer
               DISPLAY ARG-NUM UPON ARGUMENT-NUMBER
               ACCEPT arg-buffer FROM ARGUMENT-VALUE
               IF FUNCTION TRIM(arg-buffer) IS NUMERIC
                       AND FUNCTION LENGTH(FUNCTION
                           TRIM(arg-buffer)) = 8 THEN
                    MOVE FUNCTION TRIM(arg-buffer) TO SINCE-DATE
               ELSE
                    DISPLAY "RETRY-CAPS: THE ONLY ARGUMENT IS AN "
                            "OPTIONAL YYYYMMDD DATE TO COUNT FROM"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
               END-IF
           END-PERFORM.

           PERFORM 01-LOAD-DECK.
           IF card-count = 0 THEN
                DISPLAY "RETRY-CAPS: NO STANDING STEP CARDS ON "
                        "RUNCARDS, NOTHING TO REVIEW"
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
           PERFORM 02-READ-STEP-LOG.
           PERFORM 03-READ-RESULTS-LOG.

           OPEN OUTPUT CAPXACT-FILE.
           IF SINCE-DATE = SPACES THEN
                DISPLAY "RETRY-CAPS: RETRY AND TIMEOUT EFFECTIVENESS "
                        "OVER ALL STEPLOG HISTORY"
           ELSE
                DISPLAY "RETRY-CAPS: RETRY AND TIMEOUT EFFECTIVENESS "
                        "SINCE " SINCE-DATE
           END-IF.
           PERFORM VARYING card-idx FROM 1 BY 1
                   UNTIL card-idx > card-count
               PERFORM 04-REPORT-CARD
           END-PERFORM.
           CLOSE CAPXACT-FILE.

           DISPLAY " ".
           DISPLAY "RETRY-CAPS: " card-count " CARD(S) REVIEWED, "
                   flagged-count " WITH RECOMMENDATIONS OR FLAGS, "
                   punched-count " CHANGE(S) PUNCHED TO CAPXACT".
           IF flagged-count > 0 THEN
                MOVE 4 TO RETURN-CODE
           ELSE
                MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       01-LOAD-DECK SECTION.
*> Takes every standing step card with the continuation lines its
*> "C" column chains on; control cards and dated cards are left
*> alone. Occurrence is counted the way DECK-MAINT counts it - in
*> deck order among the cards under the same key.
           OPEN INPUT CONTROL-CARD-FILE.
           IF card-status = "35" THEN
                DISPLAY "RETRY-CAPS: NO RUNCARDS FILE FOUND"
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
           MOVE "N" TO CONT-PENDING.
           MOVE 0 TO card-idx.
           PERFORM UNTIL card-status = "10"
               READ CONTROL-CARD-FILE
                   AT END MOVE "10" TO card-status
                   NOT AT END
                       IF line-count < LINE-TABLE-MAX THEN
                            ADD 1 TO line-count
                            MOVE CONTROL-CARD-REC
                                TO RC-LINE(line-count)
                            PERFORM 01A-TAKE-DECK-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONTROL-CARD-FILE.
           PERFORM VARYING card-idx FROM 1 BY 1
                   UNTIL card-idx > card-count
               MOVE 0 TO CD-KEY-HITS(card-idx)
               PERFORM VARYING scan-idx FROM 1 BY 1
                       UNTIL scan-idx > card-count
                   IF CD-PROBLEM-ID(scan-idx)
                           = CD-PROBLEM-ID(card-idx) THEN
                        ADD 1 TO CD-KEY-HITS(card-idx)
                   END-IF
               END-PERFORM
           END-PERFORM.

       01A-TAKE-DECK-LINE SECTION.
           MOVE CONTROL-CARD-REC TO BATCH-PARM-RECORD.
           EVALUATE TRUE
               WHEN CONT-DUE
                   IF card-idx NOT = 0 THEN
                        ADD 1 TO CD-SPAN(card-idx)
                   END-IF
               WHEN BP-PROBLEM-ID = SPACES
                       OR BP-PROBLEM-ID(1:1) = "*"
                       OR BP-RUN-DATE NOT = SPACES
                       OR card-count >= CARD-TABLE-MAX
                   MOVE 0 TO card-idx
               WHEN OTHER
                   ADD 1 TO card-count
                   MOVE card-count TO card-idx
                   INITIALIZE CARD-ENTRY(card-idx)
                   MOVE line-count TO CD-LINE(card-idx)
                   MOVE 1 TO CD-SPAN(card-idx)
                   MOVE BP-PROBLEM-ID TO CD-PROBLEM-ID(card-idx)
                   MOVE BP-PARM-VALUE TO CD-PARM(card-idx)
                   MOVE BP-ON-ERROR TO CD-ON-ERROR(card-idx)
                   MOVE BP-MAX-ELAPSED TO CD-CAP(card-idx)
                   MOVE "N" TO CD-PENDING-FAIL(card-idx)
                   MOVE "N" TO CD-OPEN(card-idx)
                   MOVE 1 TO CD-OCCURRENCE(card-idx)
                   PERFORM VARYING scan-idx FROM 1 BY 1
                           UNTIL scan-idx >= card-idx
                       IF CD-PROBLEM-ID(scan-idx) = BP-PROBLEM-ID
                            ADD 1 TO CD-OCCURRENCE(card-idx)
                       END-IF
                   END-PERFORM
                   PERFORM 01B-FIND-PROGRAM
           END-EVALUATE.
           IF BP-CONTINUED THEN
                MOVE "Y" TO CONT-PENDING
           ELSE
                MOVE "N" TO CONT-PENDING
           END-IF.

       01B-FIND-PROGRAM SECTION.
           MOVE 0 TO prog-idx.
           PERFORM VARYING scan-idx FROM 1 BY 1
                   UNTIL scan-idx > prog-count OR prog-idx NOT = 0
               IF PG-PROGRAM(scan-idx) = BP-PROBLEM-ID(1:25) THEN
                    MOVE scan-idx TO prog-idx
               END-IF
           END-PERFORM.
           IF prog-idx = 0 AND prog-count < PROG-TABLE-MAX THEN
                ADD 1 TO prog-count
                MOVE prog-count TO prog-idx
                MOVE BP-PROBLEM-ID(1:25) TO PG-PROGRAM(prog-idx)
                MOVE 0 TO PG-RUNS(prog-idx)
                MOVE 0 TO PG-TOTAL(prog-idx)
                MOVE 0 TO PG-TOP-COUNT(prog-idx)
           END-IF.
           MOVE prog-idx TO CD-PROG-IDX(card-idx).

       02-READ-STEP-LOG SECTION.
           OPEN INPUT STEP-LOG-FILE.
           IF STEP-LOG-STATUS = "35" THEN
                DISPLAY "RETRY-CAPS: NO STEPLOG ON DISK, NO RETRY OR "
                        "TIMEOUT HISTORY TO COUNT"
                GO TO 02-READ-STEP-LOG-EXIT
           END-IF.
           PERFORM UNTIL STEP-LOG-STATUS = "10"
               READ STEP-LOG-FILE
                   AT END MOVE "10" TO STEP-LOG-STATUS
                   NOT AT END
                       MOVE STEP-LOG-RECORD TO STEP-LOG-WORK
                       IF SINCE-DATE = SPACES
                               OR SL-RUN-DATE >= SINCE-DATE THEN
                            PERFORM 02A-TAKE-STEP-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STEP-LOG-FILE.
           PERFORM VARYING card-idx FROM 1 BY 1
                   UNTIL card-idx > card-count
               IF CD-HAS-OPEN-LAUNCH(card-idx) THEN
                    PERFORM 02C-SETTLE-LAUNCH
               END-IF
           END-PERFORM.
       02-READ-STEP-LOG-EXIT.
           EXIT.

       02A-TAKE-STEP-RECORD SECTION.
           IF SL-STATUS NOT = "OK" AND SL-STATUS NOT = "FAIL"
                   AND SL-STATUS NOT = "TIMEOUT"
                   AND SL-STATUS NOT = "RTRY" THEN
                GO TO 02A-TAKE-STEP-RECORD-EXIT
           END-IF.
           PERFORM 02B-FIND-CARD.
           IF card-idx = 0 THEN
                GO TO 02A-TAKE-STEP-RECORD-EXIT
           END-IF.

*> A retry of the launch in progress: every RTRY is an attempt
*> that failed again, an OK under the same step-id the one that
*> recovered it.
           IF CD-HAS-OPEN-LAUNCH(card-idx)
                   AND CD-OPEN-FIRST(card-idx) NOT = "OK"
                   AND (SL-STATUS = "RTRY"
                        OR (SL-STATUS = "OK"
                            AND SL-STEP-ID NOT = SPACES))
                   AND (SL-STEP-ID = CD-OPEN-STEP-ID(card-idx)
                        OR SL-STEP-ID = SPACES) THEN
                ADD 1 TO CD-OPEN-RETRIES(card-idx)
                MOVE SL-STATUS TO CD-OPEN-LAST(card-idx)
                IF SL-STATUS = "RTRY"
                        AND (SL-RETURN-CODE = 124
                             OR SL-RETURN-CODE = 137) THEN
                     ADD 1 TO CD-TIMEOUTS(card-idx)
                END-IF
                GO TO 02A-TAKE-STEP-RECORD-EXIT
           END-IF.
           IF SL-STATUS = "RTRY" THEN
                GO TO 02A-TAKE-STEP-RECORD-EXIT
           END-IF.

           IF CD-HAS-OPEN-LAUNCH(card-idx) THEN
                PERFORM 02C-SETTLE-LAUNCH
           END-IF.
           MOVE "Y" TO CD-OPEN(card-idx).
           MOVE SL-STEP-ID TO CD-OPEN-STEP-ID(card-idx).
           MOVE SL-STATUS TO CD-OPEN-FIRST(card-idx).
           MOVE SL-STATUS TO CD-OPEN-LAST(card-idx).
           MOVE 0 TO CD-OPEN-RETRIES(card-idx).
           IF SL-STEP-TIMED-OUT THEN
                ADD 1 TO CD-TIMEOUTS(card-idx)
           END-IF.
       02A-TAKE-STEP-RECORD-EXIT.
           EXIT.

       02B-FIND-CARD SECTION.
*> The program's card whose punched parameters match the logged
*> ones - for a continued card, whose first line's parameters start
*> the logged string the continuation splice built - else the
*> program's first card.
           MOVE 0 TO card-idx.
           PERFORM VARYING scan-idx FROM 1 BY 1
                   UNTIL scan-idx > card-count OR card-idx NOT = 0
               IF CD-PROBLEM-ID(scan-idx) = SL-PROBLEM-ID
                       AND CD-PARM(scan-idx) = SL-PARM-VALUE THEN
                    MOVE scan-idx TO card-idx
               END-IF
           END-PERFORM.
           PERFORM VARYING scan-idx FROM 1 BY 1
                   UNTIL scan-idx > card-count OR card-idx NOT = 0
               IF CD-PROBLEM-ID(scan-idx) = SL-PROBLEM-ID
                       AND CD-SPAN(scan-idx) > 1
                       AND CD-PARM(scan-idx) NOT = SPACES THEN
                    MOVE FUNCTION LENGTH(FUNCTION TRIM(
                        CD-PARM(scan-idx) TRAILING)) TO parm-len
                    IF CD-PARM(scan-idx)(1:parm-len)
                            = SL-PARM-VALUE(1:parm-len) THEN
                         MOVE scan-idx TO card-idx
                    END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING scan-idx FROM 1 BY 1
                   UNTIL scan-idx > card-count OR card-idx NOT = 0
               IF CD-PROBLEM-ID(scan-idx) = SL-PROBLEM-ID THEN
                    MOVE scan-idx TO card-idx
               END-IF
           END-PERFORM.

       02C-SETTLE-LAUNCH SECTION.
*> A failure left standing with no retry stays pending until the
*> card's next clean run, which is then a clean rerun that fixed
*> it.
           ADD 1 TO CD-RUNS(card-idx).
           MOVE "N" TO CD-OPEN(card-idx).
           IF CD-OPEN-FIRST(card-idx) = "OK" THEN
                IF CD-PENDING-FAIL(card-idx) = "Y" THEN
                     ADD 1 TO CD-RERUN-FIXED(card-idx)
                     MOVE "N" TO CD-PENDING-FAIL(card-idx)
                END-IF
                GO TO 02C-SETTLE-LAUNCH-EXIT
           END-IF.
           ADD 1 TO CD-FIRST-FAILS(card-idx).
           ADD CD-OPEN-RETRIES(card-idx) TO CD-RETRIES(card-idx).
           IF CD-OPEN-RETRIES(card-idx) = 0 THEN
                MOVE "Y" TO CD-PENDING-FAIL(card-idx)
                GO TO 02C-SETTLE-LAUNCH-EXIT
           END-IF.
           IF CD-OPEN-LAST(card-idx) = "OK" THEN
                ADD 1 TO CD-RECOVERED(card-idx)
                COMPUTE CD-WASTED(card-idx) = CD-WASTED(card-idx)
                    + CD-OPEN-RETRIES(card-idx) - 1
           ELSE
                ADD CD-OPEN-RETRIES(card-idx) TO CD-WASTED(card-idx)
           END-IF.
       02C-SETTLE-LAUNCH-EXIT.
           EXIT.

       03-READ-RESULTS-LOG SECTION.
           OPEN INPUT RESULTS-LOG-FILE.
           IF RESULTS-LOG-STATUS = "35" THEN
                DISPLAY "RETRY-CAPS: NO RESULTLOG ON DISK, NO ELAPSED "
                        "HISTORY TO SET CAPS FROM"
                GO TO 03-READ-RESULTS-LOG-EXIT
           END-IF.
           PERFORM UNTIL RESULTS-LOG-STATUS = "10"
               READ RESULTS-LOG-FILE
                   AT END MOVE "10" TO RESULTS-LOG-STATUS
                   NOT AT END
                       MOVE RESULTS-LOG-RECORD TO RESULTS-LOG-WORK
                       PERFORM 03A-TAKE-ELAPSED
               END-READ
           END-PERFORM.
           CLOSE RESULTS-LOG-FILE.
       03-READ-RESULTS-LOG-EXIT.
           EXIT.

       03A-TAKE-ELAPSED SECTION.
           IF RL-ELAPSED-SECONDS IS NOT NUMERIC
                   OR RL-SERVED-FROM-CERTREG THEN
                GO TO 03A-TAKE-ELAPSED-EXIT
           END-IF.
           IF SINCE-DATE NOT = SPACES
                   AND RL-START-TIME(1:8) < SINCE-DATE THEN
                GO TO 03A-TAKE-ELAPSED-EXIT
           END-IF.
           MOVE 0 TO prog-idx.
           PERFORM VARYING scan-idx FROM 1 BY 1
                   UNTIL scan-idx > prog-count OR prog-idx NOT = 0
               IF PG-PROGRAM(scan-idx) = RL-PROGRAM-ID THEN
                    MOVE scan-idx TO prog-idx
               END-IF
           END-PERFORM.
           IF prog-idx = 0 THEN
                GO TO 03A-TAKE-ELAPSED-EXIT
           END-IF.
           ADD 1 TO PG-RUNS(prog-idx).
           ADD RL-ELAPSED-SECONDS TO PG-TOTAL(prog-idx).
*> Keep the twenty longest, longest first.
           MOVE 0 TO top-idx.
           PERFORM VARYING slide-idx FROM 1 BY 1
                   UNTIL slide-idx > PG-TOP-COUNT(prog-idx)
                      OR top-idx NOT = 0
               IF RL-ELAPSED-SECONDS > PG-TOP(prog-idx, slide-idx)
                    MOVE slide-idx TO top-idx
               END-IF
           END-PERFORM.
           IF top-idx = 0 THEN
                IF PG-TOP-COUNT(prog-idx) >= TOP-MAX THEN
                     GO TO 03A-TAKE-ELAPSED-EXIT
                END-IF
                COMPUTE top-idx = PG-TOP-COUNT(prog-idx) + 1
           END-IF.
           IF PG-TOP-COUNT(prog-idx) < TOP-MAX THEN
                ADD 1 TO PG-TOP-COUNT(prog-idx)
           END-IF.
           PERFORM VARYING slide-idx FROM PG-TOP-COUNT(prog-idx) BY -1
                   UNTIL slide-idx <= top-idx
               MOVE PG-TOP(prog-idx, slide-idx - 1)
                   TO PG-TOP(prog-idx, slide-idx)
           END-PERFORM.
           MOVE RL-ELAPSED-SECONDS TO PG-TOP(prog-idx, top-idx).
       03A-TAKE-ELAPSED-EXIT.
           EXIT.

       04-REPORT-CARD SECTION.
           MOVE "N" TO PUNCH-CAP.
           MOVE "N" TO PUNCH-RETRY.
           MOVE "N" TO CAP-HELD.
           MOVE "N" TO CARD-FLAGGED.
           MOVE RC-LINE(CD-LINE(card-idx)) TO BATCH-PARM-RECORD.
           MOVE 0 TO cur-cap.
           IF CD-CAP(card-idx) NOT = SPACES
                   AND FUNCTION TRIM(CD-CAP(card-idx)) IS NUMERIC THEN
                MOVE FUNCTION NUMVAL(CD-CAP(card-idx)) TO cur-cap
           END-IF.
           IF cur-cap = 0 THEN
                MOVE "NONE" TO cap-word
           ELSE
                MOVE cur-cap TO num-edit
                MOVE SPACES TO cap-word
                STRING FUNCTION TRIM(num-edit) " S"
                    DELIMITED BY SIZE INTO cap-word
           END-IF.
           MOVE CD-LINE(card-idx) TO card-num-edit.
           DISPLAY " ".
           DISPLAY "LINE " card-num-edit " "
                   FUNCTION TRIM(CD-PROBLEM-ID(card-idx)) " "
                   FUNCTION TRIM(CD-PARM(card-idx))
                   "  ON-ERROR " CD-ON-ERROR(card-idx)
                   " CAP " cap-word.
           IF CD-RUNS(card-idx) = 0 THEN
                DISPLAY "   NO LAUNCHES ON STEPLOG"
           ELSE
                MOVE CD-RUNS(card-idx) TO num-edit
                MOVE CD-FIRST-FAILS(card-idx) TO num-edit-2
                MOVE CD-TIMEOUTS(card-idx) TO num-edit-3
                DISPLAY "   " FUNCTION TRIM(num-edit) " LAUNCH(ES), "
                        FUNCTION TRIM(num-edit-2)
                        " FIRST ATTEMPT(S) FAILED, CAP FIRED "
                        FUNCTION TRIM(num-edit-3) " TIME(S)"
                MOVE CD-RETRIES(card-idx) TO num-edit
                MOVE CD-RECOVERED(card-idx) TO num-edit-2
                MOVE CD-WASTED(card-idx) TO num-edit-3
                MOVE CD-RERUN-FIXED(card-idx) TO num-edit-4
                DISPLAY "   " FUNCTION TRIM(num-edit)
                        " RETRY ATTEMPT(S): "
                        FUNCTION TRIM(num-edit-2)
                        " RECOVERED THE STEP, "
                        FUNCTION TRIM(num-edit-3) " WASTED; "
                        FUNCTION TRIM(num-edit-4)
                        " UNRETRIED FAILURE(S) FIXED BY A CLEAN RERUN"
           END-IF.

           PERFORM 04A-JUDGE-CAP.
           PERFORM 04B-JUDGE-RETRY.

           IF PUNCH-THE-CAP OR PUNCH-THE-RETRY THEN
                PERFORM 05-PUNCH-CHANGE
           END-IF.
           IF CARD-IS-FLAGGED THEN
                ADD 1 TO flagged-count
           END-IF.

       04A-JUDGE-CAP SECTION.
           MOVE CD-PROG-IDX(card-idx) TO prog-idx.
           IF prog-idx = 0 THEN
                GO TO 04A-JUDGE-CAP-EXIT
           END-IF.
           IF PG-RUNS(prog-idx) < MIN-SAMPLES THEN
                MOVE PG-RUNS(prog-idx) TO num-edit
                DISPLAY "   ELAPSED: " FUNCTION TRIM(num-edit)
                        " CLEAN RUN(S) ON RESULTLOG, TOO FEW TO "
                        "RECOMMEND A CAP"
                GO TO 04A-JUDGE-CAP-EXIT
           END-IF.
*> The 99th percentile is the run at ascending rank ceil(.99 n),
*> counted here from the longest end.
           COMPUTE p99-rank = (PG-RUNS(prog-idx) * 99 + 99) / 100.
           COMPUTE p99-from-top = PG-RUNS(prog-idx) - p99-rank + 1.
           IF p99-from-top > PG-TOP-COUNT(prog-idx) THEN
                MOVE PG-TOP-COUNT(prog-idx) TO p99-from-top
           END-IF.
           MOVE PG-TOP(prog-idx, p99-from-top) TO p99-secs.
           COMPUTE mean-secs ROUNDED =
               PG-TOTAL(prog-idx) / PG-RUNS(prog-idx).
           COMPUTE margin-secs = p99-secs * MARGIN-PERCENT / 100.
           IF margin-secs < MARGIN-FLOOR-SECS THEN
                MOVE MARGIN-FLOOR-SECS TO margin-secs
           END-IF.
           COMPUTE rec-cap = p99-secs + margin-secs.
           IF CD-TIMEOUTS(card-idx) > 0 AND cur-cap > rec-cap THEN
                MOVE cur-cap TO rec-cap
                MOVE "Y" TO CAP-HELD
           END-IF.
           MOVE PG-RUNS(prog-idx) TO num-edit.
           MOVE mean-secs TO num-edit-2.
           MOVE p99-secs TO num-edit-3.
           MOVE PG-TOP(prog-idx, 1) TO num-edit-4.
           DISPLAY "   ELAPSED: " FUNCTION TRIM(num-edit)
                   " CLEAN RUN(S), MEAN " FUNCTION TRIM(num-edit-2)
                   " S, 99TH PERCENTILE " FUNCTION TRIM(num-edit-3)
                   " S, LONGEST " FUNCTION TRIM(num-edit-4) " S".
           IF cur-cap = 0 THEN
                MOVE "Y" TO PUNCH-CAP
           ELSE
                IF cur-cap > rec-cap THEN
                     COMPUTE cap-gap = cur-cap - rec-cap
                ELSE
                     COMPUTE cap-gap = rec-cap - cur-cap
                END-IF
                IF cap-gap * 100 > cur-cap * CAP-SLACK-PERCENT THEN
                     MOVE "Y" TO PUNCH-CAP
                END-IF
           END-IF.
           MOVE rec-cap TO num-edit.
           IF PUNCH-THE-CAP THEN
                MOVE "Y" TO CARD-FLAGGED
                DISPLAY "   RECOMMEND CAP " FUNCTION TRIM(num-edit)
                        " S (NOW " FUNCTION TRIM(cap-word) ")"
           ELSE
                IF CAP-HELD-AT-CURRENT THEN
                     DISPLAY "   CAP FIRED - NOT LOWERED, A KILLED "
                             "RUN LOGS NO ELAPSED"
                ELSE
                     DISPLAY "   CAP " FUNCTION TRIM(cap-word)
                             " IS IN LINE WITH THE RECOMMENDED "
                             FUNCTION TRIM(num-edit) " S"
                END-IF
           END-IF.
       04A-JUDGE-CAP-EXIT.
           EXIT.

       04B-JUDGE-RETRY SECTION.
           IF CD-ON-ERROR(card-idx)(1:6) = "RETRY-" THEN
                IF CD-RETRIES(card-idx) > 0
                        AND CD-RECOVERED(card-idx) = 0 THEN
                     MOVE "Y" TO CARD-FLAGGED
                     DISPLAY "   FLAG: NO RETRY HAS EVER RECOVERED "
                             "THIS CARD - EVERY ATTEMPT WASTED"
                END-IF
                GO TO 04B-JUDGE-RETRY-EXIT
           END-IF.
           IF CD-RERUN-FIXED(card-idx) = 0 THEN
                GO TO 04B-JUDGE-RETRY-EXIT
           END-IF.
           MOVE "Y" TO CARD-FLAGGED.
           IF CD-ON-ERROR(card-idx) = SPACES
                   OR CD-ON-ERROR(card-idx) = "CONTINUE" THEN
                MOVE "Y" TO PUNCH-RETRY
                DISPLAY "   RETRY CANDIDATE: FAILURES LATER FIXED BY "
                        "A CLEAN RERUN - RECOMMEND RETRY-1"
           ELSE
                DISPLAY "   RETRY CANDIDATE: FAILURES LATER FIXED BY "
                        "A CLEAN RERUN - ON-ERROR "
                        FUNCTION TRIM(CD-ON-ERROR(card-idx))
                        " LEFT FOR THE OWNER"
           END-IF.
       04B-JUDGE-RETRY-EXIT.
           EXIT.

       05-PUNCH-CHANGE SECTION.
*> The card as punched, with only the recommended columns changed,
*> keyed the way DECK-MAINT finds it; its continuation lines follow
*> unchanged as CONT lines.
           IF PUNCH-THE-CAP THEN
                MOVE rec-cap TO BP-MAX-ELAPSED
           END-IF.
           IF PUNCH-THE-RETRY THEN
                MOVE "RETRY-1" TO BP-ON-ERROR
           END-IF.
           MOVE SPACES TO XACT-WORK.
           MOVE "CHANGE" TO CX-ACTION.
           MOVE BATCH-PARM-RECORD TO CX-CARD-IMAGE.
           IF CD-KEY-HITS(card-idx) > 1 THEN
                MOVE CD-OCCURRENCE(card-idx) TO CX-OCCURRENCE
           END-IF.
           WRITE CAPXACT-REC FROM XACT-WORK.
           PERFORM VARYING line-idx FROM 1 BY 1
                   UNTIL line-idx >= CD-SPAN(card-idx)
               MOVE SPACES TO XACT-WORK
               MOVE "CONT" TO CX-ACTION
               MOVE RC-LINE(CD-LINE(card-idx) + line-idx)
                   TO CX-CARD-IMAGE
               WRITE CAPXACT-REC FROM XACT-WORK
           END-PERFORM.
           ADD 1 TO punched-count.

       COPY REGCFPR.

       END PROGRAM RETRY-CAPS.
