       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECK-MAINT.
*> Transactional maintenance for the RUNCARDS standing deck,
*> replacing the hand-editing that let a column shifted in 99-108
*> or 143-148 change what the night does with no trace of who did
*> it. Transactions come from DECKXACT: columns 1-6 the action word,
*> columns 7-272 a full run card laid out exactly as on RUNCARDS
*> (see BPARMWS - the problem-id in card columns 1-30 and the
*> run-date in 81-88 are the key), columns 273-282 the user-id
*> making the change, columns 283-288 BEFORE or AFTER, columns
*> 289-326 the problem-id and run-date key of the anchor card that
*> word positions against, and columns 327-328 which occurrence of
*> the key is meant when the deck carries more than one card under
*> it (counted in deck order; blank means the key must be unique).
*> Columns 329-337 and 338-347 carry EMERGENCY and an override
*> user-id for a change made during a freeze (see below).
*>
*>   ADD     puts the card in - at the end of the deck, or BEFORE or
*>           AFTER the anchor card
*>   CHANGE  replaces the card with that key in place (a new key is
*>           a DELETE and an ADD)
*>   DELETE  takes the card out; only the key columns are read
*>   MOVE    moves the card BEFORE or AFTER the anchor card
*>   CONT    a continuation card image riding under the ADD or
*>           CHANGE line above it, for parameters continued with a
*>           "C" in card column 142
*>
*> A card's continuation cards travel with it. Control cards
*> ("*..." in the program-name columns) are keyed by that name. The
*> anchor is the first card in deck order carrying its key.
*>
*> Each transaction is applied to a trial copy of the deck, which
*> then goes through the checks PROBLEM-RUNNER applies at
*> submission: *INCLUDE members and presets expanded, every card
*> through the pre-flight (catalog ranges, allowed words and
*> keyword names, max-elapsed, calendar, depends-on names, run
*> condition, priority, reuse, await deadline and parameter
*> references) and the dependency-cycle check. A
*> transaction leaving the deck with more violations than it found
*> is rejected with the violations on the console, so a deck that
*> already fails is never made worse and can still be repaired. An
*> added or changed step card must also carry a requestor-id that
*> AUTHREQ clears for its program, exactly as the runner would
*> before launching it.
*>
*> A change to a standing-deck card (blank run-date - the cards
*> that run night after night) takes effect only under dual
*> control: the first transaction parks on the DECKPEND holding
*> file with its user-id, and an identical later transaction from a
*> DIFFERENT user applies it, after passing the checks again
*> against the deck as it then stands. A card dated for one night
*> applies on its own. Every transaction, applied, parked, or
*> rejected, leaves a dated audit record on DECKAUDIT saying who
*> did what and what came of it. The deck is rewritten through the
*> generation rotation (see GENSVWS), so the deck the night before
*> the change stays on hand as RUNCARDS.G1.
*>
*> While a FREEZE window covering RUNCARDS is in force (see
*> FREEZWS) every transaction is rejected unless its first line
*> carries EMERGENCY and the user-id of one of the window's
*> override users other than the submitter; an overridden
*> transaction's audit record names the override user, and a
*> standing-deck change is still under dual control.
*>
*> Return codes: 0 all transactions applied or parked, 8 at least
*> one transaction was rejected, 16 DECKXACT or the deck could not
*> be processed at all.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN USING runcards-dsn
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS card-status.
           SELECT DECKLIB-FILE ASSIGN USING decklib-dsn
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS decklib-status.
           SELECT PRESETS-FILE ASSIGN TO "PRESETS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS presets-status.
           SELECT CATALOG-FILE ASSIGN TO "PROBCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS catalog-status.
           SELECT CALLIB-FILE ASSIGN TO "CALLIB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS callib-status.
           SELECT AUTHREQ-FILE ASSIGN TO "AUTHREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS authreq-status.
           SELECT XACT-FILE ASSIGN TO "DECKXACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS xact-status.
           SELECT PENDING-FILE ASSIGN TO "DECKPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS pending-status.
           SELECT AUDIT-FILE ASSIGN TO "DECKAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS audit-status.
           COPY REGCFSL.
           COPY FREEZSL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
       01  CONTROL-CARD-REC PIC X(266).
       FD  DECKLIB-FILE.
       01  DECKLIB-REC PIC X(252).
       FD  PRESETS-FILE.
       01  PRESETS-REC PIC X(270).
       FD  CATALOG-FILE.
       01  CATALOG-REC PIC X(223).
       FD  CALLIB-FILE.
       01  CALLIB-REC PIC X(16).
       FD  AUTHREQ-FILE.
       01  AUTHREQ-REC PIC X(90).
       FD  XACT-FILE.
       01  XACT-REC PIC X(347).
       FD  PENDING-FILE.
       01  PENDING-REC PIC X(354).
       FD  AUDIT-FILE.
       01  AUDIT-REC PIC X(133).
       COPY REGCFFD.
       COPY FREEZFD.

       WORKING-STORAGE SECTION.
       COPY BPARMWS.
       COPY PRSETWS.
       COPY PRCATWS.
       COPY CALLIBWS.
       COPY AUTHRQWS.
       COPY REGCFWS.
       COPY GENSVWS.
       COPY DKXCTWS.
       COPY FREEZWS.
       COPY PWORDWS.
       01 card-status PIC XX.
       01 decklib-status PIC XX.
       01 presets-status PIC XX.
       01 catalog-status PIC XX.
       01 callib-status PIC XX.
       01 authreq-status PIC XX.
       01 xact-status PIC XX.
       01 pending-status PIC XX.
       01 audit-status PIC XX.
       01 runcards-dsn PIC X(40) VALUE "RUNCARDS".
       01 RUNCARDS-BASE PIC X(30) VALUE "RUNCARDS".
       01 decklib-dsn PIC X(40).

*> The transaction in hand: its first line and any CONT lines under
*> it, each kept with the user-id blanked so a second approver's
*> identical transaction compares equal line for line.
       01 GROUP-LINE-MAX PIC 9(2) BINARY VALUE 10.
       01 group-count PIC 9(2) BINARY VALUE ZERO.
       01 GROUP-TABLE.
           05 XG-LINE PIC X(328) OCCURS 10 TIMES.
       01 group-idx PIC 9(2) BINARY.
       01 group-user PIC X(10).
       01 group-emergency PIC X(9).
       01 group-overrider PIC X(10).
       01 GROUP-OVERFLOW PIC X VALUE "N".
           88 GROUP-OVERFLOWED VALUE "Y".
       01 XACT-KEY-ID PIC X(30).
       01 XACT-KEY-DATE PIC X(8).

       01 PENDING-WORK.
           05 PW-XACT-LINE PIC X(328).
           05 FILLER       PIC X(01) VALUE SPACE.
           05 PW-APPROVER  PIC X(10).
           05 FILLER       PIC X(01) VALUE SPACE.
           05 PW-SINCE     PIC X(14).

       01 AUDIT-WORK.
           05 AU-TIMESTAMP PIC X(14) VALUE SPACES.
           05 FILLER       PIC X(01) VALUE SPACE.
           05 AU-USER-ID   PIC X(10) VALUE SPACES.
           05 FILLER       PIC X(01) VALUE SPACE.
           05 AU-ACTION    PIC X(6)  VALUE SPACES.
           05 FILLER       PIC X(01) VALUE SPACE.
           05 AU-PROBLEM-ID PIC X(30) VALUE SPACES.
           05 FILLER       PIC X(01) VALUE SPACE.
           05 AU-RUN-DATE  PIC X(8)  VALUE SPACES.
           05 FILLER       PIC X(01) VALUE SPACE.
           05 AU-OUTCOME   PIC X(60) VALUE SPACES.

*> The deck as it stands (LIVE) and the copy each transaction is
*> tried against (TRIAL), line for line as on RUNCARDS - control
*> cards, comments and continuation cards included.
       01 LINE-TABLE-MAX PIC 9(4) BINARY VALUE 400.
       01 live-count PIC 9(4) BINARY VALUE ZERO.
       01 LIVE-TABLE.
           05 LV-LINE PIC X(266) OCCURS 400 TIMES.
       01 trial-count PIC 9(4) BINARY VALUE ZERO.
       01 TRIAL-TABLE.
           05 TR-LINE PIC X(266) OCCURS 400 TIMES.
       01 line-idx PIC 9(4) BINARY.
       01 slide-idx PIC 9(4) BINARY.
       01 DECK-CHANGED PIC X VALUE "N".
           88 DECK-WAS-CHANGED VALUE "Y".

*> Lines lifted out of (or bound for) the trial deck.
       01 HOLD-LINE-MAX PIC 9(2) BINARY VALUE 10.
       01 hold-count PIC 9(2) BINARY VALUE ZERO.
       01 HOLD-TABLE.
           05 HOLD-LINE PIC X(266) OCCURS 10 TIMES.
       01 hold-idx PIC 9(2) BINARY.
       01 insert-pos PIC 9(4) BINARY.

*> 06-FIND-CARD's key and answer: find-occurrence 0 means the key
*> must be unique; find-hits counts every card under the key.
       01 find-id PIC X(30).
       01 find-date PIC X(8).
       01 find-occurrence PIC 9(2) BINARY.
       01 find-hits PIC 9(4) BINARY.
       01 find-start PIC 9(4) BINARY.
       01 find-span PIC 9(4) BINARY.
       01 FIND-TRACKING PIC X.
           88 FIND-IS-TRACKING VALUE "Y".
       01 FIND-CONT-PENDING PIC X.
           88 FIND-CONT-DUE VALUE "Y".

       01 PEND-STORE-MAX PIC 9(4) BINARY VALUE 50.
       01 pend-count PIC 9(4) BINARY VALUE ZERO.
       01 PEND-STORE.
           05 PEND-ENTRY OCCURS 50 TIMES.
               10 PE-LINE-COUNT PIC 9(2) BINARY.
               10 PE-LINE       PIC X(328) OCCURS 10 TIMES.
               10 PE-APPROVER   PIC X(10).
               10 PE-SINCE      PIC X(14).
       01 pend-idx PIC 9(4) BINARY.
       01 pend-match PIC 9(4) BINARY.
       01 PEND-SAME PIC X.
           88 PEND-IS-SAME VALUE "Y".

       01 xact-count PIC 9(4) BINARY VALUE ZERO.
       01 applied-count PIC 9(4) BINARY VALUE ZERO.
       01 parked-count PIC 9(4) BINARY VALUE ZERO.
       01 rejected-count PIC 9(4) BINARY VALUE ZERO.
       01 REJECT-REASON PIC X(48).
       01 OUTCOME-WORD PIC X(60).

*> The runner's own references, loaded the way PROBLEM-RUNNER loads
*> them: PROBCAT for the range checks, CALLIB for calendar names,
*> AUTHREQ for clearance, PRESETS for expansion.
       01 CATALOG-TABLE-MAX PIC 9(4) BINARY VALUE 100.
       01 catalog-count PIC 9(4) BINARY VALUE ZERO.
       01 CATALOG-TABLE.
           05 CATALOG-ENTRY OCCURS 100 TIMES.
               10 CAT-PROGRAM-ID PIC X(25).
               10 CAT-PARM-NAME  PIC X(20).
               10 CAT-MIN        PIC 9(18).
               10 CAT-MAX        PIC 9(18).
               10 CAT-RANGE-OK   PIC X.
                   88 CAT-RANGE-USABLE VALUE "Y".
               10 CAT-EFF-FROM   PIC X(8).
               10 CAT-EFF-TO     PIC X(8).
               10 CAT-WORDS      PIC X(60).
               10 CAT-KEYWORD-ONLY PIC X.
       01 catalog-idx PIC 9(4) BINARY.
       01 cat-arg-ordinal PIC 9(2) BINARY.
       01 cat-keys-idx PIC 9(4) BINARY.
       01 cat-asof-date PIC X(8).
       01 CAT-ROW-EFFECTIVE PIC X.
           88 CAT-ROW-GOVERNS VALUE "Y".

       01 CALLIB-TABLE-MAX PIC 9(4) BINARY VALUE 400.
       01 callib-count PIC 9(4) BINARY VALUE ZERO.
       01 CALLIB-TABLE.
           05 CB-CALENDAR PIC X(8) OCCURS 400 TIMES.
       01 callib-idx PIC 9(4) BINARY.
       01 CALENDAR-KNOWN PIC X.
           88 CALENDAR-IS-KNOWN VALUE "Y".

       01 AUTHREQ-TABLE-MAX PIC 9(4) BINARY VALUE 200.
       01 authreq-count PIC 9(4) BINARY VALUE ZERO.
       01 AUTHREQ-PRESENT PIC X VALUE "N".
           88 AUTHREQ-ON-HAND VALUE "Y".
       01 AUTHREQ-TABLE.
           05 AUTHREQ-ENTRY OCCURS 200 TIMES.
               10 AQ-T-REQUESTOR-ID PIC X(10).
               10 AQ-T-PROGRAM-ID   PIC X(30).
       01 authreq-idx PIC 9(4) BINARY.
       01 CARD-AUTHORIZED PIC X.
           88 CARD-IS-AUTHORIZED VALUE "Y".
       01 REQUESTOR-KNOWN PIC X.
           88 REQUESTOR-IS-KNOWN VALUE "Y".

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

*> The trial deck as the runner would see it: the raw image with
*> every *INCLUDE spliced in from DECKLIB, then one entry per
*> logical step card with its continuations spliced and any preset
*> expanded.
       01 RAW-TABLE-MAX PIC 9(4) BINARY VALUE 400.
       01 raw-count PIC 9(4) BINARY VALUE ZERO.
       01 RAW-CARD-TABLE.
           05 RAW-CARD PIC X(266) OCCURS 400 TIMES.
       01 raw-idx PIC 9(4) BINARY.
       01 MEMBER-TABLE-MAX PIC 9(4) BINARY VALUE 100.
       01 member-count PIC 9(4) BINARY VALUE ZERO.
       01 MEMBER-CARD-TABLE.
           05 MEMBER-CARD PIC X(252) OCCURS 100 TIMES.
       01 member-idx PIC 9(4) BINARY.
       01 include-member PIC X(30).
       01 include-pass-count PIC 9(4) BINARY VALUE ZERO.
       01 INCLUDE-PASS-MAX PIC 9(4) BINARY VALUE 160.
       01 include-slide-idx PIC 9(4) BINARY.

       01 DECK-TABLE-MAX PIC 9(4) BINARY VALUE 200.
       01 deck-count PIC 9(4) BINARY VALUE ZERO.
       01 DECK-TABLE.
           05 DECK-ENTRY OCCURS 200 TIMES.
               10 DK-CARD       PIC X(266).
               10 DK-PROBLEM-ID PIC X(30).
               10 DK-PARM-LONG  PIC X(250).
       01 deck-idx PIC 9(4) BINARY.
       01 parm-build PIC X(260).
       01 step-parms PIC X(250).
       01 CONTINUATION-PENDING PIC X VALUE "N".
           88 CONTINUATION-DUE VALUE "Y".
       01 DECK-OVERFLOW PIC X VALUE "N".
           88 DECK-OVERFLOWED VALUE "Y".

*> Violation tally. A quiet check only counts; a reporting one also
*> puts each violation on the console.
       01 check-error-count PIC 9(4) BINARY VALUE ZERO.
       01 live-error-count PIC 9(4) BINARY VALUE ZERO.
       01 trial-error-count PIC 9(4) BINARY VALUE ZERO.
       01 CHECK-MODE PIC X VALUE "Q".
           88 CHECK-IS-REPORTING VALUE "R".
       01 ck-message PIC X(200).
       01 ck-card-label PIC X(50).
       01 ck-card-num PIC 9(4).

       01 PREFLIGHT-PARM-TOKENS.
           05 PF-TOKEN PIC X(40) OCCURS 8 TIMES.
       01 pf-token-idx PIC 9(2) BINARY.
       01 pf-token-value PIC 9(18).

       01 DEP-TOKENS.
           05 DEP-NAME PIC X(30) OCCURS 3 TIMES.
       01 dep-idx PIC 9(1) BINARY.
       01 dep-scan-idx PIC 9(4) BINARY.
       01 DEP-FOUND PIC X.
           88 DEP-WAS-FOUND VALUE "Y".
       01 CYCLE-MARKS.
           05 CYCLE-MARK PIC X OCCURS 200 TIMES.
       01 cycle-progress PIC 9(4) BINARY.
       01 cycle-unmarked PIC 9(4) BINARY.

       01 COND-WORK.
           05 CD-VERB   PIC X(10).
               88 CD-CHANGED    VALUE "CHANGED".
               88 CD-ABOVE      VALUE "ABOVE".
               88 CD-BELOW      VALUE "BELOW".
               88 CD-FAILED     VALUE "FAILED".
               88 CD-VERB-KNOWN VALUE "CHANGED" "ABOVE" "BELOW"
                                      "FAILED".
           05 CD-TARGET PIC X(30).
           05 CD-VALUE  PIC X(20).
           05 CD-EXTRA  PIC X(20).
       01 cd-reason PIC X(60).

       01 REFERENCE-WORK.
           05 RF-NAME     PIC X(30).
           05 RF-SELECTOR PIC X.
               88 RF-WANTS-ANSWER    VALUE "A".
               88 RF-WANTS-EFFECTIVE VALUE "E".
               88 RF-MALFORMED       VALUE "?".
           05 RF-KEY      PIC X(20).
       01 rf-source PIC X(300).
       01 rf-token PIC X(60).
       01 rf-reason PIC X(60).
       01 rf-pos PIC 9(4) BINARY.
       01 rf-start PIC 9(4) BINARY.
       01 rf-end PIC 9(4) BINARY.
       01 rf-len PIC 9(4) BINARY.
       01 rf-sel-pos PIC 9(4) BINARY.
       01 rf-key-pos PIC 9(4) BINARY.
       01 rf-key-len PIC 9(4) BINARY.
       01 rf-amp-count PIC 9(4) BINARY.
       01 rf-card-idx PIC 9(4) BINARY.
       01 rf-scan-idx PIC 9(4) BINARY.
       01 RF-FOUND PIC X.
           88 RF-WAS-FOUND VALUE "Y".

       PROCEDURE DIVISION.
       00-MAIN SECTION.
           PERFORM 9800-LOAD-REGION-CONFIG.
           PERFORM 01-LOAD-RUNCARDS.
           PERFORM 02-LOAD-PENDING.
           PERFORM 03-LOAD-CATALOG.
           PERFORM 03B-LOAD-CALENDAR-LIBRARY.
           PERFORM 03C-LOAD-AUTHREQ.
           PERFORM 03D-LOAD-PRESETS.
           PERFORM 9550-LOAD-FREEZE.

*> The deck as it stands sets the bar each transaction is held to.
           PERFORM VARYING line-idx FROM 1 BY 1
                   UNTIL line-idx > live-count
               MOVE LV-LINE(line-idx) TO TR-LINE(line-idx)
           END-PERFORM.
           MOVE live-count TO trial-count.
           MOVE "Q" TO CHECK-MODE.
           PERFORM 07-CHECK-TRIAL-DECK.
           MOVE check-error-count TO live-error-count.
           IF live-error-count > 0 THEN
                DISPLAY "DECK-MAINT: RUNCARDS ALREADY FAILS "
                        live-error-count " PRE-FLIGHT CHECK(S) - "
                        "A TRANSACTION MAY NOT ADD TO THEM"
           END-IF.

           OPEN INPUT XACT-FILE.
           IF xact-status = "35" THEN
                DISPLAY "DECK-MAINT: DECKXACT TRANSACTION FILE "
                        "NOT FOUND"
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
           PERFORM UNTIL xact-status = "10"
               READ XACT-FILE
                   AT END MOVE "10" TO xact-status
                   NOT AT END PERFORM 04-TAKE-TRANSACTION-LINE
               END-READ
           END-PERFORM.
           CLOSE XACT-FILE.
           IF group-count > 0 THEN
                PERFORM 05-APPLY-TRANSACTION
           END-IF.

           IF DECK-WAS-CHANGED THEN
                PERFORM 09-REWRITE-RUNCARDS
           END-IF.
           PERFORM 09A-REWRITE-PENDING.

           DISPLAY "DECK-MAINT: " xact-count " TRANSACTION(S), "
                   applied-count " APPLIED, "
                   parked-count " AWAITING SECOND APPROVAL, "
                   rejected-count " REJECTED".
           IF rejected-count > 0 THEN
                MOVE 8 TO RETURN-CODE
           ELSE
                MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       01-LOAD-RUNCARDS SECTION.
*> An absent RUNCARDS is fine for a run that starts with ADDs - the
*> rewrite below creates it.
           OPEN INPUT CONTROL-CARD-FILE.
           IF card-status = "35" THEN
                GO TO 01-LOAD-RUNCARDS-EXIT
           END-IF.
           PERFORM UNTIL card-status = "10"
               READ CONTROL-CARD-FILE
                   AT END MOVE "10" TO card-status
                   NOT AT END
                       IF live-count >= LINE-TABLE-MAX THEN
                            DISPLAY "DECK-MAINT: RUNCARDS HOLDS "
                                    "MORE THAN " LINE-TABLE-MAX
                                    " CARDS, RUN ABANDONED"
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                       END-IF
                       ADD 1 TO live-count
                       MOVE CONTROL-CARD-REC TO LV-LINE(live-count)
               END-READ
           END-PERFORM.
           CLOSE CONTROL-CARD-FILE.
       01-LOAD-RUNCARDS-EXIT.
           EXIT.

       02-LOAD-PENDING SECTION.
*> A parked transaction is its first line followed by its CONT
*> lines, one DECKPEND record apiece.
           OPEN INPUT PENDING-FILE.
           IF pending-status = "35" THEN
                GO TO 02-LOAD-PENDING-EXIT
           END-IF.
           PERFORM UNTIL pending-status = "10"
               READ PENDING-FILE
                   AT END MOVE "10" TO pending-status
                   NOT AT END
                       MOVE PENDING-REC TO PENDING-WORK
                       MOVE PW-XACT-LINE TO XACT-WORK
                       EVALUATE TRUE
                           WHEN PW-XACT-LINE = SPACES
                               CONTINUE
                           WHEN CX-CONT
                               IF pend-count > 0 THEN
                                    IF PE-LINE-COUNT(pend-count)
                                            < GROUP-LINE-MAX THEN
                                         ADD 1 TO
                                           PE-LINE-COUNT(pend-count)
                                         MOVE PW-XACT-LINE TO
                                           PE-LINE(pend-count,
                                           PE-LINE-COUNT(pend-count))
                                    END-IF
                               END-IF
                           WHEN pend-count < PEND-STORE-MAX
                               ADD 1 TO pend-count
                               MOVE 1 TO PE-LINE-COUNT(pend-count)
                               MOVE PW-XACT-LINE
                                   TO PE-LINE(pend-count, 1)
                               MOVE PW-APPROVER
                                   TO PE-APPROVER(pend-count)
                               MOVE PW-SINCE
                                   TO PE-SINCE(pend-count)
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE PENDING-FILE.
       02-LOAD-PENDING-EXIT.
           EXIT.

       03-LOAD-CATALOG SECTION.
*> As in the runner: a missing PROBCAT leaves nothing to range-check
*> against, and only rows with plain-number MIN and MAX bound.
           OPEN INPUT CATALOG-FILE.
           IF catalog-status = "35" THEN
                GO TO 03-LOAD-CATALOG-EXIT
           END-IF.
           PERFORM UNTIL catalog-status = "10"
               READ CATALOG-FILE
                   AT END MOVE "10" TO catalog-status
                   NOT AT END PERFORM 03A-STORE-CATALOG-ENTRY
               END-READ
           END-PERFORM.
           CLOSE CATALOG-FILE.
       03-LOAD-CATALOG-EXIT.
           EXIT.

       03A-STORE-CATALOG-ENTRY SECTION.
           MOVE CATALOG-REC TO PROBLEM-CATALOG-RECORD.
           IF PC-PROGRAM-ID = SPACES
                   OR catalog-count >= CATALOG-TABLE-MAX THEN
                GO TO 03A-STORE-CATALOG-ENTRY-EXIT
           END-IF.
           ADD 1 TO catalog-count.
           MOVE PC-PROGRAM-ID TO CAT-PROGRAM-ID(catalog-count).
           MOVE PC-PARM-NAME  TO CAT-PARM-NAME(catalog-count).
           MOVE PC-EFFECTIVE-FROM TO CAT-EFF-FROM(catalog-count).
           MOVE PC-EFFECTIVE-TO   TO CAT-EFF-TO(catalog-count).
           MOVE PC-ALLOWED-WORDS  TO CAT-WORDS(catalog-count).
           MOVE PC-KEYWORD-ONLY   TO CAT-KEYWORD-ONLY(catalog-count).
           IF FUNCTION TRIM(PC-PARM-MIN) IS NUMERIC
                   AND FUNCTION TRIM(PC-PARM-MAX) IS NUMERIC THEN
                MOVE "Y" TO CAT-RANGE-OK(catalog-count)
                MOVE FUNCTION NUMVAL(PC-PARM-MIN)
                    TO CAT-MIN(catalog-count)
                MOVE FUNCTION NUMVAL(PC-PARM-MAX)
                    TO CAT-MAX(catalog-count)
           ELSE
                MOVE "N" TO CAT-RANGE-OK(catalog-count)
           END-IF.
       03A-STORE-CATALOG-ENTRY-EXIT.
           EXIT.

       03B-LOAD-CALENDAR-LIBRARY SECTION.
           OPEN INPUT CALLIB-FILE.
           IF callib-status = "35" THEN
                GO TO 03B-LOAD-CALENDAR-LIBRARY-EXIT
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
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CALLIB-FILE.
       03B-LOAD-CALENDAR-LIBRARY-EXIT.
           EXIT.

       03C-LOAD-AUTHREQ SECTION.
*> No AUTHREQ waives clearance here just as it does in the runner.
           OPEN INPUT AUTHREQ-FILE.
           IF authreq-status = "35" THEN
                DISPLAY "DECK-MAINT: NO AUTHREQ FILE, REQUESTOR "
                        "CLEARANCE CHECKS ARE WAIVED"
                GO TO 03C-LOAD-AUTHREQ-EXIT
           END-IF.
           MOVE "Y" TO AUTHREQ-PRESENT.
           PERFORM UNTIL authreq-status = "10"
               READ AUTHREQ-FILE
                   AT END MOVE "10" TO authreq-status
                   NOT AT END
                       MOVE AUTHREQ-REC
                           TO AUTHORIZED-REQUESTOR-RECORD
                       IF AQ-REQUESTOR-ID NOT = SPACES
                               AND authreq-count < AUTHREQ-TABLE-MAX
                            ADD 1 TO authreq-count
                            MOVE AQ-REQUESTOR-ID TO
                                AQ-T-REQUESTOR-ID(authreq-count)
                            MOVE AQ-PROGRAM-ID TO
                                AQ-T-PROGRAM-ID(authreq-count)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUTHREQ-FILE.
       03C-LOAD-AUTHREQ-EXIT.
           EXIT.

       03D-LOAD-PRESETS SECTION.
           OPEN INPUT PRESETS-FILE.
           IF presets-status = "35" THEN
                GO TO 03D-LOAD-PRESETS-EXIT
           END-IF.
           PERFORM UNTIL presets-status = "10"
               READ PRESETS-FILE
                   AT END MOVE "10" TO presets-status
                   NOT AT END
                       MOVE PRESETS-REC TO PARAMETER-PRESET-RECORD
                       IF PS-NAME NOT = SPACES
                               AND preset-count < PRESET-TABLE-MAX
                            ADD 1 TO preset-count
                            MOVE PS-NAME TO PT-NAME(preset-count)
                            MOVE PS-VALUE TO PT-VALUE(preset-count)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PRESETS-FILE.
       03D-LOAD-PRESETS-EXIT.
           EXIT.

       04-TAKE-TRANSACTION-LINE SECTION.
*> A CONT line joins the transaction above it; anything else closes
*> that transaction (applying it) and opens the next.
           IF XACT-REC = SPACES THEN
                GO TO 04-TAKE-TRANSACTION-LINE-EXIT
           END-IF.
           MOVE XACT-REC TO XACT-WORK.
           IF CX-CONT AND group-count > 0 THEN
                IF group-count >= GROUP-LINE-MAX THEN
                     MOVE "Y" TO GROUP-OVERFLOW
                ELSE
                     ADD 1 TO group-count
                     MOVE SPACES TO CX-USER-ID
                     MOVE XACT-WORK TO XG-LINE(group-count)
                END-IF
                GO TO 04-TAKE-TRANSACTION-LINE-EXIT
           END-IF.
           IF group-count > 0 THEN
                PERFORM 05-APPLY-TRANSACTION
                MOVE XACT-REC TO XACT-WORK
           END-IF.
           MOVE "N" TO GROUP-OVERFLOW.
           MOVE 1 TO group-count.
           MOVE CX-USER-ID TO group-user.
           MOVE CX-EMERGENCY TO group-emergency.
           MOVE CX-OVERRIDE-USER TO group-overrider.
           MOVE SPACES TO CX-USER-ID.
           MOVE XACT-WORK TO XG-LINE(1).
       04-TAKE-TRANSACTION-LINE-EXIT.
           EXIT.

       05-APPLY-TRANSACTION SECTION.
           ADD 1 TO xact-count.
           MOVE XG-LINE(1) TO XACT-WORK.
           MOVE CX-CARD-IMAGE TO BATCH-PARM-RECORD.
           MOVE BP-PROBLEM-ID TO XACT-KEY-ID.
           MOVE BP-RUN-DATE TO XACT-KEY-DATE.
           MOVE SPACES TO REJECT-REASON.
           MOVE SPACES TO OUTCOME-WORD.
           MOVE "N" TO FREEZE-VERDICT.

           PERFORM 05A-VALIDATE-TRANSACTION.
           IF REJECT-REASON = SPACES THEN
                PERFORM 05H-JUDGE-FREEZE
           END-IF.
           IF REJECT-REASON NOT = SPACES THEN
                PERFORM 08-REJECT-TRANSACTION
                GO TO 05-APPLY-TRANSACTION-EXIT
           END-IF.

           PERFORM 05B-BUILD-TRIAL-DECK.
           IF REJECT-REASON NOT = SPACES THEN
                PERFORM 08-REJECT-TRANSACTION
                GO TO 05-APPLY-TRANSACTION-EXIT
           END-IF.

           IF CX-ADD OR CX-CHANGE THEN
                PERFORM 05C-JUDGE-CLEARANCE
                IF REJECT-REASON NOT = SPACES THEN
                     PERFORM 08-REJECT-TRANSACTION
                     GO TO 05-APPLY-TRANSACTION-EXIT
                END-IF
           END-IF.

           MOVE "Q" TO CHECK-MODE.
           PERFORM 07-CHECK-TRIAL-DECK.
           MOVE check-error-count TO trial-error-count.
           IF trial-error-count > live-error-count THEN
                DISPLAY "DECK-MAINT: " CX-ACTION " "
                        FUNCTION TRIM(XACT-KEY-ID)
                        " WOULD LEAVE THE DECK FAILING:"
                MOVE "R" TO CHECK-MODE
                PERFORM 07-CHECK-TRIAL-DECK
                MOVE "DECK WOULD FAIL PRE-FLIGHT - SEE CONSOLE"
                    TO REJECT-REASON
                PERFORM 08-REJECT-TRANSACTION
                GO TO 05-APPLY-TRANSACTION-EXIT
           END-IF.

*> A card dated for one night applies on one signature.
           IF XACT-KEY-DATE NOT = SPACES THEN
                PERFORM 05E-ADOPT-TRIAL-DECK
                MOVE "APPLIED" TO OUTCOME-WORD
                PERFORM 08A-WRITE-AUDIT
                GO TO 05-APPLY-TRANSACTION-EXIT
           END-IF.

*> A standing-deck card under dual control.
           PERFORM 05D-FIND-PENDING.
           IF pend-match = 0 THEN
                IF pend-count >= PEND-STORE-MAX THEN
                     MOVE "PENDING STORE IS FULL" TO REJECT-REASON
                     PERFORM 08-REJECT-TRANSACTION
                     GO TO 05-APPLY-TRANSACTION-EXIT
                END-IF
                ADD 1 TO pend-count
                MOVE group-count TO PE-LINE-COUNT(pend-count)
                PERFORM VARYING group-idx FROM 1 BY 1
                        UNTIL group-idx > group-count
                    MOVE XG-LINE(group-idx)
                        TO PE-LINE(pend-count, group-idx)
                END-PERFORM
                MOVE group-user TO PE-APPROVER(pend-count)
                MOVE FUNCTION CURRENT-DATE(1:14)
                    TO PE-SINCE(pend-count)
                ADD 1 TO parked-count
                MOVE "PARKED - AWAITING SECOND APPROVER"
                    TO OUTCOME-WORD
                PERFORM 08A-WRITE-AUDIT
                GO TO 05-APPLY-TRANSACTION-EXIT
           END-IF.
           IF PE-APPROVER(pend-match) = group-user THEN
                MOVE "SECOND APPROVAL MUST BE A DIFFERENT USER"
                    TO REJECT-REASON
                PERFORM 08-REJECT-TRANSACTION
                GO TO 05-APPLY-TRANSACTION-EXIT
           END-IF.
           PERFORM VARYING pend-idx FROM pend-match BY 1
                   UNTIL pend-idx >= pend-count
               MOVE PEND-ENTRY(pend-idx + 1) TO PEND-ENTRY(pend-idx)
           END-PERFORM.
           SUBTRACT 1 FROM pend-count.
           PERFORM 05E-ADOPT-TRIAL-DECK.
           MOVE "APPLIED - SECOND APPROVAL" TO OUTCOME-WORD.
           PERFORM 08A-WRITE-AUDIT.
       05-APPLY-TRANSACTION-EXIT.
           EXIT.

       05A-VALIDATE-TRANSACTION SECTION.
           IF NOT CX-ADD AND NOT CX-CHANGE AND NOT CX-DELETE
                   AND NOT CX-MOVE THEN
                IF CX-CONT THEN
                     MOVE "CONT LINE WITH NO CARD ABOVE IT"
                         TO REJECT-REASON
                ELSE
                     MOVE "UNRECOGNIZED ACTION WORD" TO REJECT-REASON
                END-IF
                GO TO 05A-VALIDATE-TRANSACTION-EXIT
           END-IF.
           IF group-user = SPACES THEN
                MOVE "NO USER-ID ON THE CARD" TO REJECT-REASON
                GO TO 05A-VALIDATE-TRANSACTION-EXIT
           END-IF.
           IF XACT-KEY-ID = SPACES THEN
                MOVE "PROBLEM-ID AND RUN-DATE ARE THE KEY"
                    TO REJECT-REASON
                GO TO 05A-VALIDATE-TRANSACTION-EXIT
           END-IF.
           IF CX-OCCURRENCE NOT = SPACES
                   AND (CX-OCCURRENCE IS NOT NUMERIC
                        OR CX-OCCURRENCE = "00") THEN
                MOVE "OCCURRENCE IS NOT 01 THROUGH 99"
                    TO REJECT-REASON
                GO TO 05A-VALIDATE-TRANSACTION-EXIT
           END-IF.
           IF CX-POSITION NOT = SPACES
                   AND NOT CX-BEFORE AND NOT CX-AFTER THEN
                MOVE "POSITION IS NOT BEFORE OR AFTER"
                    TO REJECT-REASON
                GO TO 05A-VALIDATE-TRANSACTION-EXIT
           END-IF.
           IF (CX-POSITION = SPACES AND CX-ANCHOR-ID NOT = SPACES)
                   OR (CX-POSITION NOT = SPACES
                       AND CX-ANCHOR-ID = SPACES) THEN
                MOVE "POSITION AND ANCHOR GO TOGETHER"
                    TO REJECT-REASON
                GO TO 05A-VALIDATE-TRANSACTION-EXIT
           END-IF.
           IF CX-MOVE AND CX-POSITION = SPACES THEN
                MOVE "MOVE NEEDS BEFORE OR AFTER AN ANCHOR"
                    TO REJECT-REASON
                GO TO 05A-VALIDATE-TRANSACTION-EXIT
           END-IF.
           IF CX-CHANGE AND CX-POSITION NOT = SPACES THEN
                MOVE "CHANGE KEEPS ITS PLACE - MOVE IT SEPARATELY"
                    TO REJECT-REASON
                GO TO 05A-VALIDATE-TRANSACTION-EXIT
           END-IF.
           IF GROUP-OVERFLOWED THEN
                MOVE "MORE THAN 9 CONT LINES" TO REJECT-REASON
                GO TO 05A-VALIDATE-TRANSACTION-EXIT
           END-IF.
           IF (CX-DELETE OR CX-MOVE) THEN
                IF group-count > 1 THEN
                     MOVE "DELETE AND MOVE TAKE NO CONT LINES"
                         TO REJECT-REASON
                END-IF
                GO TO 05A-VALIDATE-TRANSACTION-EXIT
           END-IF.
*> The "C" column must chain the lines exactly: every line but the
*> last continued, the last not, and no program name on a CONT.
           PERFORM VARYING group-idx FROM 1 BY 1
                   UNTIL group-idx > group-count
               MOVE XG-LINE(group-idx) TO XACT-WORK
               MOVE CX-CARD-IMAGE TO BATCH-PARM-RECORD
               IF group-idx > 1 AND BP-PROBLEM-ID NOT = SPACES THEN
                    MOVE "A CONT LINE CARRIES A PROGRAM NAME"
                        TO REJECT-REASON
               END-IF
               IF group-idx < group-count AND NOT BP-CONTINUED THEN
                    MOVE "CONT LINE UNDER A CARD NOT MARKED C"
                        TO REJECT-REASON
               END-IF
               IF group-idx = group-count AND BP-CONTINUED THEN
                    MOVE "CARD MARKED C BUT NO CONT LINE FOLLOWS"
                        TO REJECT-REASON
               END-IF
           END-PERFORM.
           MOVE XG-LINE(1) TO XACT-WORK.
           MOVE CX-CARD-IMAGE TO BATCH-PARM-RECORD.
       05A-VALIDATE-TRANSACTION-EXIT.
           EXIT.

       05B-BUILD-TRIAL-DECK SECTION.
*> Copies the live deck and applies the transaction to the copy.
           PERFORM VARYING line-idx FROM 1 BY 1
                   UNTIL line-idx > live-count
               MOVE LV-LINE(line-idx) TO TR-LINE(line-idx)
           END-PERFORM.
           MOVE live-count TO trial-count.

           IF NOT CX-ADD THEN
                MOVE XACT-KEY-ID TO find-id
                MOVE XACT-KEY-DATE TO find-date
                MOVE 0 TO find-occurrence
                IF CX-OCCURRENCE NOT = SPACES THEN
                     MOVE CX-OCCURRENCE TO find-occurrence
                END-IF
                PERFORM 06-FIND-CARD
                EVALUATE TRUE
                    WHEN find-start = 0 AND find-hits > 1
                        MOVE "KEY IS ON MORE THAN ONE CARD - GIVE "
                            TO REJECT-REASON
                        MOVE "OCCURRENCE" TO REJECT-REASON(37:)
                    WHEN find-start = 0
                        MOVE "KEY NOT ON RUNCARDS" TO REJECT-REASON
                    WHEN find-span > HOLD-LINE-MAX
                        MOVE "CARD RUNS TO MORE THAN 10 LINES"
                            TO REJECT-REASON
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
                IF REJECT-REASON NOT = SPACES THEN
                     GO TO 05B-BUILD-TRIAL-DECK-EXIT
                END-IF
           END-IF.

           EVALUATE TRUE
               WHEN CX-DELETE
                   PERFORM 06A-REMOVE-SPAN
               WHEN CX-CHANGE
                   PERFORM 06A-REMOVE-SPAN
                   MOVE find-start TO insert-pos
                   PERFORM 05F-HOLD-GROUP-IMAGES
                   PERFORM 06B-INSERT-HOLD
               WHEN CX-ADD
                   PERFORM 05F-HOLD-GROUP-IMAGES
                   PERFORM 05G-FIND-ANCHOR
                   IF REJECT-REASON = SPACES THEN
                        PERFORM 06B-INSERT-HOLD
                   END-IF
               WHEN CX-MOVE
                   MOVE find-span TO hold-count
                   PERFORM VARYING hold-idx FROM 1 BY 1
                           UNTIL hold-idx > hold-count
                       COMPUTE line-idx = find-start + hold-idx - 1
                       MOVE TR-LINE(line-idx) TO HOLD-LINE(hold-idx)
                   END-PERFORM
                   PERFORM 06A-REMOVE-SPAN
                   PERFORM 05G-FIND-ANCHOR
                   IF REJECT-REASON = SPACES THEN
                        PERFORM 06B-INSERT-HOLD
                   END-IF
           END-EVALUATE.
       05B-BUILD-TRIAL-DECK-EXIT.
           EXIT.

       05C-JUDGE-CLEARANCE SECTION.
*> The added or changed card must clear AUTHREQ the way the runner
*> clears it before launch - its requestor-id holding a row for
*> the program, or the "*" row. Control cards run nothing.
           MOVE CX-CARD-IMAGE TO BATCH-PARM-RECORD.
           IF NOT AUTHREQ-ON-HAND OR BP-PROBLEM-ID(1:1) = "*" THEN
                GO TO 05C-JUDGE-CLEARANCE-EXIT
           END-IF.
           MOVE "N" TO CARD-AUTHORIZED.
           MOVE "N" TO REQUESTOR-KNOWN.
           PERFORM VARYING authreq-idx FROM 1 BY 1
                   UNTIL authreq-idx > authreq-count
               IF AQ-T-REQUESTOR-ID(authreq-idx) = BP-REQUESTOR-ID
                    MOVE "Y" TO REQUESTOR-KNOWN
                    IF AQ-T-PROGRAM-ID(authreq-idx) = BP-PROBLEM-ID
                            OR AQ-T-PROGRAM-ID(authreq-idx)(1:1) = "*"
                         MOVE "Y" TO CARD-AUTHORIZED
                    END-IF
               END-IF
           END-PERFORM.
           IF CARD-IS-AUTHORIZED THEN
                GO TO 05C-JUDGE-CLEARANCE-EXIT
           END-IF.
           IF REQUESTOR-IS-KNOWN THEN
                MOVE "REQUESTOR IS NOT AUTHORIZED FOR THAT PROGRAM"
                    TO REJECT-REASON
           ELSE
                MOVE "REQUESTOR IS NOT ON THE AUTHREQ FILE"
                    TO REJECT-REASON
           END-IF.
       05C-JUDGE-CLEARANCE-EXIT.
           EXIT.

       05D-FIND-PENDING SECTION.
           MOVE 0 TO pend-match.
           PERFORM VARYING pend-idx FROM 1 BY 1
                   UNTIL pend-idx > pend-count
                      OR pend-match NOT = 0
               IF PE-LINE-COUNT(pend-idx) = group-count THEN
                    MOVE "Y" TO PEND-SAME
                    PERFORM VARYING group-idx FROM 1 BY 1
                            UNTIL group-idx > group-count
                        IF PE-LINE(pend-idx, group-idx)
                                NOT = XG-LINE(group-idx) THEN
                             MOVE "N" TO PEND-SAME
                        END-IF
                    END-PERFORM
                    IF PEND-IS-SAME THEN
                         MOVE pend-idx TO pend-match
                    END-IF
               END-IF
           END-PERFORM.

       05E-ADOPT-TRIAL-DECK SECTION.
           PERFORM VARYING line-idx FROM 1 BY 1
                   UNTIL line-idx > trial-count
               MOVE TR-LINE(line-idx) TO LV-LINE(line-idx)
           END-PERFORM.
           MOVE trial-count TO live-count.
           MOVE trial-error-count TO live-error-count.
           MOVE "Y" TO DECK-CHANGED.
           ADD 1 TO applied-count.

       05F-HOLD-GROUP-IMAGES SECTION.
           MOVE group-count TO hold-count.
           PERFORM VARYING hold-idx FROM 1 BY 1
                   UNTIL hold-idx > hold-count
               MOVE XG-LINE(hold-idx) TO XACT-WORK
               MOVE CX-CARD-IMAGE TO HOLD-LINE(hold-idx)
           END-PERFORM.
           MOVE XG-LINE(1) TO XACT-WORK.

       05G-FIND-ANCHOR SECTION.
*> Where an ADD or MOVE lands: the end of the deck with no anchor,
*> else just before or just after the anchor's last line.
           MOVE trial-count TO insert-pos.
           ADD 1 TO insert-pos.
           IF CX-POSITION = SPACES THEN
                GO TO 05G-FIND-ANCHOR-EXIT
           END-IF.
           MOVE CX-ANCHOR-ID TO find-id.
           MOVE CX-ANCHOR-DATE TO find-date.
           MOVE 1 TO find-occurrence.
           PERFORM 06-FIND-CARD.
           IF find-start = 0 THEN
                MOVE "ANCHOR KEY NOT ON RUNCARDS" TO REJECT-REASON
                GO TO 05G-FIND-ANCHOR-EXIT
           END-IF.
           IF CX-BEFORE THEN
                MOVE find-start TO insert-pos
           ELSE
                COMPUTE insert-pos = find-start + find-span
           END-IF.
       05G-FIND-ANCHOR-EXIT.
           EXIT.

       05H-JUDGE-FREEZE SECTION.
           MOVE "RUNCARDS" TO FREEZE-CHECK-FILE.
           MOVE group-user TO FREEZE-SUBMITTER.
           MOVE group-emergency TO FREEZE-EMERGENCY.
           MOVE group-overrider TO FREEZE-OVERRIDER.
           PERFORM 9560-JUDGE-FREEZE.
           IF FREEZE-REFUSED THEN
                MOVE FREEZE-REASON TO REJECT-REASON
           END-IF.
           IF FREEZE-WAS-OVERRIDDEN THEN
                DISPLAY "DECK-MAINT: " CX-ACTION " "
                        FUNCTION TRIM(XACT-KEY-ID)
                        " OVERRIDES FREEZE "
                        FUNCTION TRIM(FREEZE-HIT-NAME) " - "
                        "EMERGENCY, COUNTERSIGNED BY "
                        FUNCTION TRIM(group-overrider)
           END-IF.

       06-FIND-CARD SECTION.
*> Walks the trial deck card by card - a card being its first line
*> plus the continuation lines its "C" column chains on - looking
*> for find-id under find-date.
           MOVE 0 TO find-hits.
           MOVE 0 TO find-start.
           MOVE 0 TO find-span.
           MOVE "N" TO FIND-TRACKING.
           MOVE "N" TO FIND-CONT-PENDING.
           PERFORM VARYING line-idx FROM 1 BY 1
                   UNTIL line-idx > trial-count
               MOVE TR-LINE(line-idx) TO BATCH-PARM-RECORD
               EVALUATE TRUE
                   WHEN FIND-CONT-DUE
                       IF FIND-IS-TRACKING THEN
                            ADD 1 TO find-span
                       END-IF
                   WHEN BP-PROBLEM-ID = SPACES
                       MOVE "N" TO FIND-TRACKING
                   WHEN OTHER
                       MOVE "N" TO FIND-TRACKING
                       IF BP-PROBLEM-ID = find-id
                               AND BP-RUN-DATE = find-date THEN
                            ADD 1 TO find-hits
                            IF (find-occurrence = 0
                                    AND find-hits = 1)
                                    OR find-hits = find-occurrence
                                 MOVE line-idx TO find-start
                                 MOVE 1 TO find-span
                                 MOVE "Y" TO FIND-TRACKING
                            END-IF
                       END-IF
               END-EVALUATE
               IF BP-CONTINUED THEN
                    MOVE "Y" TO FIND-CONT-PENDING
               ELSE
                    MOVE "N" TO FIND-CONT-PENDING
               END-IF
           END-PERFORM.
           IF find-occurrence = 0 AND find-hits > 1 THEN
                MOVE 0 TO find-start
           END-IF.

       06A-REMOVE-SPAN SECTION.
           PERFORM VARYING slide-idx FROM find-start BY 1
                   UNTIL slide-idx + find-span > trial-count
               MOVE TR-LINE(slide-idx + find-span)
                   TO TR-LINE(slide-idx)
           END-PERFORM.
           SUBTRACT find-span FROM trial-count.

       06B-INSERT-HOLD SECTION.
           IF trial-count + hold-count > LINE-TABLE-MAX THEN
                MOVE "RUNCARDS IS FULL" TO REJECT-REASON
                GO TO 06B-INSERT-HOLD-EXIT
           END-IF.
           PERFORM VARYING slide-idx FROM trial-count BY -1
                   UNTIL slide-idx < insert-pos
               MOVE TR-LINE(slide-idx)
                   TO TR-LINE(slide-idx + hold-count)
           END-PERFORM.
           PERFORM VARYING hold-idx FROM 1 BY 1
                   UNTIL hold-idx > hold-count
               COMPUTE line-idx = insert-pos + hold-idx - 1
               MOVE HOLD-LINE(hold-idx) TO TR-LINE(line-idx)
           END-PERFORM.
           ADD hold-count TO trial-count.
       06B-INSERT-HOLD-EXIT.
           EXIT.

       07-CHECK-TRIAL-DECK SECTION.
*> The trial deck through the runner's submission checks, counting
*> violations in check-error-count: 14-LOAD-DECK's include and
*> continuation handling, 14E's preset expansion, 10-PREFLIGHT-DECK
*> card by card, and 15-CHECK-DEP-CYCLES.
           MOVE 0 TO check-error-count.
           MOVE 0 TO raw-count.
           MOVE 0 TO deck-count.
           MOVE 0 TO include-pass-count.
           MOVE "N" TO CONTINUATION-PENDING.
           MOVE "N" TO DECK-OVERFLOW.
           PERFORM VARYING line-idx FROM 1 BY 1
                   UNTIL line-idx > trial-count
               ADD 1 TO raw-count
               MOVE TR-LINE(line-idx) TO RAW-CARD(raw-count)
           END-PERFORM.
           PERFORM 07A-EXPAND-INCLUDES.
           PERFORM VARYING raw-idx FROM 1 BY 1
                   UNTIL raw-idx > raw-count OR DECK-OVERFLOWED
               MOVE RAW-CARD(raw-idx) TO BATCH-PARM-RECORD
               PERFORM 07C-STORE-CARD
           END-PERFORM.
           PERFORM VARYING deck-idx FROM 1 BY 1
                   UNTIL deck-idx > deck-count
               IF DK-PARM-LONG(deck-idx)(1:1) = "@" THEN
                    PERFORM 07E-EXPAND-ONE-PRESET
               END-IF
           END-PERFORM.
           PERFORM VARYING deck-idx FROM 1 BY 1
                   UNTIL deck-idx > deck-count
               MOVE DK-CARD(deck-idx) TO BATCH-PARM-RECORD
               MOVE DK-PARM-LONG(deck-idx) TO step-parms
               PERFORM 07F-PREFLIGHT-CARD
           END-PERFORM.
           PERFORM 07P-CHECK-DEP-CYCLES.

       07A-EXPAND-INCLUDES SECTION.
           MOVE 1 TO raw-idx.
           PERFORM UNTIL raw-idx > raw-count
               MOVE RAW-CARD(raw-idx) TO BATCH-PARM-RECORD
               IF BP-PROBLEM-ID = "*INCLUDE" THEN
                    ADD 1 TO include-pass-count
                    IF include-pass-count > INCLUDE-PASS-MAX THEN
                         MOVE "INCLUDE EXPANSION NEVER SETTLES - "
                             TO ck-message
                         MOVE "PROBABLE INCLUDE LOOP"
                             TO ck-message(35:)
                         PERFORM 07Z-NOTE-VIOLATION
                         GO TO 07A-EXPAND-INCLUDES-EXIT
                    END-IF
                    PERFORM 07B-SPLICE-MEMBER
               ELSE
                    ADD 1 TO raw-idx
               END-IF
           END-PERFORM.
       07A-EXPAND-INCLUDES-EXIT.
           EXIT.

       07B-SPLICE-MEMBER SECTION.
*> A member that is not on disk is a violation and its *INCLUDE
*> drops out, so the rest of the deck is still judged.
           MOVE SPACES TO include-member.
           MOVE FUNCTION TRIM(BP-PARM-VALUE) TO include-member.
           MOVE SPACES TO decklib-dsn.
           STRING "DECKLIB." FUNCTION TRIM(include-member)
               DELIMITED BY SIZE INTO decklib-dsn.
           MOVE 0 TO member-count.
           OPEN INPUT DECKLIB-FILE.
           IF decklib-status = "35" THEN
                MOVE SPACES TO ck-message
                STRING "DECKLIB MEMBER " FUNCTION TRIM(decklib-dsn)
                       " IS NOT ON DISK"
                    DELIMITED BY SIZE INTO ck-message
                PERFORM 07Z-NOTE-VIOLATION
           ELSE
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
                END-PERFORM
                CLOSE DECKLIB-FILE
           END-IF.
           MOVE SPACES TO decklib-status.
           IF raw-count - 1 + member-count > RAW-TABLE-MAX THEN
                MOVE RAW-TABLE-MAX TO ck-card-num
                MOVE SPACES TO ck-message
                STRING "INCLUDE EXPANSION PUSHES THE DECK PAST "
                       ck-card-num " CARDS"
                    DELIMITED BY SIZE INTO ck-message
                PERFORM 07Z-NOTE-VIOLATION
                MOVE 0 TO member-count
           END-IF.
           IF member-count = 0 THEN
                PERFORM VARYING include-slide-idx FROM raw-idx BY 1
                        UNTIL include-slide-idx >= raw-count
                    MOVE RAW-CARD(include-slide-idx + 1)
                        TO RAW-CARD(include-slide-idx)
                END-PERFORM
                SUBTRACT 1 FROM raw-count
                GO TO 07B-SPLICE-MEMBER-EXIT
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
       07B-SPLICE-MEMBER-EXIT.
           EXIT.

       07C-STORE-CARD SECTION.
           IF CONTINUATION-DUE THEN
                PERFORM 07D-SPLICE-CONTINUATION
                GO TO 07C-STORE-CARD-EXIT
           END-IF.
           IF BP-PROBLEM-ID = SPACES OR BP-PROBLEM-ID(1:1) = "*"
                GO TO 07C-STORE-CARD-EXIT
           END-IF.
           IF deck-count >= DECK-TABLE-MAX THEN
                MOVE DECK-TABLE-MAX TO ck-card-num
                MOVE SPACES TO ck-message
                STRING "DECK HOLDS MORE THAN " ck-card-num
                       " CARDS"
                    DELIMITED BY SIZE INTO ck-message
                PERFORM 07Z-NOTE-VIOLATION
                MOVE "Y" TO DECK-OVERFLOW
                GO TO 07C-STORE-CARD-EXIT
           END-IF.
           ADD 1 TO deck-count.
           MOVE RAW-CARD(raw-idx) TO DK-CARD(deck-count).
           MOVE BP-PROBLEM-ID TO DK-PROBLEM-ID(deck-count).
           MOVE BP-PARM-VALUE TO DK-PARM-LONG(deck-count).
           IF BP-CONTINUED THEN
                MOVE "Y" TO CONTINUATION-PENDING
           END-IF.
       07C-STORE-CARD-EXIT.
           EXIT.

       07D-SPLICE-CONTINUATION SECTION.
*> The runner's 14B splice rule: trailing blanks dropped on both
*> sides of the seam, leading blanks of the continuation kept.
           MOVE "N" TO CONTINUATION-PENDING.
           IF BP-CONTINUED THEN
                MOVE "Y" TO CONTINUATION-PENDING
           END-IF.
           MOVE SPACES TO parm-build.
           STRING FUNCTION TRIM(DK-PARM-LONG(deck-count) TRAILING)
                      DELIMITED BY SIZE
                  FUNCTION TRIM(BP-PARM-VALUE TRAILING)
                      DELIMITED BY SIZE
                  INTO parm-build
           END-STRING.
           IF parm-build(251:10) NOT = SPACES THEN
                MOVE SPACES TO ck-message
                STRING "CONTINUED PARAMETERS FOR "
                       FUNCTION TRIM(DK-PROBLEM-ID(deck-count))
                       " EXCEED 250 CHARACTERS"
                    DELIMITED BY SIZE INTO ck-message
                PERFORM 07Z-NOTE-VIOLATION
           END-IF.
           MOVE parm-build(1:250) TO DK-PARM-LONG(deck-count).

       07E-EXPAND-ONE-PRESET SECTION.
*> The runner's 14F: "@NAME" with anything after the first blank
*> re-appended; a preset not on file refuses the deck there.
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
           MOVE deck-idx TO ck-card-num.
           IF preset-match-idx = 0 THEN
                MOVE SPACES TO ck-message
                STRING "CARD " ck-card-num " ("
                       FUNCTION TRIM(DK-PROBLEM-ID(deck-idx))
                       ") NAMES PRESET '" FUNCTION TRIM(preset-ref)
                       "', WHICH IS NOT ON THE PRESETS FILE"
                    DELIMITED BY SIZE INTO ck-message
                PERFORM 07Z-NOTE-VIOLATION
                GO TO 07E-EXPAND-ONE-PRESET-EXIT
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
           IF parm-build(251:10) NOT = SPACES THEN
                MOVE SPACES TO ck-message
                STRING "PRESET '" FUNCTION TRIM(preset-ref)
                       "' PLUS TRAILING TEXT EXCEEDS 250 CHARACTERS"
                    DELIMITED BY SIZE INTO ck-message
                PERFORM 07Z-NOTE-VIOLATION
           END-IF.
           MOVE parm-build(1:250) TO DK-PARM-LONG(deck-idx).
       07E-EXPAND-ONE-PRESET-EXIT.
           EXIT.

       07F-PREFLIGHT-CARD SECTION.
*> The runner's 10A-PREFLIGHT-CARD, check for check.
           MOVE deck-idx TO ck-card-num.
           MOVE SPACES TO ck-card-label.
           STRING "CARD " ck-card-num " ("
                  FUNCTION TRIM(BP-PROBLEM-ID) ")"
               DELIMITED BY SIZE INTO ck-card-label.
           PERFORM 07H-CHECK-CATALOG-RANGES.

           IF BP-MAX-ELAPSED NOT = SPACES
                   AND FUNCTION TRIM(BP-MAX-ELAPSED)
                       IS NOT NUMERIC THEN
                MOVE SPACES TO ck-message
                STRING FUNCTION TRIM(ck-card-label)
                       " HAS A NON-NUMERIC MAX-ELAPSED COLUMN '"
                       FUNCTION TRIM(BP-MAX-ELAPSED) "'"
                    DELIMITED BY SIZE INTO ck-message
                PERFORM 07Z-NOTE-VIOLATION
           END-IF.

           IF BP-CALENDAR NOT = SPACES THEN
                MOVE "N" TO CALENDAR-KNOWN
                PERFORM VARYING callib-idx FROM 1 BY 1
                        UNTIL callib-idx > callib-count
                    IF CB-CALENDAR(callib-idx) = BP-CALENDAR THEN
                         MOVE "Y" TO CALENDAR-KNOWN
                    END-IF
                END-PERFORM
                IF NOT CALENDAR-IS-KNOWN THEN
                     MOVE SPACES TO ck-message
                     STRING FUNCTION TRIM(ck-card-label)
                            " NAMES CALENDAR '"
                            FUNCTION TRIM(BP-CALENDAR)
                            "', WHICH IS NOT ON THE CALLIB LIBRARY"
                         DELIMITED BY SIZE INTO ck-message
                     PERFORM 07Z-NOTE-VIOLATION
                END-IF
           END-IF.

           PERFORM 07R-PARSE-DEPS.
           PERFORM VARYING dep-idx FROM 1 BY 1 UNTIL dep-idx > 3
               IF DEP-NAME(dep-idx) NOT = SPACES THEN
                    MOVE "N" TO DEP-FOUND
                    PERFORM VARYING dep-scan-idx FROM 1 BY 1
                            UNTIL dep-scan-idx > deck-count
                        IF DK-PROBLEM-ID(dep-scan-idx)
                                = DEP-NAME(dep-idx)
                             MOVE "Y" TO DEP-FOUND
                        END-IF
                    END-PERFORM
                    IF NOT DEP-WAS-FOUND THEN
                         MOVE SPACES TO ck-message
                         STRING FUNCTION TRIM(ck-card-label)
                                " DEPENDS ON "
                                FUNCTION TRIM(DEP-NAME(dep-idx))
                                ", WHICH IS NOT IN THE DECK"
                             DELIMITED BY SIZE INTO ck-message
                         PERFORM 07Z-NOTE-VIOLATION
                    END-IF
               END-IF
           END-PERFORM.

           IF BP-CONDITION NOT = SPACES THEN
                PERFORM 07G-PREFLIGHT-CONDITION
           END-IF.

           IF BP-PRIORITY NOT = SPACE
                   AND (BP-PRIORITY < "1" OR BP-PRIORITY > "5") THEN
                MOVE SPACES TO ck-message
                STRING FUNCTION TRIM(ck-card-label)
                       " HAS PRIORITY '" BP-PRIORITY
                       "', WHICH IS NOT 1 THROUGH 5"
                    DELIMITED BY SIZE INTO ck-message
                PERFORM 07Z-NOTE-VIOLATION
           END-IF.

           IF BP-REUSE NOT = SPACE AND NOT BP-REUSE-ALLOWED
                   AND NOT BP-REUSE-NEVER THEN
                MOVE SPACES TO ck-message
                STRING FUNCTION TRIM(ck-card-label)
                       " HAS REUSE '" BP-REUSE
                       "', WHICH IS NOT Y OR N"
                    DELIMITED BY SIZE INTO ck-message
                PERFORM 07Z-NOTE-VIOLATION
           END-IF.

           IF BP-AWAIT-DEADLINE NOT = SPACES THEN
                IF BP-AWAIT-FILE = SPACES THEN
                     MOVE SPACES TO ck-message
                     STRING FUNCTION TRIM(ck-card-label)
                            " HAS AN AWAIT DEADLINE BUT NO AWAIT "
                            "FILE"
                         DELIMITED BY SIZE INTO ck-message
                     PERFORM 07Z-NOTE-VIOLATION
                END-IF
                IF BP-AWAIT-DEADLINE IS NOT NUMERIC
                        OR BP-AWAIT-DEADLINE(1:2) > "23"
                        OR BP-AWAIT-DEADLINE(3:2) > "59" THEN
                     MOVE SPACES TO ck-message
                     STRING FUNCTION TRIM(ck-card-label)
                            " HAS AWAIT DEADLINE '"
                            BP-AWAIT-DEADLINE
                            "', WHICH IS NOT AN HHMM TIME"
                         DELIMITED BY SIZE INTO ck-message
                     PERFORM 07Z-NOTE-VIOLATION
                END-IF
           END-IF.

           MOVE 0 TO rf-amp-count.
           INSPECT step-parms TALLYING rf-amp-count FOR ALL "&".
           IF rf-amp-count > 0 THEN
                PERFORM 07L-PREFLIGHT-REFERENCES
           END-IF.

       07G-PREFLIGHT-CONDITION SECTION.
           PERFORM 07S-PARSE-CONDITION.
           MOVE SPACES TO cd-reason.
           EVALUATE TRUE
               WHEN NOT CD-VERB-KNOWN
                   MOVE "IS NOT CHANGED, ABOVE, BELOW, OR FAILED"
                       TO cd-reason
               WHEN CD-TARGET = SPACES
                   MOVE "NAMES NO PREDECESSOR" TO cd-reason
               WHEN CD-EXTRA NOT = SPACES
                   MOVE "HAS TEXT AFTER ITS LAST OPERAND"
                       TO cd-reason
               WHEN (CD-ABOVE OR CD-BELOW)
                       AND (CD-VALUE = SPACES
                         OR FUNCTION TRIM(CD-VALUE) IS NOT NUMERIC)
                   MOVE "NEEDS A WHOLE-NUMBER THRESHOLD" TO cd-reason
               WHEN (CD-ABOVE OR CD-BELOW)
                       AND FUNCTION LENGTH(FUNCTION
                           TRIM(CD-VALUE)) > 18
                   MOVE "HAS A THRESHOLD LONGER THAN 18 DIGITS"
                       TO cd-reason
               WHEN (CD-CHANGED OR CD-FAILED)
                       AND CD-VALUE NOT = SPACES
                   MOVE "TAKES NO THRESHOLD" TO cd-reason
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF cd-reason = SPACES THEN
                MOVE "N" TO DEP-FOUND
                PERFORM VARYING dep-scan-idx FROM 1 BY 1
                        UNTIL dep-scan-idx > deck-count
                    IF DK-PROBLEM-ID(dep-scan-idx) = CD-TARGET THEN
                         MOVE "Y" TO DEP-FOUND
                    END-IF
                END-PERFORM
                IF NOT DEP-WAS-FOUND THEN
                     MOVE "NAMES A PREDECESSOR NOT IN THE DECK"
                         TO cd-reason
                END-IF
           END-IF.
           IF cd-reason NOT = SPACES THEN
                MOVE SPACES TO ck-message
                STRING FUNCTION TRIM(ck-card-label)
                       " RUN CONDITION '"
                       FUNCTION TRIM(BP-CONDITION) "' "
                       FUNCTION TRIM(cd-reason)
                    DELIMITED BY SIZE INTO ck-message
                PERFORM 07Z-NOTE-VIOLATION
           END-IF.

       07H-CHECK-CATALOG-RANGES SECTION.
           IF BP-RUN-DATE = SPACES THEN
                MOVE FUNCTION CURRENT-DATE(1:8) TO cat-asof-date
           ELSE
                MOVE BP-RUN-DATE TO cat-asof-date
           END-IF.
           IF catalog-count > 0 THEN
                MOVE SPACES TO PREFLIGHT-PARM-TOKENS
                UNSTRING step-parms DELIMITED BY ALL " "
                    INTO PF-TOKEN(1) PF-TOKEN(2) PF-TOKEN(3)
                         PF-TOKEN(4) PF-TOKEN(5) PF-TOKEN(6)
                         PF-TOKEN(7) PF-TOKEN(8)
                PERFORM VARYING pf-token-idx FROM 1 BY 1
                        UNTIL pf-token-idx > 8
                    IF PF-TOKEN(pf-token-idx) NOT = SPACES THEN
                         PERFORM 07I-CHECK-TOKEN-AGAINST-CATALOG
                    END-IF
                END-PERFORM
           END-IF.

       07I-CHECK-TOKEN-AGAINST-CATALOG SECTION.
           MOVE PF-TOKEN(pf-token-idx) TO PW-TOKEN.
           PERFORM 9580-SPLIT-PARM-TOKEN.
           IF PW-IS-KEYWORD THEN
                PERFORM 07T-CHECK-KEYWORD-TOKEN
                GO TO 07I-CHECK-TOKEN-EXIT
           END-IF.
           MOVE 0 TO cat-arg-ordinal.
           PERFORM VARYING catalog-idx FROM 1 BY 1
                   UNTIL catalog-idx > catalog-count
               PERFORM 07K-JUDGE-ROW-EFFECTIVE
               IF CAT-PROGRAM-ID(catalog-idx) = BP-PROBLEM-ID
                       AND CAT-ROW-GOVERNS
                       AND CAT-PARM-NAME(catalog-idx)(1:1) NOT = "*"
                       AND CAT-KEYWORD-ONLY(catalog-idx) NOT = "K"
                    ADD 1 TO cat-arg-ordinal
                    IF cat-arg-ordinal = pf-token-idx THEN
                         PERFORM 07J-APPLY-RANGE-CHECK
                         GO TO 07I-CHECK-TOKEN-EXIT
                    END-IF
               END-IF
           END-PERFORM.
       07I-CHECK-TOKEN-EXIT.
           EXIT.

       07T-CHECK-KEYWORD-TOKEN SECTION.
           MOVE 0 TO cat-keys-idx.
           PERFORM VARYING catalog-idx FROM 1 BY 1
                   UNTIL catalog-idx > catalog-count
               PERFORM 07K-JUDGE-ROW-EFFECTIVE
               IF CAT-PROGRAM-ID(catalog-idx) = BP-PROBLEM-ID
                       AND CAT-ROW-GOVERNS
                       AND CAT-PARM-NAME(catalog-idx) = "*KEYS" THEN
                    MOVE catalog-idx TO cat-keys-idx
               END-IF
           END-PERFORM.
           IF cat-keys-idx NOT = 0 THEN
                MOVE CAT-WORDS(cat-keys-idx) TO PW-KEYS
                PERFORM 9586-FIND-KEY
                IF NOT PW-KEY-IS-REGISTERED THEN
                     MOVE SPACES TO ck-message
                     STRING FUNCTION TRIM(ck-card-label) " - "
                            "KEYWORD " FUNCTION TRIM(PW-NAME)
                            " IS NOT A PARAMETER THE PROGRAM "
                            "REGISTERS"
                         DELIMITED BY SIZE INTO ck-message
                     PERFORM 07Z-NOTE-VIOLATION
                     GO TO 07T-CHECK-KEYWORD-TOKEN-EXIT
                END-IF
           END-IF.
           PERFORM VARYING catalog-idx FROM 1 BY 1
                   UNTIL catalog-idx > catalog-count
               PERFORM 07K-JUDGE-ROW-EFFECTIVE
               IF CAT-PROGRAM-ID(catalog-idx) = BP-PROBLEM-ID
                       AND CAT-ROW-GOVERNS
                       AND CAT-PARM-NAME(catalog-idx) = PW-NAME THEN
                    PERFORM 07J-APPLY-RANGE-CHECK
                    GO TO 07T-CHECK-KEYWORD-TOKEN-EXIT
               END-IF
           END-PERFORM.
       07T-CHECK-KEYWORD-TOKEN-EXIT.
           EXIT.

       07J-APPLY-RANGE-CHECK SECTION.
           MOVE CAT-WORDS(catalog-idx) TO PW-WORDS.
           MOVE CAT-RANGE-OK(catalog-idx) TO PW-RANGE-GIVEN.
           PERFORM 9582-JUDGE-WORDS.
           IF PW-VALUE-REFUSED THEN
                MOVE SPACES TO ck-message
                STRING FUNCTION TRIM(ck-card-label) " - "
                       FUNCTION TRIM(CAT-PARM-NAME(catalog-idx))
                       " VALUE " FUNCTION TRIM(PW-VALUE)
                       " IS NOT ONE OF "
                       FUNCTION TRIM(CAT-WORDS(catalog-idx))
                    DELIMITED BY SIZE INTO ck-message
                PERFORM 07Z-NOTE-VIOLATION
                GO TO 07J-APPLY-RANGE-CHECK-EXIT
           END-IF.
           IF NOT CAT-RANGE-USABLE(catalog-idx)
                   OR FUNCTION TRIM(PW-VALUE) IS NOT NUMERIC THEN
                GO TO 07J-APPLY-RANGE-CHECK-EXIT
           END-IF.
           IF FUNCTION LENGTH(FUNCTION TRIM(PW-VALUE)) > 18 THEN
                MOVE SPACES TO ck-message
                STRING FUNCTION TRIM(ck-card-label) " - "
                       FUNCTION TRIM(CAT-PARM-NAME(catalog-idx))
                       " VALUE " FUNCTION TRIM(PW-VALUE)
                       " IS LONGER THAN ANY CATALOG RANGE"
                    DELIMITED BY SIZE INTO ck-message
                PERFORM 07Z-NOTE-VIOLATION
                GO TO 07J-APPLY-RANGE-CHECK-EXIT
           END-IF.
           MOVE FUNCTION NUMVAL(PW-VALUE) TO pf-token-value.
           IF pf-token-value < CAT-MIN(catalog-idx)
                   OR pf-token-value > CAT-MAX(catalog-idx) THEN
                MOVE SPACES TO ck-message
                STRING FUNCTION TRIM(ck-card-label) " - "
                       FUNCTION TRIM(CAT-PARM-NAME(catalog-idx))
                       " VALUE " FUNCTION TRIM(PW-VALUE)
                       " IS OUTSIDE CATALOG RANGE "
                       CAT-MIN(catalog-idx) " TO "
                       CAT-MAX(catalog-idx)
                    DELIMITED BY SIZE INTO ck-message
                PERFORM 07Z-NOTE-VIOLATION
           END-IF.
       07J-APPLY-RANGE-CHECK-EXIT.
           EXIT.

       07K-JUDGE-ROW-EFFECTIVE SECTION.
           MOVE "Y" TO CAT-ROW-EFFECTIVE.
           IF CAT-EFF-FROM(catalog-idx) NOT = SPACES
                   AND cat-asof-date
                       < CAT-EFF-FROM(catalog-idx) THEN
                MOVE "N" TO CAT-ROW-EFFECTIVE
           END-IF.
           IF CAT-EFF-TO(catalog-idx) NOT = SPACES
                   AND cat-asof-date
                       > CAT-EFF-TO(catalog-idx) THEN
                MOVE "N" TO CAT-ROW-EFFECTIVE
           END-IF.

       07L-PREFLIGHT-REFERENCES SECTION.
           MOVE step-parms TO rf-source.
           MOVE 1 TO rf-pos.
           MOVE "Y" TO RF-FOUND.
           PERFORM UNTIL NOT RF-WAS-FOUND
               PERFORM 07M-NEXT-REFERENCE
               IF RF-WAS-FOUND THEN
                    MOVE SPACES TO rf-reason
                    IF RF-MALFORMED THEN
                         MOVE "IS NOT OF THE FORM &STEP.ANSWER OR "
                             TO rf-reason
                         MOVE "&STEP.EFFECTIVE(KEY)"
                             TO rf-reason(36:)
                    ELSE
                         PERFORM 07N-FIND-REFERENCED-CARD
                         IF rf-card-idx = 0 THEN
                              MOVE "NAMES NO EARLIER CARD IN THE DECK"
                                  TO rf-reason
                         END-IF
                    END-IF
                    IF rf-reason NOT = SPACES THEN
                         MOVE SPACES TO ck-message
                         STRING FUNCTION TRIM(ck-card-label)
                                " PARAMETER REFERENCE '"
                                FUNCTION TRIM(rf-token) "' "
                                FUNCTION TRIM(rf-reason)
                             DELIMITED BY SIZE INTO ck-message
                         PERFORM 07Z-NOTE-VIOLATION
                    END-IF
                    COMPUTE rf-pos = rf-start + rf-len
               END-IF
           END-PERFORM.

       07M-NEXT-REFERENCE SECTION.
*> The runner's 43A-NEXT-REFERENCE: &NAME.ANSWER or
*> &NAME.EFFECTIVE(KEY), followed by a blank, a comma, or the end
*> of the string.
           MOVE "N" TO RF-FOUND.
           MOVE SPACES TO REFERENCE-WORK.
           MOVE SPACES TO rf-token.
           PERFORM VARYING rf-start FROM rf-pos BY 1
                   UNTIL rf-start > 250
                      OR rf-source(rf-start:1) = "&"
               CONTINUE
           END-PERFORM.
           IF rf-start > 250 THEN
                GO TO 07M-NEXT-REFERENCE-EXIT
           END-IF.
           MOVE "Y" TO RF-FOUND.
           MOVE "?" TO RF-SELECTOR.
           PERFORM VARYING rf-end FROM rf-start BY 1
                   UNTIL rf-end > rf-start + 31
                      OR rf-source(rf-end + 1:1) = "." OR = SPACE
               CONTINUE
           END-PERFORM.
           COMPUTE rf-len = rf-end - rf-start + 1.
           IF rf-source(rf-end + 1:1) NOT = "."
                   OR rf-len < 2 OR rf-len > 31 THEN
                GO TO 07M-NEXT-REFERENCE-TOKEN
           END-IF.
           MOVE rf-source(rf-start + 1:rf-len - 1) TO RF-NAME.
           COMPUTE rf-sel-pos = rf-end + 2.
           IF rf-source(rf-sel-pos:6) = "ANSWER" THEN
                COMPUTE rf-len = rf-sel-pos + 6 - rf-start
                IF rf-source(rf-sel-pos + 6:1) = SPACE OR = "," THEN
                     MOVE "A" TO RF-SELECTOR
                END-IF
                GO TO 07M-NEXT-REFERENCE-TOKEN
           END-IF.
           IF rf-source(rf-sel-pos:10) NOT = "EFFECTIVE(" THEN
                COMPUTE rf-len = rf-sel-pos - rf-start
                GO TO 07M-NEXT-REFERENCE-TOKEN
           END-IF.
           COMPUTE rf-key-pos = rf-sel-pos + 10.
           PERFORM VARYING rf-key-pos FROM rf-key-pos BY 1
                   UNTIL rf-key-pos > rf-sel-pos + 30
                      OR rf-source(rf-key-pos:1) = ")" OR = SPACE
               CONTINUE
           END-PERFORM.
           COMPUTE rf-key-len = rf-key-pos - rf-sel-pos - 10.
           COMPUTE rf-len = rf-key-pos + 1 - rf-start.
           IF rf-source(rf-key-pos:1) = ")"
                   AND rf-key-len > 0 AND rf-key-len <= 20
                   AND (rf-source(rf-key-pos + 1:1) = SPACE
                     OR rf-source(rf-key-pos + 1:1) = ",") THEN
                MOVE rf-source(rf-sel-pos + 10:rf-key-len) TO RF-KEY
                MOVE "E" TO RF-SELECTOR
           END-IF.
       07M-NEXT-REFERENCE-TOKEN.
           IF RF-MALFORMED THEN
                PERFORM UNTIL rf-start + rf-len > 250
                           OR rf-source(rf-start + rf-len:1) = SPACE
                    ADD 1 TO rf-len
                END-PERFORM
           END-IF.
           IF rf-len > 60 THEN
                MOVE rf-source(rf-start:60) TO rf-token
           ELSE
                MOVE rf-source(rf-start:rf-len) TO rf-token
           END-IF.
       07M-NEXT-REFERENCE-EXIT.
           EXIT.

       07N-FIND-REFERENCED-CARD SECTION.
           MOVE 0 TO rf-card-idx.
           IF NOT RF-MALFORMED THEN
                PERFORM VARYING rf-scan-idx FROM 1 BY 1
                        UNTIL rf-scan-idx >= deck-idx
                    IF DK-PROBLEM-ID(rf-scan-idx) = RF-NAME THEN
                         MOVE rf-scan-idx TO rf-card-idx
                    END-IF
                END-PERFORM
           END-IF.

       07P-CHECK-DEP-CYCLES SECTION.
*> The runner's 15-CHECK-DEP-CYCLES: every card left unmarked once
*> the sweeps stop making progress sits on a cycle.
           PERFORM VARYING deck-idx FROM 1 BY 1
                   UNTIL deck-idx > deck-count
               MOVE "N" TO CYCLE-MARK(deck-idx)
           END-PERFORM.
           MOVE deck-count TO cycle-unmarked.
           MOVE 1 TO cycle-progress.
           PERFORM UNTIL cycle-unmarked = 0 OR cycle-progress = 0
               MOVE 0 TO cycle-progress
               PERFORM VARYING deck-idx FROM 1 BY 1
                       UNTIL deck-idx > deck-count
                   IF CYCLE-MARK(deck-idx) = "N" THEN
                        PERFORM 07Q-TRY-TO-MARK
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF cycle-unmarked > 0 THEN
                PERFORM VARYING deck-idx FROM 1 BY 1
                        UNTIL deck-idx > deck-count
                    IF CYCLE-MARK(deck-idx) = "N" THEN
                         MOVE deck-idx TO ck-card-num
                         MOVE SPACES TO ck-message
                         STRING "CARD " ck-card-num " ("
                                FUNCTION TRIM(
                                    DK-PROBLEM-ID(deck-idx))
                                ") IS PART OF A DEPENDENCY CYCLE"
                             DELIMITED BY SIZE INTO ck-message
                         PERFORM 07Z-NOTE-VIOLATION
                    END-IF
                END-PERFORM
           END-IF.

       07Q-TRY-TO-MARK SECTION.
           MOVE DK-CARD(deck-idx) TO BATCH-PARM-RECORD.
           PERFORM 07R-PARSE-DEPS.
           PERFORM VARYING dep-idx FROM 1 BY 1 UNTIL dep-idx > 3
               IF DEP-NAME(dep-idx) NOT = SPACES THEN
                    PERFORM VARYING dep-scan-idx FROM 1 BY 1
                            UNTIL dep-scan-idx > deck-count
                        IF DK-PROBLEM-ID(dep-scan-idx)
                                    = DEP-NAME(dep-idx)
                                AND CYCLE-MARK(dep-scan-idx) = "N"
                             GO TO 07Q-TRY-TO-MARK-EXIT
                        END-IF
                    END-PERFORM
               END-IF
           END-PERFORM.
           IF BP-CONDITION NOT = SPACES THEN
                PERFORM 07S-PARSE-CONDITION
                PERFORM VARYING dep-scan-idx FROM 1 BY 1
                        UNTIL dep-scan-idx > deck-count
                    IF DK-PROBLEM-ID(dep-scan-idx) = CD-TARGET
                            AND CYCLE-MARK(dep-scan-idx) = "N"
                         GO TO 07Q-TRY-TO-MARK-EXIT
                    END-IF
                END-PERFORM
           END-IF.
           MOVE DK-PARM-LONG(deck-idx) TO rf-source.
           MOVE 1 TO rf-pos.
           MOVE "Y" TO RF-FOUND.
           PERFORM UNTIL NOT RF-WAS-FOUND
               PERFORM 07M-NEXT-REFERENCE
               IF RF-WAS-FOUND THEN
                    PERFORM 07N-FIND-REFERENCED-CARD
                    IF rf-card-idx > 0 THEN
                         IF CYCLE-MARK(rf-card-idx) = "N" THEN
                              GO TO 07Q-TRY-TO-MARK-EXIT
                         END-IF
                    END-IF
                    COMPUTE rf-pos = rf-start + rf-len
               END-IF
           END-PERFORM.
           MOVE "Y" TO CYCLE-MARK(deck-idx).
           SUBTRACT 1 FROM cycle-unmarked.
           ADD 1 TO cycle-progress.
       07Q-TRY-TO-MARK-EXIT.
           EXIT.

       07R-PARSE-DEPS SECTION.
           MOVE SPACES TO DEP-TOKENS.
           UNSTRING BP-DEPENDS-ON DELIMITED BY ","
               INTO DEP-NAME(1) DEP-NAME(2) DEP-NAME(3).
           PERFORM VARYING dep-idx FROM 1 BY 1 UNTIL dep-idx > 3
               IF DEP-NAME(dep-idx) NOT = SPACES THEN
                    MOVE FUNCTION TRIM(DEP-NAME(dep-idx))
                        TO DEP-NAME(dep-idx)
               END-IF
           END-PERFORM.

       07S-PARSE-CONDITION SECTION.
           MOVE SPACES TO COND-WORK.
           UNSTRING BP-CONDITION DELIMITED BY ALL " "
               INTO CD-VERB CD-TARGET CD-VALUE CD-EXTRA.

       07Z-NOTE-VIOLATION SECTION.
           ADD 1 TO check-error-count.
           IF CHECK-IS-REPORTING THEN
                DISPLAY "DECK-MAINT:   " FUNCTION TRIM(ck-message)
           END-IF.

       08-REJECT-TRANSACTION SECTION.
           ADD 1 TO rejected-count.
           DISPLAY "DECK-MAINT: REJECTED " CX-ACTION " "
                   FUNCTION TRIM(XACT-KEY-ID) "/" XACT-KEY-DATE
                   " - " FUNCTION TRIM(REJECT-REASON).
           MOVE SPACES TO OUTCOME-WORD.
           STRING "REJECTED - " DELIMITED BY SIZE
                  REJECT-REASON DELIMITED BY SIZE
                  INTO OUTCOME-WORD.
           PERFORM 08A-WRITE-AUDIT.

       08A-WRITE-AUDIT SECTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AU-TIMESTAMP.
           MOVE group-user TO AU-USER-ID.
           MOVE CX-ACTION TO AU-ACTION.
           MOVE XACT-KEY-ID TO AU-PROBLEM-ID.
           MOVE XACT-KEY-DATE TO AU-RUN-DATE.
           IF FREEZE-WAS-OVERRIDDEN
                   AND OUTCOME-WORD(1:8) NOT = "REJECTED" THEN
                MOVE OUTCOME-WORD TO FREEZE-OUTCOME
                PERFORM 9570-NOTE-OVERRIDE
                MOVE FREEZE-OUTCOME TO OUTCOME-WORD
           END-IF.
           MOVE OUTCOME-WORD TO AU-OUTCOME.
           MOVE AUDIT-WORK TO AUDIT-REC.
           OPEN EXTEND AUDIT-FILE.
           IF audit-status = "35" THEN
                OPEN OUTPUT AUDIT-FILE
           END-IF.
           WRITE AUDIT-REC.
           CLOSE AUDIT-FILE.

       09-REWRITE-RUNCARDS SECTION.
*> Written whole to RUNCARDS.NEW and rotated into place, so a crash
*> mid-write leaves last night's deck standing.
           MOVE SPACES TO runcards-dsn.
           STRING FUNCTION TRIM(RUNCARDS-BASE) ".NEW"
               DELIMITED BY SIZE INTO runcards-dsn.
           OPEN OUTPUT CONTROL-CARD-FILE.
*> Rotating an unwritten RUNCARDS.NEW into place would replace the
*> live deck with nothing - the deck stands as it was instead.
           IF card-status NOT = "00" THEN
                DISPLAY "DECK-MAINT: CANNOT OPEN "
                        FUNCTION TRIM(runcards-dsn)
                        " FOR OUTPUT, STATUS " card-status
                        " - RUNCARDS LEFT AS IT WAS"
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
           PERFORM VARYING line-idx FROM 1 BY 1
                   UNTIL line-idx > live-count
               MOVE LV-LINE(line-idx) TO CONTROL-CARD-REC
               WRITE CONTROL-CARD-REC
           END-PERFORM.
           CLOSE CONTROL-CARD-FILE.
           MOVE RUNCARDS-BASE TO GEN-BASE-DSN.
           PERFORM 9860-ROTATE-GENERATIONS.

       09A-REWRITE-PENDING SECTION.
           OPEN OUTPUT PENDING-FILE.
           PERFORM VARYING pend-idx FROM 1 BY 1
                   UNTIL pend-idx > pend-count
               PERFORM VARYING group-idx FROM 1 BY 1
                       UNTIL group-idx > PE-LINE-COUNT(pend-idx)
                   MOVE SPACES TO PENDING-WORK
                   MOVE PE-LINE(pend-idx, group-idx) TO PW-XACT-LINE
                   MOVE PE-APPROVER(pend-idx) TO PW-APPROVER
                   MOVE PE-SINCE(pend-idx) TO PW-SINCE
                   MOVE PENDING-WORK TO PENDING-REC
                   WRITE PENDING-REC
               END-PERFORM
           END-PERFORM.
           CLOSE PENDING-FILE.

       COPY REGCFPR.

       COPY GENSVPR.

       COPY FREEZPR.

       COPY PWORDPR.

       END PROGRAM DECK-MAINT.
