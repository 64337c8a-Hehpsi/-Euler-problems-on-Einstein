       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECK-DIFF.
*> Side-by-side difference of two submitted decks from the dated
*> DECKHIST members PROBLEM-RUNNER files (see DKHSTWS), for the
*> morning a night went differently from the one before and the
*> first question is what changed in the deck. Arguments: two
*> submissions, the earlier first, each a YYYYMMDD date optionally
*> followed by "/n" for the n-th submission of that date (default
*> its last), so 20260812 20260813 compares two nights and
*> 20260812/1 20260812/2 a resubmission against the original.
*>
*> Cards are matched on program and resolved parameters; a card
*> left over on both sides under the same program is a parameter
*> change, and whatever is left after that was added or removed.
*> Duplicate cards pair off in deck order. The report lists cards
*> added, cards removed, parameter changes (old and new strings),
*> and final-state changes between matched cards - ran clean one
*> night, failed or carried over the other. A parameter change is
*> flagged CHANGED UNDERNEATH when nobody edited the card: the
*> same "@NAME" was punched both nights and the preset behind it
*> changed, or the card came in from the same DECKLIB member both
*> nights and the member changed. History filed before the punched
*> string was kept cannot be judged that way and is not flagged.
*> Return code 0 when the decks agree, 4 when anything differs, 16
*> on a bad argument or a submission not on disk.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECKHIST-FILE ASSIGN USING deckhist-dsn
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS deckhist-status.
           COPY REGCFSL.

       DATA DIVISION.
       FILE SECTION.
       FD  DECKHIST-FILE.
       01  DECKHIST-REC PIC X(604).

       COPY REGCFFD.
       WORKING-STORAGE SECTION.
       COPY DKHSTWS.
       COPY REGCFWS.
       01 deckhist-base PIC X(30) VALUE "DECKHIST".
       01 deckhist-dsn PIC X(40).
       01 deckhist-status PIC XX.

       01 ARG-COUNT PIC 9(2) BINARY VALUE ZERO.
       01 ARG-NUM   PIC 9(2) BINARY VALUE ZERO.
       01 arg-buffer PIC X(18).
       01 arg-date PIC X(10).
       01 arg-sub PIC X(6).

*> Side 1 is the earlier submission, side 2 the later. SD-SUB-WANTED
*> zero means the last submission of the date.
       01 SIDE-CARD-MAX PIC 9(4) BINARY VALUE 200.
       01 SIDE-TABLE.
           05 SIDE-ENTRY OCCURS 2 TIMES.
               10 SD-DATE        PIC X(8).
               10 SD-SUB-WANTED  PIC 9(4) BINARY.
               10 SD-SUB-TAKEN   PIC 9(4) BINARY.
               10 SD-SUB-STAMP   PIC X(6).
               10 SD-CARD-COUNT  PIC 9(4) BINARY.
               10 SD-CARD OCCURS 200 TIMES.
                   15 SD-CARD-NUMBER PIC 9(4).
                   15 SD-STATE       PIC X.
                   15 SD-PROBLEM-ID  PIC X(30).
                   15 SD-PARMS       PIC X(250).
                   15 SD-PUNCHED     PIC X(250).
                   15 SD-MEMBER      PIC X(30).
                   15 SD-MATCH       PIC 9(4) BINARY.
       01 side-idx PIC 9(1) BINARY.
       01 sub-seen PIC 9(4) BINARY.
       01 SUB-LOADING PIC X.
           88 SUB-IS-LOADING VALUE "Y".
       01 side-label PIC X(13).
       01 side-label-a PIC X(13).
       01 side-label-b PIC X(13).
       01 sub-edit PIC 9(4).

       01 a-idx PIC 9(4) BINARY.
       01 b-idx PIC 9(4) BINARY.
       01 added-count PIC 9(4) BINARY VALUE ZERO.
       01 removed-count PIC 9(4) BINARY VALUE ZERO.
       01 parm-change-count PIC 9(4) BINARY VALUE ZERO.
       01 underneath-count PIC 9(4) BINARY VALUE ZERO.
       01 state-change-count PIC 9(4) BINARY VALUE ZERO.
       01 state-word PIC X(24).
       01 state-word-a PIC X(24).
       01 underneath-word PIC X(60).

       PROCEDURE DIVISION.
       00-MAIN SECTION.
           PERFORM 9800-LOAD-REGION-CONFIG.
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER.
           IF ARG-COUNT NOT = 2 THEN
                PERFORM 01B-ARGUMENT-ERROR
           END-IF.
           PERFORM VARYING ARG-NUM FROM 1 BY 1
                   UNTIL ARG-NUM > ARG-COUNT
               MOVE SPACES TO arg-buffer
               DISPLAY ARG-NUM UPON ARGUMENT-NUMBER
               ACCEPT arg-buffer FROM ARGUMENT-VALUE
               MOVE ARG-NUM TO side-idx
               PERFORM 01-TAKE-SIDE-ARGUMENT
           END-PERFORM.

           PERFORM VARYING side-idx FROM 1 BY 1 UNTIL side-idx > 2
               PERFORM 02-LOAD-SIDE
           END-PERFORM.
           MOVE 1 TO side-idx.
           PERFORM 02B-LABEL-SIDE.
           MOVE side-label TO side-label-a.
           MOVE 2 TO side-idx.
           PERFORM 02B-LABEL-SIDE.
           MOVE side-label TO side-label-b.
           DISPLAY "DECK-DIFF: " side-label-a " SUBMITTED AT "
                   SD-SUB-STAMP(1) " (" SD-CARD-COUNT(1)
                   " CARD(S)) AGAINST " side-label-b
                   " SUBMITTED AT " SD-SUB-STAMP(2) " ("
                   SD-CARD-COUNT(2) " CARD(S))".

           PERFORM 03-MATCH-CARDS.
           PERFORM 04-REPORT-REMOVED.
           PERFORM 05-REPORT-ADDED.
           PERFORM 06-REPORT-PARM-CHANGES.
           PERFORM 07-REPORT-STATE-CHANGES.

           DISPLAY " ".
           DISPLAY "DECK-DIFF: " added-count " ADDED, "
                   removed-count " REMOVED, "
                   parm-change-count " PARAMETER CHANGE(S) ("
                   underneath-count " UNDERNEATH), "
                   state-change-count " FINAL-STATE CHANGE(S)".
           IF added-count + removed-count + parm-change-count
                   + state-change-count > 0 THEN
                MOVE 4 TO RETURN-CODE
           ELSE
                MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       01-TAKE-SIDE-ARGUMENT SECTION.
           MOVE SPACES TO arg-date.
           MOVE SPACES TO arg-sub.
           UNSTRING arg-buffer DELIMITED BY "/" OR SPACE
               INTO arg-date arg-sub.
           IF FUNCTION TRIM(arg-date) IS NOT NUMERIC
                   OR FUNCTION LENGTH(FUNCTION TRIM(arg-date)) NOT = 8
                PERFORM 01B-ARGUMENT-ERROR
           END-IF.
           MOVE arg-date(1:8) TO SD-DATE(side-idx).
           MOVE 0 TO SD-SUB-WANTED(side-idx).
           IF arg-sub NOT = SPACES THEN
                IF FUNCTION TRIM(arg-sub) IS NOT NUMERIC
                        OR FUNCTION LENGTH(FUNCTION TRIM(arg-sub)) > 4
                     PERFORM 01B-ARGUMENT-ERROR
                END-IF
                MOVE FUNCTION NUMVAL(arg-sub) TO SD-SUB-WANTED(side-idx)
                IF SD-SUB-WANTED(side-idx) = 0 THEN
                     PERFORM 01B-ARGUMENT-ERROR
                END-IF
           END-IF.

       01B-ARGUMENT-ERROR SECTION.
           DISPLAY "DECK-DIFF: ARGUMENTS ARE TWO SUBMISSIONS, EACH A "
                   "YYYYMMDD DATE WITH AN OPTIONAL /N SUBMISSION "
                   "NUMBER".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       02-LOAD-SIDE SECTION.
*> Keeps the cards of the wanted submission; for "the last one" each
*> SUB header starts the table afresh, so the last survives.
           MOVE SPACES TO deckhist-dsn.
           MOVE deckhist-base TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           STRING FUNCTION TRIM(REGION-DSN-WORK) ".D" SD-DATE(side-idx)
               DELIMITED BY SIZE INTO deckhist-dsn.
           OPEN INPUT DECKHIST-FILE.
           IF deckhist-status = "35" THEN
                DISPLAY "DECK-DIFF: NO DECK HISTORY ON DISK FOR "
                        SD-DATE(side-idx)
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
           MOVE 0 TO sub-seen.
           MOVE 0 TO SD-SUB-TAKEN(side-idx).
           MOVE 0 TO SD-CARD-COUNT(side-idx).
           MOVE SPACES TO SD-SUB-STAMP(side-idx).
           MOVE "N" TO SUB-LOADING.
           PERFORM UNTIL deckhist-status = "10"
               READ DECKHIST-FILE
                   AT END MOVE "10" TO deckhist-status
                   NOT AT END
                       MOVE DECKHIST-REC TO DECK-HISTORY-RECORD
                       PERFORM 02A-TAKE-RECORD
               END-READ
           END-PERFORM.
           CLOSE DECKHIST-FILE.
           IF SD-SUB-TAKEN(side-idx) = 0 THEN
                IF SD-SUB-WANTED(side-idx) = 0 THEN
                     DISPLAY "DECK-DIFF: NO SUBMISSION ON FILE FOR "
                             SD-DATE(side-idx)
                ELSE
                     MOVE SD-SUB-WANTED(side-idx) TO sub-edit
                     DISPLAY "DECK-DIFF: " SD-DATE(side-idx)
                             " HAS NO SUBMISSION " sub-edit
                END-IF
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.

       02A-TAKE-RECORD SECTION.
           IF DH-SUBMISSION THEN
                ADD 1 TO sub-seen
                IF SD-SUB-WANTED(side-idx) = 0
                        OR SD-SUB-WANTED(side-idx) = sub-seen THEN
                     MOVE "Y" TO SUB-LOADING
                     MOVE sub-seen TO SD-SUB-TAKEN(side-idx)
                     MOVE DH-PARMS(9:6) TO SD-SUB-STAMP(side-idx)
                     MOVE 0 TO SD-CARD-COUNT(side-idx)
                ELSE
                     MOVE "N" TO SUB-LOADING
                END-IF
                GO TO 02A-TAKE-RECORD-EXIT
           END-IF.
           IF NOT DH-CARD-ENTRY OR NOT SUB-IS-LOADING THEN
                GO TO 02A-TAKE-RECORD-EXIT
           END-IF.
           IF SD-CARD-COUNT(side-idx) >= SIDE-CARD-MAX THEN
                GO TO 02A-TAKE-RECORD-EXIT
           END-IF.
           ADD 1 TO SD-CARD-COUNT(side-idx).
           MOVE SD-CARD-COUNT(side-idx) TO a-idx.
           MOVE DH-CARD-NUMBER TO SD-CARD-NUMBER(side-idx, a-idx).
           MOVE DH-STATE TO SD-STATE(side-idx, a-idx).
           MOVE DH-PROBLEM-ID TO SD-PROBLEM-ID(side-idx, a-idx).
           MOVE DH-PARMS TO SD-PARMS(side-idx, a-idx).
           MOVE DH-PUNCHED-PARMS TO SD-PUNCHED(side-idx, a-idx).
           MOVE DH-MEMBER TO SD-MEMBER(side-idx, a-idx).
           MOVE 0 TO SD-MATCH(side-idx, a-idx).
       02A-TAKE-RECORD-EXIT.
           EXIT.

       02B-LABEL-SIDE SECTION.
           MOVE SD-SUB-TAKEN(side-idx) TO sub-edit.
           MOVE SPACES TO side-label.
           STRING SD-DATE(side-idx) "/" sub-edit
               DELIMITED BY SIZE INTO side-label.

       03-MATCH-CARDS SECTION.
*> First pass pairs cards identical in program and resolved
*> parameters; the second pairs what is left by program alone.
           PERFORM VARYING a-idx FROM 1 BY 1
                   UNTIL a-idx > SD-CARD-COUNT(1)
               PERFORM VARYING b-idx FROM 1 BY 1
                       UNTIL b-idx > SD-CARD-COUNT(2)
                          OR SD-MATCH(1, a-idx) NOT = 0
                   IF SD-MATCH(2, b-idx) = 0
                           AND SD-PROBLEM-ID(2, b-idx)
                               = SD-PROBLEM-ID(1, a-idx)
                           AND SD-PARMS(2, b-idx)
                               = SD-PARMS(1, a-idx) THEN
                        MOVE b-idx TO SD-MATCH(1, a-idx)
                        MOVE a-idx TO SD-MATCH(2, b-idx)
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING a-idx FROM 1 BY 1
                   UNTIL a-idx > SD-CARD-COUNT(1)
               PERFORM VARYING b-idx FROM 1 BY 1
                       UNTIL b-idx > SD-CARD-COUNT(2)
                          OR SD-MATCH(1, a-idx) NOT = 0
                   IF SD-MATCH(2, b-idx) = 0
                           AND SD-PROBLEM-ID(2, b-idx)
                               = SD-PROBLEM-ID(1, a-idx) THEN
                        MOVE b-idx TO SD-MATCH(1, a-idx)
                        MOVE a-idx TO SD-MATCH(2, b-idx)
                   END-IF
               END-PERFORM
           END-PERFORM.

       04-REPORT-REMOVED SECTION.
           PERFORM VARYING a-idx FROM 1 BY 1
                   UNTIL a-idx > SD-CARD-COUNT(1)
               IF SD-MATCH(1, a-idx) = 0 THEN
                    IF removed-count = 0 THEN
                         DISPLAY " "
                         DISPLAY "CARDS REMOVED (ON " side-label-a
                                 " ONLY):"
                    END-IF
                    ADD 1 TO removed-count
                    DISPLAY "   CARD " SD-CARD-NUMBER(1, a-idx) " "
                            SD-PROBLEM-ID(1, a-idx)
                    IF SD-PARMS(1, a-idx) NOT = SPACES THEN
                         DISPLAY "        PARMS: "
                                 FUNCTION TRIM(SD-PARMS(1, a-idx))
                    END-IF
               END-IF
           END-PERFORM.

       05-REPORT-ADDED SECTION.
           PERFORM VARYING b-idx FROM 1 BY 1
                   UNTIL b-idx > SD-CARD-COUNT(2)
               IF SD-MATCH(2, b-idx) = 0 THEN
                    IF added-count = 0 THEN
                         DISPLAY " "
                         DISPLAY "CARDS ADDED (ON " side-label-b
                                 " ONLY):"
                    END-IF
                    ADD 1 TO added-count
                    DISPLAY "   CARD " SD-CARD-NUMBER(2, b-idx) " "
                            SD-PROBLEM-ID(2, b-idx)
                    IF SD-PARMS(2, b-idx) NOT = SPACES THEN
                         DISPLAY "        PARMS: "
                                 FUNCTION TRIM(SD-PARMS(2, b-idx))
                    END-IF
               END-IF
           END-PERFORM.

       06-REPORT-PARM-CHANGES SECTION.
           PERFORM VARYING a-idx FROM 1 BY 1
                   UNTIL a-idx > SD-CARD-COUNT(1)
               MOVE SD-MATCH(1, a-idx) TO b-idx
               IF b-idx NOT = 0 THEN
                    IF SD-PARMS(1, a-idx) NOT = SD-PARMS(2, b-idx)
                         PERFORM 06A-REPORT-ONE-PARM-CHANGE
                    END-IF
               END-IF
           END-PERFORM.

       06A-REPORT-ONE-PARM-CHANGE SECTION.
           IF parm-change-count = 0 THEN
                DISPLAY " "
                DISPLAY "PARAMETER CHANGES:"
           END-IF.
           ADD 1 TO parm-change-count.
           PERFORM 06B-JUDGE-UNDERNEATH.
           DISPLAY "   CARD " SD-CARD-NUMBER(1, a-idx) " / "
                   SD-CARD-NUMBER(2, b-idx) " "
                   SD-PROBLEM-ID(1, a-idx).
           DISPLAY "        WAS: " FUNCTION TRIM(SD-PARMS(1, a-idx)).
           DISPLAY "        NOW: " FUNCTION TRIM(SD-PARMS(2, b-idx)).
           IF underneath-word NOT = SPACES THEN
                ADD 1 TO underneath-count
                DISPLAY "        CHANGED UNDERNEATH - "
                        FUNCTION TRIM(underneath-word)
           END-IF.

       06B-JUDGE-UNDERNEATH SECTION.
*> Nobody touched the card if it punched the same preset reference
*> both nights (the preset moved), or if it came in from the same
*> DECKLIB member both nights (the member moved - RUNCARDS itself
*> carried only the *INCLUDE).
           MOVE SPACES TO underneath-word.
           IF SD-PUNCHED(1, a-idx) = SPACES
                   OR SD-PUNCHED(2, b-idx) = SPACES THEN
                GO TO 06B-JUDGE-UNDERNEATH-EXIT
           END-IF.
           IF SD-PUNCHED(1, a-idx) = SD-PUNCHED(2, b-idx)
                   AND SD-PUNCHED(1, a-idx)(1:1) = "@" THEN
                STRING "PRESET " DELIMITED BY SIZE
                       SD-PUNCHED(1, a-idx)(2:)
                           DELIMITED BY SPACE
                       " CHANGED" DELIMITED BY SIZE
                    INTO underneath-word
                GO TO 06B-JUDGE-UNDERNEATH-EXIT
           END-IF.
           IF SD-MEMBER(1, a-idx) NOT = SPACES
                   AND SD-MEMBER(1, a-idx) = SD-MEMBER(2, b-idx) THEN
                STRING "DECKLIB MEMBER "
                       FUNCTION TRIM(SD-MEMBER(1, a-idx))
                       " CHANGED"
                    DELIMITED BY SIZE INTO underneath-word
           END-IF.
       06B-JUDGE-UNDERNEATH-EXIT.
           EXIT.

       07-REPORT-STATE-CHANGES SECTION.
           PERFORM VARYING a-idx FROM 1 BY 1
                   UNTIL a-idx > SD-CARD-COUNT(1)
               MOVE SD-MATCH(1, a-idx) TO b-idx
               IF b-idx NOT = 0 THEN
                    IF SD-STATE(1, a-idx) NOT = SD-STATE(2, b-idx)
                         PERFORM 07A-REPORT-ONE-STATE-CHANGE
                    END-IF
               END-IF
           END-PERFORM.

       07A-REPORT-ONE-STATE-CHANGE SECTION.
           IF state-change-count = 0 THEN
                DISPLAY " "
                DISPLAY "FINAL-STATE CHANGES:"
           END-IF.
           ADD 1 TO state-change-count.
           MOVE SD-STATE(1, a-idx) TO DH-STATE.
           PERFORM 08-SPELL-OUT-STATE.
           MOVE state-word TO state-word-a.
           MOVE SD-STATE(2, b-idx) TO DH-STATE.
           PERFORM 08-SPELL-OUT-STATE.
           DISPLAY "   CARD " SD-CARD-NUMBER(1, a-idx) " / "
                   SD-CARD-NUMBER(2, b-idx) " "
                   SD-PROBLEM-ID(1, a-idx) " "
                   FUNCTION TRIM(state-word-a) " -> "
                   FUNCTION TRIM(state-word).

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

       END PROGRAM DECK-DIFF.
