       IDENTIFICATION DIVISION.
       PROGRAM-ID. REQUESTOR-NOTICE.
*> Post-deck notice step, the other half of ANSWER-DELIVERY: that
*> step tells requestors about the answers they got, this one tells
*> them about the cards that came to nothing, so nobody learns of a
*> failure by ringing operations. For the run date (today, or an
*> optional YYYYMMDD argument) it gathers
*>   - STEPLOG records of the date that ended FAIL, TIMEOUT, DENY
*>     (refused at pre-flight authorization), QUOTA, SUBST, NOFILE,
*>     SHED, PREFLT (the card failed pre-flight validation) or
*>     DECKREJ (a clean card on a deck refused at pre-flight) - an
*>     interim RTRY attempt is not an outcome, and a failure a
*>     later clean run of the same card (a restart) settled the
*>     same day is dropped;
*>   - REQTRACK requests REJECTED at intake on the date (the
*>     runner's own REJECTED events for a refused deck carry a
*>     step-id and are already noticed off STEPLOG);
*>   - the cards on CARRYOVER, when the runner last wrote it on the
*>     run date, with RUNHOLDS saying which were still on operator
*>     hold when the cutoff came (a shed card is already on STEPLOG
*>     and is not noticed twice);
*> and writes each one, through the SUBSCRIBE mappings exactly as
*> ANSWER-DELIVERY matches answers, into the subscriber's delivery
*> file as a NOTICE record: the card (program, parameters, step-id
*> and request id where it has them), what happened in plain words,
*> the ALERTLOG reason code where there is one - the launched
*> step's own alert, or the code the runner raises for the outcome
*> - and what happens next: RETRIED TOMORROW, NEEDS RESUBMISSION
*> or WAITING ON OPERATIONS.
*>
*> Runs after ANSWER-DELIVERY, which writes each delivery file
*> fresh. The file is copied through "<file>.NEW" - answers kept,
*> its trailer and any notices from an earlier pass of this step
*> dropped - with the notices added, a new control-total trailer
*> over answers and notices together, and a fresh run-manifest
*> record (the latest record per file is the one verified). A file
*> with no notices due is left exactly as ANSWER-DELIVERY wrote it.
*> Return codes: 0 notices written (even none), 4 no SUBSCRIBE file
*> on hand, 16 a bad argument.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY STPLGSL.
           COPY ALRTSL.
           COPY REQTKSL.
           COPY MNFSTSL.
           SELECT SUBSCRIBE-FILE ASSIGN TO "SUBSCRIBE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS subscribe-status.
           SELECT CARRYOVER-FILE ASSIGN USING carryover-dsn
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS carryover-status.
           SELECT HOLD-FILE ASSIGN USING hold-file-dsn
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS hold-status.
           SELECT DELIVERY-FILE ASSIGN USING delivery-dsn
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS delivery-status.
           SELECT STAGING-FILE ASSIGN USING staging-dsn
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS staging-status.
           COPY REGCFSL.
       DATA DIVISION.
       FILE SECTION.
       COPY STPLGFD.
       COPY ALRTFD.
       COPY REQTKFD.
       COPY MNFSTFD.
       FD  SUBSCRIBE-FILE.
       01  SUBSCRIBE-REC.
           05 SB-REQUESTOR PIC X(10).
           05 FILLER       PIC X(01).
           05 SB-PROGRAM   PIC X(25).
           05 FILLER       PIC X(01).
           05 SB-FILE      PIC X(30).
       FD  CARRYOVER-FILE.
       01  CARRYOVER-REC PIC X(266).
       FD  HOLD-FILE.
       01  HOLD-REC PIC X(38).
       FD  DELIVERY-FILE.
       01  DELIVERY-REC PIC X(400).
       FD  STAGING-FILE.
       01  STAGING-REC PIC X(400).

       COPY REGCFFD.
       WORKING-STORAGE SECTION.
       COPY RESLOGWS.
       COPY STPLGWS.
       COPY ALRTWS.
       COPY REQTKWS.
       COPY MNFSTWS.
       COPY BPARMWS.
       01 subscribe-status PIC XX.
       01 carryover-dsn PIC X(30) VALUE "CARRYOVER".
       01 carryover-status PIC XX.
       01 hold-file-dsn PIC X(30) VALUE "RUNHOLDS".
       01 hold-status PIC XX.
       01 delivery-dsn PIC X(40).
       01 delivery-status PIC XX.
       01 staging-dsn PIC X(40).
       01 staging-status PIC XX.

       01 ARG-COUNT PIC 9(2) BINARY VALUE ZERO.
       01 ARG-NUM   PIC 9(2) BINARY VALUE ZERO.
       01 arg-buffer PIC X(18).
       01 RUN-DATE-WANTED PIC X(8).

       01 SUB-TABLE-MAX PIC 9(2) BINARY VALUE 50.
       01 sub-count PIC 9(2) BINARY VALUE ZERO.
       01 SUB-TABLE.
           05 SUB-ENTRY OCCURS 50 TIMES.
               10 SU-REQUESTOR PIC X(10).
               10 SU-PROGRAM   PIC X(25).
               10 SU-FILE      PIC X(30).
               10 SU-PRINTED   PIC X.
       01 sub-idx PIC 9(2) BINARY.
       01 scan-idx PIC 9(2) BINARY.
       01 current-file PIC X(30).
       01 kept-count PIC 9(9) BINARY.
       01 file-notice-count PIC 9(9) BINARY.
       01 noticed-files PIC 9(2) BINARY VALUE ZERO.
       01 total-notices PIC 9(6) BINARY VALUE ZERO.
       01 WANT-THIS-NOTICE PIC X.

*> Every outcome worth a notice, gathered off the night's files
*> before any delivery file is touched. NC-LIVE goes to "N" when a
*> later clean run of the same card settled it; NC-PAIRED marks a
*> shed card already matched to its CARRYOVER card.
       01 NOTICE-TABLE-MAX PIC 9(4) BINARY VALUE 500.
       01 notice-count PIC 9(4) BINARY VALUE ZERO.
       01 NOTICE-TABLE.
           05 NOTICE-ENTRY OCCURS 500 TIMES.
               10 NC-REQUESTOR  PIC X(10).
               10 NC-PROGRAM    PIC X(30).
               10 NC-PARMS      PIC X(50).
               10 NC-OUTCOME    PIC X(8).
               10 NC-ALERT-CODE PIC X(20).
               10 NC-NEXT       PIC X(22).
               10 NC-STEP-ID    PIC X(19).
               10 NC-REQUEST-ID PIC X(14).
               10 NC-REASON     PIC X(80).
               10 NC-LIVE       PIC X.
               10 NC-PAIRED     PIC X.
       01 notice-idx PIC 9(4) BINARY.
       01 notice-full-warned PIC X VALUE "N".

*> Net RUNHOLDS state per program: the last HOLD or RELEASE line
*> for a name wins, as it does in the runner.
       01 HOLD-TABLE-MAX PIC 9(3) BINARY VALUE 100.
       01 hold-count PIC 9(3) BINARY VALUE ZERO.
       01 HOLD-TABLE.
           05 HOLD-ENTRY OCCURS 100 TIMES.
               10 HT-PROBLEM-ID PIC X(30).
               10 HT-HELD       PIC X.
       01 hold-idx PIC 9(3) BINARY.
       01 HOLD-WORK.
           05 HW-ACTION PIC X(8).
           05 HW-PROBLEM-ID PIC X(30).
       01 CARD-HELD PIC X.

*> What CBL_CHECK_FILE_EXIST hands back for CARRYOVER: the file is
*> rewritten only on a night that carries something over, so a
*> copy last written on another day is not this night's.
       01 FILE-INFO.
           05 FI-SIZE   PIC X(8) COMP-X.
           05 FI-DAY    PIC X COMP-X.
           05 FI-MONTH  PIC X COMP-X.
           05 FI-YEAR   PIC X(2) COMP-X.
           05 FI-HOUR   PIC X COMP-X.
           05 FI-MINUTE PIC X COMP-X.
           05 FI-SECOND PIC X COMP-X.
           05 FI-HUNDREDTHS PIC X COMP-X.
       01 carryover-date PIC 9(8).
       01 rc-edit PIC 9(4).
       01 out-reason PIC X(80).
       01 out-next PIC X(22).
       01 out-alert-code PIC X(20).

       01 NOTICE-WORK.
           05 NW-TAG        PIC X(08) VALUE "NOTICE".
           05 NW-PROGRAM    PIC X(30) VALUE SPACES.
           05 FILLER        PIC X(01) VALUE SPACE.
           05 NW-PARMS      PIC X(50) VALUE SPACES.
           05 FILLER        PIC X(01) VALUE SPACE.
           05 NW-OUTCOME    PIC X(08) VALUE SPACES.
           05 FILLER        PIC X(01) VALUE SPACE.
           05 NW-NEXT       PIC X(22) VALUE SPACES.
           05 FILLER        PIC X(01) VALUE SPACE.
           05 NW-ALERT-CODE PIC X(20) VALUE SPACES.
           05 FILLER        PIC X(01) VALUE SPACE.
           05 NW-STEP-ID    PIC X(19) VALUE SPACES.
           05 FILLER        PIC X(01) VALUE SPACE.
           05 NW-REQUEST-ID PIC X(14) VALUE SPACES.
           05 FILLER        PIC X(01) VALUE SPACE.
           05 NW-REASON     PIC X(80) VALUE SPACES.
       01 DELIVERY-TRAILER-WORK.
           05 FILLER     PIC X(08) VALUE "TRAILER ".
           05 DT-COUNT   PIC 9(09) VALUE ZERO.

       COPY REGCFWS.

       PROCEDURE DIVISION.
       00-MAIN SECTION.
           MOVE "REQUESTOR-NOTICE" TO RL-PROGRAM-ID.
           PERFORM 9800-LOAD-REGION-CONFIG.
           MOVE STEP-LOG-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO STEP-LOG-DSN.
           MOVE ALERT-LOG-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO ALERT-LOG-DSN.
           MOVE MANIFEST-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO MANIFEST-DSN.
           MOVE carryover-dsn TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO carryover-dsn.
           MOVE hold-file-dsn TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO hold-file-dsn.

           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE-WANTED.
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER.
           IF ARG-COUNT >= 1 THEN
                MOVE 1 TO ARG-NUM
                DISPLAY ARG-NUM UPON ARGUMENT-NUMBER
                ACCEPT arg-buffer FROM ARGUMENT-VALUE
                IF FUNCTION TRIM(arg-buffer) IS NUMERIC
                        AND FUNCTION LENGTH(FUNCTION
                            TRIM(arg-buffer)) = 8 THEN
                     MOVE FUNCTION TRIM(arg-buffer)
                         TO RUN-DATE-WANTED
                ELSE
                     DISPLAY "REQUESTOR-NOTICE: DATE ARGUMENT MUST "
                             "BE YYYYMMDD"
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
                END-IF
           END-IF.

           PERFORM 01-LOAD-SUBSCRIPTIONS.
           IF sub-count = 0 THEN
                DISPLAY "REQUESTOR-NOTICE: NO SUBSCRIBE FILE (OR AN "
                        "EMPTY ONE), NOBODY TO NOTIFY"
                MOVE 4 TO RETURN-CODE
                STOP RUN
           END-IF.

           PERFORM 02-LOAD-STEP-OUTCOMES.
           PERFORM 03-LOAD-HOLDS.
           PERFORM 04-LOAD-CARRYOVER.
           PERFORM 05-LOAD-REJECTIONS.
           PERFORM 06-ATTACH-ALERT-CODES.

*> One pass per distinct delivery file, as ANSWER-DELIVERY makes
*> it: every subscription naming the file is served together, so
*> the file gets one trailer and one manifest record.
           PERFORM VARYING sub-idx FROM 1 BY 1
                   UNTIL sub-idx > sub-count
               IF SU-PRINTED(sub-idx) = "N" THEN
                    MOVE SU-FILE(sub-idx) TO current-file
                    PERFORM 07-NOTICE-ONE-FILE
               END-IF
           END-PERFORM.

           DISPLAY "REQUESTOR-NOTICE: " total-notices
                   " NOTICE(S) IN " noticed-files
                   " DELIVERY FILE(S) FOR " RUN-DATE-WANTED.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       01-LOAD-SUBSCRIPTIONS SECTION.
           OPEN INPUT SUBSCRIBE-FILE.
           IF subscribe-status = "35" THEN
                GO TO 01-LOAD-SUBSCRIPTIONS-EXIT
           END-IF.
           PERFORM UNTIL subscribe-status = "10"
               READ SUBSCRIBE-FILE
                   AT END MOVE "10" TO subscribe-status
                   NOT AT END
                       IF SB-REQUESTOR NOT = SPACES
                               AND SB-FILE NOT = SPACES
                               AND sub-count < SUB-TABLE-MAX
                            ADD 1 TO sub-count
                            MOVE SB-REQUESTOR
                                TO SU-REQUESTOR(sub-count)
                            MOVE SB-PROGRAM
                                TO SU-PROGRAM(sub-count)
                            MOVE SB-FILE TO SU-FILE(sub-count)
                            MOVE "N" TO SU-PRINTED(sub-count)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SUBSCRIBE-FILE.
       01-LOAD-SUBSCRIPTIONS-EXIT.
           EXIT.

       02-LOAD-STEP-OUTCOMES SECTION.
*> A step belongs to the night it finished on, the same rule
*> ANSWER-DELIVERY applies to the answers.
           OPEN INPUT STEP-LOG-FILE.
           IF STEP-LOG-STATUS NOT = "00" THEN
                MOVE SPACES TO STEP-LOG-STATUS
                GO TO 02-LOAD-STEP-OUTCOMES-EXIT
           END-IF.
           PERFORM UNTIL STEP-LOG-STATUS = "10"
               READ STEP-LOG-FILE
                   AT END MOVE "10" TO STEP-LOG-STATUS
                   NOT AT END
                       MOVE STEP-LOG-RECORD TO STEP-LOG-WORK
                       IF SL-END-TIME(1:8) = RUN-DATE-WANTED
                               AND SL-REQUESTOR-ID NOT = SPACES
                            PERFORM 02A-JUDGE-STEP-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STEP-LOG-FILE.
           MOVE SPACES TO STEP-LOG-STATUS.
       02-LOAD-STEP-OUTCOMES-EXIT.
           EXIT.

       02A-JUDGE-STEP-RECORD SECTION.
           IF SL-STEP-OK OR SL-STEP-REUSED
                   OR SL-STEP-CONDITION-FALSE THEN
                PERFORM 02B-SETTLE-EARLIER-NOTICES
                GO TO 02A-JUDGE-STEP-RECORD-EXIT
           END-IF.
           MOVE SPACES TO out-reason.
           MOVE SPACES TO out-alert-code.
           EVALUATE SL-STATUS
               WHEN "FAIL"
                   MOVE SL-RETURN-CODE TO rc-edit
                   STRING "THE PROGRAM FAILED, ENDING WITH RETURN "
                          "CODE " rc-edit
                       DELIMITED BY SIZE INTO out-reason
                   MOVE "NEEDS RESUBMISSION" TO out-next
               WHEN "TIMEOUT"
                   STRING "THE PROGRAM RAN PAST ITS TIME LIMIT AND "
                          "WAS STOPPED"
                       DELIMITED BY SIZE INTO out-reason
                   MOVE "NEEDS RESUBMISSION" TO out-next
               WHEN "DENY"
                   STRING "REFUSED BEFORE THE RUN - YOU ARE NOT "
                          "CLEARED ON AUTHREQ TO RUN THIS PROGRAM"
                       DELIMITED BY SIZE INTO out-reason
                   MOVE "NEEDS RESUBMISSION" TO out-next
               WHEN "QUOTA"
                   STRING "NOT RUN - YOUR DEPARTMENT HAS USED ITS "
                          "MONTHLY RUN-TIME QUOTA"
                       DELIMITED BY SIZE INTO out-reason
                   MOVE "QUOTA-EXHAUSTED" TO out-alert-code
                   MOVE "NEEDS RESUBMISSION" TO out-next
               WHEN "SUBST"
                   STRING "NOT RUN - A REFERENCE IN ITS PARAMETERS "
                          "COULD NOT BE RESOLVED"
                       DELIMITED BY SIZE INTO out-reason
                   MOVE "UNRESOLVED-REFERENCE" TO out-alert-code
                   MOVE "NEEDS RESUBMISSION" TO out-next
               WHEN "NOFILE"
                   STRING "NOT RUN - THE FILE IT WAITED FOR HAD NOT "
                          "ARRIVED BY ITS DEADLINE"
                       DELIMITED BY SIZE INTO out-reason
                   MOVE "AWAIT-DEADLINE" TO out-alert-code
                   MOVE "WAITING ON OPERATIONS" TO out-next
               WHEN "SHED"
                   STRING "SET ASIDE AHEAD OF THE CUTOFF SO MORE "
                          "URGENT WORK COULD FINISH"
                       DELIMITED BY SIZE INTO out-reason
                   MOVE "SHED-FOR-CUTOFF" TO out-alert-code
                   MOVE "RETRIED TOMORROW" TO out-next
               WHEN "PREFLT"
                   STRING "REFUSED BEFORE THE RUN - THE CARD FAILED "
                          "PRE-FLIGHT VALIDATION"
                       DELIMITED BY SIZE INTO out-reason
                   MOVE "NEEDS RESUBMISSION" TO out-next
               WHEN "DECKREJ"
                   STRING "NOT RUN - THE CARD WAS IN ORDER BUT ITS "
                          "DECK FAILED PRE-FLIGHT VALIDATION"
                       DELIMITED BY SIZE INTO out-reason
                   MOVE "NEEDS RESUBMISSION" TO out-next
               WHEN OTHER
                   GO TO 02A-JUDGE-STEP-RECORD-EXIT
           END-EVALUATE.
           IF notice-count >= NOTICE-TABLE-MAX THEN
                PERFORM 08-WARN-TABLE-FULL
                GO TO 02A-JUDGE-STEP-RECORD-EXIT
           END-IF.
           ADD 1 TO notice-count.
           MOVE out-reason TO NC-REASON(notice-count).
           MOVE out-next TO NC-NEXT(notice-count).
           MOVE out-alert-code TO NC-ALERT-CODE(notice-count).
           MOVE SL-REQUESTOR-ID TO NC-REQUESTOR(notice-count).
           MOVE SL-PROBLEM-ID TO NC-PROGRAM(notice-count).
           MOVE SL-PARM-VALUE TO NC-PARMS(notice-count).
           MOVE SL-STATUS TO NC-OUTCOME(notice-count).
           MOVE SL-STEP-ID TO NC-STEP-ID(notice-count).
           MOVE SL-REQUEST-ID TO NC-REQUEST-ID(notice-count).
           MOVE "Y" TO NC-LIVE(notice-count).
           MOVE "N" TO NC-PAIRED(notice-count).
       02A-JUDGE-STEP-RECORD-EXIT.
           EXIT.

       02B-SETTLE-EARLIER-NOTICES SECTION.
*> A clean run of the same card later in the day - a restarted
*> deck, a resubmission - means the requestor got the answer after
*> all, so the earlier failure is not worth a notice.
           PERFORM VARYING notice-idx FROM 1 BY 1
                   UNTIL notice-idx > notice-count
               IF NC-LIVE(notice-idx) = "Y"
                       AND NC-REQUESTOR(notice-idx) = SL-REQUESTOR-ID
                       AND NC-PROGRAM(notice-idx) = SL-PROBLEM-ID
                       AND NC-PARMS(notice-idx) = SL-PARM-VALUE
                    MOVE "N" TO NC-LIVE(notice-idx)
               END-IF
           END-PERFORM.

       03-LOAD-HOLDS SECTION.
           OPEN INPUT HOLD-FILE.
           IF hold-status NOT = "00" THEN
                MOVE SPACES TO hold-status
                GO TO 03-LOAD-HOLDS-EXIT
           END-IF.
           PERFORM UNTIL hold-status = "10"
               READ HOLD-FILE
                   AT END MOVE "10" TO hold-status
                   NOT AT END
                       MOVE HOLD-REC TO HOLD-WORK
                       IF HW-PROBLEM-ID NOT = SPACES
                               AND (HW-ACTION = "HOLD"
                                 OR HW-ACTION = "RELEASE") THEN
                            PERFORM 03A-APPLY-HOLD-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HOLD-FILE.
           MOVE SPACES TO hold-status.
       03-LOAD-HOLDS-EXIT.
           EXIT.

       03A-APPLY-HOLD-LINE SECTION.
           PERFORM VARYING hold-idx FROM 1 BY 1
                   UNTIL hold-idx > hold-count
                      OR HT-PROBLEM-ID(hold-idx) = HW-PROBLEM-ID
               CONTINUE
           END-PERFORM.
           IF hold-idx > hold-count THEN
                IF hold-count >= HOLD-TABLE-MAX THEN
                     GO TO 03A-APPLY-HOLD-LINE-EXIT
                END-IF
                ADD 1 TO hold-count
                MOVE HW-PROBLEM-ID TO HT-PROBLEM-ID(hold-count)
           END-IF.
           IF HW-ACTION = "HOLD" THEN
                MOVE "Y" TO HT-HELD(hold-idx)
           ELSE
                MOVE "N" TO HT-HELD(hold-idx)
           END-IF.
       03A-APPLY-HOLD-LINE-EXIT.
           EXIT.

       04-LOAD-CARRYOVER SECTION.
           CALL "CBL_CHECK_FILE_EXIST" USING carryover-dsn FILE-INFO.
           IF RETURN-CODE NOT = 0 THEN
                MOVE 0 TO RETURN-CODE
                GO TO 04-LOAD-CARRYOVER-EXIT
           END-IF.
           COMPUTE carryover-date
               = FI-YEAR * 10000 + FI-MONTH * 100 + FI-DAY.
           IF carryover-date NOT = RUN-DATE-WANTED THEN
                GO TO 04-LOAD-CARRYOVER-EXIT
           END-IF.
           OPEN INPUT CARRYOVER-FILE.
           IF carryover-status NOT = "00" THEN
                MOVE SPACES TO carryover-status
                GO TO 04-LOAD-CARRYOVER-EXIT
           END-IF.
           PERFORM UNTIL carryover-status = "10"
               READ CARRYOVER-FILE
                   AT END MOVE "10" TO carryover-status
                   NOT AT END
                       MOVE CARRYOVER-REC TO BATCH-PARM-RECORD
*> Continuation cards carry only parameter text; the primary card
*> of the chain names the program and the requestor.
                       IF BP-PROBLEM-ID NOT = SPACES
                               AND BP-REQUESTOR-ID NOT = SPACES
                            PERFORM 04A-JUDGE-CARRIED-CARD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CARRYOVER-FILE.
           MOVE SPACES TO carryover-status.
       04-LOAD-CARRYOVER-EXIT.
           EXIT.

       04A-JUDGE-CARRIED-CARD SECTION.
*> A shed card went to CARRYOVER too, and its SHED notice already
*> says so - pair the two off rather than notice it twice.
           PERFORM VARYING notice-idx FROM 1 BY 1
                   UNTIL notice-idx > notice-count
               IF NC-OUTCOME(notice-idx) = "SHED"
                       AND NC-PAIRED(notice-idx) = "N"
                       AND NC-REQUESTOR(notice-idx) = BP-REQUESTOR-ID
                       AND NC-PROGRAM(notice-idx) = BP-PROBLEM-ID
                    MOVE "Y" TO NC-PAIRED(notice-idx)
                    GO TO 04A-JUDGE-CARRIED-CARD-EXIT
               END-IF
           END-PERFORM.
           IF notice-count >= NOTICE-TABLE-MAX THEN
                PERFORM 08-WARN-TABLE-FULL
                GO TO 04A-JUDGE-CARRIED-CARD-EXIT
           END-IF.
           MOVE "N" TO CARD-HELD.
           PERFORM VARYING hold-idx FROM 1 BY 1
                   UNTIL hold-idx > hold-count
               IF HT-PROBLEM-ID(hold-idx) = BP-PROBLEM-ID
                       AND HT-HELD(hold-idx) = "Y" THEN
                    MOVE "Y" TO CARD-HELD
               END-IF
           END-PERFORM.
           ADD 1 TO notice-count.
           MOVE BP-REQUESTOR-ID TO NC-REQUESTOR(notice-count).
           MOVE BP-PROBLEM-ID TO NC-PROGRAM(notice-count).
           MOVE BP-PARM-VALUE TO NC-PARMS(notice-count).
           MOVE SPACES TO NC-STEP-ID(notice-count).
           MOVE BP-REQUEST-ID TO NC-REQUEST-ID(notice-count).
           MOVE SPACES TO NC-ALERT-CODE(notice-count).
           MOVE "Y" TO NC-LIVE(notice-count).
           MOVE "Y" TO NC-PAIRED(notice-count).
           IF CARD-HELD = "Y" THEN
                MOVE "HELD" TO NC-OUTCOME(notice-count)
                MOVE SPACES TO NC-REASON(notice-count)
                STRING "ON OPERATOR HOLD AT THE CUTOFF AND CARRIED "
                       "OVER STILL HELD"
                    DELIMITED BY SIZE INTO NC-REASON(notice-count)
                MOVE "WAITING ON OPERATIONS" TO NC-NEXT(notice-count)
           ELSE
                MOVE "CARRIED" TO NC-OUTCOME(notice-count)
                MOVE SPACES TO NC-REASON(notice-count)
                STRING "NOT REACHED BEFORE THE NIGHT'S CUTOFF - "
                       "CARRIED OVER TO THE NEXT DECK"
                    DELIMITED BY SIZE INTO NC-REASON(notice-count)
                MOVE "RETRIED TOMORROW" TO NC-NEXT(notice-count)
           END-IF.
       04A-JUDGE-CARRIED-CARD-EXIT.
           EXIT.

       05-LOAD-REJECTIONS SECTION.
*> Requests REQUEST-GATEWAY turned away at intake never reach a
*> card, so REQTRACK is the only record of them. A REJECTED event
*> with a step-id is the runner refusing a deck at pre-flight, and
*> its STEPLOG record has already raised the notice.
           OPEN INPUT REQUEST-TRACK-FILE.
           IF REQUEST-TRACK-STATUS NOT = "00" THEN
                MOVE SPACES TO REQUEST-TRACK-STATUS
                GO TO 05-LOAD-REJECTIONS-EXIT
           END-IF.
           PERFORM UNTIL REQUEST-TRACK-STATUS = "10"
               READ REQUEST-TRACK-FILE
                   AT END MOVE "10" TO REQUEST-TRACK-STATUS
                   NOT AT END
                       MOVE REQUEST-TRACK-RECORD
                           TO REQUEST-TRACK-WORK
                       IF RT-REJECTED
                               AND RT-TIMESTAMP(1:8) = RUN-DATE-WANTED
                               AND RT-REQUESTOR-ID NOT = SPACES
                               AND RT-STEP-ID = SPACES
                            PERFORM 05A-ADD-REJECTION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REQUEST-TRACK-FILE.
           MOVE SPACES TO REQUEST-TRACK-STATUS.
       05-LOAD-REJECTIONS-EXIT.
           EXIT.

       05A-ADD-REJECTION SECTION.
           IF notice-count >= NOTICE-TABLE-MAX THEN
                PERFORM 08-WARN-TABLE-FULL
                GO TO 05A-ADD-REJECTION-EXIT
           END-IF.
           ADD 1 TO notice-count.
           MOVE RT-REQUESTOR-ID TO NC-REQUESTOR(notice-count).
           MOVE RT-PROBLEM-ID TO NC-PROGRAM(notice-count).
           MOVE SPACES TO NC-PARMS(notice-count).
           MOVE "REJECTED" TO NC-OUTCOME(notice-count).
           MOVE SPACES TO NC-ALERT-CODE(notice-count).
           MOVE "NEEDS RESUBMISSION" TO NC-NEXT(notice-count).
           MOVE SPACES TO NC-STEP-ID(notice-count).
           MOVE RT-REQUEST-ID TO NC-REQUEST-ID(notice-count).
           MOVE SPACES TO NC-REASON(notice-count).
           STRING "REQUEST REJECTED AT INTAKE - "
                  FUNCTION TRIM(RT-DETAIL)
               DELIMITED BY SIZE INTO NC-REASON(notice-count).
           MOVE "Y" TO NC-LIVE(notice-count).
           MOVE "Y" TO NC-PAIRED(notice-count).
       05A-ADD-REJECTION-EXIT.
           EXIT.

       06-ATTACH-ALERT-CODES SECTION.
*> A launched step that failed raises its own alert under its own
*> program name and step-id; the first one it raised names the
*> reason. Runner-side outcomes already carry the runner's code.
           OPEN INPUT ALERT-LOG-FILE.
           IF ALERT-LOG-STATUS NOT = "00" THEN
                MOVE SPACES TO ALERT-LOG-STATUS
                GO TO 06-ATTACH-ALERT-CODES-EXIT
           END-IF.
           PERFORM UNTIL ALERT-LOG-STATUS = "10"
               READ ALERT-LOG-FILE
                   AT END MOVE "10" TO ALERT-LOG-STATUS
                   NOT AT END
                       MOVE ALERT-LOG-RECORD TO ALERT-LOG-WORK
                       IF AL-STEP-ID NOT = SPACES
                            PERFORM 06A-MATCH-ALERT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ALERT-LOG-FILE.
           MOVE SPACES TO ALERT-LOG-STATUS.
       06-ATTACH-ALERT-CODES-EXIT.
           EXIT.

       06A-MATCH-ALERT SECTION.
           PERFORM VARYING notice-idx FROM 1 BY 1
                   UNTIL notice-idx > notice-count
               IF NC-STEP-ID(notice-idx) = AL-STEP-ID
                       AND NC-ALERT-CODE(notice-idx) = SPACES
                       AND NC-PROGRAM(notice-idx) = AL-PROGRAM-ID
                       AND (NC-OUTCOME(notice-idx) = "FAIL"
                         OR NC-OUTCOME(notice-idx) = "TIMEOUT")
                    MOVE AL-REASON-CODE TO NC-ALERT-CODE(notice-idx)
               END-IF
           END-PERFORM.

       07-NOTICE-ONE-FILE SECTION.
           MOVE 0 TO file-notice-count.
           PERFORM VARYING notice-idx FROM 1 BY 1
                   UNTIL notice-idx > notice-count
               PERFORM 07A-JUDGE-NOTICE
               IF WANT-THIS-NOTICE = "Y" THEN
                    ADD 1 TO file-notice-count
               END-IF
           END-PERFORM.
           IF file-notice-count = 0 THEN
                GO TO 07-NOTICE-ONE-FILE-DONE
           END-IF.

           MOVE current-file TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE SPACES TO delivery-dsn.
           MOVE REGION-DSN-WORK TO delivery-dsn.
           MOVE SPACES TO staging-dsn.
           STRING FUNCTION TRIM(delivery-dsn) ".NEW"
               DELIMITED BY SIZE INTO staging-dsn.
           OPEN OUTPUT STAGING-FILE.
           MOVE 0 TO kept-count.

*> The answers ANSWER-DELIVERY wrote go across untouched; its
*> trailer, and notices an earlier pass of this step added, do not.
           OPEN INPUT DELIVERY-FILE.
           IF delivery-status = "00" THEN
                PERFORM UNTIL delivery-status = "10"
                    READ DELIVERY-FILE
                        AT END MOVE "10" TO delivery-status
                        NOT AT END
                            IF DELIVERY-REC(1:8) NOT = "TRAILER "
                                    AND DELIVERY-REC(1:8)
                                        NOT = NW-TAG
                                 MOVE DELIVERY-REC TO STAGING-REC
                                 WRITE STAGING-REC
                                 ADD 1 TO kept-count
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE DELIVERY-FILE
           END-IF.
           MOVE SPACES TO delivery-status.

           PERFORM VARYING notice-idx FROM 1 BY 1
                   UNTIL notice-idx > notice-count
               PERFORM 07A-JUDGE-NOTICE
               IF WANT-THIS-NOTICE = "Y" THEN
                    PERFORM 07B-WRITE-NOTICE
               END-IF
           END-PERFORM.

           COMPUTE DT-COUNT = kept-count + file-notice-count.
           MOVE SPACES TO STAGING-REC.
           MOVE DELIVERY-TRAILER-WORK TO STAGING-REC.
           WRITE STAGING-REC.
           CLOSE STAGING-FILE.
           CALL "CBL_DELETE_FILE" USING delivery-dsn.
           CALL "CBL_RENAME_FILE" USING staging-dsn delivery-dsn.
           MOVE 0 TO RETURN-CODE.
           MOVE delivery-dsn(1:30) TO MF-FILE-NAME.
           MOVE DT-COUNT TO MF-RECORD-COUNT.
           PERFORM 9950-WRITE-MANIFEST.
           ADD 1 TO noticed-files.
           ADD file-notice-count TO total-notices.
           DISPLAY "REQUESTOR-NOTICE: " file-notice-count
                   " NOTICE(S) TO " FUNCTION TRIM(delivery-dsn)
                   " (" kept-count " ANSWER(S) KEPT)".

       07-NOTICE-ONE-FILE-DONE.
*> Every subscription pointing at this file is now satisfied.
           PERFORM VARYING scan-idx FROM 1 BY 1
                   UNTIL scan-idx > sub-count
               IF SU-FILE(scan-idx) = current-file THEN
                    MOVE "Y" TO SU-PRINTED(scan-idx)
               END-IF
           END-PERFORM.

       07A-JUDGE-NOTICE SECTION.
           MOVE "N" TO WANT-THIS-NOTICE.
           IF NC-LIVE(notice-idx) NOT = "Y" THEN
                GO TO 07A-JUDGE-NOTICE-EXIT
           END-IF.
           PERFORM VARYING scan-idx FROM 1 BY 1
                   UNTIL scan-idx > sub-count
               IF SU-FILE(scan-idx) = current-file
                       AND SU-REQUESTOR(scan-idx)
                           = NC-REQUESTOR(notice-idx)
                       AND (SU-PROGRAM(scan-idx)
                              = NC-PROGRAM(notice-idx)
                         OR SU-PROGRAM(scan-idx)(1:1) = "*")
                    MOVE "Y" TO WANT-THIS-NOTICE
               END-IF
           END-PERFORM.
       07A-JUDGE-NOTICE-EXIT.
           EXIT.

       07B-WRITE-NOTICE SECTION.
           MOVE NC-PROGRAM(notice-idx) TO NW-PROGRAM.
           MOVE NC-PARMS(notice-idx) TO NW-PARMS.
           MOVE NC-OUTCOME(notice-idx) TO NW-OUTCOME.
           MOVE NC-NEXT(notice-idx) TO NW-NEXT.
           MOVE NC-ALERT-CODE(notice-idx) TO NW-ALERT-CODE.
           MOVE NC-STEP-ID(notice-idx) TO NW-STEP-ID.
           MOVE NC-REQUEST-ID(notice-idx) TO NW-REQUEST-ID.
           MOVE NC-REASON(notice-idx) TO NW-REASON.
           MOVE SPACES TO STAGING-REC.
           MOVE NOTICE-WORK TO STAGING-REC.
           WRITE STAGING-REC.

       08-WARN-TABLE-FULL SECTION.
           IF notice-full-warned = "N" THEN
                MOVE "Y" TO notice-full-warned
                DISPLAY "REQUESTOR-NOTICE: MORE THAN "
                        NOTICE-TABLE-MAX " OUTCOMES FOR "
                        RUN-DATE-WANTED ", THE REST ARE NOT NOTICED"
           END-IF.

       COPY MNFSTPR.

       COPY REGCFPR.

       END PROGRAM REQUESTOR-NOTICE.
