       IDENTIFICATION DIVISION.
       PROGRAM-ID. REQUEST-TRACKER.
*> Answers "where is my run" without the five-file hand trace. Every
*> REQUEST-GATEWAY request carries a request id (RQ, intake date,
*> serial) from intake to delivery: the gateway records it on
*> REQTRACK as RECEIVED, ACCEPTED or REJECTED, and CARDED; the
*> runner punches it through onto STEPLOG and records HELD,
*> RELEASED and CARRIED on REQTRACK; ANSWER-DELIVERY records
*> DELIVERED. The answer itself is found on RESULTLOG through the
*> step-id of the STEPLOG record that ran the request.
*>
*> For every request taken in on or after the report date (today,
*> or an optional YYYYMMDD argument) the report gives the stage it
*> has reached - RECEIVED, ACCEPTED, REJECTED, CARDED, HELD,
*> CARRIED, RAN, FAILED, ANSWERED, DELIVERED, or PASSED for a card
*> whose run condition passed it over - with the timestamp of each
*> stage on the way, measured against the request's due date: its
*> needed-by date, or the day after intake when it gave none. A
*> delivered (or passed-over) request is ON TIME or LATE by the day
*> it closed; an open one is LATE once today is past its due date,
*> STUCK when it failed and waits on a resubmission, PENDING
*> otherwise. Late and stuck requests are listed again with the
*> stage each is stuck in, and a per-department SLA summary, the
*> department taken from AUTHREQ as USAGE-REPORT takes it, closes
*> the report.
*>
*> Return codes: 0 nothing late or stuck, 4 at least one request
*> late or stuck (or no REQTRACK on hand), 16 a bad argument.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY REQTKSL.
           COPY STPLGSL.
           COPY RESLOGSL.
           SELECT AUTHREQ-FILE ASSIGN TO "AUTHREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS authreq-status.

           COPY REGCFSL.
       DATA DIVISION.
       FILE SECTION.
       COPY REQTKFD.
       COPY STPLGFD.
       COPY RESLOGFD.
       FD  AUTHREQ-FILE.
       01  AUTHREQ-REC PIC X(90).

       COPY REGCFFD.
       WORKING-STORAGE SECTION.
       COPY REQTKWS.
       COPY STPLGWS.
       COPY RESLOGWS.
       COPY AUTHRQWS.
       01 authreq-status PIC XX.

       01 ARG-COUNT PIC 9(2) BINARY VALUE ZERO.
       01 ARG-NUM   PIC 9(2) BINARY VALUE ZERO.
       01 arg-buffer PIC X(18).
       01 REPORT-FROM PIC X(8).
       01 today-stamp PIC X(14).
       01 today-int PIC 9(8) BINARY.

*> The stages, in the order a request passes through them. Stage 2
*> holds ACCEPTED or REJECTED, whichever the gateway decided.
       01 STAGE-NAME-VALUES.
           05 FILLER PIC X(9) VALUE "RECEIVED".
           05 FILLER PIC X(9) VALUE "DECIDED".
           05 FILLER PIC X(9) VALUE "CARDED".
           05 FILLER PIC X(9) VALUE "HELD".
           05 FILLER PIC X(9) VALUE "CARRIED".
           05 FILLER PIC X(9) VALUE "RAN".
           05 FILLER PIC X(9) VALUE "FAILED".
           05 FILLER PIC X(9) VALUE "ANSWERED".
           05 FILLER PIC X(9) VALUE "DELIVERED".
       01 STAGE-NAMES REDEFINES STAGE-NAME-VALUES.
           05 STAGE-NAME PIC X(9) OCCURS 9 TIMES.
       01 STAGE-COUNT PIC 9(2) BINARY VALUE 9.
       01 STG-RECEIVED  PIC 9(2) BINARY VALUE 1.
       01 STG-DECIDED   PIC 9(2) BINARY VALUE 2.
       01 STG-CARDED    PIC 9(2) BINARY VALUE 3.
       01 STG-HELD      PIC 9(2) BINARY VALUE 4.
       01 STG-CARRIED   PIC 9(2) BINARY VALUE 5.
       01 STG-RAN       PIC 9(2) BINARY VALUE 6.
       01 STG-FAILED    PIC 9(2) BINARY VALUE 7.
       01 STG-ANSWERED  PIC 9(2) BINARY VALUE 8.
       01 STG-DELIVERED PIC 9(2) BINARY VALUE 9.
       01 stage-idx PIC 9(2) BINARY.

       01 REQUEST-TABLE-MAX PIC 9(4) BINARY VALUE 500.
       01 request-count PIC 9(4) BINARY VALUE ZERO.
       01 REQUEST-TABLE.
           05 REQUEST-ENTRY OCCURS 500 TIMES.
               10 TR-REQUEST-ID PIC X(14).
               10 TR-REQUESTOR  PIC X(10).
               10 TR-PROGRAM    PIC X(30).
               10 TR-NEEDED-BY  PIC X(8).
               10 TR-DEPARTMENT PIC X(20).
               10 TR-DECISION   PIC X(9).
               10 TR-RELEASED   PIC X(14).
               10 TR-PASSED     PIC X.
               10 TR-STEP-ID    PIC X(19).
               10 TR-DUE-DATE   PIC X(8).
               10 TR-STAGE-NOW  PIC X(9).
               10 TR-VERDICT    PIC X(8).
               10 TR-STAGE OCCURS 9 TIMES.
                   15 TR-STAMP  PIC X(14).
                   15 TR-NOTE   PIC X(40).
       01 req-idx PIC 9(4) BINARY.
       01 match-idx PIC 9(4) BINARY.
       01 lookup-id PIC X(14).
       01 event-stamp PIC X(14).
       01 event-note PIC X(40).
       01 skipped-count PIC 9(4) BINARY VALUE ZERO.
       01 rc-edit PIC 9(4).

       01 due-int PIC 9(8) BINARY.
       01 closed-date PIC X(8).
       01 late-count PIC 9(4) BINARY VALUE ZERO.

       01 DEPT-TABLE-MAX PIC 9(2) BINARY VALUE 50.
       01 dept-count PIC 9(2) BINARY VALUE ZERO.
       01 DEPT-TABLE.
           05 DEPT-ENTRY OCCURS 50 TIMES.
               10 DP-NAME     PIC X(20).
               10 DP-REQUESTS PIC 9(5) BINARY.
               10 DP-REJECTED PIC 9(5) BINARY.
               10 DP-ON-TIME  PIC 9(5) BINARY.
               10 DP-LATE     PIC 9(5) BINARY.
               10 DP-OPEN     PIC 9(5) BINARY.
       01 dept-idx PIC 9(2) BINARY.
       01 dept-match PIC 9(2) BINARY.
       01 sla-pct PIC 9(3).

       01 STAMP-WORK PIC X(14).
       01 STAMP-SHOWN.
           05 SS-YEAR   PIC X(4).
           05 FILLER    PIC X VALUE "-".
           05 SS-MONTH  PIC X(2).
           05 FILLER    PIC X VALUE "-".
           05 SS-DAY    PIC X(2).
           05 FILLER    PIC X VALUE SPACE.
           05 SS-HOUR   PIC X(2).
           05 FILLER    PIC X VALUE ":".
           05 SS-MINUTE PIC X(2).
           05 FILLER    PIC X VALUE ":".
           05 SS-SECOND PIC X(2).

       01 REQUEST-LINE.
           05 RQL-ID        PIC X(14).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 RQL-REQUESTOR PIC X(10).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 RQL-PROGRAM   PIC X(25).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 RQL-DUE       PIC X(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 RQL-STAGE     PIC X(9).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 RQL-VERDICT   PIC X(8).
       01 STAGE-LINE.
           05 FILLER        PIC X(4) VALUE SPACES.
           05 STL-NAME      PIC X(9).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 STL-STAMP     PIC X(19).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 STL-NOTE      PIC X(40).
       01 DEPT-LINE.
           05 DPL-NAME      PIC X(20).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 DPL-REQUESTS  PIC Z(4)9.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 DPL-REJECTED  PIC Z(4)9.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 DPL-ON-TIME   PIC Z(4)9.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 DPL-LATE      PIC Z(4)9.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 DPL-OPEN      PIC Z(4)9.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 DPL-PCT       PIC ZZ9.
           05 FILLER        PIC X(1) VALUE "%".

       COPY REGCFWS.

       PROCEDURE DIVISION.
       00-MAIN SECTION.
           PERFORM 9800-LOAD-REGION-CONFIG.
           MOVE STEP-LOG-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO STEP-LOG-DSN.
           MOVE RESULTS-LOG-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO RESULTS-LOG-DSN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO today-stamp.
           MOVE today-stamp(1:8) TO REPORT-FROM.
           COMPUTE today-int = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(today-stamp(1:8))).
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER.
           IF ARG-COUNT >= 1 THEN
                MOVE 1 TO ARG-NUM
                DISPLAY ARG-NUM UPON ARGUMENT-NUMBER
                ACCEPT arg-buffer FROM ARGUMENT-VALUE
                IF FUNCTION TRIM(arg-buffer) IS NUMERIC
                        AND FUNCTION LENGTH(FUNCTION
                            TRIM(arg-buffer)) = 8 THEN
                     MOVE FUNCTION TRIM(arg-buffer) TO REPORT-FROM
                ELSE
                     DISPLAY "REQUEST-TRACKER: DATE ARGUMENT MUST "
                             "BE YYYYMMDD"
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
                END-IF
           END-IF.

           PERFORM 01-LOAD-EVENTS.
           IF REQUEST-TRACK-STATUS = "35" THEN
                DISPLAY "REQUEST-TRACKER: NO REQTRACK FILE, NO "
                        "REQUESTS TO TRACK"
                MOVE 4 TO RETURN-CODE
                STOP RUN
           END-IF.
           PERFORM 02-LOAD-STEPS.
           PERFORM 03-LOAD-ANSWERS.
           PERFORM 04-RESOLVE-DEPARTMENTS.
           PERFORM VARYING req-idx FROM 1 BY 1
                   UNTIL req-idx > request-count
               PERFORM 05-JUDGE-REQUEST
           END-PERFORM.

           PERFORM 06-REPORT-REQUESTS.
           PERFORM 07-REPORT-LATE-AND-STUCK.
           PERFORM 08-REPORT-DEPARTMENT-SLA.
           IF late-count > 0 THEN
                MOVE 4 TO RETURN-CODE
           ELSE
                MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       01-LOAD-EVENTS SECTION.
           OPEN INPUT REQUEST-TRACK-FILE.
           IF REQUEST-TRACK-STATUS = "35" THEN
                GO TO 01-LOAD-EVENTS-EXIT
           END-IF.
           PERFORM UNTIL REQUEST-TRACK-STATUS = "10"
               READ REQUEST-TRACK-FILE
                   AT END MOVE "10" TO REQUEST-TRACK-STATUS
                   NOT AT END
                       MOVE REQUEST-TRACK-RECORD
                           TO REQUEST-TRACK-WORK
                       IF RT-REQUEST-ID(3:8) >= REPORT-FROM THEN
                            PERFORM 01A-TAKE-EVENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REQUEST-TRACK-FILE.
           MOVE SPACES TO REQUEST-TRACK-STATUS.
           IF skipped-count > 0 THEN
                DISPLAY "REQUEST-TRACKER: MORE THAN "
                        REQUEST-TABLE-MAX " REQUESTS, "
                        skipped-count " EVENT(S) NOT TRACKED - "
                        "NARROW THE REPORT DATE"
           END-IF.
       01-LOAD-EVENTS-EXIT.
           EXIT.

       01A-TAKE-EVENT SECTION.
           MOVE RT-REQUEST-ID TO lookup-id.
           PERFORM 09-FIND-REQUEST.
           IF match-idx = 0 THEN
                IF request-count >= REQUEST-TABLE-MAX THEN
                     ADD 1 TO skipped-count
                     GO TO 01A-TAKE-EVENT-EXIT
                END-IF
                ADD 1 TO request-count
                MOVE request-count TO match-idx
                INITIALIZE REQUEST-ENTRY(match-idx)
                MOVE RT-REQUEST-ID TO TR-REQUEST-ID(match-idx)
                MOVE "N" TO TR-PASSED(match-idx)
           END-IF.
           IF TR-REQUESTOR(match-idx) = SPACES THEN
                MOVE RT-REQUESTOR-ID TO TR-REQUESTOR(match-idx)
           END-IF.
           IF TR-PROGRAM(match-idx) = SPACES THEN
                MOVE RT-PROBLEM-ID TO TR-PROGRAM(match-idx)
           END-IF.
           MOVE RT-DETAIL TO event-note.
           EVALUATE TRUE
               WHEN RT-RECEIVED
                   MOVE RT-NEEDED-BY TO TR-NEEDED-BY(match-idx)
                   MOVE STG-RECEIVED TO stage-idx
               WHEN RT-ACCEPTED OR RT-REJECTED
                   MOVE RT-EVENT TO TR-DECISION(match-idx)
                   MOVE STG-DECIDED TO stage-idx
               WHEN RT-CARDED
                   MOVE STG-CARDED TO stage-idx
               WHEN RT-HELD
                   MOVE SPACES TO TR-RELEASED(match-idx)
                   MOVE STG-HELD TO stage-idx
               WHEN RT-RELEASED
                   MOVE RT-TIMESTAMP TO TR-RELEASED(match-idx)
                   GO TO 01A-TAKE-EVENT-EXIT
               WHEN RT-CARRIED
                   MOVE STG-CARRIED TO stage-idx
               WHEN RT-DELIVERED
*> A re-run delivery delivers again; the first one stands.
                   IF TR-STAMP(match-idx, STG-DELIVERED)
                           NOT = SPACES THEN
                        GO TO 01A-TAKE-EVENT-EXIT
                   END-IF
                   MOVE STG-DELIVERED TO stage-idx
               WHEN OTHER
                   GO TO 01A-TAKE-EVENT-EXIT
           END-EVALUATE.
           MOVE RT-TIMESTAMP TO TR-STAMP(match-idx, stage-idx).
           MOVE event-note TO TR-NOTE(match-idx, stage-idx).
       01A-TAKE-EVENT-EXIT.
           EXIT.

       02-LOAD-STEPS SECTION.
*> Every STEPLOG record punched under a tracked request: the latest
*> clean (or served) run and the latest failure each keep their
*> time. A SHED record is passed over - the CARRIED event REQTRACK
*> holds for it says the same thing.
           OPEN INPUT STEP-LOG-FILE.
           IF STEP-LOG-STATUS NOT = "00" THEN
                MOVE SPACES TO STEP-LOG-STATUS
                GO TO 02-LOAD-STEPS-EXIT
           END-IF.
           PERFORM UNTIL STEP-LOG-STATUS = "10"
               READ STEP-LOG-FILE
                   AT END MOVE "10" TO STEP-LOG-STATUS
                   NOT AT END
                       MOVE STEP-LOG-RECORD TO STEP-LOG-WORK
                       IF SL-REQUEST-ID NOT = SPACES
                               AND NOT SL-STEP-SHED THEN
                            MOVE SL-REQUEST-ID TO lookup-id
                            PERFORM 09-FIND-REQUEST
                            IF match-idx NOT = 0 THEN
                                 PERFORM 02A-TAKE-STEP
                            END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STEP-LOG-FILE.
           MOVE SPACES TO STEP-LOG-STATUS.
       02-LOAD-STEPS-EXIT.
           EXIT.

       02A-TAKE-STEP SECTION.
           MOVE SL-END-TIME(1:14) TO event-stamp.
           MOVE SPACES TO event-note.
           MOVE SL-RETURN-CODE TO rc-edit.
           EVALUATE TRUE
               WHEN SL-STEP-OK
                   MOVE STG-RAN TO stage-idx
                   MOVE SL-STEP-ID TO TR-STEP-ID(match-idx)
                   MOVE "N" TO TR-PASSED(match-idx)
                   STRING "STEP " SL-STEP-ID " RC " rc-edit
                       DELIMITED BY SIZE INTO event-note
               WHEN SL-STEP-REUSED
                   MOVE STG-RAN TO stage-idx
                   MOVE SL-STEP-ID TO TR-STEP-ID(match-idx)
                   MOVE "N" TO TR-PASSED(match-idx)
                   STRING "STEP " SL-STEP-ID " SERVED FROM CERTREG"
                       DELIMITED BY SIZE INTO event-note
               WHEN SL-STEP-CONDITION-FALSE
                   MOVE STG-RAN TO stage-idx
                   MOVE "Y" TO TR-PASSED(match-idx)
                   MOVE "PASSED OVER, RUN CONDITION FALSE"
                       TO event-note
               WHEN OTHER
                   MOVE STG-FAILED TO stage-idx
                   STRING FUNCTION TRIM(SL-STATUS) " RC " rc-edit
                          " STEP " SL-STEP-ID
                       DELIMITED BY SIZE INTO event-note
           END-EVALUATE.
           IF event-stamp > TR-STAMP(match-idx, stage-idx)
                   OR TR-STAMP(match-idx, stage-idx) = SPACES THEN
                MOVE event-stamp TO TR-STAMP(match-idx, stage-idx)
                MOVE event-note TO TR-NOTE(match-idx, stage-idx)
           END-IF.

       03-LOAD-ANSWERS SECTION.
*> RESULTLOG carries no request id; the answer is the one logged
*> under the step-id of the request's clean run.
           OPEN INPUT RESULTS-LOG-FILE.
           IF RESULTS-LOG-STATUS NOT = "00" THEN
                MOVE SPACES TO RESULTS-LOG-STATUS
                GO TO 03-LOAD-ANSWERS-EXIT
           END-IF.
           PERFORM UNTIL RESULTS-LOG-STATUS = "10"
               READ RESULTS-LOG-FILE
                   AT END MOVE "10" TO RESULTS-LOG-STATUS
                   NOT AT END
                       MOVE RESULTS-LOG-RECORD TO RESULTS-LOG-WORK
                       IF RL-STEP-ID NOT = SPACES THEN
                            PERFORM 03A-TAKE-ANSWER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RESULTS-LOG-FILE.
           MOVE SPACES TO RESULTS-LOG-STATUS.
       03-LOAD-ANSWERS-EXIT.
           EXIT.

       03A-TAKE-ANSWER SECTION.
           PERFORM VARYING req-idx FROM 1 BY 1
                   UNTIL req-idx > request-count
               IF TR-STEP-ID(req-idx) = RL-STEP-ID THEN
                    MOVE RL-TIMESTAMP(1:14)
                        TO TR-STAMP(req-idx, STG-ANSWERED)
                    MOVE SPACES TO TR-NOTE(req-idx, STG-ANSWERED)
                    STRING "ANSWER " RL-ANSWER
                        DELIMITED BY SIZE
                        INTO TR-NOTE(req-idx, STG-ANSWERED)
                    MOVE request-count TO req-idx
               END-IF
           END-PERFORM.

       04-RESOLVE-DEPARTMENTS SECTION.
           PERFORM VARYING req-idx FROM 1 BY 1
                   UNTIL req-idx > request-count
               MOVE "(UNKNOWN)" TO TR-DEPARTMENT(req-idx)
           END-PERFORM.
           OPEN INPUT AUTHREQ-FILE.
           IF authreq-status = "35" THEN
                GO TO 04-RESOLVE-DEPARTMENTS-EXIT
           END-IF.
           PERFORM UNTIL authreq-status = "10"
               READ AUTHREQ-FILE
                   AT END MOVE "10" TO authreq-status
                   NOT AT END
                       MOVE AUTHREQ-REC
                           TO AUTHORIZED-REQUESTOR-RECORD
                       PERFORM VARYING req-idx FROM 1 BY 1
                               UNTIL req-idx > request-count
                           IF TR-REQUESTOR(req-idx)
                                   = AQ-REQUESTOR-ID
                                   AND AQ-DEPARTMENT NOT = SPACES
                                   AND TR-DEPARTMENT(req-idx)
                                       = "(UNKNOWN)"
                                MOVE AQ-DEPARTMENT
                                    TO TR-DEPARTMENT(req-idx)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE AUTHREQ-FILE.
       04-RESOLVE-DEPARTMENTS-EXIT.
           EXIT.

       05-JUDGE-REQUEST SECTION.
*> The stage reached is the furthest one on record, a failure
*> counting only when nothing carried the card on after it and a
*> hold only while no release has followed it.
           EVALUATE TRUE
               WHEN TR-DECISION(req-idx) = "REJECTED"
                   MOVE "REJECTED" TO TR-STAGE-NOW(req-idx)
               WHEN TR-STAMP(req-idx, STG-DELIVERED) NOT = SPACES
                   MOVE "DELIVERED" TO TR-STAGE-NOW(req-idx)
               WHEN TR-STAMP(req-idx, STG-ANSWERED) NOT = SPACES
                   MOVE "ANSWERED" TO TR-STAGE-NOW(req-idx)
               WHEN TR-STAMP(req-idx, STG-RAN) NOT = SPACES
                       AND TR-PASSED(req-idx) = "Y"
                   MOVE "PASSED" TO TR-STAGE-NOW(req-idx)
               WHEN TR-STAMP(req-idx, STG-RAN) NOT = SPACES
                   MOVE "RAN" TO TR-STAGE-NOW(req-idx)
               WHEN TR-STAMP(req-idx, STG-FAILED) NOT = SPACES
                       AND TR-STAMP(req-idx, STG-FAILED)
                           > TR-STAMP(req-idx, STG-CARRIED)
                   MOVE "FAILED" TO TR-STAGE-NOW(req-idx)
               WHEN TR-STAMP(req-idx, STG-CARRIED) NOT = SPACES
                   MOVE "CARRIED" TO TR-STAGE-NOW(req-idx)
               WHEN TR-STAMP(req-idx, STG-HELD) NOT = SPACES
                       AND TR-RELEASED(req-idx) = SPACES
                   MOVE "HELD" TO TR-STAGE-NOW(req-idx)
               WHEN TR-STAMP(req-idx, STG-CARDED) NOT = SPACES
                   MOVE "CARDED" TO TR-STAGE-NOW(req-idx)
               WHEN TR-DECISION(req-idx) = "ACCEPTED"
                   MOVE "ACCEPTED" TO TR-STAGE-NOW(req-idx)
               WHEN OTHER
                   MOVE "RECEIVED" TO TR-STAGE-NOW(req-idx)
           END-EVALUATE.

           IF TR-NEEDED-BY(req-idx) IS NUMERIC THEN
                MOVE TR-NEEDED-BY(req-idx) TO TR-DUE-DATE(req-idx)
           ELSE
                COMPUTE due-int = FUNCTION INTEGER-OF-DATE(
                    FUNCTION NUMVAL(TR-REQUEST-ID(req-idx)(3:8)))
                    + 1
                MOVE FUNCTION DATE-OF-INTEGER(due-int)
                    TO TR-DUE-DATE(req-idx)
           END-IF.
           COMPUTE due-int = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(TR-DUE-DATE(req-idx))).

           EVALUATE TR-STAGE-NOW(req-idx)
               WHEN "REJECTED"
                   MOVE "REJECTED" TO TR-VERDICT(req-idx)
               WHEN "DELIVERED"
                   MOVE TR-STAMP(req-idx, STG-DELIVERED)(1:8)
                       TO closed-date
                   PERFORM 05A-JUDGE-CLOSED
               WHEN "PASSED"
                   MOVE TR-STAMP(req-idx, STG-RAN)(1:8)
                       TO closed-date
                   PERFORM 05A-JUDGE-CLOSED
               WHEN OTHER
                   IF today-int > due-int THEN
                        MOVE "LATE" TO TR-VERDICT(req-idx)
                        ADD 1 TO late-count
                   ELSE
                        IF TR-STAGE-NOW(req-idx) = "FAILED" THEN
                             MOVE "STUCK" TO TR-VERDICT(req-idx)
                             ADD 1 TO late-count
                        ELSE
                             MOVE "PENDING" TO TR-VERDICT(req-idx)
                        END-IF
                   END-IF
           END-EVALUATE.

       05A-JUDGE-CLOSED SECTION.
           IF closed-date > TR-DUE-DATE(req-idx) THEN
                MOVE "LATE" TO TR-VERDICT(req-idx)
           ELSE
                MOVE "ON TIME" TO TR-VERDICT(req-idx)
           END-IF.

       06-REPORT-REQUESTS SECTION.
           MOVE today-stamp TO STAMP-WORK.
           PERFORM 10-SHOW-STAMP.
           DISPLAY "REQUEST TRACKING FOR REQUESTS TAKEN IN FROM "
                   REPORT-FROM(1:4) "-" REPORT-FROM(5:2) "-"
                   REPORT-FROM(7:2) ", AS OF " STAMP-SHOWN.
           DISPLAY "REQUEST-ID     REQUESTOR  PROGRAM"
                   "                   DUE      STAGE     VERDICT".
           IF request-count = 0 THEN
                DISPLAY "  (NO REQUESTS TAKEN IN SINCE THEN)"
           END-IF.
           PERFORM VARYING req-idx FROM 1 BY 1
                   UNTIL req-idx > request-count
               PERFORM 06A-SHOW-ONE-REQUEST
           END-PERFORM.

       06A-SHOW-ONE-REQUEST SECTION.
           MOVE TR-REQUEST-ID(req-idx) TO RQL-ID.
           MOVE TR-REQUESTOR(req-idx) TO RQL-REQUESTOR.
           MOVE TR-PROGRAM(req-idx) TO RQL-PROGRAM.
           MOVE TR-DUE-DATE(req-idx) TO RQL-DUE.
           MOVE TR-STAGE-NOW(req-idx) TO RQL-STAGE.
           MOVE TR-VERDICT(req-idx) TO RQL-VERDICT.
           DISPLAY REQUEST-LINE.
           PERFORM VARYING stage-idx FROM 1 BY 1
                   UNTIL stage-idx > STAGE-COUNT
               IF TR-STAMP(req-idx, stage-idx) NOT = SPACES THEN
                    MOVE STAGE-NAME(stage-idx) TO STL-NAME
                    IF stage-idx = STG-DECIDED THEN
                         MOVE TR-DECISION(req-idx) TO STL-NAME
                    END-IF
                    IF stage-idx = STG-RAN
                            AND TR-PASSED(req-idx) = "Y" THEN
                         MOVE "PASSED" TO STL-NAME
                    END-IF
                    MOVE TR-STAMP(req-idx, stage-idx) TO STAMP-WORK
                    PERFORM 10-SHOW-STAMP
                    MOVE STAMP-SHOWN TO STL-STAMP
                    MOVE TR-NOTE(req-idx, stage-idx) TO STL-NOTE
                    DISPLAY STAGE-LINE
               END-IF
               IF stage-idx = STG-HELD
                       AND TR-RELEASED(req-idx) NOT = SPACES THEN
                    MOVE "RELEASED" TO STL-NAME
                    MOVE TR-RELEASED(req-idx) TO STAMP-WORK
                    PERFORM 10-SHOW-STAMP
                    MOVE STAMP-SHOWN TO STL-STAMP
                    MOVE SPACES TO STL-NOTE
                    DISPLAY STAGE-LINE
               END-IF
           END-PERFORM.

       07-REPORT-LATE-AND-STUCK SECTION.
           DISPLAY " ".
           DISPLAY "LATE OR STUCK REQUESTS, WITH THE STAGE EACH IS "
                   "STUCK IN".
           IF late-count = 0 THEN
                DISPLAY "  (NONE)"
                GO TO 07-REPORT-LATE-AND-STUCK-EXIT
           END-IF.
           PERFORM VARYING req-idx FROM 1 BY 1
                   UNTIL req-idx > request-count
               IF TR-STAGE-NOW(req-idx) NOT = "DELIVERED"
                       AND TR-STAGE-NOW(req-idx) NOT = "PASSED"
                       AND (TR-VERDICT(req-idx) = "LATE"
                         OR TR-VERDICT(req-idx) = "STUCK") THEN
                    MOVE TR-REQUEST-ID(req-idx) TO RQL-ID
                    MOVE TR-REQUESTOR(req-idx) TO RQL-REQUESTOR
                    MOVE TR-PROGRAM(req-idx) TO RQL-PROGRAM
                    MOVE TR-DUE-DATE(req-idx) TO RQL-DUE
                    MOVE TR-STAGE-NOW(req-idx) TO RQL-STAGE
                    MOVE TR-VERDICT(req-idx) TO RQL-VERDICT
                    DISPLAY REQUEST-LINE
               END-IF
           END-PERFORM.
       07-REPORT-LATE-AND-STUCK-EXIT.
           EXIT.

       08-REPORT-DEPARTMENT-SLA SECTION.
*> On time is measured over the requests whose SLA has been
*> decided: closed on or before the due date against closed late
*> or still open past it. Rejected and still-pending requests are
*> counted but do not move the percentage.
           PERFORM VARYING req-idx FROM 1 BY 1
                   UNTIL req-idx > request-count
               PERFORM 08A-TALLY-DEPARTMENT
           END-PERFORM.
           DISPLAY " ".
           DISPLAY "SLA BY DEPARTMENT".
           DISPLAY "DEPARTMENT            REQS  REJCT  ONTIM   LATE"
                   "   OPEN  ON-TIME".
           PERFORM VARYING dept-idx FROM 1 BY 1
                   UNTIL dept-idx > dept-count
               MOVE DP-NAME(dept-idx) TO DPL-NAME
               MOVE DP-REQUESTS(dept-idx) TO DPL-REQUESTS
               MOVE DP-REJECTED(dept-idx) TO DPL-REJECTED
               MOVE DP-ON-TIME(dept-idx) TO DPL-ON-TIME
               MOVE DP-LATE(dept-idx) TO DPL-LATE
               MOVE DP-OPEN(dept-idx) TO DPL-OPEN
               IF DP-ON-TIME(dept-idx) + DP-LATE(dept-idx) = 0 THEN
                    MOVE 100 TO sla-pct
               ELSE
                    COMPUTE sla-pct = DP-ON-TIME(dept-idx) * 100
                        / (DP-ON-TIME(dept-idx) + DP-LATE(dept-idx))
               END-IF
               MOVE sla-pct TO DPL-PCT
               DISPLAY DEPT-LINE
           END-PERFORM.
           DISPLAY "REQUEST-TRACKER: " request-count
                   " REQUEST(S) TRACKED, " late-count
                   " LATE OR STUCK".

       08A-TALLY-DEPARTMENT SECTION.
           MOVE 0 TO dept-match.
           PERFORM VARYING dept-idx FROM 1 BY 1
                   UNTIL dept-idx > dept-count
               IF DP-NAME(dept-idx) = TR-DEPARTMENT(req-idx) THEN
                    MOVE dept-idx TO dept-match
               END-IF
           END-PERFORM.
           IF dept-match = 0 THEN
                IF dept-count >= DEPT-TABLE-MAX THEN
                     GO TO 08A-TALLY-DEPARTMENT-EXIT
                END-IF
                ADD 1 TO dept-count
                MOVE dept-count TO dept-match
                INITIALIZE DEPT-ENTRY(dept-match)
                MOVE TR-DEPARTMENT(req-idx) TO DP-NAME(dept-match)
           END-IF.
           ADD 1 TO DP-REQUESTS(dept-match).
           EVALUATE TR-VERDICT(req-idx)
               WHEN "REJECTED"
                   ADD 1 TO DP-REJECTED(dept-match)
               WHEN "ON TIME"
                   ADD 1 TO DP-ON-TIME(dept-match)
               WHEN "LATE"
                   ADD 1 TO DP-LATE(dept-match)
               WHEN OTHER
                   ADD 1 TO DP-OPEN(dept-match)
           END-EVALUATE.
       08A-TALLY-DEPARTMENT-EXIT.
           EXIT.

       09-FIND-REQUEST SECTION.
           MOVE 0 TO match-idx.
           PERFORM VARYING req-idx FROM 1 BY 1
                   UNTIL req-idx > request-count
               IF TR-REQUEST-ID(req-idx) = lookup-id THEN
                    MOVE req-idx TO match-idx
                    MOVE request-count TO req-idx
               END-IF
           END-PERFORM.

       10-SHOW-STAMP SECTION.
           MOVE STAMP-WORK(1:4) TO SS-YEAR.
           MOVE STAMP-WORK(5:2) TO SS-MONTH.
           MOVE STAMP-WORK(7:2) TO SS-DAY.
           MOVE STAMP-WORK(9:2) TO SS-HOUR.
           MOVE STAMP-WORK(11:2) TO SS-MINUTE.
           MOVE STAMP-WORK(13:2) TO SS-SECOND.

       COPY REGCFPR.

       END PROGRAM REQUEST-TRACKER.
