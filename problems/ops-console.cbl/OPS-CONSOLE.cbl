*>   4  place or release a step hold (appends the HOLD/RELEASE
*>      line PROBLEM-RUNNER re-reads between waves)
*>   5  punch one validated ad-hoc card onto RUNCARDS - checked
*>      against AUTHREQ clearance and the PROBCAT ranges, allowed
*>      words and registered keyword names before it lands, exactly
*>      as pre-flight would check it
*>   6  request a librarian fetch (writes the LIBFETCH card and
*>      invokes LIBRARY-FETCH)
*>   7  work the incidents ALERT-REPORT opened off critical and
*>      high alerts: list the open and acknowledged ones, then
*>      acknowledge, annotate, close or show one - acknowledging
*>      is what stops INCIDENT-REPORT escalating it
*>   8  write a shift-log entry on SHIFTLOG - operator, free text,
*>      and the program or step it is about when there is one
*>   9  the handover page: holds still standing on RUNHOLDS, cards
*>      carried over on CARRYOVER, what DECKSTAT still shows,
*>      incidents nobody has acknowledged, and the shift's log
*>      entries (everything since the last sign-off) - which the
*>      incoming operator then signs off, the sign-off going on
*>      SHIFTLOG too
*>   0  leave
*>
*> Return code 0 always; each action reports its own outcome on
           COPY RESIXSL.
           COPY STPLGSL.
           COPY ALRTSL.
           COPY INCIDSL.
           COPY LOCKSL.
           SELECT HOLD-FILE ASSIGN USING hold-file-dsn
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS hold-status.
               FILE STATUS IS catalog-status.
           SELECT LIBFETCH-FILE ASSIGN TO "LIBFETCH"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SHIFTLOG-FILE ASSIGN USING shiftlog-dsn
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS shiftlog-status.
           SELECT CARRYOVER-FILE ASSIGN USING carryover-dsn
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS carryover-status.
           SELECT DECKSTAT-FILE ASSIGN USING deckstat-dsn
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS deckstat-status.
           COPY REGCFSL.
       DATA DIVISION.
       FILE SECTION.
       COPY RESIXFD.
       COPY STPLGFD.
       COPY ALRTFD.
       COPY INCIDFD.
       COPY LOCKFD.
       FD  HOLD-FILE.
       01  HOLD-REC PIC X(38).
       FD  RUNCARDS-FILE.
       01  RUNCARDS-REC PIC X(266).
       FD  AUTHREQ-FILE.
       01  AUTHREQ-REC PIC X(90).
       FD  CATALOG-FILE.
       01  CATALOG-REC PIC X(223).
       FD  LIBFETCH-FILE.
       01  LIBFETCH-REC PIC X(60).
       FD  SHIFTLOG-FILE.
       01  SHIFTLOG-REC PIC X(144).
       FD  CARRYOVER-FILE.
       01  CARRYOVER-REC PIC X(266).
       FD  DECKSTAT-FILE.
       01  DECKSTAT-REC PIC X(80).

       COPY REGCFFD.
       WORKING-STORAGE SECTION.
       COPY BPARMWS.
       COPY PRCATWS.
       COPY AUTHRQWS.
       COPY PWORDWS.
       COPY INCIDWS.
       COPY LOCKWS.
       COPY GENSVWS.
       01 hold-file-dsn PIC X(30) VALUE "RUNHOLDS".
       01 hold-status PIC XX.
       01 runcards-status PIC XX.
       01 authreq-status PIC XX.
       01 catalog-status PIC XX.
       01 shiftlog-dsn PIC X(30) VALUE "SHIFTLOG".
       01 shiftlog-status PIC XX.
       01 carryover-dsn PIC X(30) VALUE "CARRYOVER".
       01 carryover-status PIC XX.
       01 deckstat-dsn PIC X(30) VALUE "DECKSTAT".
       01 deckstat-status PIC XX.

       01 menu-choice PIC X(2).
       01 CONSOLE-DONE PIC X VALUE "N".
       01 CARD-OK PIC X.
       01 REJECT-REASON PIC X(60).
       01 PARM-TOKENS.
           05 PF-TOKEN PIC X(40) OCCURS 8 TIMES.
       01 pf-token-idx PIC 9(2) BINARY.
       01 pf-token-value PIC 9(18).
       01 cat-arg-ordinal PIC 9(2) BINARY.
       01 PROGRAM-CATALOGED PIC X.
       01 keyword-row-image PIC X(223).
       01 KEYWORD-ROW-FOUND PIC X.
       01 KEYS-ROW-FOUND PIC X.
       01 REQUESTOR-CLEARED PIC X.
       01 AUTHREQ-SEEN PIC X.

           05 LF-REQUESTOR PIC X(10) VALUE SPACES.
       01 shell-command PIC X(40).

       01 incident-action PIC X(1).
       01 incident-number-text PIC X(6).
       01 incident-operator PIC X(10).
       01 incident-note PIC X(70).

*> SHIFTLOG: an E record per shift-log entry, an S record per
*> handover sign-off. A shift is everything after the last S.
       01 SHIFTLOG-WORK.
           05 SH-TYPE      PIC X(01) VALUE SPACE.
               88 SH-IS-ENTRY    VALUE "E".
               88 SH-IS-SIGN-OFF VALUE "S".
           05 FILLER       PIC X(01) VALUE SPACE.
           05 SH-WHEN      PIC X(14) VALUE SPACES.
           05 FILLER       PIC X(01) VALUE SPACE.
           05 SH-OPERATOR  PIC X(10) VALUE SPACES.
           05 FILLER       PIC X(01) VALUE SPACE.
           05 SH-PROGRAM   PIC X(25) VALUE SPACES.
           05 FILLER       PIC X(01) VALUE SPACE.
           05 SH-STEP-ID   PIC X(19) VALUE SPACES.
           05 FILLER       PIC X(01) VALUE SPACE.
           05 SH-TEXT      PIC X(70) VALUE SPACES.
       01 shift-operator PIC X(10).
       01 shift-about PIC X(25).
       01 shift-text PIC X(70).
       01 last-sign-off PIC X(14).
       01 last-sign-off-by PIC X(10).
       01 shift-entry-count PIC 9(4) BINARY.
       01 shift-record-no PIC 9(6) BINARY.
       01 sign-off-record-no PIC 9(6) BINARY.
       01 shift-count-edit PIC ZZZ9.
       01 handover-count PIC 9(4) BINARY.
       01 HOLD-TABLE-MAX PIC 9(4) BINARY VALUE 200.
       01 hold-count PIC 9(4) BINARY.
       01 HOLD-TABLE.
           05 HOLD-ENTRY OCCURS 200 TIMES.
               10 HT-PROBLEM-ID PIC X(30).
               10 HT-ACTION     PIC X(8).
       01 hold-idx PIC 9(4) BINARY.
       01 hold-hit PIC 9(4) BINARY.

       COPY REGCFWS.

       PROCEDURE DIVISION.
           MOVE hold-file-dsn TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO hold-file-dsn.
           MOVE INCIDENT-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO INCIDENT-DSN.
           MOVE shiftlog-dsn TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO shiftlog-dsn.
           MOVE carryover-dsn TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO carryover-dsn.
           MOVE deckstat-dsn TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO deckstat-dsn.
           MOVE "OPS-CONSOLE" TO RL-PROGRAM-ID.

           DISPLAY "OPS-CONSOLE - REGION " REGION-NAME.
           PERFORM UNTIL CONSOLE-DONE = "Y"
               DISPLAY " "
               DISPLAY "1=RESULTS 2=STEPLOG 3=ALERTS 4=HOLDS "
                       "5=AD-HOC CARD 6=FETCH 7=INCIDENTS"
               DISPLAY "8=SHIFT LOG 9=HANDOVER 0=EXIT"
               DISPLAY "CHOICE? " WITH NO ADVANCING
               MOVE SPACES TO menu-choice
               ACCEPT menu-choice
                   WHEN "4" PERFORM 04-PLACE-HOLD
                   WHEN "5" PERFORM 05-PUNCH-CARD
                   WHEN "6" PERFORM 06-REQUEST-FETCH
                   WHEN "7" PERFORM 09-WORK-INCIDENTS
                   WHEN "8" PERFORM 10-WRITE-SHIFT-LOG
                   WHEN "9" PERFORM 11-HANDOVER
                   WHEN "0" MOVE "Y" TO CONSOLE-DONE
                   WHEN OTHER DISPLAY "CHOOSE 0-9"
               END-EVALUATE
           END-PERFORM.
           DISPLAY "OPS-CONSOLE: BYE".
           EXIT.

       05C-CHECK-CATALOG SECTION.
*> The same checks pre-flight applies: ordinal position for a
*> plain token, the named row and the *KEYS row for NAME=VALUE.
           MOVE "N" TO PROGRAM-CATALOGED.
           MOVE SPACES TO PARM-TOKENS.
           UNSTRING card-parms DELIMITED BY ALL " "
           EXIT.

       05D-CHECK-ONE-TOKEN SECTION.
           MOVE PF-TOKEN(pf-token-idx) TO PW-TOKEN.
           PERFORM 9580-SPLIT-PARM-TOKEN.
           MOVE "N" TO KEYWORD-ROW-FOUND.
           MOVE "N" TO KEYS-ROW-FOUND.
           MOVE 0 TO cat-arg-ordinal.
           OPEN INPUT CATALOG-FILE.
           IF catalog-status = "35" THEN
                       MOVE CATALOG-REC TO PROBLEM-CATALOG-RECORD
                       IF PC-PROGRAM-ID = card-program THEN
                            MOVE "Y" TO PROGRAM-CATALOGED
                            PERFORM 05F-TAKE-CATALOG-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CATALOG-FILE.
           MOVE SPACES TO catalog-status.
           IF NOT PW-IS-KEYWORD THEN
                GO TO 05D-CHECK-ONE-TOKEN-EXIT
           END-IF.
           IF KEYS-ROW-FOUND = "Y" THEN
                PERFORM 9586-FIND-KEY
                IF NOT PW-KEY-IS-REGISTERED THEN
                     MOVE "N" TO CARD-OK
                     MOVE SPACES TO REJECT-REASON
                     STRING "KEYWORD " FUNCTION TRIM(PW-NAME)
                            " IS NOT A REGISTERED PARAMETER"
                         DELIMITED BY SIZE INTO REJECT-REASON
                     GO TO 05D-CHECK-ONE-TOKEN-EXIT
                END-IF
           END-IF.
           IF KEYWORD-ROW-FOUND = "Y" THEN
                MOVE keyword-row-image TO PROBLEM-CATALOG-RECORD
                PERFORM 05E-APPLY-RANGE
           END-IF.
       05D-CHECK-ONE-TOKEN-EXIT.
           EXIT.

       05F-TAKE-CATALOG-ROW SECTION.
      *> A NAME=VALUE token keeps the program's *KEYS list and the row
      *> it names; a plain token takes the row at its own position,
      *> *KEYS and keyword-only rows not counting.
           IF PW-IS-KEYWORD THEN
                IF PC-PARM-NAME = "*KEYS" THEN
                     MOVE "Y" TO KEYS-ROW-FOUND
                     MOVE PC-ALLOWED-WORDS TO PW-KEYS
                END-IF
                IF PC-PARM-NAME = PW-NAME THEN
                     MOVE "Y" TO KEYWORD-ROW-FOUND
                     MOVE PROBLEM-CATALOG-RECORD
                         TO keyword-row-image
                END-IF
                GO TO 05F-TAKE-CATALOG-ROW-EXIT
           END-IF.
           IF PC-PARM-NAME(1:1) = "*" OR PC-ROW-IS-KEYWORD-ONLY THEN
                GO TO 05F-TAKE-CATALOG-ROW-EXIT
           END-IF.
           ADD 1 TO cat-arg-ordinal.
           IF cat-arg-ordinal = pf-token-idx THEN
                PERFORM 05E-APPLY-RANGE
                MOVE "10" TO catalog-status
           END-IF.
       05F-TAKE-CATALOG-ROW-EXIT.
           EXIT.

       05E-APPLY-RANGE SECTION.
           MOVE PC-ALLOWED-WORDS TO PW-WORDS.
           MOVE "N" TO PW-RANGE-GIVEN.
           IF FUNCTION TRIM(PC-PARM-MIN) IS NUMERIC
                   AND FUNCTION TRIM(PC-PARM-MAX) IS NUMERIC THEN
                MOVE "Y" TO PW-RANGE-GIVEN
           END-IF.
           PERFORM 9582-JUDGE-WORDS.
           IF PW-VALUE-REFUSED THEN
                MOVE "N" TO CARD-OK
                MOVE SPACES TO REJECT-REASON
                STRING FUNCTION TRIM(PC-PARM-NAME)
                       " IS NOT ONE OF "
                       FUNCTION TRIM(PC-ALLOWED-WORDS)
                    DELIMITED BY SIZE INTO REJECT-REASON
                GO TO 05E-APPLY-RANGE-EXIT
           END-IF.
           IF NOT PW-HAS-RANGE
                   OR FUNCTION TRIM(PW-VALUE) IS NOT NUMERIC THEN
                GO TO 05E-APPLY-RANGE-EXIT
           END-IF.
           IF FUNCTION LENGTH(FUNCTION TRIM(PW-VALUE)) > 18 THEN
                MOVE "N" TO CARD-OK
                MOVE "A PARAMETER IS LONGER THAN ANY RANGE"
                    TO REJECT-REASON
                GO TO 05E-APPLY-RANGE-EXIT
           END-IF.
           MOVE FUNCTION NUMVAL(PW-VALUE) TO pf-token-value.
           IF pf-token-value < FUNCTION NUMVAL(PC-PARM-MIN)
                   OR pf-token-value
                       > FUNCTION NUMVAL(PC-PARM-MAX) THEN
                DISPLAY "NOT A YYYYMMDD DATE"
           END-IF.

       09-WORK-INCIDENTS SECTION.
*> The list is read under the lock and the lock let go while the
*> operator decides; the action itself takes the lock again,
*> reloads, and saves - nobody's keyboard holds ALERT-REPORT up.
           PERFORM 9670-LOAD-INCIDENTS.
           PERFORM 9678-RELEASE-INCIDENTS.
           MOVE 0 TO shown-count.
           MOVE 0 TO page-count.
           MOVE "N" TO PAGE-STOPPED.
           PERFORM VARYING inc-idx FROM 1 BY 1
                   UNTIL inc-idx > inc-count
                      OR PAGE-STOPPED = "Y"
               IF IC-IS-LIVE(inc-idx) THEN
                    DISPLAY IC-NUMBER(inc-idx) " "
                            IC-SEVERITY(inc-idx) " "
                            IC-STATE(inc-idx) " "
                            IC-PROGRAM(inc-idx) " "
                            IC-REASON(inc-idx) " "
                            IC-ALERTS(inc-idx) " ALERT(S)"
                    DISPLAY "       OPENED " IC-OPENED(inc-idx)(1:12)
                            " " FUNCTION TRIM(IC-GROUP(inc-idx))
                            " WITH " FUNCTION TRIM(IC-CONTACT(inc-idx))
                            " (LEVEL " IC-LEVEL(inc-idx) ")"
                    ADD 1 TO shown-count
                    ADD 1 TO page-count
                    PERFORM 07-PAGE-PAUSE
               END-IF
           END-PERFORM.
           DISPLAY shown-count " OPEN OR ACKNOWLEDGED INCIDENT(S)".
           DISPLAY "A=ACKNOWLEDGE N=NOTE C=CLOSE S=SHOW "
                   "(ENTER=BACK)? " WITH NO ADVANCING.
           MOVE SPACES TO answer-line.
           ACCEPT answer-line.
           MOVE answer-line(1:1) TO incident-action.
           IF incident-action = SPACE THEN
                GO TO 09-WORK-INCIDENTS-EXIT
           END-IF.
           IF incident-action NOT = "A" AND NOT = "N"
                   AND NOT = "C" AND NOT = "S" THEN
                DISPLAY "NOT A, N, C OR S - NOTHING DONE"
                GO TO 09-WORK-INCIDENTS-EXIT
           END-IF.
           DISPLAY "INCIDENT NUMBER? " WITH NO ADVANCING.
           MOVE SPACES TO answer-line.
           ACCEPT answer-line.
           MOVE FUNCTION TRIM(answer-line) TO incident-number-text.
           IF FUNCTION TRIM(incident-number-text) IS NOT NUMERIC THEN
                DISPLAY "NOT AN INCIDENT NUMBER"
                GO TO 09-WORK-INCIDENTS-EXIT
           END-IF.
           MOVE FUNCTION NUMVAL(incident-number-text)
               TO INC-WANT-NUMBER.
           IF incident-action = "S" THEN
                PERFORM 09B-SHOW-INCIDENT
                GO TO 09-WORK-INCIDENTS-EXIT
           END-IF.
           DISPLAY "OPERATOR-ID? " WITH NO ADVANCING.
           MOVE SPACES TO answer-line.
           ACCEPT answer-line.
           MOVE answer-line(1:10) TO incident-operator.
           IF incident-operator = SPACES THEN
                DISPLAY "NO OPERATOR-ID - NOTHING DONE"
                GO TO 09-WORK-INCIDENTS-EXIT
           END-IF.
           MOVE SPACES TO incident-note.
           EVALUATE incident-action
               WHEN "N"
                   DISPLAY "NOTE? " WITH NO ADVANCING
               WHEN "C"
                   DISPLAY "CLOSING NOTE (ENTER=NONE)? "
                           WITH NO ADVANCING
           END-EVALUATE.
           IF incident-action = "N" OR incident-action = "C" THEN
                MOVE SPACES TO answer-line
                ACCEPT answer-line
                MOVE answer-line(1:70) TO incident-note
           END-IF.
           IF incident-action = "N" AND incident-note = SPACES THEN
                DISPLAY "NOTHING ENTERED"
                GO TO 09-WORK-INCIDENTS-EXIT
           END-IF.
           PERFORM 09A-APPLY-INCIDENT-ACTION.
       09-WORK-INCIDENTS-EXIT.
           EXIT.

       09A-APPLY-INCIDENT-ACTION SECTION.
           PERFORM 9670-LOAD-INCIDENTS.
           PERFORM 9682-FIND-NUMBER.
           IF inc-hit = 0 THEN
                PERFORM 9678-RELEASE-INCIDENTS
                DISPLAY "NO INCIDENT " INC-WANT-NUMBER
                GO TO 09A-APPLY-INCIDENT-ACTION-EXIT
           END-IF.
           IF IC-IS-CLOSED(inc-hit) THEN
                PERFORM 9678-RELEASE-INCIDENTS
                DISPLAY "INCIDENT " INC-WANT-NUMBER " WAS CLOSED "
                        IC-CLOSED(inc-hit)(1:12) " BY "
                        FUNCTION TRIM(IC-CLOSED-BY(inc-hit))
                GO TO 09A-APPLY-INCIDENT-ACTION-EXIT
           END-IF.
           IF incident-action = "A" AND IC-IS-ACKED(inc-hit) THEN
                PERFORM 9678-RELEASE-INCIDENTS
                DISPLAY "INCIDENT " INC-WANT-NUMBER
                        " WAS ACKNOWLEDGED " IC-ACKED(inc-hit)(1:12)
                        " BY " FUNCTION TRIM(IC-ACKED-BY(inc-hit))
                GO TO 09A-APPLY-INCIDENT-ACTION-EXIT
           END-IF.
           MOVE incident-operator TO INC-NOTE-BY.
*> Closing an incident nobody acknowledged acknowledges it too,
*> at the same moment, so the monthly figures stay whole.
           IF incident-action = "A" OR incident-action = "C" THEN
                IF IC-IS-OPEN(inc-hit) THEN
                     MOVE FUNCTION CURRENT-DATE(1:14)
                         TO IC-ACKED(inc-hit)
                     MOVE incident-operator TO IC-ACKED-BY(inc-hit)
                     MOVE "ACKED" TO IC-STATE(inc-hit)
                END-IF
           END-IF.
           IF incident-action = "C" THEN
                MOVE FUNCTION CURRENT-DATE(1:14) TO IC-CLOSED(inc-hit)
                MOVE incident-operator TO IC-CLOSED-BY(inc-hit)
                MOVE "CLOSED" TO IC-STATE(inc-hit)
           END-IF.
           IF incident-note NOT = SPACES THEN
                MOVE incident-note TO INC-NOTE-TEXT
                PERFORM 9684-ADD-NOTE
           END-IF.
           PERFORM 9675-SAVE-INCIDENTS.
           EVALUATE incident-action
               WHEN "A"
                   DISPLAY "INCIDENT " INC-WANT-NUMBER
                           " ACKNOWLEDGED - ESCALATION STOPS"
               WHEN "N"
                   DISPLAY "NOTE FILED AGAINST INCIDENT "
                           INC-WANT-NUMBER
               WHEN "C"
                   DISPLAY "INCIDENT " INC-WANT-NUMBER " CLOSED"
           END-EVALUATE.
       09A-APPLY-INCIDENT-ACTION-EXIT.
           EXIT.

       09B-SHOW-INCIDENT SECTION.
           PERFORM 9670-LOAD-INCIDENTS.
           PERFORM 9678-RELEASE-INCIDENTS.
           PERFORM 9682-FIND-NUMBER.
           IF inc-hit = 0 THEN
                DISPLAY "NO INCIDENT " INC-WANT-NUMBER
                GO TO 09B-SHOW-INCIDENT-EXIT
           END-IF.
           DISPLAY "INCIDENT " IC-NUMBER(inc-hit) " SEVERITY "
                   IC-SEVERITY(inc-hit) " "
                   FUNCTION TRIM(IC-STATE(inc-hit)).
           DISPLAY "  " FUNCTION TRIM(IC-PROGRAM(inc-hit)) " "
                   FUNCTION TRIM(IC-REASON(inc-hit)) " - "
                   FUNCTION TRIM(IC-FIRST-VALUE(inc-hit)).
           DISPLAY "  OPENED   " IC-OPENED(inc-hit)
                   "  LAST ALERT " IC-LAST-ALERT(inc-hit)
                   "  ALERTS " IC-ALERTS(inc-hit).
           DISPLAY "  OWNER    " FUNCTION TRIM(IC-GROUP(inc-hit))
                   ", WITH " FUNCTION TRIM(IC-CONTACT(inc-hit))
                   " (LEVEL " IC-LEVEL(inc-hit) ") SINCE "
                   IC-CONTACTED(inc-hit).
           IF IC-ACKED(inc-hit) NOT = SPACES THEN
                DISPLAY "  ACKED    " IC-ACKED(inc-hit) " BY "
                        FUNCTION TRIM(IC-ACKED-BY(inc-hit))
           END-IF.
           IF IC-CLOSED(inc-hit) NOT = SPACES THEN
                DISPLAY "  CLOSED   " IC-CLOSED(inc-hit) " BY "
                        FUNCTION TRIM(IC-CLOSED-BY(inc-hit))
           END-IF.
           MOVE 0 TO page-count.
           MOVE "N" TO PAGE-STOPPED.
           PERFORM VARYING inc-note-idx FROM 1 BY 1
                   UNTIL inc-note-idx > inc-note-count
                      OR PAGE-STOPPED = "Y"
               IF IN-NUMBER(inc-note-idx) = IC-NUMBER(inc-hit) THEN
                    DISPLAY "  " IN-WHEN(inc-note-idx)(1:12) " "
                            IN-BY(inc-note-idx) " "
                            FUNCTION TRIM(IN-TEXT(inc-note-idx))
                    ADD 1 TO page-count
                    PERFORM 07-PAGE-PAUSE
               END-IF
           END-PERFORM.
       09B-SHOW-INCIDENT-EXIT.
           EXIT.

       10-WRITE-SHIFT-LOG SECTION.
           DISPLAY "OPERATOR-ID? " WITH NO ADVANCING.
           MOVE SPACES TO answer-line.
           ACCEPT answer-line.
           MOVE answer-line(1:10) TO shift-operator.
           IF shift-operator = SPACES THEN
                DISPLAY "NO OPERATOR-ID - NOTHING WRITTEN"
                GO TO 10-WRITE-SHIFT-LOG-EXIT
           END-IF.
           DISPLAY "PROGRAM-ID OR STEP-ID (ENTER=NONE)? "
                   WITH NO ADVANCING.
           MOVE SPACES TO answer-line.
           ACCEPT answer-line.
           MOVE answer-line(1:25) TO shift-about.
           DISPLAY "ENTRY? " WITH NO ADVANCING.
           MOVE SPACES TO answer-line.
           ACCEPT answer-line.
           MOVE answer-line(1:70) TO shift-text.
           IF shift-text = SPACES THEN
                DISPLAY "NOTHING ENTERED"
                GO TO 10-WRITE-SHIFT-LOG-EXIT
           END-IF.
           MOVE SPACES TO SHIFTLOG-WORK.
           MOVE "E" TO SH-TYPE.
           MOVE shift-operator TO SH-OPERATOR.
*> A step-id is the run-id, a hyphen and the step number, all
*> digits either side; anything else is taken as a program-id.
           IF shift-about(15:1) = "-"
                   AND shift-about(1:14) IS NUMERIC
                   AND shift-about(16:4) IS NUMERIC THEN
                MOVE shift-about(1:19) TO SH-STEP-ID
           ELSE
                MOVE shift-about TO SH-PROGRAM
           END-IF.
           MOVE shift-text TO SH-TEXT.
           PERFORM 10A-APPEND-SHIFT-RECORD.
           DISPLAY "SHIFT-LOG ENTRY WRITTEN".
       10-WRITE-SHIFT-LOG-EXIT.
           EXIT.

       10A-APPEND-SHIFT-RECORD SECTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO SH-WHEN.
           OPEN EXTEND SHIFTLOG-FILE.
           IF shiftlog-status = "35" THEN
                OPEN OUTPUT SHIFTLOG-FILE
           END-IF.
           MOVE SHIFTLOG-WORK TO SHIFTLOG-REC.
           WRITE SHIFTLOG-REC.
           CLOSE SHIFTLOG-FILE.
           MOVE SPACES TO shiftlog-status.

       11-HANDOVER SECTION.
           PERFORM 11A-FIND-LAST-SIGN-OFF.
           DISPLAY "HANDOVER - REGION " REGION-NAME " AT "
                   FUNCTION CURRENT-DATE(1:12).
           IF last-sign-off = SPACES THEN
                DISPLAY "(NO EARLIER SIGN-OFF ON SHIFTLOG)"
           ELSE
                DISPLAY "LAST SIGNED OFF " last-sign-off(1:12)
                        " BY " FUNCTION TRIM(last-sign-off-by)
           END-IF.
           PERFORM 11B-SHOW-HOLDS.
           PERFORM 11C-SHOW-CARRYOVER.
           PERFORM 11D-SHOW-DECKSTAT.
           PERFORM 11E-SHOW-UNACKED.
           PERFORM 11F-SHOW-SHIFT-ENTRIES.
           DISPLAY " ".
           DISPLAY "SIGN OFF AS THE INCOMING OPERATOR - OPERATOR-ID "
                   "(ENTER=NOT NOW)? " WITH NO ADVANCING.
           MOVE SPACES TO answer-line.
           ACCEPT answer-line.
           MOVE answer-line(1:10) TO shift-operator.
           IF shift-operator = SPACES THEN
                DISPLAY "NOT SIGNED OFF"
                GO TO 11-HANDOVER-EXIT
           END-IF.
           DISPLAY "COMMENT (ENTER=NONE)? " WITH NO ADVANCING.
           MOVE SPACES TO answer-line.
           ACCEPT answer-line.
           MOVE SPACES TO SHIFTLOG-WORK.
           MOVE "S" TO SH-TYPE.
           MOVE shift-operator TO SH-OPERATOR.
           MOVE answer-line(1:70) TO SH-TEXT.
           IF SH-TEXT = SPACES THEN
                MOVE shift-entry-count TO shift-count-edit
                STRING "HANDOVER TAKEN, "
                       FUNCTION TRIM(shift-count-edit)
                       " SHIFT-LOG ENTRIES"
                    DELIMITED BY SIZE INTO SH-TEXT
           END-IF.
           PERFORM 10A-APPEND-SHIFT-RECORD.
           DISPLAY "HANDOVER SIGNED OFF BY "
                   FUNCTION TRIM(shift-operator) " AT "
                   SH-WHEN(1:12).
       11-HANDOVER-EXIT.
           EXIT.

       11A-FIND-LAST-SIGN-OFF SECTION.
           MOVE SPACES TO last-sign-off.
           MOVE SPACES TO last-sign-off-by.
           MOVE 0 TO shift-record-no.
           MOVE 0 TO sign-off-record-no.
           OPEN INPUT SHIFTLOG-FILE.
           IF shiftlog-status NOT = "00" THEN
                MOVE SPACES TO shiftlog-status
                GO TO 11A-FIND-LAST-SIGN-OFF-EXIT
           END-IF.
           PERFORM UNTIL shiftlog-status NOT = "00"
               READ SHIFTLOG-FILE
                   AT END MOVE "10" TO shiftlog-status
                   NOT AT END
                       ADD 1 TO shift-record-no
                       MOVE SHIFTLOG-REC TO SHIFTLOG-WORK
                       IF SH-IS-SIGN-OFF THEN
                            MOVE shift-record-no TO sign-off-record-no
                            MOVE SH-WHEN TO last-sign-off
                            MOVE SH-OPERATOR TO last-sign-off-by
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SHIFTLOG-FILE.
           MOVE SPACES TO shiftlog-status.
       11A-FIND-LAST-SIGN-OFF-EXIT.
           EXIT.

       11B-SHOW-HOLDS SECTION.
*> The last line for a name wins, as it does in the runner.
           DISPLAY " ".
           DISPLAY "HOLDS STANDING ON RUNHOLDS".
           MOVE 0 TO hold-count.
           OPEN INPUT HOLD-FILE.
           IF hold-status NOT = "00" THEN
                MOVE SPACES TO hold-status
                DISPLAY "   (NONE)"
                GO TO 11B-SHOW-HOLDS-EXIT
           END-IF.
           PERFORM UNTIL hold-status NOT = "00"
               READ HOLD-FILE
                   AT END MOVE "10" TO hold-status
                   NOT AT END
                       MOVE HOLD-REC TO HOLD-WORK
                       IF HW-PROBLEM-ID NOT = SPACES THEN
                            PERFORM 11G-TAKE-HOLD-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HOLD-FILE.
           MOVE SPACES TO hold-status.
           MOVE 0 TO handover-count.
           PERFORM VARYING hold-idx FROM 1 BY 1
                   UNTIL hold-idx > hold-count
               IF HT-ACTION(hold-idx) = "HOLD" THEN
                    DISPLAY "   HELD     "
                            FUNCTION TRIM(HT-PROBLEM-ID(hold-idx))
                    ADD 1 TO handover-count
               END-IF
           END-PERFORM.
           IF handover-count = 0 THEN
                DISPLAY "   (NONE)"
           END-IF.
       11B-SHOW-HOLDS-EXIT.
           EXIT.

       11G-TAKE-HOLD-LINE SECTION.
           MOVE 0 TO hold-hit.
           PERFORM VARYING hold-idx FROM 1 BY 1
                   UNTIL hold-idx > hold-count
                      OR hold-hit NOT = 0
               IF HT-PROBLEM-ID(hold-idx) = HW-PROBLEM-ID THEN
                    MOVE hold-idx TO hold-hit
               END-IF
           END-PERFORM.
           IF hold-hit = 0 THEN
                IF hold-count >= HOLD-TABLE-MAX THEN
                     GO TO 11G-TAKE-HOLD-LINE-EXIT
                END-IF
                ADD 1 TO hold-count
                MOVE hold-count TO hold-hit
                MOVE HW-PROBLEM-ID TO HT-PROBLEM-ID(hold-hit)
           END-IF.
           MOVE HW-ACTION TO HT-ACTION(hold-hit).
       11G-TAKE-HOLD-LINE-EXIT.
           EXIT.

       11C-SHOW-CARRYOVER SECTION.
           DISPLAY " ".
           DISPLAY "CARDS CARRIED OVER ON CARRYOVER".
           MOVE 0 TO handover-count.
           OPEN INPUT CARRYOVER-FILE.
           IF carryover-status NOT = "00" THEN
                MOVE SPACES TO carryover-status
                DISPLAY "   (NONE)"
                GO TO 11C-SHOW-CARRYOVER-EXIT
           END-IF.
           PERFORM UNTIL carryover-status NOT = "00"
               READ CARRYOVER-FILE
                   AT END MOVE "10" TO carryover-status
                   NOT AT END
*> Continuation cards carry no program-id of their own.
                       MOVE CARRYOVER-REC TO BATCH-PARM-RECORD
                       IF BP-PROBLEM-ID NOT = SPACES THEN
                            DISPLAY "   CARRIED  "
                                    BP-PROBLEM-ID(1:25) " "
                                    BP-PARM-VALUE(1:25) " "
                                    BP-REQUESTOR-ID " "
                                    FUNCTION TRIM(BP-REQUEST-ID)
                            ADD 1 TO handover-count
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CARRYOVER-FILE.
           MOVE SPACES TO carryover-status.
           IF handover-count = 0 THEN
                DISPLAY "   (NONE)"
           END-IF.
       11C-SHOW-CARRYOVER-EXIT.
           EXIT.

       11D-SHOW-DECKSTAT SECTION.
*> DECKSTAT's lines as PROBLEM-RUNNER last wrote them; its header
*> carries the stamp, so a stale file reads as exactly that.
           DISPLAY " ".
           DISPLAY "DECK STATUS ON DECKSTAT".
           OPEN INPUT DECKSTAT-FILE.
           IF deckstat-status NOT = "00" THEN
                MOVE SPACES TO deckstat-status
                DISPLAY "   (NO DECK STATUS ON HAND)"
                GO TO 11D-SHOW-DECKSTAT-EXIT
           END-IF.
           PERFORM UNTIL deckstat-status NOT = "00"
               READ DECKSTAT-FILE
                   AT END MOVE "10" TO deckstat-status
                   NOT AT END
                       DISPLAY "   " FUNCTION TRIM(DECKSTAT-REC)
               END-READ
           END-PERFORM.
           CLOSE DECKSTAT-FILE.
           MOVE SPACES TO deckstat-status.
       11D-SHOW-DECKSTAT-EXIT.
           EXIT.

       11E-SHOW-UNACKED SECTION.
           DISPLAY " ".
           DISPLAY "INCIDENTS NOT YET ACKNOWLEDGED".
           PERFORM 9670-LOAD-INCIDENTS.
           PERFORM 9678-RELEASE-INCIDENTS.
           MOVE 0 TO handover-count.
           PERFORM VARYING inc-idx FROM 1 BY 1
                   UNTIL inc-idx > inc-count
               IF IC-IS-OPEN(inc-idx) THEN
                    DISPLAY "   " IC-NUMBER(inc-idx) " "
                            IC-SEVERITY(inc-idx) " "
                            IC-PROGRAM(inc-idx) " "
                            IC-REASON(inc-idx) " SINCE "
                            IC-OPENED(inc-idx)(1:12)
                    ADD 1 TO handover-count
               END-IF
           END-PERFORM.
           IF handover-count = 0 THEN
                DISPLAY "   (NONE)"
           END-IF.

       11F-SHOW-SHIFT-ENTRIES SECTION.
           DISPLAY " ".
           DISPLAY "SHIFT-LOG ENTRIES SINCE THE LAST SIGN-OFF".
           MOVE 0 TO shift-entry-count.
           MOVE 0 TO shift-record-no.
           OPEN INPUT SHIFTLOG-FILE.
           IF shiftlog-status NOT = "00" THEN
                MOVE SPACES TO shiftlog-status
                DISPLAY "   (NONE)"
                GO TO 11F-SHOW-SHIFT-ENTRIES-EXIT
           END-IF.
           PERFORM UNTIL shiftlog-status NOT = "00"
               READ SHIFTLOG-FILE
                   AT END MOVE "10" TO shiftlog-status
                   NOT AT END
                       ADD 1 TO shift-record-no
                       MOVE SHIFTLOG-REC TO SHIFTLOG-WORK
                       IF SH-IS-ENTRY
                               AND shift-record-no > sign-off-record-no
                       THEN
                            PERFORM 11H-SHOW-SHIFT-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SHIFTLOG-FILE.
           MOVE SPACES TO shiftlog-status.
           IF shift-entry-count = 0 THEN
                DISPLAY "   (NONE)"
           END-IF.
       11F-SHOW-SHIFT-ENTRIES-EXIT.
           EXIT.

       11H-SHOW-SHIFT-ENTRY SECTION.
           ADD 1 TO shift-entry-count.
           EVALUATE TRUE
               WHEN SH-STEP-ID NOT = SPACES
                   DISPLAY "   " SH-WHEN(1:12) " " SH-OPERATOR " "
                           "STEP " FUNCTION TRIM(SH-STEP-ID)
               WHEN SH-PROGRAM NOT = SPACES
                   DISPLAY "   " SH-WHEN(1:12) " " SH-OPERATOR " "
                           FUNCTION TRIM(SH-PROGRAM)
               WHEN OTHER
                   DISPLAY "   " SH-WHEN(1:12) " " SH-OPERATOR
           END-EVALUATE.
           DISPLAY "        " FUNCTION TRIM(SH-TEXT).

       COPY INCIDPR.
       COPY LOCKPR.
       COPY GENSVPR.
       COPY REGCFPR.

       COPY PWORDPR.

       END PROGRAM OPS-CONSOLE.
