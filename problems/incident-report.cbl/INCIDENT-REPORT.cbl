       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCIDENT-REPORT.
*> Escalation and the monthly figures for the incidents ALERT-REPORT
*> opens off critical and high alerts (see INCIDWS for the INCIDENT
*> master and the ESCALATE list).
*>
*>   ESCALATE
*>       the sweep the scheduler runs every few minutes: an
*>       incident still not acknowledged when its severity's limit
*>       has run out at its present contact (15 minutes for a
*>       critical one, 60 for any other) goes to the next contact
*>       on its group's ESCALATE list, which is told through a line
*>       on OPSACTION carrying the contact in the owner column, and
*>       the escalation is noted against the incident. An incident
*>       that has run off the end of its list stays with the last
*>       contact, who is told again each time the limit runs out.
*>   MONTHLY [yyyymm]
*>       the incidents opened in the month (the month before this
*>       one when none is given), by owning group and reason code:
*>       how many opened, were acknowledged, closed and escalated
*>       and are still open, with the mean and the worst time to
*>       acknowledge and to close, in minutes from the first alert.
*>       An incident closed without being acknowledged counts as
*>       acknowledged when it closed.
*>
*> Return codes: ESCALATE 0 nothing due, 4 one or more incidents
*> escalated, 8 one or more with nobody left on the list to call;
*> MONTHLY 0, or 4 when the month had no incidents; 16 a bad
*> argument.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY INCIDSL.
           COPY LOCKSL.
           SELECT OPSACTION-FILE ASSIGN USING opsaction-dsn
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS opsaction-status.
           COPY REGCFSL.
       DATA DIVISION.
       FILE SECTION.
       COPY INCIDFD.
       COPY LOCKFD.
       FD  OPSACTION-FILE.
       01  OPSACTION-REC PIC X(120).
       COPY REGCFFD.

       WORKING-STORAGE SECTION.
       COPY RESLOGWS.
       COPY INCIDWS.
       COPY LOCKWS.
       COPY GENSVWS.
       COPY REGCFWS.
       01 opsaction-dsn PIC X(30) VALUE "OPSACTION".
       01 opsaction-status PIC XX.

       01 ARG-COUNT PIC 9(2) BINARY VALUE ZERO.
       01 ARG-NUM   PIC 9(2) BINARY VALUE ZERO.
       01 arg-buffer PIC X(18).
       01 ACTION-WORD PIC X(10) VALUE SPACES.
           88 ACTION-ESCALATE VALUE "ESCALATE".
           88 ACTION-MONTHLY  VALUE "MONTHLY".
       01 report-month PIC X(6) VALUE SPACES.
       01 now-stamp PIC X(14).
       01 now-minutes PIC 9(12) BINARY.
       01 month-work PIC 9(6).
       01 month-year PIC 9(4).
       01 month-month PIC 9(2).

       01 ack-limit PIC 9(4) BINARY.
       01 waited-minutes PIC 9(12) BINARY.
       01 waited-edit PIC Z(5)9.
       01 escalated-count PIC 9(4) BINARY VALUE ZERO.
       01 exhausted-count PIC 9(4) BINARY VALUE ZERO.
       01 level-edit PIC 9(2).

       01 OPSACTION-WORK.
           05 OP-SEVERITY PIC X(1) VALUE SPACE.
           05 FILLER      PIC X(1) VALUE SPACE.
           05 OP-GROUP    PIC X(20) VALUE SPACES.
           05 FILLER      PIC X(1) VALUE SPACE.
           05 OP-PROGRAM  PIC X(25) VALUE SPACES.
           05 FILLER      PIC X(1) VALUE SPACE.
           05 OP-REASON   PIC X(20) VALUE SPACES.
           05 FILLER      PIC X(1) VALUE SPACE.
           05 OP-VALUE    PIC X(28) VALUE SPACES.
           05 FILLER      PIC X(1) VALUE SPACE.
           05 OP-WHEN     PIC X(14) VALUE SPACES.

*> Monthly figures, one row per group/reason pair, kept in group
*> and reason order as the pairs are found.
       01 STAT-TABLE-MAX PIC 9(4) BINARY VALUE 200.
       01 stat-count PIC 9(4) BINARY VALUE ZERO.
       01 STAT-TABLE.
           05 STAT-ENTRY OCCURS 200 TIMES.
               10 ST-GROUP      PIC X(20).
               10 ST-REASON     PIC X(20).
               10 ST-FIGURES.
                   15 ST-OPENED    PIC 9(6) BINARY.
                   15 ST-ACKED     PIC 9(6) BINARY.
                   15 ST-ACK-SUM   PIC 9(12) BINARY.
                   15 ST-ACK-MAX   PIC 9(9) BINARY.
                   15 ST-CLOSED    PIC 9(6) BINARY.
                   15 ST-CLOSE-SUM PIC 9(12) BINARY.
                   15 ST-CLOSE-MAX PIC 9(9) BINARY.
                   15 ST-ESCALATED PIC 9(6) BINARY.
                   15 ST-LIVE      PIC 9(6) BINARY.
       01 stat-idx PIC 9(4) BINARY.
       01 stat-hit PIC 9(4) BINARY.
       01 stat-overflow PIC 9(6) BINARY VALUE ZERO.
       01 month-incidents PIC 9(6) BINARY VALUE ZERO.
       01 opened-minutes PIC 9(12) BINARY.
       01 span-minutes PIC 9(9) BINARY.
*> The figures of the line being printed, and the group and grand
*> totals they are added into - all three laid out as ST-FIGURES.
       01 ROW-FIGURES.
           05 RW-OPENED    PIC 9(6) BINARY.
           05 RW-ACKED     PIC 9(6) BINARY.
           05 RW-ACK-SUM   PIC 9(12) BINARY.
           05 RW-ACK-MAX   PIC 9(9) BINARY.
           05 RW-CLOSED    PIC 9(6) BINARY.
           05 RW-CLOSE-SUM PIC 9(12) BINARY.
           05 RW-CLOSE-MAX PIC 9(9) BINARY.
           05 RW-ESCALATED PIC 9(6) BINARY.
           05 RW-LIVE      PIC 9(6) BINARY.
       01 GROUP-FIGURES.
           05 GP-OPENED    PIC 9(6) BINARY.
           05 GP-ACKED     PIC 9(6) BINARY.
           05 GP-ACK-SUM   PIC 9(12) BINARY.
           05 GP-ACK-MAX   PIC 9(9) BINARY.
           05 GP-CLOSED    PIC 9(6) BINARY.
           05 GP-CLOSE-SUM PIC 9(12) BINARY.
           05 GP-CLOSE-MAX PIC 9(9) BINARY.
           05 GP-ESCALATED PIC 9(6) BINARY.
           05 GP-LIVE      PIC 9(6) BINARY.
       01 GRAND-FIGURES.
           05 GR-OPENED    PIC 9(6) BINARY.
           05 GR-ACKED     PIC 9(6) BINARY.
           05 GR-ACK-SUM   PIC 9(12) BINARY.
           05 GR-ACK-MAX   PIC 9(9) BINARY.
           05 GR-CLOSED    PIC 9(6) BINARY.
           05 GR-CLOSE-SUM PIC 9(12) BINARY.
           05 GR-CLOSE-MAX PIC 9(9) BINARY.
           05 GR-ESCALATED PIC 9(6) BINARY.
           05 GR-LIVE      PIC 9(6) BINARY.
       01 current-group PIC X(20).
       01 group-rows PIC 9(4) BINARY.
       01 REPORT-LINE.
           05 RP-GROUP     PIC X(20).
           05 FILLER       PIC X(01) VALUE SPACE.
           05 RP-REASON    PIC X(20).
           05 RP-OPENED    PIC Z(6)9.
           05 RP-ACKED     PIC Z(5)9.
           05 RP-ACK-AVG   PIC Z(7)9.
           05 RP-ACK-MAX   PIC Z(7)9.
           05 RP-CLOSED    PIC Z(6)9.
           05 RP-CLOSE-AVG PIC Z(7)9.
           05 RP-CLOSE-MAX PIC Z(7)9.
           05 RP-ESCALATED PIC Z(5)9.
           05 RP-LIVE      PIC Z(5)9.

       PROCEDURE DIVISION.
       00-MAIN SECTION.
           MOVE "INCIDENT-REPORT" TO RL-PROGRAM-ID.
           PERFORM 9800-LOAD-REGION-CONFIG.
           MOVE INCIDENT-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO INCIDENT-DSN.
           MOVE opsaction-dsn TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO opsaction-dsn.
           MOVE FUNCTION CURRENT-DATE(1:14) TO now-stamp.

           PERFORM 01-TAKE-ARGUMENTS.
           PERFORM 9670-LOAD-INCIDENTS.
           IF ACTION-ESCALATE THEN
                PERFORM 10-ESCALATE
           ELSE
                PERFORM 9678-RELEASE-INCIDENTS
                PERFORM 20-MONTHLY-REPORT
           END-IF.
           STOP RUN.

       01-TAKE-ARGUMENTS SECTION.
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER.
           IF ARG-COUNT = 0 OR ARG-COUNT > 2 THEN
                GO TO 01-TAKE-ARGUMENTS-USAGE
           END-IF.
           MOVE 1 TO ARG-NUM.
           PERFORM 01A-GET-ARGUMENT.
           MOVE FUNCTION UPPER-CASE(arg-buffer) TO ACTION-WORD.
           IF ACTION-ESCALATE AND ARG-COUNT = 1 THEN
                GO TO 01-TAKE-ARGUMENTS-EXIT
           END-IF.
           IF NOT ACTION-MONTHLY THEN
                GO TO 01-TAKE-ARGUMENTS-USAGE
           END-IF.
           IF ARG-COUNT = 1 THEN
*> The month before this one.
                MOVE now-stamp(1:4) TO month-year
                MOVE now-stamp(5:2) TO month-month
                IF month-month = 1 THEN
                     SUBTRACT 1 FROM month-year
                     MOVE 12 TO month-month
                ELSE
                     SUBTRACT 1 FROM month-month
                END-IF
                COMPUTE month-work = month-year * 100 + month-month
                MOVE month-work TO report-month
                GO TO 01-TAKE-ARGUMENTS-EXIT
           END-IF.
           MOVE 2 TO ARG-NUM.
           PERFORM 01A-GET-ARGUMENT.
           MOVE arg-buffer(1:6) TO report-month.
           IF report-month IS NOT NUMERIC
                   OR arg-buffer(7:1) NOT = SPACE
                   OR report-month(5:2) < "01"
                   OR report-month(5:2) > "12" THEN
                DISPLAY "INCIDENT-REPORT: THE MONTH MUST BE YYYYMM"
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
           GO TO 01-TAKE-ARGUMENTS-EXIT.
       01-TAKE-ARGUMENTS-USAGE.
           DISPLAY "INCIDENT-REPORT: USAGE IS ESCALATE OR "
                   "MONTHLY [YYYYMM]".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       01-TAKE-ARGUMENTS-EXIT.
           EXIT.

       01A-GET-ARGUMENT SECTION.
           MOVE SPACES TO arg-buffer.
           DISPLAY ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT arg-buffer FROM ARGUMENT-VALUE.

       10-ESCALATE SECTION.
           MOVE now-stamp TO INC-STAMP.
           PERFORM 9688-STAMP-MINUTES.
           MOVE inc-stamp-minutes TO now-minutes.
           PERFORM VARYING inc-hit FROM 1 BY 1
                   UNTIL inc-hit > inc-count
               IF IC-IS-OPEN(inc-hit) THEN
                    PERFORM 11-JUDGE-INCIDENT
               END-IF
           END-PERFORM.
           IF escalated-count > 0 OR exhausted-count > 0 THEN
                PERFORM 9675-SAVE-INCIDENTS
           ELSE
                PERFORM 9678-RELEASE-INCIDENTS
           END-IF.
           DISPLAY "INCIDENT-REPORT: " escalated-count
                   " INCIDENT(S) ESCALATED, " exhausted-count
                   " WITH NOBODY LEFT TO CALL".
           EVALUATE TRUE
               WHEN exhausted-count > 0
                   MOVE 8 TO RETURN-CODE
               WHEN escalated-count > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       11-JUDGE-INCIDENT SECTION.
           IF IC-SEVERITY(inc-hit) = "C" THEN
                MOVE INC-ACK-LIMIT-CRIT TO ack-limit
           ELSE
                MOVE INC-ACK-LIMIT-HIGH TO ack-limit
           END-IF.
           MOVE IC-CONTACTED(inc-hit) TO INC-STAMP.
           IF INC-STAMP IS NOT NUMERIC THEN
                MOVE IC-OPENED(inc-hit) TO INC-STAMP
           END-IF.
           PERFORM 9688-STAMP-MINUTES.
           IF now-minutes < inc-stamp-minutes THEN
                GO TO 11-JUDGE-INCIDENT-EXIT
           END-IF.
           COMPUTE waited-minutes = now-minutes - inc-stamp-minutes.
           IF waited-minutes < ack-limit THEN
                GO TO 11-JUDGE-INCIDENT-EXIT
           END-IF.
           MOVE waited-minutes TO waited-edit.
           MOVE IC-GROUP(inc-hit) TO INC-WANT-GROUP.
           COMPUTE INC-WANT-LEVEL = IC-LEVEL(inc-hit) + 1.
           PERFORM 9686-FIND-CONTACT.
           MOVE SPACES TO INC-NOTE-TEXT.
           MOVE "*ESCALATE" TO INC-NOTE-BY.
           IF INC-CONTACT-FOUND = SPACES THEN
                ADD 1 TO exhausted-count
                STRING "NOT ACKED IN "
                       FUNCTION TRIM(waited-edit) " MIN - "
                       FUNCTION TRIM(IC-CONTACT(inc-hit))
                       " IS LAST ON THE LIST"
                    DELIMITED BY SIZE INTO INC-NOTE-TEXT
           ELSE
                ADD 1 TO escalated-count
                MOVE INC-WANT-LEVEL TO IC-LEVEL(inc-hit)
                MOVE INC-CONTACT-FOUND TO IC-CONTACT(inc-hit)
                MOVE INC-WANT-LEVEL TO level-edit
                STRING "NOT ACKED IN "
                       FUNCTION TRIM(waited-edit) " MIN - "
                       "ESCALATED TO "
                       FUNCTION TRIM(INC-CONTACT-FOUND)
                       " (LEVEL " level-edit ")"
                    DELIMITED BY SIZE INTO INC-NOTE-TEXT
           END-IF.
           MOVE now-stamp TO IC-CONTACTED(inc-hit).
           PERFORM 9684-ADD-NOTE.
           DISPLAY "INCIDENT " IC-NUMBER(inc-hit) " "
                   FUNCTION TRIM(IC-PROGRAM(inc-hit)) " "
                   FUNCTION TRIM(IC-REASON(inc-hit)) ": "
                   FUNCTION TRIM(INC-NOTE-TEXT).
           PERFORM 12-ROUTE-ESCALATION.
       11-JUDGE-INCIDENT-EXIT.
           EXIT.

       12-ROUTE-ESCALATION SECTION.
           MOVE SPACES TO OPSACTION-WORK.
           MOVE IC-SEVERITY(inc-hit) TO OP-SEVERITY.
           MOVE IC-CONTACT(inc-hit) TO OP-GROUP.
           MOVE IC-PROGRAM(inc-hit) TO OP-PROGRAM.
           MOVE IC-REASON(inc-hit) TO OP-REASON.
           STRING "INCIDENT " IC-NUMBER(inc-hit) " ESCALATED"
               DELIMITED BY SIZE INTO OP-VALUE.
           MOVE now-stamp TO OP-WHEN.
           MOVE OPSACTION-WORK TO OPSACTION-REC.
           OPEN EXTEND OPSACTION-FILE.
           IF opsaction-status = "35" THEN
                OPEN OUTPUT OPSACTION-FILE
           END-IF.
           WRITE OPSACTION-REC.
           CLOSE OPSACTION-FILE.

       20-MONTHLY-REPORT SECTION.
           PERFORM VARYING inc-idx FROM 1 BY 1
                   UNTIL inc-idx > inc-count
               IF IC-OPENED(inc-idx)(1:6) = report-month THEN
                    ADD 1 TO month-incidents
                    PERFORM 21-COUNT-INCIDENT
               END-IF
           END-PERFORM.
           DISPLAY "INCIDENT REPORT FOR " report-month
                   " - TIMES IN MINUTES FROM THE FIRST ALERT".
           DISPLAY "OWNING GROUP         REASON              "
                   " OPENED ACKED ACK-AVG ACK-MAX CLOSED CLS-AVG "
                   "CLS-MAX ESCAL  OPEN".
           IF month-incidents = 0 THEN
                DISPLAY "(NO INCIDENTS OPENED IN " report-month ")"
                MOVE 4 TO RETURN-CODE
                GO TO 20-MONTHLY-REPORT-EXIT
           END-IF.
           INITIALIZE GRAND-FIGURES.
           INITIALIZE GROUP-FIGURES.
           MOVE SPACES TO current-group.
           MOVE 0 TO group-rows.
           PERFORM VARYING stat-idx FROM 1 BY 1
                   UNTIL stat-idx > stat-count
               IF ST-GROUP(stat-idx) NOT = current-group THEN
                    IF group-rows > 1 THEN
                         PERFORM 23-WRITE-GROUP-TOTAL
                    END-IF
                    MOVE ST-GROUP(stat-idx) TO current-group
                    MOVE 0 TO group-rows
                    INITIALIZE GROUP-FIGURES
               END-IF
               ADD 1 TO group-rows
               PERFORM 22-WRITE-ROW
           END-PERFORM.
           IF group-rows > 1 THEN
                PERFORM 23-WRITE-GROUP-TOTAL
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           MOVE "ALL GROUPS" TO RP-GROUP.
           MOVE GRAND-FIGURES TO ROW-FIGURES.
           PERFORM 24-EDIT-FIGURES.
           DISPLAY REPORT-LINE.
           IF stat-overflow > 0 THEN
                DISPLAY stat-overflow " INCIDENT(S) OF GROUP/REASON "
                        "PAIRS PAST THE REPORT'S "
                        STAT-TABLE-MAX " LEFT OUT OF THE FIGURES"
           END-IF.
           MOVE 0 TO RETURN-CODE.
       20-MONTHLY-REPORT-EXIT.
           EXIT.

       21-COUNT-INCIDENT SECTION.
*> Find the pair's row, or open one in group/reason order.
           MOVE 0 TO stat-hit.
           PERFORM VARYING stat-idx FROM 1 BY 1
                   UNTIL stat-idx > stat-count
                      OR stat-hit NOT = 0
               IF ST-GROUP(stat-idx) = IC-GROUP(inc-idx)
                       AND ST-REASON(stat-idx) = IC-REASON(inc-idx)
                    MOVE stat-idx TO stat-hit
               END-IF
           END-PERFORM.
           IF stat-hit = 0 THEN
                IF stat-count >= STAT-TABLE-MAX THEN
                     ADD 1 TO stat-overflow
                     GO TO 21-COUNT-INCIDENT-EXIT
                END-IF
                MOVE 1 TO stat-hit
                PERFORM UNTIL stat-hit > stat-count
                    IF ST-GROUP(stat-hit) > IC-GROUP(inc-idx)
                            OR (ST-GROUP(stat-hit) = IC-GROUP(inc-idx)
                            AND ST-REASON(stat-hit)
                                > IC-REASON(inc-idx))
                         EXIT PERFORM
                    END-IF
                    ADD 1 TO stat-hit
                END-PERFORM
                PERFORM VARYING stat-idx FROM stat-count BY -1
                        UNTIL stat-idx < stat-hit
                    MOVE STAT-ENTRY(stat-idx)
                        TO STAT-ENTRY(stat-idx + 1)
                END-PERFORM
                ADD 1 TO stat-count
                INITIALIZE STAT-ENTRY(stat-hit)
                MOVE IC-GROUP(inc-idx) TO ST-GROUP(stat-hit)
                MOVE IC-REASON(inc-idx) TO ST-REASON(stat-hit)
           END-IF.
           ADD 1 TO ST-OPENED(stat-hit).
           IF IC-LEVEL(inc-idx) > 1 THEN
                ADD 1 TO ST-ESCALATED(stat-hit)
           END-IF.
           IF IC-IS-LIVE(inc-idx) THEN
                ADD 1 TO ST-LIVE(stat-hit)
           END-IF.
           MOVE IC-OPENED(inc-idx) TO INC-STAMP.
           PERFORM 9688-STAMP-MINUTES.
           MOVE inc-stamp-minutes TO opened-minutes.
           IF IC-ACKED(inc-idx) IS NUMERIC THEN
                MOVE IC-ACKED(inc-idx) TO INC-STAMP
                PERFORM 9688-STAMP-MINUTES
                MOVE 0 TO span-minutes
                IF inc-stamp-minutes > opened-minutes THEN
                     COMPUTE span-minutes =
                         inc-stamp-minutes - opened-minutes
                END-IF
                ADD 1 TO ST-ACKED(stat-hit)
                ADD span-minutes TO ST-ACK-SUM(stat-hit)
                IF span-minutes > ST-ACK-MAX(stat-hit) THEN
                     MOVE span-minutes TO ST-ACK-MAX(stat-hit)
                END-IF
           END-IF.
           IF IC-CLOSED(inc-idx) IS NUMERIC THEN
                MOVE IC-CLOSED(inc-idx) TO INC-STAMP
                PERFORM 9688-STAMP-MINUTES
                MOVE 0 TO span-minutes
                IF inc-stamp-minutes > opened-minutes THEN
                     COMPUTE span-minutes =
                         inc-stamp-minutes - opened-minutes
                END-IF
                ADD 1 TO ST-CLOSED(stat-hit)
                ADD span-minutes TO ST-CLOSE-SUM(stat-hit)
                IF span-minutes > ST-CLOSE-MAX(stat-hit) THEN
                     MOVE span-minutes TO ST-CLOSE-MAX(stat-hit)
                END-IF
           END-IF.
       21-COUNT-INCIDENT-EXIT.
           EXIT.

       22-WRITE-ROW SECTION.
           MOVE SPACES TO REPORT-LINE.
           IF group-rows = 1 THEN
                MOVE ST-GROUP(stat-idx) TO RP-GROUP
           END-IF.
           MOVE ST-REASON(stat-idx) TO RP-REASON.
           MOVE ST-FIGURES(stat-idx) TO ROW-FIGURES.
           PERFORM 24-EDIT-FIGURES.
           DISPLAY REPORT-LINE.
           PERFORM 25-ADD-TO-TOTALS.

       23-WRITE-GROUP-TOTAL SECTION.
           MOVE SPACES TO REPORT-LINE.
           MOVE "  (GROUP TOTAL)" TO RP-REASON.
           MOVE GROUP-FIGURES TO ROW-FIGURES.
           PERFORM 24-EDIT-FIGURES.
           DISPLAY REPORT-LINE.

       24-EDIT-FIGURES SECTION.
           MOVE RW-OPENED TO RP-OPENED.
           MOVE RW-ACKED TO RP-ACKED.
           MOVE RW-CLOSED TO RP-CLOSED.
           MOVE RW-ESCALATED TO RP-ESCALATED.
           MOVE RW-LIVE TO RP-LIVE.
           MOVE RW-ACK-MAX TO RP-ACK-MAX.
           MOVE RW-CLOSE-MAX TO RP-CLOSE-MAX.
           MOVE 0 TO RP-ACK-AVG.
           MOVE 0 TO RP-CLOSE-AVG.
           IF RW-ACKED > 0 THEN
                COMPUTE RP-ACK-AVG ROUNDED = RW-ACK-SUM / RW-ACKED
           END-IF.
           IF RW-CLOSED > 0 THEN
                COMPUTE RP-CLOSE-AVG ROUNDED =
                    RW-CLOSE-SUM / RW-CLOSED
           END-IF.

       25-ADD-TO-TOTALS SECTION.
           ADD RW-OPENED TO GP-OPENED GR-OPENED.
           ADD RW-ACKED TO GP-ACKED GR-ACKED.
           ADD RW-ACK-SUM TO GP-ACK-SUM GR-ACK-SUM.
           ADD RW-CLOSED TO GP-CLOSED GR-CLOSED.
           ADD RW-CLOSE-SUM TO GP-CLOSE-SUM GR-CLOSE-SUM.
           ADD RW-ESCALATED TO GP-ESCALATED GR-ESCALATED.
           ADD RW-LIVE TO GP-LIVE GR-LIVE.
           IF RW-ACK-MAX > GP-ACK-MAX THEN
                MOVE RW-ACK-MAX TO GP-ACK-MAX
           END-IF.
           IF RW-ACK-MAX > GR-ACK-MAX THEN
                MOVE RW-ACK-MAX TO GR-ACK-MAX
           END-IF.
           IF RW-CLOSE-MAX > GP-CLOSE-MAX THEN
                MOVE RW-CLOSE-MAX TO GP-CLOSE-MAX
           END-IF.
           IF RW-CLOSE-MAX > GR-CLOSE-MAX THEN
                MOVE RW-CLOSE-MAX TO GR-CLOSE-MAX
           END-IF.

       COPY INCIDPR.
       COPY LOCKPR.
       COPY GENSVPR.
       COPY REGCFPR.

       END PROGRAM INCIDENT-REPORT.
