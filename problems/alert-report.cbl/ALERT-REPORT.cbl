*> additionally appended to the OPSACTION routed file - the list of
*> things somebody should be woken for.
*>
*> Each routed alert also opens an incident on the INCIDENT master
*> (INCIDWS), owned by the alert's group and placed with the head
*> of that group's ESCALATE list, or - when the same program and
*> reason already has an incident open or acknowledged - is
*> attached to that one instead, so a cache that goes corrupt
*> every ten minutes all night is one incident with forty alerts.
*> An alert already taken by an incident on an earlier pass over
*> the log is not taken again. Operators acknowledge, annotate
*> and close incidents through OPS-CONSOLE; INCIDENT-REPORT
*> escalates the ones nobody acknowledges and reports how long
*> acknowledging and closing took.
*>
*> Return code 8 when anything was listed (the morning shift has
*> reading to do), 0 on a quiet log.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ALRTSL.
           COPY INCIDSL.
           COPY LOCKSL.
           SELECT ALERTCFG-FILE ASSIGN TO "ALERTCFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS alertcfg-status.
       DATA DIVISION.
       FILE SECTION.
       COPY ALRTFD.
       COPY INCIDFD.
       COPY LOCKFD.
       FD  ALERTCFG-FILE.
       01  ALERTCFG-REC.
           05 AC-FILE-REASON   PIC X(20).

       COPY REGCFFD.
       WORKING-STORAGE SECTION.
       COPY RESLOGWS.
       COPY ALRTWS.
       COPY INCIDWS.
       COPY LOCKWS.
       COPY GENSVWS.
       01 alertcfg-status PIC XX.
       01 opsaction-dsn PIC X(30) VALUE "OPSACTION".
       01 opsaction-status PIC XX.
       01 alert-count PIC 9(4) BINARY VALUE ZERO.
       01 suppressed-count PIC 9(6) BINARY VALUE ZERO.
       01 routed-count PIC 9(4) BINARY VALUE ZERO.
       01 opened-count PIC 9(4) BINARY VALUE ZERO.
       01 attached-count PIC 9(4) BINARY VALUE ZERO.

       01 OPSACTION-WORK.
           05 OP-SEVERITY PIC X(1) VALUE SPACE.

       PROCEDURE DIVISION.
       00-MAIN SECTION.
           MOVE "ALERT-REPORT" TO RL-PROGRAM-ID.
           PERFORM 9800-LOAD-REGION-CONFIG.
           MOVE ALERT-LOG-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE opsaction-dsn TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO opsaction-dsn.
           MOVE INCIDENT-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO INCIDENT-DSN.
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER.
           IF ARG-COUNT >= 1 THEN
                MOVE 1 TO ARG-NUM
                MOVE 0 TO RETURN-CODE
                STOP RUN
           END-IF.
           PERFORM 9670-LOAD-INCIDENTS.

           DISPLAY "EXCEPTION REPORT".
           DISPLAY "SV OWNER                PROGRAM-ID           "
               END-READ
           END-PERFORM.
           CLOSE ALERT-LOG-FILE.
           IF opened-count > 0 OR attached-count > 0 THEN
                PERFORM 9675-SAVE-INCIDENTS
           ELSE
                PERFORM 9678-RELEASE-INCIDENTS
           END-IF.

           DISPLAY alert-count " ALERT(S) LISTED, "
                   suppressed-count " REPEAT(S) FOLDED, "
                   routed-count " ROUTED TO OPSACTION".
           DISPLAY opened-count " INCIDENT(S) OPENED, "
                   attached-count " ALERT(S) ATTACHED TO AN OPEN "
                   "INCIDENT".
           IF alert-count > 0 THEN
                MOVE 8 TO RETURN-CODE
           ELSE

           IF active-severity = "C" OR active-severity = "H" THEN
                PERFORM 04-ROUTE-TO-OPSACTION
                PERFORM 05-TAKE-INCIDENT
           END-IF.
       01-LIST-ALERT-EXIT.
           EXIT.
           CLOSE OPSACTION-FILE.
           ADD 1 TO routed-count.

       05-TAKE-INCIDENT SECTION.
*> A later alert of a pair with a live incident attaches to it;
*> otherwise the alert opens a new incident. The incident's clock
*> runs from the alert, the contact's from the moment the contact
*> is given it.
           MOVE AL-PROGRAM-ID TO INC-WANT-PROGRAM.
           MOVE AL-REASON-CODE TO INC-WANT-REASON.
           PERFORM 9680-FIND-PAIR.
           IF AL-TIMESTAMP(1:14) NOT > INC-PAIR-LAST-ALERT THEN
                GO TO 05-TAKE-INCIDENT-EXIT
           END-IF.
           IF inc-hit NOT = 0 THEN
                IF IC-ALERTS(inc-hit) < 99999 THEN
                     ADD 1 TO IC-ALERTS(inc-hit)
                END-IF
                MOVE AL-TIMESTAMP(1:14) TO IC-LAST-ALERT(inc-hit)
                ADD 1 TO attached-count
                DISPLAY "   ATTACHED TO INCIDENT " IC-NUMBER(inc-hit)
                        " (" FUNCTION TRIM(IC-STATE(inc-hit)) ", "
                        IC-ALERTS(inc-hit) " ALERT(S))"
                GO TO 05-TAKE-INCIDENT-EXIT
           END-IF.
           IF inc-count >= INC-TABLE-MAX THEN
                DISPLAY "   NO ROOM ON " FUNCTION TRIM(INCIDENT-DSN)
                        " FOR ANOTHER INCIDENT - NONE OPENED"
                GO TO 05-TAKE-INCIDENT-EXIT
           END-IF.
           ADD 1 TO inc-count.
           MOVE SPACES TO INC-ENTRY(inc-count).
           MOVE "I" TO IC-TYPE(inc-count).
           MOVE inc-next-number TO IC-NUMBER(inc-count).
           ADD 1 TO inc-next-number.
           MOVE active-severity TO IC-SEVERITY(inc-count).
           MOVE "OPEN" TO IC-STATE(inc-count).
           MOVE active-group TO IC-GROUP(inc-count).
           MOVE AL-PROGRAM-ID TO IC-PROGRAM(inc-count).
           MOVE AL-REASON-CODE TO IC-REASON(inc-count).
           MOVE AL-PARM-VALUE TO IC-FIRST-VALUE(inc-count).
           MOVE AL-TIMESTAMP(1:14) TO IC-OPENED(inc-count).
           MOVE AL-TIMESTAMP(1:14) TO IC-LAST-ALERT(inc-count).
           MOVE 1 TO IC-ALERTS(inc-count).
           MOVE 1 TO IC-LEVEL(inc-count).
           MOVE active-group TO INC-WANT-GROUP.
           MOVE 1 TO INC-WANT-LEVEL.
           PERFORM 9686-FIND-CONTACT.
           MOVE INC-CONTACT-FOUND TO IC-CONTACT(inc-count).
           MOVE FUNCTION CURRENT-DATE(1:14) TO IC-CONTACTED(inc-count).
           MOVE 0 TO IC-NOTES(inc-count).
           ADD 1 TO opened-count.
           IF IC-CONTACT(inc-count) = SPACES THEN
                DISPLAY "   INCIDENT " IC-NUMBER(inc-count)
                        " OPENED - NO ESCALATION LIST FOR "
                        FUNCTION TRIM(active-group)
           ELSE
                DISPLAY "   INCIDENT " IC-NUMBER(inc-count)
                        " OPENED, WITH "
                        FUNCTION TRIM(IC-CONTACT(inc-count))
           END-IF.
       05-TAKE-INCIDENT-EXIT.
           EXIT.

       COPY INCIDPR.
       COPY LOCKPR.
       COPY GENSVPR.
       COPY REGCFPR.

       END PROGRAM ALERT-REPORT.
