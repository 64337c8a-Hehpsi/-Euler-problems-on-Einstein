      *> INCIDPR - incident master routines, SECTION form. See
      *> INCIDWS for the record layouts and the caller protocol.
       9670-LOAD-INCIDENTS SECTION.
           MOVE INCIDENT-DSN TO LOCK-RESOURCE-DSN.
           PERFORM 9900-TAKE-LOCK.
           MOVE 0 TO inc-count.
           MOVE 0 TO inc-note-count.
           MOVE 0 TO esc-count.
           MOVE 1 TO inc-next-number.
           MOVE "N" TO INC-TABLES-FULL.
           OPEN INPUT INCIDENT-FILE.
           IF INCIDENT-STATUS NOT = "00" THEN
                MOVE SPACES TO INCIDENT-STATUS
                GO TO 9670-LOAD-ESCALATION
           END-IF.
           PERFORM UNTIL INCIDENT-STATUS NOT = "00"
               READ INCIDENT-FILE
                   AT END MOVE "10" TO INCIDENT-STATUS
                   NOT AT END
                       PERFORM 9672-TAKE-INCIDENT-RECORD
               END-READ
           END-PERFORM.
           CLOSE INCIDENT-FILE.
           MOVE SPACES TO INCIDENT-STATUS.
           IF INC-TABLES-OVERFLOWED THEN
                DISPLAY FUNCTION TRIM(RL-PROGRAM-ID) ": "
                        FUNCTION TRIM(INCIDENT-DSN)
                        " HOLDS MORE THAN THIS PROGRAM CAN - NOTHING "
                        "DONE"
                PERFORM 9910-RELEASE-LOCK
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
       9670-LOAD-ESCALATION.
      *> No ESCALATE file on hand leaves every incident with its
      *> owning group and nobody in particular to call.
           OPEN INPUT ESCALATE-FILE.
           IF ESCALATE-STATUS NOT = "00" THEN
                MOVE SPACES TO ESCALATE-STATUS
                GO TO 9670-LOAD-INCIDENTS-EXIT
           END-IF.
           PERFORM UNTIL ESCALATE-STATUS NOT = "00"
               READ ESCALATE-FILE
                   AT END MOVE "10" TO ESCALATE-STATUS
                   NOT AT END
                       MOVE ESCALATE-REC TO ESCALATE-RECORD
                       IF EL-GROUP NOT = SPACES
                               AND EL-LEVEL IS NUMERIC
                               AND esc-count < ESC-TABLE-MAX
                            ADD 1 TO esc-count
                            MOVE EL-GROUP TO ET-GROUP(esc-count)
                            MOVE EL-LEVEL TO ET-LEVEL(esc-count)
                            MOVE EL-CONTACT TO ET-CONTACT(esc-count)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ESCALATE-FILE.
           MOVE SPACES TO ESCALATE-STATUS.
       9670-LOAD-INCIDENTS-EXIT.
           EXIT.

       9672-TAKE-INCIDENT-RECORD SECTION.
           EVALUATE INCIDENT-REC(1:1)
               WHEN "I"
                   IF inc-count >= INC-TABLE-MAX THEN
                        MOVE "Y" TO INC-TABLES-FULL
                   ELSE
                        ADD 1 TO inc-count
                        MOVE INCIDENT-REC TO INC-ENTRY(inc-count)
                        IF IC-NUMBER(inc-count) >= inc-next-number
                             COMPUTE inc-next-number =
                                 IC-NUMBER(inc-count) + 1
                        END-IF
                   END-IF
               WHEN "N"
                   IF inc-note-count >= INC-NOTE-TABLE-MAX THEN
                        MOVE "Y" TO INC-TABLES-FULL
                   ELSE
                        ADD 1 TO inc-note-count
                        MOVE INCIDENT-REC
                            TO INC-NOTE-ENTRY(inc-note-count)
                   END-IF
           END-EVALUATE.

       9675-SAVE-INCIDENTS SECTION.
      *> The whole file is written out again on "<name>.NEW" and
      *> rotated into place, the last copy kept as a generation.
           MOVE INCIDENT-DSN TO GEN-BASE-DSN.
           MOVE SPACES TO GEN-NAME-A.
           STRING FUNCTION TRIM(GEN-BASE-DSN) ".NEW"
               DELIMITED BY SIZE INTO GEN-NAME-A.
           MOVE GEN-NAME-A(1:30) TO INCIDENT-DSN.
           OPEN OUTPUT INCIDENT-FILE.
           IF INCIDENT-STATUS NOT = "00" THEN
                DISPLAY FUNCTION TRIM(RL-PROGRAM-ID) ": CANNOT WRITE "
                        FUNCTION TRIM(INCIDENT-DSN) " - STATUS "
                        INCIDENT-STATUS
                MOVE GEN-BASE-DSN TO INCIDENT-DSN
                PERFORM 9910-RELEASE-LOCK
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
           PERFORM VARYING inc-idx FROM 1 BY 1
                   UNTIL inc-idx > inc-count
               MOVE INC-ENTRY(inc-idx) TO INCIDENT-REC
               WRITE INCIDENT-REC
           END-PERFORM.
           PERFORM VARYING inc-note-idx FROM 1 BY 1
                   UNTIL inc-note-idx > inc-note-count
               MOVE INC-NOTE-ENTRY(inc-note-idx) TO INCIDENT-REC
               WRITE INCIDENT-REC
           END-PERFORM.
           CLOSE INCIDENT-FILE.
           MOVE SPACES TO INCIDENT-STATUS.
           PERFORM 9860-ROTATE-GENERATIONS.
           MOVE GEN-BASE-DSN TO INCIDENT-DSN.
           PERFORM 9910-RELEASE-LOCK.

       9678-RELEASE-INCIDENTS SECTION.
           MOVE INCIDENT-DSN TO LOCK-RESOURCE-DSN.
           PERFORM 9910-RELEASE-LOCK.

       9680-FIND-PAIR SECTION.
           MOVE 0 TO inc-hit.
           MOVE SPACES TO INC-PAIR-LAST-ALERT.
           PERFORM VARYING inc-idx FROM 1 BY 1
                   UNTIL inc-idx > inc-count
               IF IC-PROGRAM(inc-idx) = INC-WANT-PROGRAM
                       AND IC-REASON(inc-idx) = INC-WANT-REASON
                    IF IC-LAST-ALERT(inc-idx) > INC-PAIR-LAST-ALERT
                    THEN
                         MOVE IC-LAST-ALERT(inc-idx)
                             TO INC-PAIR-LAST-ALERT
                    END-IF
                    IF IC-IS-LIVE(inc-idx) THEN
                         MOVE inc-idx TO inc-hit
                    END-IF
               END-IF
           END-PERFORM.

       9682-FIND-NUMBER SECTION.
           MOVE 0 TO inc-hit.
           PERFORM VARYING inc-idx FROM 1 BY 1
                   UNTIL inc-idx > inc-count
                      OR inc-hit NOT = 0
               IF IC-NUMBER(inc-idx) = INC-WANT-NUMBER THEN
                    MOVE inc-idx TO inc-hit
               END-IF
           END-PERFORM.

       9684-ADD-NOTE SECTION.
           IF inc-note-count >= INC-NOTE-TABLE-MAX THEN
                DISPLAY FUNCTION TRIM(RL-PROGRAM-ID)
                        ": NO ROOM FOR ANOTHER NOTE ON INCIDENT "
                        IC-NUMBER(inc-hit) " - NOTE NOT FILED"
                GO TO 9684-ADD-NOTE-EXIT
           END-IF.
           ADD 1 TO inc-note-count.
           MOVE SPACES TO INC-NOTE-ENTRY(inc-note-count).
           MOVE "N" TO IN-TYPE(inc-note-count).
           MOVE IC-NUMBER(inc-hit) TO IN-NUMBER(inc-note-count).
           MOVE FUNCTION CURRENT-DATE(1:14)
               TO IN-WHEN(inc-note-count).
           MOVE INC-NOTE-BY TO IN-BY(inc-note-count).
           MOVE INC-NOTE-TEXT TO IN-TEXT(inc-note-count).
           IF IC-NOTES(inc-hit) < 999 THEN
                ADD 1 TO IC-NOTES(inc-hit)
           END-IF.
       9684-ADD-NOTE-EXIT.
           EXIT.

       9686-FIND-CONTACT SECTION.
      *> The group's own list when it has one, else the "*" list.
           MOVE SPACES TO INC-CONTACT-FOUND.
           MOVE "N" TO INC-OWN-LIST.
           PERFORM VARYING esc-idx FROM 1 BY 1
                   UNTIL esc-idx > esc-count
               IF ET-GROUP(esc-idx) = INC-WANT-GROUP THEN
                    MOVE "Y" TO INC-OWN-LIST
                    IF ET-LEVEL(esc-idx) = INC-WANT-LEVEL THEN
                         MOVE ET-CONTACT(esc-idx)
                             TO INC-CONTACT-FOUND
                    END-IF
               END-IF
           END-PERFORM.
           IF INC-OWN-LIST = "Y" THEN
                GO TO 9686-FIND-CONTACT-EXIT
           END-IF.
           PERFORM VARYING esc-idx FROM 1 BY 1
                   UNTIL esc-idx > esc-count
               IF ET-GROUP(esc-idx) = "*"
                       AND ET-LEVEL(esc-idx) = INC-WANT-LEVEL
                    MOVE ET-CONTACT(esc-idx) TO INC-CONTACT-FOUND
               END-IF
           END-PERFORM.
       9686-FIND-CONTACT-EXIT.
           EXIT.

       9688-STAMP-MINUTES SECTION.
           COMPUTE inc-stamp-minutes =
               FUNCTION INTEGER-OF-DATE(FUNCTION
                   NUMVAL(INC-STAMP(1:8))) * 1440
               + FUNCTION NUMVAL(INC-STAMP(9:2)) * 60
               + FUNCTION NUMVAL(INC-STAMP(11:2)).
