       FILE-CONTROL.
           SELECT DETAIL-FILE ASSIGN USING DETAIL-DSN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MULTQ-FILE ASSIGN USING multq-dsn
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS multq-status.
           SELECT MULTRESULT-FILE ASSIGN USING multresult-dsn
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MULTEXCEPT-FILE ASSIGN USING multexcept-dsn
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY RESLOGSL.
           COPY SYSINSL.
           COPY PRIMCSL.
           COPY ALRTSL.
           COPY LINAGSL.
           COPY CAPLGSL.
           COPY REGCFSL.
           COPY LOCKSL.
       FD  DETAIL-FILE.
       01  DETAIL-REC          PIC 9(18).
       01  DETAIL-TRAILER-REC  PIC X(36).
       FD  MULTQ-FILE.
       01  MULTQ-REC.
           05 MQ-CEILING   PIC X(18).
           05 FILLER       PIC X(01).
           05 MQ-DIVISORS  PIC X(60).
           05 FILLER       PIC X(01).
           05 MQ-REQUESTOR PIC X(10).
       FD  MULTRESULT-FILE.
       01  MULTRESULT-REC PIC X(127).
       FD  MULTEXCEPT-FILE.
       01  MULTEXCEPT-REC PIC X(50).
       COPY RESLOGFD.
       COPY SYSINFD.
       COPY PRIMCFD.
       COPY ALRTFD.
       COPY LINAGFD.
       COPY CAPLGFD.

       COPY REGCFFD.
          COPY CAPLGWS.
          COPY GENSVWS.
          COPY ALRTWS.
          COPY LINAGWS.
          COPY PRGHBWS.
          01 DETAIL-DSN PIC X(30) VALUE "MULTOUT".
          01 N     PIC 9(18) BINARY VALUE ZERO.
              05 DT-TRAILER-COUNT PIC 9(09) VALUE ZERO.
              05 FILLER          PIC X(01) VALUE SPACE.
              05 DT-TRAILER-SUM  PIC 9(18) VALUE ZERO.

      *> QUEUE mode: the whole MULTQ request file in one run, each
      *> row a ceiling N plus its own divisor list (blank meaning the
      *> classic 3,5), one MULTRESULT line per request and bad rows
      *> diverted to MULTEXCEPT instead of aborting the batch - the
      *> FACTORQ/FACTRESULT pair LARGEST-PRIME-FACTOR has always had.
          01 multq-dsn PIC X(30) VALUE "MULTQ".
          01 multresult-dsn PIC X(30) VALUE "MULTRESULT".
          01 multexcept-dsn PIC X(30) VALUE "MULTEXCEPT".
          01 multq-status PIC XX.
          01 QUEUE-MODE PIC X VALUE "N".
              88 QUEUE-ON VALUE "Y".
          01 queue-read-count PIC 9(9) BINARY VALUE ZERO.
          01 queue-done-count PIC 9(9) BINARY VALUE ZERO.
          01 queue-exc-count  PIC 9(9) BINARY VALUE ZERO.
          01 queue-count-edit PIC 9(9).
          01 qr-pos PIC 9(4) BINARY.
          01 queue-reject-reason PIC X(20).
          01 MULTRESULT-WORK.
              05 QR-REQUESTOR PIC X(10) VALUE SPACES.
              05 FILLER       PIC X(01) VALUE SPACE.
              05 QR-CEILING   PIC 9(18) VALUE ZERO.
              05 FILLER       PIC X(01) VALUE SPACE.
              05 QR-DIVISORS  PIC X(60) VALUE SPACES.
              05 FILLER       PIC X(01) VALUE SPACE.
              05 QR-TOTAL     PIC 9(36) VALUE ZERO.
          01 MULTEXCEPT-WORK.
              05 QX-REQUESTOR PIC X(10) VALUE SPACES.
              05 FILLER       PIC X(01) VALUE SPACE.
              05 QX-CEILING   PIC X(18) VALUE SPACES.
              05 FILLER       PIC X(01) VALUE SPACE.
              05 QX-REASON    PIC X(20) VALUE SPACES.
      *> MULTRESULT's control-total trailer: result count then the
      *> sum of every total written, 38 digits wide since each total
      *> can itself run to 36. A sum that would not fit is flagged
      *> and alerted rather than written short.
          01 MULTRESULT-TRAILER-WORK.
              05 FILLER          PIC X(08) VALUE "TRAILER ".
              05 QT-TRAILER-COUNT PIC 9(09) VALUE ZERO.
              05 FILLER          PIC X(01) VALUE SPACE.
              05 QT-TRAILER-SUM  PIC 9(38) VALUE ZERO.
          01 QT-SUM-OVERFLOWED PIC X VALUE "N".
          01 DEBUG-TRACE-EVERY PIC 9(18) BINARY VALUE 1000000.
          01 debug-check       PIC 9(18) BINARY VALUE ZERO.

       01-PREAMBLE SECTION.
           MOVE "MULTIPLES-OF-3-OR-5" TO RL-PROGRAM-ID.
           MOVE RL-PROGRAM-ID TO AL-PROGRAM-ID.
           MOVE RL-PROGRAM-ID TO LN-PROGRAM-ID.
           MOVE RL-PROGRAM-ID TO HB-PROGRAM-NAME.
           MOVE FUNCTION CURRENT-DATE TO RL-START-TIME.
           PERFORM 9800-LOAD-REGION-CONFIG.
           MOVE ALERT-LOG-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO ALERT-LOG-DSN.
           MOVE LINEAGE-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO LINEAGE-DSN.
           MOVE CAPACITY-LOG-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO CAPACITY-LOG-DSN.
           PERFORM 9300-GET-PARAMETERS.
           MOVE 1 TO ARG-NUM.
           PERFORM 9320-GET-ARGUMENT.
           IF FUNCTION TRIM(VALIDATE-BUFFER) = "QUEUE" THEN
                MOVE "Y" TO QUEUE-MODE
                MOVE multq-dsn TO REGION-DSN-WORK
                PERFORM 9810-APPLY-REGION-PREFIX
                MOVE REGION-DSN-WORK TO multq-dsn
                MOVE multresult-dsn TO REGION-DSN-WORK
                PERFORM 9810-APPLY-REGION-PREFIX
                MOVE REGION-DSN-WORK TO multresult-dsn
                MOVE multexcept-dsn TO REGION-DSN-WORK
                PERFORM 9810-APPLY-REGION-PREFIX
                MOVE REGION-DSN-WORK TO multexcept-dsn
                PERFORM 05-RUN-QUEUE
           END-IF.
           MOVE VALIDATE-BUFFER TO N-BUFFER.
           MOVE 18 TO VALIDATE-MAXLEN.
           MOVE "N" TO VALIDATE-LABEL.
               END-STRING
           END-PERFORM.

       05-RUN-QUEUE SECTION.
      *> Every MULTQ row gets either a MULTRESULT line - the closed-form
      *> total for its own N and divisor set - or a MULTEXCEPT line with
      *> the reason, and one bad row never stops the rest. RESULTLOG
      *> carries a single audit line for the batch with the counts.
           OPEN INPUT MULTQ-FILE.
           IF multq-status = "35" THEN
                DISPLAY "MULTIPLES-OF-3-OR-5: NO MULTQ REQUEST FILE "
                        "ON HAND"
                MOVE "NO-REQUEST-FILE" TO AL-REASON-CODE
                MOVE multq-dsn TO AL-PARM-VALUE
                PERFORM 9600-LOG-ALERT
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
           OPEN OUTPUT MULTRESULT-FILE.
           OPEN OUTPUT MULTEXCEPT-FILE.

           PERFORM UNTIL multq-status = "10"
               READ MULTQ-FILE
                   AT END MOVE "10" TO multq-status
                   NOT AT END
                       PERFORM 05A-ONE-REQUEST
               END-READ
           END-PERFORM.

           MOVE queue-done-count TO QT-TRAILER-COUNT.
           MOVE MULTRESULT-TRAILER-WORK TO MULTRESULT-REC.
           WRITE MULTRESULT-REC.
           CLOSE MULTQ-FILE.
           CLOSE MULTRESULT-FILE.
           CLOSE MULTEXCEPT-FILE.
           MOVE multresult-dsn TO MF-FILE-NAME.
           MOVE queue-done-count TO MF-RECORD-COUNT.
           PERFORM 9950-WRITE-MANIFEST.
           MOVE multexcept-dsn TO MF-FILE-NAME.
           MOVE queue-exc-count TO MF-RECORD-COUNT.
           PERFORM 9950-WRITE-MANIFEST.
           IF QT-SUM-OVERFLOWED = "Y" THEN
                DISPLAY "MULTIPLES-OF-3-OR-5: MULTRESULT TRAILER SUM "
                        "EXCEEDED 38 DIGITS, TRAILER SUM NOT USABLE"
                MOVE "TRAILER-OVERFLOW" TO AL-REASON-CODE
                MOVE multresult-dsn TO AL-PARM-VALUE
                PERFORM 9600-LOG-ALERT
           END-IF.

           DISPLAY "MULTIPLES-OF-3-OR-5: QUEUE OF "
                   queue-read-count " REQUEST(S), "
                   queue-done-count " TOTALLED, "
                   queue-exc-count " DIVERTED".
           MOVE "QUEUE" TO RL-INPUT-PARM.
           MOVE SPACES TO RL-EFFECTIVE-PARMS.
           MOVE 1 TO qr-pos.
           STRING "MODE=QUEUE REQUESTS=" DELIMITED BY SIZE
               INTO RL-EFFECTIVE-PARMS WITH POINTER qr-pos.
           MOVE queue-read-count TO queue-count-edit.
           STRING queue-count-edit " DONE=" DELIMITED BY SIZE
               INTO RL-EFFECTIVE-PARMS WITH POINTER qr-pos.
           MOVE queue-done-count TO queue-count-edit.
           STRING queue-count-edit " EXCEPTIONS="
               DELIMITED BY SIZE
               INTO RL-EFFECTIVE-PARMS WITH POINTER qr-pos.
           MOVE queue-exc-count TO queue-count-edit.
           STRING queue-count-edit DELIMITED BY SIZE
               INTO RL-EFFECTIVE-PARMS WITH POINTER qr-pos.
           MOVE queue-done-count TO RL-ANSWER.
           PERFORM 9000-LOG-RESULT.
           IF queue-exc-count > 0 THEN
                MOVE 4 TO RETURN-CODE
           ELSE
                MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       05A-ONE-REQUEST SECTION.
           IF MULTQ-REC = SPACES THEN
                GO TO 05A-ONE-REQUEST-EXIT
           END-IF.
           ADD 1 TO queue-read-count.
           MOVE queue-read-count TO HB-CURRENT-INDEX.
           MOVE 0 TO HB-TARGET-INDEX.
           PERFORM 9655-RECORD-PROGRESS.
           IF FUNCTION TRIM(MQ-CEILING) = SPACES
                   OR FUNCTION TRIM(MQ-CEILING) IS NOT NUMERIC THEN
                MOVE "NOT-NUMERIC" TO queue-reject-reason
                PERFORM 05C-WRITE-EXCEPTION
                GO TO 05A-ONE-REQUEST-EXIT
           END-IF.
           MOVE FUNCTION TRIM(MQ-CEILING) TO N.
           IF N = 0 THEN
                MOVE "ZERO" TO queue-reject-reason
                PERFORM 05C-WRITE-EXCEPTION
                GO TO 05A-ONE-REQUEST-EXIT
           END-IF.
           PERFORM 05B-PARSE-REQUEST-DIVISORS.
           IF queue-reject-reason NOT = SPACES THEN
                PERFORM 05C-WRITE-EXCEPTION
                GO TO 05A-ONE-REQUEST-EXIT
           END-IF.
           PERFORM 04D-BUILD-DIVISORS-ECHO.

      *> Same N-1 ceiling the single run takes before the closed form.
           MOVE N TO QR-CEILING.
           SUBTRACT 1 FROM N.
           PERFORM 03-CLOSED-FORM-TOTAL.
           MOVE MQ-REQUESTOR TO QR-REQUESTOR.
           MOVE divisors-echo TO QR-DIVISORS.
           MOVE cf-total TO QR-TOTAL.
           MOVE MULTRESULT-WORK TO MULTRESULT-REC.
           WRITE MULTRESULT-REC.
           ADD 1 TO queue-done-count.
           ADD cf-total TO QT-TRAILER-SUM
               ON SIZE ERROR
                   MOVE "Y" TO QT-SUM-OVERFLOWED
           END-ADD.
       05A-ONE-REQUEST-EXIT.
           EXIT.

       05B-PARSE-REQUEST-DIVISORS SECTION.
      *> The same comma split 04-PARSE-DIVISOR-LIST does for argument 2,
      *> and the same zero and duplicate rules as 04C-REFUSE-BAD-SET,
      *> but a fault comes back as a reason in queue-reject-reason
      *> instead of an abort, so only the offending row is diverted.
           MOVE SPACES TO queue-reject-reason.
           MOVE 0 TO divisor-count.
           IF MQ-DIVISORS = SPACES THEN
                MOVE 2 TO divisor-count
                MOVE 3 TO DIVISOR-ENTRY(1)
                MOVE 5 TO DIVISOR-ENTRY(2)
                GO TO 05B-PARSE-REQUEST-DIVISORS-EXIT
           END-IF.
           MOVE SPACES TO DIVISOR-LIST-BUFFER.
           MOVE MQ-DIVISORS TO DIVISOR-LIST-BUFFER.
           MOVE SPACES TO DL-TOKEN.
           MOVE 0 TO DL-TOKEN-LEN.
           PERFORM VARYING DL-POS FROM 1 BY 1
                   UNTIL DL-POS > 60
                      OR queue-reject-reason NOT = SPACES
               MOVE DIVISOR-LIST-BUFFER(DL-POS:1) TO DL-CHAR
               IF DL-CHAR = "," THEN
                    PERFORM 05D-STORE-REQUEST-DIVISOR
                    MOVE SPACES TO DL-TOKEN
                    MOVE 0 TO DL-TOKEN-LEN
               ELSE
                    IF DL-CHAR NOT = SPACE THEN
                         IF DL-TOKEN-LEN >= 18 THEN
                              MOVE "DIVISOR-TOKEN-LONG"
                                  TO queue-reject-reason
                         ELSE
                              ADD 1 TO DL-TOKEN-LEN
                              MOVE DL-CHAR
                                  TO DL-TOKEN(DL-TOKEN-LEN:1)
                         END-IF
                    END-IF
               END-IF
           END-PERFORM.
           IF queue-reject-reason = SPACES THEN
                PERFORM 05D-STORE-REQUEST-DIVISOR
           END-IF.
           IF queue-reject-reason NOT = SPACES THEN
                GO TO 05B-PARSE-REQUEST-DIVISORS-EXIT
           END-IF.
           PERFORM VARYING dl-idx FROM 1 BY 1
                   UNTIL dl-idx > divisor-count
                      OR queue-reject-reason NOT = SPACES
               IF DIVISOR-ENTRY(dl-idx) = 0 THEN
                    MOVE "DIVISOR-ZERO" TO queue-reject-reason
               END-IF
               PERFORM VARYING dl-scan FROM 1 BY 1
                       UNTIL dl-scan >= dl-idx
                   IF DIVISOR-ENTRY(dl-scan)
                           = DIVISOR-ENTRY(dl-idx) THEN
                        MOVE "DIVISOR-DUPLICATE"
                            TO queue-reject-reason
                   END-IF
               END-PERFORM
           END-PERFORM.
       05B-PARSE-REQUEST-DIVISORS-EXIT.
           EXIT.

       05C-WRITE-EXCEPTION SECTION.
           MOVE MQ-REQUESTOR TO QX-REQUESTOR.
           MOVE MQ-CEILING TO QX-CEILING.
           MOVE queue-reject-reason TO QX-REASON.
           MOVE MULTEXCEPT-WORK TO MULTEXCEPT-REC.
           WRITE MULTEXCEPT-REC.
           ADD 1 TO queue-exc-count.

       05D-STORE-REQUEST-DIVISOR SECTION.
           IF DL-TOKEN-LEN = 0 THEN
                GO TO 05D-STORE-REQUEST-DIVISOR-EXIT
           END-IF.
           IF divisor-count >= DIVISOR-LIST-MAX THEN
                MOVE "DIVISOR-SET-MAX" TO queue-reject-reason
                GO TO 05D-STORE-REQUEST-DIVISOR-EXIT
           END-IF.
           IF DL-TOKEN(1:DL-TOKEN-LEN) IS NOT NUMERIC THEN
                MOVE "DIVISOR-NOT-NUMERIC" TO queue-reject-reason
                GO TO 05D-STORE-REQUEST-DIVISOR-EXIT
           END-IF.
           ADD 1 TO divisor-count.
           MOVE DL-TOKEN(1:DL-TOKEN-LEN)
               TO DIVISOR-ENTRY(divisor-count).
       05D-STORE-REQUEST-DIVISOR-EXIT.
           EXIT.

       01-TRACE-DIVISOR-PRIMALITY SECTION.
      *> MULTIPLES-OF-3-OR-5 checks divisibility, not primality, so
      *> it has no real need of the shared prime cache - this trace

       COPY ALRTPR.

       COPY LINAGPR.

       COPY VALNUMPR.

       COPY RPTHDRPR.
