       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOG-LINT.
*> Record-by-record data-quality sweep of the shared log files,
*> each held against its copybook layout. The readers of these
*> files skip a record they cannot use without a word, so a bad
*> one goes unnoticed until a figure is wrong; this names every
*> bad record by its position in the file and the rule it broke:
*>
*>   every file  the timestamps are real YYYYMMDDHHMMSShh+zzzz
*>               clock stamps, and each record's stamp is no
*>               earlier than the one ahead of it (every writer
*>               appends as it finishes); the name fields are not
*>               blank; run-id and step-id are both blank (an
*>               ad-hoc run) or both set, the run-id a real
*>               YYYYMMDDHHMMSS and the step-id that run-id, a
*>               hyphen, and a four-digit sequence
*>   ALERTLOG    a reason code is given
*>   STEPLOG     the run date is real, the step number and return
*>               code are numeric, the status is one the runner
*>               writes, the end is no earlier than the start, an
*>               OK step returned zero, an arrival stamp is a real
*>               YYYYMMDDHHMMSS and the wait is numeric; a FAIL
*>               step has an ALERTLOG reason - one under its
*>               step-id, or for a record from before the ids, one
*>               from the same program inside the step's times
*>   RESULTLOG   the elapsed seconds are numeric and agree with
*>               the start and finish times as 9000-LOG-RESULT
*>               derives them, the finish is no earlier than the
*>               start, an answer is given, a record served from
*>               CERTREG carries a real certification date (the
*>               only other served-from mark is FKNOWN, a
*>               LARGEST-PRIME-FACTOR store answer); a
*>               record whose run-id is blank although it finished
*>               inside a runner step that had one - the runner
*>               exported the ids and the program lost them
*>   RUNMANIFEST the file name is given and the record count is
*>               numeric
*>   CAPSTATS    the table name is given, the used and capacity
*>               figures are numeric, the capacity is positive and
*>               the used figure within it
*>
*> An absent file is noted and skipped. The run ends with each
*> file's count of records checked, clean and bad, so the sweep
*> balances against the files. Return code 0 every record clean,
*> 8 at least one bad record.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ALRTSL.
           COPY STPLGSL.
           COPY RESLOGSL.
           COPY MNFSTSL.
           COPY CAPLGSL.
           COPY REGCFSL.
       DATA DIVISION.
       FILE SECTION.
       COPY ALRTFD.
       COPY STPLGFD.
       COPY RESLOGFD.
       COPY MNFSTFD.
       COPY CAPLGFD.
       COPY REGCFFD.

       WORKING-STORAGE SECTION.
       COPY ALRTWS.
       COPY STPLGWS.
       COPY RESLOGWS.
       COPY MNFSTWS.
       COPY CAPLGWS.
       COPY REGCFWS.

*> The files swept, in the order they are checked, with each one's
*> tally for the closing balance.
       01 LINT-FILE-NAMES.
           05 FILLER PIC X(11) VALUE "ALERTLOG".
           05 FILLER PIC X(11) VALUE "STEPLOG".
           05 FILLER PIC X(11) VALUE "RESULTLOG".
           05 FILLER PIC X(11) VALUE "RUNMANIFEST".
           05 FILLER PIC X(11) VALUE "CAPSTATS".
       01 LINT-FILE-TABLE REDEFINES LINT-FILE-NAMES.
           05 LINT-FILE-NAME PIC X(11) OCCURS 5 TIMES.
       01 LINT-TALLY-TABLE.
           05 LINT-TALLY OCCURS 5 TIMES.
               10 LF-PRESENT PIC X VALUE "N".
                   88 LF-WAS-PRESENT VALUE "Y".
               10 LF-CHECKED PIC 9(8) BINARY VALUE ZERO.
               10 LF-BAD     PIC 9(8) BINARY VALUE ZERO.
       01 file-idx PIC 9(2) BINARY.
       01 record-number PIC 9(8) BINARY.
       01 record-shown PIC Z(7)9.
       01 RECORD-FLAG PIC X.
           88 RECORD-IS-BAD VALUE "Y".
       01 violation-count PIC 9(8) BINARY VALUE ZERO.
       01 lint-rule PIC X(90).
       01 prior-stamp PIC X(16).
       01 tally-checked PIC Z(7)9.
       01 tally-clean PIC Z(7)9.
       01 tally-bad PIC Z(7)9.
       01 clean-count PIC 9(8) BINARY.

*> Scratch for the clock-stamp and id judgements.
       01 lint-stamp PIC X(21).
       01 lint-label PIC X(12).
       01 STAMP-FLAG PIC X.
           88 STAMP-IS-GOOD VALUE "Y".
       01 stamp-hour PIC 9(2).
       01 stamp-minute PIC 9(2).
       01 stamp-second PIC 9(2).
       01 lint-run-id PIC X(14).
       01 lint-step-id PIC X(19).
       01 lint-elapsed PIC 9(6).

*> The reasons on ALERTLOG, kept for the STEPLOG FAIL check.
       01 ALERT-TABLE-MAX PIC 9(4) BINARY VALUE 5000.
       01 alert-count PIC 9(4) BINARY VALUE ZERO.
       01 ALERT-TABLE.
           05 ALERT-ENTRY OCCURS 5000 TIMES.
               10 AT-PROGRAM PIC X(25).
               10 AT-STEP-ID PIC X(19).
               10 AT-TIME    PIC X(16).
       01 alert-idx PIC 9(4) BINARY.
       01 ALERT-OVERFLOWED PIC X VALUE "N".
           88 ALERT-TABLE-FULL VALUE "Y".
       01 ALERT-FOUND PIC X.
           88 ALERT-WAS-FOUND VALUE "Y".

*> The launched steps on STEPLOG that carried a run-id, kept for
*> the RESULTLOG blank-id check.
       01 WINDOW-TABLE-MAX PIC 9(4) BINARY VALUE 5000.
       01 window-count PIC 9(4) BINARY VALUE ZERO.
       01 WINDOW-TABLE.
           05 WINDOW-ENTRY OCCURS 5000 TIMES.
               10 SW-PROGRAM PIC X(25).
               10 SW-STEP-ID PIC X(19).
               10 SW-START   PIC X(16).
               10 SW-END     PIC X(16).
       01 window-idx PIC 9(4) BINARY.
       01 WINDOW-OVERFLOWED PIC X VALUE "N".
           88 WINDOW-TABLE-FULL VALUE "Y".
       01 window-hit PIC 9(4) BINARY.

       PROCEDURE DIVISION.
       00-MAIN SECTION.
           PERFORM 9800-LOAD-REGION-CONFIG.
           MOVE ALERT-LOG-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO ALERT-LOG-DSN.
           MOVE STEP-LOG-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO STEP-LOG-DSN.
           MOVE RESULTS-LOG-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO RESULTS-LOG-DSN.
           MOVE MANIFEST-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO MANIFEST-DSN.
           MOVE CAPACITY-LOG-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO CAPACITY-LOG-DSN.

           PERFORM 01-LINT-ALERTLOG.
           PERFORM 02-LINT-STEPLOG.
           PERFORM 03-LINT-RESULTLOG.
           PERFORM 04-LINT-MANIFEST.
           PERFORM 05-LINT-CAPSTATS.

           PERFORM VARYING file-idx FROM 1 BY 1 UNTIL file-idx > 5
               IF LF-WAS-PRESENT(file-idx) THEN
                    COMPUTE clean-count = LF-CHECKED(file-idx)
                        - LF-BAD(file-idx)
                    MOVE LF-CHECKED(file-idx) TO tally-checked
                    MOVE clean-count TO tally-clean
                    MOVE LF-BAD(file-idx) TO tally-bad
                    DISPLAY "LOG-LINT: " LINT-FILE-NAME(file-idx)
                            " " tally-checked " RECORD(S) CHECKED = "
                            FUNCTION TRIM(tally-clean) " CLEAN + "
                            FUNCTION TRIM(tally-bad) " BAD"
               END-IF
           END-PERFORM.
           MOVE violation-count TO tally-bad.
           DISPLAY "LOG-LINT: " FUNCTION TRIM(tally-bad)
                   " RULE(S) BROKEN".
           IF violation-count > 0 THEN
                MOVE 8 TO RETURN-CODE
           ELSE
                MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       01-LINT-ALERTLOG SECTION.
           MOVE 1 TO file-idx.
           OPEN INPUT ALERT-LOG-FILE.
           IF ALERT-LOG-STATUS NOT = "00" THEN
                DISPLAY "LOG-LINT: NO ALERTLOG, CHECK SKIPPED"
                MOVE SPACES TO ALERT-LOG-STATUS
                GO TO 01-LINT-ALERTLOG-EXIT
           END-IF.
           MOVE "Y" TO LF-PRESENT(file-idx).
           MOVE 0 TO record-number.
           MOVE SPACES TO prior-stamp.
           PERFORM UNTIL ALERT-LOG-STATUS NOT = "00"
               READ ALERT-LOG-FILE
                   AT END MOVE "10" TO ALERT-LOG-STATUS
                   NOT AT END
                       MOVE ALERT-LOG-RECORD TO ALERT-LOG-WORK
                       PERFORM 01A-JUDGE-ALERT
               END-READ
           END-PERFORM.
           CLOSE ALERT-LOG-FILE.
           IF ALERT-TABLE-FULL THEN
                DISPLAY "LOG-LINT: MORE THAN 5000 ALERTLOG RECORDS - "
                        "STEPLOG FAIL STEPS ARE NOT HELD AGAINST THEM"
           END-IF.
       01-LINT-ALERTLOG-EXIT.
           EXIT.

       01A-JUDGE-ALERT SECTION.
           PERFORM 06-START-RECORD.
           IF AL-PROGRAM-ID = SPACES THEN
                MOVE "PROGRAM-ID IS BLANK" TO lint-rule
                PERFORM 09-REPORT-RULE
           END-IF.
           IF AL-REASON-CODE = SPACES THEN
                MOVE "REASON CODE IS BLANK" TO lint-rule
                PERFORM 09-REPORT-RULE
           END-IF.
           MOVE AL-TIMESTAMP TO lint-stamp.
           MOVE "TIMESTAMP" TO lint-label.
           PERFORM 07-JUDGE-STAMP.
           IF STAMP-IS-GOOD THEN
                PERFORM 07B-JUDGE-ORDER
           END-IF.
           MOVE AL-RUN-ID TO lint-run-id.
           MOVE AL-STEP-ID TO lint-step-id.
           PERFORM 08-JUDGE-IDS.
           IF alert-count >= ALERT-TABLE-MAX THEN
                MOVE "Y" TO ALERT-OVERFLOWED
           ELSE
                ADD 1 TO alert-count
                MOVE AL-PROGRAM-ID TO AT-PROGRAM(alert-count)
                MOVE AL-STEP-ID TO AT-STEP-ID(alert-count)
                MOVE AL-TIMESTAMP(1:16) TO AT-TIME(alert-count)
           END-IF.

       02-LINT-STEPLOG SECTION.
           MOVE 2 TO file-idx.
           OPEN INPUT STEP-LOG-FILE.
           IF STEP-LOG-STATUS NOT = "00" THEN
                DISPLAY "LOG-LINT: NO STEPLOG, CHECK SKIPPED"
                MOVE SPACES TO STEP-LOG-STATUS
                GO TO 02-LINT-STEPLOG-EXIT
           END-IF.
           MOVE "Y" TO LF-PRESENT(file-idx).
           MOVE 0 TO record-number.
           MOVE SPACES TO prior-stamp.
           PERFORM UNTIL STEP-LOG-STATUS NOT = "00"
               READ STEP-LOG-FILE
                   AT END MOVE "10" TO STEP-LOG-STATUS
                   NOT AT END
                       MOVE STEP-LOG-RECORD TO STEP-LOG-WORK
                       PERFORM 02A-JUDGE-STEP
               END-READ
           END-PERFORM.
           CLOSE STEP-LOG-FILE.
           IF WINDOW-TABLE-FULL THEN
                DISPLAY "LOG-LINT: MORE THAN 5000 STEPLOG STEPS - "
                        "LATER RESULTLOG RUN-IDS ARE NOT HELD "
                        "AGAINST THEM"
           END-IF.
       02-LINT-STEPLOG-EXIT.
           EXIT.

       02A-JUDGE-STEP SECTION.
           PERFORM 06-START-RECORD.
           IF FUNCTION TEST-DATE-YYYYMMDD(
                   FUNCTION NUMVAL(SL-RUN-DATE)) NOT = 0
                   OR SL-RUN-DATE IS NOT NUMERIC THEN
                MOVE SPACES TO lint-rule
                STRING "RUN DATE '" SL-RUN-DATE
                       "' IS NOT A REAL YYYYMMDD"
                    DELIMITED BY SIZE INTO lint-rule
                PERFORM 09-REPORT-RULE
           END-IF.
           IF SL-STEP-NUMBER IS NOT NUMERIC THEN
                MOVE "STEP NUMBER IS NOT NUMERIC" TO lint-rule
                PERFORM 09-REPORT-RULE
           END-IF.
           IF SL-PROBLEM-ID = SPACES THEN
                MOVE "PROBLEM-ID IS BLANK" TO lint-rule
                PERFORM 09-REPORT-RULE
           END-IF.
           IF SL-RETURN-CODE IS NOT NUMERIC THEN
                MOVE "RETURN CODE IS NOT NUMERIC" TO lint-rule
                PERFORM 09-REPORT-RULE
           END-IF.
           EVALUATE SL-STATUS
               WHEN "OK"
               WHEN "FAIL"
               WHEN "TIMEOUT"
               WHEN "RTRY"
               WHEN "DENY"
               WHEN "QUOTA"
               WHEN "SUBST"
               WHEN "CONDFALS"
               WHEN "NOFILE"
               WHEN "SHED"
               WHEN "REUSED"
                   CONTINUE
               WHEN OTHER
                   MOVE SPACES TO lint-rule
                   STRING "STATUS '" FUNCTION TRIM(SL-STATUS)
                          "' IS NOT ONE THE RUNNER WRITES"
                       DELIMITED BY SIZE INTO lint-rule
                   PERFORM 09-REPORT-RULE
           END-EVALUATE.
           IF SL-STEP-OK AND SL-RETURN-CODE IS NUMERIC
                   AND SL-RETURN-CODE NOT = 0 THEN
                MOVE SPACES TO lint-rule
                STRING "STATUS OK WITH RETURN CODE " SL-RETURN-CODE
                    DELIMITED BY SIZE INTO lint-rule
                PERFORM 09-REPORT-RULE
           END-IF.
           MOVE SL-START-TIME TO lint-stamp.
           MOVE "START TIME" TO lint-label.
           PERFORM 07-JUDGE-STAMP.
           MOVE SL-END-TIME TO lint-stamp.
           MOVE "END TIME" TO lint-label.
           IF STAMP-IS-GOOD THEN
                PERFORM 07-JUDGE-STAMP
                IF STAMP-IS-GOOD THEN
                     PERFORM 07B-JUDGE-ORDER
                     IF SL-END-TIME(1:16) < SL-START-TIME(1:16)
                          MOVE "ENDS BEFORE IT STARTS" TO lint-rule
                          PERFORM 09-REPORT-RULE
                     END-IF
                END-IF
           ELSE
                PERFORM 07-JUDGE-STAMP
           END-IF.
           IF SL-ARRIVAL-TIME NOT = SPACES THEN
                MOVE SPACES TO lint-stamp
                STRING SL-ARRIVAL-TIME "00+0000"
                    DELIMITED BY SIZE INTO lint-stamp
                MOVE "ARRIVAL TIME" TO lint-label
                PERFORM 07-JUDGE-STAMP
           END-IF.
           IF SL-AWAIT-SECS IS NOT NUMERIC THEN
                MOVE "AWAIT SECONDS ARE NOT NUMERIC" TO lint-rule
                PERFORM 09-REPORT-RULE
           END-IF.
           MOVE SL-RUN-ID TO lint-run-id.
           MOVE SL-STEP-ID TO lint-step-id.
           PERFORM 08-JUDGE-IDS.
           IF SL-STEP-FAILED AND NOT ALERT-TABLE-FULL THEN
                PERFORM 02B-FIND-FAIL-REASON
           END-IF.
           IF SL-RUN-ID NOT = SPACES
                   AND (SL-STEP-OK OR SL-STEP-FAILED
                        OR SL-STEP-TIMED-OUT OR SL-STATUS = "RTRY")
                PERFORM 02C-KEEP-STEP-WINDOW
           END-IF.

       02B-FIND-FAIL-REASON SECTION.
           MOVE "N" TO ALERT-FOUND.
           PERFORM VARYING alert-idx FROM 1 BY 1
                   UNTIL alert-idx > alert-count OR ALERT-WAS-FOUND
               IF SL-STEP-ID NOT = SPACES THEN
                    IF AT-STEP-ID(alert-idx) = SL-STEP-ID THEN
                         MOVE "Y" TO ALERT-FOUND
                    END-IF
               ELSE
                    IF AT-PROGRAM(alert-idx) = SL-PROBLEM-ID(1:25)
                            AND AT-TIME(alert-idx)
                                >= SL-START-TIME(1:16)
                            AND AT-TIME(alert-idx)
                                <= SL-END-TIME(1:16) THEN
                         MOVE "Y" TO ALERT-FOUND
                    END-IF
               END-IF
           END-PERFORM.
           IF NOT ALERT-WAS-FOUND THEN
                MOVE SPACES TO lint-rule
                STRING "FAIL STEP (RETURN CODE " SL-RETURN-CODE
                       ") HAS NO ALERTLOG REASON"
                    DELIMITED BY SIZE INTO lint-rule
                PERFORM 09-REPORT-RULE
           END-IF.

       02C-KEEP-STEP-WINDOW SECTION.
           IF window-count >= WINDOW-TABLE-MAX THEN
                MOVE "Y" TO WINDOW-OVERFLOWED
                GO TO 02C-KEEP-STEP-WINDOW-EXIT
           END-IF.
           ADD 1 TO window-count.
           MOVE SL-PROBLEM-ID(1:25) TO SW-PROGRAM(window-count).
           MOVE SL-STEP-ID TO SW-STEP-ID(window-count).
           MOVE SL-START-TIME(1:16) TO SW-START(window-count).
           MOVE SL-END-TIME(1:16) TO SW-END(window-count).
       02C-KEEP-STEP-WINDOW-EXIT.
           EXIT.

       03-LINT-RESULTLOG SECTION.
           MOVE 3 TO file-idx.
           OPEN INPUT RESULTS-LOG-FILE.
           IF RESULTS-LOG-STATUS NOT = "00" THEN
                DISPLAY "LOG-LINT: NO RESULTLOG, CHECK SKIPPED"
                MOVE SPACES TO RESULTS-LOG-STATUS
                GO TO 03-LINT-RESULTLOG-EXIT
           END-IF.
           MOVE "Y" TO LF-PRESENT(file-idx).
           MOVE 0 TO record-number.
           MOVE SPACES TO prior-stamp.
           PERFORM UNTIL RESULTS-LOG-STATUS NOT = "00"
               READ RESULTS-LOG-FILE
                   AT END MOVE "10" TO RESULTS-LOG-STATUS
                   NOT AT END
                       MOVE RESULTS-LOG-RECORD TO RESULTS-LOG-WORK
                       PERFORM 03A-JUDGE-RESULT
               END-READ
           END-PERFORM.
           CLOSE RESULTS-LOG-FILE.
       03-LINT-RESULTLOG-EXIT.
           EXIT.

       03A-JUDGE-RESULT SECTION.
           PERFORM 06-START-RECORD.
           IF RL-PROGRAM-ID = SPACES THEN
                MOVE "PROGRAM-ID IS BLANK" TO lint-rule
                PERFORM 09-REPORT-RULE
           END-IF.
           IF RL-ANSWER = SPACES THEN
                MOVE "ANSWER IS BLANK" TO lint-rule
                PERFORM 09-REPORT-RULE
           END-IF.
           IF RL-ELAPSED-SECONDS IS NOT NUMERIC THEN
                MOVE SPACES TO lint-rule
                STRING "ELAPSED SECONDS '" RL-ELAPSED-SECONDS
                       "' ARE NOT NUMERIC"
                    DELIMITED BY SIZE INTO lint-rule
                PERFORM 09-REPORT-RULE
           END-IF.
           MOVE RL-START-TIME TO lint-stamp.
           MOVE "START TIME" TO lint-label.
           PERFORM 07-JUDGE-STAMP.
           MOVE RL-TIMESTAMP TO lint-stamp.
           MOVE "FINISH TIME" TO lint-label.
           IF STAMP-IS-GOOD THEN
                PERFORM 07-JUDGE-STAMP
                IF STAMP-IS-GOOD THEN
                     PERFORM 07B-JUDGE-ORDER
                     PERFORM 03B-JUDGE-ELAPSED
                END-IF
           ELSE
                PERFORM 07-JUDGE-STAMP
           END-IF.
           MOVE RL-RUN-ID TO lint-run-id.
           MOVE RL-STEP-ID TO lint-step-id.
           PERFORM 08-JUDGE-IDS.
           IF RL-SERVED-FROM NOT = SPACES
                   AND NOT RL-SERVED-FROM-FACTKNOWN THEN
                IF NOT RL-SERVED-FROM-CERTREG THEN
                     MOVE SPACES TO lint-rule
                     STRING "SERVED-FROM '" RL-SERVED-FROM
                            "' IS NOT CERTREG OR FKNOWN"
                         DELIMITED BY SIZE INTO lint-rule
                     PERFORM 09-REPORT-RULE
                ELSE
                     IF RL-CERT-DATE IS NOT NUMERIC
                             OR FUNCTION TEST-DATE-YYYYMMDD(
                                FUNCTION NUMVAL(RL-CERT-DATE)) NOT = 0
                          MOVE SPACES TO lint-rule
                          STRING "CERTIFICATION DATE '" RL-CERT-DATE
                                 "' IS NOT A REAL YYYYMMDD"
                              DELIMITED BY SIZE INTO lint-rule
                          PERFORM 09-REPORT-RULE
                     END-IF
                END-IF
           END-IF.
           IF RL-RUN-ID = SPACES AND RL-STEP-ID = SPACES
                   AND STAMP-IS-GOOD THEN
                PERFORM 03C-JUDGE-LOST-IDS
           END-IF.

       03B-JUDGE-ELAPSED SECTION.
*> The same derivation 9010-COMPUTE-ELAPSED makes, midnight
*> included, so a figure that disagrees was not written by it.
           IF RL-ELAPSED-SECONDS IS NOT NUMERIC THEN
                GO TO 03B-JUDGE-ELAPSED-EXIT
           END-IF.
           MOVE RL-START-TIME(9:2) TO RL-ELAPSED-HH.
           MOVE RL-START-TIME(11:2) TO RL-ELAPSED-MM.
           MOVE RL-START-TIME(13:2) TO RL-ELAPSED-SS.
           COMPUTE RL-ELAPSED-START-SECS =
               (RL-ELAPSED-HH * 3600) + (RL-ELAPSED-MM * 60)
                   + RL-ELAPSED-SS.
           MOVE RL-TIMESTAMP(9:2) TO RL-ELAPSED-HH.
           MOVE RL-TIMESTAMP(11:2) TO RL-ELAPSED-MM.
           MOVE RL-TIMESTAMP(13:2) TO RL-ELAPSED-SS.
           COMPUTE RL-ELAPSED-END-SECS =
               (RL-ELAPSED-HH * 3600) + (RL-ELAPSED-MM * 60)
                   + RL-ELAPSED-SS.
           IF RL-ELAPSED-END-SECS < RL-ELAPSED-START-SECS THEN
                ADD 86400 TO RL-ELAPSED-END-SECS
           END-IF.
           SUBTRACT RL-ELAPSED-START-SECS FROM RL-ELAPSED-END-SECS
               GIVING lint-elapsed.
           IF RL-TIMESTAMP(1:16) < RL-START-TIME(1:16) THEN
                MOVE "FINISHES BEFORE IT STARTS" TO lint-rule
                PERFORM 09-REPORT-RULE
           ELSE
                IF lint-elapsed NOT = RL-ELAPSED-SECONDS THEN
                     MOVE SPACES TO lint-rule
                     STRING "ELAPSED SECONDS " RL-ELAPSED-SECONDS
                            " DISAGREE WITH START AND FINISH ("
                            lint-elapsed ")"
                         DELIMITED BY SIZE INTO lint-rule
                     PERFORM 09-REPORT-RULE
                END-IF
           END-IF.
       03B-JUDGE-ELAPSED-EXIT.
           EXIT.

       03C-JUDGE-LOST-IDS SECTION.
           MOVE 0 TO window-hit.
           PERFORM VARYING window-idx FROM 1 BY 1
                   UNTIL window-idx > window-count
                      OR window-hit NOT = 0
               IF SW-PROGRAM(window-idx) = RL-PROGRAM-ID
                       AND RL-TIMESTAMP(1:16) >= SW-START(window-idx)
                       AND RL-TIMESTAMP(1:16) <= SW-END(window-idx)
                    MOVE window-idx TO window-hit
               END-IF
           END-PERFORM.
           IF window-hit NOT = 0 THEN
                MOVE SPACES TO lint-rule
                STRING "RUN-ID IS BLANK BUT IT FINISHED INSIDE STEP "
                       SW-STEP-ID(window-hit)
                    DELIMITED BY SIZE INTO lint-rule
                PERFORM 09-REPORT-RULE
           END-IF.

       04-LINT-MANIFEST SECTION.
           MOVE 4 TO file-idx.
           OPEN INPUT MANIFEST-FILE.
           IF MANIFEST-STATUS NOT = "00" THEN
                DISPLAY "LOG-LINT: NO RUNMANIFEST, CHECK SKIPPED"
                MOVE SPACES TO MANIFEST-STATUS
                GO TO 04-LINT-MANIFEST-EXIT
           END-IF.
           MOVE "Y" TO LF-PRESENT(file-idx).
           MOVE 0 TO record-number.
           MOVE SPACES TO prior-stamp.
           PERFORM UNTIL MANIFEST-STATUS NOT = "00"
               READ MANIFEST-FILE
                   AT END MOVE "10" TO MANIFEST-STATUS
                   NOT AT END
                       MOVE MANIFEST-RECORD TO MANIFEST-WORK
                       PERFORM 04A-JUDGE-MANIFEST
               END-READ
           END-PERFORM.
           CLOSE MANIFEST-FILE.
       04-LINT-MANIFEST-EXIT.
           EXIT.

       04A-JUDGE-MANIFEST SECTION.
           PERFORM 06-START-RECORD.
           IF MF-PROGRAM-ID = SPACES THEN
                MOVE "PROGRAM-ID IS BLANK" TO lint-rule
                PERFORM 09-REPORT-RULE
           END-IF.
           IF MF-FILE-NAME = SPACES THEN
                MOVE "FILE NAME IS BLANK" TO lint-rule
                PERFORM 09-REPORT-RULE
           END-IF.
           IF MF-RECORD-COUNT IS NOT NUMERIC THEN
                MOVE SPACES TO lint-rule
                STRING "RECORD COUNT '" MF-RECORD-COUNT
                       "' IS NOT NUMERIC"
                    DELIMITED BY SIZE INTO lint-rule
                PERFORM 09-REPORT-RULE
           END-IF.
           MOVE MF-TIMESTAMP TO lint-stamp.
           MOVE "TIMESTAMP" TO lint-label.
           PERFORM 07-JUDGE-STAMP.
           IF STAMP-IS-GOOD THEN
                PERFORM 07B-JUDGE-ORDER
           END-IF.
           MOVE MF-RUN-ID TO lint-run-id.
           MOVE MF-STEP-ID TO lint-step-id.
           PERFORM 08-JUDGE-IDS.

       05-LINT-CAPSTATS SECTION.
           MOVE 5 TO file-idx.
           OPEN INPUT CAPACITY-LOG-FILE.
           IF CAPACITY-LOG-STATUS NOT = "00" THEN
                DISPLAY "LOG-LINT: NO CAPSTATS, CHECK SKIPPED"
                MOVE SPACES TO CAPACITY-LOG-STATUS
                GO TO 05-LINT-CAPSTATS-EXIT
           END-IF.
           MOVE "Y" TO LF-PRESENT(file-idx).
           MOVE 0 TO record-number.
           MOVE SPACES TO prior-stamp.
           PERFORM UNTIL CAPACITY-LOG-STATUS NOT = "00"
               READ CAPACITY-LOG-FILE
                   AT END MOVE "10" TO CAPACITY-LOG-STATUS
                   NOT AT END
                       MOVE CAPACITY-LOG-RECORD TO CAPACITY-LOG-WORK
                       PERFORM 05A-JUDGE-CAPACITY
               END-READ
           END-PERFORM.
           CLOSE CAPACITY-LOG-FILE.
       05-LINT-CAPSTATS-EXIT.
           EXIT.

       05A-JUDGE-CAPACITY SECTION.
           PERFORM 06-START-RECORD.
           IF CP-PROGRAM-ID = SPACES THEN
                MOVE "PROGRAM-ID IS BLANK" TO lint-rule
                PERFORM 09-REPORT-RULE
           END-IF.
           IF CP-TABLE-NAME = SPACES THEN
                MOVE "TABLE NAME IS BLANK" TO lint-rule
                PERFORM 09-REPORT-RULE
           END-IF.
           IF CP-USED IS NOT NUMERIC THEN
                MOVE SPACES TO lint-rule
                STRING "USED FIGURE '" CP-USED "' IS NOT NUMERIC"
                    DELIMITED BY SIZE INTO lint-rule
                PERFORM 09-REPORT-RULE
           END-IF.
           IF CP-CAPACITY IS NOT NUMERIC THEN
                MOVE SPACES TO lint-rule
                STRING "CAPACITY '" CP-CAPACITY "' IS NOT NUMERIC"
                    DELIMITED BY SIZE INTO lint-rule
                PERFORM 09-REPORT-RULE
           ELSE
                IF CP-CAPACITY = 0 THEN
                     MOVE "CAPACITY IS ZERO" TO lint-rule
                     PERFORM 09-REPORT-RULE
                ELSE
                     IF CP-USED IS NUMERIC
                             AND CP-USED > CP-CAPACITY THEN
                          MOVE SPACES TO lint-rule
                          STRING "USED " CP-USED
                                 " IS PAST THE CAPACITY "
                                 CP-CAPACITY
                              DELIMITED BY SIZE INTO lint-rule
                          PERFORM 09-REPORT-RULE
                     END-IF
                END-IF
           END-IF.
           MOVE CP-TIMESTAMP TO lint-stamp.
           MOVE "TIMESTAMP" TO lint-label.
           PERFORM 07-JUDGE-STAMP.
           IF STAMP-IS-GOOD THEN
                PERFORM 07B-JUDGE-ORDER
           END-IF.

       06-START-RECORD SECTION.
           ADD 1 TO record-number.
           ADD 1 TO LF-CHECKED(file-idx).
           MOVE "N" TO RECORD-FLAG.

       07-JUDGE-STAMP SECTION.
*> A CURRENT-DATE stamp: YYYYMMDDHHMMSShh then the UTC offset.
           MOVE "Y" TO STAMP-FLAG.
           IF lint-stamp(1:16) IS NOT NUMERIC
                   OR (lint-stamp(17:1) NOT = "+"
                       AND lint-stamp(17:1) NOT = "-")
                   OR lint-stamp(18:4) IS NOT NUMERIC THEN
                MOVE "N" TO STAMP-FLAG
           ELSE
                IF FUNCTION TEST-DATE-YYYYMMDD(
                        FUNCTION NUMVAL(lint-stamp(1:8))) NOT = 0
                     MOVE "N" TO STAMP-FLAG
                END-IF
                MOVE lint-stamp(9:2) TO stamp-hour
                MOVE lint-stamp(11:2) TO stamp-minute
                MOVE lint-stamp(13:2) TO stamp-second
                IF stamp-hour > 23 OR stamp-minute > 59
                        OR stamp-second > 59 THEN
                     MOVE "N" TO STAMP-FLAG
                END-IF
           END-IF.
           IF NOT STAMP-IS-GOOD THEN
                MOVE SPACES TO lint-rule
                STRING FUNCTION TRIM(lint-label) " '" lint-stamp
                       "' IS NOT A REAL CLOCK STAMP"
                    DELIMITED BY SIZE INTO lint-rule
                PERFORM 09-REPORT-RULE
           END-IF.

       07B-JUDGE-ORDER SECTION.
           IF prior-stamp NOT = SPACES
                   AND lint-stamp(1:16) < prior-stamp THEN
                MOVE SPACES TO lint-rule
                STRING FUNCTION TRIM(lint-label) " "
                       lint-stamp(1:16)
                       " IS EARLIER THAN THE RECORD AHEAD OF IT ("
                       prior-stamp ")"
                    DELIMITED BY SIZE INTO lint-rule
                PERFORM 09-REPORT-RULE
           END-IF.
           MOVE lint-stamp(1:16) TO prior-stamp.

       08-JUDGE-IDS SECTION.
           IF lint-run-id = SPACES AND lint-step-id = SPACES THEN
                GO TO 08-JUDGE-IDS-EXIT
           END-IF.
           IF lint-run-id = SPACES THEN
                MOVE SPACES TO lint-rule
                STRING "STEP-ID " lint-step-id " WITHOUT A RUN-ID"
                    DELIMITED BY SIZE INTO lint-rule
                PERFORM 09-REPORT-RULE
                GO TO 08-JUDGE-IDS-EXIT
           END-IF.
           MOVE SPACES TO lint-stamp.
           STRING lint-run-id "00+0000"
               DELIMITED BY SIZE INTO lint-stamp.
           MOVE "RUN-ID" TO lint-label.
           PERFORM 07-JUDGE-STAMP.
           IF lint-step-id = SPACES THEN
                MOVE SPACES TO lint-rule
                STRING "RUN-ID " lint-run-id " WITHOUT A STEP-ID"
                    DELIMITED BY SIZE INTO lint-rule
                PERFORM 09-REPORT-RULE
                GO TO 08-JUDGE-IDS-EXIT
           END-IF.
           IF lint-step-id(1:14) NOT = lint-run-id
                   OR lint-step-id(15:1) NOT = "-"
                   OR lint-step-id(16:4) IS NOT NUMERIC THEN
                MOVE SPACES TO lint-rule
                STRING "STEP-ID " lint-step-id
                       " IS NOT RUN-ID " lint-run-id
                       " AND A SEQUENCE"
                    DELIMITED BY SIZE INTO lint-rule
                PERFORM 09-REPORT-RULE
           END-IF.
       08-JUDGE-IDS-EXIT.
           EXIT.

       09-REPORT-RULE SECTION.
           ADD 1 TO violation-count.
           IF NOT RECORD-IS-BAD THEN
                MOVE "Y" TO RECORD-FLAG
                ADD 1 TO LF-BAD(file-idx)
           END-IF.
           MOVE record-number TO record-shown.
           DISPLAY "LOG-LINT: " FUNCTION TRIM(LINT-FILE-NAME(file-idx))
                   " RECORD " FUNCTION TRIM(record-shown) ": "
                   FUNCTION TRIM(lint-rule).

       COPY REGCFPR.

       END PROGRAM LOG-LINT.
