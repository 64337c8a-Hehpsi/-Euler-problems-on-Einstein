       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELEASE-GATE.
*> Release promotion gate: states whether the candidate build that
*> has been soaking in the TEST region may go onto RELMANIF, judged
*> against a written policy instead of four separate outputs read
*> by eye. The candidate is RELCAND - the manifest of the build
*> under soak, one row per program in the RELMANIF layout - and
*> the soak period runs from the date given to today. Judged:
*>
*>   SHADOW      SHADOW-RUNNER's nightly RESULTS-COMPARE verdicts on
*>               SOAKLOG: the PROD nights replayed clean, counted
*>               back from the latest one without a gap or a failed
*>               night, must reach SHADOW-NIGHTS.
*>   SPOT        SPOT-SAMPLER's runs on SOAKLOG: at least SPOT-RUNS
*>               of them, with no more than SPOT-MISMATCHES
*>               mismatches between them.
*>   REGRESSION  REGRESSION-PACK's verdicts on SOAKLOG: every
*>               candidate program's latest baseline result in the
*>               period must be green.
*>   VERSION     the version probe, made here the way PROBLEM-RUNNER
*>               makes it at pre-flight: every candidate program on
*>               this region's path must answer the VERSION inquiry
*>               with the version RELCAND lists for it.
*>
*> The policy is RELPOLICY, one "NAME VALUE" row per setting;
*> without it (or for a setting it leaves out) the house policy
*> applies: five clean shadow nights, one spot run, no mismatches.
*>
*> Every run writes to the RELGATE history - a summary line, then
*> on a pass one line per candidate program promoted, or on a
*> refusal one line per exact reason - under the approving user-id
*> given. Only on a pass is RELMANUPD punched: the whole of
*> RELMANIF with the candidate versions in place, each changed or
*> added row stamped with the approver and today's date, ready to
*> be filed over RELMANIF. Nothing here changes RELMANIF itself.
*>
*> Runs in the TEST region, where the soak verdicts are; PROD
*> refuses outright. Arguments: the soak start date (YYYYMMDD) and
*> the approving user-id. Return codes: 0 promoted, 8 refused, 16
*> wrong region, a bad argument, a bad RELPOLICY row, or no
*> candidate manifest.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLICY-FILE ASSIGN TO "RELPOLICY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS policy-status.
           SELECT CANDIDATE-FILE ASSIGN TO "RELCAND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS candidate-status.
           SELECT RELMANIF-FILE ASSIGN TO "RELMANIF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS relmanif-status.
           SELECT MANIFEST-UPDATE-FILE ASSIGN TO "RELMANUPD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS update-status.
           SELECT GATE-HISTORY-FILE ASSIGN TO "RELGATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS history-status.
           SELECT VERCHK-FILE ASSIGN USING verchk-dsn
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS verchk-status.
           COPY SOAKSL.
           COPY REGCFSL.

       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-FILE.
       01  POLICY-REC PIC X(40).
       FD  CANDIDATE-FILE.
       01  CANDIDATE-REC.
           05 RC-FILE-PROGRAM PIC X(25).
           05 FILLER          PIC X(01).
           05 RC-FILE-VERSION PIC X(08).
       FD  RELMANIF-FILE.
       01  RELMANIF-REC.
           05 RM-FILE-PROGRAM  PIC X(25).
           05 FILLER           PIC X(01).
           05 RM-FILE-VERSION  PIC X(08).
           05 FILLER           PIC X(01).
           05 RM-FILE-APPROVER PIC X(10).
           05 FILLER           PIC X(01).
           05 RM-FILE-APPROVED PIC X(08).
       FD  MANIFEST-UPDATE-FILE.
       01  MANIFEST-UPDATE-REC PIC X(54).
       FD  GATE-HISTORY-FILE.
       01  GATE-HISTORY-REC PIC X(120).
       FD  VERCHK-FILE.
       01  VERCHK-REC PIC X(60).
       COPY SOAKFD.

       COPY REGCFFD.
       WORKING-STORAGE SECTION.
       COPY SOAKWS.
       COPY REGCFWS.
       01 policy-status PIC XX.
       01 candidate-status PIC XX.
       01 relmanif-status PIC XX.
       01 update-status PIC XX.
       01 history-status PIC XX.
       01 verchk-dsn PIC X(40).
       01 verchk-status PIC XX.
       01 verchk-command PIC X(120).
       01 verchk-dummy PIC X(30).
       01 verchk-version PIC X(30).
       01 probe-version PIC X(8).

       01 ARG-COUNT PIC 9(2) BINARY VALUE ZERO.
       01 ARG-NUM   PIC 9(2) BINARY VALUE ZERO.
       01 arg-buffer PIC X(18).
       01 SOAK-FROM PIC X(8).
       01 soak-from-num REDEFINES SOAK-FROM PIC 9(8).
       01 approver-id PIC X(10).
       01 today-date PIC X(8).
       01 now-time PIC X(6).

*> The policy, house values first; RELPOLICY overrides them.
       01 policy-name PIC X(20).
       01 policy-value PIC X(20).
       01 policy-shadow-nights PIC 9(3) BINARY VALUE 5.
       01 policy-spot-runs PIC 9(3) BINARY VALUE 1.
       01 policy-spot-mismatches PIC 9(4) BINARY VALUE 0.

*> The candidate build, and the manifest it is to be folded into.
       01 MANIFEST-TABLE-MAX PIC 9(2) BINARY VALUE 50.
       01 candidate-count PIC 9(2) BINARY VALUE ZERO.
       01 CANDIDATE-TABLE.
           05 CANDIDATE-ENTRY OCCURS 50 TIMES.
               10 CD-PROGRAM PIC X(25).
               10 CD-VERSION PIC X(8).
               10 CD-REGRESS PIC X.
                   88 CD-REGRESS-SEEN VALUE "P" "F".
                   88 CD-REGRESS-GREEN VALUE "P".
               10 CD-REGRESS-DATE PIC X(8).
               10 CD-REGRESS-DETAIL PIC X(50).
       01 candidate-idx PIC 9(2) BINARY.
       01 manifest-count PIC 9(2) BINARY VALUE ZERO.
       01 MANIFEST-TABLE.
           05 MANIFEST-ENTRY OCCURS 50 TIMES.
               10 MF-PROGRAM  PIC X(25).
               10 MF-VERSION  PIC X(8).
               10 MF-APPROVER PIC X(10).
               10 MF-APPROVED PIC X(8).
       01 manifest-idx PIC 9(2) BINARY.
       01 MANIFEST-LINE.
           05 ML-PROGRAM  PIC X(25).
           05 FILLER      PIC X(01) VALUE SPACE.
           05 ML-VERSION  PIC X(08).
           05 FILLER      PIC X(01) VALUE SPACE.
           05 ML-APPROVER PIC X(10).
           05 FILLER      PIC X(01) VALUE SPACE.
           05 ML-APPROVED PIC X(08).

*> Shadow nights in the period, the latest verdict for each.
       01 NIGHT-TABLE-MAX PIC 9(3) BINARY VALUE 400.
       01 night-count PIC 9(3) BINARY VALUE ZERO.
       01 NIGHT-TABLE.
           05 NIGHT-ENTRY OCCURS 400 TIMES.
               10 NT-DATE   PIC 9(8).
               10 NT-CLEAN  PIC X.
               10 NT-DETAIL PIC X(50).
       01 night-idx PIC 9(3) BINARY.
       01 night-date PIC 9(8).
       01 latest-night PIC 9(8) VALUE ZERO.
       01 night-day-int PIC 9(8) BINARY.
       01 clean-nights PIC 9(3) BINARY VALUE ZERO.
       01 RUN-STOPPED PIC X.
           88 CLEAN-RUN-OVER VALUE "Y".

       01 spot-runs PIC 9(4) BINARY VALUE ZERO.
       01 spot-mismatches PIC 9(4) BINARY VALUE ZERO.
       01 regress-records PIC 9(4) BINARY VALUE ZERO.
       01 versions-confirmed PIC 9(2) BINARY VALUE ZERO.

*> The reasons for a refusal, exactly as the history records them.
       01 REASON-TABLE-MAX PIC 9(2) BINARY VALUE 40.
       01 reason-count PIC 9(2) BINARY VALUE ZERO.
       01 REASON-TABLE.
           05 REASON-ENTRY OCCURS 40 TIMES.
               10 RS-TEXT PIC X(75).
       01 reason-idx PIC 9(2) BINARY.
       01 kept-idx PIC 9(2) BINARY.
       01 reason-text PIC X(75).
       01 shown-count PIC ZZZ9.
       01 shown-limit PIC ZZZ9.

       01 GATE-HISTORY-LINE.
           05 RG-DATE      PIC X(08).
           05 FILLER       PIC X(01) VALUE SPACE.
           05 RG-TIME      PIC X(06).
           05 FILLER       PIC X(01) VALUE SPACE.
           05 RG-USER      PIC X(10).
           05 FILLER       PIC X(01) VALUE SPACE.
           05 RG-OUTCOME   PIC X(08).
           05 FILLER       PIC X(01) VALUE SPACE.
           05 RG-SOAK-FROM PIC X(08).
           05 FILLER       PIC X(01) VALUE SPACE.
           05 RG-TEXT      PIC X(75).

       PROCEDURE DIVISION.
       00-MAIN SECTION.
           PERFORM 9800-LOAD-REGION-CONFIG.
           IF REGION-NAME = "PROD" THEN
                DISPLAY "RELEASE-GATE: THIS IS THE PROD REGION - "
                        "THE SOAK VERDICTS ARE KEPT IN TEST, REFUSED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
           MOVE SOAK-LOG-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO SOAK-LOG-DSN.
           MOVE "RELGATE.TMP" TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO verchk-dsn.
           MOVE FUNCTION CURRENT-DATE(1:8) TO today-date.
           MOVE FUNCTION CURRENT-DATE(9:6) TO now-time.

           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER.
           IF ARG-COUNT < 2 THEN
                DISPLAY "RELEASE-GATE: USAGE IS THE SOAK START DATE "
                        "(YYYYMMDD) AND THE APPROVING USER-ID"
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
           MOVE 1 TO ARG-NUM.
           DISPLAY ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT arg-buffer FROM ARGUMENT-VALUE.
           MOVE FUNCTION TRIM(arg-buffer) TO SOAK-FROM.
           IF SOAK-FROM IS NOT NUMERIC THEN
                PERFORM 90-BAD-DATE
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(soak-from-num) NOT = 0
                   OR SOAK-FROM > today-date THEN
                PERFORM 90-BAD-DATE
           END-IF.
           MOVE 2 TO ARG-NUM.
           DISPLAY ARG-NUM UPON ARGUMENT-NUMBER.
           MOVE SPACES TO arg-buffer.
           ACCEPT arg-buffer FROM ARGUMENT-VALUE.
           MOVE arg-buffer TO approver-id.
           IF approver-id = SPACES THEN
                DISPLAY "RELEASE-GATE: THE APPROVING USER-ID IS "
                        "REQUIRED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.

           PERFORM 01-LOAD-POLICY.
           PERFORM 02-LOAD-CANDIDATE.
           DISPLAY "RELEASE-GATE: CANDIDATE OF " candidate-count
                   " PROGRAM(S), SOAKED SINCE " SOAK-FROM
                   " IN REGION " REGION-NAME.
           PERFORM 03-READ-SOAK-LOG.
           PERFORM 04-JUDGE-SHADOW.
           PERFORM 05-JUDGE-SPOT.
           PERFORM 06-JUDGE-REGRESSION.
           PERFORM 07-PROBE-VERSIONS.

           PERFORM 08-WRITE-HISTORY.
           IF reason-count = 0 THEN
                PERFORM 09-PUNCH-MANIFEST-UPDATE
                DISPLAY "RELEASE-GATE: PASSED - RELMANUPD PUNCHED, "
                        "APPROVED BY " FUNCTION TRIM(approver-id)
                MOVE 0 TO RETURN-CODE
           ELSE
                PERFORM VARYING reason-idx FROM 1 BY 1
                        UNTIL reason-idx > reason-count
                    DISPLAY "RELEASE-GATE: "
                            FUNCTION TRIM(RS-TEXT(reason-idx))
                END-PERFORM
                DISPLAY "RELEASE-GATE: REFUSED - " reason-count
                        " REASON(S) WRITTEN TO RELGATE"
                MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       01-LOAD-POLICY SECTION.
           OPEN INPUT POLICY-FILE.
           IF policy-status = "35" THEN
                GO TO 01-LOAD-POLICY-EXIT
           END-IF.
           PERFORM UNTIL policy-status = "10"
               READ POLICY-FILE
                   AT END MOVE "10" TO policy-status
                   NOT AT END
                       IF POLICY-REC NOT = SPACES
                               AND POLICY-REC(1:1) NOT = "*" THEN
                            PERFORM 01A-TAKE-POLICY-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE POLICY-FILE.
       01-LOAD-POLICY-EXIT.
           EXIT.

       01A-TAKE-POLICY-ROW SECTION.
           MOVE SPACES TO policy-name.
           MOVE SPACES TO policy-value.
           UNSTRING POLICY-REC DELIMITED BY ALL SPACE
               INTO policy-name policy-value.
           IF FUNCTION TRIM(policy-value) IS NOT NUMERIC
                   OR FUNCTION LENGTH(FUNCTION TRIM(policy-value))
                       > 3 THEN
                PERFORM 91-BAD-POLICY
           END-IF.
           EVALUATE policy-name
               WHEN "SHADOW-NIGHTS"
                   MOVE FUNCTION NUMVAL(policy-value)
                       TO policy-shadow-nights
               WHEN "SPOT-RUNS"
                   MOVE FUNCTION NUMVAL(policy-value)
                       TO policy-spot-runs
               WHEN "SPOT-MISMATCHES"
                   MOVE FUNCTION NUMVAL(policy-value)
                       TO policy-spot-mismatches
               WHEN OTHER
                   PERFORM 91-BAD-POLICY
           END-EVALUATE.

       02-LOAD-CANDIDATE SECTION.
           OPEN INPUT CANDIDATE-FILE.
           IF candidate-status = "35" THEN
                DISPLAY "RELEASE-GATE: NO RELCAND - NOTHING IS "
                        "NAMED AS THE CANDIDATE BUILD"
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
           PERFORM UNTIL candidate-status = "10"
               READ CANDIDATE-FILE
                   AT END MOVE "10" TO candidate-status
                   NOT AT END
                       IF RC-FILE-PROGRAM NOT = SPACES
                               AND candidate-count
                                   < MANIFEST-TABLE-MAX
                            ADD 1 TO candidate-count
                            MOVE RC-FILE-PROGRAM
                                TO CD-PROGRAM(candidate-count)
                            MOVE RC-FILE-VERSION
                                TO CD-VERSION(candidate-count)
                            MOVE SPACE TO CD-REGRESS(candidate-count)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CANDIDATE-FILE.
           IF candidate-count = 0 THEN
                DISPLAY "RELEASE-GATE: RELCAND LISTS NO PROGRAMS"
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.

       03-READ-SOAK-LOG SECTION.
*> A SHADOW verdict belongs to the PROD night it replayed, the
*> others to the day they ran; anything before the soak start
*> belongs to an earlier build and is passed over. The log is in
*> run order, so a later verdict on the same night or program
*> replaces an earlier one.
           OPEN INPUT SOAK-LOG-FILE.
           IF SOAK-LOG-STATUS = "35" THEN
                GO TO 03-READ-SOAK-LOG-EXIT
           END-IF.
           PERFORM UNTIL SOAK-LOG-STATUS = "10"
               READ SOAK-LOG-FILE
                   AT END MOVE "10" TO SOAK-LOG-STATUS
                   NOT AT END
                       MOVE SOAK-LOG-RECORD TO SOAK-LOG-WORK
                       PERFORM 03A-TAKE-VERDICT
               END-READ
           END-PERFORM.
           CLOSE SOAK-LOG-FILE.
       03-READ-SOAK-LOG-EXIT.
           EXIT.

       03A-TAKE-VERDICT SECTION.
           EVALUATE TRUE
               WHEN SK-FROM-SHADOW
                   IF SK-SUBJECT(1:8) IS NOT NUMERIC
                           OR SK-SUBJECT(1:8) < SOAK-FROM THEN
                        GO TO 03A-TAKE-VERDICT-EXIT
                   END-IF
                   PERFORM 03B-TAKE-NIGHT
               WHEN SK-FROM-SPOT
                   IF SK-TIMESTAMP(1:8) < SOAK-FROM THEN
                        GO TO 03A-TAKE-VERDICT-EXIT
                   END-IF
                   ADD 1 TO spot-runs
                   ADD SK-COUNT TO spot-mismatches
                   IF SK-COUNT > 0 THEN
                        MOVE SK-COUNT TO shown-count
                        MOVE SPACES TO reason-text
                        STRING "SPOT: THE RUN OF " SK-TIMESTAMP(1:8)
                               " FOUND " FUNCTION TRIM(shown-count)
                               " MISMATCH(ES)"
                            DELIMITED BY SIZE INTO reason-text
                        PERFORM 10-ADD-REASON
                   END-IF
               WHEN SK-FROM-REGRESSION
                   IF SK-TIMESTAMP(1:8) < SOAK-FROM THEN
                        GO TO 03A-TAKE-VERDICT-EXIT
                   END-IF
                   ADD 1 TO regress-records
                   PERFORM VARYING candidate-idx FROM 1 BY 1
                           UNTIL candidate-idx > candidate-count
                       IF CD-PROGRAM(candidate-idx) = SK-SUBJECT
                            MOVE SK-TIMESTAMP(1:8)
                                TO CD-REGRESS-DATE(candidate-idx)
                            MOVE SK-DETAIL
                                TO CD-REGRESS-DETAIL(candidate-idx)
                            IF SK-PASSED THEN
                                 MOVE "P" TO CD-REGRESS(candidate-idx)
                            ELSE
                                 MOVE "F" TO CD-REGRESS(candidate-idx)
                            END-IF
                       END-IF
                   END-PERFORM
           END-EVALUATE.
       03A-TAKE-VERDICT-EXIT.
           EXIT.

       03B-TAKE-NIGHT SECTION.
           MOVE SK-SUBJECT(1:8) TO night-date.
           PERFORM VARYING night-idx FROM 1 BY 1
                   UNTIL night-idx > night-count
               IF NT-DATE(night-idx) = night-date THEN
                    GO TO 03B-RECORD-NIGHT
               END-IF
           END-PERFORM.
           IF night-count >= NIGHT-TABLE-MAX THEN
                GO TO 03B-TAKE-NIGHT-EXIT
           END-IF.
           ADD 1 TO night-count.
           MOVE night-count TO night-idx.
           MOVE night-date TO NT-DATE(night-idx).
       03B-RECORD-NIGHT.
           IF SK-PASSED THEN
                MOVE "Y" TO NT-CLEAN(night-idx)
           ELSE
                MOVE "N" TO NT-CLEAN(night-idx)
           END-IF.
           MOVE SK-DETAIL TO NT-DETAIL(night-idx).
           IF night-date > latest-night THEN
                MOVE night-date TO latest-night
           END-IF.
       03B-TAKE-NIGHT-EXIT.
           EXIT.

       04-JUDGE-SHADOW SECTION.
*> Clean nights are counted back from the latest night shadowed; a
*> night missing or failed ends the run.
           IF night-count = 0 THEN
                MOVE SPACES TO reason-text
                STRING "SHADOW: NO PROD NIGHT WAS SHADOWED IN THE "
                       "SOAK PERIOD"
                    DELIMITED BY SIZE INTO reason-text
                PERFORM 10-ADD-REASON
                GO TO 04-JUDGE-SHADOW-EXIT
           END-IF.
           MOVE 0 TO clean-nights.
           MOVE "N" TO RUN-STOPPED.
           COMPUTE night-day-int =
               FUNCTION INTEGER-OF-DATE(latest-night).
           PERFORM UNTIL CLEAN-RUN-OVER
                      OR clean-nights >= policy-shadow-nights
               COMPUTE night-date =
                   FUNCTION DATE-OF-INTEGER(night-day-int)
               PERFORM 04A-CHECK-ONE-NIGHT
               SUBTRACT 1 FROM night-day-int
           END-PERFORM.
       04-JUDGE-SHADOW-EXIT.
           EXIT.

       04A-CHECK-ONE-NIGHT SECTION.
           PERFORM VARYING night-idx FROM 1 BY 1
                   UNTIL night-idx > night-count
               IF NT-DATE(night-idx) = night-date THEN
                    GO TO 04A-JUDGE-NIGHT
               END-IF
           END-PERFORM.
           MOVE "Y" TO RUN-STOPPED.
           PERFORM 04B-SHORT-OF-POLICY.
           MOVE SPACES TO reason-text.
           IF night-date < soak-from-num THEN
                STRING "SHADOW: THE SOAK PERIOD HOLDS NO EARLIER "
                       "NIGHTS"
                    DELIMITED BY SIZE INTO reason-text
           ELSE
                STRING "SHADOW: PROD NIGHT " night-date
                       " WAS NOT SHADOWED"
                    DELIMITED BY SIZE INTO reason-text
           END-IF.
           PERFORM 10-ADD-REASON.
           GO TO 04A-CHECK-ONE-NIGHT-EXIT.
       04A-JUDGE-NIGHT.
           IF NT-CLEAN(night-idx) = "Y" THEN
                ADD 1 TO clean-nights
                GO TO 04A-CHECK-ONE-NIGHT-EXIT
           END-IF.
           MOVE "Y" TO RUN-STOPPED.
           PERFORM 04B-SHORT-OF-POLICY.
           MOVE SPACES TO reason-text.
           STRING "SHADOW: PROD NIGHT " night-date " FAILED - "
                  FUNCTION TRIM(NT-DETAIL(night-idx))
               DELIMITED BY SIZE INTO reason-text.
           PERFORM 10-ADD-REASON.
       04A-CHECK-ONE-NIGHT-EXIT.
           EXIT.

       04B-SHORT-OF-POLICY SECTION.
           MOVE clean-nights TO shown-count.
           MOVE policy-shadow-nights TO shown-limit.
           MOVE SPACES TO reason-text.
           STRING "SHADOW: " FUNCTION TRIM(shown-count)
                  " CONSECUTIVE CLEAN NIGHT(S) UP TO " latest-night
                  ", THE POLICY NEEDS " FUNCTION TRIM(shown-limit)
               DELIMITED BY SIZE INTO reason-text.
           PERFORM 10-ADD-REASON.

       05-JUDGE-SPOT SECTION.
           IF spot-runs < policy-spot-runs THEN
                MOVE spot-runs TO shown-count
                MOVE policy-spot-runs TO shown-limit
                MOVE SPACES TO reason-text
                STRING "SPOT: " FUNCTION TRIM(shown-count)
                       " SPOT-SAMPLER RUN(S) IN THE SOAK PERIOD, "
                       "THE POLICY NEEDS " FUNCTION TRIM(shown-limit)
                    DELIMITED BY SIZE INTO reason-text
                PERFORM 10-ADD-REASON
           END-IF.
           IF spot-mismatches > policy-spot-mismatches THEN
                MOVE spot-mismatches TO shown-count
                MOVE policy-spot-mismatches TO shown-limit
                MOVE SPACES TO reason-text
                STRING "SPOT: " FUNCTION TRIM(shown-count)
                       " MISMATCH(ES) IN THE SOAK PERIOD, THE POLICY "
                       "ALLOWS " FUNCTION TRIM(shown-limit)
                    DELIMITED BY SIZE INTO reason-text
                PERFORM 10-ADD-REASON
           ELSE
*> Within the allowance: the per-run lines gathered while reading
*> are not reasons after all.
                PERFORM 05A-DROP-SPOT-LINES
           END-IF.

       05A-DROP-SPOT-LINES SECTION.
           MOVE 0 TO kept-idx.
           PERFORM VARYING reason-idx FROM 1 BY 1
                   UNTIL reason-idx > reason-count
               IF RS-TEXT(reason-idx)(1:16) NOT = "SPOT: THE RUN OF"
                    ADD 1 TO kept-idx
                    MOVE RS-TEXT(reason-idx) TO RS-TEXT(kept-idx)
               END-IF
           END-PERFORM.
           MOVE kept-idx TO reason-count.

       06-JUDGE-REGRESSION SECTION.
           IF regress-records = 0 THEN
                MOVE SPACES TO reason-text
                STRING "REGRESSION: NO REGRESSION-PACK RUN IN THE "
                       "SOAK PERIOD"
                    DELIMITED BY SIZE INTO reason-text
                PERFORM 10-ADD-REASON
                GO TO 06-JUDGE-REGRESSION-EXIT
           END-IF.
           PERFORM VARYING candidate-idx FROM 1 BY 1
                   UNTIL candidate-idx > candidate-count
               MOVE SPACES TO reason-text
               EVALUATE TRUE
                   WHEN NOT CD-REGRESS-SEEN(candidate-idx)
                       STRING "REGRESSION: "
                              FUNCTION TRIM(CD-PROGRAM(candidate-idx))
                              " HAS NO BASELINE RESULT IN THE SOAK "
                              "PERIOD"
                           DELIMITED BY SIZE INTO reason-text
                   WHEN NOT CD-REGRESS-GREEN(candidate-idx)
                       STRING "REGRESSION: "
                              FUNCTION TRIM(CD-PROGRAM(candidate-idx))
                              " FAILED ON "
                              CD-REGRESS-DATE(candidate-idx) " - "
                              FUNCTION TRIM(
                                  CD-REGRESS-DETAIL(candidate-idx))
                           DELIMITED BY SIZE INTO reason-text
               END-EVALUATE
               IF reason-text NOT = SPACES THEN
                    PERFORM 10-ADD-REASON
               END-IF
           END-PERFORM.
       06-JUDGE-REGRESSION-EXIT.
           EXIT.

       07-PROBE-VERSIONS SECTION.
           PERFORM VARYING candidate-idx FROM 1 BY 1
                   UNTIL candidate-idx > candidate-count
               PERFORM 07A-PROBE-ONE-PROGRAM
           END-PERFORM.
           CALL "CBL_DELETE_FILE" USING verchk-dsn.
           MOVE 0 TO RETURN-CODE.

       07A-PROBE-ONE-PROGRAM SECTION.
           MOVE SPACES TO verchk-command.
           STRING FUNCTION TRIM(CD-PROGRAM(candidate-idx))
                  " VERSION >" FUNCTION TRIM(verchk-dsn)
                  " 2>/dev/null"
                  DELIMITED BY SIZE INTO verchk-command.
           CALL "CBL_DELETE_FILE" USING verchk-dsn.
           MOVE 0 TO RETURN-CODE.
           CALL "SYSTEM" USING verchk-command.
           MOVE 0 TO RETURN-CODE.
           MOVE SPACES TO probe-version.
           OPEN INPUT VERCHK-FILE.
           IF verchk-status = "00" THEN
                READ VERCHK-FILE
                    AT END CONTINUE
                    NOT AT END
                        MOVE SPACES TO verchk-dummy
                        MOVE SPACES TO verchk-version
                        UNSTRING VERCHK-REC
                            DELIMITED BY " VERSION "
                            INTO verchk-dummy verchk-version
                        MOVE verchk-version(1:8)
                            TO probe-version
                END-READ
                CLOSE VERCHK-FILE
           END-IF.
           MOVE SPACES TO verchk-status.

           MOVE SPACES TO reason-text.
           IF probe-version = SPACES THEN
                STRING "VERSION: "
                       FUNCTION TRIM(CD-PROGRAM(candidate-idx))
                       " DID NOT ANSWER THE VERSION INQUIRY"
                    DELIMITED BY SIZE INTO reason-text
                PERFORM 10-ADD-REASON
                GO TO 07A-PROBE-ONE-PROGRAM-EXIT
           END-IF.
           IF probe-version NOT = CD-VERSION(candidate-idx) THEN
                STRING "VERSION: "
                       FUNCTION TRIM(CD-PROGRAM(candidate-idx))
                       " REPORTS " FUNCTION TRIM(probe-version)
                       ", THE CANDIDATE IS "
                       FUNCTION TRIM(CD-VERSION(candidate-idx))
                    DELIMITED BY SIZE INTO reason-text
                PERFORM 10-ADD-REASON
                GO TO 07A-PROBE-ONE-PROGRAM-EXIT
           END-IF.
           ADD 1 TO versions-confirmed.
       07A-PROBE-ONE-PROGRAM-EXIT.
           EXIT.

       08-WRITE-HISTORY SECTION.
*> Appended, so the history holds every gate run ever made.
           OPEN EXTEND GATE-HISTORY-FILE.
           IF history-status = "35" THEN
                OPEN OUTPUT GATE-HISTORY-FILE
           END-IF.
           MOVE today-date TO RG-DATE.
           MOVE now-time TO RG-TIME.
           MOVE approver-id TO RG-USER.
           MOVE SOAK-FROM TO RG-SOAK-FROM.
           IF reason-count = 0 THEN
                MOVE "PROMOTED" TO RG-OUTCOME
           ELSE
                MOVE "REFUSED" TO RG-OUTCOME
           END-IF.
           MOVE SPACES TO RG-TEXT.
           MOVE clean-nights TO shown-count.
           MOVE spot-mismatches TO shown-limit.
           STRING FUNCTION TRIM(shown-count) " CLEAN NIGHT(S), "
                  FUNCTION TRIM(shown-limit) " SPOT MISMATCH(ES), "
               DELIMITED BY SIZE INTO RG-TEXT.
           MOVE versions-confirmed TO shown-count.
           MOVE candidate-count TO shown-limit.
           STRING FUNCTION TRIM(RG-TEXT) " "
                  FUNCTION TRIM(shown-count) " OF "
                  FUNCTION TRIM(shown-limit) " VERSION(S) CONFIRMED"
               DELIMITED BY SIZE INTO RG-TEXT.
           WRITE GATE-HISTORY-REC FROM GATE-HISTORY-LINE.
           IF reason-count > 0 THEN
                PERFORM VARYING reason-idx FROM 1 BY 1
                        UNTIL reason-idx > reason-count
                    MOVE RS-TEXT(reason-idx) TO RG-TEXT
                    WRITE GATE-HISTORY-REC FROM GATE-HISTORY-LINE
                END-PERFORM
           ELSE
                PERFORM VARYING candidate-idx FROM 1 BY 1
                        UNTIL candidate-idx > candidate-count
                    MOVE SPACES TO RG-TEXT
                    STRING FUNCTION TRIM(CD-PROGRAM(candidate-idx))
                           " TO VERSION "
                           FUNCTION TRIM(CD-VERSION(candidate-idx))
                        DELIMITED BY SIZE INTO RG-TEXT
                    WRITE GATE-HISTORY-REC FROM GATE-HISTORY-LINE
                END-PERFORM
           END-IF.
           CLOSE GATE-HISTORY-FILE.

       09-PUNCH-MANIFEST-UPDATE SECTION.
*> The manifest as it stands, then each candidate version laid
*> over it; a row the candidate leaves alone keeps its stamp.
           OPEN INPUT RELMANIF-FILE.
           IF relmanif-status = "00" THEN
                PERFORM UNTIL relmanif-status = "10"
                    READ RELMANIF-FILE
                        AT END MOVE "10" TO relmanif-status
                        NOT AT END
                            IF RM-FILE-PROGRAM NOT = SPACES
                                    AND manifest-count
                                        < MANIFEST-TABLE-MAX
                                 ADD 1 TO manifest-count
                                 MOVE RM-FILE-PROGRAM
                                     TO MF-PROGRAM(manifest-count)
                                 MOVE RM-FILE-VERSION
                                     TO MF-VERSION(manifest-count)
                                 MOVE RM-FILE-APPROVER
                                     TO MF-APPROVER(manifest-count)
                                 MOVE RM-FILE-APPROVED
                                     TO MF-APPROVED(manifest-count)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE RELMANIF-FILE
           END-IF.
           PERFORM VARYING candidate-idx FROM 1 BY 1
                   UNTIL candidate-idx > candidate-count
               PERFORM 09A-LAY-IN-CANDIDATE
           END-PERFORM.
           OPEN OUTPUT MANIFEST-UPDATE-FILE.
           PERFORM VARYING manifest-idx FROM 1 BY 1
                   UNTIL manifest-idx > manifest-count
               MOVE MF-PROGRAM(manifest-idx) TO ML-PROGRAM
               MOVE MF-VERSION(manifest-idx) TO ML-VERSION
               MOVE MF-APPROVER(manifest-idx) TO ML-APPROVER
               MOVE MF-APPROVED(manifest-idx) TO ML-APPROVED
               WRITE MANIFEST-UPDATE-REC FROM MANIFEST-LINE
           END-PERFORM.
           CLOSE MANIFEST-UPDATE-FILE.

       09A-LAY-IN-CANDIDATE SECTION.
           PERFORM VARYING manifest-idx FROM 1 BY 1
                   UNTIL manifest-idx > manifest-count
               IF MF-PROGRAM(manifest-idx)
                       = CD-PROGRAM(candidate-idx) THEN
                    IF MF-VERSION(manifest-idx)
                            NOT = CD-VERSION(candidate-idx) THEN
                         MOVE CD-VERSION(candidate-idx)
                             TO MF-VERSION(manifest-idx)
                         MOVE approver-id
                             TO MF-APPROVER(manifest-idx)
                         MOVE today-date
                             TO MF-APPROVED(manifest-idx)
                    END-IF
                    GO TO 09A-LAY-IN-CANDIDATE-EXIT
               END-IF
           END-PERFORM.
           IF manifest-count >= MANIFEST-TABLE-MAX THEN
                DISPLAY "RELEASE-GATE: RELMANIF IS FULL, "
                        FUNCTION TRIM(CD-PROGRAM(candidate-idx))
                        " LEFT OFF RELMANUPD"
                GO TO 09A-LAY-IN-CANDIDATE-EXIT
           END-IF.
           ADD 1 TO manifest-count.
           MOVE CD-PROGRAM(candidate-idx) TO MF-PROGRAM(manifest-count).
           MOVE CD-VERSION(candidate-idx) TO MF-VERSION(manifest-count).
           MOVE approver-id TO MF-APPROVER(manifest-count).
           MOVE today-date TO MF-APPROVED(manifest-count).
       09A-LAY-IN-CANDIDATE-EXIT.
           EXIT.

       10-ADD-REASON SECTION.
           IF reason-count < REASON-TABLE-MAX THEN
                ADD 1 TO reason-count
                MOVE reason-text TO RS-TEXT(reason-count)
           END-IF.

       90-BAD-DATE SECTION.
           DISPLAY "RELEASE-GATE: THE SOAK START DATE MUST BE A "
                   "REAL YYYYMMDD, NOT AFTER TODAY".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       91-BAD-POLICY SECTION.
           DISPLAY "RELEASE-GATE: RELPOLICY ROW NOT UNDERSTOOD - "
                   FUNCTION TRIM(POLICY-REC).
           DISPLAY "RELEASE-GATE: ROWS ARE SHADOW-NIGHTS, SPOT-RUNS "
                   "OR SPOT-MISMATCHES AND A NUMBER".
           CLOSE POLICY-FILE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       COPY REGCFPR.

       END PROGRAM RELEASE-GATE.
