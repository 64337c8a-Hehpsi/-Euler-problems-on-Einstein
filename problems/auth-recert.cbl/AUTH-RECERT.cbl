       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTH-RECERT.
*> Periodic recertification of the AUTHREQ grants, which otherwise
*> outlive the reason they were made. Run quarterly in two steps.
*>
*> REVIEW lists every AUTHREQ row with the requestor's last actual
*> run of that program - the later of the newest RESULTLOG record
*> it logged itself (not served from CERTREG) and the newest
*> STEPLOG attempt launched for it (OK, FAIL, TIMEOUT or RTRY); for
*> a "*" row, of any program - and the department on file, flags
*> grants unused for more than the configured number of days (or
*> never used) and every wildcard grant, and writes one review
*> sheet per department to RECERT.<department>. Each sheet line is
*> a ready-made KEEP card for RECERTOK: KEEP in columns 1-6, the
*> AUTHREQ row in 7-96, and 97-106 left blank for the user-id of
*> the department owner who reconfirms it; the last run, idle days
*> and flags ride to the right of the card. The review itself is
*> filed on RECERTPEND with its deadline, and a new REVIEW is
*> refused while one is still open.
*>
*> ENFORCE reads RECERTPEND and the KEEP cards on RECERTOK. A KEEP
*> card must name a grant under review and carry a user-id, and
*> nobody may reconfirm a grant to their own requestor-id. Before
*> the deadline it only reports what is still outstanding. Once
*> the deadline has passed, every grant under review that was not
*> reconfirmed and is still on AUTHREQ is punched onto AUTHXACT as
*> a REVOKE transaction, user-id RECERTIFY, so it goes through
*> AUTHREQ-MAINT and its audit trail like any other change; the
*> review is then closed, RECERTPEND and RECERTOK being kept as
*> RECERTPEND.D<review-date> and RECERTOK.D<review-date>.
*>
*> Arguments: REVIEW (the default) or ENFORCE, then optionally, in
*> keyword form, UNUSED=<days> (default 90) and DEADLINE=<days>
*> after the review (default 30) for REVIEW.
*>
*> Return codes: 0 nothing flagged or revoked, 4 grants flagged on
*> review or revocations punched, 8 at least one KEEP card was
*> rejected, 16 a bad argument, no AUTHREQ, or a review already
*> open (REVIEW) or none open (ENFORCE).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTHREQ-FILE ASSIGN TO "AUTHREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS authreq-status.
           SELECT RECERTPEND-FILE ASSIGN USING recertpend-dsn
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS recertpend-status.
           SELECT RECERTOK-FILE ASSIGN USING recertok-dsn
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS recertok-status.
           SELECT SHEET-FILE ASSIGN USING sheet-dsn
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS sheet-status.
           SELECT XACT-FILE ASSIGN TO "AUTHXACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS xact-status.
           COPY STPLGSL.
           COPY RESLOGSL.
           COPY REGCFSL.

       DATA DIVISION.
       FILE SECTION.
       FD  AUTHREQ-FILE.
       01  AUTHREQ-REC PIC X(90).
       FD  RECERTPEND-FILE.
       01  RECERTPEND-REC PIC X(130).
       FD  RECERTOK-FILE.
       01  RECERTOK-REC PIC X(106).
       FD  SHEET-FILE.
       01  SHEET-REC PIC X(150).
       FD  XACT-FILE.
       01  XACT-REC PIC X(106).
       COPY STPLGFD.
       COPY RESLOGFD.

       COPY REGCFFD.
       WORKING-STORAGE SECTION.
       COPY AUTHRQWS.
       COPY STPLGWS.
       COPY RESLOGWS.
       01 authreq-status PIC XX.
       01 recertpend-status PIC XX.
       01 recertok-status PIC XX.
       01 sheet-status PIC XX.
       01 xact-status PIC XX.
       01 recertpend-dsn PIC X(30) VALUE "RECERTPEND".
       01 recertok-dsn PIC X(30) VALUE "RECERTOK".
       01 sheet-dsn PIC X(30).
       01 closed-dsn PIC X(30).

*> One grant under review, as filed on RECERTPEND.
       01 REVIEW-WORK.
           05 RV-AUTH-IMAGE  PIC X(90).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 RV-REVIEW-DATE PIC X(08).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 RV-DEADLINE    PIC X(08).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 RV-LAST-RUN    PIC X(08).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 RV-FLAGS       PIC X(12).

*> A KEEP card, laid out as AUTHXACT is.
       01 KEEP-WORK.
           05 KP-ACTION PIC X(6).
               88 KP-KEEP VALUE "KEEP".
           05 KP-AUTH-IMAGE PIC X(90).
           05 KP-USER-ID PIC X(10).
       01 KEEP-VIEW REDEFINES KEEP-WORK.
           05 FILLER PIC X(6).
           05 KP-REQUESTOR-ID PIC X(10).
           05 FILLER PIC X(50).
           05 KP-PROGRAM-ID PIC X(30).
           05 FILLER PIC X(10).

       01 XACT-WORK.
           05 CX-ACTION PIC X(6) VALUE "REVOKE".
           05 CX-AUTH-IMAGE PIC X(90).
           05 CX-USER-ID PIC X(10) VALUE "RECERTIFY".

       01 GRANT-STORE-MAX PIC 9(4) BINARY VALUE 200.
       01 grant-count PIC 9(4) BINARY VALUE ZERO.
       01 GRANT-STORE.
           05 GRANT-ENTRY OCCURS 200 TIMES.
               10 GR-AUTH-IMAGE PIC X(90).
               10 GR-REQUESTOR  PIC X(10).
               10 GR-DEPARTMENT PIC X(20).
               10 GR-PROGRAM    PIC X(30).
               10 GR-LAST-RUN   PIC X(8).
               10 GR-FLAGS      PIC X(12).
               10 GR-KEPT-BY    PIC X(10).
               10 GR-ON-AUTHREQ PIC X.
       01 grant-idx PIC 9(4) BINARY.
       01 key-count PIC 9(4) BINARY VALUE ZERO.
       01 key-idx PIC 9(4) BINARY.
       01 AUTHREQ-KEYS.
           05 AUTHREQ-KEY OCCURS 200 TIMES.
               10 AK-REQUESTOR PIC X(10).
               10 AK-PROGRAM   PIC X(30).
       01 grant-match PIC 9(4) BINARY.

       01 DEPT-TABLE.
           05 DEPT-NAME PIC X(20) OCCURS 200 TIMES.
       01 dept-count PIC 9(4) BINARY VALUE ZERO.
       01 dept-idx PIC 9(4) BINARY.
       01 dept-match PIC 9(4) BINARY.
       01 dept-file-part PIC X(20).
       01 dept-name-len PIC 9(4) BINARY.

       01 RECERT-MODE PIC X(8) VALUE "REVIEW".
           88 MODE-REVIEW  VALUE "REVIEW".
           88 MODE-ENFORCE VALUE "ENFORCE".
       01 unused-days PIC 9(5) BINARY VALUE 90.
       01 deadline-days PIC 9(5) BINARY VALUE 30.
       01 ARG-COUNT PIC 9(2) BINARY VALUE ZERO.
       01 ARG-NUM   PIC 9(2) BINARY VALUE ZERO.
       01 arg-buffer PIC X(30).
       01 arg-name PIC X(20).
       01 arg-value PIC X(10).

       01 TODAY-DATE PIC X(8).
       01 review-date PIC X(8).
       01 review-deadline PIC X(8).
       01 deadline-num PIC 9(8).
       01 run-date PIC X(8).
       01 idle-days PIC 9(7) BINARY.
       01 idle-edit PIC Z(6)9.
       01 unused-edit PIC Z(4)9.

       01 flagged-count PIC 9(4) BINARY VALUE ZERO.
       01 unused-count PIC 9(4) BINARY VALUE ZERO.
       01 wildcard-count PIC 9(4) BINARY VALUE ZERO.
       01 kept-count PIC 9(4) BINARY VALUE ZERO.
       01 rejected-count PIC 9(4) BINARY VALUE ZERO.
       01 outstanding-count PIC 9(4) BINARY VALUE ZERO.
       01 revoked-count PIC 9(4) BINARY VALUE ZERO.
       01 gone-count PIC 9(4) BINARY VALUE ZERO.
       01 reject-reason PIC X(40).

       01 SHEET-LINE.
           05 SH-KEEP-CARD PIC X(106).
           05 FILLER       PIC X(2) VALUE SPACES.
           05 SH-LAST-RUN  PIC X(8).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 SH-IDLE      PIC X(7).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 SH-FLAGS     PIC X(12).

       COPY REGCFWS.

       PROCEDURE DIVISION.
       00-MAIN SECTION.
           PERFORM 9800-LOAD-REGION-CONFIG.
           MOVE RESULTS-LOG-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO RESULTS-LOG-DSN.
           MOVE STEP-LOG-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO STEP-LOG-DSN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.

           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER.
           PERFORM VARYING ARG-NUM FROM 1 BY 1
                   UNTIL ARG-NUM > ARG-COUNT
               MOVE SPACES TO arg-buffer
               DISPLAY ARG-NUM UPON ARGUMENT-NUMBER
               ACCEPT arg-buffer FROM ARGUMENT-VALUE
               PERFORM 01-TAKE-ARGUMENT
           END-PERFORM.

           PERFORM 02-LOAD-AUTHREQ.
           IF MODE-REVIEW THEN
                PERFORM 10-REVIEW
           ELSE
                PERFORM 20-ENFORCE
           END-IF.
           STOP RUN.

       01-TAKE-ARGUMENT SECTION.
           IF FUNCTION TRIM(arg-buffer) = "REVIEW"
                   OR FUNCTION TRIM(arg-buffer) = "ENFORCE" THEN
                MOVE FUNCTION TRIM(arg-buffer) TO RECERT-MODE
                GO TO 01-TAKE-ARGUMENT-EXIT
           END-IF.
           MOVE SPACES TO arg-name.
           MOVE SPACES TO arg-value.
           UNSTRING arg-buffer DELIMITED BY "="
               INTO arg-name arg-value.
           IF FUNCTION TRIM(arg-value) IS NOT NUMERIC THEN
                PERFORM 01A-REFUSE-ARGUMENT
           END-IF.
           EVALUATE FUNCTION TRIM(arg-name)
               WHEN "UNUSED"
                   MOVE FUNCTION NUMVAL(arg-value) TO unused-days
               WHEN "DEADLINE"
                   MOVE FUNCTION NUMVAL(arg-value) TO deadline-days
               WHEN OTHER
                   PERFORM 01A-REFUSE-ARGUMENT
           END-EVALUATE.
       01-TAKE-ARGUMENT-EXIT.
           EXIT.

       01A-REFUSE-ARGUMENT SECTION.
           DISPLAY "AUTH-RECERT: ARGUMENT '" FUNCTION TRIM(arg-buffer)
                   "' NOT UNDERSTOOD - ARGUMENTS ARE REVIEW OR "
                   "ENFORCE, UNUSED=<DAYS> AND DEADLINE=<DAYS>".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       02-LOAD-AUTHREQ SECTION.
           OPEN INPUT AUTHREQ-FILE.
           IF authreq-status = "35" THEN
                DISPLAY "AUTH-RECERT: AUTHREQ REFERENCE FILE NOT "
                        "FOUND"
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
           PERFORM UNTIL authreq-status = "10"
               READ AUTHREQ-FILE
                   AT END MOVE "10" TO authreq-status
                   NOT AT END
                       IF AUTHREQ-REC NOT = SPACES
                               AND grant-count < GRANT-STORE-MAX
                            MOVE AUTHREQ-REC
                                TO AUTHORIZED-REQUESTOR-RECORD
                            ADD 1 TO grant-count
                            MOVE AUTHREQ-REC
                                TO GR-AUTH-IMAGE(grant-count)
                            MOVE AQ-REQUESTOR-ID
                                TO GR-REQUESTOR(grant-count)
                            MOVE AQ-DEPARTMENT
                                TO GR-DEPARTMENT(grant-count)
                            MOVE AQ-PROGRAM-ID
                                TO GR-PROGRAM(grant-count)
                            MOVE SPACES TO GR-LAST-RUN(grant-count)
                            MOVE SPACES TO GR-FLAGS(grant-count)
                            MOVE SPACES TO GR-KEPT-BY(grant-count)
                            MOVE "Y" TO GR-ON-AUTHREQ(grant-count)
                            ADD 1 TO key-count
                            MOVE AQ-REQUESTOR-ID
                                TO AK-REQUESTOR(key-count)
                            MOVE AQ-PROGRAM-ID
                                TO AK-PROGRAM(key-count)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUTHREQ-FILE.

       10-REVIEW SECTION.
           OPEN INPUT RECERTPEND-FILE.
           IF recertpend-status NOT = "35" THEN
                MOVE SPACES TO RECERTPEND-REC
                READ RECERTPEND-FILE
                    AT END CONTINUE
                END-READ
                CLOSE RECERTPEND-FILE
                MOVE RECERTPEND-REC TO REVIEW-WORK
                DISPLAY "AUTH-RECERT: THE REVIEW OF "
                        RV-REVIEW-DATE " IS STILL OPEN (DEADLINE "
                        RV-DEADLINE ") - RUN ENFORCE TO CLOSE IT "
                        "FIRST"
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.

           MOVE TODAY-DATE TO review-date.
           COMPUTE deadline-num = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(TODAY-DATE))
                   + deadline-days).
           MOVE deadline-num TO review-deadline.

           PERFORM 11-SCAN-RESULTS-LOG.
           PERFORM 12-SCAN-STEP-LOG.
           PERFORM VARYING grant-idx FROM 1 BY 1
                   UNTIL grant-idx > grant-count
               PERFORM 13-FLAG-GRANT
           END-PERFORM.
           PERFORM 14-WRITE-SHEETS.
           PERFORM 15-FILE-REVIEW.

           MOVE unused-days TO unused-edit.
           DISPLAY "AUTH-RECERT: " grant-count " GRANT(S) UNDER "
                   "REVIEW IN " dept-count " DEPARTMENT SHEET(S), "
                   "RECONFIRM BY " review-deadline.
           DISPLAY "AUTH-RECERT: " unused-count " UNUSED FOR MORE "
                   "THAN " FUNCTION TRIM(unused-edit) " DAYS, "
                   wildcard-count " WILDCARD".
           IF flagged-count > 0 THEN
                MOVE 4 TO RETURN-CODE
           ELSE
                MOVE 0 TO RETURN-CODE
           END-IF.

       11-SCAN-RESULTS-LOG SECTION.
           OPEN INPUT RESULTS-LOG-FILE.
           IF RESULTS-LOG-STATUS = "35" THEN
                GO TO 11-SCAN-RESULTS-LOG-EXIT
           END-IF.
           PERFORM UNTIL RESULTS-LOG-STATUS = "10"
               READ RESULTS-LOG-FILE
                   AT END MOVE "10" TO RESULTS-LOG-STATUS
                   NOT AT END
                       MOVE RESULTS-LOG-RECORD TO RESULTS-LOG-WORK
                       IF RL-REQUESTOR-ID NOT = SPACES
                               AND NOT RL-SERVED-FROM-CERTREG
                            MOVE RL-REQUESTOR-ID TO AQ-REQUESTOR-ID
                            MOVE RL-PROGRAM-ID TO AQ-PROGRAM-ID
                            MOVE RL-TIMESTAMP(1:8) TO run-date
                            PERFORM 16-NOTE-RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RESULTS-LOG-FILE.
       11-SCAN-RESULTS-LOG-EXIT.
           EXIT.

       12-SCAN-STEP-LOG SECTION.
           OPEN INPUT STEP-LOG-FILE.
           IF STEP-LOG-STATUS = "35" THEN
                GO TO 12-SCAN-STEP-LOG-EXIT
           END-IF.
           PERFORM UNTIL STEP-LOG-STATUS = "10"
               READ STEP-LOG-FILE
                   AT END MOVE "10" TO STEP-LOG-STATUS
                   NOT AT END
                       MOVE STEP-LOG-RECORD TO STEP-LOG-WORK
                       IF SL-REQUESTOR-ID NOT = SPACES
                               AND (SL-STEP-OK OR SL-STEP-FAILED
                                 OR SL-STEP-TIMED-OUT
                                 OR SL-STATUS = "RTRY")
                            MOVE SL-REQUESTOR-ID TO AQ-REQUESTOR-ID
                            MOVE SL-PROBLEM-ID TO AQ-PROGRAM-ID
                            MOVE SL-START-TIME(1:8) TO run-date
                            PERFORM 16-NOTE-RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STEP-LOG-FILE.
       12-SCAN-STEP-LOG-EXIT.
           EXIT.

       13-FLAG-GRANT SECTION.
           IF GR-PROGRAM(grant-idx) = "*" THEN
                MOVE "WILDCARD" TO GR-FLAGS(grant-idx)
                ADD 1 TO wildcard-count
           END-IF.
           IF GR-LAST-RUN(grant-idx) = SPACES THEN
                MOVE 9999999 TO idle-days
           ELSE
                COMPUTE idle-days =
                    FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                        TODAY-DATE))
                  - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                        GR-LAST-RUN(grant-idx)))
           END-IF.
           IF idle-days > unused-days THEN
                ADD 1 TO unused-count
                IF GR-FLAGS(grant-idx) = SPACES THEN
                     MOVE "UNUSED" TO GR-FLAGS(grant-idx)
                ELSE
                     MOVE "UNUSED WILD" TO GR-FLAGS(grant-idx)
                END-IF
           END-IF.
           IF GR-FLAGS(grant-idx) NOT = SPACES THEN
                ADD 1 TO flagged-count
           END-IF.

       14-WRITE-SHEETS SECTION.
*> The departments in first-seen order, then one sheet apiece.
           PERFORM VARYING grant-idx FROM 1 BY 1
                   UNTIL grant-idx > grant-count
               MOVE 0 TO dept-match
               PERFORM VARYING dept-idx FROM 1 BY 1
                       UNTIL dept-idx > dept-count
                          OR dept-match NOT = 0
                   IF DEPT-NAME(dept-idx) = GR-DEPARTMENT(grant-idx)
                        MOVE dept-idx TO dept-match
                   END-IF
               END-PERFORM
               IF dept-match = 0 THEN
                    ADD 1 TO dept-count
                    MOVE GR-DEPARTMENT(grant-idx)
                        TO DEPT-NAME(dept-count)
               END-IF
           END-PERFORM.
           PERFORM VARYING dept-idx FROM 1 BY 1
                   UNTIL dept-idx > dept-count
               PERFORM 14A-WRITE-ONE-SHEET
           END-PERFORM.

       14A-WRITE-ONE-SHEET SECTION.
           IF DEPT-NAME(dept-idx) = SPACES THEN
                MOVE "UNASSIGNED" TO dept-file-part
           ELSE
                MOVE FUNCTION TRIM(DEPT-NAME(dept-idx))
                    TO dept-file-part
                MOVE FUNCTION LENGTH(FUNCTION TRIM(
                    DEPT-NAME(dept-idx))) TO dept-name-len
                INSPECT dept-file-part(1:dept-name-len)
                    REPLACING ALL " " BY "-"
           END-IF.
           MOVE SPACES TO sheet-dsn.
           STRING "RECERT." FUNCTION TRIM(dept-file-part)
               DELIMITED BY SIZE INTO sheet-dsn.
           OPEN OUTPUT SHEET-FILE.
           MOVE SPACES TO SHEET-REC.
           STRING "ACCESS RECERTIFICATION - DEPARTMENT "
                  FUNCTION TRIM(DEPT-NAME(dept-idx))
                  " - REVIEW OF " review-date
                  ", RECONFIRM BY " review-deadline
                  DELIMITED BY SIZE INTO SHEET-REC.
           WRITE SHEET-REC.
           MOVE unused-days TO unused-edit.
           MOVE SPACES TO SHEET-REC.
           STRING "GRANTS IDLE MORE THAN "
                  FUNCTION TRIM(unused-edit)
                  " DAYS ARE FLAGGED UNUSED, * GRANTS WILDCARD."
                  DELIMITED BY SIZE INTO SHEET-REC.
           WRITE SHEET-REC.
           MOVE SPACES TO SHEET-REC.
           STRING "TO KEEP A GRANT, SIGN ITS LINE IN COLUMNS 97-106 "
                  "AND FILE COLUMNS 1-106 ON RECERTOK."
                  DELIMITED BY SIZE INTO SHEET-REC.
           WRITE SHEET-REC.
           MOVE SPACES TO SHEET-REC.
           STRING "A GRANT NOT RECONFIRMED BY THE DEADLINE IS "
                  "REVOKED. NOBODY MAY RECONFIRM THEIR OWN "
                  "REQUESTOR-ID."
                  DELIMITED BY SIZE INTO SHEET-REC.
           WRITE SHEET-REC.
           MOVE SPACES TO SHEET-REC.
           WRITE SHEET-REC.
           MOVE SPACES TO SHEET-LINE.
           MOVE "LAST RUN" TO SH-LAST-RUN.
           MOVE "IDLE" TO SH-IDLE.
           MOVE "FLAGS" TO SH-FLAGS.
           MOVE SHEET-LINE TO SHEET-REC.
           WRITE SHEET-REC.
           PERFORM VARYING grant-idx FROM 1 BY 1
                   UNTIL grant-idx > grant-count
               IF GR-DEPARTMENT(grant-idx) = DEPT-NAME(dept-idx) THEN
                    PERFORM 14B-WRITE-SHEET-LINE
               END-IF
           END-PERFORM.
           CLOSE SHEET-FILE.

       14B-WRITE-SHEET-LINE SECTION.
           MOVE SPACES TO SHEET-LINE.
           MOVE "KEEP" TO KP-ACTION.
           MOVE GR-AUTH-IMAGE(grant-idx) TO KP-AUTH-IMAGE.
           MOVE SPACES TO KP-USER-ID.
           MOVE KEEP-WORK TO SH-KEEP-CARD.
           IF GR-LAST-RUN(grant-idx) = SPACES THEN
                MOVE "NEVER" TO SH-LAST-RUN
                MOVE SPACES TO SH-IDLE
           ELSE
                MOVE GR-LAST-RUN(grant-idx) TO SH-LAST-RUN
                COMPUTE idle-days =
                    FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                        TODAY-DATE))
                  - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                        GR-LAST-RUN(grant-idx)))
                MOVE idle-days TO idle-edit
                MOVE idle-edit TO SH-IDLE
           END-IF.
           MOVE GR-FLAGS(grant-idx) TO SH-FLAGS.
           MOVE SHEET-LINE TO SHEET-REC.
           WRITE SHEET-REC.

       15-FILE-REVIEW SECTION.
           OPEN OUTPUT RECERTPEND-FILE.
           PERFORM VARYING grant-idx FROM 1 BY 1
                   UNTIL grant-idx > grant-count
               MOVE GR-AUTH-IMAGE(grant-idx) TO RV-AUTH-IMAGE
               MOVE review-date TO RV-REVIEW-DATE
               MOVE review-deadline TO RV-DEADLINE
               MOVE GR-LAST-RUN(grant-idx) TO RV-LAST-RUN
               MOVE GR-FLAGS(grant-idx) TO RV-FLAGS
               MOVE REVIEW-WORK TO RECERTPEND-REC
               WRITE RECERTPEND-REC
           END-PERFORM.
           CLOSE RECERTPEND-FILE.

       16-NOTE-RUN SECTION.
*> Credits a run to every grant it could have been made under:
*> the requestor's row for the program and any "*" row.
           IF run-date IS NOT NUMERIC THEN
                GO TO 16-NOTE-RUN-EXIT
           END-IF.
           PERFORM VARYING grant-idx FROM 1 BY 1
                   UNTIL grant-idx > grant-count
               IF GR-REQUESTOR(grant-idx) = AQ-REQUESTOR-ID
                       AND (GR-PROGRAM(grant-idx) = AQ-PROGRAM-ID
                         OR GR-PROGRAM(grant-idx) = "*")
                       AND (GR-LAST-RUN(grant-idx) = SPACES
                         OR GR-LAST-RUN(grant-idx) < run-date)
                    MOVE run-date TO GR-LAST-RUN(grant-idx)
               END-IF
           END-PERFORM.
       16-NOTE-RUN-EXIT.
           EXIT.

       20-ENFORCE SECTION.
*> The grants under review replace the AUTHREQ rows in the table;
*> each is marked by whether AUTHREQ still holds it, from the keys
*> kept aside as AUTHREQ was loaded.
           PERFORM 21-LOAD-REVIEW.
           PERFORM 22-TAKE-KEEP-CARDS.

           PERFORM VARYING grant-idx FROM 1 BY 1
                   UNTIL grant-idx > grant-count
               IF GR-KEPT-BY(grant-idx) = SPACES THEN
                    ADD 1 TO outstanding-count
               END-IF
           END-PERFORM.

           IF TODAY-DATE <= review-deadline THEN
                DISPLAY "AUTH-RECERT: REVIEW OF " review-date
                        " RUNS TO " review-deadline " - "
                        kept-count " GRANT(S) RECONFIRMED, "
                        outstanding-count " OUTSTANDING"
                IF rejected-count > 0 THEN
                     MOVE 8 TO RETURN-CODE
                ELSE
                     MOVE 0 TO RETURN-CODE
                END-IF
                GO TO 20-ENFORCE-EXIT
           END-IF.

           OPEN EXTEND XACT-FILE.
           IF xact-status = "35" THEN
                OPEN OUTPUT XACT-FILE
           END-IF.
           PERFORM VARYING grant-idx FROM 1 BY 1
                   UNTIL grant-idx > grant-count
               IF GR-KEPT-BY(grant-idx) = SPACES THEN
                    IF GR-ON-AUTHREQ(grant-idx) = "Y" THEN
                         MOVE GR-AUTH-IMAGE(grant-idx)
                             TO CX-AUTH-IMAGE
                         MOVE XACT-WORK TO XACT-REC
                         WRITE XACT-REC
                         ADD 1 TO revoked-count
                         DISPLAY "AUTH-RECERT: NOT RECONFIRMED, "
                                 "REVOKE PUNCHED - "
                                 FUNCTION TRIM(GR-REQUESTOR(grant-idx))
                                 "/"
                                 FUNCTION TRIM(GR-PROGRAM(grant-idx))
                    ELSE
                         ADD 1 TO gone-count
                    END-IF
               END-IF
           END-PERFORM.
           CLOSE XACT-FILE.

           MOVE SPACES TO closed-dsn.
           STRING "RECERTPEND.D" review-date
               DELIMITED BY SIZE INTO closed-dsn.
           CALL "CBL_DELETE_FILE" USING closed-dsn.
           CALL "CBL_RENAME_FILE" USING recertpend-dsn closed-dsn.
           MOVE SPACES TO closed-dsn.
           STRING "RECERTOK.D" review-date
               DELIMITED BY SIZE INTO closed-dsn.
           CALL "CBL_DELETE_FILE" USING closed-dsn.
           CALL "CBL_RENAME_FILE" USING recertok-dsn closed-dsn.

           DISPLAY "AUTH-RECERT: REVIEW OF " review-date " CLOSED - "
                   kept-count " RECONFIRMED, " revoked-count
                   " REVOKE(S) PUNCHED TO AUTHXACT, " gone-count
                   " ALREADY OFF AUTHREQ".
           EVALUATE TRUE
               WHEN rejected-count > 0
                   MOVE 8 TO RETURN-CODE
               WHEN revoked-count > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
       20-ENFORCE-EXIT.
           EXIT.

       21-LOAD-REVIEW SECTION.
           OPEN INPUT RECERTPEND-FILE.
           IF recertpend-status = "35" THEN
                DISPLAY "AUTH-RECERT: NO RECERTIFICATION REVIEW IS "
                        "OPEN - RUN REVIEW FIRST"
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
           MOVE 0 TO grant-count.
           PERFORM UNTIL recertpend-status = "10"
               READ RECERTPEND-FILE
                   AT END MOVE "10" TO recertpend-status
                   NOT AT END
                       IF RECERTPEND-REC NOT = SPACES
                               AND grant-count < GRANT-STORE-MAX
                            MOVE RECERTPEND-REC TO REVIEW-WORK
                            PERFORM 21A-STORE-REVIEWED-GRANT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RECERTPEND-FILE.

       21A-STORE-REVIEWED-GRANT SECTION.
           MOVE RV-REVIEW-DATE TO review-date.
           MOVE RV-DEADLINE TO review-deadline.
           MOVE RV-AUTH-IMAGE TO AUTHORIZED-REQUESTOR-RECORD.
           ADD 1 TO grant-count.
           MOVE RV-AUTH-IMAGE TO GR-AUTH-IMAGE(grant-count).
           MOVE AQ-REQUESTOR-ID TO GR-REQUESTOR(grant-count).
           MOVE AQ-DEPARTMENT TO GR-DEPARTMENT(grant-count).
           MOVE AQ-PROGRAM-ID TO GR-PROGRAM(grant-count).
           MOVE RV-LAST-RUN TO GR-LAST-RUN(grant-count).
           MOVE RV-FLAGS TO GR-FLAGS(grant-count).
           MOVE SPACES TO GR-KEPT-BY(grant-count).
*> Still on AUTHREQ when a row there carries the same key.
           MOVE "N" TO GR-ON-AUTHREQ(grant-count).
           PERFORM VARYING key-idx FROM 1 BY 1
                   UNTIL key-idx > key-count
               IF AK-REQUESTOR(key-idx) = AQ-REQUESTOR-ID
                       AND AK-PROGRAM(key-idx) = AQ-PROGRAM-ID
                    MOVE "Y" TO GR-ON-AUTHREQ(grant-count)
               END-IF
           END-PERFORM.

       22-TAKE-KEEP-CARDS SECTION.
           OPEN INPUT RECERTOK-FILE.
           IF recertok-status = "35" THEN
                GO TO 22-TAKE-KEEP-CARDS-EXIT
           END-IF.
           PERFORM UNTIL recertok-status = "10"
               READ RECERTOK-FILE
                   AT END MOVE "10" TO recertok-status
                   NOT AT END
                       IF RECERTOK-REC NOT = SPACES THEN
                            MOVE RECERTOK-REC TO KEEP-WORK
                            PERFORM 22A-TAKE-ONE-KEEP
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RECERTOK-FILE.
       22-TAKE-KEEP-CARDS-EXIT.
           EXIT.

       22A-TAKE-ONE-KEEP SECTION.
           MOVE SPACES TO reject-reason.
           MOVE 0 TO grant-match.
           PERFORM VARYING grant-idx FROM 1 BY 1
                   UNTIL grant-idx > grant-count
                      OR grant-match NOT = 0
               IF GR-REQUESTOR(grant-idx) = KP-REQUESTOR-ID
                       AND GR-PROGRAM(grant-idx) = KP-PROGRAM-ID
                    MOVE grant-idx TO grant-match
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN NOT KP-KEEP
                   MOVE "UNRECOGNIZED ACTION WORD" TO reject-reason
               WHEN KP-USER-ID = SPACES
                   MOVE "NO USER-ID ON THE CARD" TO reject-reason
               WHEN grant-match = 0
                   MOVE "GRANT IS NOT UNDER REVIEW" TO reject-reason
               WHEN KP-USER-ID = KP-REQUESTOR-ID
                   MOVE "NOBODY RECONFIRMS THEIR OWN GRANT"
                       TO reject-reason
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF reject-reason NOT = SPACES THEN
                ADD 1 TO rejected-count
                DISPLAY "AUTH-RECERT: KEEP CARD REJECTED - "
                        FUNCTION TRIM(KP-REQUESTOR-ID) "/"
                        FUNCTION TRIM(KP-PROGRAM-ID) " BY "
                        FUNCTION TRIM(KP-USER-ID) " - "
                        FUNCTION TRIM(reject-reason)
                GO TO 22A-TAKE-ONE-KEEP-EXIT
           END-IF.
           IF GR-KEPT-BY(grant-match) = SPACES THEN
                ADD 1 TO kept-count
           END-IF.
           MOVE KP-USER-ID TO GR-KEPT-BY(grant-match).
       22A-TAKE-ONE-KEEP-EXIT.
           EXIT.

       COPY REGCFPR.

       END PROGRAM AUTH-RECERT.
