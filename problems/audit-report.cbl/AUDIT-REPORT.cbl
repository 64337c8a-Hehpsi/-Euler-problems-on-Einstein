       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-REPORT.
*> One timeline of every change to anything that governs the batch,
*> for the auditors who ask for exactly that. Each maintenance
*> program keeps its own audit file in its own layout - CATAUDIT
*> (CATALOG-MAINT, PROBCAT), AUTHAUDIT (AUTHREQ-MAINT, AUTHREQ),
*> CALAUDIT (CALENDAR-MAINT, CALLIB), PSAUDIT (PRESET-MAINT,
*> PRESETS), CERTAUDIT (ANSWER-CERTIFY, CERTREG), FETCHAUDIT
*> (LIBRARY-FETCH, the output library), DECKAUDIT (DECK-MAINT,
*> RUNCARDS) and RSAUDIT (REFSEQ-MAINT, REFSEQ). This reads them
*> all, merges them in timestamp order, and lists one line per
*> audited transaction: when, who, which file, the action, the
*> record's key, and what came of it
*> (APPLIED, PARKED, or REJECTED). A LIBRARY-FETCH request that
*> restored nothing counts as rejected; FETCHAUDIT carries no
*> user-id, so its lines show none. An audit file not on hand is
*> reported and skipped.
*>
*> Segregation-of-duties concerns are flagged under the line they
*> concern, judged against the whole trail whatever the filters:
*> an AUTHREQ grant proposed or approved by the user whose own
*> requestor-id it grants, and a dual-control change (AUTHREQ,
*> RUNCARDS) applied on second approval by the user who parked it
*> - or with no parked proposal on the trail at all.
*>
*> Arguments, all optional, keyword form in any order:
*>   FROM=<yyyymmdd>    transactions on or after the date
*>   TO=<yyyymmdd>      transactions on or before the date
*>   USER=<user-id>     one user's transactions
*>   FILE=<name>        one file, by its own name (AUTHREQ) or its
*>                      audit file's (AUTHAUDIT)
*> An unrecognized keyword refuses the run.
*>
*> Return codes: 0 transactions listed and none flagged, 4 nothing
*> on the trail matched, 8 at least one listed transaction carries
*> a segregation-of-duties flag, 16 a bad argument.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN USING audit-dsn
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS audit-status.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-REC PIC X(140).

       WORKING-STORAGE SECTION.
       01 audit-dsn PIC X(30).
       01 audit-status PIC XX.

*> The audit files read, in the order they are merged, each with
*> the file its transactions change.
       01 SOURCE-NAMES.
           05 FILLER PIC X(20) VALUE "CATAUDIT  PROBCAT".
           05 FILLER PIC X(20) VALUE "AUTHAUDIT AUTHREQ".
           05 FILLER PIC X(20) VALUE "CALAUDIT  CALLIB".
           05 FILLER PIC X(20) VALUE "PSAUDIT   PRESETS".
           05 FILLER PIC X(20) VALUE "CERTAUDIT CERTREG".
           05 FILLER PIC X(20) VALUE "FETCHAUDITLIBRARY".
           05 FILLER PIC X(20) VALUE "DECKAUDIT RUNCARDS".
           05 FILLER PIC X(20) VALUE "RSAUDIT   REFSEQ".
       01 SOURCE-TABLE REDEFINES SOURCE-NAMES.
           05 SOURCE-ENTRY OCCURS 8 TIMES.
               10 SRC-AUDIT-NAME PIC X(10).
               10 SRC-FILE-NAME  PIC X(10).
       01 SOURCE-COUNT PIC 9(2) BINARY VALUE 8.
       01 src-idx PIC 9(2) BINARY.
       01 missing-count PIC 9(2) BINARY VALUE ZERO.

*> One audit record as read, and each program's layout of it.
       01 AUDIT-IN-WORK PIC X(140).
       01 CAT-AUDIT-VIEW REDEFINES AUDIT-IN-WORK.
           05 CA-TIMESTAMP  PIC X(14).
           05 FILLER        PIC X(01).
           05 CA-USER-ID    PIC X(10).
           05 FILLER        PIC X(01).
           05 CA-ACTION     PIC X(6).
           05 FILLER        PIC X(01).
           05 CA-PROGRAM-ID PIC X(25).
           05 FILLER        PIC X(01).
           05 CA-PARM-NAME  PIC X(20).
           05 FILLER        PIC X(01).
           05 CA-OUTCOME    PIC X(40).
       01 AUTH-AUDIT-VIEW REDEFINES AUDIT-IN-WORK.
           05 AA-TIMESTAMP  PIC X(14).
           05 FILLER        PIC X(01).
           05 AA-USER-ID    PIC X(10).
           05 FILLER        PIC X(01).
           05 AA-ACTION     PIC X(6).
           05 FILLER        PIC X(01).
           05 AA-REQUESTOR  PIC X(10).
           05 FILLER        PIC X(01).
           05 AA-PROGRAM    PIC X(30).
           05 FILLER        PIC X(01).
           05 AA-OUTCOME    PIC X(54).
       01 CAL-AUDIT-VIEW REDEFINES AUDIT-IN-WORK.
           05 KA-TIMESTAMP  PIC X(14).
           05 FILLER        PIC X(01).
           05 KA-USER-ID    PIC X(10).
           05 FILLER        PIC X(01).
           05 KA-ACTION     PIC X(6).
           05 FILLER        PIC X(01).
           05 KA-CALENDAR   PIC X(8).
           05 FILLER        PIC X(01).
           05 KA-DATE       PIC X(8).
           05 FILLER        PIC X(01).
           05 KA-OUTCOME    PIC X(38).
       01 PRESET-AUDIT-VIEW REDEFINES AUDIT-IN-WORK.
           05 PA-TIMESTAMP  PIC X(14).
           05 FILLER        PIC X(01).
           05 PA-USER-ID    PIC X(10).
           05 FILLER        PIC X(01).
           05 PA-ACTION     PIC X(6).
           05 FILLER        PIC X(01).
           05 PA-NAME       PIC X(20).
           05 FILLER        PIC X(01).
           05 PA-OUTCOME    PIC X(44).
       01 CERT-AUDIT-VIEW REDEFINES AUDIT-IN-WORK.
           05 XA-TIMESTAMP  PIC X(14).
           05 FILLER        PIC X(01).
           05 XA-USER-ID    PIC X(10).
           05 FILLER        PIC X(01).
           05 XA-ACTION     PIC X(06).
           05 FILLER        PIC X(01).
           05 XA-PROGRAM    PIC X(25).
           05 FILLER        PIC X(01).
           05 XA-OUTCOME    PIC X(40).
       01 FETCH-AUDIT-VIEW REDEFINES AUDIT-IN-WORK.
           05 FA-TIMESTAMP  PIC X(14).
           05 FILLER        PIC X(01).
           05 FA-ORIGINAL   PIC X(30).
           05 FILLER        PIC X(01).
           05 FA-FROM       PIC X(08).
           05 FILLER        PIC X(01).
           05 FA-TO         PIC X(08).
           05 FILLER        PIC X(01).
           05 FA-OUTCOME    PIC X(54).
       01 DECK-AUDIT-VIEW REDEFINES AUDIT-IN-WORK.
           05 DA-TIMESTAMP  PIC X(14).
           05 FILLER        PIC X(01).
           05 DA-USER-ID    PIC X(10).
           05 FILLER        PIC X(01).
           05 DA-ACTION     PIC X(6).
           05 FILLER        PIC X(01).
           05 DA-PROBLEM-ID PIC X(30).
           05 FILLER        PIC X(01).
           05 DA-RUN-DATE   PIC X(8).
           05 FILLER        PIC X(01).
           05 DA-OUTCOME    PIC X(60).
       01 REFSEQ-AUDIT-VIEW REDEFINES AUDIT-IN-WORK.
           05 SA-TIMESTAMP  PIC X(14).
           05 FILLER        PIC X(01).
           05 SA-USER-ID    PIC X(10).
           05 FILLER        PIC X(01).
           05 SA-ACTION     PIC X(6).
           05 FILLER        PIC X(01).
           05 SA-PROGRAM    PIC X(25).
           05 FILLER        PIC X(01).
           05 SA-KEY        PIC X(40).
           05 FILLER        PIC X(01).
           05 SA-OUTCOME    PIC X(50).

*> The merged trail, in timestamp order (a file's own records keep
*> their written order among equal timestamps).
       01 TRAIL-MAX PIC 9(4) BINARY VALUE 3000.
       01 trail-count PIC 9(4) BINARY VALUE ZERO.
       01 trail-dropped PIC 9(6) BINARY VALUE ZERO.
       01 TRAIL-TABLE.
           05 TRAIL-ENTRY OCCURS 3000 TIMES.
               10 TL-TIMESTAMP PIC X(14).
               10 TL-USER-ID   PIC X(10).
               10 TL-SRC-IDX   PIC 9(2) BINARY.
               10 TL-ACTION    PIC X(6).
               10 TL-KEY       PIC X(44).
               10 TL-REQUESTOR PIC X(10).
               10 TL-OUTCOME   PIC X(8).
               10 TL-DETAIL    PIC X(60).
               10 TL-FLAG      PIC X(80).
       01 trail-idx PIC 9(4) BINARY.
       01 scan-idx PIC 9(4) BINARY.
       01 slot-idx PIC 9(4) BINARY.
       01 proposal-idx PIC 9(4) BINARY.
       01 NEW-ENTRY.
           05 NE-TIMESTAMP PIC X(14).
           05 NE-USER-ID   PIC X(10).
           05 NE-SRC-IDX   PIC 9(2) BINARY.
           05 NE-ACTION    PIC X(6).
           05 NE-KEY       PIC X(44).
           05 NE-REQUESTOR PIC X(10).
           05 NE-OUTCOME   PIC X(8).
           05 NE-DETAIL    PIC X(60).
           05 NE-FLAG      PIC X(80).
       01 flag-text PIC X(40).
       01 flag-build PIC X(80).

       01 ARG-COUNT PIC 9(2) BINARY VALUE ZERO.
       01 ARG-NUM   PIC 9(2) BINARY VALUE ZERO.
       01 arg-buffer PIC X(40).
       01 arg-name PIC X(20).
       01 arg-value PIC X(20).
       01 SEL-FROM PIC X(8) VALUE SPACES.
       01 SEL-TO PIC X(8) VALUE SPACES.
       01 SEL-USER PIC X(10) VALUE SPACES.
       01 SEL-FILE PIC X(10) VALUE SPACES.
       01 LINE-SELECTED PIC X.
           88 LINE-IS-SELECTED VALUE "Y".

       01 listed-count PIC 9(6) BINARY VALUE ZERO.
       01 applied-count PIC 9(6) BINARY VALUE ZERO.
       01 parked-count PIC 9(6) BINARY VALUE ZERO.
       01 rejected-count PIC 9(6) BINARY VALUE ZERO.
       01 flagged-count PIC 9(6) BINARY VALUE ZERO.

       01 REPORT-LINE.
           05 RP-DATE      PIC X(8).
           05 FILLER       PIC X(1) VALUE "-".
           05 RP-TIME      PIC X(6).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 RP-USER-ID   PIC X(10).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 RP-FILE      PIC X(8).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 RP-ACTION    PIC X(6).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 RP-OUTCOME   PIC X(8).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 RP-KEY       PIC X(44).

       PROCEDURE DIVISION.
       00-MAIN SECTION.
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER.
           PERFORM VARYING ARG-NUM FROM 1 BY 1
                   UNTIL ARG-NUM > ARG-COUNT
               MOVE SPACES TO arg-buffer
               DISPLAY ARG-NUM UPON ARGUMENT-NUMBER
               ACCEPT arg-buffer FROM ARGUMENT-VALUE
               PERFORM 01-TAKE-ARGUMENT
           END-PERFORM.

           PERFORM VARYING src-idx FROM 1 BY 1
                   UNTIL src-idx > SOURCE-COUNT
               PERFORM 02-LOAD-ONE-SOURCE
           END-PERFORM.
           IF trail-dropped > 0 THEN
                DISPLAY "AUDIT-REPORT: " trail-dropped
                        " AUDIT RECORD(S) BEYOND THE " TRAIL-MAX
                        "-RECORD TRAIL LEFT OUT"
           END-IF.

           PERFORM 04-JUDGE-DUTIES.
           PERFORM 05-PRINT-TIMELINE.

           EVALUATE TRUE
               WHEN listed-count = 0
                   MOVE 4 TO RETURN-CODE
               WHEN flagged-count > 0
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

       01-TAKE-ARGUMENT SECTION.
           MOVE SPACES TO arg-name.
           MOVE SPACES TO arg-value.
           UNSTRING arg-buffer DELIMITED BY "="
               INTO arg-name arg-value.
           EVALUATE FUNCTION TRIM(arg-name)
               WHEN "FROM"
                   MOVE FUNCTION TRIM(arg-value) TO SEL-FROM
                   IF SEL-FROM IS NOT NUMERIC THEN
                        PERFORM 01A-REFUSE-ARGUMENT
                   END-IF
               WHEN "TO"
                   MOVE FUNCTION TRIM(arg-value) TO SEL-TO
                   IF SEL-TO IS NOT NUMERIC THEN
                        PERFORM 01A-REFUSE-ARGUMENT
                   END-IF
               WHEN "USER"
                   MOVE FUNCTION TRIM(arg-value) TO SEL-USER
               WHEN "FILE"
                   MOVE FUNCTION TRIM(arg-value) TO SEL-FILE
               WHEN OTHER
                   PERFORM 01A-REFUSE-ARGUMENT
           END-EVALUATE.

       01A-REFUSE-ARGUMENT SECTION.
           DISPLAY "AUDIT-REPORT: ARGUMENT '" FUNCTION TRIM(arg-buffer)
                   "' NOT UNDERSTOOD - ARGUMENTS ARE FROM=YYYYMMDD, "
                   "TO=YYYYMMDD, USER=<USER-ID> AND FILE=<NAME>".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       02-LOAD-ONE-SOURCE SECTION.
           MOVE SRC-AUDIT-NAME(src-idx) TO audit-dsn.
           OPEN INPUT AUDIT-FILE.
           IF audit-status = "35" THEN
                ADD 1 TO missing-count
                DISPLAY "AUDIT-REPORT: "
                        FUNCTION TRIM(SRC-AUDIT-NAME(src-idx))
                        " NOT ON HAND, NO "
                        FUNCTION TRIM(SRC-FILE-NAME(src-idx))
                        " CHANGES LISTED"
                GO TO 02-LOAD-ONE-SOURCE-EXIT
           END-IF.
           PERFORM UNTIL audit-status = "10"
               READ AUDIT-FILE
                   AT END MOVE "10" TO audit-status
                   NOT AT END
                       MOVE AUDIT-REC TO AUDIT-IN-WORK
                       IF AUDIT-IN-WORK NOT = SPACES THEN
                            PERFORM 02A-NORMALIZE-RECORD
                            PERFORM 03-INSERT-INTO-TRAIL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.
       02-LOAD-ONE-SOURCE-EXIT.
           EXIT.

       02A-NORMALIZE-RECORD SECTION.
*> Every layout into the one NEW-ENTRY shape; the key is what the
*> owning program treats as the record's key.
           MOVE SPACES TO NEW-ENTRY.
           MOVE src-idx TO NE-SRC-IDX.
           EVALUATE src-idx
               WHEN 1
                   MOVE CA-TIMESTAMP TO NE-TIMESTAMP
                   MOVE CA-USER-ID TO NE-USER-ID
                   MOVE CA-ACTION TO NE-ACTION
                   STRING FUNCTION TRIM(CA-PROGRAM-ID) " "
                          FUNCTION TRIM(CA-PARM-NAME)
                          DELIMITED BY SIZE INTO NE-KEY
                   MOVE CA-OUTCOME TO NE-DETAIL
               WHEN 2
                   MOVE AA-TIMESTAMP TO NE-TIMESTAMP
                   MOVE AA-USER-ID TO NE-USER-ID
                   MOVE AA-ACTION TO NE-ACTION
                   STRING FUNCTION TRIM(AA-REQUESTOR) " "
                          FUNCTION TRIM(AA-PROGRAM)
                          DELIMITED BY SIZE INTO NE-KEY
                   MOVE AA-REQUESTOR TO NE-REQUESTOR
                   MOVE AA-OUTCOME TO NE-DETAIL
               WHEN 3
                   MOVE KA-TIMESTAMP TO NE-TIMESTAMP
                   MOVE KA-USER-ID TO NE-USER-ID
                   MOVE KA-ACTION TO NE-ACTION
                   STRING FUNCTION TRIM(KA-CALENDAR) " " KA-DATE
                          DELIMITED BY SIZE INTO NE-KEY
                   MOVE KA-OUTCOME TO NE-DETAIL
               WHEN 4
                   MOVE PA-TIMESTAMP TO NE-TIMESTAMP
                   MOVE PA-USER-ID TO NE-USER-ID
                   MOVE PA-ACTION TO NE-ACTION
                   MOVE PA-NAME TO NE-KEY
                   MOVE PA-OUTCOME TO NE-DETAIL
               WHEN 5
                   MOVE XA-TIMESTAMP TO NE-TIMESTAMP
                   MOVE XA-USER-ID TO NE-USER-ID
                   MOVE XA-ACTION TO NE-ACTION
                   MOVE XA-PROGRAM TO NE-KEY
                   MOVE XA-OUTCOME TO NE-DETAIL
               WHEN 6
                   MOVE FA-TIMESTAMP TO NE-TIMESTAMP
                   MOVE "FETCH" TO NE-ACTION
                   IF FA-TO = SPACES OR FA-TO = FA-FROM THEN
                        STRING FUNCTION TRIM(FA-ORIGINAL) " " FA-FROM
                               DELIMITED BY SIZE INTO NE-KEY
                   ELSE
                        STRING FUNCTION TRIM(FA-ORIGINAL) " " FA-FROM
                               "-" FA-TO
                               DELIMITED BY SIZE INTO NE-KEY
                   END-IF
                   MOVE FA-OUTCOME TO NE-DETAIL
               WHEN 7
                   MOVE DA-TIMESTAMP TO NE-TIMESTAMP
                   MOVE DA-USER-ID TO NE-USER-ID
                   MOVE DA-ACTION TO NE-ACTION
                   IF DA-RUN-DATE = SPACES THEN
                        MOVE DA-PROBLEM-ID TO NE-KEY
                   ELSE
                        STRING FUNCTION TRIM(DA-PROBLEM-ID) " "
                               DA-RUN-DATE
                               DELIMITED BY SIZE INTO NE-KEY
                   END-IF
                   MOVE DA-OUTCOME TO NE-DETAIL
               WHEN 8
                   MOVE SA-TIMESTAMP TO NE-TIMESTAMP
                   MOVE SA-USER-ID TO NE-USER-ID
                   MOVE SA-ACTION TO NE-ACTION
                   STRING FUNCTION TRIM(SA-PROGRAM) " "
                          FUNCTION TRIM(SA-KEY)
                          DELIMITED BY SIZE INTO NE-KEY
                   MOVE SA-OUTCOME TO NE-DETAIL
           END-EVALUATE.
           EVALUATE TRUE
               WHEN NE-DETAIL(1:7) = "APPLIED"
                   MOVE "APPLIED" TO NE-OUTCOME
               WHEN NE-DETAIL(1:6) = "PARKED"
                   MOVE "PARKED" TO NE-OUTCOME
               WHEN src-idx = 6 AND NE-DETAIL(1:2) IS NUMERIC
                   MOVE "APPLIED" TO NE-OUTCOME
               WHEN OTHER
                   MOVE "REJECTED" TO NE-OUTCOME
           END-EVALUATE.

       03-INSERT-INTO-TRAIL SECTION.
*> Each audit file is already in written order, so the slot is
*> almost always the end: walk back past anything later.
           IF trail-count >= TRAIL-MAX THEN
                ADD 1 TO trail-dropped
                GO TO 03-INSERT-INTO-TRAIL-EXIT
           END-IF.
           MOVE trail-count TO slot-idx.
           PERFORM UNTIL slot-idx = 0
                      OR TL-TIMESTAMP(slot-idx) <= NE-TIMESTAMP
               MOVE TRAIL-ENTRY(slot-idx) TO TRAIL-ENTRY(slot-idx + 1)
               SUBTRACT 1 FROM slot-idx
           END-PERFORM.
           ADD 1 TO trail-count.
           MOVE NEW-ENTRY TO TRAIL-ENTRY(slot-idx + 1).
       03-INSERT-INTO-TRAIL-EXIT.
           EXIT.

       04-JUDGE-DUTIES SECTION.
           PERFORM VARYING trail-idx FROM 1 BY 1
                   UNTIL trail-idx > trail-count
*> An AUTHREQ grant that was not refused, proposed or approved by
*> the very user it authorizes.
               IF SRC-FILE-NAME(TL-SRC-IDX(trail-idx)) = "AUTHREQ"
                       AND TL-ACTION(trail-idx) = "GRANT"
                       AND TL-OUTCOME(trail-idx) NOT = "REJECTED"
                       AND TL-USER-ID(trail-idx) NOT = SPACES
                       AND TL-USER-ID(trail-idx)
                           = TL-REQUESTOR(trail-idx)
                    MOVE "GRANTS THE USER'S OWN REQUESTOR-ID"
                        TO flag-text
                    PERFORM 04A-ADD-FLAG
               END-IF
*> (An approval made under a freeze override carries the override
*> user after these words.)
               IF TL-DETAIL(trail-idx)(1:25)
                       = "APPLIED - SECOND APPROVAL"
                    PERFORM 04B-FIND-PROPOSAL
                    EVALUATE TRUE
                        WHEN proposal-idx = 0
                            MOVE "NO PARKED PROPOSAL ON THE TRAIL"
                                TO flag-text
                            PERFORM 04A-ADD-FLAG
                        WHEN TL-USER-ID(proposal-idx)
                                = TL-USER-ID(trail-idx)
                            MOVE "PROPOSED AND APPLIED BY ONE USER"
                                TO flag-text
                            PERFORM 04A-ADD-FLAG
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
               END-IF
           END-PERFORM.

       04A-ADD-FLAG SECTION.
           IF TL-FLAG(trail-idx) = SPACES THEN
                MOVE flag-text TO TL-FLAG(trail-idx)
           ELSE
                MOVE SPACES TO flag-build
                STRING FUNCTION TRIM(TL-FLAG(trail-idx)) "; "
                       FUNCTION TRIM(flag-text)
                       DELIMITED BY SIZE INTO flag-build
                MOVE flag-build TO TL-FLAG(trail-idx)
           END-IF.

       04B-FIND-PROPOSAL SECTION.
*> The latest earlier PARKED record for the same file, action and
*> key - the proposal this approval completed.
           MOVE 0 TO proposal-idx.
           MOVE trail-idx TO scan-idx.
           PERFORM UNTIL scan-idx <= 1 OR proposal-idx NOT = 0
               SUBTRACT 1 FROM scan-idx
               IF TL-SRC-IDX(scan-idx) = TL-SRC-IDX(trail-idx)
                       AND TL-ACTION(scan-idx) = TL-ACTION(trail-idx)
                       AND TL-KEY(scan-idx) = TL-KEY(trail-idx)
                       AND TL-OUTCOME(scan-idx) = "PARKED"
                    MOVE scan-idx TO proposal-idx
               END-IF
           END-PERFORM.

       05-PRINT-TIMELINE SECTION.
           DISPLAY "AUDIT-REPORT: CHANGES TO THE BATCH'S GOVERNING "
                   "FILES".
           IF SEL-FROM NOT = SPACES OR SEL-TO NOT = SPACES
                   OR SEL-USER NOT = SPACES OR SEL-FILE NOT = SPACES
                DISPLAY "AUDIT-REPORT: SELECTED - FROM "
                        SEL-FROM " TO " SEL-TO " USER "
                        SEL-USER " FILE " SEL-FILE
           END-IF.
           DISPLAY "DATE     TIME   USER-ID    FILE     ACTION "
                   "OUTCOME  KEY".
           PERFORM VARYING trail-idx FROM 1 BY 1
                   UNTIL trail-idx > trail-count
               PERFORM 05A-JUDGE-SELECTED
               IF LINE-IS-SELECTED THEN
                    PERFORM 05B-PRINT-ONE-LINE
               END-IF
           END-PERFORM.
           DISPLAY " ".
           DISPLAY "AUDIT-REPORT: " listed-count " TRANSACTION(S) - "
                   applied-count " APPLIED, " parked-count
                   " PARKED, " rejected-count " REJECTED".
           IF flagged-count > 0 THEN
                DISPLAY "AUDIT-REPORT: " flagged-count
                        " TRANSACTION(S) FLAGGED FOR SEGREGATION OF "
                        "DUTIES"
           END-IF.
           IF missing-count > 0 THEN
                DISPLAY "AUDIT-REPORT: " missing-count
                        " AUDIT FILE(S) NOT ON HAND"
           END-IF.

       05A-JUDGE-SELECTED SECTION.
           MOVE "Y" TO LINE-SELECTED.
           IF SEL-FROM NOT = SPACES
                   AND TL-TIMESTAMP(trail-idx)(1:8) < SEL-FROM
                MOVE "N" TO LINE-SELECTED
           END-IF.
           IF SEL-TO NOT = SPACES
                   AND TL-TIMESTAMP(trail-idx)(1:8) > SEL-TO
                MOVE "N" TO LINE-SELECTED
           END-IF.
           IF SEL-USER NOT = SPACES
                   AND TL-USER-ID(trail-idx) NOT = SEL-USER
                MOVE "N" TO LINE-SELECTED
           END-IF.
           IF SEL-FILE NOT = SPACES
                   AND SRC-FILE-NAME(TL-SRC-IDX(trail-idx))
                       NOT = SEL-FILE
                   AND SRC-AUDIT-NAME(TL-SRC-IDX(trail-idx))
                       NOT = SEL-FILE
                MOVE "N" TO LINE-SELECTED
           END-IF.

       05B-PRINT-ONE-LINE SECTION.
           ADD 1 TO listed-count.
           EVALUATE TL-OUTCOME(trail-idx)
               WHEN "APPLIED"
                   ADD 1 TO applied-count
               WHEN "PARKED"
                   ADD 1 TO parked-count
               WHEN OTHER
                   ADD 1 TO rejected-count
           END-EVALUATE.
           MOVE TL-TIMESTAMP(trail-idx)(1:8) TO RP-DATE.
           MOVE TL-TIMESTAMP(trail-idx)(9:6) TO RP-TIME.
           MOVE TL-USER-ID(trail-idx) TO RP-USER-ID.
           MOVE SRC-FILE-NAME(TL-SRC-IDX(trail-idx)) TO RP-FILE.
           MOVE TL-ACTION(trail-idx) TO RP-ACTION.
           MOVE TL-OUTCOME(trail-idx) TO RP-OUTCOME.
           MOVE TL-KEY(trail-idx) TO RP-KEY.
           DISPLAY REPORT-LINE.
           IF TL-OUTCOME(trail-idx) = "REJECTED" THEN
                DISPLAY "                 "
                        FUNCTION TRIM(TL-DETAIL(trail-idx))
           END-IF.
           IF TL-FLAG(trail-idx) NOT = SPACES THEN
                ADD 1 TO flagged-count
                DISPLAY "                 ** SEGREGATION OF DUTIES: "
                        FUNCTION TRIM(TL-FLAG(trail-idx))
           END-IF.

       END PROGRAM AUDIT-REPORT.
