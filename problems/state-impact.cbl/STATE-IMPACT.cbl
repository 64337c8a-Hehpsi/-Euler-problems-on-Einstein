       IDENTIFICATION DIVISION.
       PROGRAM-ID. STATE-IMPACT.
*> Follow-up for a bad copy of shared state: when PRIME-AUDIT
*> quarantines the prime store, or STATE-VERIFY sets a damaged
*> file aside and restores the kept generation, every answer given
*> while the bad copy was live is suspect. This finds them on
*> RESULTLOG, lists them, DECERTs any of them standing CERTIFIED on
*> CERTREG, and punches a rerun deck, so the corrected answers are
*> logged tonight and WAREHOUSE-EXTRACT sends each changed one as a
*> type-C correction.
*>
*>   QUARANTINE <user-id>
*>       the store PRIME-AUDIT renamed to PRIMEDIR.QUAR and
*>       PRIMESEGnnnn.QUAR
*>   RESTORE <file> <user-id>
*>       the copy STATE-VERIFY set aside as <file>.BAD - PRIMEDIR,
*>       a PRIMESEGnnnn segment, BLOCKCKPT, RGBCKPT, COINCKPT or
*>       FACTKNOWN, named bare; the region prefix is applied here
*>
*> A renamed copy keeps its last-changed stamp, and that stamp is
*> the generation LINEAGE recorded for every load of it, so an
*> answer is affected when it joins (see LINEAGE-QUERY) a load of
*> the bad generation. Answers finished before LINEAGE's first
*> record have no loads to go by and are judged by date: a run of
*> a program that reads that kind of file - MULTIPLES-OF-3-OR-5
*> only with its DEBUG divisor trace on - finished between the
*> bad copy's stamp, which is when it was last written and sealed,
*> and the event: the restore's fresh seal, or now for a
*> quarantine. Loads of the bad generation that no RESULTLOG
*> answer accounts for - GOLDBACH-CHECK, which logs none, or the
*> audit itself - are listed too.
*>
*> DECERT cards go on CERTXACT under the user-id for ANSWER-CERTIFY
*> to apply. RERUNDECK gets one card per distinct program and
*> parameter set, in RUNCARDS layout with column 252 set to N so
*> the runner runs it for real instead of serving it from CERTREG:
*> for a step PROBLEM-RUNNER ran, the parameter string DECKHIST
*> filed for that step; otherwise the logged effective parameters
*> laid out positionally in the order of the program's PROBCAT
*> *KEYS row. A run whose parameters cannot be rebuilt either way
*> (a mode audit, an echo-only name such as DIVISORS=) is held out
*> for hand attention with its effective parameters on the console.
*>
*> Return codes: 0 nothing was affected, 4 affected answers listed
*> and every one punched, 8 at least one held out, 16 a bad
*> argument or no set-aside copy on disk.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY RESLOGSL.
           COPY LINAGSL.
           SELECT CATALOG-FILE ASSIGN TO "PROBCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS catalog-status.
           SELECT CERTREG-FILE ASSIGN USING certreg-dsn
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS certreg-status.
           SELECT CERTXACT-FILE ASSIGN TO "CERTXACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS certxact-status.
           SELECT DECKHIST-FILE ASSIGN USING deckhist-dsn
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS deckhist-status.
           SELECT RERUNDECK-FILE ASSIGN TO "RERUNDECK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rerundeck-status.
           COPY REGCFSL.
       DATA DIVISION.
       FILE SECTION.
       COPY RESLOGFD.
       COPY LINAGFD.
       FD  CATALOG-FILE.
       01  CATALOG-REC PIC X(223).
       FD  CERTREG-FILE.
       01  CERTREG-REC PIC X(404).
       FD  CERTXACT-FILE.
       01  CERTXACT-REC PIC X(124).
       FD  DECKHIST-FILE.
       01  DECKHIST-REC PIC X(604).
       FD  RERUNDECK-FILE.
       01  RERUNDECK-REC PIC X(252).
       COPY REGCFFD.

       WORKING-STORAGE SECTION.
       COPY RESLOGWS.
       COPY LINAGWS.
       COPY PRCATWS.
       COPY DKHSTWS.
       COPY BPARMWS.
       COPY REGCFWS.
       01 catalog-status PIC XX.
       01 certreg-dsn PIC X(30) VALUE "CERTREG".
       01 certreg-status PIC XX.
       01 certxact-status PIC XX.
       01 deckhist-base PIC X(30) VALUE "DECKHIST".
       01 deckhist-dsn PIC X(40).
       01 deckhist-status PIC XX.
       01 rerundeck-status PIC XX.

       01 ARG-COUNT PIC 9(2) BINARY VALUE ZERO.
       01 ARG-NUM   PIC 9(2) BINARY VALUE ZERO.
       01 arg-buffer PIC X(30).
       01 EVENT-KIND PIC X(10) VALUE SPACES.
           88 EVENT-QUARANTINE VALUE "QUARANTINE".
           88 EVENT-RESTORE    VALUE "RESTORE".
       01 event-file PIC X(30) VALUE SPACES.
       01 approver-id PIC X(10) VALUE SPACES.
       01 FILE-KIND PIC X VALUE SPACE.
           88 KIND-PRIME     VALUE "P".
           88 KIND-FACTKNOWN VALUE "F".
           88 KIND-BLOCKS    VALUE "B".
           88 KIND-RGB       VALUE "R".
           88 KIND-COIN      VALUE "C".

*> The copies set aside, each under the live name its loads were
*> recorded against and the generation stamp it still carries.
       01 ASIDE-TABLE-MAX PIC 9(4) BINARY VALUE 500.
       01 aside-count PIC 9(4) BINARY VALUE ZERO.
       01 ASIDE-TABLE.
           05 ASIDE-ENTRY OCCURS 500 TIMES.
               10 SA-LIVE       PIC X(30).
               10 SA-COPY       PIC X(40).
               10 SA-GENERATION PIC X(14).
       01 aside-idx PIC 9(4) BINARY.
       01 aside-live PIC X(30).
       01 aside-suffix PIC X(5).
       01 seg-number PIC 9(4).
       01 prime-dir-base PIC X(30) VALUE "PRIMEDIR".
       01 prime-seg-base PIC X(30) VALUE "PRIMESEG".
       01 probe-name PIC X(40).
       01 PROBE-FOUND PIC X.
           88 PROBE-ON-DISK VALUE "Y".
       01 window-from PIC X(14) VALUE HIGH-VALUES.
       01 window-to PIC X(14) VALUE SPACES.

*> The programs that read each kind of file, for judging answers
*> by date. A need-token, when given, must be among the logged
*> effective parameters for the run to have read the file.
       01 CONSUMER-ROWS.
           05 FILLER PIC X(01) VALUE "P".
           05 FILLER PIC X(25) VALUE "PRIME-SUM".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(01) VALUE "P".
           05 FILLER PIC X(25) VALUE "LARGEST-PRIME-FACTOR".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(01) VALUE "P".
           05 FILLER PIC X(25) VALUE "MULTIPLES-OF-3-OR-5".
           05 FILLER PIC X(10) VALUE "DEBUG=Y".
           05 FILLER PIC X(01) VALUE "F".
           05 FILLER PIC X(25) VALUE "LARGEST-PRIME-FACTOR".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(01) VALUE "B".
           05 FILLER PIC X(25) VALUE "COUNTING-BLOCKS".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(01) VALUE "R".
           05 FILLER PIC X(25) VALUE "RED-GREEN-AND-BLUE".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(01) VALUE "C".
           05 FILLER PIC X(25) VALUE "COIN-PARTITIONS".
           05 FILLER PIC X(10) VALUE SPACES.
       01 CONSUMER-TABLE REDEFINES CONSUMER-ROWS.
           05 CONSUMER-ROW OCCURS 7 TIMES.
               10 CN-KIND    PIC X(01).
               10 CN-PROGRAM PIC X(25).
               10 CN-NEEDS   PIC X(10).
       01 consumer-idx PIC 9(2) BINARY.
       01 need-count PIC 9(2) BINARY.

*> The loads of a bad generation off LINEAGE, and when LINEAGE
*> begins - answers older than that are judged by date.
       01 LOAD-TABLE-MAX PIC 9(4) BINARY VALUE 2000.
       01 load-count PIC 9(4) BINARY VALUE ZERO.
       01 LOAD-TABLE.
           05 LOAD-ENTRY OCCURS 2000 TIMES.
               10 LD-PROGRAM    PIC X(25).
               10 LD-RUN-ID     PIC X(14).
               10 LD-STEP-ID    PIC X(19).
               10 LD-FILE       PIC X(30).
               10 LD-GENERATION PIC X(14).
               10 LD-TIME       PIC X(16).
               10 LD-JOINED     PIC X.
                   88 LD-IS-JOINED VALUE "Y".
       01 load-idx PIC 9(4) BINARY.
       01 earlier-idx PIC 9(4) BINARY.
       01 lineage-from PIC X(16) VALUE HIGH-VALUES.
       01 LOAD-OVERFLOWED PIC X VALUE "N".
           88 LOAD-TABLE-FULL VALUE "Y".
       01 LOAD-REPEATED PIC X.
           88 LOAD-ALREADY-LISTED VALUE "Y".

*> The *KEYS row of each program on PROBCAT, effective today.
       01 KEYS-TABLE-MAX PIC 9(2) BINARY VALUE 60.
       01 keys-count PIC 9(2) BINARY VALUE ZERO.
       01 KEYS-TABLE.
           05 KEYS-ENTRY OCCURS 60 TIMES.
               10 KT-PROGRAM PIC X(25).
               10 KT-NAMES   PIC X(60).
       01 keys-idx PIC 9(2) BINARY.
       01 today-date PIC X(8).
       01 KEY-SPLIT.
           05 KEY-NAME PIC X(20) OCCURS 6 TIMES.
       01 SLOT-VALUES.
           05 SLOT-VALUE PIC X(36) OCCURS 6 TIMES.
       01 slot-idx PIC 9(2) BINARY.
       01 slot-high PIC 9(2) BINARY.
       01 PARM-TOKENS.
           05 EP-TOKEN PIC X(40) OCCURS 8 TIMES.
       01 ep-idx PIC 9(2) BINARY.
       01 ep-name-part PIC X(20).
       01 ep-value-part PIC X(36).
       01 eq-count PIC 9(2) BINARY.
       01 parm-ptr PIC 9(3) BINARY.

       01 CERTREG-WORK.
           05 CR-PROGRAM     PIC X(25) VALUE SPACES.
           05 FILLER         PIC X(01) VALUE SPACE.
           05 CR-EFFECTIVE   PIC X(80) VALUE SPACES.
           05 FILLER         PIC X(01) VALUE SPACE.
           05 CR-STATUS      PIC X(04) VALUE SPACES.
           05 FILLER         PIC X(318) VALUE SPACES.
       01 REG-TABLE-MAX PIC 9(4) BINARY VALUE 300.
       01 reg-count PIC 9(4) BINARY VALUE ZERO.
       01 REG-TABLE.
           05 REG-ENTRY OCCURS 300 TIMES.
               10 RG-PROGRAM   PIC X(25).
               10 RG-EFFECTIVE PIC X(80).
               10 RG-STATUS    PIC X(4).
               10 RG-PUNCHED   PIC X.
       01 reg-idx PIC 9(4) BINARY.
       01 CERTXACT-LINE.
           05 CX-ACTION    PIC X(6).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 CX-PROGRAM   PIC X(25).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 CX-EFFECTIVE PIC X(80).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 CX-USER-ID   PIC X(10).
       01 CERTXACT-OPENED PIC X VALUE "N".
           88 CERTXACT-IS-OPEN VALUE "Y".

*> One rerun card per program and parameter string.
       01 RERUN-TABLE-MAX PIC 9(4) BINARY VALUE 200.
       01 rerun-count PIC 9(4) BINARY VALUE ZERO.
       01 RERUN-TABLE.
           05 RERUN-ENTRY OCCURS 200 TIMES.
               10 RT-PROGRAM PIC X(30).
               10 RT-PARMS   PIC X(250).
       01 rerun-idx PIC 9(4) BINARY.
       01 rr-program PIC X(25).
       01 rr-run-id PIC X(14).
       01 rr-step-id PIC X(19).
       01 rr-effective PIC X(80).
       01 rerun-parms PIC X(250).
       01 RERUN-SOURCE PIC X(8).
       01 parm-len PIC 9(3) BINARY.
       01 split-pos PIC 9(3) BINARY.
       01 chunk-start PIC 9(3) BINARY.
       01 chunk-len PIC 9(3) BINARY.

       01 ANSWER-AFFECTED PIC X.
           88 ANSWER-IS-AFFECTED VALUE "Y".
       01 judged-by PIC X(8).
       01 cert-note PIC X(20).
       01 affected-count PIC 9(6) BINARY VALUE ZERO.
       01 unjoined-count PIC 9(6) BINARY VALUE ZERO.
       01 decert-count PIC 9(4) BINARY VALUE ZERO.
       01 punched-count PIC 9(4) BINARY VALUE ZERO.
       01 held-count PIC 9(4) BINARY VALUE ZERO.
       01 count-shown PIC Z(5)9.

       PROCEDURE DIVISION.
       00-MAIN SECTION.
           PERFORM 9800-LOAD-REGION-CONFIG.
           MOVE RESULTS-LOG-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO RESULTS-LOG-DSN.
           MOVE LINEAGE-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO LINEAGE-DSN.
           MOVE certreg-dsn TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO certreg-dsn.
           MOVE deckhist-base TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO deckhist-base.
           MOVE FUNCTION CURRENT-DATE(1:8) TO today-date.

           PERFORM 01-TAKE-ARGUMENTS.
           PERFORM 02-FIND-SET-ASIDE-COPIES.
           IF aside-count = 0 THEN
                IF EVENT-QUARANTINE THEN
                     DISPLAY "STATE-IMPACT: NO QUARANTINED PRIME "
                             "STORE (PRIMEDIR.QUAR) ON DISK"
                ELSE
                     DISPLAY "STATE-IMPACT: NO SET-ASIDE COPY "
                             FUNCTION TRIM(aside-live) ".BAD ON DISK"
                END-IF
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
           PERFORM 03-LOAD-LINEAGE.
           PERFORM 04-LOAD-KEYS.
           PERFORM 05-LOAD-CERTREG.

           DISPLAY "STATE-IMPACT: " FUNCTION TRIM(EVENT-KIND) " - "
                   aside-count " COPY(IES) SET ASIDE, BAD FROM "
                   window-from " TO " window-to.
           PERFORM VARYING aside-idx FROM 1 BY 1
                   UNTIL aside-idx > aside-count
               DISPLAY "STATE-IMPACT:   "
                       FUNCTION TRIM(SA-COPY(aside-idx))
                       " GENERATION " SA-GENERATION(aside-idx)
           END-PERFORM.
           IF lineage-from = HIGH-VALUES THEN
                DISPLAY "STATE-IMPACT: NO LINEAGE ON FILE - EVERY "
                        "ANSWER IS JUDGED BY DATE"
           ELSE
                DISPLAY "STATE-IMPACT: LINEAGE FROM "
                        lineage-from(1:14) ", " load-count
                        " LOAD(S) OF A BAD GENERATION"
           END-IF.

           OPEN OUTPUT RERUNDECK-FILE.
           PERFORM 06-SCAN-RESULTS.
           PERFORM 10-LIST-UNJOINED-LOADS.
           CLOSE RERUNDECK-FILE.
           IF CERTXACT-IS-OPEN THEN
                CLOSE CERTXACT-FILE
           END-IF.

           MOVE affected-count TO count-shown.
           DISPLAY "STATE-IMPACT: " FUNCTION TRIM(count-shown)
                   " ANSWER(S) AFFECTED, " punched-count
                   " RERUN CARD(S) ON RERUNDECK, " decert-count
                   " DECERT(S) ON CERTXACT, " held-count
                   " HELD OUT".
           EVALUATE TRUE
               WHEN held-count > 0
                   MOVE 8 TO RETURN-CODE
               WHEN affected-count > 0 OR unjoined-count > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

       01-TAKE-ARGUMENTS SECTION.
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER.
           IF ARG-COUNT < 2 THEN
                GO TO 01-BAD-ARGUMENTS
           END-IF.
           MOVE 1 TO ARG-NUM.
           DISPLAY ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT arg-buffer FROM ARGUMENT-VALUE.
           MOVE FUNCTION UPPER-CASE(arg-buffer) TO EVENT-KIND.
           EVALUATE TRUE
               WHEN EVENT-QUARANTINE AND ARG-COUNT = 2
                   MOVE 2 TO ARG-NUM
                   MOVE "P" TO FILE-KIND
               WHEN EVENT-RESTORE AND ARG-COUNT = 3
                   MOVE 2 TO ARG-NUM
                   DISPLAY ARG-NUM UPON ARGUMENT-NUMBER
                   MOVE SPACES TO arg-buffer
                   ACCEPT arg-buffer FROM ARGUMENT-VALUE
                   MOVE FUNCTION UPPER-CASE(arg-buffer)
                       TO event-file
                   PERFORM 01A-KIND-OF-FILE
                   MOVE 3 TO ARG-NUM
               WHEN OTHER
                   GO TO 01-BAD-ARGUMENTS
           END-EVALUATE.
           DISPLAY ARG-NUM UPON ARGUMENT-NUMBER.
           MOVE SPACES TO arg-buffer.
           ACCEPT arg-buffer FROM ARGUMENT-VALUE.
           IF arg-buffer(11:) NOT = SPACES THEN
                DISPLAY "STATE-IMPACT: A USER-ID IS AT MOST 10 "
                        "CHARACTERS"
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
           MOVE arg-buffer(1:10) TO approver-id.
           GO TO 01-TAKE-ARGUMENTS-EXIT.
       01-BAD-ARGUMENTS.
           DISPLAY "STATE-IMPACT: USAGE IS QUARANTINE <USER-ID> OR "
                   "RESTORE <FILE> <USER-ID>".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       01-TAKE-ARGUMENTS-EXIT.
           EXIT.

       01A-KIND-OF-FILE SECTION.
           EVALUATE TRUE
               WHEN event-file = "PRIMEDIR"
                   MOVE "P" TO FILE-KIND
               WHEN event-file(1:8) = "PRIMESEG"
                       AND event-file(9:4) IS NUMERIC
                       AND event-file(13:) = SPACES
                   MOVE "P" TO FILE-KIND
               WHEN event-file = "FACTKNOWN"
                   MOVE "F" TO FILE-KIND
               WHEN event-file = "BLOCKCKPT"
                   MOVE "B" TO FILE-KIND
               WHEN event-file = "RGBCKPT"
                   MOVE "R" TO FILE-KIND
               WHEN event-file = "COINCKPT"
                   MOVE "C" TO FILE-KIND
               WHEN OTHER
                   DISPLAY "STATE-IMPACT: " FUNCTION TRIM(event-file)
                           " IS NOT A SHARED STATE FILE - PRIMEDIR, "
                           "PRIMESEGnnnn, FACTKNOWN, BLOCKCKPT, "
                           "RGBCKPT OR COINCKPT"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       02-FIND-SET-ASIDE-COPIES SECTION.
*> A restore's end is the fresh seal STATE-VERIFY wrote over the
*> restored copy; a quarantine has no end yet but the present.
           MOVE FUNCTION CURRENT-DATE(1:14) TO window-to.
           IF EVENT-RESTORE THEN
                MOVE event-file TO REGION-DSN-WORK
                PERFORM 9810-APPLY-REGION-PREFIX
                MOVE REGION-DSN-WORK TO aside-live
                MOVE ".BAD" TO aside-suffix
                PERFORM 02A-TAKE-ONE-COPY
                MOVE SPACES TO probe-name
                STRING FUNCTION TRIM(aside-live) ".SEAL"
                    DELIMITED BY SIZE INTO probe-name
                PERFORM 02B-PROBE-STAMP
                IF PROBE-ON-DISK THEN
                     MOVE LN-STAMP TO window-to
                END-IF
                GO TO 02-FIND-SET-ASIDE-COPIES-EXIT
           END-IF.
           MOVE ".QUAR" TO aside-suffix.
           MOVE prime-dir-base TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO aside-live.
           PERFORM 02A-TAKE-ONE-COPY.
           IF aside-count = 0 THEN
                GO TO 02-FIND-SET-ASIDE-COPIES-EXIT
           END-IF.
           MOVE prime-seg-base TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO prime-seg-base.
           MOVE "Y" TO PROBE-FOUND.
           PERFORM VARYING seg-number FROM 1 BY 1
                   UNTIL NOT PROBE-ON-DISK
                      OR aside-count >= ASIDE-TABLE-MAX
               MOVE SPACES TO aside-live
               STRING FUNCTION TRIM(prime-seg-base) seg-number
                   DELIMITED BY SIZE INTO aside-live
               PERFORM 02A-TAKE-ONE-COPY
           END-PERFORM.
       02-FIND-SET-ASIDE-COPIES-EXIT.
           EXIT.

       02A-TAKE-ONE-COPY SECTION.
           MOVE SPACES TO probe-name.
           STRING FUNCTION TRIM(aside-live) FUNCTION TRIM(aside-suffix)
               DELIMITED BY SIZE INTO probe-name.
           PERFORM 02B-PROBE-STAMP.
           IF NOT PROBE-ON-DISK THEN
                GO TO 02A-TAKE-ONE-COPY-EXIT
           END-IF.
           ADD 1 TO aside-count.
           MOVE aside-live TO SA-LIVE(aside-count).
           MOVE probe-name TO SA-COPY(aside-count).
           MOVE LN-STAMP TO SA-GENERATION(aside-count).
           IF LN-STAMP < window-from THEN
                MOVE LN-STAMP TO window-from
           END-IF.
       02A-TAKE-ONE-COPY-EXIT.
           EXIT.

       02B-PROBE-STAMP SECTION.
*> The same last-changed stamp 9630-RECORD-LINEAGE takes as the
*> generation of a file it sees loaded.
           MOVE "N" TO PROBE-FOUND.
           CALL "CBL_CHECK_FILE_EXIST" USING probe-name LN-FILE-INFO.
           IF RETURN-CODE NOT = 0 THEN
                MOVE 0 TO RETURN-CODE
                GO TO 02B-PROBE-STAMP-EXIT
           END-IF.
           MOVE "Y" TO PROBE-FOUND.
           MOVE LN-FI-YEAR TO LN-STAMP-YEAR.
           MOVE LN-FI-MONTH TO LN-STAMP-MONTH.
           MOVE LN-FI-DAY TO LN-STAMP-DAY.
           MOVE LN-FI-HOUR TO LN-STAMP-HOUR.
           MOVE LN-FI-MINUTE TO LN-STAMP-MINUTE.
           MOVE LN-FI-SECOND TO LN-STAMP-SECOND.
       02B-PROBE-STAMP-EXIT.
           EXIT.

       03-LOAD-LINEAGE SECTION.
           OPEN INPUT LINEAGE-FILE.
           IF LINEAGE-STATUS = "35" THEN
                MOVE SPACES TO LINEAGE-STATUS
                GO TO 03-LOAD-LINEAGE-EXIT
           END-IF.
           PERFORM UNTIL LINEAGE-STATUS NOT = "00"
               READ LINEAGE-FILE
                   AT END MOVE "10" TO LINEAGE-STATUS
                   NOT AT END
                       MOVE LINEAGE-RECORD TO LINEAGE-WORK
                       PERFORM 03A-JUDGE-LOAD
               END-READ
           END-PERFORM.
           CLOSE LINEAGE-FILE.
           IF LOAD-TABLE-FULL THEN
                MOVE LOAD-TABLE-MAX TO count-shown
                DISPLAY "STATE-IMPACT: MORE THAN "
                        FUNCTION TRIM(count-shown)
                        " LOADS OF A BAD GENERATION - ONLY THE FIRST "
                        "ARE FOLLOWED"
           END-IF.
       03-LOAD-LINEAGE-EXIT.
           EXIT.

       03A-JUDGE-LOAD SECTION.
           IF LN-TIMESTAMP(1:16) < lineage-from THEN
                MOVE LN-TIMESTAMP(1:16) TO lineage-from
           END-IF.
           PERFORM VARYING aside-idx FROM 1 BY 1
                   UNTIL aside-idx > aside-count
               IF LN-FILE = SA-LIVE(aside-idx)
                       AND LN-GENERATION = SA-GENERATION(aside-idx)
                    PERFORM 03B-KEEP-LOAD
               END-IF
           END-PERFORM.

       03B-KEEP-LOAD SECTION.
           IF load-count >= LOAD-TABLE-MAX THEN
                MOVE "Y" TO LOAD-OVERFLOWED
                GO TO 03B-KEEP-LOAD-EXIT
           END-IF.
           ADD 1 TO load-count.
           MOVE LN-PROGRAM-ID TO LD-PROGRAM(load-count).
           MOVE LN-RUN-ID TO LD-RUN-ID(load-count).
           MOVE LN-STEP-ID TO LD-STEP-ID(load-count).
           MOVE LN-FILE TO LD-FILE(load-count).
           MOVE LN-GENERATION TO LD-GENERATION(load-count).
           MOVE LN-TIMESTAMP(1:16) TO LD-TIME(load-count).
           MOVE "N" TO LD-JOINED(load-count).
       03B-KEEP-LOAD-EXIT.
           EXIT.

       04-LOAD-KEYS SECTION.
           OPEN INPUT CATALOG-FILE.
           IF catalog-status NOT = "00" THEN
                MOVE SPACES TO catalog-status
                GO TO 04-LOAD-KEYS-EXIT
           END-IF.
           PERFORM UNTIL catalog-status NOT = "00"
               READ CATALOG-FILE
                   AT END MOVE "10" TO catalog-status
                   NOT AT END
                       MOVE CATALOG-REC TO PROBLEM-CATALOG-RECORD
                       IF PC-PARM-NAME = "*KEYS"
                               AND (PC-EFFECTIVE-FROM = SPACES
                                   OR PC-EFFECTIVE-FROM <= today-date)
                               AND (PC-EFFECTIVE-TO = SPACES
                                   OR PC-EFFECTIVE-TO >= today-date)
                               AND keys-count < KEYS-TABLE-MAX
                            ADD 1 TO keys-count
                            MOVE PC-PROGRAM-ID
                                TO KT-PROGRAM(keys-count)
                            MOVE PC-ALLOWED-WORDS
                                TO KT-NAMES(keys-count)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CATALOG-FILE.
       04-LOAD-KEYS-EXIT.
           EXIT.

       05-LOAD-CERTREG SECTION.
           OPEN INPUT CERTREG-FILE.
           IF certreg-status NOT = "00" THEN
                MOVE SPACES TO certreg-status
                GO TO 05-LOAD-CERTREG-EXIT
           END-IF.
           PERFORM UNTIL certreg-status NOT = "00"
               READ CERTREG-FILE
                   AT END MOVE "10" TO certreg-status
                   NOT AT END
                       MOVE CERTREG-REC TO CERTREG-WORK
                       IF CR-PROGRAM NOT = SPACES
                               AND reg-count < REG-TABLE-MAX
                            ADD 1 TO reg-count
                            MOVE CR-PROGRAM TO RG-PROGRAM(reg-count)
                            MOVE CR-EFFECTIVE
                                TO RG-EFFECTIVE(reg-count)
                            MOVE CR-STATUS TO RG-STATUS(reg-count)
                            MOVE "N" TO RG-PUNCHED(reg-count)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CERTREG-FILE.
       05-LOAD-CERTREG-EXIT.
           EXIT.

       06-SCAN-RESULTS SECTION.
           OPEN INPUT RESULTS-LOG-FILE.
           IF RESULTS-LOG-STATUS NOT = "00" THEN
                DISPLAY "STATE-IMPACT: NO RESULTS LOG ON FILE"
                MOVE SPACES TO RESULTS-LOG-STATUS
                GO TO 06-SCAN-RESULTS-EXIT
           END-IF.
           PERFORM UNTIL RESULTS-LOG-STATUS NOT = "00"
               READ RESULTS-LOG-FILE
                   AT END MOVE "10" TO RESULTS-LOG-STATUS
                   NOT AT END
                       MOVE RESULTS-LOG-RECORD TO RESULTS-LOG-WORK
                       PERFORM 07-JUDGE-ANSWER
               END-READ
           END-PERFORM.
           CLOSE RESULTS-LOG-FILE.
       06-SCAN-RESULTS-EXIT.
           EXIT.

       07-JUDGE-ANSWER SECTION.
*> An answer served from CERTREG loaded nothing; the certified run
*> behind it is judged on its own record.
           MOVE "N" TO ANSWER-AFFECTED.
           IF RL-SERVED-FROM-CERTREG THEN
                GO TO 07-JUDGE-ANSWER-EXIT
           END-IF.
           PERFORM VARYING load-idx FROM 1 BY 1
                   UNTIL load-idx > load-count
               IF LD-PROGRAM(load-idx) = RL-PROGRAM-ID
                    PERFORM 07A-JOIN-LOAD
               END-IF
           END-PERFORM.
           IF ANSWER-IS-AFFECTED THEN
                MOVE "LINEAGE" TO judged-by
                PERFORM 08-TAKE-AFFECTED-ANSWER
                GO TO 07-JUDGE-ANSWER-EXIT
           END-IF.
           IF RL-TIMESTAMP(1:16) >= lineage-from
                   OR RL-TIMESTAMP(1:14) < window-from
                   OR RL-TIMESTAMP(1:14) > window-to THEN
                GO TO 07-JUDGE-ANSWER-EXIT
           END-IF.
           PERFORM VARYING consumer-idx FROM 1 BY 1
                   UNTIL consumer-idx > 7
               IF CN-KIND(consumer-idx) = FILE-KIND
                       AND CN-PROGRAM(consumer-idx) = RL-PROGRAM-ID
                    MOVE 0 TO need-count
                    IF CN-NEEDS(consumer-idx) NOT = SPACES THEN
                         INSPECT RL-EFFECTIVE-PARMS TALLYING
                             need-count FOR ALL
                             FUNCTION TRIM(CN-NEEDS(consumer-idx))
                    END-IF
                    IF CN-NEEDS(consumer-idx) = SPACES
                            OR need-count > 0 THEN
                         MOVE "Y" TO ANSWER-AFFECTED
                    END-IF
               END-IF
           END-PERFORM.
           IF ANSWER-IS-AFFECTED THEN
                MOVE "DATE" TO judged-by
                PERFORM 08-TAKE-AFFECTED-ANSWER
           END-IF.
       07-JUDGE-ANSWER-EXIT.
           EXIT.

       07A-JOIN-LOAD SECTION.
*> The LINEAGE-QUERY join: same run and step under the runner;
*> for an ad-hoc run, an id-less load inside the run's times.
           IF RL-RUN-ID NOT = SPACES THEN
                IF LD-RUN-ID(load-idx) = RL-RUN-ID
                        AND LD-STEP-ID(load-idx) = RL-STEP-ID
                     MOVE "Y" TO ANSWER-AFFECTED
                     MOVE "Y" TO LD-JOINED(load-idx)
                END-IF
                GO TO 07A-JOIN-LOAD-EXIT
           END-IF.
           IF LD-RUN-ID(load-idx) = SPACES
                   AND LD-TIME(load-idx) >= RL-START-TIME(1:16)
                   AND LD-TIME(load-idx) <= RL-TIMESTAMP(1:16) THEN
                MOVE "Y" TO ANSWER-AFFECTED
                MOVE "Y" TO LD-JOINED(load-idx)
           END-IF.
       07A-JOIN-LOAD-EXIT.
           EXIT.

       08-TAKE-AFFECTED-ANSWER SECTION.
           ADD 1 TO affected-count.
           MOVE SPACES TO cert-note.
           PERFORM VARYING reg-idx FROM 1 BY 1
                   UNTIL reg-idx > reg-count
               IF RG-PROGRAM(reg-idx) = RL-PROGRAM-ID
                       AND RG-EFFECTIVE(reg-idx) = RL-EFFECTIVE-PARMS
                       AND RG-STATUS(reg-idx) = "CERT" THEN
                    MOVE "CERTIFIED - DECERT" TO cert-note
                    IF RG-PUNCHED(reg-idx) NOT = "Y" THEN
                         PERFORM 08A-PUNCH-DECERT
                    END-IF
               END-IF
           END-PERFORM.
           DISPLAY "STATE-IMPACT: " FUNCTION TRIM(RL-PROGRAM-ID)
                   " " FUNCTION TRIM(RL-INPUT-PARM)
                   " = " FUNCTION TRIM(RL-ANSWER)
                   " FINISHED " RL-TIMESTAMP(1:14)
                   " (BY " FUNCTION TRIM(judged-by) ") "
                   FUNCTION TRIM(cert-note).
           MOVE RL-PROGRAM-ID TO rr-program.
           MOVE RL-RUN-ID TO rr-run-id.
           MOVE RL-STEP-ID TO rr-step-id.
           MOVE RL-EFFECTIVE-PARMS TO rr-effective.
           PERFORM 09-PUNCH-RERUN.
           IF RERUN-SOURCE = SPACES THEN
                ADD 1 TO held-count
                DISPLAY "STATE-IMPACT:     HELD OUT - RERUN BY "
                        "HAND WITH " FUNCTION TRIM(RL-EFFECTIVE-PARMS)
           END-IF.

       08A-PUNCH-DECERT SECTION.
           IF NOT CERTXACT-IS-OPEN THEN
                OPEN EXTEND CERTXACT-FILE
                IF certxact-status = "35" THEN
                     OPEN OUTPUT CERTXACT-FILE
                END-IF
                MOVE "Y" TO CERTXACT-OPENED
           END-IF.
           MOVE "DECERT" TO CX-ACTION.
           MOVE RG-PROGRAM(reg-idx) TO CX-PROGRAM.
           MOVE RG-EFFECTIVE(reg-idx) TO CX-EFFECTIVE.
           MOVE approver-id TO CX-USER-ID.
           MOVE CERTXACT-LINE TO CERTXACT-REC.
           WRITE CERTXACT-REC.
           MOVE "Y" TO RG-PUNCHED(reg-idx).
           ADD 1 TO decert-count.

       09-PUNCH-RERUN SECTION.
*> Settles the parameter string - the step's DECKHIST card, else
*> the effective parameters in *KEYS order - and punches it once.
*> RERUN-SOURCE is left blank when neither will do.
           MOVE SPACES TO RERUN-SOURCE.
           MOVE SPACES TO rerun-parms.
           IF rr-step-id NOT = SPACES THEN
                PERFORM 09A-FIND-DECK-CARD
           END-IF.
           IF RERUN-SOURCE = SPACES AND rr-effective NOT = SPACES
                PERFORM 09B-REBUILD-FROM-KEYS
           END-IF.
           IF RERUN-SOURCE = SPACES THEN
                GO TO 09-PUNCH-RERUN-EXIT
           END-IF.
           PERFORM VARYING rerun-idx FROM 1 BY 1
                   UNTIL rerun-idx > rerun-count
               IF RT-PROGRAM(rerun-idx) = rr-program
                       AND RT-PARMS(rerun-idx) = rerun-parms THEN
                    GO TO 09-PUNCH-RERUN-EXIT
               END-IF
           END-PERFORM.
           IF rerun-count >= RERUN-TABLE-MAX THEN
                MOVE SPACES TO RERUN-SOURCE
                GO TO 09-PUNCH-RERUN-EXIT
           END-IF.
           PERFORM 09C-WRITE-RERUN-CARDS.
       09-PUNCH-RERUN-EXIT.
           EXIT.

       09A-FIND-DECK-CARD SECTION.
           MOVE SPACES TO deckhist-dsn.
           STRING FUNCTION TRIM(deckhist-base) ".D" rr-run-id(1:8)
               DELIMITED BY SIZE INTO deckhist-dsn.
           OPEN INPUT DECKHIST-FILE.
           IF deckhist-status NOT = "00" THEN
                MOVE SPACES TO deckhist-status
                GO TO 09A-FIND-DECK-CARD-EXIT
           END-IF.
           PERFORM UNTIL deckhist-status NOT = "00"
               READ DECKHIST-FILE
                   AT END MOVE "10" TO deckhist-status
                   NOT AT END
                       MOVE DECKHIST-REC TO DECK-HISTORY-RECORD
                       IF DH-CARD-ENTRY
                               AND DH-STEP-ID = rr-step-id
                               AND DH-PROBLEM-ID = rr-program THEN
                            MOVE DH-PARMS TO rerun-parms
                            MOVE "DECKHIST" TO RERUN-SOURCE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DECKHIST-FILE.
       09A-FIND-DECK-CARD-EXIT.
           EXIT.

       09B-REBUILD-FROM-KEYS SECTION.
           MOVE 0 TO keys-idx.
           PERFORM VARYING slot-idx FROM 1 BY 1
                   UNTIL slot-idx > keys-count
               IF KT-PROGRAM(slot-idx) = rr-program THEN
                    MOVE slot-idx TO keys-idx
               END-IF
           END-PERFORM.
           IF keys-idx = 0 THEN
                GO TO 09B-REBUILD-FROM-KEYS-EXIT
           END-IF.
           MOVE SPACES TO KEY-SPLIT.
           UNSTRING KT-NAMES(keys-idx) DELIMITED BY ALL " "
               INTO KEY-NAME(1) KEY-NAME(2) KEY-NAME(3)
                    KEY-NAME(4) KEY-NAME(5) KEY-NAME(6).
           MOVE SPACES TO PARM-TOKENS.
           UNSTRING rr-effective DELIMITED BY ALL " "
               INTO EP-TOKEN(1) EP-TOKEN(2) EP-TOKEN(3)
                    EP-TOKEN(4) EP-TOKEN(5) EP-TOKEN(6)
                    EP-TOKEN(7) EP-TOKEN(8).
           MOVE SPACES TO SLOT-VALUES.
           MOVE 0 TO slot-high.
           PERFORM VARYING ep-idx FROM 1 BY 1 UNTIL ep-idx > 8
               IF EP-TOKEN(ep-idx) NOT = SPACES THEN
                    MOVE 0 TO eq-count
                    INSPECT EP-TOKEN(ep-idx)
                        TALLYING eq-count FOR ALL "="
                    IF eq-count = 0 THEN
                         GO TO 09B-REBUILD-FROM-KEYS-EXIT
                    END-IF
                    MOVE SPACES TO ep-name-part
                    MOVE SPACES TO ep-value-part
                    UNSTRING EP-TOKEN(ep-idx) DELIMITED BY "="
                        INTO ep-name-part ep-value-part
                    PERFORM 09D-PLACE-IN-SLOT
                    IF slot-idx > 6 OR ep-value-part = SPACES THEN
                         GO TO 09B-REBUILD-FROM-KEYS-EXIT
                    END-IF
               END-IF
           END-PERFORM.
           IF slot-high = 0 THEN
                GO TO 09B-REBUILD-FROM-KEYS-EXIT
           END-IF.
           MOVE 1 TO parm-ptr.
           PERFORM VARYING slot-idx FROM 1 BY 1
                   UNTIL slot-idx > slot-high
               IF SLOT-VALUE(slot-idx) = SPACES THEN
                    MOVE SPACES TO rerun-parms
                    GO TO 09B-REBUILD-FROM-KEYS-EXIT
               END-IF
               IF slot-idx > 1 THEN
                    STRING " " DELIMITED BY SIZE
                        INTO rerun-parms WITH POINTER parm-ptr
               END-IF
               STRING FUNCTION TRIM(SLOT-VALUE(slot-idx))
                   DELIMITED BY SIZE
                   INTO rerun-parms WITH POINTER parm-ptr
           END-PERFORM.
           MOVE "PROBCAT" TO RERUN-SOURCE.
       09B-REBUILD-FROM-KEYS-EXIT.
           EXIT.

       09D-PLACE-IN-SLOT SECTION.
*> Leaves slot-idx past 6 when the name is not one of the keys.
           PERFORM VARYING slot-idx FROM 1 BY 1
                   UNTIL slot-idx > 6
                      OR (KEY-NAME(slot-idx) NOT = SPACES
                          AND KEY-NAME(slot-idx) = ep-name-part)
               CONTINUE
           END-PERFORM.
           IF slot-idx <= 6 THEN
                MOVE ep-value-part TO SLOT-VALUE(slot-idx)
                IF slot-idx > slot-high THEN
                     MOVE slot-idx TO slot-high
                END-IF
           END-IF.

       09C-WRITE-RERUN-CARDS SECTION.
*> Past 50 columns the string goes on continuation cards, each
*> break made just ahead of a blank - the runner drops trailing
*> blanks at a splice but keeps leading ones.
           COMPUTE parm-len = FUNCTION LENGTH(FUNCTION
               TRIM(rerun-parms TRAILING)).
           MOVE 1 TO chunk-start.
           MOVE SPACES TO BATCH-PARM-RECORD.
           MOVE rr-program TO BP-PROBLEM-ID.
           MOVE "N" TO BP-REUSE.
           PERFORM UNTIL chunk-start > parm-len
               COMPUTE chunk-len = parm-len - chunk-start + 1
               IF chunk-len > 50 THEN
                    MOVE 50 TO chunk-len
                    PERFORM VARYING split-pos FROM 50 BY -1
                            UNTIL split-pos = 0
                               OR rerun-parms(chunk-start
                                   + split-pos:1) = SPACE
                        CONTINUE
                    END-PERFORM
                    IF split-pos = 0 THEN
                         MOVE SPACES TO RERUN-SOURCE
                         GO TO 09C-WRITE-RERUN-CARDS-EXIT
                    END-IF
                    MOVE split-pos TO chunk-len
               END-IF
               MOVE rerun-parms(chunk-start:chunk-len)
                   TO BP-PARM-VALUE
               ADD chunk-len TO chunk-start
               IF chunk-start <= parm-len THEN
                    MOVE "C" TO BP-CONTINUATION
               END-IF
               MOVE BATCH-PARM-RECORD TO RERUNDECK-REC
               WRITE RERUNDECK-REC
               MOVE SPACES TO BATCH-PARM-RECORD
           END-PERFORM.
           ADD 1 TO rerun-count.
           MOVE rr-program TO RT-PROGRAM(rerun-count).
           MOVE rerun-parms TO RT-PARMS(rerun-count).
           ADD 1 TO punched-count.
       09C-WRITE-RERUN-CARDS-EXIT.
           EXIT.

       10-LIST-UNJOINED-LOADS SECTION.
*> A bad load no answer accounts for, once per run: a step gets
*> its DECKHIST card rerun, an ad-hoc run is only listed.
           PERFORM VARYING load-idx FROM 1 BY 1
                   UNTIL load-idx > load-count
               IF NOT LD-IS-JOINED(load-idx) THEN
                    PERFORM 10A-LIST-ONE-LOAD
               END-IF
           END-PERFORM.

       10A-LIST-ONE-LOAD SECTION.
           MOVE "N" TO LOAD-REPEATED.
           PERFORM VARYING earlier-idx FROM 1 BY 1
                   UNTIL earlier-idx >= load-idx
               IF NOT LD-IS-JOINED(earlier-idx)
                       AND LD-PROGRAM(earlier-idx)
                           = LD-PROGRAM(load-idx)
                       AND LD-RUN-ID(earlier-idx)
                           = LD-RUN-ID(load-idx)
                       AND LD-STEP-ID(earlier-idx)
                           = LD-STEP-ID(load-idx)
                       AND (LD-STEP-ID(load-idx) NOT = SPACES
                           OR LD-TIME(earlier-idx)(1:12)
                               = LD-TIME(load-idx)(1:12)) THEN
                    MOVE "Y" TO LOAD-REPEATED
               END-IF
           END-PERFORM.
           IF LOAD-ALREADY-LISTED THEN
                GO TO 10A-LIST-ONE-LOAD-EXIT
           END-IF.
           ADD 1 TO unjoined-count.
           DISPLAY "STATE-IMPACT: " FUNCTION TRIM(LD-PROGRAM(load-idx))
                   " READ " FUNCTION TRIM(LD-FILE(load-idx))
                   " AT " LD-TIME(load-idx)(1:14)
                   " - NO ANSWER ON RESULTLOG".
           IF LD-STEP-ID(load-idx) = SPACES THEN
                DISPLAY "STATE-IMPACT:     AD-HOC RUN, NOTHING "
                        "TO RERUN"
                GO TO 10A-LIST-ONE-LOAD-EXIT
           END-IF.
           MOVE LD-PROGRAM(load-idx) TO rr-program.
           MOVE LD-RUN-ID(load-idx) TO rr-run-id.
           MOVE LD-STEP-ID(load-idx) TO rr-step-id.
           MOVE SPACES TO rr-effective.
           PERFORM 09-PUNCH-RERUN.
           IF RERUN-SOURCE = SPACES THEN
                DISPLAY "STATE-IMPACT:     STEP "
                        FUNCTION TRIM(LD-STEP-ID(load-idx))
                        " HAS NO CARD OF ITS OWN ON DECKHIST, "
                        "NOTHING TO RERUN"
           END-IF.
       10A-LIST-ONE-LOAD-EXIT.
           EXIT.

       COPY REGCFPR.

       END PROGRAM STATE-IMPACT.
