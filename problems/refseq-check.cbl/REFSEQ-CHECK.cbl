       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFSEQ-CHECK.
*> Holds logged answers to published values. ANSWER-CERTIFY only
*> knows that two runs agreed with each other; REFSEQ (maintained
*> by REFSEQ-MAINT, layout in REFSQWS) carries values published
*> outside this shop - partition numbers p(n), Euler 114 block
*> counts, red/green/blue tiling counts, prime sums and prime
*> counts at the powers of ten - and this compares every RESULTLOG
*> answer whose effective parameters fall on a published row.
*>
*> A record falls on a row when it is the row's program and every
*> one of the row's NAME=VALUE tokens is among its effective
*> parameters, in any order, with no other token beside them but
*> the ones that cannot change the answer (the DEBUG, CURVE, CACHE
*> and SLICE switches) and the result tokens a program logs next to
*> its answer (COUNT, TOTAL, ROWS, RESULT). Field ANSWER compares
*> the logged answer, spilled values resolved in full; any other
*> field compares that token's value off the record. Leading zeros
*> do not count either way. A breakdown line - one whose logged
*> input ends in a word, such as RED-GREEN-AND-BLUE's AT-LEAST-RED
*> - shares its primary's parameters but not its answer and is
*> passed over, and so is an answer PROBLEM-RUNNER served from
*> CERTREG.
*>
*> Each program compared gets one line of checked, agreeing and
*> disagreeing counts. A disagreement is shown in full, written to
*> ALERTLOG (REFSEQ-DISAGREE, with the effective parameters), and
*> the pair is blocked from certification: a BLOCK card for it goes
*> on CERTXACT under the user-id REFSEQCHK for ANSWER-CERTIFY to
*> apply - once, not for a pair CERTREG already shows blocked or
*> one with a BLOCK card already waiting.
*>
*> Return codes: 0 every compared answer agreed (or none fell on a
*> published row), 8 at least one disagreed, 16 no REFSEQ file.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY RESLOGSL.
           COPY ANSWSSL.
           COPY ALRTSL.
           SELECT REFSEQ-FILE ASSIGN TO "REFSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS refseq-status.
           SELECT CERTREG-FILE ASSIGN USING certreg-dsn
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS certreg-status.
           SELECT CERTXACT-FILE ASSIGN TO "CERTXACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS certxact-status.
           COPY REGCFSL.
       DATA DIVISION.
       FILE SECTION.
       COPY RESLOGFD.
       COPY ANSWSFD.
       COPY ALRTFD.
       FD  REFSEQ-FILE.
       01  REFSEQ-REC PIC X(239).
       FD  CERTREG-FILE.
       01  CERTREG-REC PIC X(404).
       FD  CERTXACT-FILE.
       01  CERTXACT-REC PIC X(124).

       COPY REGCFFD.
       WORKING-STORAGE SECTION.
       COPY RESLOGWS.
       COPY ANSWSWS.
       COPY ALRTWS.
       COPY REFSQWS.
       01 refseq-status PIC XX.
       01 certreg-dsn PIC X(30) VALUE "CERTREG".
       01 certreg-status PIC XX.
       01 certxact-status PIC XX.

*> The published rows, each with its tokens split out once.
       01 ROW-TABLE-MAX PIC 9(4) BINARY VALUE 500.
       01 row-count PIC 9(4) BINARY VALUE ZERO.
       01 ROW-TABLE.
           05 ROW-ENTRY OCCURS 500 TIMES.
               10 RW-PROGRAM     PIC X(25).
               10 RW-PARMS       PIC X(60).
               10 RW-FIELD       PIC X(10).
               10 RW-VALUE       PIC X(120).
               10 RW-TOKEN-COUNT PIC 9(2) BINARY.
               10 RW-TOKEN       PIC X(40) OCCURS 8 TIMES.
       01 row-idx PIC 9(4) BINARY.

*> Tokens a record may carry beyond a row's own: switches that
*> cannot change the answer, and result tokens logged beside it.
       01 SPARE-TOKEN-NAMES.
           05 FILLER PIC X(10) VALUE "DEBUG".
           05 FILLER PIC X(10) VALUE "CURVE".
           05 FILLER PIC X(10) VALUE "CACHE".
           05 FILLER PIC X(10) VALUE "SLICE".
           05 FILLER PIC X(10) VALUE "COUNT".
           05 FILLER PIC X(10) VALUE "TOTAL".
           05 FILLER PIC X(10) VALUE "ROWS".
           05 FILLER PIC X(10) VALUE "RESULT".
       01 SPARE-TOKEN-TABLE REDEFINES SPARE-TOKEN-NAMES.
           05 SPARE-TOKEN-NAME PIC X(10) OCCURS 8 TIMES.
       01 SPARE-TOKEN-COUNT PIC 9(2) BINARY VALUE 8.
       01 spare-idx PIC 9(2) BINARY.

       01 REC-TOKENS.
           05 REC-TOKEN PIC X(40) OCCURS 12 TIMES.
       01 rec-token-count PIC 9(2) BINARY.
       01 rec-idx PIC 9(2) BINARY.
       01 row-tok-idx PIC 9(2) BINARY.
       01 tok-name PIC X(40).
       01 tok-value PIC X(40).
       01 TOKEN-FOUND PIC X.
           88 TOKEN-IS-FOUND VALUE "Y".
       01 ROW-MATCHES PIC X.
           88 ROW-DOES-MATCH VALUE "Y".

       01 INPUT-WORDS.
           05 INPUT-WORD PIC X(36) OCCURS 4 TIMES.
       01 input-word-count PIC 9(2) BINARY.

       01 published-value PIC X(250).
       01 logged-value PIC X(250).
       01 digit-work PIC X(250).
       01 digit-shift PIC X(250).
       01 digit-pos PIC 9(3) BINARY.
       01 digit-len PIC 9(3) BINARY.

*> Per-program tallies, in the order the programs were first met.
       01 PROG-TABLE-MAX PIC 9(2) BINARY VALUE 50.
       01 prog-count PIC 9(2) BINARY VALUE ZERO.
       01 PROG-TABLE.
           05 PROG-ENTRY OCCURS 50 TIMES.
               10 PG-PROGRAM  PIC X(25).
               10 PG-CHECKED  PIC 9(6) BINARY.
               10 PG-AGREE    PIC 9(6) BINARY.
               10 PG-DISAGREE PIC 9(6) BINARY.
       01 prog-idx PIC 9(2) BINARY.
       01 prog-match PIC 9(2) BINARY.

*> Pairs already blocked on CERTREG or with a BLOCK card waiting,
*> and the pairs this run has carded.
       01 BLOCK-TABLE-MAX PIC 9(4) BINARY VALUE 300.
       01 block-count PIC 9(4) BINARY VALUE ZERO.
       01 BLOCK-TABLE.
           05 BLOCK-ENTRY OCCURS 300 TIMES.
               10 BK-PROGRAM   PIC X(25).
               10 BK-EFFECTIVE PIC X(80).
       01 block-idx PIC 9(4) BINARY.
       01 PAIR-BLOCKED PIC X.
           88 PAIR-IS-BLOCKED VALUE "Y".

       01 CERTREG-WORK.
           05 CR-PROGRAM     PIC X(25) VALUE SPACES.
           05 FILLER         PIC X(01) VALUE SPACE.
           05 CR-EFFECTIVE   PIC X(80) VALUE SPACES.
           05 FILLER         PIC X(01) VALUE SPACE.
           05 CR-STATUS      PIC X(04) VALUE SPACES.
           05 FILLER         PIC X(293) VALUE SPACES.
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

       01 checked-count PIC 9(6) VALUE ZERO.
       01 agree-count PIC 9(6) VALUE ZERO.
       01 disagree-count PIC 9(6) VALUE ZERO.
       01 carded-count PIC 9(4) BINARY VALUE ZERO.
       01 count-shown PIC Z(5)9.
       01 agree-shown PIC Z(5)9.
       01 disagree-shown PIC Z(5)9.

       COPY REGCFWS.

       PROCEDURE DIVISION.
       00-MAIN SECTION.
           MOVE "REFSEQ-CHECK" TO AL-PROGRAM-ID.
           PERFORM 9800-LOAD-REGION-CONFIG.
           MOVE RESULTS-LOG-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO RESULTS-LOG-DSN.
           MOVE ANSWER-SPILL-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO ANSWER-SPILL-DSN.
           MOVE ALERT-LOG-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO ALERT-LOG-DSN.
           MOVE certreg-dsn TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO certreg-dsn.

           PERFORM 01-LOAD-REFSEQ.
           PERFORM 02-LOAD-BLOCKED-PAIRS.
           PERFORM 03-SCAN-RESULTS.
           IF CERTXACT-IS-OPEN THEN
                CLOSE CERTXACT-FILE
           END-IF.

           PERFORM VARYING prog-idx FROM 1 BY 1
                   UNTIL prog-idx > prog-count
               MOVE PG-CHECKED(prog-idx) TO count-shown
               MOVE PG-AGREE(prog-idx) TO agree-shown
               MOVE PG-DISAGREE(prog-idx) TO disagree-shown
               DISPLAY "REFSEQ-CHECK: " PG-PROGRAM(prog-idx)
                       count-shown " CHECKED" agree-shown " AGREE"
                       disagree-shown " DISAGREE"
           END-PERFORM.
           DISPLAY "REFSEQ-CHECK: " row-count " PUBLISHED ROW(S), "
                   checked-count " ANSWER(S) COMPARED, "
                   agree-count " AGREE, " disagree-count
                   " DISAGREE, " carded-count
                   " BLOCK(S) ON CERTXACT".
           IF disagree-count > 0 THEN
                MOVE 8 TO RETURN-CODE
           ELSE
                MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       01-LOAD-REFSEQ SECTION.
           OPEN INPUT REFSEQ-FILE.
           IF refseq-status = "35" THEN
                DISPLAY "REFSEQ-CHECK: NO REFSEQ REFERENCE FILE "
                        "ON HAND"
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
           PERFORM UNTIL refseq-status = "10"
               READ REFSEQ-FILE
                   AT END MOVE "10" TO refseq-status
                   NOT AT END
                       MOVE REFSEQ-REC TO REFSEQ-RECORD
                       IF RQ-PROGRAM NOT = SPACES
                               AND row-count < ROW-TABLE-MAX
                            PERFORM 01A-TAKE-ONE-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REFSEQ-FILE.

       01A-TAKE-ONE-ROW SECTION.
           ADD 1 TO row-count.
           MOVE RQ-PROGRAM TO RW-PROGRAM(row-count).
           MOVE RQ-PARMS TO RW-PARMS(row-count).
           MOVE RQ-FIELD TO RW-FIELD(row-count).
           MOVE RQ-VALUE TO RW-VALUE(row-count).
           MOVE 0 TO RW-TOKEN-COUNT(row-count).
           PERFORM VARYING row-tok-idx FROM 1 BY 1
                   UNTIL row-tok-idx > 8
               MOVE SPACES TO RW-TOKEN(row-count, row-tok-idx)
           END-PERFORM.
           UNSTRING RQ-PARMS DELIMITED BY ALL " "
               INTO RW-TOKEN(row-count, 1) RW-TOKEN(row-count, 2)
                    RW-TOKEN(row-count, 3) RW-TOKEN(row-count, 4)
                    RW-TOKEN(row-count, 5) RW-TOKEN(row-count, 6)
                    RW-TOKEN(row-count, 7) RW-TOKEN(row-count, 8)
               TALLYING IN RW-TOKEN-COUNT(row-count).

       02-LOAD-BLOCKED-PAIRS SECTION.
           OPEN INPUT CERTREG-FILE.
           IF certreg-status = "00" THEN
                PERFORM UNTIL certreg-status NOT = "00"
                    READ CERTREG-FILE
                        AT END MOVE "10" TO certreg-status
                        NOT AT END
                            MOVE CERTREG-REC TO CERTREG-WORK
                            IF CR-STATUS = "BLOK" THEN
                                 MOVE CR-PROGRAM TO CX-PROGRAM
                                 MOVE CR-EFFECTIVE TO CX-EFFECTIVE
                                 PERFORM 02A-NOTE-BLOCKED-PAIR
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CERTREG-FILE
           END-IF.
           OPEN INPUT CERTXACT-FILE.
           IF certxact-status NOT = "00" THEN
                GO TO 02-LOAD-BLOCKED-PAIRS-EXIT
           END-IF.
           PERFORM UNTIL certxact-status NOT = "00"
               READ CERTXACT-FILE
                   AT END MOVE "10" TO certxact-status
                   NOT AT END
                       MOVE CERTXACT-REC TO CERTXACT-LINE
                       IF CX-ACTION = "BLOCK" THEN
                            PERFORM 02A-NOTE-BLOCKED-PAIR
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CERTXACT-FILE.
       02-LOAD-BLOCKED-PAIRS-EXIT.
           EXIT.

       02A-NOTE-BLOCKED-PAIR SECTION.
           IF block-count < BLOCK-TABLE-MAX THEN
                ADD 1 TO block-count
                MOVE CX-PROGRAM TO BK-PROGRAM(block-count)
                MOVE CX-EFFECTIVE TO BK-EFFECTIVE(block-count)
           END-IF.

       03-SCAN-RESULTS SECTION.
           OPEN INPUT RESULTS-LOG-FILE.
           IF RESULTS-LOG-STATUS NOT = "00" THEN
                DISPLAY "REFSEQ-CHECK: NO RESULTLOG ON HAND"
                GO TO 03-SCAN-RESULTS-EXIT
           END-IF.
           PERFORM UNTIL RESULTS-LOG-STATUS NOT = "00"
               READ RESULTS-LOG-FILE
                   AT END MOVE "10" TO RESULTS-LOG-STATUS
                   NOT AT END
                       MOVE RESULTS-LOG-RECORD TO RESULTS-LOG-WORK
                       IF RL-PROGRAM-ID NOT = SPACES
                               AND RL-EFFECTIVE-PARMS NOT = SPACES
                               AND NOT RL-SERVED-FROM-CERTREG
                            PERFORM 04-JUDGE-ONE-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RESULTS-LOG-FILE.
       03-SCAN-RESULTS-EXIT.
           EXIT.

       04-JUDGE-ONE-RECORD SECTION.
*> A breakdown line's input ends in a word, not a number.
           MOVE SPACES TO INPUT-WORDS.
           MOVE 0 TO input-word-count.
           UNSTRING FUNCTION TRIM(RL-INPUT-PARM) DELIMITED BY ALL " "
               INTO INPUT-WORD(1) INPUT-WORD(2) INPUT-WORD(3)
                    INPUT-WORD(4)
               TALLYING IN input-word-count.
           IF input-word-count > 4 THEN
                MOVE 4 TO input-word-count
           END-IF.
           IF input-word-count > 0 THEN
                IF FUNCTION TRIM(INPUT-WORD(input-word-count))
                        IS NOT NUMERIC THEN
                     GO TO 04-JUDGE-ONE-RECORD-EXIT
                END-IF
           END-IF.

           MOVE SPACES TO REC-TOKENS.
           MOVE 0 TO rec-token-count.
           UNSTRING RL-EFFECTIVE-PARMS DELIMITED BY ALL " "
               INTO REC-TOKEN(1) REC-TOKEN(2) REC-TOKEN(3)
                    REC-TOKEN(4) REC-TOKEN(5) REC-TOKEN(6)
                    REC-TOKEN(7) REC-TOKEN(8) REC-TOKEN(9)
                    REC-TOKEN(10) REC-TOKEN(11) REC-TOKEN(12)
               TALLYING IN rec-token-count.

           MOVE SPACES TO SPILL-VALUE-WORK.
           PERFORM VARYING row-idx FROM 1 BY 1
                   UNTIL row-idx > row-count
               IF RW-PROGRAM(row-idx) = RL-PROGRAM-ID THEN
                    PERFORM 05-MATCH-ROW
                    IF ROW-DOES-MATCH THEN
                         PERFORM 06-COMPARE-ROW
                    END-IF
               END-IF
           END-PERFORM.
       04-JUDGE-ONE-RECORD-EXIT.
           EXIT.

       05-MATCH-ROW SECTION.
*> Every row token on the record, and every record token either a
*> row token, the field compared, or one that cannot matter.
           MOVE "Y" TO ROW-MATCHES.
           PERFORM VARYING row-tok-idx FROM 1 BY 1
                   UNTIL row-tok-idx > RW-TOKEN-COUNT(row-idx)
                      OR NOT ROW-DOES-MATCH
               MOVE "N" TO TOKEN-FOUND
               PERFORM VARYING rec-idx FROM 1 BY 1
                       UNTIL rec-idx > rec-token-count
                   IF REC-TOKEN(rec-idx)
                           = RW-TOKEN(row-idx, row-tok-idx) THEN
                        MOVE "Y" TO TOKEN-FOUND
                   END-IF
               END-PERFORM
               IF NOT TOKEN-IS-FOUND THEN
                    MOVE "N" TO ROW-MATCHES
               END-IF
           END-PERFORM.
           IF NOT ROW-DOES-MATCH THEN
                GO TO 05-MATCH-ROW-EXIT
           END-IF.
           PERFORM VARYING rec-idx FROM 1 BY 1
                   UNTIL rec-idx > rec-token-count
                      OR NOT ROW-DOES-MATCH
               IF REC-TOKEN(rec-idx) NOT = SPACES THEN
                    PERFORM 05A-JUDGE-RECORD-TOKEN
                    IF NOT TOKEN-IS-FOUND THEN
                         MOVE "N" TO ROW-MATCHES
                    END-IF
               END-IF
           END-PERFORM.
       05-MATCH-ROW-EXIT.
           EXIT.

       05A-JUDGE-RECORD-TOKEN SECTION.
           MOVE "N" TO TOKEN-FOUND.
           PERFORM VARYING row-tok-idx FROM 1 BY 1
                   UNTIL row-tok-idx > RW-TOKEN-COUNT(row-idx)
               IF REC-TOKEN(rec-idx)
                       = RW-TOKEN(row-idx, row-tok-idx) THEN
                    MOVE "Y" TO TOKEN-FOUND
               END-IF
           END-PERFORM.
           IF TOKEN-IS-FOUND THEN
                GO TO 05A-JUDGE-RECORD-TOKEN-EXIT
           END-IF.
           MOVE SPACES TO tok-name.
           UNSTRING REC-TOKEN(rec-idx) DELIMITED BY "="
               INTO tok-name.
           IF tok-name = RW-FIELD(row-idx) THEN
                MOVE "Y" TO TOKEN-FOUND
                GO TO 05A-JUDGE-RECORD-TOKEN-EXIT
           END-IF.
           PERFORM VARYING spare-idx FROM 1 BY 1
                   UNTIL spare-idx > SPARE-TOKEN-COUNT
               IF tok-name = SPARE-TOKEN-NAME(spare-idx) THEN
                    MOVE "Y" TO TOKEN-FOUND
               END-IF
           END-PERFORM.
       05A-JUDGE-RECORD-TOKEN-EXIT.
           EXIT.

       06-COMPARE-ROW SECTION.
           MOVE RW-VALUE(row-idx) TO digit-work.
           PERFORM 07-NORMALIZE-DIGITS.
           MOVE digit-work TO published-value.

           IF RW-FIELD(row-idx) = "ANSWER" THEN
                IF SPILL-VALUE-WORK = SPACES THEN
                     MOVE RL-ANSWER TO SPILL-LOOKUP
                     PERFORM 9060-FETCH-SPILLED-ANSWER
                END-IF
                MOVE SPILL-VALUE-WORK TO digit-work
           ELSE
                MOVE SPACES TO digit-work
                PERFORM VARYING rec-idx FROM 1 BY 1
                        UNTIL rec-idx > rec-token-count
                    MOVE SPACES TO tok-name
                    MOVE SPACES TO tok-value
                    UNSTRING REC-TOKEN(rec-idx) DELIMITED BY "="
                        INTO tok-name tok-value
                    IF tok-name = RW-FIELD(row-idx) THEN
                         MOVE tok-value TO digit-work
                    END-IF
                END-PERFORM
           END-IF.
           PERFORM 07-NORMALIZE-DIGITS.
           MOVE digit-work TO logged-value.

           MOVE 0 TO prog-match.
           PERFORM VARYING prog-idx FROM 1 BY 1
                   UNTIL prog-idx > prog-count
                      OR prog-match NOT = 0
               IF PG-PROGRAM(prog-idx) = RL-PROGRAM-ID THEN
                    MOVE prog-idx TO prog-match
               END-IF
           END-PERFORM.
           IF prog-match = 0 AND prog-count < PROG-TABLE-MAX THEN
                ADD 1 TO prog-count
                MOVE prog-count TO prog-match
                MOVE RL-PROGRAM-ID TO PG-PROGRAM(prog-match)
                MOVE 0 TO PG-CHECKED(prog-match)
                MOVE 0 TO PG-AGREE(prog-match)
                MOVE 0 TO PG-DISAGREE(prog-match)
           END-IF.

           ADD 1 TO checked-count.
           IF prog-match NOT = 0 THEN
                ADD 1 TO PG-CHECKED(prog-match)
           END-IF.
           IF logged-value = published-value THEN
                ADD 1 TO agree-count
                IF prog-match NOT = 0 THEN
                     ADD 1 TO PG-AGREE(prog-match)
                END-IF
                GO TO 06-COMPARE-ROW-EXIT
           END-IF.

           ADD 1 TO disagree-count.
           IF prog-match NOT = 0 THEN
                ADD 1 TO PG-DISAGREE(prog-match)
           END-IF.
           DISPLAY "REFSEQ-CHECK: DISAGREE - "
                   FUNCTION TRIM(RL-PROGRAM-ID) " "
                   FUNCTION TRIM(RL-EFFECTIVE-PARMS)
                   " FINISHED " RL-TIMESTAMP(1:14).
           DISPLAY "   PUBLISHED " FUNCTION TRIM(RW-FIELD(row-idx))
                   " " FUNCTION TRIM(published-value).
           DISPLAY "   LOGGED    " FUNCTION TRIM(RW-FIELD(row-idx))
                   " " FUNCTION TRIM(logged-value).
           MOVE "REFSEQ-DISAGREE" TO AL-REASON-CODE.
           MOVE RL-EFFECTIVE-PARMS(1:36) TO AL-PARM-VALUE.
           PERFORM 9600-LOG-ALERT.
           PERFORM 08-PUNCH-BLOCK.
       06-COMPARE-ROW-EXIT.
           EXIT.

       07-NORMALIZE-DIGITS SECTION.
*> Leading zeros off a digit string; all zeros leaves one. Anything
*> that is not all digits is compared as it stands.
           IF digit-work = SPACES THEN
                GO TO 07-NORMALIZE-DIGITS-EXIT
           END-IF.
           MOVE FUNCTION TRIM(digit-work) TO digit-work.
           COMPUTE digit-len = FUNCTION LENGTH(FUNCTION
               TRIM(digit-work TRAILING)).
           IF digit-work(1:digit-len) IS NOT NUMERIC THEN
                GO TO 07-NORMALIZE-DIGITS-EXIT
           END-IF.
           MOVE 1 TO digit-pos.
           PERFORM UNTIL digit-pos >= digit-len
                      OR digit-work(digit-pos:1) NOT = "0"
               ADD 1 TO digit-pos
           END-PERFORM.
           IF digit-pos > 1 THEN
                MOVE digit-work(digit-pos:) TO digit-shift
                MOVE digit-shift TO digit-work
           END-IF.
       07-NORMALIZE-DIGITS-EXIT.
           EXIT.

       08-PUNCH-BLOCK SECTION.
           MOVE "N" TO PAIR-BLOCKED.
           PERFORM VARYING block-idx FROM 1 BY 1
                   UNTIL block-idx > block-count
               IF BK-PROGRAM(block-idx) = RL-PROGRAM-ID
                       AND BK-EFFECTIVE(block-idx)
                           = RL-EFFECTIVE-PARMS THEN
                    MOVE "Y" TO PAIR-BLOCKED
               END-IF
           END-PERFORM.
           IF PAIR-IS-BLOCKED THEN
                GO TO 08-PUNCH-BLOCK-EXIT
           END-IF.
           IF NOT CERTXACT-IS-OPEN THEN
                OPEN EXTEND CERTXACT-FILE
                IF certxact-status = "35" THEN
                     OPEN OUTPUT CERTXACT-FILE
                END-IF
                MOVE "Y" TO CERTXACT-OPENED
           END-IF.
           MOVE "BLOCK" TO CX-ACTION.
           MOVE RL-PROGRAM-ID TO CX-PROGRAM.
           MOVE RL-EFFECTIVE-PARMS TO CX-EFFECTIVE.
           MOVE "REFSEQCHK" TO CX-USER-ID.
           MOVE CERTXACT-LINE TO CERTXACT-REC.
           WRITE CERTXACT-REC.
           ADD 1 TO carded-count.
           PERFORM 02A-NOTE-BLOCKED-PAIR.
           DISPLAY "   BLOCK CARD PUNCHED ON CERTXACT".
       08-PUNCH-BLOCK-EXIT.
           EXIT.

       COPY ANSWSPR.

       COPY ALRTPR.

       COPY REGCFPR.

       END PROGRAM REFSEQ-CHECK.
