           COPY REGCFSL.
           COPY LOCKSL.
           COPY PRGHBSL.
           COPY MNFSTSL.
           SELECT RANK-FILE ASSIGN USING RANK-DSN
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       COPY RESLOGFD.
       COPY REGCFFD.
       COPY LOCKFD.
       COPY PRGHBFD.
       COPY MNFSTFD.
       FD  RANK-FILE.
       01  RANK-REC PIC X(100).
       WORKING-STORAGE SECTION.
       COPY RESLOGWS.
       COPY SYSINWS.
       COPY RPTHDRWS.
       COPY ALRTWS.
       COPY PRGHBWS.
       COPY MNFSTWS.
       01 total    PIC S9(18) USAGE IS COMP-5 VALUE IS ZERO.
       01 buffer   PIC 9(18) USAGE IS COMP-5 VALUE IS ZERO.
       01 decimal-total PIC S9(18) USAGE IS COMP-5 VALUE IS ZERO.
       01 xc-answer-edit PIC Z(35)9.
       01 xc-mode-echo PIC X(10).

*> Rank and unrank ("UNRANK" or "RANK" as argument 1, then the
*> index or number, HEX-SIZE, and the optional RADIX, COEFS and
*> COUNT-MODE): the qualifying numbers of up to HEX-SIZE digits
*> taken in ascending order, the smallest at index 1. Nothing is
*> enumerated - each digit position is settled by counting how
*> many qualifying completions follow each candidate digit, by
*> the ATLEAST inclusion-exclusion or, for EXACT and ATMOST, by
*> 09-MULTINOMIAL over the occurrences still owed. Both modes need
*> the digit identities, so a raw coefficient list is refused and
*> no COEFS at all means the classic 0,1,A. A range ("a-b") of
*> indexes - or of numbers, for RANK, meaning every qualifying
*> number between them - goes to HEXRANK, one rank and number a
*> row, closed by a trailer. Keyword cards carry no slot for the
*> index, so these modes are requested positionally.
       01 RANK-DSN PIC X(30) VALUE "HEXRANK".
       01 RANK-MODE PIC X(6) VALUE SPACES.
           88 RANK-REQUESTED VALUE "RANK".
           88 UNRANK-REQUESTED VALUE "UNRANK".
       01 RANK-SPAN-MAX PIC 9(9) BINARY VALUE 100000.
       01 RANK-HEX-SIZE-MAX PIC 99 BINARY VALUE 32.
       01 rk-arg PIC X(80).
       01 rk-hyphens PIC 9(2) BINARY.
       01 rk-token-1 PIC X(40).
       01 rk-token-2 PIC X(40).
       01 RK-RANGE PIC X VALUE "N".
           88 RK-RANGE-ON VALUE "Y".
       01 rk-from PIC 9(36).
       01 rk-to PIC 9(36).
       01 rk-index PIC 9(36).
       01 rk-below PIC 9(36).
       01 rk-comp PIC 9(36).
       01 rk-acc PIC S9(36).
       01 rk-pow PIC 9(36).
       01 rk-binom PIC 9(2) BINARY.
       01 rk-grand PIC 9(36).
       01 rk-span PIC 9(36).
       01 rk-rows PIC 9(9) BINARY VALUE ZERO.
       01 RK-LEN-COUNTS.
           05 RK-LEN-COUNT PIC 9(36) OCCURS 32 TIMES.
       01 RK-NUMBER-DIGITS.
           05 RK-DIGIT PIC 9(2) BINARY OCCURS 32 TIMES.
       01 RK-SEEN-COUNTS.
           05 RK-SEEN-COUNT PIC 9(2) BINARY OCCURS 3 TIMES.
       01 rk-len PIC 9(2) BINARY.
       01 rk-l PIC 9(2) BINARY.
       01 rk-pos PIC 9(2) BINARY.
       01 rk-d PIC 9(2) BINARY.
       01 rk-d-low PIC 9(2) BINARY.
       01 rk-rest PIC S9(4) BINARY.
       01 rk-missing PIC 9(2) BINARY.
       01 rk-j PIC 9(2) BINARY.
       01 rk-s PIC 9(2) BINARY.
       01 rk-step PIC S9(2) BINARY.
       01 rk-ka PIC 9(2) BINARY.
       01 rk-kb PIC 9(2) BINARY.
       01 rk-kc PIC 9(2) BINARY.
       01 RK-FOUND PIC X.
           88 RK-DIGIT-FOUND VALUE "Y".
       01 RK-QUALIFY PIC X.
           88 RK-QUALIFIES VALUE "Y".
       01 rk-text PIC X(32).
       01 rk-char PIC X.
       01 rk-index-edit PIC Z(35)9.
       01 rk-first PIC 9(36).
       01 rk-last PIC 9(36).
       01 RANK-WORK.
           05 RW-RANK PIC Z(35)9.
           05 FILLER PIC X(3) VALUE " : ".
           05 RW-NUMBER PIC X(32) JUSTIFIED RIGHT.
*> HEXRANK's trailer: the row count, then the first and last rank
*> the file covers, so it is provably complete and tied to the
*> range it answers.
       01 RANK-TRAILER-WORK.
           05 FILLER PIC X(08) VALUE "TRAILER ".
           05 RT-COUNT PIC 9(09) VALUE ZERO.
           05 FILLER PIC X(01) VALUE SPACE.
           05 RT-FIRST PIC 9(36) VALUE ZERO.
           05 FILLER PIC X(01) VALUE SPACE.
           05 RT-LAST PIC 9(36) VALUE ZERO.

       01 hex-size-edit PIC Z9.
       01 radix-edit PIC Z9.
       01 coef-a-edit PIC Z(3)9.
           MOVE HEARTBEAT-BASE-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO HEARTBEAT-BASE-DSN.
           MOVE RANK-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO RANK-DSN.
           MOVE MANIFEST-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO MANIFEST-DSN.

           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER.
*> A VERSION inquiry answers and stops before any argument
           PERFORM 9300-GET-PARAMETERS.
           MOVE 1 TO ARG-NUM.
           PERFORM 9320-GET-ARGUMENT.
           IF FUNCTION TRIM(VALIDATE-BUFFER) = "RANK"
                   OR FUNCTION TRIM(VALIDATE-BUFFER) = "UNRANK" THEN
                MOVE FUNCTION TRIM(VALIDATE-BUFFER) TO RANK-MODE
                PERFORM 11-PARSE-RANK-ARGUMENTS
                PERFORM 12-RUN-RANK-MODE
                STOP RUN
           END-IF.
           MOVE 2 TO VALIDATE-MAXLEN.
           MOVE "HEX-SIZE" TO VALIDATE-LABEL.
           PERFORM 9100-VALIDATE-NUMERIC.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       11-PARSE-RANK-ARGUMENTS SECTION.
           IF ARG-COUNT < 3 THEN
                DISPLAY "FACTORIAL-TRAILING-DIGITS: USAGE IS "
                        FUNCTION TRIM(RANK-MODE)
                        " INDEX-OR-NUMBER[-LAST] HEX-SIZE [RADIX] "
                        "[COEFS] [COUNT-MODE]"
                MOVE "RANK-USAGE" TO AL-REASON-CODE
                MOVE SPACES TO AL-PARM-VALUE
                PERFORM 9600-LOG-ALERT
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
           MOVE 2 TO ARG-NUM.
           PERFORM 9320-GET-ARGUMENT.
           MOVE VALIDATE-BUFFER TO rk-arg.
           MOVE 3 TO ARG-NUM.
           PERFORM 9320-GET-ARGUMENT.
           MOVE 2 TO VALIDATE-MAXLEN.
           MOVE "HEX-SIZE" TO VALIDATE-LABEL.
           PERFORM 9100-VALIDATE-NUMERIC.
           MOVE FUNCTION TRIM(VALIDATE-BUFFER) TO hex-size.
           IF hex-size = 0 OR hex-size > RANK-HEX-SIZE-MAX THEN
                MOVE RANK-HEX-SIZE-MAX TO hex-size-edit
                DISPLAY "FACTORIAL-TRAILING-DIGITS: RANK AND UNRANK "
                        "TAKE A HEX-SIZE OF 1 TO "
                        FUNCTION TRIM(hex-size-edit)
                MOVE "RANK-HEX-SIZE" TO AL-REASON-CODE
                MOVE VALIDATE-BUFFER TO AL-PARM-VALUE
                PERFORM 9600-LOG-ALERT
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
           IF ARG-COUNT >= 4 THEN
                MOVE 4 TO ARG-NUM
                PERFORM 9320-GET-ARGUMENT
                MOVE 2 TO VALIDATE-MAXLEN
                MOVE "RADIX" TO VALIDATE-LABEL
                PERFORM 9100-VALIDATE-NUMERIC
                MOVE FUNCTION TRIM(VALIDATE-BUFFER) TO RADIX
           END-IF.
           IF RADIX < 4 OR RADIX > 16 THEN
                DISPLAY "FACTORIAL-TRAILING-DIGITS: RADIX MUST BE "
                        "BETWEEN 4 AND 16"
                MOVE "RADIX-RANGE" TO AL-REASON-CODE
                MOVE VALIDATE-BUFFER TO AL-PARM-VALUE
                PERFORM 9600-LOG-ALERT
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
           MOVE "0,1,A" TO COEF-LIST-BUFFER.
           IF ARG-COUNT >= 5 THEN
                MOVE 5 TO ARG-NUM
                PERFORM 9320-GET-ARGUMENT
                MOVE VALIDATE-BUFFER TO COEF-LIST-BUFFER
           END-IF.
           PERFORM 06-SPLIT-DIGIT-TOKENS.
           IF ALL-SINGLE NOT = "Y" OR ds-count NOT = 3 THEN
                DISPLAY "FACTORIAL-TRAILING-DIGITS: RANK AND UNRANK "
                        "NEED THE DIGIT SET GIVEN AS THREE SINGLE "
                        "DIGITS"
                MOVE "RANK-NO-SET" TO AL-REASON-CODE
                MOVE COEF-LIST-BUFFER TO AL-PARM-VALUE
                PERFORM 9600-LOG-ALERT
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
           PERFORM 05-DERIVE-FROM-DIGIT-SET.
           IF ARG-COUNT >= 6 THEN
                MOVE 6 TO ARG-NUM
                PERFORM 9320-GET-ARGUMENT
                MOVE VALIDATE-BUFFER(1:10) TO COUNT-MODE-BUFFER
           END-IF.
           PERFORM 04B-PARSE-COUNT-MODE.

      *> The index (or number) argument, a single value or "a-b".
           MOVE 0 TO rk-hyphens.
           INSPECT rk-arg TALLYING rk-hyphens FOR ALL "-".
           MOVE SPACES TO rk-token-1.
           MOVE SPACES TO rk-token-2.
           IF rk-hyphens > 0 THEN
                MOVE "Y" TO RK-RANGE
                UNSTRING rk-arg DELIMITED BY "-"
                    INTO rk-token-1 rk-token-2
           ELSE
                MOVE rk-arg TO rk-token-1
           END-IF.
           IF UNRANK-REQUESTED THEN
                MOVE SPACES TO VALIDATE-BUFFER
                MOVE rk-token-1 TO VALIDATE-BUFFER
                MOVE 36 TO VALIDATE-MAXLEN
                MOVE "INDEX" TO VALIDATE-LABEL
                PERFORM 9100-VALIDATE-NUMERIC
                MOVE FUNCTION TRIM(VALIDATE-BUFFER) TO rk-from
                MOVE rk-from TO rk-to
                IF RK-RANGE-ON THEN
                     MOVE SPACES TO VALIDATE-BUFFER
                     MOVE rk-token-2 TO VALIDATE-BUFFER
                     PERFORM 9100-VALIDATE-NUMERIC
                     MOVE FUNCTION TRIM(VALIDATE-BUFFER) TO rk-to
                END-IF
                IF rk-from = 0 OR rk-from > rk-to THEN
                     DISPLAY "FACTORIAL-TRAILING-DIGITS: INDEXES "
                             "RUN FROM 1, FIRST <= LAST"
                     MOVE "RANK-INDEX-RANGE" TO AL-REASON-CODE
                     MOVE rk-arg TO AL-PARM-VALUE
                     PERFORM 9600-LOG-ALERT
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
                END-IF
           END-IF.

       12-RUN-RANK-MODE SECTION.
*> Qualifying counts per length first - every later step reads
*> them - and their sum, the size of the whole ordering.
           MOVE 0 TO rk-grand.
           PERFORM VARYING rk-l FROM 1 BY 1 UNTIL rk-l > hex-size
               PERFORM 15-COUNT-ONE-LENGTH
               ADD RK-LEN-COUNT(rk-l) TO rk-grand
                   ON SIZE ERROR
                       PERFORM 10-COUNT-OVERFLOW
               END-ADD
           END-PERFORM.

           IF RANK-REQUESTED THEN
                MOVE rk-token-1 TO rk-text
                PERFORM 16-LOAD-RANK-NUMBER
                PERFORM 13-RANK-ONE
                IF NOT RK-RANGE-ON THEN
                     GO TO 12-RUN-RANK-MODE-SINGLE
                END-IF
                COMPUTE rk-from = rk-below + 1
                MOVE rk-token-2 TO rk-text
                PERFORM 16-LOAD-RANK-NUMBER
                PERFORM 13-RANK-ONE
                MOVE rk-below TO rk-to
                IF RK-QUALIFIES THEN
                     ADD 1 TO rk-to
                END-IF
           ELSE
                IF rk-to > rk-grand THEN
                     MOVE rk-grand TO rk-index-edit
                     DISPLAY "FACTORIAL-TRAILING-DIGITS: ONLY "
                             FUNCTION TRIM(rk-index-edit)
                             " NUMBERS QUALIFY UP TO THIS HEX-SIZE"
                     MOVE "RANK-INDEX-BEYOND" TO AL-REASON-CODE
                     MOVE rk-arg TO AL-PARM-VALUE
                     PERFORM 9600-LOG-ALERT
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
                END-IF
                IF NOT RK-RANGE-ON THEN
                     MOVE rk-from TO rk-index
                     PERFORM 14-UNRANK-ONE
                     GO TO 12-RUN-RANK-MODE-SINGLE
                END-IF
           END-IF.

      *> A range: every rank from rk-from to rk-to, to HEXRANK.
           MOVE 0 TO rk-span.
           IF rk-to >= rk-from THEN
                COMPUTE rk-span = rk-to - rk-from + 1
           END-IF.
           IF rk-span > RANK-SPAN-MAX THEN
                MOVE RANK-SPAN-MAX TO rk-index-edit
                DISPLAY "FACTORIAL-TRAILING-DIGITS: A RANGE MAY LIST "
                        "AT MOST " FUNCTION TRIM(rk-index-edit)
                        " NUMBERS"
                MOVE "RANK-SPAN-WIDE" TO AL-REASON-CODE
                MOVE rk-arg TO AL-PARM-VALUE
                PERFORM 9600-LOG-ALERT
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
           MOVE 0 TO rk-rows.
           OPEN OUTPUT RANK-FILE.
           IF rk-span > 0 THEN
                MOVE rk-from TO rk-first
                MOVE rk-to TO rk-last
                PERFORM 17-WRITE-RANK-ROW
                    VARYING rk-index FROM rk-first BY 1
                    UNTIL rk-index > rk-last
           END-IF.
           MOVE rk-rows TO RT-COUNT.
           MOVE rk-from TO RT-FIRST.
           MOVE rk-to TO RT-LAST.
           IF rk-span = 0 THEN
                MOVE 0 TO RT-FIRST
                MOVE 0 TO RT-LAST
           END-IF.
           MOVE RANK-TRAILER-WORK TO RANK-REC.
           WRITE RANK-REC.
           CLOSE RANK-FILE.
           MOVE RANK-DSN TO MF-FILE-NAME.
           MOVE rk-rows TO MF-RECORD-COUNT.
           PERFORM 9950-WRITE-MANIFEST.
           PERFORM 18-STAGE-RANK-LOG.
           PERFORM 9200-DISPLAY-HEADER.
           MOVE rk-rows TO rk-index-edit.
           DISPLAY "FACTORIAL-TRAILING-DIGITS: "
                   FUNCTION TRIM(rk-index-edit)
                   " QUALIFYING NUMBER(S) LISTED IN "
                   FUNCTION TRIM(RANK-DSN).
           MOVE rk-rows TO RL-ANSWER.
           PERFORM 9000-LOG-RESULT.
           MOVE 0 TO RETURN-CODE.
           GO TO 12-RUN-RANK-MODE-EXIT.

       12-RUN-RANK-MODE-SINGLE.
           PERFORM 18-STAGE-RANK-LOG.
           PERFORM 9200-DISPLAY-HEADER.
           MOVE 0 TO RETURN-CODE.
           IF UNRANK-REQUESTED THEN
                DISPLAY rk-text(1:rk-len)
                MOVE SPACES TO RL-ANSWER
                MOVE rk-text(1:rk-len) TO RL-ANSWER
           ELSE
                IF RK-QUALIFIES THEN
                     ADD 1 TO rk-below GIVING rk-index
                     MOVE rk-index TO rk-index-edit
                     DISPLAY FUNCTION TRIM(rk-index-edit)
                     MOVE rk-index TO RL-ANSWER
                ELSE
                     MOVE rk-below TO rk-index-edit
                     DISPLAY "FACTORIAL-TRAILING-DIGITS: "
                             FUNCTION TRIM(rk-token-1)
                             " DOES NOT QUALIFY - "
                             FUNCTION TRIM(rk-index-edit)
                             " QUALIFYING NUMBER(S) SIT BELOW IT"
                     MOVE "NOT-QUALIFYING" TO AL-REASON-CODE
                     MOVE rk-token-1 TO AL-PARM-VALUE
                     PERFORM 9600-LOG-ALERT
                     MOVE "NOT-QUALIFYING" TO RL-ANSWER
                     MOVE 8 TO RETURN-CODE
                END-IF
           END-IF.
           PERFORM 9000-LOG-RESULT.
       12-RUN-RANK-MODE-EXIT.
           EXIT.

       13-RANK-ONE SECTION.
*> rk-below is how many qualifying numbers sort before the one in
*> RK-DIGIT(1..rk-len): all the shorter ones, then, position by
*> position, those agreeing so far with a smaller digit here.
*> RK-QUALIFY says whether the number itself qualifies.
           MOVE 0 TO rk-below.
           PERFORM VARYING rk-l FROM 1 BY 1 UNTIL rk-l >= rk-len
               ADD RK-LEN-COUNT(rk-l) TO rk-below
           END-PERFORM.
           INITIALIZE RK-SEEN-COUNTS.
           PERFORM VARYING rk-pos FROM 1 BY 1 UNTIL rk-pos > rk-len
               MOVE 0 TO rk-d-low
               IF rk-pos = 1 THEN
                    MOVE 1 TO rk-d-low
               END-IF
               COMPUTE rk-rest = rk-len - rk-pos
               PERFORM VARYING rk-d FROM rk-d-low BY 1
                       UNTIL rk-d >= RK-DIGIT(rk-pos)
                   MOVE 1 TO rk-step
                   PERFORM 19-NOTE-DIGIT
                   PERFORM 20-COUNT-COMPLETIONS
                   ADD rk-comp TO rk-below
                       ON SIZE ERROR
                           PERFORM 10-COUNT-OVERFLOW
                   END-ADD
                   MOVE -1 TO rk-step
                   PERFORM 19-NOTE-DIGIT
               END-PERFORM
               MOVE RK-DIGIT(rk-pos) TO rk-d
               MOVE 1 TO rk-step
               PERFORM 19-NOTE-DIGIT
           END-PERFORM.
           MOVE 0 TO rk-rest.
           PERFORM 20-COUNT-COMPLETIONS.
           MOVE "N" TO RK-QUALIFY.
           IF rk-comp = 1 THEN
                MOVE "Y" TO RK-QUALIFY
           END-IF.

       14-UNRANK-ONE SECTION.
*> The qualifying number at rk-index, into RK-DIGIT/rk-text: the
*> length whose block holds the index, then at each position the
*> digit whose block of completions holds what is left of it.
           MOVE rk-index TO rk-below.
           MOVE 1 TO rk-len.
           PERFORM UNTIL rk-below <= RK-LEN-COUNT(rk-len)
               SUBTRACT RK-LEN-COUNT(rk-len) FROM rk-below
               ADD 1 TO rk-len
           END-PERFORM.
           INITIALIZE RK-SEEN-COUNTS.
           MOVE SPACES TO rk-text.
           PERFORM VARYING rk-pos FROM 1 BY 1 UNTIL rk-pos > rk-len
               MOVE 0 TO rk-d
               IF rk-pos = 1 THEN
                    MOVE 1 TO rk-d
               END-IF
               COMPUTE rk-rest = rk-len - rk-pos
               MOVE "N" TO RK-FOUND
               PERFORM 14A-TRY-UNRANK-DIGIT
                   UNTIL RK-DIGIT-FOUND OR rk-d >= RADIX
               MOVE rk-d TO RK-DIGIT(rk-pos)
               MOVE HEXSTR(rk-d + 1) TO rk-text(rk-pos:1)
           END-PERFORM.

       14A-TRY-UNRANK-DIGIT SECTION.
           MOVE 1 TO rk-step.
           PERFORM 19-NOTE-DIGIT.
           PERFORM 20-COUNT-COMPLETIONS.
           IF rk-below <= rk-comp THEN
                MOVE "Y" TO RK-FOUND
           ELSE
                SUBTRACT rk-comp FROM rk-below
                MOVE -1 TO rk-step
                PERFORM 19-NOTE-DIGIT
                ADD 1 TO rk-d
           END-IF.

       15-COUNT-ONE-LENGTH SECTION.
*> Qualifying numbers of exactly rk-l digits: each nonzero
*> leading digit, then every qualifying completion after it.
           MOVE 0 TO RK-LEN-COUNT(rk-l).
           INITIALIZE RK-SEEN-COUNTS.
           COMPUTE rk-rest = rk-l - 1.
           PERFORM VARYING rk-d FROM 1 BY 1 UNTIL rk-d >= RADIX
               MOVE 1 TO rk-step
               PERFORM 19-NOTE-DIGIT
               PERFORM 20-COUNT-COMPLETIONS
               ADD rk-comp TO RK-LEN-COUNT(rk-l)
                   ON SIZE ERROR
                       PERFORM 10-COUNT-OVERFLOW
               END-ADD
               MOVE -1 TO rk-step
               PERFORM 19-NOTE-DIGIT
           END-PERFORM.

       16-LOAD-RANK-NUMBER SECTION.
*> The number to rank, from rk-text into RK-DIGIT: digits of the
*> active RADIX only, no leading zero, no longer than HEX-SIZE.
           MOVE 0 TO rk-len.
           PERFORM VARYING rk-pos FROM 1 BY 1 UNTIL rk-pos > 32
               MOVE rk-text(rk-pos:1) TO rk-char
               IF rk-char NOT = SPACE THEN
                    MOVE 99 TO rk-d
                    PERFORM VARYING rk-j FROM 1 BY 1 UNTIL rk-j > 16
                        IF HEXSTR(rk-j) = rk-char THEN
                             COMPUTE rk-d = rk-j - 1
                        END-IF
                    END-PERFORM
                    IF rk-d >= RADIX OR rk-len >= hex-size THEN
                         PERFORM 16A-BAD-RANK-NUMBER
                    END-IF
                    ADD 1 TO rk-len
                    MOVE rk-d TO RK-DIGIT(rk-len)
               END-IF
           END-PERFORM.
           IF rk-len = 0 THEN
                PERFORM 16A-BAD-RANK-NUMBER
           END-IF.
           IF RK-DIGIT(1) = 0 THEN
                PERFORM 16A-BAD-RANK-NUMBER
           END-IF.

       16A-BAD-RANK-NUMBER SECTION.
           MOVE hex-size TO hex-size-edit.
           MOVE RADIX TO radix-edit.
           DISPLAY "FACTORIAL-TRAILING-DIGITS: '"
                   FUNCTION TRIM(rk-text)
                   "' IS NOT A NUMBER OF UP TO "
                   FUNCTION TRIM(hex-size-edit)
                   " DIGITS OF RADIX " FUNCTION TRIM(radix-edit)
                   " WITHOUT A LEADING ZERO".
           MOVE "RANK-NUMBER-BAD" TO AL-REASON-CODE.
           MOVE rk-text TO AL-PARM-VALUE.
           PERFORM 9600-LOG-ALERT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       17-WRITE-RANK-ROW SECTION.
           PERFORM 14-UNRANK-ONE.
           MOVE rk-index TO RW-RANK.
           MOVE rk-text(1:rk-len) TO RW-NUMBER.
           MOVE RANK-WORK TO RANK-REC.
           WRITE RANK-REC.
           ADD 1 TO rk-rows.

       18-STAGE-RANK-LOG SECTION.
           MOVE SPACES TO RL-INPUT-PARM.
           STRING FUNCTION TRIM(RANK-MODE) " " FUNCTION TRIM(rk-arg)
               DELIMITED BY SIZE INTO RL-INPUT-PARM.
           MOVE hex-size TO hex-size-edit.
           MOVE RADIX TO radix-edit.
           MOVE SPACES TO xc-mode-echo.
           MOVE FUNCTION TRIM(COUNT-MODE-BUFFER) TO xc-mode-echo.
           MOVE SPACES TO RL-EFFECTIVE-PARMS.
           STRING "MODE=" FUNCTION TRIM(RANK-MODE)
                  " HEX-SIZE=" FUNCTION TRIM(hex-size-edit)
                  " RADIX=" FUNCTION TRIM(radix-edit)
                  " DIGITS=" FUNCTION TRIM(ds-echo)
                  " COUNT-MODE=" FUNCTION TRIM(xc-mode-echo)
                  DELIMITED BY SIZE INTO RL-EFFECTIVE-PARMS.

       19-NOTE-DIGIT SECTION.
*> Adds rk-step (1 or -1) to the tally of whichever required
*> digit rk-d is, if any.
           PERFORM VARYING rk-s FROM 1 BY 1 UNTIL rk-s > 3
               IF DS-DIGIT-VALUE(rk-s) = rk-d THEN
                    COMPUTE RK-SEEN-COUNT(rk-s) =
                        RK-SEEN-COUNT(rk-s) + rk-step
               END-IF
           END-PERFORM.

       20-COUNT-COMPLETIONS SECTION.
*> Ways to fill rk-rest more positions, any digit allowed, so the
*> whole string qualifies given the required-digit tallies so
*> far. ATLEAST: inclusion-exclusion over the required digits not
*> yet seen. EXACT and ATMOST: the occurrences still owed (or
*> still allowed) placed by 09-MULTINOMIAL.
           MOVE 0 TO rk-comp.
           IF XCM-ATLEAST THEN
                MOVE 0 TO rk-missing
                PERFORM VARYING rk-s FROM 1 BY 1 UNTIL rk-s > 3
                    IF RK-SEEN-COUNT(rk-s) = 0 THEN
                         ADD 1 TO rk-missing
                    END-IF
                END-PERFORM
                MOVE 0 TO rk-acc
                MOVE 1 TO rk-binom
                PERFORM VARYING rk-j FROM 0 BY 1
                        UNTIL rk-j > rk-missing
                    MOVE 1 TO rk-pow
                    PERFORM rk-rest TIMES
                        COMPUTE rk-pow = rk-pow * (RADIX - rk-j)
                            ON SIZE ERROR
                                PERFORM 10-COUNT-OVERFLOW
                        END-COMPUTE
                    END-PERFORM
                    COMPUTE rk-pow = rk-pow * rk-binom
                        ON SIZE ERROR
                            PERFORM 10-COUNT-OVERFLOW
                    END-COMPUTE
                    DIVIDE rk-j BY 2 GIVING rk-s REMAINDER rk-ka
                    IF rk-ka = 0 THEN
                         ADD rk-pow TO rk-acc
                             ON SIZE ERROR
                                 PERFORM 10-COUNT-OVERFLOW
                         END-ADD
                    ELSE
                         SUBTRACT rk-pow FROM rk-acc
                    END-IF
                    COMPUTE rk-binom =
                        rk-binom * (rk-missing - rk-j) / (rk-j + 1)
                END-PERFORM
                MOVE rk-acc TO rk-comp
                GO TO 20-COUNT-COMPLETIONS-EXIT
           END-IF.
           IF RK-SEEN-COUNT(1) > xc-k OR RK-SEEN-COUNT(2) > xc-k
                   OR RK-SEEN-COUNT(3) > xc-k THEN
                GO TO 20-COUNT-COMPLETIONS-EXIT
           END-IF.
           COMPUTE rk-ka = xc-k - RK-SEEN-COUNT(1).
           COMPUTE rk-kb = xc-k - RK-SEEN-COUNT(2).
           COMPUTE rk-kc = xc-k - RK-SEEN-COUNT(3).
           IF XCM-EXACT THEN
                MOVE rk-ka TO xc-a
                MOVE rk-kb TO xc-b
                MOVE rk-kc TO xc-c
                MOVE rk-rest TO xc-m-len
                PERFORM 09-MULTINOMIAL
                MOVE xc-m TO rk-comp
                GO TO 20-COUNT-COMPLETIONS-EXIT
           END-IF.
           PERFORM VARYING xc-a FROM 0 BY 1 UNTIL xc-a > rk-ka
               PERFORM VARYING xc-b FROM 0 BY 1 UNTIL xc-b > rk-kb
                   PERFORM VARYING xc-c FROM 0 BY 1
                           UNTIL xc-c > rk-kc
                       MOVE rk-rest TO xc-m-len
                       PERFORM 09-MULTINOMIAL
                       ADD xc-m TO rk-comp
                           ON SIZE ERROR
                               PERFORM 10-COUNT-OVERFLOW
                       END-ADD
                   END-PERFORM
               END-PERFORM
           END-PERFORM.
       20-COUNT-COMPLETIONS-EXIT.
           EXIT.

       03-DISPLAY-HEX SECTION.
           PERFORM VARYING hex-i FROM 1 BY 1
                   UNTIL hex-i > HEX-TABLE-SIZE - 1

       COPY PRGHBPR.

       COPY MNFSTPR.

       END PROGRAM FACTORIAL-TRAILING-DIGITS.

