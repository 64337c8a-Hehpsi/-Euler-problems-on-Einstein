               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BAND-FILE ASSIGN USING BAND-DSN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAIR-FILE ASSIGN USING PAIR-DSN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PALCK-FILE ASSIGN USING PALCK-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PALCK-STATUS.
           COPY RESLOGSL.
           COPY SYSINSL.
           COPY ALRTSL.
       01  BAND-REC PIC X(83).
       FD  TOPK-FILE.
       01  TOPK-REC PIC X(90).
       FD  PAIR-FILE.
       01  PAIR-REC PIC X(220).
       FD  PALCK-FILE.
       01  PALCK-REC PIC X(84).
       COPY RESLOGFD.
       COPY SYSINFD.
       COPY ALRTFD.
             05 TKW-J PIC Z(17)9.
             05 FILLER PIC X(3) VALUE " = ".
             05 TKW-PALIN PIC Z(35)9.

*> Lookup mode ("LOOKUP" as argument 1, then NUMBER, DIGITS and an
*> optional BASE): instead of searching, every pair of DIGITS-digit
*> factors i <= j whose product is NUMBER goes to PALINPAIR, each
*> factor also shown in the BASE when one other than 10 is given,
*> and the run says whether NUMBER is a palindrome in that base (in
*> both, for "b1,b2"). The logged answer is the pair count, so a
*> challenged top-K row is settled in one card. Only divisors from
*> the larger of 10**(DIGITS-1) and NUMBER / (10**DIGITS - 1) up to
*> the square root are tried, one trial division each, so a lookup
*> costs a single pass where the search it checks costs a square.
*> Keyword cards have no slot left for NUMBER, so a lookup is
*> requested positionally.
         01 PAIR-DSN PIC X(30) VALUE "PALINPAIR".
         01 LOOKUP-MODE PIC X VALUE "N".
             88 LOOKUP-ON VALUE "Y".
         01 lookup-number PIC 9(36) VALUE ZERO.
         01 lookup-quotient PIC 9(36).
         01 lookup-remainder PIC 9(36).
         01 lookup-start PIC 9(36).
         01 lookup-pair-count PIC 9(9) BINARY VALUE ZERO.
         01 lookup-number-edit PIC Z(35)9.
         01 lookup-count-edit PIC Z(8)9.
         01 LOOKUP-PAL-FLAG PIC X VALUE "Y".
             88 LOOKUP-IS-PAL VALUE "Y".
         01 PAIR-WORK.
             05 PW-PAIR-PART.
                 10 PW-DIGITS PIC Z9.
                 10 FILLER PIC X(3) VALUE " : ".
                 10 PW-PAIR PIC Z(5)9.
                 10 FILLER PIC X(3) VALUE " : ".
                 10 PW-I PIC Z(17)9.
                 10 FILLER PIC X(3) VALUE " x ".
                 10 PW-J PIC Z(17)9.
                 10 FILLER PIC X(3) VALUE " = ".
                 10 PW-NUMBER PIC Z(35)9.
             05 PW-BASE-PART.
                 10 FILLER PIC X(6) VALUE " BASE ".
                 10 PW-BASE PIC Z9.
                 10 FILLER PIC X(3) VALUE " : ".
                 10 PW-I-IN-BASE PIC X(57) JUSTIFIED RIGHT.
                 10 FILLER PIC X(3) VALUE " x ".
                 10 PW-J-IN-BASE PIC X(57) JUSTIFIED RIGHT.
*> PALINPAIR's trailer: the pair count, then NUMBER itself, so the
*> file is provably complete and tied to the number it answers.
         01 PAIR-TRAILER-WORK.
             05 FILLER PIC X(08) VALUE "TRAILER ".
             05 PP-TRAILER-COUNT PIC 9(09) VALUE ZERO.
             05 FILLER PIC X(01) VALUE SPACE.
             05 PP-TRAILER-NUMBER PIC 9(36) VALUE ZERO.


*> Checkpoint/restart for a DIGITS range ("LOW-HIGH"): once each
*> digits-count is finished - its answer logged - PALINCKPT is
*> rewritten with everything that digits-count put on PALINBAND
*> and PALINTOPK, its winner and factors, behind a provenance
*> header the way BLOCKCKPT carries one, naming the version,
*> region and the parameters that built it. A resubmitted card
*> with the same parameters replays the finished digits-counts
*> onto fresh PALINBAND and PALINTOPK files - row for row what
*> the first run wrote - and picks the search up at the first
*> unfinished digits-count; a checkpoint built under anything
*> else is refused and the range starts over. The new copy is
*> written whole to "<name>.NEW" and renamed into place, and a
*> range that runs to the end deletes the checkpoint, the way
*> COINCKPT goes once its search has finished.
         01 PALCK-DSN PIC X(30) VALUE "PALINCKPT".
         01 PALCK-BASE-DSN PIC X(30).
         01 PALCK-NEW-DSN PIC X(40).
         01 PALCK-STATUS PIC XX VALUE SPACES.
         01 PALCK-VERSION PIC X(4) VALUE "0001".
         01 PALCK-MODE PIC X VALUE "N".
             88 PALCK-ON VALUE "Y".
         01 PALCK-BUILDING PIC X VALUE "N".
             88 PALCK-IS-BUILDING VALUE "Y".
         01 PALCK-LIVE PIC X VALUE "N".
             88 PALCK-HAS-LIVE VALUE "Y".
         01 PALCK-HEADER-GOOD PIC X VALUE "N".
         01 palck-resume-digits PIC 9(2) BINARY.
         01 palck-band-count PIC 9(2) BINARY VALUE ZERO.
         01 palck-edit-1 PIC Z9.
         01 palck-edit-2 PIC Z9.
         01 PALCK-HEADER-WORK.
             05 PH-TAG         PIC X(03) VALUE SPACES.
             05 FILLER         PIC X(01) VALUE SPACE.
             05 PH-VERSION     PIC X(04) VALUE SPACES.
             05 FILLER         PIC X(01) VALUE SPACE.
             05 PH-RUN-DATE    PIC X(08) VALUE SPACES.
             05 FILLER         PIC X(01) VALUE SPACE.
             05 PH-REGION      PIC X(04) VALUE SPACES.
             05 FILLER         PIC X(01) VALUE SPACE.
             05 PH-DIGITS-LOW  PIC 9(02) VALUE ZERO.
             05 FILLER         PIC X(01) VALUE SPACE.
             05 PH-DIGITS-HIGH PIC 9(02) VALUE ZERO.
             05 FILLER         PIC X(01) VALUE SPACE.
             05 PH-TOPK        PIC 9(02) VALUE ZERO.
             05 FILLER         PIC X(01) VALUE SPACE.
             05 PH-BASE        PIC X(05) VALUE SPACES.
             05 FILLER         PIC X(01) VALUE SPACE.
             05 PH-REPORT      PIC X(01) VALUE SPACE.
*> One record per PALINBAND row ("BRW"), per PALINTOPK row ("TOP",
*> by rank) and, closing each finished digits-count, its winner
*> and factors ("BND").
         01 PALCK-WORK.
             05 PK-TAG         PIC X(03) VALUE SPACES.
             05 FILLER         PIC X(01) VALUE SPACE.
             05 PK-DIGITS      PIC 9(02) VALUE ZERO.
             05 FILLER         PIC X(01) VALUE SPACE.
             05 PK-RANK        PIC 9(02) VALUE ZERO.
             05 FILLER         PIC X(01) VALUE SPACE.
             05 PK-I           PIC 9(18) VALUE ZERO.
             05 FILLER         PIC X(01) VALUE SPACE.
             05 PK-J           PIC 9(18) VALUE ZERO.
             05 FILLER         PIC X(01) VALUE SPACE.
             05 PK-PALIN       PIC 9(36) VALUE ZERO.

         01 prior-palindrome PIC 9(36) VALUE ZERO.
         01 winning-i PIC 9(18) BINARY VALUE ZERO.
         01 winning-j PIC 9(18) BINARY VALUE ZERO.
           MOVE TOPK-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO TOPK-DSN.
           MOVE PAIR-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO PAIR-DSN.
           MOVE PALCK-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO PALCK-DSN.
           MOVE PALCK-DSN TO PALCK-BASE-DSN.
           MOVE HEARTBEAT-BASE-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO HEARTBEAT-BASE-DSN.
           PERFORM 9300-GET-PARAMETERS.
           MOVE 1 TO ARG-NUM.
           PERFORM 9320-GET-ARGUMENT.
           IF FUNCTION TRIM(VALIDATE-BUFFER) = "LOOKUP" THEN
                MOVE "Y" TO LOOKUP-MODE
                IF ARG-COUNT < 3 THEN
                     DISPLAY "LARGEST-PALINDROME: USAGE IS LOOKUP "
                             "NUMBER DIGITS [BASE]"
                     MOVE "LOOKUP-USAGE" TO AL-REASON-CODE
                     MOVE SPACES TO AL-PARM-VALUE
                     PERFORM 9600-LOG-ALERT
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
                END-IF
                MOVE 2 TO ARG-NUM
                PERFORM 9320-GET-ARGUMENT
                MOVE 34 TO VALIDATE-MAXLEN
                MOVE "NUMBER" TO VALIDATE-LABEL
                PERFORM 9100-VALIDATE-NUMERIC
                MOVE FUNCTION TRIM(VALIDATE-BUFFER) TO lookup-number
                MOVE 3 TO ARG-NUM
                PERFORM 9320-GET-ARGUMENT
                MOVE VALIDATE-BUFFER TO DIGITS-RANGE-BUFFER
                PERFORM 05-PARSE-DIGITS-RANGE
                IF DIGITS-LOW NOT = DIGITS-HIGH THEN
                     DISPLAY "LARGEST-PALINDROME: A LOOKUP TAKES ONE "
                             "DIGITS VALUE, NOT A RANGE"
                     MOVE "LOOKUP-DIGITS-RANGE" TO AL-REASON-CODE
                     MOVE DIGITS-RANGE-BUFFER TO AL-PARM-VALUE
                     PERFORM 9600-LOG-ALERT
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
                END-IF
                MOVE DIGITS-LOW TO digits
                IF ARG-COUNT >= 4 THEN
                     MOVE 4 TO ARG-NUM
                     PERFORM 9320-GET-ARGUMENT
                     MOVE VALIDATE-BUFFER(1:8) TO BASE-LIST-BUFFER
                     PERFORM 09-PARSE-BASE-LIST
                END-IF
                PERFORM 10-BUILD-BASE-ECHO
                PERFORM 12-RUN-LOOKUP
                MOVE 0 TO RETURN-CODE
                STOP RUN
           END-IF.
           MOVE VALIDATE-BUFFER TO DIGITS-RANGE-BUFFER.
           PERFORM 05-PARSE-DIGITS-RANGE.

                OPEN OUTPUT BAND-FILE
           END-IF.

           MOVE DIGITS-LOW TO palck-resume-digits.
           IF DIGITS-LOW < DIGITS-HIGH THEN
                MOVE "Y" TO PALCK-MODE
                PERFORM 16-RESUME-FROM-CHECKPOINT
           END-IF.

           PERFORM 06-RUN-ONE-DIGITS
               VARYING digits FROM palck-resume-digits BY 1
               UNTIL digits > DIGITS-HIGH.

           IF PALCK-ON THEN
                CALL "CBL_DELETE_FILE" USING PALCK-DSN
                MOVE 0 TO RETURN-CODE
           END-IF.

           IF topk-count > 0 THEN
                CLOSE TOPK-FILE
                MOVE TOPK-DSN TO MF-FILE-NAME
           MOVE 0 TO topk-floor.
           COMPUTE upper_limit = 10 ** digits.
           COMPUTE lower_limit = 10 ** (digits - 1).
           IF PALCK-ON THEN
                PERFORM 17-BEGIN-BAND-CHECKPOINT
           END-IF.

           PERFORM 01-A-SELECTOR
              VARYING i

           MOVE largest_palindrome TO RL-ANSWER.
           PERFORM 9000-LOG-RESULT.
           IF PALCK-ON THEN
                PERFORM 18-END-BAND-CHECKPOINT
           END-IF.

       01-A-SELECTOR SECTION.
           COMPUTE HB-CURRENT-INDEX = upper_limit - i.
           END-IF.

       11-SHOW-IN-BASE SECTION.
           MOVE largest_palindrome TO pb-copy.
           PERFORM 13-RENDER-IN-BASE.
           DISPLAY "LARGEST-PALINDROME: IN BASE " pb-base " = "
                   pal-digit-line(pal-digit-pos:
                       125 - pal-digit-pos).

       13-RENDER-IN-BASE SECTION.
*> High-to-low digits of pb-copy off HEXSTR, the same rendering
*> FACTORIAL-TRAILING-DIGITS uses for its hex lines, left in
*> pal-digit-line from pal-digit-pos to the end.
           MOVE SPACES TO pal-digit-line.
           MOVE 124 TO pal-digit-pos.
           IF pb-copy = 0 THEN
                MOVE "0" TO pal-digit-line(pal-digit-pos:1)
                SUBTRACT 1 FROM pal-digit-pos
               SUBTRACT 1 FROM pal-digit-pos
           END-PERFORM.
           ADD 1 TO pal-digit-pos.

       12-RUN-LOOKUP SECTION.
           MOVE FUNCTION CURRENT-DATE TO RL-START-TIME.
           COMPUTE upper_limit = 10 ** digits.
           COMPUTE lower_limit = 10 ** (digits - 1).
           MOVE 0 TO lookup-pair-count.
           OPEN OUTPUT PAIR-FILE.

*> The smaller factor can be no less than NUMBER over the largest
*> DIGITS-digit value, rounded up, nor less than the smallest.
           IF lookup-number > 0 THEN
                COMPUTE lookup-quotient = upper_limit - 1
                DIVIDE lookup-number BY lookup-quotient
                    GIVING lookup-start REMAINDER lookup-remainder
                IF lookup-remainder > 0 THEN
                     ADD 1 TO lookup-start
                END-IF
                IF lookup-start < lower_limit THEN
                     MOVE lower_limit TO lookup-start
                END-IF
                IF lookup-start < upper_limit THEN
                     COMPUTE HB-TARGET-INDEX =
                         upper_limit - lookup-start
                     PERFORM 14-TRY-LOOKUP-DIVISOR
                         VARYING i FROM lookup-start BY 1
                         UNTIL i >= upper_limit
                            OR i * i > lookup-number
                END-IF
           END-IF.

           MOVE lookup-pair-count TO PP-TRAILER-COUNT.
           MOVE lookup-number TO PP-TRAILER-NUMBER.
           MOVE PAIR-TRAILER-WORK TO PAIR-REC.
           WRITE PAIR-REC.
           CLOSE PAIR-FILE.
           MOVE PAIR-DSN TO MF-FILE-NAME.
           MOVE lookup-pair-count TO MF-RECORD-COUNT.
           PERFORM 9950-WRITE-MANIFEST.

*> Palindromic in every base asked for, the same test the search
*> applies to each candidate product.
           MOVE lookup-number TO product.
           MOVE pal-base-1 TO pb-base.
           PERFORM 03-CHECK-BASE-PALINDROME.
           MOVE PB-PAL-FLAG TO LOOKUP-PAL-FLAG.
           PERFORM 15-SHOW-LOOKUP-VERDICT.
           IF pal-base-2 > 0 THEN
                MOVE pal-base-2 TO pb-base
                PERFORM 03-CHECK-BASE-PALINDROME
                IF NOT PB-IS-PAL THEN
                     MOVE "N" TO LOOKUP-PAL-FLAG
                END-IF
                PERFORM 15-SHOW-LOOKUP-VERDICT
           END-IF.

           MOVE lookup-number TO lookup-number-edit.
           MOVE digits TO digits-edit.
           MOVE lookup-pair-count TO lookup-count-edit.
           MOVE SPACES TO RL-INPUT-PARM.
           MOVE FUNCTION TRIM(lookup-number-edit) TO RL-INPUT-PARM.
           MOVE SPACES TO RL-EFFECTIVE-PARMS.
           STRING "MODE=LOOKUP N=" FUNCTION TRIM(lookup-number-edit)
                  " DIGITS=" FUNCTION TRIM(digits-edit)
                  " BASE=" FUNCTION TRIM(base-echo)
                  " PAL=" LOOKUP-PAL-FLAG
                  DELIMITED BY SIZE INTO RL-EFFECTIVE-PARMS.
           PERFORM 9200-DISPLAY-HEADER.
           DISPLAY FUNCTION TRIM(lookup-count-edit)
                   " FACTOR PAIR(S) OF " FUNCTION TRIM(digits-edit)
                   " DIGITS, LISTED IN " FUNCTION TRIM(PAIR-DSN).
           MOVE FUNCTION TRIM(lookup-count-edit) TO RL-ANSWER.
           PERFORM 9000-LOG-RESULT.

       14-TRY-LOOKUP-DIVISOR SECTION.
           COMPUTE HB-CURRENT-INDEX = i - lookup-start.
           PERFORM 9655-RECORD-PROGRESS.
           DIVIDE lookup-number BY i
               GIVING lookup-quotient REMAINDER lookup-remainder.
           IF lookup-remainder NOT = 0
                   OR lookup-quotient >= upper_limit THEN
                GO TO 14-TRY-LOOKUP-DIVISOR-EXIT
           END-IF.
           MOVE lookup-quotient TO j.
           ADD 1 TO lookup-pair-count.
           MOVE digits TO PW-DIGITS.
           MOVE lookup-pair-count TO PW-PAIR.
           MOVE i TO PW-I.
           MOVE j TO PW-J.
           MOVE lookup-number TO PW-NUMBER.
           IF pal-base-1 = 10 THEN
                MOVE PW-PAIR-PART TO PAIR-REC
           ELSE
                MOVE pal-base-1 TO PW-BASE
                MOVE pal-base-1 TO pb-base
                MOVE i TO pb-copy
                PERFORM 13-RENDER-IN-BASE
                MOVE pal-digit-line(pal-digit-pos:
                         125 - pal-digit-pos) TO PW-I-IN-BASE
                MOVE j TO pb-copy
                PERFORM 13-RENDER-IN-BASE
                MOVE pal-digit-line(pal-digit-pos:
                         125 - pal-digit-pos) TO PW-J-IN-BASE
                MOVE PAIR-WORK TO PAIR-REC
           END-IF.
           WRITE PAIR-REC.
       14-TRY-LOOKUP-DIVISOR-EXIT.
           EXIT.

       15-SHOW-LOOKUP-VERDICT SECTION.
           MOVE lookup-number TO lookup-number-edit.
           IF PB-IS-PAL THEN
                DISPLAY "LARGEST-PALINDROME: "
                        FUNCTION TRIM(lookup-number-edit)
                        " IS A PALINDROME IN BASE " pb-base
           ELSE
                DISPLAY "LARGEST-PALINDROME: "
                        FUNCTION TRIM(lookup-number-edit)
                        " IS NOT A PALINDROME IN BASE " pb-base
           END-IF.
           IF pb-base NOT = 10 THEN
                MOVE lookup-number TO pb-copy
                PERFORM 13-RENDER-IN-BASE
                DISPLAY "LARGEST-PALINDROME: IN BASE " pb-base " = "
                        pal-digit-line(pal-digit-pos:
                            125 - pal-digit-pos)
           END-IF.

       07-OFFER-TO-TOPK SECTION.
*> Keeps the K largest distinct palindromic products in descending
           MOVE BAND-WORK TO BAND-REC.
           WRITE BAND-REC.
           ADD 1 TO band-row-count.
           IF PALCK-IS-BUILDING THEN
                MOVE "BRW" TO PK-TAG
                MOVE digits TO PK-DIGITS
                MOVE 0 TO PK-RANK
                MOVE winning-i TO PK-I
                MOVE winning-j TO PK-J
                MOVE largest_palindrome TO PK-PALIN
                MOVE PALCK-WORK TO PALCK-REC
                WRITE PALCK-REC
           END-IF.

       16-RESUME-FROM-CHECKPOINT SECTION.
*> The first record must be the provenance header, and it must
*> name this version, this region and this run's parameters;
*> anything else is refused with the reason on the console. The
*> replay writes the finished digits-counts' rows through the
*> same 04-WRITE-BAND-ROW and 08-WRITE-TOPK-ROWS the search uses.
           MOVE "N" TO PALCK-HEADER-GOOD.
           OPEN INPUT PALCK-FILE.
           IF PALCK-STATUS NOT = "00" THEN
                GO TO 16-RESUME-FROM-CHECKPOINT-EXIT
           END-IF.
           READ PALCK-FILE INTO PALCK-HEADER-WORK
               AT END MOVE "10" TO PALCK-STATUS
           END-READ.
           IF PALCK-STATUS NOT = "10" THEN
                EVALUATE TRUE
                    WHEN PH-TAG NOT = "HDR"
                        DISPLAY "LARGEST-PALINDROME: CHECKPOINT HAS "
                                "NO PROVENANCE HEADER - REFUSED, "
                                "STARTING OVER"
                    WHEN PH-VERSION NOT = PALCK-VERSION
                        DISPLAY "LARGEST-PALINDROME: CHECKPOINT WAS "
                                "BUILT BY PROGRAM VERSION " PH-VERSION
                                ", THIS IS VERSION " PALCK-VERSION
                                " - REFUSED, STARTING OVER"
                    WHEN PH-REGION NOT = REGION-NAME
                        DISPLAY "LARGEST-PALINDROME: CHECKPOINT WAS "
                                "BUILT IN REGION " PH-REGION
                                ", THIS IS REGION " REGION-NAME
                                " - REFUSED, STARTING OVER"
                    WHEN PH-DIGITS-LOW NOT = DIGITS-LOW
                            OR PH-DIGITS-HIGH NOT = DIGITS-HIGH
                            OR PH-TOPK NOT = topk-count
                            OR PH-BASE NOT = base-echo
                            OR PH-REPORT NOT = REPORT-MODE
                        DISPLAY "LARGEST-PALINDROME: CHECKPOINT WAS "
                                "BUILT FOR DIGITS=" PH-DIGITS-LOW "-"
                                PH-DIGITS-HIGH " TOPK=" PH-TOPK
                                " BASE=" PH-BASE " REPORT=" PH-REPORT
                                " - REFUSED, STARTING OVER"
                    WHEN OTHER
                        MOVE "Y" TO PALCK-HEADER-GOOD
                END-EVALUATE
           END-IF.
           IF PALCK-HEADER-GOOD = "Y" THEN
                MOVE 0 TO topk-filled
                PERFORM UNTIL PALCK-STATUS = "10"
                    READ PALCK-FILE INTO PALCK-WORK
                        AT END MOVE "10" TO PALCK-STATUS
                        NOT AT END PERFORM 16A-REPLAY-ONE-RECORD
                    END-READ
                END-PERFORM
           END-IF.
           CLOSE PALCK-FILE.
           MOVE SPACES TO PALCK-STATUS.
           IF palck-band-count > 0 THEN
                MOVE palck-band-count TO palck-edit-1
                MOVE palck-resume-digits TO palck-edit-2
                DISPLAY "LARGEST-PALINDROME: RESUMED FROM CHECKPOINT, "
                        FUNCTION TRIM(palck-edit-1)
                        " DIGITS-COUNT(S) ALREADY DONE, CONTINUING AT "
                        "DIGITS=" FUNCTION TRIM(palck-edit-2)
           END-IF.
       16-RESUME-FROM-CHECKPOINT-EXIT.
           EXIT.

       16A-REPLAY-ONE-RECORD SECTION.
           MOVE PK-DIGITS TO digits.
           EVALUATE PK-TAG
               WHEN "BRW"
                   MOVE PK-I TO winning-i
                   MOVE PK-J TO winning-j
                   MOVE PK-PALIN TO largest_palindrome
                   PERFORM 04-WRITE-BAND-ROW
               WHEN "TOP"
                   MOVE PK-RANK TO tk-idx
                   MOVE PK-PALIN TO TK-PALIN(tk-idx)
                   MOVE PK-I TO TK-I(tk-idx)
                   MOVE PK-J TO TK-J(tk-idx)
                   MOVE tk-idx TO topk-filled
               WHEN "BND"
                   IF topk-count > 0 THEN
                        PERFORM 08-WRITE-TOPK-ROWS
                   END-IF
                   MOVE 0 TO topk-filled
                   COMPUTE palck-resume-digits = digits + 1
                   ADD 1 TO palck-band-count
                   MOVE "Y" TO PALCK-LIVE
           END-EVALUATE.

       17-BEGIN-BAND-CHECKPOINT SECTION.
*> The checkpoint so far is copied - not moved - to "<name>.NEW"
*> and this digits-count's records are added to the copy, so a
*> run cut off part-way leaves the last finished checkpoint as
*> it was.
           MOVE SPACES TO PALCK-NEW-DSN.
           STRING FUNCTION TRIM(PALCK-BASE-DSN) ".NEW"
               DELIMITED BY SIZE INTO PALCK-NEW-DSN.
           CALL "CBL_DELETE_FILE" USING PALCK-NEW-DSN.
           MOVE 0 TO RETURN-CODE.
           IF PALCK-HAS-LIVE THEN
                CALL "CBL_COPY_FILE" USING PALCK-BASE-DSN
                    PALCK-NEW-DSN
                MOVE 0 TO RETURN-CODE
                MOVE PALCK-NEW-DSN(1:30) TO PALCK-DSN
                OPEN EXTEND PALCK-FILE
           ELSE
                MOVE PALCK-NEW-DSN(1:30) TO PALCK-DSN
                OPEN OUTPUT PALCK-FILE
                MOVE "HDR" TO PH-TAG
                MOVE PALCK-VERSION TO PH-VERSION
                MOVE FUNCTION CURRENT-DATE(1:8) TO PH-RUN-DATE
                MOVE REGION-NAME TO PH-REGION
                MOVE DIGITS-LOW TO PH-DIGITS-LOW
                MOVE DIGITS-HIGH TO PH-DIGITS-HIGH
                MOVE topk-count TO PH-TOPK
                MOVE base-echo TO PH-BASE
                MOVE REPORT-MODE TO PH-REPORT
                MOVE PALCK-HEADER-WORK TO PALCK-REC
                WRITE PALCK-REC
           END-IF.
           MOVE "Y" TO PALCK-BUILDING.

       18-END-BAND-CHECKPOINT SECTION.
           PERFORM VARYING tk-idx FROM 1 BY 1
                   UNTIL tk-idx > topk-filled
               MOVE "TOP" TO PK-TAG
               MOVE digits TO PK-DIGITS
               MOVE tk-idx TO PK-RANK
               MOVE TK-I(tk-idx) TO PK-I
               MOVE TK-J(tk-idx) TO PK-J
               MOVE TK-PALIN(tk-idx) TO PK-PALIN
               MOVE PALCK-WORK TO PALCK-REC
               WRITE PALCK-REC
           END-PERFORM.
           MOVE "BND" TO PK-TAG.
           MOVE digits TO PK-DIGITS.
           MOVE 0 TO PK-RANK.
           MOVE winning-i TO PK-I.
           MOVE winning-j TO PK-J.
           MOVE largest_palindrome TO PK-PALIN.
           MOVE PALCK-WORK TO PALCK-REC.
           WRITE PALCK-REC.
           CLOSE PALCK-FILE.
           MOVE SPACES TO PALCK-STATUS.
           MOVE "N" TO PALCK-BUILDING.
           MOVE PALCK-BASE-DSN TO PALCK-DSN.
           CALL "CBL_DELETE_FILE" USING PALCK-DSN.
           CALL "CBL_RENAME_FILE" USING PALCK-NEW-DSN PALCK-DSN.
           MOVE 0 TO RETURN-CODE.
           MOVE "Y" TO PALCK-LIVE.

       COPY ALRTPR.

