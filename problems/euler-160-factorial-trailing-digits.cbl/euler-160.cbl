       01 eu-in PIC 9(18) COMP-5.
       01 eu-out PIC 9(18) COMP-5.

*> Leading-digits companion (LEADING=D, argument 5): the first D
*> digits of N!, its exact decimal digit count, and its trailing
*> zeros, each logged as its own RESULTLOG record after the main
*> answer. All three come from log10(N!) - summed term by term
*> up to LEAD-SUM-MAX, Stirling's series past it - carried to
*> eighteen decimals. The arithmetic is staged one operation per
*> statement, since log10(N!) runs to twenty integer digits
*> before the fraction. Trailing zeros are the factor-of-5-count
*> 02-COUNT-FACTORS already gives. Up to LEAD-EXACT-MAX the
*> factorial is also multiplied out in full and all three figures
*> compared before anything is logged. D stops at nine: eighteen
*> decimals of log10(N!) pin nine leading digits with room to
*> spare.
       01 LEAD-DIGITS PIC 9(2) BINARY VALUE ZERO.
       01 LEAD-DIGITS-MAX PIC 9(2) BINARY VALUE 9.
       01 lead-edit PIC Z9.
       01 LEAD-SUM-MAX PIC 9(18) COMP-5 VALUE 100.
       01 LEAD-EXACT-MAX PIC 9(18) COMP-5 VALUE 1000.
       01 lg-k PIC 9(18) COMP-5.
       01 lg-log-n PIC 9(2)V9(36).
       01 lg-log-e PIC 9(2)V9(36).
       01 lg-term PIC 9(2)V9(36).
       01 lg-inv PIC V9(36).
       01 lg-inv2 PIC V9(36).
       01 lg-corr PIC V9(36).
       01 lg-part PIC 9(20)V9(18).
       01 lg-total PIC 9(20)V9(18).
       01 lg-whole PIC 9(20).
       01 lg-frac PIC 9(2)V9(18).
       01 lg-power PIC 9(9)V9(9).
       01 LG-ROUND-UP PIC V9(9) VALUE 0.0000001.
       01 ld-used PIC 9(2) BINARY.
       01 ld-leading PIC 9(9).
       01 ld-digit-count PIC 9(20).
       01 ld-zeros PIC 9(18).
       01 ld-leading-edit PIC Z(8)9.
       01 ld-count-edit PIC Z(19)9.
       01 ld-zeros-edit PIC Z(17)9.
       01 ld-parm PIC X(36).
       01 ld-main-effective PIC X(80).
       01 LD-CHECK PIC X VALUE "Y".
           88 LD-CHECK-PASSED VALUE "Y".
*> The multiplied-out factorial, nine digits to a cell, least
*> significant cell first: 1000! has 2568 digits, 286 cells.
       01 BIG-CELL-MAX PIC 9(4) BINARY VALUE 300.
       01 BIG-NUMBER.
           05 BIG-CELL PIC 9(9) COMP-5 OCCURS 300 TIMES.
       01 big-used PIC 9(4) BINARY.
       01 big-idx PIC 9(4) BINARY.
       01 big-carry PIC 9(18) COMP-5.
       01 big-wide PIC 9(18) COMP-5.
       01 BIG-DISPLAY.
           05 BIG-DIGIT-GROUP PIC 9(9) OCCURS 300 TIMES.
       01 BIG-DISPLAY-TEXT REDEFINES BIG-DISPLAY PIC X(2700).
       01 big-pos PIC 9(4) BINARY.
       01 big-end PIC 9(4) BINARY.
       01 bx-count PIC 9(20).
       01 bx-zeros PIC 9(18).
       01 bx-leading PIC 9(9).

*> The build version this binary answers to a VERSION inquiry,
*> compared by PROBLEM-RUNNER's pre-flight against the release
*> manifest so a stale binary is caught at submission.
           MOVE "N" TO SYSIN-DEFAULT(3).
           MOVE "WIDTH" TO SYSIN-KEY(4).
           MOVE "5" TO SYSIN-DEFAULT(4).
           MOVE "LEADING" TO SYSIN-KEY(5).
           MOVE "0" TO SYSIN-DEFAULT(5).
           PERFORM 9300-GET-PARAMETERS.
           MOVE 1 TO ARG-NUM.
           PERFORM 9320-GET-ARGUMENT.
           COMPUTE win-mod = 10 ** WINDOW-WIDTH.
           COMPUTE win-lambda = 4 * 5 ** (WINDOW-WIDTH - 1).

           IF ARG-COUNT >= 5 THEN
                MOVE 5 TO ARG-NUM
                PERFORM 9320-GET-ARGUMENT
                MOVE 2 TO VALIDATE-MAXLEN
                MOVE "LEADING" TO VALIDATE-LABEL
                PERFORM 9100-VALIDATE-NUMERIC
                MOVE FUNCTION TRIM(VALIDATE-BUFFER) TO LEAD-DIGITS
                IF LEAD-DIGITS > LEAD-DIGITS-MAX THEN
                     MOVE LEAD-DIGITS-MAX TO lead-edit
                     DISPLAY "PRIME-DIGITS: LEADING MUST BE "
                             "BETWEEN 0 (OFF) AND "
                             FUNCTION TRIM(lead-edit)
                     MOVE "LEADING-RANGE" TO AL-REASON-CODE
                     MOVE VALIDATE-BUFFER TO AL-PARM-VALUE
                     PERFORM 9600-LOG-ALERT
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
                END-IF
                IF LEAD-DIGITS > 0 AND RANGE-ON THEN
                     DISPLAY "PRIME-DIGITS: LEADING APPLIES TO A "
                             "SINGLE N, NOT A PRODUCT RANGE"
                     MOVE "LEADING-WITH-RANGE" TO AL-REASON-CODE
                     MOVE n-buffer TO AL-PARM-VALUE
                     PERFORM 9600-LOG-ALERT
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
                END-IF
           END-IF.
           MOVE LEAD-DIGITS TO lead-edit.

           IF RANGE-ON THEN
                PERFORM 04-RUN-PRODUCT-RANGE
                STOP RUN
                  " DEBUG=" DEBUG-MODE
                  " BREAKDOWN=" BREAKDOWN-MODE
                  " WIDTH=" FUNCTION TRIM(width-edit)
                  " LEADING=" FUNCTION TRIM(lead-edit)
                  DELIMITED BY SIZE INTO RL-EFFECTIVE-PARMS.
           PERFORM 9200-DISPLAY-HEADER.
           DISPLAY factor5.
           PERFORM 9000-LOG-RESULT.

           MOVE 0 TO RETURN-CODE.
           IF LEAD-DIGITS > 0 THEN
                PERFORM 06-LEADING-COMPANION
           END-IF.
           STOP RUN.

       01-THE-SNEAKY-TWOS-OPTIMIZATION SECTION.
           END-IF.
           MOVE eu-t0 TO eu-out.

       06-LEADING-COMPANION SECTION.
           PERFORM 07-LOG10-FACTORIAL.
           MOVE lg-total TO lg-whole.
           COMPUTE ld-digit-count = lg-whole + 1.
           SUBTRACT lg-whole FROM lg-total GIVING lg-frac.
           MOVE LEAD-DIGITS TO ld-used.
           IF ld-digit-count < ld-used THEN
                MOVE ld-digit-count TO ld-used
           END-IF.
      *> 10 ** (fraction + D - 1) is the first D digits and a
      *> fraction; the nudge up keeps a factorial whose digits stop
      *> inside the window (10! = 3628800) from truncating to one
      *> below on the last place of the logarithm.
           ADD ld-used TO lg-frac.
           SUBTRACT 1 FROM lg-frac.
           COMPUTE lg-power = FUNCTION EXP10(lg-frac).
           ADD LG-ROUND-UP TO lg-power.
           MOVE lg-power TO ld-leading.
           MOVE factor-of-5-count TO ld-zeros.

           IF n <= LEAD-EXACT-MAX THEN
                PERFORM 08-MULTIPLY-OUT
                IF NOT LD-CHECK-PASSED THEN
                     GO TO 06-LEADING-COMPANION-EXIT
                END-IF
           END-IF.

           MOVE ld-leading TO ld-leading-edit.
           MOVE ld-digit-count TO ld-count-edit.
           MOVE ld-zeros TO ld-zeros-edit.
           DISPLAY "PRIME-DIGITS: LEADING DIGITS    "
                   FUNCTION TRIM(ld-leading-edit).
           DISPLAY "PRIME-DIGITS: DIGIT COUNT       "
                   FUNCTION TRIM(ld-count-edit).
           DISPLAY "PRIME-DIGITS: TRAILING ZEROS    "
                   FUNCTION TRIM(ld-zeros-edit).
*> Each figure is its own answer, so each carries its own FIGURE=
*> word on the effective parameters - the certification, drift and
*> reuse pairings key on them, and one shared set would pit three
*> different answers against the trailing digits every night.
           MOVE RL-EFFECTIVE-PARMS TO ld-main-effective.
           MOVE SPACES TO ld-parm.
           STRING FUNCTION TRIM(n-buffer) " LEADING-DIGITS"
               DELIMITED BY SIZE INTO ld-parm.
           MOVE ld-parm TO RL-INPUT-PARM.
           MOVE SPACES TO RL-EFFECTIVE-PARMS.
           STRING FUNCTION TRIM(ld-main-effective) " FIGURE=LEADING"
               DELIMITED BY SIZE INTO RL-EFFECTIVE-PARMS.
           MOVE SPACES TO RL-ANSWER.
           MOVE FUNCTION TRIM(ld-leading-edit) TO RL-ANSWER.
           PERFORM 9000-LOG-RESULT.
           MOVE SPACES TO ld-parm.
           STRING FUNCTION TRIM(n-buffer) " DIGIT-COUNT"
               DELIMITED BY SIZE INTO ld-parm.
           MOVE ld-parm TO RL-INPUT-PARM.
           MOVE SPACES TO RL-EFFECTIVE-PARMS.
           STRING FUNCTION TRIM(ld-main-effective) " FIGURE=DIGITS"
               DELIMITED BY SIZE INTO RL-EFFECTIVE-PARMS.
           MOVE SPACES TO RL-ANSWER.
           MOVE FUNCTION TRIM(ld-count-edit) TO RL-ANSWER.
           PERFORM 9000-LOG-RESULT.
           MOVE SPACES TO ld-parm.
           STRING FUNCTION TRIM(n-buffer) " TRAILING-ZEROS"
               DELIMITED BY SIZE INTO ld-parm.
           MOVE ld-parm TO RL-INPUT-PARM.
           MOVE SPACES TO RL-EFFECTIVE-PARMS.
           STRING FUNCTION TRIM(ld-main-effective) " FIGURE=ZEROS"
               DELIMITED BY SIZE INTO RL-EFFECTIVE-PARMS.
           MOVE SPACES TO RL-ANSWER.
           MOVE FUNCTION TRIM(ld-zeros-edit) TO RL-ANSWER.
           PERFORM 9000-LOG-RESULT.
           MOVE ld-main-effective TO RL-EFFECTIVE-PARMS.
       06-LEADING-COMPANION-EXIT.
           EXIT.

       07-LOG10-FACTORIAL SECTION.
*> log10(N!) into lg-total. Small N sums log10(k) outright; past
*> LEAD-SUM-MAX it is Stirling's series in base ten,
*>   (N + 1/2) log10 N - N log10 e + log10(2 pi) / 2
*>     + log10 e (1/12N - 1/360N**3 + 1/1260N**5 - 1/1680N**7),
*> whose first omitted term is below 10**-20 from N = 101 on.
           MOVE 0 TO lg-total.
           IF n <= LEAD-SUM-MAX THEN
                PERFORM VARYING lg-k FROM 2 BY 1 UNTIL lg-k > n
                    COMPUTE lg-term = FUNCTION LOG10(lg-k)
                    ADD lg-term TO lg-total
                END-PERFORM
                GO TO 07-LOG10-FACTORIAL-EXIT
           END-IF.
           COMPUTE lg-log-n = FUNCTION LOG10(n).
           COMPUTE lg-log-e = FUNCTION LOG10(FUNCTION E).
           COMPUTE lg-total = n * lg-log-n.
           COMPUTE lg-part = n * lg-log-e.
           SUBTRACT lg-part FROM lg-total.
           COMPUTE lg-term = lg-log-n / 2.
           ADD lg-term TO lg-total.
           COMPUTE lg-term = FUNCTION LOG10(2 * FUNCTION PI).
           COMPUTE lg-term = lg-term / 2.
           ADD lg-term TO lg-total.
           COMPUTE lg-inv = 1 / n.
           COMPUTE lg-inv2 = lg-inv * lg-inv.
           COMPUTE lg-corr = lg-inv / 12.
           COMPUTE lg-inv = lg-inv * lg-inv2.
           COMPUTE lg-term = lg-inv / 360.
           SUBTRACT lg-term FROM lg-corr.
           COMPUTE lg-inv = lg-inv * lg-inv2.
           COMPUTE lg-term = lg-inv / 1260.
           ADD lg-term TO lg-corr.
           COMPUTE lg-inv = lg-inv * lg-inv2.
           COMPUTE lg-term = lg-inv / 1680.
           SUBTRACT lg-term FROM lg-corr.
           COMPUTE lg-corr = lg-corr * lg-log-e.
           ADD lg-corr TO lg-total.
       07-LOG10-FACTORIAL-EXIT.
           EXIT.

       08-MULTIPLY-OUT SECTION.
*> N! in full, then the three figures read straight off its
*> digits and set against the logarithm's. A disagreement is
*> alerted and nothing further is logged.
           MOVE "Y" TO LD-CHECK.
           MOVE 1 TO BIG-CELL(1).
           MOVE 1 TO big-used.
           PERFORM VARYING lg-k FROM 2 BY 1 UNTIL lg-k > n
               MOVE 0 TO big-carry
               PERFORM VARYING big-idx FROM 1 BY 1
                       UNTIL big-idx > big-used
                   COMPUTE big-wide =
                       BIG-CELL(big-idx) * lg-k + big-carry
                   DIVIDE big-wide BY 1000000000
                       GIVING big-carry REMAINDER BIG-CELL(big-idx)
               END-PERFORM
               IF big-carry > 0 THEN
                    ADD 1 TO big-used
                    MOVE big-carry TO BIG-CELL(big-used)
               END-IF
           END-PERFORM.
           MOVE ZEROES TO BIG-DISPLAY.
           PERFORM VARYING big-idx FROM 1 BY 1
                   UNTIL big-idx > big-used
               MOVE BIG-CELL(big-idx)
                   TO BIG-DIGIT-GROUP(BIG-CELL-MAX + 1 - big-idx)
           END-PERFORM.
           MOVE 1 TO big-pos.
           PERFORM UNTIL BIG-DISPLAY-TEXT(big-pos:1) NOT = "0"
               ADD 1 TO big-pos
           END-PERFORM.
           COMPUTE bx-count = 2700 - big-pos + 1.
           MOVE 0 TO bx-zeros.
           MOVE 2700 TO big-end.
           PERFORM UNTIL BIG-DISPLAY-TEXT(big-end:1) NOT = "0"
               ADD 1 TO bx-zeros
               SUBTRACT 1 FROM big-end
           END-PERFORM.
           MOVE BIG-DISPLAY-TEXT(big-pos:ld-used) TO bx-leading.
           IF bx-count NOT = ld-digit-count THEN
                MOVE "N" TO LD-CHECK
                DISPLAY "PRIME-DIGITS: DIGIT COUNT " ld-digit-count
                        " BUT THE MULTIPLIED-OUT N! HAS " bx-count
           END-IF.
           IF bx-leading NOT = ld-leading THEN
                MOVE "N" TO LD-CHECK
                DISPLAY "PRIME-DIGITS: LEADING DIGITS " ld-leading
                        " BUT THE MULTIPLIED-OUT N! STARTS "
                        bx-leading
           END-IF.
           IF bx-zeros NOT = ld-zeros THEN
                MOVE "N" TO LD-CHECK
                DISPLAY "PRIME-DIGITS: TRAILING ZEROS " ld-zeros
                        " BUT THE MULTIPLIED-OUT N! ENDS IN "
                        bx-zeros
           END-IF.
           IF LD-CHECK-PASSED THEN
                DISPLAY "PRIME-DIGITS: MULTIPLIED-OUT N! AGREES "
                        "ON ALL THREE FIGURES"
           ELSE
                MOVE "LEADING-MISMATCH" TO AL-REASON-CODE
                MOVE n-buffer TO AL-PARM-VALUE
                PERFORM 9600-LOG-ALERT
                MOVE 8 TO RETURN-CODE
           END-IF.

       COPY ALRTPR.

       COPY VALNUMPR.
