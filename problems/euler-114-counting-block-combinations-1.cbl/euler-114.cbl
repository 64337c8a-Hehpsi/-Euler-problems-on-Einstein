           COPY SYSINSL.
           COPY BCKPTSL.
           COPY ALRTSL.
           COPY LINAGSL.
           COPY CAPLGSL.
           COPY REGCFSL.
           COPY LOCKSL.
       COPY SYSINFD.
       COPY BCKPTFD.
       COPY ALRTFD.
       COPY LINAGFD.
       COPY CAPLGFD.

       COPY REGCFFD.
       COPY RPTHDRWS.
       COPY BCKPTWS.
       COPY ALRTWS.
       COPY LINAGWS.
       COPY CAPLGWS.
       COPY GENSVWS.
       01 SOLUTIONS-TABLE.
               05 SOLUTIONS PIC S9(18) BINARY VALUE -1 OCCURS 5000 TIMES.

       01 MIN-BLOCK-LENGTH PIC 9(4)  BINARY VALUE IS 3.
*> Multi-colour mode (COLOURS, argument 5 in every mode, default
*> 1): each block may be painted in any of BLOCK-COLOURS colours,
*> so every block laid multiplies the ways to finish the row by
*> the colour count. COUNTS carries the factor through its sweep,
*> the breakdown weights its k-block row by COLOURS to the k, and
*> the enumeration paints each block in turn with every colour
*> off BLOCK-HUES. One colour is the classic red-only count.
       01 BLOCK-COLOURS    PIC 9(2)  BINARY VALUE IS 1.
       01 BLOCK-COLOURS-MAX PIC 9(2) BINARY VALUE IS 99.
       01 BLOCK-COLOURS-EDIT PIC Z9.
*> Residue mode (MODULUS, argument 6 or keyword slot 6 - the
*> positional card has no sixth column - default 0): COUNTS keeps
*> every SOLUTIONS-TABLE entry modulo BLOCK-MODULUS, so a row far
*> past the 18 digits a true count can hold still answers "the
*> count mod M", and the checkpoint header records the modulus.
*> Without one, a true count that outgrows 18 digits comes back
*> as COUNT-OVERFLOW and the run stops on an ALERTLOG record
*> instead of logging a wrapped number. Nine digits keeps every
*> residue sum COUNTS builds well inside its 18-digit cell.
       01 BLOCK-MODULUS    PIC 9(9)  BINARY VALUE IS ZERO.
       01 BLOCK-MODULUS-EDIT PIC Z(8)9.
       01 COUNT-OVERFLOW   PIC X     VALUE "N".
           88 COUNT-OVERFLOWED VALUE "Y".
       01 bd-residue PIC 9(36).
       01 BD-OVERFLOW PIC X VALUE "N".
           88 BD-OVERFLOWED VALUE "Y".
       01 ROW-LENGTH       PIC 9(4)  BINARY.
       01 RESULT           PIC 9(18) BINARY.
       01 RECURSION-DEPTH  PIC 9(8)  BINARY VALUE ZERO.
       01 bd-sum PIC 9(36).
       01 bd-room PIC S9(9) BINARY.
       01 bd-row-count PIC 9(4) BINARY VALUE ZERO.
       01 bd-weight PIC 9(36).
       01 BLOCKDIST-WORK.
           05 BDW-K PIC Z(3)9.
           05 FILLER PIC X(3) VALUE " : ".
           05 EN-LEVEL OCCURS 22 TIMES.
               10 EN-POS    PIC 9(4) BINARY.
               10 EN-CHOICE PIC 9(4) BINARY.
               10 EN-COLOUR PIC 9(2) BINARY.
*> Picture letters for the block colours, red first so a one-
*> colour enumeration reads exactly as it always has.
       01 BLOCK-HUES VALUE IS "RGBYOPCMW".
           05 BLOCK-HUE PIC X OCCURS 9 TIMES.
       01 ENUM-COLOURS-MAX PIC 9(2) BINARY VALUE 9.
       01 en-colour-w PIC 9(2) BINARY.
       01 en-pos-w PIC 9(4) BINARY.
       01 en-choice-w PIC 9(4) BINARY.
       01 en-fill PIC 9(4) BINARY.
       PROCEDURE DIVISION.
           MOVE "COUNTING-BLOCKS" TO RL-PROGRAM-ID.
           MOVE RL-PROGRAM-ID TO AL-PROGRAM-ID.
           MOVE RL-PROGRAM-ID TO LN-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE TO RL-START-TIME.
           PERFORM 9800-LOAD-REGION-CONFIG.
           MOVE RESULTS-LOG-DSN TO REGION-DSN-WORK.
           MOVE ALERT-LOG-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO ALERT-LOG-DSN.
           MOVE LINEAGE-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO LINEAGE-DSN.
           MOVE CAPACITY-LOG-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO CAPACITY-LOG-DSN.
           MOVE "N" TO SYSIN-DEFAULT(3).
           MOVE "BREAKDOWN" TO SYSIN-KEY(4).
           MOVE "N" TO SYSIN-DEFAULT(4).
           MOVE "COLOURS" TO SYSIN-KEY(5).
           MOVE "1" TO SYSIN-DEFAULT(5).
           MOVE "MODULUS" TO SYSIN-KEY(6).
           MOVE "0" TO SYSIN-DEFAULT(6).
           PERFORM 9300-GET-PARAMETERS.
           MOVE 1 TO ARG-NUM.
           PERFORM 9320-GET-ARGUMENT.
                     MOVE FUNCTION TRIM(VALIDATE-BUFFER)
                         TO MIN-BLOCK-LENGTH
                END-IF
                PERFORM 04-GET-COLOURS
                IF BLOCK-COLOURS > ENUM-COLOURS-MAX THEN
                     DISPLAY "COUNTING-BLOCKS: ENUMERATION DRAWS "
                             "UP TO " ENUM-COLOURS-MAX " COLOURS"
                     MOVE "ENUM-COLOUR-RANGE" TO AL-REASON-CODE
                     MOVE VALIDATE-BUFFER TO AL-PARM-VALUE
                     PERFORM 9600-LOG-ALERT
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
                END-IF
                PERFORM 03-ENUMERATE-ARRANGEMENTS
                STOP RUN
           END-IF.
                     PERFORM 9320-GET-ARGUMENT
                     MOVE VALIDATE-BUFFER(1:1) TO DEBUG-MODE
                END-IF
                PERFORM 04-GET-COLOURS
                PERFORM 04A-GET-MODULUS
                IF BLOCK-MODULUS > 0 THEN
                     DISPLAY "COUNTING-BLOCKS: A THRESHOLD SEARCH "
                             "COMPARES TRUE COUNTS - MODULUS IS NOT "
                             "ALLOWED"
                     MOVE "THRESHOLD-MODULUS" TO AL-REASON-CODE
                     MOVE VALIDATE-BUFFER TO AL-PARM-VALUE
                     PERFORM 9600-LOG-ALERT
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
                END-IF
                PERFORM 9500-LOAD-CHECKPOINT
                PERFORM 01-THRESHOLD-SEARCH
                STOP RUN
                PERFORM 9320-GET-ARGUMENT
                MOVE VALIDATE-BUFFER(1:1) TO BREAKDOWN-MODE
           END-IF.
           PERFORM 04-GET-COLOURS.
           PERFORM 04A-GET-MODULUS.

           IF ROW-LENGTH > 5000 THEN
                   DISPLAY "COBOL does not do dynamic memory allocation "
                               SOLUTIONS-TABLE
                               DEBUG-MODE
                               RESULT
                               RECURSION-DEPTH
                               BLOCK-COLOURS
                               BLOCK-MODULUS
                               COUNT-OVERFLOW.

           PERFORM 9510-SAVE-CHECKPOINT.
           PERFORM 05-CHECK-COUNT-OVERFLOW.

           MOVE "SOLUTIONS-TABLE" TO CP-TABLE-NAME.
           MOVE ROW-LENGTH TO CP-USED.
           PERFORM 9700-LOG-CAPACITY.

           IF BREAKDOWN-ON THEN
                PERFORM 02-BLOCK-BREAKDOWN THRU 02-BLOCK-BREAKDOWN-EXIT
           END-IF.

           MOVE ROW-LENGTH TO RL-INPUT-PARM.
           MOVE ROW-LENGTH TO ROW-LENGTH-EDIT.
           MOVE MIN-BLOCK-LENGTH TO MIN-BLOCK-EDIT.
           MOVE SPACES TO RL-EFFECTIVE-PARMS.
           MOVE BLOCK-COLOURS TO BLOCK-COLOURS-EDIT.
           MOVE BLOCK-MODULUS TO BLOCK-MODULUS-EDIT.
           STRING "ROW-LENGTH=" FUNCTION TRIM(ROW-LENGTH-EDIT)
                  " MIN-BLOCK-LENGTH=" FUNCTION TRIM(MIN-BLOCK-EDIT)
                  " DEBUG=" DEBUG-MODE
                  " COLOURS=" FUNCTION TRIM(BLOCK-COLOURS-EDIT)
                  " MODULUS=" FUNCTION TRIM(BLOCK-MODULUS-EDIT)
                  DELIMITED BY SIZE INTO RL-EFFECTIVE-PARMS.
           PERFORM 9200-DISPLAY-HEADER.
           DISPLAY RESULT.
           IF BLOCK-MODULUS > 0 THEN
                DISPLAY "COUNTING-BLOCKS: THE COUNT MODULO "
                        FUNCTION TRIM(BLOCK-MODULUS-EDIT)
           END-IF.

           MOVE RESULT TO RL-ANSWER.
           PERFORM 9000-LOG-RESULT.
       02-BLOCK-BREAKDOWN.
           MOVE 0 TO bd-sum.
           MOVE 0 TO bd-row-count.
           MOVE "N" TO BD-OVERFLOW.
           OPEN OUTPUT BLOCKDIST-FILE.
           MOVE 0 TO bd-k.
           COMPUTE bd-room = ROW-LENGTH.
           MOVE blockdist-dsn TO MF-FILE-NAME.
           MOVE bd-row-count TO MF-RECORD-COUNT.
           PERFORM 9950-WRITE-MANIFEST.
      *> Under a modulus the rows stay true counts and their sum is
      *> reduced once, to compare with the residue COUNTS answered.
           IF BD-OVERFLOWED THEN
                DISPLAY "COUNTING-BLOCKS: A BREAKDOWN ROW OUTGREW "
                        "36 DIGITS - NO CROSS-CHECK IS POSSIBLE AT "
                        "THIS ROW LENGTH"
                MOVE "BREAKDOWN-OVERFLOW" TO AL-REASON-CODE
                MOVE ROW-LENGTH-EDIT TO AL-PARM-VALUE
                PERFORM 9600-LOG-ALERT
                MOVE 8 TO RETURN-CODE
                GO TO 02-BLOCK-BREAKDOWN-EXIT
           END-IF.
           IF BLOCK-MODULUS > 0 THEN
                DIVIDE bd-sum BY BLOCK-MODULUS
                    GIVING bd-residue REMAINDER bd-sum
           END-IF.
           IF bd-sum = RESULT THEN
                DISPLAY "COUNTING-BLOCKS: BREAKDOWN ROWS SUM BACK "
                        "TO THE TOTAL (" RESULT ")"
                PERFORM 9600-LOG-ALERT
                MOVE 8 TO RETURN-CODE
           END-IF.
       02-BLOCK-BREAKDOWN-EXIT.
           EXIT.

       02A-ONE-BREAKDOWN-ROW.
      *> C(a, 2k) with a = n - k*(m-1) + 1, built by the running
      *> product-and-divide that keeps every intermediate exact, then
      *> weighted by COLOURS to the k for the ways to paint k blocks.
           COMPUTE bd-a = ROW-LENGTH
               - bd-k * (MIN-BLOCK-LENGTH - 1) + 1.
           COMPUTE bd-b = 2 * bd-k.
           PERFORM VARYING bd-i FROM 1 BY 1 UNTIL bd-i > bd-b
               COMPUTE bd-count =
                   bd-count * (bd-a - bd-b + bd-i) / bd-i
                   ON SIZE ERROR MOVE "Y" TO BD-OVERFLOW
               END-COMPUTE
           END-PERFORM.
           MOVE 1 TO bd-weight.
           PERFORM VARYING bd-i FROM 1 BY 1 UNTIL bd-i > bd-k
               COMPUTE bd-weight = bd-weight * BLOCK-COLOURS
                   ON SIZE ERROR MOVE "Y" TO BD-OVERFLOW
               END-COMPUTE
           END-PERFORM.
           COMPUTE bd-count = bd-count * bd-weight
               ON SIZE ERROR MOVE "Y" TO BD-OVERFLOW
           END-COMPUTE.
           MOVE bd-k TO BDW-K.
           MOVE bd-count TO BDW-COUNT.
           MOVE BLOCKDIST-WORK TO BLOCKDIST-REC.
           WRITE BLOCKDIST-REC.
           ADD 1 TO bd-row-count.
           ADD bd-count TO bd-sum
               ON SIZE ERROR MOVE "Y" TO BD-OVERFLOW
           END-ADD.

       03-ENUMERATE-ARRANGEMENTS.
           MOVE FUNCTION CURRENT-DATE TO RL-START-TIME.
                               SOLUTIONS-TABLE
                               DEBUG-MODE
                               RESULT
                               RECURSION-DEPTH
                               BLOCK-COLOURS
                               BLOCK-MODULUS
                               COUNT-OVERFLOW.
           PERFORM 9510-SAVE-CHECKPOINT.
           PERFORM 05-CHECK-COUNT-OVERFLOW.

           MOVE ROW-LENGTH TO ROW-LENGTH-EDIT.
           MOVE MIN-BLOCK-LENGTH TO MIN-BLOCK-EDIT.
               DELIMITED BY SIZE INTO enum-parm.
           MOVE enum-parm TO RL-INPUT-PARM.
           MOVE SPACES TO RL-EFFECTIVE-PARMS.
           MOVE BLOCK-COLOURS TO BLOCK-COLOURS-EDIT.
           STRING "MODE=ENUMERATE ROW-LENGTH="
                  FUNCTION TRIM(ROW-LENGTH-EDIT)
                  " MIN-BLOCK-LENGTH="
                  FUNCTION TRIM(MIN-BLOCK-EDIT)
                  " COLOURS=" FUNCTION TRIM(BLOCK-COLOURS-EDIT)
               DELIMITED BY SIZE INTO RL-EFFECTIVE-PARMS.
           PERFORM 9200-DISPLAY-HEADER.
           DISPLAY enum-count.
           IF en-choice-w = 0 THEN
                MOVE "." TO en-picture(en-pos-w:1)
                MOVE MIN-BLOCK-LENGTH TO EN-CHOICE(en-depth)
                MOVE 1 TO EN-COLOUR(en-depth)
                ADD 1 TO en-depth
                COMPUTE EN-POS(en-depth) = en-pos-w + 1
                MOVE 0 TO EN-CHOICE(en-depth)
                SUBTRACT 1 FROM en-depth
                GO TO 03A-ENUMERATE-ONE-STEP-DONE
           END-IF.
      *> Each block length is laid once per colour before the next
      *> length is tried.
           MOVE EN-COLOUR(en-depth) TO en-colour-w.
           PERFORM VARYING en-fill FROM en-pos-w BY 1
                   UNTIL en-fill > en-pos-w + en-choice-w - 1
               MOVE BLOCK-HUE(en-colour-w) TO en-picture(en-fill:1)
           END-PERFORM.
           COMPUTE en-child = en-pos-w + en-choice-w.
           IF en-child <= ROW-LENGTH THEN
                MOVE "." TO en-picture(en-child:1)
                ADD 1 TO en-child
           END-IF.
           IF en-colour-w < BLOCK-COLOURS THEN
                ADD 1 TO EN-COLOUR(en-depth)
           ELSE
                MOVE 1 TO EN-COLOUR(en-depth)
                ADD 1 TO EN-CHOICE(en-depth)
           END-IF.
           ADD 1 TO en-depth.
           MOVE en-child TO EN-POS(en-depth).
           MOVE 0 TO EN-CHOICE(en-depth).
       03A-ENUMERATE-ONE-STEP-DONE.
           EXIT.

       04-GET-COLOURS.
           IF ARG-COUNT >= 5 THEN
                MOVE 5 TO ARG-NUM
                PERFORM 9320-GET-ARGUMENT
                MOVE 2 TO VALIDATE-MAXLEN
                MOVE "COLOURS" TO VALIDATE-LABEL
                PERFORM 9100-VALIDATE-NUMERIC
                MOVE FUNCTION TRIM(VALIDATE-BUFFER) TO BLOCK-COLOURS
                IF BLOCK-COLOURS = 0 THEN
                     DISPLAY "COUNTING-BLOCKS: COLOURS RUNS 1 TO "
                             BLOCK-COLOURS-MAX
                     MOVE "COLOUR-RANGE" TO AL-REASON-CODE
                     MOVE VALIDATE-BUFFER TO AL-PARM-VALUE
                     PERFORM 9600-LOG-ALERT
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
                END-IF
           END-IF.

       04A-GET-MODULUS.
           IF ARG-COUNT >= 6 THEN
                MOVE 6 TO ARG-NUM
                PERFORM 9320-GET-ARGUMENT
                MOVE 9 TO VALIDATE-MAXLEN
                MOVE "MODULUS" TO VALIDATE-LABEL
                PERFORM 9100-VALIDATE-NUMERIC
                MOVE FUNCTION TRIM(VALIDATE-BUFFER) TO BLOCK-MODULUS
           END-IF.
           MOVE BLOCK-MODULUS TO BLOCK-MODULUS-EDIT.

       05-CHECK-COUNT-OVERFLOW.
           IF COUNT-OVERFLOWED THEN
                MOVE ROW-LENGTH TO ROW-LENGTH-EDIT
                DISPLAY "COUNTING-BLOCKS: THE COUNT FOR ROW LENGTH "
                        FUNCTION TRIM(ROW-LENGTH-EDIT)
                        " OUTGROWS 18 DIGITS - RERUN WITH A MODULUS "
                        "FOR THE COUNT MOD M"
                MOVE "COUNT-OVERFLOW" TO AL-REASON-CODE
                MOVE ROW-LENGTH-EDIT TO AL-PARM-VALUE
                PERFORM 9600-LOG-ALERT
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.

       01-THRESHOLD-SEARCH.
           PERFORM VARYING ROW-LENGTH FROM 1 BY 1
                   UNTIL ROW-LENGTH > 5000
                                   DEBUG-MODE
                                   RESULT
                                   RECURSION-DEPTH
                                   BLOCK-COLOURS
                                   BLOCK-MODULUS
                                   COUNT-OVERFLOW
      *> A count too big for 18 digits is past any target there is.
               IF RESULT > TARGET-COUNT OR COUNT-OVERFLOWED THEN
                    MOVE ROW-LENGTH TO threshold-row
               END-IF
           END-PERFORM.
               DELIMITED BY SIZE INTO RL-INPUT-PARM.
           MOVE MIN-BLOCK-LENGTH TO MIN-BLOCK-EDIT.
           MOVE SPACES TO RL-EFFECTIVE-PARMS.
           MOVE BLOCK-COLOURS TO BLOCK-COLOURS-EDIT.
           STRING "MODE=THRESHOLD TARGET="
                  FUNCTION TRIM(TARGET-EDIT)
                  " MIN-BLOCK-LENGTH=" FUNCTION TRIM(MIN-BLOCK-EDIT)
                  " DEBUG=" DEBUG-MODE
                  " COLOURS=" FUNCTION TRIM(BLOCK-COLOURS-EDIT)
                  DELIMITED BY SIZE INTO RL-EFFECTIVE-PARMS.
           PERFORM 9200-DISPLAY-HEADER.
           DISPLAY threshold-row.
           IF COUNT-OVERFLOWED THEN
                DISPLAY "COUNTING-BLOCKS: FIRST ROW LENGTH WHOSE "
                        "COUNT EXCEEDS THE TARGET IS " threshold-row
                        " (COUNT PAST 18 DIGITS)"
           ELSE
                DISPLAY "COUNTING-BLOCKS: FIRST ROW LENGTH WHOSE "
                        "COUNT EXCEEDS THE TARGET IS " threshold-row
                        " (COUNT " RESULT ")"
           END-IF.

           MOVE threshold-row TO RL-ANSWER.
           PERFORM 9000-LOG-RESULT.

       COPY ALRTPP.

       COPY LINAGPP.

       COPY CAPLGPP.

       COPY VALNUMPP.
*> and with no self-CALL left the recursion-depth abort is
*> impossible by construction; the recursion-depth argument stays in
*> the interface so every caller keeps compiling and calling as
*> before. The block-colour count rides next: a block laid in any
*> of colour-count ways multiplies what follows it by that many.
*> Then the modulus: non-zero keeps every cell as a residue; zero
*> keeps true counts, and a cell that would outgrow 18 digits
*> stops the sweep with count-overflow set to "Y" - the cells
*> below it stay exact, the rest stay unsolved.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 cblock   PIC 9(4) BINARY.
       01 cnext    PIC 9(4) BINARY.
       01 cell-total PIC 9(18) BINARY.
       01 cell-dump  PIC 9(18) BINARY.
       01 DEBUG-TRACE-EVERY PIC 9(4) BINARY VALUE 100.
       01 debug-dump        PIC 9(4) BINARY VALUE ZERO.
       01 debug-check       PIC 9(4) BINARY VALUE ZERO.
*> recurse - but stays in the USING list so the calling convention
*> is identical to what every caller has always compiled against.
       01 recursion-depth PIC 9(8) BINARY.
       01 colour-count PIC 9(2) BINARY.
       01 count-modulus PIC 9(9) BINARY.
       01 count-overflow PIC X.
           88 COUNT-HAS-OVERFLOWED VALUE "Y".

       PROCEDURE DIVISION USING idx minlength solutions-tbl debug-mode
           count-out recursion-depth colour-count count-modulus
           count-overflow.
       00-sweep-up.
           IF hb-base-prefixed NOT = "Y" THEN
                MOVE "Y" TO hb-base-prefixed
                MOVE REGION-DSN-WORK TO HEARTBEAT-BASE-DSN
           END-IF.
           MOVE "COUNTS" TO HB-PROGRAM-NAME.
           MOVE "N" TO count-overflow.
           IF idx = 0 THEN
                   MOVE 1 TO count-out
                   IF count-modulus = 1 THEN
                        MOVE 0 TO count-out
                   END-IF
                   GOBACK
           END-IF.

           PERFORM 01-fill-one-cell THRU 02-fill-one-cell-done
               VARYING fill-idx FROM 1 BY 1
               UNTIL fill-idx > idx OR COUNT-HAS-OVERFLOWED.

           IF COUNT-HAS-OVERFLOWED THEN
                   MOVE 0 TO count-out
                   GOBACK
           END-IF.
           MOVE solutions(idx) TO count-out.
           GOBACK.

           END-IF.

           PERFORM VARYING cblock FROM minlength BY 1
                   UNTIL cblock > fill-idx OR COUNT-HAS-OVERFLOWED
               SUBTRACT cblock FROM fill-idx GIVING cnext
               IF cnext > 0 THEN
                    SUBTRACT 1 FROM cnext
               END-IF
               IF cnext = 0 THEN
                    ADD colour-count TO cell-total
                        ON SIZE ERROR MOVE "Y" TO count-overflow
                    END-ADD
               ELSE
                    COMPUTE cell-total =
                        cell-total + colour-count * solutions(cnext)
                        ON SIZE ERROR MOVE "Y" TO count-overflow
                    END-COMPUTE
               END-IF
           END-PERFORM.
           IF COUNT-HAS-OVERFLOWED THEN
                   GO TO 02-fill-one-cell-done
           END-IF.
           IF count-modulus > 0 THEN
                   DIVIDE cell-total BY count-modulus
                       GIVING cell-dump REMAINDER cell-total
           END-IF.

           MOVE cell-total TO solutions(fill-idx).

