       FILE-CONTROL.
           SELECT PRIME-LIST-FILE ASSIGN USING PRIME-LIST-DSN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRIME-TAB-FILE ASSIGN USING PRIME-TAB-DSN
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY RESLOGSL.
           COPY SYSINSL.
           COPY PRIMCSL.
           COPY ALRTSL.
           COPY LINAGSL.
           COPY CAPLGSL.
           COPY REGCFSL.
           COPY LOCKSL.
       FD  PRIME-LIST-FILE.
       01  PRIME-LIST-REC       PIC 9(8).
       01  PRIME-LIST-TRAILER-REC PIC X(36).
       FD  PRIME-TAB-FILE.
       01  PRIME-TAB-REC          PIC X(36).
       COPY RESLOGFD.
       COPY SYSINFD.
       COPY PRIMCFD.
       COPY ALRTFD.
       COPY LINAGFD.
       COPY CAPLGFD.

       COPY REGCFFD.
         COPY CAPLGWS.
         COPY GENSVWS.
         COPY ALRTWS.
         COPY LINAGWS.
         COPY PRGHBWS.
         01 PRIME-LIST-DSN PIC X(30) VALUE "PRIMELIST".
         01 n                    PIC 9(8)  BINARY.
         01 iv-low-edit PIC Z(7)9.
         01 iv-high-edit PIC Z(7)9.
         01 iv-count-edit PIC Z(8)9.
      *> Slice form of interval mode ("SLICE" in place of
      *> "INTERVAL"): one share of a large N split across streams.
      *> A slice never loads, locks or extends the shared prime
      *> store - it sieves its own base primes to the square root of
      *> HIGH and marks only [LOW, HIGH] - and its detail list goes
      *> to its own PRIMELIST.S<low>, so any number of slices can run
      *> side by side. PRIME-SUM-MERGE adds the slices back up.
         01 SLICE-MODE PIC X VALUE "N".
             88 SLICE-ON VALUE "Y".
         01 SLICE-BASE-MAX PIC 9(8) BINARY VALUE 10000.
         01 SLICE-BASE-TABLE.
             05 SLICE-BASE-FLAG PIC 9(1) BINARY OCCURS 10000 TIMES.
         01 sl-p     PIC 9(8) BINARY.
         01 sl-j     PIC 9(9) BINARY.
         01 sl-q     PIC 9(9) BINARY.
         01 sl-width PIC 9(9) BINARY.
         01 sl-low-digits PIC 9(8).
      *> Control-total trailer, built here first so the FILLER VALUE
      *> clauses take effect: record count then value sum, which any
      *> consumer can prove the file complete against. The sum
             05 PL-TRAILER-COUNT PIC 9(09) VALUE ZERO.
             05 FILLER           PIC X(01) VALUE SPACE.
             05 PL-TRAILER-SUM   PIC 9(18) VALUE ZERO.

      *> Tabulation mode ("TABULATE" as argument 1, or N=TABULATE on
      *> keyword cards, with the ceiling in HIGH and the spacing in
      *> STEP): one pass over the sieve or the store writes PRIMETAB,
      *> a row per checkpoint x holding pi(x) and the prime sum up to
      *> x. A blank or zero STEP puts the checkpoints at the powers
      *> of ten; either way the last row is always x = N itself, so
      *> it must match the ordinary logged answer for that N.
         01 PRIME-TAB-DSN PIC X(30) VALUE "PRIMETAB".
         01 TABULATE-MODE PIC X VALUE "N".
             88 TABULATE-ON VALUE "Y".
         01 tb-step PIC 9(8) BINARY VALUE ZERO.
         01 tb-next PIC 9(9) BINARY VALUE ZERO.
         01 tb-count PIC 9(9) BINARY VALUE ZERO.
         01 tb-row-count PIC 9(9) BINARY VALUE ZERO.
         01 tb-step-edit PIC Z(7)9.
         01 tb-rows-edit PIC Z(8)9.
         01 TB-ROWS-DONE PIC X VALUE "N".
             88 TB-ALL-ROWS-WRITTEN VALUE "Y".
         01 PRIME-TAB-WORK.
             05 PT-CHECKPOINT    PIC 9(08) VALUE ZERO.
             05 FILLER           PIC X(01) VALUE SPACE.
             05 PT-PRIME-COUNT   PIC 9(09) VALUE ZERO.
             05 FILLER           PIC X(01) VALUE SPACE.
             05 PT-PRIME-SUM     PIC 9(16) VALUE ZERO.
      *> PRIMETAB's trailer: row count, then the sum on the last row,
      *> which is the logged answer.
         01 PRIME-TAB-TRAILER-WORK.
             05 FILLER           PIC X(08) VALUE "TRAILER ".
             05 PT-TRAILER-COUNT PIC 9(09) VALUE ZERO.
             05 FILLER           PIC X(01) VALUE SPACE.
             05 PT-TRAILER-SUM   PIC 9(18) VALUE ZERO.
*> The build version this binary answers to a VERSION inquiry,
*> compared by PROBLEM-RUNNER's pre-flight against the release
*> manifest so a stale binary is caught at submission.
          00-PREAMBLE.
            MOVE "PRIME-SUM" TO RL-PROGRAM-ID.
            MOVE RL-PROGRAM-ID TO AL-PROGRAM-ID.
            MOVE RL-PROGRAM-ID TO LN-PROGRAM-ID.
            MOVE RL-PROGRAM-ID TO HB-PROGRAM-NAME.
            MOVE FUNCTION CURRENT-DATE TO RL-START-TIME.
           PERFORM 9800-LOAD-REGION-CONFIG.
           MOVE ALERT-LOG-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO ALERT-LOG-DSN.
           MOVE LINEAGE-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO LINEAGE-DSN.
           MOVE CAPACITY-LOG-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO CAPACITY-LOG-DSN.
           MOVE PRIME-LIST-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO PRIME-LIST-DSN.
           MOVE PRIME-TAB-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO PRIME-TAB-DSN.
           MOVE MANIFEST-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO MANIFEST-DSN.
            MOVE "N" TO SYSIN-DEFAULT(2).
            MOVE "LOW" TO SYSIN-KEY(3).
            MOVE "HIGH" TO SYSIN-KEY(4).
            MOVE "STEP" TO SYSIN-KEY(5).
            PERFORM 9300-GET-PARAMETERS.
            MOVE 1 TO ARG-NUM.
            PERFORM 9320-GET-ARGUMENT.
            IF FUNCTION TRIM(VALIDATE-BUFFER) = "SLICE" THEN
                 MOVE "Y" TO SLICE-MODE
                 MOVE "INTERVAL" TO VALIDATE-BUFFER
            END-IF.
            IF FUNCTION TRIM(VALIDATE-BUFFER) = "INTERVAL" THEN
                 MOVE "Y" TO INTERVAL-MODE
*> Positionally LOW rides argument 2 and HIGH argument 3
                 PERFORM 05-RUN-INTERVAL
                 STOP RUN
            END-IF.
            IF FUNCTION TRIM(VALIDATE-BUFFER) = "TABULATE" THEN
                 MOVE "Y" TO TABULATE-MODE
*> Positionally the ceiling rides argument 2, STEP argument 3 and
*> DEBUG argument 4; on keyword cards they ride the HIGH, STEP and
*> DEBUG slots.
                 MOVE 2 TO ARG-NUM
                 IF SYSIN-MODE-ON AND SYSIN-KEYWORDS-ON THEN
                      MOVE 4 TO ARG-NUM
                 END-IF
                 PERFORM 9320-GET-ARGUMENT
                 MOVE 8 TO VALIDATE-MAXLEN
                 MOVE "N" TO VALIDATE-LABEL
                 PERFORM 9100-VALIDATE-NUMERIC
                 MOVE FUNCTION TRIM(VALIDATE-BUFFER) TO n
                 IF SYSIN-MODE-ON AND SYSIN-KEYWORDS-ON THEN
                      MOVE 5 TO ARG-NUM
                      PERFORM 9320-GET-ARGUMENT
                 ELSE
                      MOVE SPACES TO VALIDATE-BUFFER
                      IF ARG-COUNT >= 3 THEN
                           MOVE 3 TO ARG-NUM
                           PERFORM 9320-GET-ARGUMENT
                      END-IF
                 END-IF
                 IF VALIDATE-BUFFER NOT = SPACES THEN
                      MOVE 8 TO VALIDATE-MAXLEN
                      MOVE "STEP" TO VALIDATE-LABEL
                      PERFORM 9100-VALIDATE-NUMERIC
                      MOVE FUNCTION TRIM(VALIDATE-BUFFER) TO tb-step
                 END-IF
                 IF SYSIN-MODE-ON AND SYSIN-KEYWORDS-ON THEN
                      MOVE 2 TO ARG-NUM
                      PERFORM 9320-GET-ARGUMENT
                      MOVE VALIDATE-BUFFER(1:1) TO DEBUG-MODE
                 ELSE
                      IF ARG-COUNT >= 4 THEN
                           MOVE 4 TO ARG-NUM
                           PERFORM 9320-GET-ARGUMENT
                           MOVE VALIDATE-BUFFER(1:1)
                               TO DEBUG-MODE
                      END-IF
                 END-IF
                 PERFORM 09-RUN-TABULATE
                 STOP RUN
            END-IF.
            MOVE 8 TO VALIDATE-MAXLEN.
            MOVE "N" TO VALIDATE-LABEL.
            PERFORM 9100-VALIDATE-NUMERIC.
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
            END-IF.
            IF SLICE-ON THEN
                 PERFORM 12-RUN-SLICE
                 STOP RUN
            END-IF.
            PERFORM 9400-LOAD-PRIME-CACHE.
            IF iv-high > MAX-SIEVE-SIZE
                    AND iv-high > PRIME-CACHE-CEILING THEN
            PERFORM 9950-WRITE-MANIFEST.
            PERFORM 9410-SAVE-PRIME-CACHE.

            PERFORM 05A-LOG-INTERVAL.

         05A-LOG-INTERVAL SECTION.
          05A-LOG-INTERVAL-PREAMBLE.
            MOVE iv-low TO iv-low-edit.
            MOVE iv-high TO iv-high-edit.
            MOVE iv-count TO iv-count-edit.
                   " HIGH=" FUNCTION TRIM(iv-high-edit)
                   " COUNT=" FUNCTION TRIM(iv-count-edit)
                   " DEBUG=" DEBUG-MODE
                   " SLICE=" SLICE-MODE
                   DELIMITED BY SIZE INTO RL-EFFECTIVE-PARMS.
            PERFORM 9200-DISPLAY-HEADER.
            DISPLAY iv-count " PRIME(S) IN THE INTERVAL, SUM:".
            WRITE PRIME-LIST-REC.
            ADD 1 TO iv-count.

         09-RUN-TABULATE SECTION.
          09-RUN-TABULATE-PREAMBLE.
            MOVE FUNCTION CURRENT-DATE TO RL-START-TIME.
            IF n < 2 THEN
                 DISPLAY "PRIME-SUM: A TABULATION NEEDS N OF AT "
                         "LEAST 2"
                 MOVE "TABULATE-TOO-SMALL" TO AL-REASON-CODE
                 MOVE SPACES TO AL-PARM-VALUE
                 PERFORM 9600-LOG-ALERT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
            END-IF.
            PERFORM 9400-LOAD-PRIME-CACHE.
            IF n > MAX-SIEVE-SIZE
                    AND n > PRIME-CACHE-CEILING THEN
                 DISPLAY "PRIME-SUM: N EXCEEDS THE SIEVE CEILING OF "
                         MAX-SIEVE-SIZE
                 MOVE "SIEVE-CEILING" TO AL-REASON-CODE
                 MOVE SPACES TO AL-PARM-VALUE
                 PERFORM 9600-LOG-ALERT
                 MOVE PRIME-DIR-DSN TO LOCK-RESOURCE-DSN
                 PERFORM 9910-RELEASE-LOCK
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
            END-IF.

            OPEN OUTPUT PRIME-TAB-FILE.
            MOVE 0 TO total.
            MOVE 0 TO tb-count.
            MOVE 0 TO tb-row-count.
            MOVE "N" TO TB-ROWS-DONE.
            IF tb-step = 0 THEN
                 MOVE 10 TO tb-next
            ELSE
                 MOVE tb-step TO tb-next
            END-IF.
            IF tb-next > n THEN
                 MOVE n TO tb-next
            END-IF.

            IF n <= PRIME-CACHE-CEILING THEN
                 PERFORM VARYING PC-IDX FROM 1 BY 1
                         UNTIL PC-IDX > PRIME-CACHE-COUNT
                            OR PRIME-CACHE-ENTRY(PC-IDX) > n
                     MOVE PRIME-CACHE-ENTRY(PC-IDX) TO sieve-i
                     PERFORM 10-TAKE-TABLE-PRIME
                 END-PERFORM
                 IF n >= PRIME-SEG-SPAN THEN
                      COMPUTE PC-IDX = PRIME-CACHE-COUNT + 1
                      PERFORM 9440-NEXT-CACHED-DIVISOR
                      PERFORM UNTIL NOT PC-DIVISOR-ON-HAND
                                    OR PC-NEXT-DIVISOR > n
                          MOVE PC-NEXT-DIVISOR TO sieve-i
                          PERFORM 10-TAKE-TABLE-PRIME
                          ADD 1 TO PC-IDX
                          PERFORM 9440-NEXT-CACHED-DIVISOR
                      END-PERFORM
                      PERFORM 9445-CLOSE-DIVISOR-STREAM
                 END-IF
            ELSE
                 INITIALIZE SIEVE-TABLE
                 PERFORM 01-SIEVE-MARK
                     VARYING sieve-i
                     FROM 2
                     BY 1
                     UNTIL sieve-i * sieve-i > n
                 PERFORM 11-TABLE-SIEVE-TAKE
                     VARYING sieve-i
                     FROM 2
                     BY 1
                     UNTIL sieve-i > n
                 MOVE n TO PC-TARGET
                 PERFORM 9420-EXTEND-PRIME-CACHE-TO
            END-IF.

      *> Checkpoints past the last prime still get their rows, up to
      *> and including the closing row at N.
            PERFORM 10A-WRITE-TABLE-ROW
                UNTIL TB-ALL-ROWS-WRITTEN.

            MOVE tb-row-count TO PT-TRAILER-COUNT.
            MOVE total TO PT-TRAILER-SUM.
            MOVE PRIME-TAB-TRAILER-WORK TO PRIME-TAB-REC.
            WRITE PRIME-TAB-REC.
            CLOSE PRIME-TAB-FILE.
            MOVE PRIME-TAB-DSN TO MF-FILE-NAME.
            MOVE tb-row-count TO MF-RECORD-COUNT.
            PERFORM 9950-WRITE-MANIFEST.
            PERFORM 9410-SAVE-PRIME-CACHE.

            IF total > total-safety-margin THEN
                DISPLAY "PRIME-SUM: WARNING - TOTAL IS WITHIN "
                        "1% OF PIC 9(16) CAPACITY, VERIFY RESULT"
            END-IF.

            MOVE n TO n-edit.
            MOVE tb-step TO tb-step-edit.
            MOVE tb-row-count TO tb-rows-edit.
            MOVE SPACES TO RL-INPUT-PARM.
            STRING "TABULATE " FUNCTION TRIM(n-edit)
                   DELIMITED BY SIZE INTO RL-INPUT-PARM.
            MOVE SPACES TO RL-EFFECTIVE-PARMS.
            IF tb-step = 0 THEN
                 STRING "MODE=TABULATE N=" FUNCTION TRIM(n-edit)
                        " STEP=POWERS-OF-10"
                        " ROWS=" FUNCTION TRIM(tb-rows-edit)
                        " DEBUG=" DEBUG-MODE
                        DELIMITED BY SIZE INTO RL-EFFECTIVE-PARMS
            ELSE
                 STRING "MODE=TABULATE N=" FUNCTION TRIM(n-edit)
                        " STEP=" FUNCTION TRIM(tb-step-edit)
                        " ROWS=" FUNCTION TRIM(tb-rows-edit)
                        " DEBUG=" DEBUG-MODE
                        DELIMITED BY SIZE INTO RL-EFFECTIVE-PARMS
            END-IF.
            PERFORM 9200-DISPLAY-HEADER.
            DISPLAY tb-row-count " CHECKPOINT ROW(S), " tb-count
                    " PRIME(S), SUM:".
            DISPLAY total.
            MOVE total TO RL-ANSWER.
            PERFORM 9000-LOG-RESULT.
            MOVE 0 TO RETURN-CODE.
            STOP RUN.

         10-TAKE-TABLE-PRIME SECTION.
          10-TAKE-TABLE-PRIME-PREAMBLE.
*> Every checkpoint below this prime is complete before the prime
*> is counted, so a row at x carries exactly the primes <= x.
            PERFORM 10A-WRITE-TABLE-ROW
                UNTIL TB-ALL-ROWS-WRITTEN
                   OR tb-next >= sieve-i.
            MOVE sieve-i TO HB-CURRENT-INDEX.
            MOVE n TO HB-TARGET-INDEX.
            PERFORM 9655-RECORD-PROGRESS.
            ADD sieve-i TO total
                ON SIZE ERROR
                    DISPLAY "PRIME-SUM: TOTAL EXCEEDED "
                            "PIC 9(16) CAPACITY"
                    CLOSE PRIME-TAB-FILE
                    MOVE "TOTAL-OVERFLOW" TO AL-REASON-CODE
                    MOVE SPACES TO AL-PARM-VALUE
                    PERFORM 9600-LOG-ALERT
                    MOVE PRIME-DIR-DSN TO LOCK-RESOURCE-DSN
                    PERFORM 9910-RELEASE-LOCK
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-ADD.
            ADD 1 TO tb-count.
            IF DEBUG-ON THEN
                DIVIDE sieve-i BY DEBUG-TRACE-EVERY
                    GIVING debug-dump REMAINDER debug-check
                IF debug-check = 0 THEN
                     DISPLAY "PRIME-SUM: SIEVE-I=" sieve-i
                             " TOTAL=" total
                END-IF
            END-IF.

         10A-WRITE-TABLE-ROW SECTION.
          10A-WRITE-TABLE-ROW-PREAMBLE.
            MOVE tb-next TO PT-CHECKPOINT.
            MOVE tb-count TO PT-PRIME-COUNT.
            MOVE total TO PT-PRIME-SUM.
            MOVE PRIME-TAB-WORK TO PRIME-TAB-REC.
            WRITE PRIME-TAB-REC.
            ADD 1 TO tb-row-count.
            IF tb-next >= n THEN
                 MOVE "Y" TO TB-ROWS-DONE
                 GO TO 10A-WRITE-TABLE-ROW-EXIT
            END-IF.
            IF tb-step = 0 THEN
                 MULTIPLY 10 BY tb-next
            ELSE
                 ADD tb-step TO tb-next
            END-IF.
            IF tb-next > n THEN
                 MOVE n TO tb-next
            END-IF.
          10A-WRITE-TABLE-ROW-EXIT.
            EXIT.

         11-TABLE-SIEVE-TAKE SECTION.
          11-TABLE-SIEVE-TAKE-PREAMBLE.
            IF SIEVE-FLAG(sieve-i) = 0 THEN
                PERFORM 10-TAKE-TABLE-PRIME
            END-IF.

         12-RUN-SLICE SECTION.
          12-RUN-SLICE-PREAMBLE.
            COMPUTE sl-width = iv-high - iv-low + 1.
            IF sl-width > MAX-SIEVE-SIZE THEN
                 DISPLAY "PRIME-SUM: A SLICE MAY SPAN AT MOST "
                         MAX-SIEVE-SIZE " VALUES"
                 MOVE "SLICE-TOO-WIDE" TO AL-REASON-CODE
                 MOVE SPACES TO AL-PARM-VALUE
                 PERFORM 9600-LOG-ALERT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
            END-IF.
            MOVE iv-low TO sl-low-digits.
            MOVE SPACES TO REGION-DSN-WORK.
            STRING FUNCTION TRIM(PRIME-LIST-DSN) ".S" sl-low-digits
                DELIMITED BY SIZE INTO REGION-DSN-WORK.
            MOVE REGION-DSN-WORK TO PRIME-LIST-DSN.

            OPEN OUTPUT PRIME-LIST-FILE.
            MOVE 0 TO total.
            MOVE 0 TO iv-count.
            INITIALIZE SLICE-BASE-TABLE.
            INITIALIZE SIEVE-TABLE.
*> Base primes come off the small table as it is sieved; each one
*> crosses out its multiples inside the slice, starting at p*p or
*> the first multiple at or above LOW, whichever is later.
            PERFORM 12A-MARK-ONE-BASE
                VARYING sl-p
                FROM 2
                BY 1
                UNTIL sl-p * sl-p > iv-high.
            PERFORM 12C-TAKE-SLICE-VALUE
                VARYING sl-j
                FROM iv-low
                BY 1
                UNTIL sl-j > iv-high.

            MOVE iv-count TO PL-TRAILER-COUNT.
            MOVE total TO PL-TRAILER-SUM.
            MOVE PRIME-LIST-TRAILER-WORK TO PRIME-LIST-TRAILER-REC.
            WRITE PRIME-LIST-TRAILER-REC.
            CLOSE PRIME-LIST-FILE.
            MOVE PRIME-LIST-DSN TO MF-FILE-NAME.
            MOVE iv-count TO MF-RECORD-COUNT.
            PERFORM 9950-WRITE-MANIFEST.
            PERFORM 05A-LOG-INTERVAL.

         12A-MARK-ONE-BASE SECTION.
          12A-MARK-ONE-BASE-PREAMBLE.
            IF SLICE-BASE-FLAG(sl-p) NOT = 0 THEN
                 GO TO 12A-MARK-ONE-BASE-EXIT
            END-IF.
            PERFORM VARYING sl-j FROM sl-p BY sl-p
                    UNTIL sl-j > SLICE-BASE-MAX
                IF sl-j > sl-p THEN
                     MOVE 1 TO SLICE-BASE-FLAG(sl-j)
                END-IF
            END-PERFORM.
            COMPUTE sl-j = sl-p * sl-p.
      *> First multiple of sl-p at or above iv-low: the quotient is
      *> taken into an integer field, so it is truncated before the
      *> multiply whatever the intermediate precision.
            IF sl-j < iv-low THEN
                 COMPUTE sl-j = iv-low + sl-p - 1
                 DIVIDE sl-j BY sl-p GIVING sl-q
                 MULTIPLY sl-q BY sl-p GIVING sl-j
            END-IF.
            PERFORM 12B-MARK-SLICE-MULTIPLE
                UNTIL sl-j > iv-high.
          12A-MARK-ONE-BASE-EXIT.
            EXIT.

         12B-MARK-SLICE-MULTIPLE SECTION.
          12B-MARK-SLICE-MULTIPLE-PREAMBLE.
            MOVE 1 TO SIEVE-FLAG(sl-j - iv-low + 1).
            ADD sl-p TO sl-j.

         12C-TAKE-SLICE-VALUE SECTION.
          12C-TAKE-SLICE-VALUE-PREAMBLE.
            IF sl-j >= 2
                    AND SIEVE-FLAG(sl-j - iv-low + 1) = 0 THEN
                 MOVE sl-j TO sieve-i
                 MOVE sieve-i TO HB-CURRENT-INDEX
                 MOVE iv-high TO HB-TARGET-INDEX
                 PERFORM 9655-RECORD-PROGRESS
                 PERFORM 08-TAKE-INTERVAL-PRIME
            END-IF.

       COPY ALRTPR.

       COPY LINAGPR.

       COPY VALNUMPR.

       COPY RPTHDRPR.
