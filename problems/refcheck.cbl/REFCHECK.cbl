*>   LIBRETAIN  every day count is numeric
*>   PROBCAT    numeric columns are plain numbers with
*>              MIN <= DEFAULT <= MAX, and the effective window is
*>              a real window; allowed words are well formed, a
*>              word default is one of them, a *KEYS row lists one
*>              to six names and nothing else, and every parameter
*>              row of a program with a *KEYS row is on that list
*>   FREEZE     every window has a name and from/to date-times
*>              that parse, in order, and names the files it covers
*>
*> Against the FREEZE windows it also reports every reference file
*> whose last-changed timestamp falls inside a window covering it -
*> a change made during a freeze, which should only ever be an
*> EMERGENCY transaction on the owning program's audit file.
*>
*> An absent reference file is noted and skipped - absence has
*> always meant "that check is waived". Return code 0 everything
*> clean, 16 at least one violation (the scheduler should refuse
*> to submit the deck), matching the pre-flight convention that
*> bad input dies at submission; 4 no violation, but a reference
*> file changed during a freeze - the file itself is sound, so the
*> deck may go, but the change wants explaining.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROGREG-FILE ASSIGN TO "PROGREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS progreg-status.
           COPY FREEZSL.

       DATA DIVISION.
       FILE SECTION.
           05 LR-FILE-NAME PIC X(30).
           05 LR-DAYS      PIC X(4).
       FD  CATALOG-FILE.
       01  CATALOG-REC PIC X(223).
       FD  PROGREG-FILE.
       01  PROGREG-REC PIC X(48).
       COPY FREEZFD.

       WORKING-STORAGE SECTION.
       COPY AUTHRQWS.
       COPY CALLIBWS.
       COPY PRCATWS.
       COPY PROGRGWS.
       COPY FREEZWS.
       01 progreg-status PIC XX.
       01 authreq-status PIC XX.
       01 holiday-status PIC XX.
       01 val-min PIC 9(18).
       01 val-max PIC 9(18).
       01 val-default PIC 9(18).
*> Each program's *KEYS row, gathered ahead of the row checks so a
*> parameter row can be held against its program's list wherever
*> in the file the list sits.
       01 KEYS-TABLE-MAX PIC 9(2) BINARY VALUE 30.
       01 keys-count PIC 9(2) BINARY VALUE ZERO.
       01 KEYS-TABLE.
           05 KEYS-ENTRY OCCURS 30 TIMES.
               10 KEYS-PROGRAM PIC X(25).
               10 KEYS-NAMES   PIC X(60).
       01 keys-idx PIC 9(2) BINARY.
       COPY PWORDWS.

*> The reference files a freeze can cover, by bare name ("*" in a
*> window's file list means all of them), and the last-changed
*> stamp CBL_CHECK_FILE_EXIST hands back for each.
       01 REFERENCE-FILE-NAMES.
           05 FILLER PIC X(10) VALUE "PROBCAT".
           05 FILLER PIC X(10) VALUE "PRESETS".
           05 FILLER PIC X(10) VALUE "CALLIB".
           05 FILLER PIC X(10) VALUE "AUTHREQ".
           05 FILLER PIC X(10) VALUE "RELMANIF".
           05 FILLER PIC X(10) VALUE "RUNCARDS".
           05 FILLER PIC X(10) VALUE "HOLCAL".
           05 FILLER PIC X(10) VALUE "LIBRETAIN".
           05 FILLER PIC X(10) VALUE "REGIONCFG".
           05 FILLER PIC X(10) VALUE "PROGREG".
       01 REFERENCE-FILE-TABLE REDEFINES REFERENCE-FILE-NAMES.
           05 REFERENCE-FILE PIC X(10) OCCURS 10 TIMES.
       01 reference-idx PIC 9(2) BINARY.
       01 reference-dsn PIC X(30).
       01 REFERENCE-FILE-INFO.
           05 RI-SIZE   PIC X(8) COMP-X.
           05 RI-DAY    PIC X COMP-X.
           05 RI-MONTH  PIC X COMP-X.
           05 RI-YEAR   PIC X(2) COMP-X.
           05 RI-HOUR   PIC X COMP-X.
           05 RI-MINUTE PIC X COMP-X.
           05 RI-SECOND PIC X COMP-X.
           05 RI-HUNDREDTHS PIC X COMP-X.
       01 REFERENCE-CHANGED-STAMP.
           05 rc-year   PIC 9(4).
           05 rc-month  PIC 9(2).
           05 rc-day    PIC 9(2).
           05 rc-hour   PIC 9(2).
           05 rc-minute PIC 9(2).
           05 rc-second PIC 9(2).
       01 frozen-change-count PIC 9(4) BINARY VALUE ZERO.

       PROCEDURE DIVISION.
       00-MAIN SECTION.
           PERFORM 04-CHECK-REGIONCFG.
           PERFORM 05-CHECK-LIBRETAIN.
           PERFORM 06-CHECK-PROBCAT.
           PERFORM 09-CHECK-FREEZE.

           DISPLAY "REFCHECK: " violation-count " VIOLATION(S), "
                   frozen-change-count " FILE(S) CHANGED DURING A "
                   "FREEZE".
           EVALUATE TRUE
               WHEN violation-count > 0
                   DISPLAY "REFCHECK: FIX THE REFERENCE FILES "
                           "BEFORE SUBMITTING THE DECK"
                   MOVE 16 TO RETURN-CODE
               WHEN frozen-change-count > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

       01-CHECK-AUTHREQ SECTION.
                DISPLAY "REFCHECK: NO PROBCAT, CHECK SKIPPED"
                GO TO 06-CHECK-PROBCAT-EXIT
           END-IF.
           MOVE 0 TO keys-count.
           PERFORM UNTIL catalog-status = "10"
               READ CATALOG-FILE
                   AT END MOVE "10" TO catalog-status
                   NOT AT END
                       MOVE CATALOG-REC TO PROBLEM-CATALOG-RECORD
                       IF PC-PARM-NAME = "*KEYS"
                               AND keys-count < KEYS-TABLE-MAX THEN
                            ADD 1 TO keys-count
                            MOVE PC-PROGRAM-ID
                                TO KEYS-PROGRAM(keys-count)
                            MOVE PC-ALLOWED-WORDS
                                TO KEYS-NAMES(keys-count)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CATALOG-FILE.
           OPEN INPUT CATALOG-FILE.
           MOVE 0 TO row-number.
           PERFORM UNTIL catalog-status = "10"
               READ CATALOG-FILE
                       MOVE CATALOG-REC TO PROBLEM-CATALOG-RECORD
                       IF PC-PROGRAM-ID NOT = SPACES THEN
                            PERFORM 06A-JUDGE-CATALOG-ROW
                            PERFORM 06B-JUDGE-CATALOG-WORDS
                       END-IF
               END-READ
           END-PERFORM.
                GO TO 06A-JUDGE-CATALOG-ROW-EXIT
           END-IF.
           IF PC-PARM-DEFAULT NOT = SPACES
                   AND PC-ALLOWED-WORDS = SPACES
                   AND FUNCTION TRIM(PC-PARM-DEFAULT)
                       IS NOT NUMERIC THEN
                ADD 1 TO violation-count
                             "/" FUNCTION TRIM(PC-PARM-NAME)
                             ") MIN IS ABOVE MAX"
                END-IF
                IF PC-PARM-DEFAULT NOT = SPACES
                        AND FUNCTION TRIM(PC-PARM-DEFAULT)
                            IS NUMERIC THEN
                     MOVE FUNCTION NUMVAL(PC-PARM-DEFAULT)
                         TO val-default
                     IF val-default < val-min
       06A-JUDGE-CATALOG-ROW-EXIT.
           EXIT.

       06B-JUDGE-CATALOG-WORDS SECTION.
           IF PC-KEYWORD-ONLY NOT = SPACE
                   AND NOT PC-ROW-IS-KEYWORD-ONLY THEN
                MOVE "KEYWORD-ONLY COLUMN IS NOT K OR BLANK"
                    TO PW-LIST-FAULT
                GO TO 06B-REPORT-FAULT
           END-IF.
           MOVE PC-ALLOWED-WORDS TO PW-WORDS.
           PERFORM 9588-CHECK-WORD-LIST.
           IF PW-LIST-FAULT NOT = SPACES THEN
                GO TO 06B-REPORT-FAULT
           END-IF.
           IF PC-PARM-NAME = "*KEYS" THEN
                IF PC-PARM-MIN NOT = SPACES
                        OR PC-PARM-MAX NOT = SPACES
                        OR PC-PARM-DEFAULT NOT = SPACES THEN
                     MOVE "*KEYS ROW MAY NOT CARRY A RANGE OR DEFAULT"
                         TO PW-LIST-FAULT
                END-IF
                IF pw-word-count = 0 THEN
                     MOVE "*KEYS ROW LISTS NO KEYWORD NAMES"
                         TO PW-LIST-FAULT
                END-IF
                IF pw-word-count > 6 THEN
                     MOVE "*KEYS ROW LISTS MORE THAN SIX NAMES"
                         TO PW-LIST-FAULT
                END-IF
                GO TO 06B-REPORT-FAULT
           END-IF.
           IF PC-PARM-NAME(1:1) = "*" THEN
                MOVE "ONLY *KEYS MAY START WITH AN ASTERISK"
                    TO PW-LIST-FAULT
                GO TO 06B-REPORT-FAULT
           END-IF.
           IF PC-PARM-DEFAULT NOT = SPACES
                   AND PC-ALLOWED-WORDS NOT = SPACES THEN
                MOVE PC-PARM-DEFAULT TO PW-VALUE
                MOVE "Y" TO PW-KEYWORD-FORM
                MOVE "N" TO PW-RANGE-GIVEN
                IF PC-PARM-MIN NOT = SPACES
                        AND PC-PARM-MAX NOT = SPACES THEN
                     MOVE "Y" TO PW-RANGE-GIVEN
                END-IF
                PERFORM 9582-JUDGE-WORDS
                IF PW-VALUE-REFUSED THEN
                     MOVE "DEFAULT IS NOT ONE OF THE ALLOWED WORDS"
                         TO PW-LIST-FAULT
                     GO TO 06B-REPORT-FAULT
                END-IF
           END-IF.
           PERFORM VARYING keys-idx FROM 1 BY 1
                   UNTIL keys-idx > keys-count
               IF KEYS-PROGRAM(keys-idx) = PC-PROGRAM-ID THEN
                    MOVE KEYS-NAMES(keys-idx) TO PW-KEYS
                    MOVE PC-PARM-NAME TO PW-NAME
                    PERFORM 9586-FIND-KEY
                    IF NOT PW-KEY-IS-REGISTERED THEN
                         MOVE "PARM-NAME IS NOT ON THE *KEYS ROW"
                             TO PW-LIST-FAULT
                    END-IF
               END-IF
           END-PERFORM.
       06B-REPORT-FAULT.
           IF PW-LIST-FAULT NOT = SPACES THEN
                ADD 1 TO violation-count
                DISPLAY "REFCHECK: PROBCAT ROW " row-number " ("
                        FUNCTION TRIM(PC-PROGRAM-ID) "/"
                        FUNCTION TRIM(PC-PARM-NAME) ") "
                        FUNCTION TRIM(PW-LIST-FAULT)
           END-IF.
       06B-JUDGE-CATALOG-WORDS-EXIT.
           EXIT.

       08-LOAD-PROGREG SECTION.
           OPEN INPUT PROGREG-FILE.
           IF progreg-status = "35" THEN
       08-LOAD-PROGREG-EXIT.
           EXIT.

       09-CHECK-FREEZE SECTION.
           PERFORM 9550-LOAD-FREEZE.
           IF FREEZE-STATUS = "35" THEN
                DISPLAY "REFCHECK: NO FREEZE, CHECK SKIPPED"
                GO TO 09-CHECK-FREEZE-EXIT
           END-IF.
           PERFORM VARYING freeze-idx FROM 1 BY 1
                   UNTIL freeze-idx > freeze-count
               PERFORM 09A-JUDGE-FREEZE-ROW
           END-PERFORM.
           PERFORM VARYING reference-idx FROM 1 BY 1
                   UNTIL reference-idx > 10
               PERFORM 09B-CHECK-CHANGED-IN-FREEZE
           END-PERFORM.
       09-CHECK-FREEZE-EXIT.
           EXIT.

       09A-JUDGE-FREEZE-ROW SECTION.
*> Rows are judged as loaded - a blank time of day already filled
*> in as the start or end of its date.
           MOVE FT-FROM(freeze-idx)(1:8) TO CL-DATE.
           PERFORM 07-JUDGE-DATE.
           IF DATE-GOOD NOT = "Y"
                   OR FT-FROM(freeze-idx) IS NOT NUMERIC THEN
                ADD 1 TO violation-count
                DISPLAY "REFCHECK: FREEZE WINDOW "
                        FUNCTION TRIM(FT-WINDOW-NAME(freeze-idx))
                        " FROM '" FT-FROM(freeze-idx)
                        "' IS NOT A REAL YYYYMMDDHHMMSS"
                GO TO 09A-JUDGE-FREEZE-ROW-EXIT
           END-IF.
           MOVE FT-TO(freeze-idx)(1:8) TO CL-DATE.
           PERFORM 07-JUDGE-DATE.
           IF DATE-GOOD NOT = "Y"
                   OR FT-TO(freeze-idx) IS NOT NUMERIC THEN
                ADD 1 TO violation-count
                DISPLAY "REFCHECK: FREEZE WINDOW "
                        FUNCTION TRIM(FT-WINDOW-NAME(freeze-idx))
                        " TO '" FT-TO(freeze-idx)
                        "' IS NOT A REAL YYYYMMDDHHMMSS"
                GO TO 09A-JUDGE-FREEZE-ROW-EXIT
           END-IF.
           IF FT-FROM(freeze-idx) > FT-TO(freeze-idx) THEN
                ADD 1 TO violation-count
                DISPLAY "REFCHECK: FREEZE WINDOW "
                        FUNCTION TRIM(FT-WINDOW-NAME(freeze-idx))
                        " IS INVERTED"
           END-IF.
           IF FT-FILES(freeze-idx) = SPACES THEN
                ADD 1 TO violation-count
                DISPLAY "REFCHECK: FREEZE WINDOW "
                        FUNCTION TRIM(FT-WINDOW-NAME(freeze-idx))
                        " COVERS NO FILES"
           END-IF.
       09A-JUDGE-FREEZE-ROW-EXIT.
           EXIT.

       09B-CHECK-CHANGED-IN-FREEZE SECTION.
           MOVE REFERENCE-FILE(reference-idx) TO reference-dsn.
           CALL "CBL_CHECK_FILE_EXIST" USING reference-dsn
               REFERENCE-FILE-INFO.
           IF RETURN-CODE NOT = 0 THEN
                MOVE 0 TO RETURN-CODE
                GO TO 09B-CHECK-CHANGED-IN-FREEZE-EXIT
           END-IF.
           MOVE RI-YEAR TO rc-year.
           MOVE RI-MONTH TO rc-month.
           MOVE RI-DAY TO rc-day.
           MOVE RI-HOUR TO rc-hour.
           MOVE RI-MINUTE TO rc-minute.
           MOVE RI-SECOND TO rc-second.
           MOVE REFERENCE-FILE(reference-idx) TO FREEZE-CHECK-FILE.
           MOVE REFERENCE-CHANGED-STAMP TO FREEZE-CHECK-TIME.
           PERFORM 9555-FIND-FREEZE.
           IF freeze-hit NOT = 0 THEN
                ADD 1 TO frozen-change-count
                DISPLAY "REFCHECK: "
                        FUNCTION TRIM(REFERENCE-FILE(reference-idx))
                        " LAST CHANGED " REFERENCE-CHANGED-STAMP
                        ", INSIDE FREEZE "
                        FUNCTION TRIM(FREEZE-HIT-NAME) " ("
                        FT-FROM(freeze-hit) "-" FT-TO(freeze-hit)
                        ") - CHECK ITS AUDIT FILE FOR THE "
                        "EMERGENCY OVERRIDE"
           END-IF.
       09B-CHECK-CHANGED-IN-FREEZE-EXIT.
           EXIT.

       07-JUDGE-DATE SECTION.
           MOVE "Y" TO DATE-GOOD.
           IF CL-DATE IS NOT NUMERIC THEN
       07-JUDGE-DATE-EXIT.
           EXIT.

       COPY FREEZPR.

       COPY PWORDPR.

       END PROGRAM REFCHECK.
