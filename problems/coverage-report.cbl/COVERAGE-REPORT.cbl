       IDENTIFICATION DIVISION.
       PROGRAM-ID. COVERAGE-REPORT.
*> Which parts of each program's valid input have ever been run.
*> Every parameter PROBCAT gives a numeric MIN/MAX range or a list
*> of allowed words is cut into bands, and every answer on record
*> is counted into the band its effective parameters fall in:
*>
*>   RUN   each RESULTLOG record, and each one on the RESARCyyyymm
*>         archives from the SINCE month on (ten years back unless
*>         SINCE=yyyymm is given) - less the answers PROBLEM-RUNNER
*>         served from CERTREG, which ran nothing
*>   CERT  each pair standing CERTIFIED on CERTREG
*>   BASE  each REGRESSION-PACK baseline - REGBASE when on hand,
*>         otherwise the pack's compiled-in ten - its positional
*>         parameters taken in PROBCAT row order, a parameter left
*>         off at its PROBCAT default
*>
*> A range of under twenty values gets a band per value. A range
*> whose MAX is at least a thousand times its MIN (or its MIN of 1)
*> gets half-decade bands - 1-4, 5-9, 10-49, 50-99 and so on,
*> clipped to MIN and MAX - and any other range ten equal bands.
*> A word parameter gets a band per allowed word, a word family
*> such as EXACT-n counting as one, and an (UNSET) band besides
*> when PROBCAT gives it no default. Where a program has two or
*> more word parameters, each combination of their words is a band
*> of its own. A parameter missing from a record counts at its
*> PROBCAT default. The DEBUG, CURVE, CACHE and SLICE switches
*> cannot change an answer and are not banded, and a record logged
*> in a mode PROBCAT does not range (MODE=QUEUE, MODE=INTERVAL and
*> the like) is counted for its program and otherwise left out.
*> A band with nothing in any of the three columns is UNTESTED.
*>
*>   COVERAGE-REPORT [<program>] [SINCE=<yyyymm>]
*>       the report, for every program on PROBCAT or just the one
*>   COVERAGE-REPORT PUNCH <program> <parameter> <band>
*>       <requestor-id> [<cards>] [<name>=<value> ...]
*>       punches a sweep across one band - the band number as the
*>       report shows it - in the shared BATCH-PARM-RECORD layout
*>       (see BPARMWS) to GAPCARDS, ready for the test region to
*>       run or to append to RUNCARDS as DECK-GENERATOR's are. The
*>       cards (5 unless given, at most 20) spread evenly from the
*>       bottom of the band to the top; a word band is punched on
*>       one card, a word family from n of 1 up. The other
*>       parameters go at their PROBCAT defaults, or as given by
*>       <name>=<value>; a positional one with no default - the
*>       required first argument, as a rule - has to be given.
*>       Keyword-only parameters go on the card as NAME=VALUE.
*>
*> Return codes: 0 no band untested (or cards punched), 4 at least
*> one band untested (or the punched band had runs already),
*> 16 a bad argument, a punch that cannot be built, or no PROBCAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY RESLOGSL.
           SELECT ARCHIVE-FILE ASSIGN USING archive-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS archive-status.
           SELECT CATALOG-FILE ASSIGN TO "PROBCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS catalog-status.
           SELECT CERTREG-FILE ASSIGN USING certreg-dsn
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS certreg-status.
           SELECT REGBASE-FILE ASSIGN TO "REGBASE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS regbase-status.
           SELECT GAPCARDS-FILE ASSIGN TO "GAPCARDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS gapcards-status.
           COPY REGCFSL.
       DATA DIVISION.
       FILE SECTION.
       COPY RESLOGFD.
       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC PIC X(294).
       FD  CATALOG-FILE.
       01  CATALOG-REC PIC X(223).
       FD  CERTREG-FILE.
       01  CERTREG-REC PIC X(404).
       FD  REGBASE-FILE.
       01  REGBASE-REC.
           05 RB-PROGRAM  PIC X(25).
           05 FILLER      PIC X(01).
           05 RB-PARM     PIC X(30).
           05 FILLER      PIC X(01).
           05 RB-EXPECTED PIC X(36).
       FD  GAPCARDS-FILE.
       01  GAPCARDS-REC PIC X(252).
       COPY REGCFFD.

       WORKING-STORAGE SECTION.
       COPY RESLOGWS.
       COPY PRCATWS.
       COPY BPARMWS.
       COPY PWORDWS.
       COPY REGCFWS.
       01 archive-base PIC X(30) VALUE "RESARC".
       01 archive-name PIC X(40).
       01 archive-status PIC XX.
       01 catalog-status PIC XX.
       01 certreg-dsn PIC X(30) VALUE "CERTREG".
       01 certreg-status PIC XX.
       01 regbase-status PIC XX.
       01 gapcards-status PIC XX.

       01 ARG-COUNT PIC 9(2) BINARY VALUE ZERO.
       01 ARG-NUM   PIC 9(2) BINARY VALUE ZERO.
       01 arg-buffer PIC X(60).
       01 ACTION-WORD PIC X(10) VALUE SPACES.
           88 ACTION-REPORT VALUE SPACES.
           88 ACTION-PUNCH  VALUE "PUNCH".
       01 program-wanted PIC X(25) VALUE SPACES.
       01 since-month PIC X(6) VALUE SPACES.
       01 today-date PIC X(8).
       01 scan-to-month PIC X(6).
       01 SCAN-MONTH.
           05 scan-year PIC 9(4).
           05 scan-mon  PIC 9(2).

*> What PUNCH was asked for.
       01 punch-parm-name PIC X(20) VALUE SPACES.
       01 punch-band PIC 9(2) BINARY VALUE ZERO.
       01 punch-cards PIC 9(2) BINARY VALUE 5.
       01 PUNCH-CARDS-MAX PIC 9(2) BINARY VALUE 20.
       01 punch-cards-given PIC X VALUE "N".
       01 requestor-stamp PIC X(10) VALUE SPACES.
       01 fixed-count PIC 9(2) BINARY VALUE ZERO.
       01 FIXED-TABLE.
           05 FIXED-ENTRY OCCURS 6 TIMES.
               10 FX-NAME  PIC X(20).
               10 FX-VALUE PIC X(36).
       01 fixed-idx PIC 9(2) BINARY.

*> One entry per program on PROBCAT effective today, and one per
*> parameter row of it in row order - the positional ordinal is
*> the row's place among the program's rows not marked keyword-only.
       01 PROG-TABLE-MAX PIC 9(2) BINARY VALUE 40.
       01 prog-count PIC 9(2) BINARY VALUE ZERO.
       01 PROG-TABLE.
           05 PROG-ENTRY OCCURS 40 TIMES.
               10 PG-PROGRAM      PIC X(25).
               10 PG-FIRST-PARM   PIC 9(3) BINARY.
               10 PG-PARM-COUNT   PIC 9(2) BINARY.
               10 PG-ORDINALS     PIC 9(2) BINARY.
               10 PG-RUNS         PIC 9(6) BINARY.
               10 PG-CERTS        PIC 9(6) BINARY.
               10 PG-BASES        PIC 9(6) BINARY.
               10 PG-OTHER-MODE   PIC 9(6) BINARY.
               10 PG-UNKEYED      PIC 9(6) BINARY.
               10 PG-DIM-COUNT    PIC 9(1) BINARY.
               10 PG-DIM-PARM     PIC 9(3) BINARY OCCURS 4 TIMES.
               10 PG-COMBO-COUNT  PIC 9(3) BINARY.
               10 PG-COMBO OCCURS 32 TIMES.
                   15 CB-RUNS     PIC 9(6) BINARY.
                   15 CB-CERTS    PIC 9(6) BINARY.
                   15 CB-BASES    PIC 9(6) BINARY.
       01 prog-idx PIC 9(2) BINARY.
       01 COMBO-MAX PIC 9(3) BINARY VALUE 32.

       01 PARM-TABLE-MAX PIC 9(3) BINARY VALUE 150.
       01 parm-count PIC 9(3) BINARY VALUE ZERO.
       01 PARM-TABLE.
           05 PARM-ENTRY OCCURS 150 TIMES.
               10 PT-NAME         PIC X(20).
               10 PT-ORDINAL      PIC 9(2) BINARY.
               10 PT-KIND         PIC X(01).
                   88 PT-IS-NUMERIC  VALUE "N".
                   88 PT-IS-WORDS    VALUE "W".
                   88 PT-IS-UNBANDED VALUE "-".
               10 PT-NEUTRAL      PIC X(01).
                   88 PT-IS-NEUTRAL  VALUE "Y".
               10 PT-MIN-TEXT     PIC X(18).
               10 PT-MAX-TEXT     PIC X(18).
               10 PT-DEFAULT      PIC X(18).
               10 PT-WORDS        PIC X(60).
               10 PT-MIN          PIC 9(18) BINARY.
               10 PT-MAX          PIC 9(18) BINARY.
               10 PT-SCHEME       PIC X(01).
                   88 PT-PER-VALUE   VALUE "V".
                   88 PT-HALF-DECADE VALUE "H".
                   88 PT-LINEAR      VALUE "L".
                   88 PT-BY-WORD     VALUE "W".
               10 PT-WIDTH        PIC 9(18) BINARY.
               10 PT-BASE-INDEX   PIC 9(2) BINARY.
               10 PT-BAND-COUNT   PIC 9(2) BINARY.
               10 PT-COMBO-DIM    PIC 9(1) BINARY.
               10 PT-OFF-RANGE    PIC 9(6) BINARY.
               10 PT-UNLOGGED     PIC 9(6) BINARY.
               10 PT-BAND-WORD    PIC X(20) OCCURS 13 TIMES.
               10 PT-BAND OCCURS 40 TIMES.
                   15 BD-RUNS     PIC 9(6) BINARY.
                   15 BD-CERTS    PIC 9(6) BINARY.
                   15 BD-BASES    PIC 9(6) BINARY.
       01 parm-idx PIC 9(3) BINARY.
       01 parm-last PIC 9(3) BINARY.
       01 BAND-MAX PIC 9(2) BINARY VALUE 40.
       01 WORD-MAX PIC 9(2) BINARY VALUE 13.
       01 UNSET-WORD PIC X(20) VALUE "(UNSET)".

*> Switches that cannot change an answer, never banded.
       01 NEUTRAL-NAMES.
           05 FILLER PIC X(10) VALUE "DEBUG".
           05 FILLER PIC X(10) VALUE "CURVE".
           05 FILLER PIC X(10) VALUE "CACHE".
           05 FILLER PIC X(10) VALUE "SLICE".
       01 NEUTRAL-TABLE REDEFINES NEUTRAL-NAMES.
           05 NEUTRAL-NAME PIC X(10) OCCURS 4 TIMES.
       01 neutral-idx PIC 9(2) BINARY.

*> The compiled-in REGRESSION-PACK baselines, used when no REGBASE
*> is on hand - the same ten, programs and parameters alike.
       01 PACK-CASES.
           05 FILLER PIC X(25) VALUE "MULTIPLES-OF-3-OR-5".
           05 FILLER PIC X(30) VALUE "10".
           05 FILLER PIC X(25) VALUE "PRIME-SUM".
           05 FILLER PIC X(30) VALUE "10".
           05 FILLER PIC X(25) VALUE "LARGEST-PRIME-FACTOR".
           05 FILLER PIC X(30) VALUE "13195".
           05 FILLER PIC X(25) VALUE "LARGEST-PALINDROME".
           05 FILLER PIC X(30) VALUE "2".
           05 FILLER PIC X(25) VALUE "ARRANGED-PROB".
           05 FILLER PIC X(30) VALUE "121".
           05 FILLER PIC X(25) VALUE "COUNTING-BLOCKS".
           05 FILLER PIC X(30) VALUE "7".
           05 FILLER PIC X(25) VALUE "RED-GREEN-AND-BLUE".
           05 FILLER PIC X(30) VALUE "10".
           05 FILLER PIC X(25) VALUE "PRIME-DIGITS".
           05 FILLER PIC X(30) VALUE "5".
           05 FILLER PIC X(25) VALUE "FACTORIAL-TRAILING-DIGITS".
           05 FILLER PIC X(30) VALUE "5".
           05 FILLER PIC X(25) VALUE "COIN-PARTITIONS".
           05 FILLER PIC X(30) VALUE "100 1000".
       01 PACK-TABLE REDEFINES PACK-CASES.
           05 PACK-CASE OCCURS 10 TIMES.
               10 PK-PROGRAM PIC X(25).
               10 PK-PARM    PIC X(30).
       01 pack-idx PIC 9(2) BINARY.
       01 baseline-count PIC 9(4) BINARY VALUE ZERO.
       01 BASELINE-SOURCE PIC X(8) VALUE SPACES.

       01 CERTREG-WORK.
           05 CR-PROGRAM     PIC X(25) VALUE SPACES.
           05 FILLER         PIC X(01) VALUE SPACE.
           05 CR-EFFECTIVE   PIC X(80) VALUE SPACES.
           05 FILLER         PIC X(01) VALUE SPACE.
           05 CR-STATUS      PIC X(04) VALUE SPACES.
           05 FILLER         PIC X(318) VALUE SPACES.

*> The record being counted: its program, its NAME=VALUE tokens,
*> and which column it counts in.
       01 EVIDENCE-KIND PIC X VALUE SPACE.
           88 EV-IS-RUN  VALUE "R".
           88 EV-IS-CERT VALUE "C".
           88 EV-IS-BASE VALUE "B".
       01 ev-program PIC X(25).
       01 ev-parms PIC X(80).
       01 EV-TOKENS.
           05 EV-TOKEN PIC X(40) OCCURS 12 TIMES.
       01 ev-idx PIC 9(2) BINARY.
       01 ev-value PIC X(40).
       01 EV-VALUE-FOUND PIC X.
           88 EV-VALUE-ON-RECORD VALUE "Y".
       01 ordinal-seen PIC 9(2) BINARY.
       01 POSITIONAL-TOKENS.
           05 POS-TOKEN PIC X(36) OCCURS 8 TIMES.
       01 pos-idx PIC 9(2) BINARY.
       01 ev-ptr PIC 9(3) BINARY.
       01 DIM-BANDS.
           05 DIM-BAND PIC 9(2) BINARY OCCURS 4 TIMES.
       01 dim-idx PIC 9(1) BINARY.
       01 combo-no PIC 9(3) BINARY.
       01 combo-radix PIC 9(3) BINARY.
       01 combo-rest PIC 9(3) BINARY.
       01 COMBO-VALID PIC X.
           88 COMBO-IS-VALID VALUE "Y".

*> Band arithmetic.
       01 band-no PIC 9(2) BINARY.
       01 bound-band PIC 9(2) BINARY.
       01 gap-start PIC 9(2) BINARY.
       01 gap-end PIC 9(2) BINARY.
       01 band-value PIC X(40).
       01 band-value-len PIC 9(2) BINARY.
       01 lead-zeros PIC 9(2) BINARY.
       01 sig-len PIC 9(2) BINARY.
       01 band-number PIC 9(18) BINARY.
       01 half-index PIC 9(2) BINARY.
       01 top-index PIC 9(2) BINARY.
       01 decade-digits PIC 9(2) BINARY.
       01 decade-half PIC 9(1) BINARY.
       01 decade-power PIC 9(18) BINARY.
       01 band-low PIC 9(18) BINARY.
       01 band-high PIC 9(18) BINARY.
       01 max-thousandth PIC 9(18) BINARY.
       01 word-idx PIC 9(2) BINARY.
       01 word-len PIC 9(2) BINARY.
       01 WORD-SPLIT.
           05 WORD-PIECE PIC X(20) OCCURS 12 TIMES.

*> Report lines and totals.
       01 BAND-LINE.
           05 FILLER       PIC X(04) VALUE SPACES.
           05 BL-NO        PIC Z9.
           05 BL-NO-THRU   PIC X(03).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 BL-RANGE     PIC X(41).
           05 FILLER       PIC X(06) VALUE " RUNS ".
           05 BL-RUNS      PIC Z(5)9.
           05 FILLER       PIC X(06) VALUE " CERT ".
           05 BL-CERTS     PIC Z(5)9.
           05 FILLER       PIC X(06) VALUE " BASE ".
           05 BL-BASES     PIC Z(5)9.
           05 FILLER       PIC X(01) VALUE SPACE.
           05 BL-FLAG      PIC X(08).
       01 low-edit PIC Z(17)9.
       01 high-edit PIC Z(17)9.
       01 show-count PIC Z(5)9.
       01 show-runs PIC Z(5)9.
       01 show-certs PIC Z(5)9.
       01 show-bases PIC Z(5)9.
       01 line-ptr PIC 9(3) BINARY.
       01 band-total PIC 9(4) BINARY VALUE ZERO.
       01 untested-total PIC 9(4) BINARY VALUE ZERO.
       01 combo-total PIC 9(4) BINARY VALUE ZERO.
       01 combo-untested PIC 9(4) BINARY VALUE ZERO.
       01 history-rows PIC 9(8) BINARY VALUE ZERO.
       01 served-rows PIC 9(8) BINARY VALUE ZERO.
       01 cert-rows PIC 9(6) BINARY VALUE ZERO.

*> Building a gap card.
       01 SLOT-VALUES.
           05 SLOT-VALUE PIC X(36) OCCURS 12 TIMES.
       01 slot-idx PIC 9(2) BINARY.
       01 slot-high PIC 9(2) BINARY.
       01 sweep-parm PIC 9(3) BINARY.
       01 sweep-value PIC X(36).
       01 sweep-step PIC 9(18) BINARY.
       01 sweep-number PIC 9(18) BINARY.
       01 sweep-idx PIC 9(2) BINARY.
       01 sweep-edit PIC Z(17)9.
       01 family-edit PIC Z9.
       01 card-parms PIC X(80).
       01 card-ptr PIC 9(3) BINARY.
       01 card-count PIC 9(2) BINARY VALUE ZERO.
       01 keyword-tail PIC X(80).
       01 tail-ptr PIC 9(3) BINARY.

       PROCEDURE DIVISION.
       00-MAIN SECTION.
           PERFORM 9800-LOAD-REGION-CONFIG.
           MOVE RESULTS-LOG-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO RESULTS-LOG-DSN.
           MOVE archive-base TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO archive-base.
           MOVE certreg-dsn TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO certreg-dsn.
           MOVE FUNCTION CURRENT-DATE(1:8) TO today-date.

           PERFORM 01-TAKE-ARGUMENTS.
           PERFORM 02-LOAD-CATALOG.
           IF ACTION-PUNCH THEN
                PERFORM 30-CHECK-PUNCH
           END-IF.
           PERFORM 03-SCAN-HISTORY.
           PERFORM 04-LOAD-CERTREG.
           PERFORM 05-LOAD-BASELINES.
           IF ACTION-PUNCH THEN
                PERFORM 31-PUNCH-GAP
           ELSE
                PERFORM 20-WRITE-REPORT
           END-IF.
           STOP RUN.

       01-TAKE-ARGUMENTS SECTION.
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER.
           IF ARG-COUNT = 0 THEN
                GO TO 01-TAKE-ARGUMENTS-EXIT
           END-IF.
           MOVE 1 TO ARG-NUM.
           PERFORM 01A-GET-ARGUMENT.
           IF FUNCTION UPPER-CASE(arg-buffer) = "PUNCH" THEN
                MOVE "PUNCH" TO ACTION-WORD
                PERFORM 01B-TAKE-PUNCH-ARGUMENTS
                GO TO 01-TAKE-ARGUMENTS-EXIT
           END-IF.
           PERFORM VARYING ARG-NUM FROM 1 BY 1
                   UNTIL ARG-NUM > ARG-COUNT
               PERFORM 01A-GET-ARGUMENT
               MOVE FUNCTION UPPER-CASE(arg-buffer) TO arg-buffer
               EVALUATE TRUE
                   WHEN arg-buffer(1:6) = "SINCE="
                       MOVE arg-buffer(7:6) TO since-month
                       IF since-month IS NOT NUMERIC
                               OR arg-buffer(13:1) NOT = SPACE
                               OR since-month(5:2) < "01"
                               OR since-month(5:2) > "12"
                            DISPLAY "COVERAGE-REPORT: SINCE MUST BE "
                                    "A MONTH AS YYYYMM"
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                       END-IF
                   WHEN program-wanted = SPACES
                       MOVE arg-buffer TO program-wanted
                   WHEN OTHER
                       DISPLAY "COVERAGE-REPORT: USAGE IS "
                               "[PROGRAM-ID] [SINCE=YYYYMM] OR PUNCH "
                               "PROGRAM-ID PARAMETER BAND "
                               "REQUESTOR-ID [CARDS] [NAME=VALUE ...]"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
           END-PERFORM.
       01-TAKE-ARGUMENTS-EXIT.
           EXIT.

       01A-GET-ARGUMENT SECTION.
           MOVE SPACES TO arg-buffer.
           DISPLAY ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT arg-buffer FROM ARGUMENT-VALUE.

       01B-TAKE-PUNCH-ARGUMENTS SECTION.
           IF ARG-COUNT < 5 THEN
                DISPLAY "COVERAGE-REPORT: USAGE IS PUNCH PROGRAM-ID "
                        "PARAMETER BAND REQUESTOR-ID [CARDS] "
                        "[NAME=VALUE ...]"
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
           MOVE 2 TO ARG-NUM.
           PERFORM 01A-GET-ARGUMENT.
           MOVE FUNCTION UPPER-CASE(arg-buffer) TO program-wanted.
           MOVE 3 TO ARG-NUM.
           PERFORM 01A-GET-ARGUMENT.
           MOVE FUNCTION UPPER-CASE(arg-buffer) TO punch-parm-name.
           MOVE 4 TO ARG-NUM.
           PERFORM 01A-GET-ARGUMENT.
           IF FUNCTION TRIM(arg-buffer) IS NOT NUMERIC
                   OR FUNCTION LENGTH(FUNCTION TRIM(arg-buffer)) > 2
                THEN
                DISPLAY "COVERAGE-REPORT: BAND MUST BE THE BAND "
                        "NUMBER THE REPORT SHOWS"
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
           MOVE FUNCTION NUMVAL(arg-buffer) TO punch-band.
           MOVE 5 TO ARG-NUM.
           PERFORM 01A-GET-ARGUMENT.
           MOVE arg-buffer TO requestor-stamp.
           PERFORM VARYING ARG-NUM FROM 6 BY 1
                   UNTIL ARG-NUM > ARG-COUNT
               PERFORM 01A-GET-ARGUMENT
               PERFORM 01C-TAKE-PUNCH-EXTRA
           END-PERFORM.

       01C-TAKE-PUNCH-EXTRA SECTION.
           MOVE arg-buffer(1:40) TO PW-TOKEN.
           PERFORM 9580-SPLIT-PARM-TOKEN.
           IF NOT PW-IS-KEYWORD THEN
                IF FUNCTION TRIM(arg-buffer) IS NOT NUMERIC
                        OR punch-cards-given = "Y"
                        OR FUNCTION LENGTH(FUNCTION TRIM(arg-buffer))
                           > 2
                     DISPLAY "COVERAGE-REPORT: "
                             FUNCTION TRIM(arg-buffer)
                             " IS NEITHER A CARD COUNT NOR "
                             "NAME=VALUE"
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
                END-IF
                MOVE FUNCTION NUMVAL(arg-buffer) TO punch-cards
                MOVE "Y" TO punch-cards-given
                IF punch-cards = 0 OR punch-cards > PUNCH-CARDS-MAX
                     DISPLAY "COVERAGE-REPORT: CARDS MUST BE FROM 1 "
                             "TO " PUNCH-CARDS-MAX
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
                END-IF
                GO TO 01C-TAKE-PUNCH-EXTRA-EXIT
           END-IF.
           IF fixed-count >= 6 OR PW-NAME = SPACES
                   OR PW-VALUE = SPACES THEN
                DISPLAY "COVERAGE-REPORT: AT MOST 6 NAME=VALUE "
                        "PARAMETERS, EACH WITH A NAME AND A VALUE"
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
           ADD 1 TO fixed-count.
           MOVE FUNCTION UPPER-CASE(PW-NAME) TO FX-NAME(fixed-count).
           MOVE PW-VALUE TO FX-VALUE(fixed-count).
       01C-TAKE-PUNCH-EXTRA-EXIT.
           EXIT.

       02-LOAD-CATALOG SECTION.
           OPEN INPUT CATALOG-FILE.
           IF catalog-status NOT = "00" THEN
                DISPLAY "COVERAGE-REPORT: PROBCAT REFERENCE FILE NOT "
                        "FOUND"
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
           PERFORM UNTIL catalog-status NOT = "00"
               READ CATALOG-FILE
                   AT END MOVE "10" TO catalog-status
                   NOT AT END
                       MOVE CATALOG-REC TO PROBLEM-CATALOG-RECORD
                       IF PC-PARM-NAME NOT = "*KEYS"
                               AND PC-PROGRAM-ID NOT = SPACES
                               AND (program-wanted = SPACES
                                   OR PC-PROGRAM-ID = program-wanted)
                               AND (PC-EFFECTIVE-FROM = SPACES
                                   OR PC-EFFECTIVE-FROM <= today-date)
                               AND (PC-EFFECTIVE-TO = SPACES
                                   OR PC-EFFECTIVE-TO >= today-date)
                            PERFORM 02A-TAKE-CATALOG-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CATALOG-FILE.
           IF prog-count = 0 THEN
                IF program-wanted = SPACES THEN
                     DISPLAY "COVERAGE-REPORT: NO PARAMETER ROWS ON "
                             "PROBCAT EFFECTIVE TODAY"
                ELSE
                     DISPLAY "COVERAGE-REPORT: "
                             FUNCTION TRIM(program-wanted)
                             " HAS NO PARAMETER ROWS ON PROBCAT "
                             "EFFECTIVE TODAY"
                END-IF
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
           PERFORM VARYING prog-idx FROM 1 BY 1
                   UNTIL prog-idx > prog-count
               PERFORM 02C-SET-COMBINATIONS
           END-PERFORM.

       02A-TAKE-CATALOG-ROW SECTION.
*> A program's rows are together on PROBCAT, so a new program
*> starts whenever the name changes.
           IF prog-count = 0
                   OR PG-PROGRAM(prog-count) NOT = PC-PROGRAM-ID THEN
                IF prog-count >= PROG-TABLE-MAX THEN
                     GO TO 02A-TAKE-CATALOG-ROW-EXIT
                END-IF
                ADD 1 TO prog-count
                INITIALIZE PROG-ENTRY(prog-count)
                MOVE PC-PROGRAM-ID TO PG-PROGRAM(prog-count)
                COMPUTE PG-FIRST-PARM(prog-count) = parm-count + 1
           END-IF.
           IF parm-count >= PARM-TABLE-MAX THEN
                GO TO 02A-TAKE-CATALOG-ROW-EXIT
           END-IF.
           ADD 1 TO parm-count.
           ADD 1 TO PG-PARM-COUNT(prog-count).
           INITIALIZE PARM-ENTRY(parm-count).
           MOVE PC-PARM-NAME TO PT-NAME(parm-count).
           MOVE 0 TO PT-ORDINAL(parm-count).
           IF NOT PC-ROW-IS-KEYWORD-ONLY THEN
                ADD 1 TO PG-ORDINALS(prog-count)
                MOVE PG-ORDINALS(prog-count) TO PT-ORDINAL(parm-count)
           END-IF.
           MOVE PC-PARM-MIN TO PT-MIN-TEXT(parm-count).
           MOVE PC-PARM-MAX TO PT-MAX-TEXT(parm-count).
           MOVE PC-PARM-DEFAULT TO PT-DEFAULT(parm-count).
           MOVE PC-ALLOWED-WORDS TO PT-WORDS(parm-count).
           MOVE "N" TO PT-NEUTRAL(parm-count).
           PERFORM VARYING neutral-idx FROM 1 BY 1
                   UNTIL neutral-idx > 4
               IF PC-PARM-NAME = NEUTRAL-NAME(neutral-idx) THEN
                    MOVE "Y" TO PT-NEUTRAL(parm-count)
               END-IF
           END-PERFORM.
           MOVE parm-count TO parm-idx.
           PERFORM 02B-SET-BANDS.
       02A-TAKE-CATALOG-ROW-EXIT.
           EXIT.

       02B-SET-BANDS SECTION.
           MOVE "-" TO PT-KIND(parm-idx).
           MOVE 0 TO PT-BAND-COUNT(parm-idx).
           IF PT-MIN-TEXT(parm-idx) NOT = SPACES
                   AND PT-MAX-TEXT(parm-idx) NOT = SPACES
                   AND FUNCTION TRIM(PT-MIN-TEXT(parm-idx)) IS NUMERIC
                   AND FUNCTION TRIM(PT-MAX-TEXT(parm-idx))
                       IS NUMERIC THEN
                MOVE FUNCTION NUMVAL(PT-MIN-TEXT(parm-idx))
                    TO PT-MIN(parm-idx)
                MOVE FUNCTION NUMVAL(PT-MAX-TEXT(parm-idx))
                    TO PT-MAX(parm-idx)
                IF PT-MAX(parm-idx) >= PT-MIN(parm-idx) THEN
                     MOVE "N" TO PT-KIND(parm-idx)
                     PERFORM 02D-SET-NUMERIC-BANDS
                END-IF
                GO TO 02B-SET-BANDS-EXIT
           END-IF.
           IF PT-WORDS(parm-idx) = SPACES THEN
                GO TO 02B-SET-BANDS-EXIT
           END-IF.
           MOVE "W" TO PT-KIND(parm-idx).
           MOVE "W" TO PT-SCHEME(parm-idx).
           MOVE SPACES TO WORD-SPLIT.
           UNSTRING PT-WORDS(parm-idx) DELIMITED BY ALL " "
               INTO WORD-PIECE(1) WORD-PIECE(2) WORD-PIECE(3)
                    WORD-PIECE(4) WORD-PIECE(5) WORD-PIECE(6)
                    WORD-PIECE(7) WORD-PIECE(8) WORD-PIECE(9)
                    WORD-PIECE(10) WORD-PIECE(11) WORD-PIECE(12).
           PERFORM VARYING word-idx FROM 1 BY 1 UNTIL word-idx > 12
               IF WORD-PIECE(word-idx) NOT = SPACES THEN
                    ADD 1 TO PT-BAND-COUNT(parm-idx)
                    MOVE WORD-PIECE(word-idx) TO PT-BAND-WORD(parm-idx
                        PT-BAND-COUNT(parm-idx))
               END-IF
           END-PERFORM.
           IF PT-DEFAULT(parm-idx) = SPACES THEN
                ADD 1 TO PT-BAND-COUNT(parm-idx)
                MOVE UNSET-WORD TO PT-BAND-WORD(parm-idx
                    PT-BAND-COUNT(parm-idx))
           END-IF.
       02B-SET-BANDS-EXIT.
           EXIT.

       02C-SET-COMBINATIONS SECTION.
*> The word parameters of a program that can change its answer,
*> taken two to four at a time, so long as their words multiply
*> out to no more combinations than a program entry holds.
           MOVE 0 TO PG-DIM-COUNT(prog-idx).
           MOVE 1 TO PG-COMBO-COUNT(prog-idx).
           COMPUTE parm-last = PG-FIRST-PARM(prog-idx)
               + PG-PARM-COUNT(prog-idx) - 1.
           PERFORM VARYING parm-idx FROM PG-FIRST-PARM(prog-idx)
                   BY 1 UNTIL parm-idx > parm-last
               IF PT-IS-WORDS(parm-idx) AND NOT PT-IS-NEUTRAL(parm-idx)
                       AND PG-DIM-COUNT(prog-idx) < 4
                       AND PG-COMBO-COUNT(prog-idx)
                           * PT-BAND-COUNT(parm-idx) <= COMBO-MAX
                    ADD 1 TO PG-DIM-COUNT(prog-idx)
                    MOVE parm-idx TO PG-DIM-PARM(prog-idx
                        PG-DIM-COUNT(prog-idx))
                    MOVE PG-DIM-COUNT(prog-idx)
                        TO PT-COMBO-DIM(parm-idx)
                    COMPUTE PG-COMBO-COUNT(prog-idx) =
                        PG-COMBO-COUNT(prog-idx)
                        * PT-BAND-COUNT(parm-idx)
               END-IF
           END-PERFORM.
           IF PG-DIM-COUNT(prog-idx) < 2 THEN
                PERFORM VARYING dim-idx FROM 1 BY 1
                        UNTIL dim-idx > PG-DIM-COUNT(prog-idx)
                    MOVE 0 TO PT-COMBO-DIM(PG-DIM-PARM(prog-idx
                        dim-idx))
                END-PERFORM
                MOVE 0 TO PG-DIM-COUNT(prog-idx)
                MOVE 0 TO PG-COMBO-COUNT(prog-idx)
           END-IF.

       02D-SET-NUMERIC-BANDS SECTION.
           COMPUTE max-thousandth = PT-MAX(parm-idx) / 1000.
           EVALUATE TRUE
               WHEN PT-MAX(parm-idx) - PT-MIN(parm-idx) < 20
                   MOVE "V" TO PT-SCHEME(parm-idx)
                   COMPUTE PT-BAND-COUNT(parm-idx) =
                       PT-MAX(parm-idx) - PT-MIN(parm-idx) + 1
               WHEN (PT-MIN(parm-idx) = 0 AND max-thousandth >= 1)
                 OR (PT-MIN(parm-idx) > 0
                     AND PT-MIN(parm-idx) <= max-thousandth)
                   MOVE "H" TO PT-SCHEME(parm-idx)
                   MOVE PT-MIN-TEXT(parm-idx) TO band-value
                   PERFORM 11A-HALF-DECADE-INDEX
                   MOVE half-index TO PT-BASE-INDEX(parm-idx)
                   MOVE PT-MAX-TEXT(parm-idx) TO band-value
                   PERFORM 11A-HALF-DECADE-INDEX
                   COMPUTE PT-BAND-COUNT(parm-idx) =
                       half-index - PT-BASE-INDEX(parm-idx) + 1
               WHEN OTHER
                   MOVE "L" TO PT-SCHEME(parm-idx)
                   COMPUTE PT-WIDTH(parm-idx) =
                       (PT-MAX(parm-idx) - PT-MIN(parm-idx)) / 10 + 1
                   COMPUTE PT-BAND-COUNT(parm-idx) =
                       (PT-MAX(parm-idx) - PT-MIN(parm-idx))
                       / PT-WIDTH(parm-idx) + 1
           END-EVALUATE.

       03-SCAN-HISTORY SECTION.
*> The archive months from SINCE through this month, then the
*> live log.
           MOVE today-date(1:6) TO scan-to-month.
           IF since-month = SPACES THEN
                MOVE today-date(1:6) TO SCAN-MONTH
                SUBTRACT 10 FROM scan-year
           ELSE
                MOVE since-month TO SCAN-MONTH
           END-IF.
           PERFORM UNTIL SCAN-MONTH > scan-to-month
               PERFORM 03A-SCAN-ONE-ARCHIVE
               IF scan-mon = 12 THEN
                    ADD 1 TO scan-year
                    MOVE 1 TO scan-mon
               ELSE
                    ADD 1 TO scan-mon
               END-IF
           END-PERFORM.
           OPEN INPUT RESULTS-LOG-FILE.
           IF RESULTS-LOG-STATUS NOT = "00" THEN
                MOVE SPACES TO RESULTS-LOG-STATUS
                GO TO 03-SCAN-HISTORY-EXIT
           END-IF.
           PERFORM UNTIL RESULTS-LOG-STATUS NOT = "00"
               READ RESULTS-LOG-FILE
                   AT END MOVE "10" TO RESULTS-LOG-STATUS
                   NOT AT END
                       MOVE RESULTS-LOG-RECORD TO RESULTS-LOG-WORK
                       PERFORM 03B-TAKE-RUN
               END-READ
           END-PERFORM.
           CLOSE RESULTS-LOG-FILE.
       03-SCAN-HISTORY-EXIT.
           EXIT.

       03A-SCAN-ONE-ARCHIVE SECTION.
           MOVE SPACES TO archive-name.
           STRING FUNCTION TRIM(archive-base) SCAN-MONTH
               DELIMITED BY SIZE INTO archive-name.
           OPEN INPUT ARCHIVE-FILE.
           IF archive-status NOT = "00" THEN
                MOVE SPACES TO archive-status
                GO TO 03A-SCAN-ONE-ARCHIVE-EXIT
           END-IF.
           PERFORM UNTIL archive-status NOT = "00"
               READ ARCHIVE-FILE
                   AT END MOVE "10" TO archive-status
                   NOT AT END
                       MOVE ARCHIVE-REC TO RESULTS-LOG-WORK
                       PERFORM 03B-TAKE-RUN
               END-READ
           END-PERFORM.
           CLOSE ARCHIVE-FILE.
       03A-SCAN-ONE-ARCHIVE-EXIT.
           EXIT.

       03B-TAKE-RUN SECTION.
           MOVE RL-PROGRAM-ID TO ev-program.
           PERFORM 10A-FIND-PROGRAM.
           IF prog-idx = 0 THEN
                GO TO 03B-TAKE-RUN-EXIT
           END-IF.
           IF RL-SERVED-FROM-CERTREG THEN
                ADD 1 TO served-rows
                GO TO 03B-TAKE-RUN-EXIT
           END-IF.
           ADD 1 TO history-rows.
           IF RL-EFFECTIVE-PARMS = SPACES THEN
                ADD 1 TO PG-UNKEYED(prog-idx)
                GO TO 03B-TAKE-RUN-EXIT
           END-IF.
           MOVE "R" TO EVIDENCE-KIND.
           MOVE RL-EFFECTIVE-PARMS TO ev-parms.
           PERFORM 10-COUNT-EVIDENCE.
       03B-TAKE-RUN-EXIT.
           EXIT.

       04-LOAD-CERTREG SECTION.
           OPEN INPUT CERTREG-FILE.
           IF certreg-status NOT = "00" THEN
                MOVE SPACES TO certreg-status
                GO TO 04-LOAD-CERTREG-EXIT
           END-IF.
           PERFORM UNTIL certreg-status NOT = "00"
               READ CERTREG-FILE
                   AT END MOVE "10" TO certreg-status
                   NOT AT END
                       MOVE CERTREG-REC TO CERTREG-WORK
                       IF CR-STATUS = "CERT"
                            MOVE CR-PROGRAM TO ev-program
                            PERFORM 10A-FIND-PROGRAM
                            IF prog-idx > 0
                                 ADD 1 TO cert-rows
                                 MOVE "C" TO EVIDENCE-KIND
                                 MOVE CR-EFFECTIVE TO ev-parms
                                 PERFORM 10-COUNT-EVIDENCE
                            END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CERTREG-FILE.
       04-LOAD-CERTREG-EXIT.
           EXIT.

       05-LOAD-BASELINES SECTION.
*> A REGBASE on hand replaces the compiled-in baselines wholesale,
*> as it does for REGRESSION-PACK itself.
           MOVE "B" TO EVIDENCE-KIND.
           OPEN INPUT REGBASE-FILE.
           IF regbase-status = "00" THEN
                MOVE "REGBASE" TO BASELINE-SOURCE
                PERFORM UNTIL regbase-status NOT = "00"
                    READ REGBASE-FILE
                        AT END MOVE "10" TO regbase-status
                        NOT AT END
                            IF RB-PROGRAM NOT = SPACES
                                 MOVE RB-PROGRAM TO ev-program
                                 MOVE RB-PARM TO ev-parms
                                 PERFORM 05A-TAKE-BASELINE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE REGBASE-FILE
                GO TO 05-LOAD-BASELINES-EXIT
           END-IF.
           MOVE "PACK" TO BASELINE-SOURCE.
           PERFORM VARYING pack-idx FROM 1 BY 1 UNTIL pack-idx > 10
               MOVE PK-PROGRAM(pack-idx) TO ev-program
               MOVE PK-PARM(pack-idx) TO ev-parms
               PERFORM 05A-TAKE-BASELINE
           END-PERFORM.
       05-LOAD-BASELINES-EXIT.
           EXIT.

       05A-TAKE-BASELINE SECTION.
*> A baseline's parameters are as typed on the command line: each
*> bare value is the next positional PROBCAT row's, a NAME=VALUE
*> goes as it stands. They are put into NAME=VALUE form to count.
           PERFORM 10A-FIND-PROGRAM.
           IF prog-idx = 0 THEN
                GO TO 05A-TAKE-BASELINE-EXIT
           END-IF.
           ADD 1 TO baseline-count.
           MOVE SPACES TO POSITIONAL-TOKENS.
           UNSTRING ev-parms DELIMITED BY ALL " "
               INTO POS-TOKEN(1) POS-TOKEN(2) POS-TOKEN(3)
                    POS-TOKEN(4) POS-TOKEN(5) POS-TOKEN(6)
                    POS-TOKEN(7) POS-TOKEN(8).
           MOVE SPACES TO ev-parms.
           MOVE 1 TO ev-ptr.
           MOVE 0 TO ordinal-seen.
           COMPUTE parm-last = PG-FIRST-PARM(prog-idx)
               + PG-PARM-COUNT(prog-idx) - 1.
           PERFORM VARYING pos-idx FROM 1 BY 1 UNTIL pos-idx > 8
               IF POS-TOKEN(pos-idx) NOT = SPACES THEN
                    MOVE POS-TOKEN(pos-idx) TO PW-TOKEN
                    PERFORM 9580-SPLIT-PARM-TOKEN
                    IF NOT PW-IS-KEYWORD
                         ADD 1 TO ordinal-seen
                         PERFORM VARYING parm-idx
                                 FROM PG-FIRST-PARM(prog-idx) BY 1
                                 UNTIL parm-idx > parm-last
                             IF PT-ORDINAL(parm-idx) = ordinal-seen
                                  MOVE PT-NAME(parm-idx) TO PW-NAME
                             END-IF
                         END-PERFORM
                    END-IF
                    IF PW-NAME NOT = SPACES
                         STRING FUNCTION TRIM(PW-NAME) "="
                                FUNCTION TRIM(PW-VALUE) " "
                             DELIMITED BY SIZE
                             INTO ev-parms WITH POINTER ev-ptr
                    END-IF
               END-IF
           END-PERFORM.
           PERFORM 10-COUNT-EVIDENCE.
       05A-TAKE-BASELINE-EXIT.
           EXIT.

       10-COUNT-EVIDENCE SECTION.
*> ev-program (found at prog-idx) and its NAME=VALUE parameters in
*> ev-parms are counted under EVIDENCE-KIND, parameter by
*> parameter and, where the program has them, into a combination.
           MOVE SPACES TO EV-TOKENS.
           UNSTRING ev-parms DELIMITED BY ALL " "
               INTO EV-TOKEN(1) EV-TOKEN(2) EV-TOKEN(3)
                    EV-TOKEN(4) EV-TOKEN(5) EV-TOKEN(6)
                    EV-TOKEN(7) EV-TOKEN(8) EV-TOKEN(9)
                    EV-TOKEN(10) EV-TOKEN(11) EV-TOKEN(12).
           COMPUTE parm-last = PG-FIRST-PARM(prog-idx)
               + PG-PARM-COUNT(prog-idx) - 1.
           MOVE "MODE" TO PW-NAME.
           PERFORM 10B-FIND-VALUE.
           IF EV-VALUE-ON-RECORD THEN
                MOVE 0 TO band-no
                PERFORM VARYING parm-idx FROM PG-FIRST-PARM(prog-idx)
                        BY 1 UNTIL parm-idx > parm-last
                    IF PT-NAME(parm-idx) = "MODE" THEN
                         MOVE 1 TO band-no
                    END-IF
                END-PERFORM
                IF band-no = 0 THEN
                     ADD 1 TO PG-OTHER-MODE(prog-idx)
                     GO TO 10-COUNT-EVIDENCE-EXIT
                END-IF
           END-IF.
           EVALUATE TRUE
               WHEN EV-IS-RUN  ADD 1 TO PG-RUNS(prog-idx)
               WHEN EV-IS-CERT ADD 1 TO PG-CERTS(prog-idx)
               WHEN EV-IS-BASE ADD 1 TO PG-BASES(prog-idx)
           END-EVALUATE.
           MOVE "Y" TO COMBO-VALID.
           PERFORM VARYING parm-idx FROM PG-FIRST-PARM(prog-idx)
                   BY 1 UNTIL parm-idx > parm-last
               IF NOT PT-IS-NEUTRAL(parm-idx)
                       AND NOT PT-IS-UNBANDED(parm-idx)
                    PERFORM 10C-COUNT-PARAMETER
               END-IF
           END-PERFORM.
           IF PG-DIM-COUNT(prog-idx) = 0 OR NOT COMBO-IS-VALID THEN
                GO TO 10-COUNT-EVIDENCE-EXIT
           END-IF.
           MOVE 1 TO combo-no.
           MOVE 1 TO combo-radix.
           PERFORM VARYING dim-idx FROM 1 BY 1
                   UNTIL dim-idx > PG-DIM-COUNT(prog-idx)
               COMPUTE combo-no = combo-no
                   + (DIM-BAND(dim-idx) - 1) * combo-radix
               COMPUTE combo-radix = combo-radix
                   * PT-BAND-COUNT(PG-DIM-PARM(prog-idx dim-idx))
           END-PERFORM.
           EVALUATE TRUE
               WHEN EV-IS-RUN
                   ADD 1 TO CB-RUNS(prog-idx combo-no)
               WHEN EV-IS-CERT
                   ADD 1 TO CB-CERTS(prog-idx combo-no)
               WHEN EV-IS-BASE
                   ADD 1 TO CB-BASES(prog-idx combo-no)
           END-EVALUATE.
       10-COUNT-EVIDENCE-EXIT.
           EXIT.

       10A-FIND-PROGRAM SECTION.
           MOVE 0 TO prog-idx.
           PERFORM VARYING pos-idx FROM 1 BY 1
                   UNTIL pos-idx > prog-count
               IF PG-PROGRAM(pos-idx) = ev-program THEN
                    MOVE pos-idx TO prog-idx
               END-IF
           END-PERFORM.

       10B-FIND-VALUE SECTION.
*> The value of the token named PW-NAME among EV-TOKEN, if any.
           MOVE "N" TO EV-VALUE-FOUND.
           MOVE SPACES TO ev-value.
           MOVE PW-NAME TO PW-TARGET.
           PERFORM VARYING ev-idx FROM 1 BY 1 UNTIL ev-idx > 12
               IF EV-TOKEN(ev-idx) NOT = SPACES THEN
                    MOVE EV-TOKEN(ev-idx) TO PW-TOKEN
                    PERFORM 9580-SPLIT-PARM-TOKEN
                    IF PW-IS-KEYWORD AND PW-NAME = PW-TARGET(1:20)
                         MOVE "Y" TO EV-VALUE-FOUND
                         MOVE PW-VALUE TO ev-value
                    END-IF
               END-IF
           END-PERFORM.
           MOVE PW-TARGET(1:20) TO PW-NAME.

       10C-COUNT-PARAMETER SECTION.
           MOVE PT-NAME(parm-idx) TO PW-NAME.
           PERFORM 10B-FIND-VALUE.
           IF NOT EV-VALUE-ON-RECORD THEN
                MOVE PT-DEFAULT(parm-idx) TO ev-value
           END-IF.
           IF ev-value = SPACES THEN
                IF PT-IS-WORDS(parm-idx) THEN
                     MOVE UNSET-WORD TO ev-value
                ELSE
                     IF EV-IS-RUN THEN
                          ADD 1 TO PT-UNLOGGED(parm-idx)
                     END-IF
                     MOVE "N" TO COMBO-VALID
                     GO TO 10C-COUNT-PARAMETER-EXIT
                END-IF
           END-IF.
           MOVE ev-value TO band-value.
           IF PT-IS-NUMERIC(parm-idx) THEN
                PERFORM 11-BAND-NUMBER
           ELSE
                PERFORM 12-BAND-WORD
           END-IF.
           IF band-no = 0 THEN
                ADD 1 TO PT-OFF-RANGE(parm-idx)
                MOVE "N" TO COMBO-VALID
                GO TO 10C-COUNT-PARAMETER-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN EV-IS-RUN
                   ADD 1 TO BD-RUNS(parm-idx band-no)
               WHEN EV-IS-CERT
                   ADD 1 TO BD-CERTS(parm-idx band-no)
               WHEN EV-IS-BASE
                   ADD 1 TO BD-BASES(parm-idx band-no)
           END-EVALUATE.
           IF PT-COMBO-DIM(parm-idx) > 0 THEN
                MOVE band-no TO DIM-BAND(PT-COMBO-DIM(parm-idx))
           END-IF.
       10C-COUNT-PARAMETER-EXIT.
           EXIT.

       11-BAND-NUMBER SECTION.
*> band-value's band for the numeric parameter at parm-idx, or 0
*> when it is not a number within MIN and MAX. The digits are
*> sized before any arithmetic, so a value too long for any range
*> is refused without being converted.
           MOVE 0 TO band-no.
           MOVE FUNCTION TRIM(band-value) TO band-value.
           IF band-value = SPACES THEN
                GO TO 11-BAND-NUMBER-EXIT
           END-IF.
           COMPUTE band-value-len = FUNCTION LENGTH(FUNCTION
               TRIM(band-value TRAILING)).
           IF band-value(1:band-value-len) IS NOT NUMERIC THEN
                GO TO 11-BAND-NUMBER-EXIT
           END-IF.
           MOVE 0 TO lead-zeros.
           INSPECT band-value(1:band-value-len)
               TALLYING lead-zeros FOR LEADING "0".
           COMPUTE sig-len = band-value-len - lead-zeros.
           IF sig-len > 18 THEN
                GO TO 11-BAND-NUMBER-EXIT
           END-IF.
           MOVE FUNCTION NUMVAL(band-value) TO band-number.
           IF band-number < PT-MIN(parm-idx)
                   OR band-number > PT-MAX(parm-idx) THEN
                GO TO 11-BAND-NUMBER-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN PT-PER-VALUE(parm-idx)
                   COMPUTE band-no =
                       band-number - PT-MIN(parm-idx) + 1
               WHEN PT-LINEAR(parm-idx)
                   COMPUTE band-no =
                       (band-number - PT-MIN(parm-idx))
                       / PT-WIDTH(parm-idx) + 1
               WHEN PT-HALF-DECADE(parm-idx)
                   PERFORM 11A-HALF-DECADE-INDEX
                   COMPUTE band-no =
                       half-index - PT-BASE-INDEX(parm-idx) + 1
           END-EVALUATE.
       11-BAND-NUMBER-EXIT.
           EXIT.

       11A-HALF-DECADE-INDEX SECTION.
*> 0 for zero, then 1 and 2 for 1-4 and 5-9, 3 and 4 for 10-49
*> and 50-99, and so on - from the digit count and leading digit.
           MOVE FUNCTION TRIM(band-value) TO band-value.
           COMPUTE band-value-len = FUNCTION LENGTH(FUNCTION
               TRIM(band-value TRAILING)).
           MOVE 0 TO lead-zeros.
           INSPECT band-value(1:band-value-len)
               TALLYING lead-zeros FOR LEADING "0".
           COMPUTE sig-len = band-value-len - lead-zeros.
           IF sig-len = 0 THEN
                MOVE 0 TO half-index
                GO TO 11A-HALF-DECADE-INDEX-EXIT
           END-IF.
           IF band-value(lead-zeros + 1:1) < "5" THEN
                COMPUTE half-index = 2 * (sig-len - 1) + 1
           ELSE
                COMPUTE half-index = 2 * (sig-len - 1) + 2
           END-IF.
       11A-HALF-DECADE-INDEX-EXIT.
           EXIT.

       11B-BAND-BOUNDS SECTION.
*> band-low and band-high of band bound-band of the numeric
*> parameter at parm-idx, clipped to its MIN and MAX.
           EVALUATE TRUE
               WHEN PT-PER-VALUE(parm-idx)
                   COMPUTE band-low = PT-MIN(parm-idx) + bound-band - 1
                   MOVE band-low TO band-high
               WHEN PT-LINEAR(parm-idx)
                   COMPUTE band-low = PT-MIN(parm-idx)
                       + (bound-band - 1) * PT-WIDTH(parm-idx)
                   IF PT-MAX(parm-idx) - band-low
                           < PT-WIDTH(parm-idx) THEN
                        MOVE PT-MAX(parm-idx) TO band-high
                   ELSE
                        COMPUTE band-high =
                            band-low + PT-WIDTH(parm-idx) - 1
                   END-IF
               WHEN PT-HALF-DECADE(parm-idx)
                   COMPUTE half-index =
                       PT-BASE-INDEX(parm-idx) + bound-band - 1
                   IF half-index = 0 THEN
                        MOVE 0 TO band-low band-high
                   ELSE
                        COMPUTE decade-digits = (half-index + 1) / 2
                        COMPUTE decade-half =
                            half-index - 2 * (decade-digits - 1)
                        COMPUTE decade-power =
                            10 ** (decade-digits - 1)
                        IF decade-half = 1 THEN
                             MOVE decade-power TO band-low
                             COMPUTE band-high = 5 * decade-power - 1
                        ELSE
                             COMPUTE band-low = 5 * decade-power
                             COMPUTE band-high =
                                 10 ** decade-digits - 1
                        END-IF
                   END-IF
                   IF band-low < PT-MIN(parm-idx) THEN
                        MOVE PT-MIN(parm-idx) TO band-low
                   END-IF
                   IF band-high > PT-MAX(parm-idx) THEN
                        MOVE PT-MAX(parm-idx) TO band-high
                   END-IF
           END-EVALUATE.

       12-BAND-WORD SECTION.
*> band-value's band among the words of the parameter at parm-idx,
*> a word family matching its leading part and digits; 0 when it
*> is none of them.
           MOVE 0 TO band-no.
           MOVE "Y" TO PW-PATTERN-SWITCH.
           MOVE FUNCTION TRIM(band-value) TO PW-TARGET.
           PERFORM VARYING word-idx FROM 1 BY 1
                   UNTIL word-idx > PT-BAND-COUNT(parm-idx)
                      OR band-no > 0
               MOVE PT-BAND-WORD(parm-idx word-idx) TO PW-LIST
               PERFORM 9584-LIST-HOLDS
               IF PW-LIST-HAS-TARGET THEN
                    MOVE word-idx TO band-no
               END-IF
           END-PERFORM.

       20-WRITE-REPORT SECTION.
           MOVE history-rows TO show-runs.
           MOVE cert-rows TO show-certs.
           MOVE baseline-count TO show-bases.
           DISPLAY "COVERAGE-REPORT: " FUNCTION TRIM(show-runs)
                   " RUN(S) ON RECORD, " FUNCTION TRIM(show-certs)
                   " CERTIFIED PAIR(S), " FUNCTION TRIM(show-bases)
                   " BASELINE(S) FROM " FUNCTION TRIM(BASELINE-SOURCE).
           IF served-rows > 0 THEN
                MOVE served-rows TO show-count
                DISPLAY "COVERAGE-REPORT: " FUNCTION TRIM(show-count)
                        " ANSWER(S) SERVED FROM CERTREG NOT COUNTED "
                        "AS RUNS"
           END-IF.
           PERFORM VARYING prog-idx FROM 1 BY 1
                   UNTIL prog-idx > prog-count
               PERFORM 20A-REPORT-PROGRAM
           END-PERFORM.
           MOVE band-total TO show-runs.
           MOVE untested-total TO show-count.
           DISPLAY "COVERAGE-REPORT: " FUNCTION TRIM(show-runs)
                   " BAND(S), " FUNCTION TRIM(show-count)
                   " UNTESTED".
           IF combo-total > 0 THEN
                MOVE combo-total TO show-runs
                MOVE combo-untested TO show-count
                DISPLAY "COVERAGE-REPORT: " FUNCTION TRIM(show-runs)
                        " WORD COMBINATION(S), "
                        FUNCTION TRIM(show-count) " UNTESTED"
           END-IF.
           IF untested-total > 0 OR combo-untested > 0 THEN
                MOVE 4 TO RETURN-CODE
           ELSE
                MOVE 0 TO RETURN-CODE
           END-IF.

       20A-REPORT-PROGRAM SECTION.
           MOVE PG-RUNS(prog-idx) TO show-runs.
           MOVE PG-CERTS(prog-idx) TO show-certs.
           MOVE PG-BASES(prog-idx) TO show-bases.
           DISPLAY "COVERAGE-REPORT: ".
           DISPLAY "COVERAGE-REPORT: "
                   FUNCTION TRIM(PG-PROGRAM(prog-idx))
                   " - RUNS " FUNCTION TRIM(show-runs)
                   ", CERTIFIED " FUNCTION TRIM(show-certs)
                   ", BASELINES " FUNCTION TRIM(show-bases).
           IF PG-OTHER-MODE(prog-idx) > 0 THEN
                MOVE PG-OTHER-MODE(prog-idx) TO show-count
                DISPLAY "COVERAGE-REPORT:   "
                        FUNCTION TRIM(show-count)
                        " RECORD(S) IN A MODE PROBCAT DOES NOT "
                        "RANGE, NOT BANDED"
           END-IF.
           IF PG-UNKEYED(prog-idx) > 0 THEN
                MOVE PG-UNKEYED(prog-idx) TO show-count
                DISPLAY "COVERAGE-REPORT:   "
                        FUNCTION TRIM(show-count)
                        " RUN(S) LOGGED NO EFFECTIVE PARAMETERS, "
                        "NOT BANDED"
           END-IF.
           COMPUTE parm-last = PG-FIRST-PARM(prog-idx)
               + PG-PARM-COUNT(prog-idx) - 1.
           PERFORM VARYING parm-idx FROM PG-FIRST-PARM(prog-idx)
                   BY 1 UNTIL parm-idx > parm-last
               IF NOT PT-IS-NEUTRAL(parm-idx) THEN
                    PERFORM 20B-REPORT-PARAMETER
               END-IF
           END-PERFORM.
           IF PG-DIM-COUNT(prog-idx) > 0 THEN
                PERFORM 20D-REPORT-COMBINATIONS
           END-IF.

       20B-REPORT-PARAMETER SECTION.
           EVALUATE TRUE
               WHEN PT-IS-UNBANDED(parm-idx)
                   DISPLAY "COVERAGE-REPORT:   "
                           FUNCTION TRIM(PT-NAME(parm-idx))
                           " - NO NUMERIC RANGE OR ALLOWED WORDS ON "
                           "PROBCAT, NOT BANDED"
                   GO TO 20B-REPORT-PARAMETER-EXIT
               WHEN PT-IS-WORDS(parm-idx)
                   DISPLAY "COVERAGE-REPORT:   "
                           FUNCTION TRIM(PT-NAME(parm-idx))
                           " - A BAND PER ALLOWED WORD"
               WHEN PT-PER-VALUE(parm-idx)
                   DISPLAY "COVERAGE-REPORT:   "
                           FUNCTION TRIM(PT-NAME(parm-idx)) " "
                           FUNCTION TRIM(PT-MIN-TEXT(parm-idx))
                           " TO "
                           FUNCTION TRIM(PT-MAX-TEXT(parm-idx))
                           " - A BAND PER VALUE"
               WHEN PT-HALF-DECADE(parm-idx)
                   DISPLAY "COVERAGE-REPORT:   "
                           FUNCTION TRIM(PT-NAME(parm-idx)) " "
                           FUNCTION TRIM(PT-MIN-TEXT(parm-idx))
                           " TO "
                           FUNCTION TRIM(PT-MAX-TEXT(parm-idx))
                           " - HALF-DECADE BANDS"
               WHEN OTHER
                   MOVE PT-WIDTH(parm-idx) TO low-edit
                   DISPLAY "COVERAGE-REPORT:   "
                           FUNCTION TRIM(PT-NAME(parm-idx)) " "
                           FUNCTION TRIM(PT-MIN-TEXT(parm-idx))
                           " TO "
                           FUNCTION TRIM(PT-MAX-TEXT(parm-idx))
                           " - BANDS OF " FUNCTION TRIM(low-edit)
           END-EVALUATE.
*> A run of untested numeric bands is shown as one line.
           MOVE 0 TO gap-start.
           PERFORM VARYING band-no FROM 1 BY 1
                   UNTIL band-no > PT-BAND-COUNT(parm-idx)
               ADD 1 TO band-total
               IF BD-RUNS(parm-idx band-no) = 0
                       AND BD-CERTS(parm-idx band-no) = 0
                       AND BD-BASES(parm-idx band-no) = 0 THEN
                    ADD 1 TO untested-total
                    IF PT-IS-WORDS(parm-idx) THEN
                         MOVE band-no TO gap-start gap-end
                         PERFORM 20F-REPORT-UNTESTED
                    ELSE
                         IF gap-start = 0 THEN
                              MOVE band-no TO gap-start
                         END-IF
                    END-IF
               ELSE
                    IF gap-start > 0 THEN
                         COMPUTE gap-end = band-no - 1
                         PERFORM 20F-REPORT-UNTESTED
                    END-IF
                    PERFORM 20C-REPORT-BAND
               END-IF
           END-PERFORM.
           IF gap-start > 0 THEN
                MOVE PT-BAND-COUNT(parm-idx) TO gap-end
                PERFORM 20F-REPORT-UNTESTED
           END-IF.
           IF PT-OFF-RANGE(parm-idx) > 0 THEN
                MOVE PT-OFF-RANGE(parm-idx) TO show-count
                DISPLAY "COVERAGE-REPORT:       "
                        FUNCTION TRIM(show-count)
                        " VALUE(S) OUTSIDE WHAT PROBCAT ALLOWS"
           END-IF.
           IF PT-UNLOGGED(parm-idx) > 0 THEN
                MOVE PT-UNLOGGED(parm-idx) TO show-count
                DISPLAY "COVERAGE-REPORT:       "
                        FUNCTION TRIM(show-count)
                        " RUN(S) DID NOT LOG IT AND PROBCAT GIVES NO "
                        "DEFAULT"
           END-IF.
       20B-REPORT-PARAMETER-EXIT.
           EXIT.

       20C-REPORT-BAND SECTION.
           MOVE band-no TO BL-NO.
           MOVE SPACES TO BL-NO-THRU.
           MOVE band-no TO gap-start gap-end.
           PERFORM 20G-SET-BAND-RANGE.
           MOVE BD-RUNS(parm-idx band-no) TO BL-RUNS.
           MOVE BD-CERTS(parm-idx band-no) TO BL-CERTS.
           MOVE BD-BASES(parm-idx band-no) TO BL-BASES.
           MOVE SPACES TO BL-FLAG.
           MOVE 0 TO gap-start.
           DISPLAY "COVERAGE-REPORT: " BAND-LINE.

       20D-REPORT-COMBINATIONS SECTION.
           MOVE SPACES TO BL-RANGE.
           MOVE 1 TO line-ptr.
           PERFORM VARYING dim-idx FROM 1 BY 1
                   UNTIL dim-idx > PG-DIM-COUNT(prog-idx)
               STRING FUNCTION TRIM(PT-NAME(PG-DIM-PARM(prog-idx
                          dim-idx))) " "
                   DELIMITED BY SIZE
                   INTO BL-RANGE WITH POINTER line-ptr
           END-PERFORM.
           DISPLAY "COVERAGE-REPORT:   COMBINATIONS OF "
                   FUNCTION TRIM(BL-RANGE).
           PERFORM VARYING combo-no FROM 1 BY 1
                   UNTIL combo-no > PG-COMBO-COUNT(prog-idx)
               PERFORM 20E-REPORT-ONE-COMBINATION
           END-PERFORM.

       20E-REPORT-ONE-COMBINATION SECTION.
           MOVE combo-no TO BL-NO.
           MOVE SPACES TO BL-NO-THRU.
           MOVE SPACES TO BL-RANGE.
           MOVE 1 TO line-ptr.
           COMPUTE combo-rest = combo-no - 1.
           PERFORM VARYING dim-idx FROM 1 BY 1
                   UNTIL dim-idx > PG-DIM-COUNT(prog-idx)
               MOVE PG-DIM-PARM(prog-idx dim-idx) TO parm-idx
               DIVIDE combo-rest BY PT-BAND-COUNT(parm-idx)
                   GIVING combo-rest REMAINDER band-no
               ADD 1 TO band-no
               STRING FUNCTION TRIM(PT-NAME(parm-idx)) "="
                      FUNCTION TRIM(PT-BAND-WORD(parm-idx band-no))
                      " "
                   DELIMITED BY SIZE
                   INTO BL-RANGE WITH POINTER line-ptr
           END-PERFORM.
           MOVE CB-RUNS(prog-idx combo-no) TO BL-RUNS.
           MOVE CB-CERTS(prog-idx combo-no) TO BL-CERTS.
           MOVE CB-BASES(prog-idx combo-no) TO BL-BASES.
           MOVE SPACES TO BL-FLAG.
           ADD 1 TO combo-total.
           IF CB-RUNS(prog-idx combo-no) = 0
                   AND CB-CERTS(prog-idx combo-no) = 0
                   AND CB-BASES(prog-idx combo-no) = 0 THEN
                MOVE "UNTESTED" TO BL-FLAG
                ADD 1 TO combo-untested
           END-IF.
           DISPLAY "COVERAGE-REPORT: " BAND-LINE.

       20F-REPORT-UNTESTED SECTION.
*> Bands gap-start through gap-end, none with anything in them.
           MOVE gap-start TO BL-NO.
           MOVE SPACES TO BL-NO-THRU.
           IF gap-end > gap-start THEN
                MOVE gap-end TO family-edit
                STRING "-" family-edit DELIMITED BY SIZE
                    INTO BL-NO-THRU
           END-IF.
           PERFORM 20G-SET-BAND-RANGE.
           MOVE 0 TO BL-RUNS BL-CERTS BL-BASES.
           MOVE "UNTESTED" TO BL-FLAG.
           MOVE 0 TO gap-start.
           DISPLAY "COVERAGE-REPORT: " BAND-LINE.

       20G-SET-BAND-RANGE SECTION.
*> From the bottom of band gap-start to the top of band gap-end.
           MOVE SPACES TO BL-RANGE.
           IF PT-IS-WORDS(parm-idx) THEN
                MOVE PT-BAND-WORD(parm-idx gap-start) TO BL-RANGE
                GO TO 20G-SET-BAND-RANGE-EXIT
           END-IF.
           MOVE gap-start TO bound-band.
           PERFORM 11B-BAND-BOUNDS.
           MOVE band-low TO low-edit.
           MOVE gap-end TO bound-band.
           PERFORM 11B-BAND-BOUNDS.
           MOVE band-high TO high-edit.
           IF low-edit = high-edit THEN
                MOVE FUNCTION TRIM(low-edit) TO BL-RANGE
           ELSE
                STRING FUNCTION TRIM(low-edit) " - "
                       FUNCTION TRIM(high-edit)
                    DELIMITED BY SIZE INTO BL-RANGE
           END-IF.
       20G-SET-BAND-RANGE-EXIT.
           EXIT.

       30-CHECK-PUNCH SECTION.
*> Everything a gap card needs is settled before the history is
*> read: the parameter and band exist, and every positional slot
*> ahead of the last one the card carries has a value.
           MOVE 1 TO prog-idx.
           COMPUTE parm-last = PG-FIRST-PARM(prog-idx)
               + PG-PARM-COUNT(prog-idx) - 1.
           MOVE 0 TO sweep-parm.
           PERFORM VARYING parm-idx FROM PG-FIRST-PARM(prog-idx)
                   BY 1 UNTIL parm-idx > parm-last
               IF PT-NAME(parm-idx) = punch-parm-name THEN
                    MOVE parm-idx TO sweep-parm
               END-IF
           END-PERFORM.
           IF sweep-parm = 0 THEN
                DISPLAY "COVERAGE-REPORT: " FUNCTION TRIM(
                        punch-parm-name) " IS NOT A PROBCAT PARAMETER "
                        "OF " FUNCTION TRIM(program-wanted)
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
           MOVE sweep-parm TO parm-idx.
           IF PT-IS-UNBANDED(parm-idx) OR PT-IS-NEUTRAL(parm-idx) THEN
                DISPLAY "COVERAGE-REPORT: "
                        FUNCTION TRIM(punch-parm-name)
                        " IS NOT BANDED, NOTHING TO PUNCH"
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
           IF punch-band = 0
                   OR punch-band > PT-BAND-COUNT(parm-idx) THEN
                MOVE PT-BAND-COUNT(parm-idx) TO show-count
                DISPLAY "COVERAGE-REPORT: "
                        FUNCTION TRIM(punch-parm-name)
                        " HAS BANDS 1 TO " FUNCTION TRIM(show-count)
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
           IF PT-IS-WORDS(parm-idx)
                   AND PT-BAND-WORD(parm-idx punch-band)
                       = UNSET-WORD THEN
                DISPLAY "COVERAGE-REPORT: THE (UNSET) BAND IS "
                        "FILLED BY LEAVING "
                        FUNCTION TRIM(punch-parm-name)
                        " OFF A CARD, NOT BY PUNCHING IT"
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
           PERFORM VARYING fixed-idx FROM 1 BY 1
                   UNTIL fixed-idx > fixed-count
               MOVE 0 TO band-no
               PERFORM VARYING parm-idx FROM PG-FIRST-PARM(prog-idx)
                       BY 1 UNTIL parm-idx > parm-last
                   IF PT-NAME(parm-idx) = FX-NAME(fixed-idx) THEN
                        MOVE 1 TO band-no
                   END-IF
               END-PERFORM
               IF band-no = 0 OR FX-NAME(fixed-idx) = punch-parm-name
                    DISPLAY "COVERAGE-REPORT: "
                            FUNCTION TRIM(FX-NAME(fixed-idx))
                            " IS NOT ANOTHER PROBCAT PARAMETER OF "
                            FUNCTION TRIM(program-wanted)
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
               END-IF
           END-PERFORM.
           PERFORM 32-SETTLE-SLOTS.

       31-PUNCH-GAP SECTION.
           MOVE 1 TO prog-idx.
           MOVE sweep-parm TO parm-idx.
           MOVE punch-band TO band-no.
           IF BD-RUNS(parm-idx band-no) > 0 THEN
                MOVE BD-RUNS(parm-idx band-no) TO show-count
                MOVE punch-band TO family-edit
                DISPLAY "COVERAGE-REPORT: BAND "
                        FUNCTION TRIM(family-edit) " ALREADY HAS "
                        FUNCTION TRIM(show-count) " RUN(S) ON RECORD"
           END-IF.
           OPEN OUTPUT GAPCARDS-FILE.
           EVALUATE TRUE
               WHEN PT-IS-WORDS(parm-idx)
                   PERFORM 31B-PUNCH-WORDS
               WHEN OTHER
                   PERFORM 31A-PUNCH-NUMBERS
           END-EVALUATE.
           CLOSE GAPCARDS-FILE.
           MOVE card-count TO show-count.
           MOVE punch-band TO family-edit.
           DISPLAY "COVERAGE-REPORT: " FUNCTION TRIM(show-count)
                   " CARD(S) WRITTEN TO GAPCARDS FOR "
                   FUNCTION TRIM(program-wanted) " "
                   FUNCTION TRIM(punch-parm-name) " BAND "
                   FUNCTION TRIM(family-edit)
                   " (REQUESTOR: " FUNCTION TRIM(requestor-stamp) ")".
           IF BD-RUNS(sweep-parm punch-band) > 0 THEN
                MOVE 4 TO RETURN-CODE
           ELSE
                MOVE 0 TO RETURN-CODE
           END-IF.

       31A-PUNCH-NUMBERS SECTION.
*> The cards spread evenly from the bottom of the band, the last
*> one on its top; never more cards than the band has values.
           MOVE band-no TO bound-band.
           PERFORM 11B-BAND-BOUNDS.
           IF band-high - band-low + 1 < punch-cards THEN
                COMPUTE punch-cards = band-high - band-low + 1
           END-IF.
           IF punch-cards > 1 THEN
                COMPUTE sweep-step =
                    (band-high - band-low) / (punch-cards - 1)
           ELSE
                MOVE 0 TO sweep-step
           END-IF.
           PERFORM VARYING sweep-idx FROM 1 BY 1
                   UNTIL sweep-idx > punch-cards
               IF sweep-idx = punch-cards AND punch-cards > 1 THEN
                    MOVE band-high TO sweep-number
               ELSE
                    COMPUTE sweep-number =
                        band-low + (sweep-idx - 1) * sweep-step
               END-IF
               MOVE sweep-number TO sweep-edit
               MOVE FUNCTION TRIM(sweep-edit) TO sweep-value
               PERFORM 33-WRITE-CARD
           END-PERFORM.

       31B-PUNCH-WORDS SECTION.
*> A plain word is one card; a family is swept from n of 1 up.
           MOVE PT-BAND-WORD(parm-idx band-no) TO PW-WORD.
           COMPUTE word-len = FUNCTION LENGTH(FUNCTION
               TRIM(PW-WORD TRAILING)).
           IF PW-WORD(word-len:1) NOT = "n" THEN
                MOVE PW-WORD TO sweep-value
                PERFORM 33-WRITE-CARD
                GO TO 31B-PUNCH-WORDS-EXIT
           END-IF.
           SUBTRACT 1 FROM word-len.
           PERFORM VARYING sweep-idx FROM 1 BY 1
                   UNTIL sweep-idx > punch-cards
               MOVE sweep-idx TO family-edit
               MOVE SPACES TO sweep-value
               IF word-len > 0 THEN
                    STRING PW-WORD(1:word-len)
                           FUNCTION TRIM(family-edit)
                        DELIMITED BY SIZE INTO sweep-value
               ELSE
                    MOVE FUNCTION TRIM(family-edit) TO sweep-value
               END-IF
               PERFORM 33-WRITE-CARD
           END-PERFORM.
       31B-PUNCH-WORDS-EXIT.
           EXIT.

       32-SETTLE-SLOTS SECTION.
*> Slot values for the positional part of the card: the given
*> value, else the PROBCAT default, out to the last slot the card
*> must carry - the swept one's, the furthest given one's, or
*> that of a positional parameter with no default to fall back on.
           MOVE SPACES TO SLOT-VALUES.
           MOVE 0 TO slot-high.
           IF PT-ORDINAL(sweep-parm) > slot-high THEN
                MOVE PT-ORDINAL(sweep-parm) TO slot-high
           END-IF.
           PERFORM VARYING parm-idx FROM PG-FIRST-PARM(prog-idx)
                   BY 1 UNTIL parm-idx > parm-last
               IF PT-ORDINAL(parm-idx) > 0
                       AND PT-ORDINAL(parm-idx) <= 12 THEN
                    MOVE PT-DEFAULT(parm-idx)
                        TO SLOT-VALUE(PT-ORDINAL(parm-idx))
                    IF PT-DEFAULT(parm-idx) = SPACES
                            AND PT-ORDINAL(parm-idx) > slot-high
                         MOVE PT-ORDINAL(parm-idx) TO slot-high
                    END-IF
                    PERFORM VARYING fixed-idx FROM 1 BY 1
                            UNTIL fixed-idx > fixed-count
                        IF FX-NAME(fixed-idx) = PT-NAME(parm-idx)
                             MOVE FX-VALUE(fixed-idx)
                                 TO SLOT-VALUE(PT-ORDINAL(parm-idx))
                             IF PT-ORDINAL(parm-idx) > slot-high
                                  MOVE PT-ORDINAL(parm-idx)
                                      TO slot-high
                             END-IF
                        END-IF
                    END-PERFORM
               END-IF
           END-PERFORM.
           PERFORM VARYING parm-idx FROM PG-FIRST-PARM(prog-idx)
                   BY 1 UNTIL parm-idx > parm-last
               IF PT-ORDINAL(parm-idx) > 0
                       AND PT-ORDINAL(parm-idx) <= slot-high
                       AND parm-idx NOT = sweep-parm
                       AND SLOT-VALUE(PT-ORDINAL(parm-idx)) = SPACES
                    MOVE PT-ORDINAL(parm-idx) TO family-edit
                    DISPLAY "COVERAGE-REPORT: "
                            FUNCTION TRIM(PT-NAME(parm-idx))
                            " (ARGUMENT " FUNCTION TRIM(family-edit)
                            ") HAS NO PROBCAT DEFAULT - GIVE IT AS "
                            FUNCTION TRIM(PT-NAME(parm-idx))
                            "=VALUE"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
               END-IF
           END-PERFORM.
*> Keyword-only parameters given go after the positional ones.
           MOVE SPACES TO keyword-tail.
           MOVE 1 TO tail-ptr.
           PERFORM VARYING fixed-idx FROM 1 BY 1
                   UNTIL fixed-idx > fixed-count
               PERFORM VARYING parm-idx FROM PG-FIRST-PARM(prog-idx)
                       BY 1 UNTIL parm-idx > parm-last
                   IF PT-NAME(parm-idx) = FX-NAME(fixed-idx)
                           AND PT-ORDINAL(parm-idx) = 0
                        STRING " " FUNCTION TRIM(FX-NAME(fixed-idx))
                               "=" FUNCTION TRIM(FX-VALUE(fixed-idx))
                            DELIMITED BY SIZE
                            INTO keyword-tail WITH POINTER tail-ptr
                   END-IF
               END-PERFORM
           END-PERFORM.

       33-WRITE-CARD SECTION.
           MOVE SPACES TO card-parms.
           MOVE 1 TO card-ptr.
           PERFORM VARYING slot-idx FROM 1 BY 1
                   UNTIL slot-idx > slot-high
               IF slot-idx > 1 THEN
                    STRING " " DELIMITED BY SIZE
                        INTO card-parms WITH POINTER card-ptr
               END-IF
               IF slot-idx = PT-ORDINAL(sweep-parm) THEN
                    STRING FUNCTION TRIM(sweep-value)
                        DELIMITED BY SIZE
                        INTO card-parms WITH POINTER card-ptr
               ELSE
                    STRING FUNCTION TRIM(SLOT-VALUE(slot-idx))
                        DELIMITED BY SIZE
                        INTO card-parms WITH POINTER card-ptr
               END-IF
           END-PERFORM.
           IF PT-ORDINAL(sweep-parm) = 0 THEN
                STRING " " FUNCTION TRIM(PT-NAME(sweep-parm)) "="
                       FUNCTION TRIM(sweep-value)
                    DELIMITED BY SIZE
                    INTO card-parms WITH POINTER card-ptr
           END-IF.
           IF keyword-tail NOT = SPACES THEN
                STRING FUNCTION TRIM(keyword-tail TRAILING)
                    DELIMITED BY SIZE
                    INTO card-parms WITH POINTER card-ptr
           END-IF.
           MOVE FUNCTION TRIM(card-parms) TO card-parms.
           IF card-parms(51:30) NOT = SPACES THEN
                DISPLAY "COVERAGE-REPORT: CARD PARAMETERS "
                        FUNCTION TRIM(card-parms)
                        " RUN PAST 50 COLUMNS"
                CLOSE GAPCARDS-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
           MOVE SPACES TO BATCH-PARM-RECORD.
           MOVE program-wanted TO BP-PROBLEM-ID.
           MOVE card-parms(1:50) TO BP-PARM-VALUE.
           MOVE requestor-stamp TO BP-REQUESTOR-ID.
           MOVE BATCH-PARM-RECORD TO GAPCARDS-REC.
           WRITE GAPCARDS-REC.
           ADD 1 TO card-count.

       COPY PWORDPR.
       COPY REGCFPR.

       END PROGRAM COVERAGE-REPORT.
