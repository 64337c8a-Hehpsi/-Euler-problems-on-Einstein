000284     COPY LOCKSL.
000285     COPY MNFSTSL.
000286     COPY PRGHBSL.
000292     COPY LINAGSL.
000300 DATA DIVISION.
000310 FILE SECTION.
000320 FD  CHECKPOINT-FILE.
000365     05 CH-L        PIC 9(4).
000366     05 FILLER      PIC X.
000367     05 CH-TILES    PIC X(20).
000380     05 FILLER      PIC X.
000386     05 CH-SHAPE    PIC X(6).
000355 FD  CURVE-FILE.
000356 01  CURVE-REC.
000357     05 CURVE-L     PIC Z(4)9.
000374 COPY LOCKFD.
000375 COPY MNFSTFD.
000376 COPY PRGHBFD.
000388 COPY LINAGFD.
000400 WORKING-STORAGE SECTION.
000401 COPY RESLOGWS.
000401 COPY SYSINWS.
000406 COPY MNFSTWS.
000410 COPY GENSVWS.
000411 COPY PRGHBWS.
000443 COPY LINAGWS.
000407 01 rgb-ckpt-dsn PIC X(30) VALUE "RGBCKPT".
000407* Version 0004: the checkpoint header now carries the tile
000408* set the CACHE was built for, so a {2,3,4} checkpoint can
000409* never contaminate a {2,3,5} run - the same provenance idea
000410* as BCKPTWS's BH-MINLEN, and the version bump refuses any
000411* header from before the field existed.
000447* Version 0005: the header also carries the row shape (LINEAR
000455* or RING) the run was asked for, so a ring checkpoint is never
000463* taken up by a straight-row run or the other way about.
000471 01 ckpt-version PIC X(4) VALUE "0005".
000409* Header built here first so the FILLER VALUE SPACE bytes
000410* actually take effect, the same way RESLOGWS builds the
000411* results-log record.
000421     05 CHW-L        PIC 9(4)  VALUE ZERO.
000422     05 FILLER       PIC X     VALUE SPACE.
000423     05 CHW-TILES    PIC X(20) VALUE SPACES.
000445     05 FILLER       PIC X     VALUE SPACE.
000452     05 CHW-SHAPE    PIC X(6)  VALUE SPACES.
000422* Subset recurrences for the tile-usage breakdown: the same
000423* CACHE recurrence with one tile length left out. Arrangements
000424* using at least one red (length-2) tile are the full count
001046     88 TILES-ARE-DEFAULT VALUE "Y".
001047 01 tile-probe PIC S9(4).
001026 01 curve-i   PIC S9(4).
001028* Ring mode (RING=Y): the row is closed into a circle of l
001029* cells, so one piece may sit across the seam. Whatever piece
001048* covers cell one - the black cell or a tile of length k - can
001049* sit there in k ways, and the other l - k cells form a straight
001050* row, so the ring count is the sum of k * CACHE(l - k + 1) over
001051* the black cell and every tile length in the set. The linear
001052* CACHE (and the NR/NG/NB subset caches for the breakdown) are
001053* reused unchanged; only the final sum differs.
001054 01 RING-MODE PIC X VALUE "N".
001055     88 RING-MODE-ON VALUE "Y".
001056 01 row-shape PIC X(6) VALUE "LINEAR".
001057 01 at-least-tag PIC X(15) VALUE "AT-LEAST-".
001058 01 ring-len    PIC S9(4).
001059 01 ring-skip   PIC 9(4) BINARY VALUE ZERO.
001060 01 ring-table  PIC X VALUE "A".
001061 01 ring-probe  PIC S9(4).
001062 01 ring-f      PIC 9(18) COMP-5.
001063 01 ring-total  PIC 9(18) COMP-5.
001064 01 ring-answer PIC 9(18) COMP-5.
001065* Short rings are counted a second way, independently of CACHE:
001066* every pattern of piece start cells around the ring is tried,
001067* and a pattern counts when each gap between one start and the
001068* next (wrapping past the seam) is 1 or a tile length. Two to
001069* the l patterns, so only up to RING-BRUTE-MAX cells.
001070 01 RING-BRUTE-MAX PIC 9(4) BINARY VALUE 16.
001071 01 RING-STARTS.
001072     05 RING-START PIC 9 VALUE ZERO OCCURS 16 TIMES.
001073 01 bf-i        PIC S9(4).
001074 01 bf-first    PIC S9(4).
001075 01 bf-prev     PIC S9(4).
001076 01 bf-gap      PIC S9(4).
001077 01 bf-carry    PIC 9.
001078 01 bf-patterns PIC 9(9) BINARY.
001079 01 bf-pattern  PIC 9(9) BINARY.
001080 01 bf-count    PIC 9(18) COMP-5.
001081 01 BF-PATTERN-OK PIC X.
001082     88 BF-PATTERN-FITS VALUE "Y".
001083 01 BF-GAP-OK PIC X.
001084     88 BF-GAP-FITS VALUE "Y".
001085 01 l-orig-edit PIC Z(3)9.
001100 PROCEDURE DIVISION.
001200 00-MAIN SECTION.
001210     MOVE "RED-GREEN-AND-BLUE" TO RL-PROGRAM-ID.
001211     MOVE RL-PROGRAM-ID TO AL-PROGRAM-ID.
001213     MOVE RL-PROGRAM-ID TO LN-PROGRAM-ID.
001214     MOVE RL-PROGRAM-ID TO HB-PROGRAM-NAME.
001215     MOVE FUNCTION CURRENT-DATE TO RL-START-TIME.
001216     PERFORM 9800-LOAD-REGION-CONFIG.
001217     MOVE RESULTS-LOG-DSN TO REGION-DSN-WORK.
001231     MOVE rgb-ckpt-dsn TO REGION-DSN-WORK.
001232     PERFORM 9810-APPLY-REGION-PREFIX.
001233     MOVE REGION-DSN-WORK TO rgb-ckpt-dsn.
001263     MOVE LINEAGE-DSN TO REGION-DSN-WORK.
001272     PERFORM 9810-APPLY-REGION-PREFIX.
001281     MOVE REGION-DSN-WORK TO LINEAGE-DSN.
001290     MOVE curve-dsn TO REGION-DSN-WORK.
001299     PERFORM 9810-APPLY-REGION-PREFIX.
001317     MOVE REGION-DSN-WORK TO curve-dsn.
001339     MOVE MANIFEST-DSN TO REGION-DSN-WORK.
001348     PERFORM 9810-APPLY-REGION-PREFIX.
001357     MOVE REGION-DSN-WORK TO MANIFEST-DSN.
001366     MOVE HEARTBEAT-BASE-DSN TO REGION-DSN-WORK.
001375     PERFORM 9810-APPLY-REGION-PREFIX.
001384     MOVE REGION-DSN-WORK TO HEARTBEAT-BASE-DSN.
001220     ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER.
001241* A VERSION inquiry answers and stops before any argument
001242* parsing or file handling, so pre-flight can compare this
001226     MOVE "N" TO SYSIN-DEFAULT(3).
001227     MOVE "TILES" TO SYSIN-KEY(4).
001228     MOVE "2,3,4" TO SYSIN-DEFAULT(4).
001260     MOVE "RING" TO SYSIN-KEY(5).
001267     MOVE "N" TO SYSIN-DEFAULT(5).
001225     PERFORM 9300-GET-PARAMETERS.
001230     MOVE 1 TO ARG-NUM.
001240     PERFORM 9320-GET-ARGUMENT.
001327             PERFORM 9320-GET-ARGUMENT
001328             MOVE VALIDATE-BUFFER(1:20)
001329                 TO TILE-LIST-BUFFER
001342     END-IF.
001352     IF ARG-COUNT >= 5 THEN
001362             MOVE 5 TO ARG-NUM
001372             PERFORM 9320-GET-ARGUMENT
001382             MOVE VALIDATE-BUFFER(1:1) TO RING-MODE
001392     END-IF.
001402     IF RING-MODE-ON THEN
001411             MOVE "RING" TO row-shape
001420             MOVE "RING-AT-LEAST-" TO at-least-tag
001429             IF l = 0 THEN
001438                     DISPLAY "RED-GREEN-AND-BLUE: A RING NEEDS"
001447                             " AT LEAST ONE CELL"
001456                     MOVE "RING-LENGTH" TO AL-REASON-CODE
001465                     MOVE VALIDATE-BUFFER TO AL-PARM-VALUE
001474                     PERFORM 9600-LOG-ALERT
001483                     MOVE 16 TO RETURN-CODE
001492                     STOP RUN
001505             END-IF
001515     END-IF.
001525     PERFORM 06-PARSE-TILE-SET.
001534     MOVE l TO l-original.
001330     PERFORM 02-LOAD-CHECKPOINT.
001400     IF l > 5000 THEN
001500             DISPLAY "COBOL does not do more than 5000..."
002724            " DEBUG=" DEBUG-MODE
002725            " CURVE=" CURVE-MODE
002726            " TILES=" FUNCTION TRIM(TILE-LIST-BUFFER)
002734            " RING=" RING-MODE
002740            DELIMITED BY SIZE INTO RL-EFFECTIVE-PARMS.
002727     PERFORM 9200-DISPLAY-HEADER.
002728     IF RING-MODE-ON THEN
002729             MOVE l-original TO ring-len
002731             MOVE 0 TO ring-skip
002732             MOVE "A" TO ring-table
002733             PERFORM 07-RING-COUNT
002735             MOVE ring-total TO ring-answer
002736             DISPLAY ring-answer
002737             MOVE ring-answer TO RL-ANSWER
002738             IF l-original <= RING-BRUTE-MAX
002739                     PERFORM 08-RING-BRUTE-FORCE
002741             END-IF
002742     ELSE
002743             DISPLAY CACHE(end_i)
002744             MOVE CACHE(end_i) TO RL-ANSWER
002745     END-IF.
002750     PERFORM 9000-LOG-RESULT.
002746     IF TILES-ARE-DEFAULT
002747             PERFORM 05-TILE-BREAKDOWN
002752     MOVE ckpt-high-idx TO CP-USED.
002753     MOVE 5001 TO CP-CAPACITY.
002754     PERFORM 9700-LOG-CAPACITY.
002766     IF RETURN-CODE NOT = 8
002777             MOVE 0 TO RETURN-CODE
002788     END-IF.
002800     STOP RUN.
002900 01-SUB-PROCEDURE SECTION.
002910     MOVE end_i TO HB-CURRENT-INDEX.
003883             CLOSE CHECKPOINT-FILE
003884             GO TO 02-LOAD-CHECKPOINT-EXIT
003885     END-IF.
003907     IF CH-SHAPE NOT = row-shape
003916             DISPLAY "RED-GREEN-AND-BLUE: CHECKPOINT WAS"
003925                     " BUILT FOR A " FUNCTION TRIM(CH-SHAPE)
003934                     " ROW, THIS RUN IS A "
003943                     FUNCTION TRIM(row-shape)
003952                     " ROW - REFUSED, STARTING OVER"
003961             CLOSE CHECKPOINT-FILE
003970             GO TO 02-LOAD-CHECKPOINT-EXIT
003979     END-IF.
003988     IF CH-TILES NOT = TILE-LIST-BUFFER
004015             DISPLAY "RED-GREEN-AND-BLUE: CHECKPOINT WAS"
004025                     " BUILT FOR TILE SET " CH-TILES
004035                     ", THIS RUN USES " TILE-LIST-BUFFER
004045                     " - REFUSED, STARTING OVER"
004055             CLOSE CHECKPOINT-FILE
004067             GO TO 02-LOAD-CHECKPOINT-EXIT
004082     END-IF.
004092     MOVE rgb-ckpt-dsn TO LN-FILE.
004102     PERFORM 9630-RECORD-LINEAGE.
004112     PERFORM UNTIL ckpt-status = "10"
003887         READ CHECKPOINT-FILE
003888             AT END MOVE "10" TO ckpt-status
003889             NOT AT END
004003     MOVE FUNCTION CURRENT-DATE(1:8) TO CHW-RUN-DATE.
004004     MOVE REGION-NAME TO CHW-REGION.
004006     MOVE l-original TO CHW-L.
003989     MOVE TILE-LIST-BUFFER TO CHW-TILES.
003999     MOVE row-shape TO CHW-SHAPE.
004007     MOVE CKPT-HEADER-WORK TO CHECKPOINT-HEADER-REC.
004008     WRITE CHECKPOINT-HEADER-REC.
004005     PERFORM VARYING write-idx
004020             MOVE write-idx TO CKPT-IDX
004030             MOVE CACHE(write-idx) TO CKPT-VAL
004040             WRITE CHECKPOINT-REC
004041     END-PERFORM.
004042     CLOSE CHECKPOINT-FILE.
004043     PERFORM 9860-ROTATE-GENERATIONS.
004044     MOVE GEN-BASE-DSN TO rgb-ckpt-dsn.
004046* 04-WRITE-CURVE dumps every CACHE entry computed so far, not
004047* just the one end_i the caller asked for, so the whole growth
004048* curve can be charted in one run instead of resubmitting the
004049* job once per l. CURVE-L is end_i - 1, since CACHE(i) holds the
004051* answer a caller would get back by passing l = i - 1.
004052* A ring run charts ring counts instead, for ring lengths 1
004053* up to l - a ring of no cells is not a ring.
004054 04-WRITE-CURVE SECTION.
004056     OPEN OUTPUT CURVE-FILE.
004057     IF RING-MODE-ON THEN
004058             PERFORM VARYING curve-i
004059                     FROM 1 BY 1 UNTIL curve-i > l-original
004063                     MOVE curve-i TO ring-len
004064                     MOVE 0 TO ring-skip
004065                     MOVE "A" TO ring-table
004066                     PERFORM 07-RING-COUNT
004068                     MOVE curve-i TO CURVE-L
004069                     MOVE ring-total TO CURVE-COUNT
004075                     WRITE CURVE-REC
004076             END-PERFORM
004077             MOVE l-original TO MF-RECORD-COUNT
004078     ELSE
004079             PERFORM VARYING curve-i
004081                     FROM 1 BY 1 UNTIL curve-i > end_i
004083                     SUBTRACT 1 FROM curve-i GIVING CURVE-L
004084                     MOVE CACHE(curve-i) TO CURVE-COUNT
004085                     WRITE CURVE-REC
004086             END-PERFORM
004087             MOVE end_i TO MF-RECORD-COUNT
004088     END-IF.
004089     CLOSE CURVE-FILE.
004091     MOVE curve-dsn TO MF-FILE-NAME.
004093     PERFORM 9950-WRITE-MANIFEST.
004094 05-TILE-BREAKDOWN SECTION.
004095     MOVE 1 TO CACHE-NR(1).
004096     MOVE 1 TO CACHE-NG(1).
004097     MOVE 1 TO CACHE-NB(1).
004098     PERFORM VARYING sub_i FROM 2 BY 1 UNTIL sub_i > end_i
004099         IF sub_i - 1 >= 1
004101             ADD CACHE-NR(sub_i - 1) TO CACHE-NR(sub_i)
004103             ADD CACHE-NG(sub_i - 1) TO CACHE-NG(sub_i)
004104             ADD CACHE-NB(sub_i - 1) TO CACHE-NB(sub_i)
004105         END-IF
004106         IF sub_i - 2 >= 1
004107             ADD CACHE-NG(sub_i - 2) TO CACHE-NG(sub_i)
004108             ADD CACHE-NB(sub_i - 2) TO CACHE-NB(sub_i)
004109         END-IF
004111         IF sub_i - 3 >= 1
004113             ADD CACHE-NR(sub_i - 3) TO CACHE-NR(sub_i)
004114             ADD CACHE-NB(sub_i - 3) TO CACHE-NB(sub_i)
004115         END-IF
004116         IF sub_i - 4 >= 1
004117             ADD CACHE-NR(sub_i - 4) TO CACHE-NR(sub_i)
004118             ADD CACHE-NG(sub_i - 4) TO CACHE-NG(sub_i)
004119         END-IF
004121     END-PERFORM.
004122* On a ring the same subset caches feed the ring sum, with
004123* the left-out tile length skipped as a covering piece too.
004124     IF RING-MODE-ON THEN
004125             MOVE l-original TO ring-len
004126             MOVE 2 TO ring-skip
004127             MOVE "R" TO ring-table
004128             PERFORM 07-RING-COUNT
004129             COMPUTE at-least-red = ring-answer - ring-total
004131             MOVE 3 TO ring-skip
004132             MOVE "G" TO ring-table
004133             PERFORM 07-RING-COUNT
004134             COMPUTE at-least-green = ring-answer - ring-total
004135             MOVE 4 TO ring-skip
004136             MOVE "B" TO ring-table
004137             PERFORM 07-RING-COUNT
004138             COMPUTE at-least-blue = ring-answer - ring-total
004139     ELSE
004141             COMPUTE at-least-red   =
004142                 CACHE(end_i) - CACHE-NR(end_i)
004143             COMPUTE at-least-green =
004144                 CACHE(end_i) - CACHE-NG(end_i)
004145             COMPUTE at-least-blue  =
004146                 CACHE(end_i) - CACHE-NB(end_i)
004147     END-IF.
004148     DISPLAY "RED-GREEN-AND-BLUE: AT LEAST ONE RED   "
004149             at-least-red.
004151     DISPLAY "RED-GREEN-AND-BLUE: AT LEAST ONE GREEN "
004152             at-least-green.
004153     DISPLAY "RED-GREEN-AND-BLUE: AT LEAST ONE BLUE  "
004154             at-least-blue.
004155     MOVE SPACES TO tile-parm.
004156     STRING l-orig-edit " " FUNCTION TRIM(at-least-tag)
004157         "RED" DELIMITED BY SIZE
004158         INTO tile-parm.
004159     MOVE tile-parm TO RL-INPUT-PARM.
004164     MOVE at-least-red TO RL-ANSWER.
004165     PERFORM 9000-LOG-RESULT.
004166     MOVE SPACES TO tile-parm.
004167     STRING l-orig-edit " " FUNCTION TRIM(at-least-tag)
004168         "GREEN" DELIMITED BY SIZE
004210         INTO tile-parm.
004211     MOVE tile-parm TO RL-INPUT-PARM.
004212     MOVE at-least-green TO RL-ANSWER.
004213     PERFORM 9000-LOG-RESULT.
004214     MOVE SPACES TO tile-parm.
004222     STRING l-orig-edit " " FUNCTION TRIM(at-least-tag)
004223         "BLUE" DELIMITED BY SIZE
004224         INTO tile-parm.
004225     MOVE tile-parm TO RL-INPUT-PARM.
004226     MOVE at-least-blue TO RL-ANSWER.
004227     PERFORM 9000-LOG-RESULT.
004228     MOVE l-original TO RL-INPUT-PARM.
004230 06-PARSE-TILE-SET SECTION.
004231* Splits the comma list into TILE-SET, each length validated
004232* through the shared numeric guard; a length of one would
004291     ELSE
004292         MOVE "N" TO DEFAULT-TILE-SET
004293     END-IF.
004304 07-RING-COUNT SECTION.
004313* Ring count for ring-len cells: the black cell and each tile
004322* length (bar ring-skip) that fits, as the piece over cell one,
004331* times its k placements, times the straight count for the
004340* other ring-len - k cells - read from the cache ring-table
004349* names (A the full set, R/G/B the no-red/green/blue subsets).
004358     MOVE 0 TO ring-total.
004367     MOVE ring-len TO ring-probe.
004376     PERFORM 07A-FETCH-LINEAR.
004385     ADD ring-f TO ring-total.
004394     PERFORM VARYING tl-idx FROM 1 BY 1
004404             UNTIL tl-idx > tile-count
004413         IF TILE-LEN(tl-idx) <= ring-len
004422                 AND TILE-LEN(tl-idx) NOT = ring-skip
004431             COMPUTE ring-probe =
004440                 ring-len - TILE-LEN(tl-idx) + 1
004449             PERFORM 07A-FETCH-LINEAR
004458             COMPUTE ring-total =
004467                 ring-total + TILE-LEN(tl-idx) * ring-f
004476         END-IF
004485     END-PERFORM.
004494 07A-FETCH-LINEAR SECTION.
004504     EVALUATE ring-table
004514         WHEN "R" MOVE CACHE-NR(ring-probe) TO ring-f
004523         WHEN "G" MOVE CACHE-NG(ring-probe) TO ring-f
004532         WHEN "B" MOVE CACHE-NB(ring-probe) TO ring-f
004541         WHEN OTHER MOVE CACHE(ring-probe) TO ring-f
004550     END-EVALUATE.
004559 08-RING-BRUTE-FORCE SECTION.
004568* Every start pattern but the empty one, counted up as a binary
004577* number in RING-START(1) .. RING-START(l).
004586     MOVE ZERO TO RING-STARTS.
004595     MOVE 1 TO bf-patterns.
004605     PERFORM VARYING bf-i FROM 1 BY 1 UNTIL bf-i > l-original
004614         COMPUTE bf-patterns = bf-patterns * 2
004623     END-PERFORM.
004632     SUBTRACT 1 FROM bf-patterns.
004641     MOVE 0 TO bf-count.
004650     PERFORM VARYING bf-pattern FROM 1 BY 1
004659             UNTIL bf-pattern > bf-patterns
004668         PERFORM 08A-NEXT-PATTERN
004677         PERFORM 08B-TRY-PATTERN
004686         IF BF-PATTERN-FITS
004695             ADD 1 TO bf-count
004704         END-IF
004713     END-PERFORM.
004722     IF bf-count = ring-answer
004731         DISPLAY "RED-GREEN-AND-BLUE: RING COUNT AGREES WITH"
004740                 " THE BRUTE-FORCE COUNT (" bf-count ")"
004749     ELSE
004758         DISPLAY "RED-GREEN-AND-BLUE: RING COUNT " ring-answer
004767                 " BUT BRUTE FORCE COUNTS " bf-count
004776         MOVE "RING-MISMATCH" TO AL-REASON-CODE
004785         MOVE l-orig-edit TO AL-PARM-VALUE
004794         PERFORM 9600-LOG-ALERT
004803         MOVE 8 TO RETURN-CODE
004812     END-IF.
004821 08A-NEXT-PATTERN SECTION.
004830     MOVE 1 TO bf-carry.
004839     PERFORM VARYING bf-i FROM 1 BY 1
004848             UNTIL bf-i > l-original OR bf-carry = 0
004857         IF RING-START(bf-i) = 1
004866             MOVE 0 TO RING-START(bf-i)
004875         ELSE
004884             MOVE 1 TO RING-START(bf-i)
004893             MOVE 0 TO bf-carry
004902         END-IF
004911     END-PERFORM.
004920 08B-TRY-PATTERN SECTION.
004929     MOVE "Y" TO BF-PATTERN-OK.
004938     MOVE 0 TO bf-first.
004947     PERFORM VARYING bf-i FROM 1 BY 1
004956             UNTIL bf-i > l-original OR NOT BF-PATTERN-FITS
004965         IF RING-START(bf-i) = 1
004974             IF bf-first = 0
004983                 MOVE bf-i TO bf-first
004992             ELSE
005001                 COMPUTE bf-gap = bf-i - bf-prev
005010                 PERFORM 08C-CHECK-GAP
005019             END-IF
005028             MOVE bf-i TO bf-prev
005037         END-IF
005046     END-PERFORM.
005055     IF BF-PATTERN-FITS
005064         COMPUTE bf-gap = l-original - bf-prev + bf-first
005073         PERFORM 08C-CHECK-GAP
005082     END-IF.
005091 08C-CHECK-GAP SECTION.
005100     MOVE "N" TO BF-GAP-OK.
005109     IF bf-gap = 1
005118         MOVE "Y" TO BF-GAP-OK
005127     END-IF.
005136     PERFORM VARYING tl-idx FROM 1 BY 1
005145             UNTIL tl-idx > tile-count
005154         IF TILE-LEN(tl-idx) = bf-gap
005163             MOVE "Y" TO BF-GAP-OK
005172         END-IF
005181     END-PERFORM.
005190     IF NOT BF-GAP-FITS
005199         MOVE "N" TO BF-PATTERN-OK
005208     END-IF.
005217
004221 COPY GENSVPR.
004183 COPY REGCFPR.
004184 COPY LOCKPR.
004400 COPY RESLOGPR.
004500 COPY SYSINPR.
004510 COPY PRGHBPR.
004554 COPY LINAGPR.
004600 END PROGRAM RED-GREEN-AND-BLUE.
