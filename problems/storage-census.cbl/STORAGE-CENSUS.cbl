       IDENTIFICATION DIVISION.
       PROGRAM-ID. STORAGE-CENSUS.
*> Nightly storage census of the suite's own files, run so the
*> filesystem filling is seen coming weeks out instead of found at
*> 03:00 (it has filled twice: once from librarian copies, once from
*> PRIMESEG segments after a farming spree). Each family of files
*> is listed off the disk and every member's size taken:
*>
*>   PRIMESEG     the prime segments
*>   GENERATIONS  the .G1-.G9 generations kept by the sealed saves
*>                (PRIMEDIR and every segment, the checkpoints,
*>                FACTKNOWN, RESULTLOG, INCIDENT, RESTATE, RUNCARDS,
*>                and the logs HOUSEKEEPER trims)
*>   LIBRARIAN    the filed copies on LIBINDEX still on disk
*>   RESULTLOG    the live results history
*>   RESARC       its RESARCyyyymm monthly archives
*>   DRBUNDLE     the disaster-recovery bundle members and manifests
*>   DECKHIST     the dated DECKHIST.Dyyyymmdd deck histories and
*>                their DECKHIST.ARCyyyymm monthly archives
*>   MONTHSTATS   the MONTHSTATS.yyyymm month-end statistics
*>
*> One record per family, and one for the TOTAL, is appended to the
*> STORSTATS history under tonight's date. The growth of each family
*> is then measured against the oldest census inside the trend
*> window, and the TOTAL's growth projects how many days remain
*> before the suite reaches the configured limit.
*>
*> A family growing faster than its retention allows is flagged:
*> it holds members its retention should already have trimmed - a
*> dated member older than the family's retention, a generation
*> past REGION-GENERATIONS, a filed copy past its LIBRETAIN days.
*>
*> The STORPARM reference file (unprefixed, like LIBRETAIN) holds
*> one setting per line, name in columns 1-12 and value in 13-22:
*>   LIMIT        the limit for the suite's files, in megabytes
*>                (none set: the projection is not made)
*>   WARNDAYS     days-to-limit at or under which to warn (30)
*>   TRENDDAYS    the trend window in days (28)
*>   <family>     retention in days for a dated family - DRBUNDLE
*>                (14), DECKHIST (90), MONTHSTATS (730), RESARC
*>                (none: the archives are the record)
*> The librarian's retention is LIBRETAIN's and the generations'
*> is REGION-GENERATIONS, so those two are not set here.
*>
*> The single optional argument REPORT measures and reports without
*> adding tonight's census to STORSTATS. Return codes: 0, 4 a family
*> is over its retention, 8 the suite is at its limit or within
*> WARNDAYS of it, 16 a bad argument. Both conditions are also
*> logged to ALERTLOG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STORSTATS-FILE ASSIGN USING storstats-dsn
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS storstats-status.
           SELECT STORPARM-FILE ASSIGN TO "STORPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS storparm-status.
           SELECT LIB-INDEX-FILE ASSIGN USING lib-index-dsn
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS lib-index-status.
           SELECT RETAIN-FILE ASSIGN TO "LIBRETAIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS retain-status.
           SELECT MEMLIST-FILE ASSIGN USING memlist-dsn
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS memlist-status.
           COPY ALRTSL.
           COPY REGCFSL.
       DATA DIVISION.
       FILE SECTION.
       FD  STORSTATS-FILE.
       01  STORSTATS-REC PIC X(60).
       FD  STORPARM-FILE.
       01  STORPARM-REC.
           05 SP-NAME  PIC X(12).
           05 SP-VALUE PIC X(10).
       FD  LIB-INDEX-FILE.
       01  LIB-INDEX-REC PIC X(170).
       FD  RETAIN-FILE.
       01  RETAIN-REC.
           05 LR-FILE-NAME PIC X(30).
           05 LR-DAYS      PIC X(4).
       FD  MEMLIST-FILE.
       01  MEMLIST-REC PIC X(80).
       COPY ALRTFD.
       COPY REGCFFD.

       WORKING-STORAGE SECTION.
       COPY ALRTWS.
       COPY REGCFWS.
       01 storstats-dsn PIC X(30) VALUE "STORSTATS".
       01 storstats-status PIC XX.
       01 storparm-status PIC XX.
       01 lib-index-dsn PIC X(30) VALUE "LIBINDEX".
       01 lib-index-status PIC XX.
       01 retain-status PIC XX.
       01 memlist-dsn PIC X(30).
       01 memlist-status PIC XX.
       01 memlist-command PIC X(560).
       01 list-patterns PIC X(520).
       01 pattern-ptr PIC 9(3) BINARY.

       01 ARG-COUNT PIC 9(2) BINARY VALUE ZERO.
       01 ARG-NUM   PIC 9(2) BINARY VALUE ZERO.
       01 arg-buffer PIC X(18).
       01 RECORD-MODE PIC X VALUE "Y".
           88 RECORD-CENSUS VALUE "Y".

*> One census record per family per night; the TOTAL record
*> carries the sum of the families.
       01 STORSTATS-WORK.
           05 SS-DATE    PIC X(8).
           05 FILLER     PIC X(1) VALUE SPACE.
           05 SS-FAMILY  PIC X(12).
           05 FILLER     PIC X(1) VALUE SPACE.
           05 SS-FILES   PIC 9(7).
           05 FILLER     PIC X(1) VALUE SPACE.
           05 SS-BYTES   PIC 9(15).
           05 FILLER     PIC X(1) VALUE SPACE.
           05 SS-OVER    PIC 9(7).

       01 LIB-INDEX-WORK.
           05 LX-ARCHIVED-NAME PIC X(60) VALUE SPACES.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 LX-ORIGINAL      PIC X(30) VALUE SPACES.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 LX-PROGRAM-ID    PIC X(25) VALUE SPACES.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 LX-RUN-DATE      PIC X(08) VALUE SPACES.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 LX-REQUESTOR     PIC X(10) VALUE SPACES.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 LX-REC-COUNT     PIC 9(09) VALUE ZERO.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 LX-FILED         PIC X(21) VALUE SPACES.

*> Librarian retention rules, as OUTPUT-LIBRARIAN loads them.
       01 RET-TABLE-MAX PIC 9(2) BINARY VALUE 50.
       01 ret-count PIC 9(2) BINARY VALUE ZERO.
       01 RET-TABLE.
           05 RET-ENTRY OCCURS 50 TIMES.
               10 RT-FILE-NAME PIC X(30).
               10 RT-DAYS      PIC 9(4) BINARY.
       01 ret-idx PIC 9(2) BINARY.
       01 RETAIN-DEFAULT-DAYS PIC 9(4) BINARY VALUE 30.
       01 keep-days PIC 9(5) BINARY.

*> The families, in report order, TOTAL last. FM-KIND says how a
*> member's age is read: D a yyyymmdd date after FM-MARKER, M a
*> yyyymm month after it, G the generation suffix, L the filing
*> date on LIBINDEX, blank not aged at all. FM-SINCE-* hold the
*> oldest census inside the trend window.
       01 FAMILY-MAX PIC 9(2) BINARY VALUE 9.
       01 FAMILY-TABLE.
           05 FAMILY-ENTRY OCCURS 9 TIMES.
               10 FM-NAME        PIC X(12).
               10 FM-KIND        PIC X(1).
               10 FM-MARKER      PIC X(12).
               10 FM-RETAIN-DAYS PIC 9(5) BINARY.
               10 FM-FILES       PIC 9(7) BINARY.
               10 FM-BYTES       PIC 9(15) BINARY.
               10 FM-OVER        PIC 9(7) BINARY.
               10 FM-SINCE-DATE  PIC X(8).
               10 FM-SINCE-BYTES PIC 9(15) BINARY.
       01 fam-idx PIC 9(2) BINARY.
       01 TOTAL-IDX PIC 9(2) BINARY VALUE 9.

       01 limit-mb PIC 9(9) BINARY VALUE ZERO.
       01 limit-bytes PIC 9(15) BINARY VALUE ZERO.
       01 warn-days PIC 9(5) BINARY VALUE 30.
       01 trend-days PIC 9(5) BINARY VALUE 28.

       01 FILE-INFO.
           05 FI-SIZE   PIC X(8) COMP-X.
           05 FI-DAY    PIC X COMP-X.
           05 FI-MONTH  PIC X COMP-X.
           05 FI-YEAR   PIC X(2) COMP-X.
           05 FI-HOUR   PIC X COMP-X.
           05 FI-MINUTE PIC X COMP-X.
           05 FI-SECOND PIC X COMP-X.
           05 FI-HUNDREDTHS PIC X COMP-X.
       01 member-name PIC X(80).
       01 member-dummy PIC X(80).
       01 member-tail PIC X(80).
       01 member-len PIC 9(3) BINARY.
       01 marker-len PIC 9(3) BINARY.
       01 member-int PIC 9(8) BINARY.
       01 member-age PIC S9(8) BINARY.
       01 member-gen PIC 9.
       01 month-year PIC 9(4).
       01 month-month PIC 9(2).

       01 today-date PIC X(8).
       01 today-int PIC 9(8) BINARY.
       01 window-date PIC X(8).
       01 since-int PIC 9(8) BINARY.
       01 since-days PIC 9(5) BINARY.
       01 growth-bytes PIC S9(15) BINARY.
       01 growth-per-day PIC S9(15) BINARY.
       01 days-left PIC 9(9) BINARY.
       01 over-families PIC 9(2) BINARY VALUE ZERO.
       01 NEAR-LIMIT PIC X VALUE "N".
           88 STORAGE-NEAR-LIMIT VALUE "Y".

       01 REPORT-LINE.
           05 RP-FAMILY  PIC X(12).
           05 FILLER     PIC X(1) VALUE SPACE.
           05 RP-FILES   PIC Z(6)9.
           05 FILLER     PIC X(1) VALUE SPACE.
           05 RP-KBYTES  PIC Z(11)9.
           05 FILLER     PIC X(1) VALUE SPACE.
           05 RP-GROWTH  PIC X(12).
           05 FILLER     PIC X(1) VALUE SPACE.
           05 RP-RETAIN  PIC X(10).
           05 FILLER     PIC X(1) VALUE SPACE.
           05 RP-OVER    PIC X(7).
       01 growth-edit PIC -(11)9.
       01 kbytes-work PIC 9(15) BINARY.
       01 retain-edit PIC Z(4)9.
       01 over-edit PIC Z(6)9.
       01 days-edit PIC Z(8)9.
       01 mb-edit PIC Z(11)9.
       01 gens-edit PIC 9.

       PROCEDURE DIVISION.
       00-MAIN SECTION.
           MOVE "STORAGE-CENSUS" TO AL-PROGRAM-ID.
           PERFORM 9800-LOAD-REGION-CONFIG.
           MOVE ALERT-LOG-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO ALERT-LOG-DSN.
           MOVE storstats-dsn TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO storstats-dsn.
           MOVE lib-index-dsn TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO lib-index-dsn.
           MOVE "STORLST.TMP" TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO memlist-dsn.

           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER.
           IF ARG-COUNT >= 1 THEN
                MOVE 1 TO ARG-NUM
                DISPLAY ARG-NUM UPON ARGUMENT-NUMBER
                ACCEPT arg-buffer FROM ARGUMENT-VALUE
                IF FUNCTION TRIM(arg-buffer) = "REPORT" THEN
                     MOVE "N" TO RECORD-MODE
                ELSE
                     DISPLAY "STORAGE-CENSUS: THE ONLY ARGUMENT IS "
                             "REPORT"
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
                END-IF
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO today-date.
           COMPUTE today-int = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(today-date)).

           PERFORM 01-BUILD-FAMILIES.
           PERFORM 02-LOAD-PARAMETERS.
           PERFORM 03-LOAD-RETENTION-RULES.
           PERFORM 04-TAKE-CENSUS.
           PERFORM 08-READ-HISTORY.
           IF RECORD-CENSUS THEN
                PERFORM 09-RECORD-CENSUS
           END-IF.
           PERFORM 10-REPORT.

           EVALUATE TRUE
               WHEN STORAGE-NEAR-LIMIT
                   MOVE 8 TO RETURN-CODE
               WHEN over-families > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

       01-BUILD-FAMILIES SECTION.
           INITIALIZE FAMILY-TABLE.
           MOVE "PRIMESEG" TO FM-NAME(1).
           MOVE "GENERATIONS" TO FM-NAME(2).
           MOVE "G" TO FM-KIND(2).
           MOVE "LIBRARIAN" TO FM-NAME(3).
           MOVE "L" TO FM-KIND(3).
           MOVE "RESULTLOG" TO FM-NAME(4).
           MOVE "RESARC" TO FM-NAME(5).
           MOVE "M" TO FM-KIND(5).
           MOVE "RESARC" TO FM-MARKER(5).
           MOVE "DRBUNDLE" TO FM-NAME(6).
           MOVE "D" TO FM-KIND(6).
           MOVE "DRBUNDLE.D" TO FM-MARKER(6).
           MOVE 14 TO FM-RETAIN-DAYS(6).
           MOVE "DECKHIST" TO FM-NAME(7).
           MOVE "D" TO FM-KIND(7).
           MOVE "DECKHIST.D" TO FM-MARKER(7).
           MOVE 90 TO FM-RETAIN-DAYS(7).
           MOVE "MONTHSTATS" TO FM-NAME(8).
           MOVE "M" TO FM-KIND(8).
           MOVE "MONTHSTATS." TO FM-MARKER(8).
           MOVE 730 TO FM-RETAIN-DAYS(8).
           MOVE "TOTAL" TO FM-NAME(TOTAL-IDX).

       02-LOAD-PARAMETERS SECTION.
           OPEN INPUT STORPARM-FILE.
           IF storparm-status = "35" THEN
                GO TO 02-LOAD-PARAMETERS-EXIT
           END-IF.
           PERFORM UNTIL storparm-status = "10"
               READ STORPARM-FILE
                   AT END MOVE "10" TO storparm-status
                   NOT AT END
                       PERFORM 02A-TAKE-PARAMETER
               END-READ
           END-PERFORM.
           CLOSE STORPARM-FILE.
       02-LOAD-PARAMETERS-EXIT.
           EXIT.

       02A-TAKE-PARAMETER SECTION.
           IF FUNCTION TRIM(SP-VALUE) IS NOT NUMERIC
                   OR SP-VALUE = SPACES THEN
                DISPLAY "STORAGE-CENSUS: STORPARM "
                        FUNCTION TRIM(SP-NAME) " VALUE "
                        FUNCTION TRIM(SP-VALUE)
                        " IS NOT A NUMBER, IGNORED"
                GO TO 02A-TAKE-PARAMETER-EXIT
           END-IF.
           EVALUATE SP-NAME
               WHEN "LIMIT"
                   MOVE FUNCTION NUMVAL(SP-VALUE) TO limit-mb
               WHEN "WARNDAYS"
                   MOVE FUNCTION NUMVAL(SP-VALUE) TO warn-days
               WHEN "TRENDDAYS"
                   MOVE FUNCTION NUMVAL(SP-VALUE) TO trend-days
               WHEN OTHER
                   PERFORM VARYING fam-idx FROM 1 BY 1
                           UNTIL fam-idx >= TOTAL-IDX
                       IF FM-NAME(fam-idx) = SP-NAME
                               AND (FM-KIND(fam-idx) = "D"
                                    OR FM-KIND(fam-idx) = "M")
                            MOVE FUNCTION NUMVAL(SP-VALUE)
                                TO FM-RETAIN-DAYS(fam-idx)
                       END-IF
                   END-PERFORM
           END-EVALUATE.
           IF trend-days = 0 THEN
                MOVE 1 TO trend-days
           END-IF.
       02A-TAKE-PARAMETER-EXIT.
           EXIT.

       03-LOAD-RETENTION-RULES SECTION.
           OPEN INPUT RETAIN-FILE.
           IF retain-status = "35" THEN
                GO TO 03-LOAD-RETENTION-RULES-EXIT
           END-IF.
           PERFORM UNTIL retain-status = "10"
               READ RETAIN-FILE
                   AT END MOVE "10" TO retain-status
                   NOT AT END
                       IF LR-FILE-NAME NOT = SPACES
                               AND FUNCTION TRIM(LR-DAYS)
                                   IS NUMERIC
                               AND ret-count < RET-TABLE-MAX
                            ADD 1 TO ret-count
                            MOVE LR-FILE-NAME
                                TO RT-FILE-NAME(ret-count)
                            MOVE FUNCTION NUMVAL(LR-DAYS)
                                TO RT-DAYS(ret-count)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RETAIN-FILE.
       03-LOAD-RETENTION-RULES-EXIT.
           EXIT.

       04-TAKE-CENSUS SECTION.
*> Each family's members are listed off the disk by name pattern,
*> the region prefix leading every pattern so a shared directory
*> counts only this region's files. The segment patterns insist on
*> a digit after PRIMESEG so a PRIMESEG.NEW mid-save is not taken
*> for a segment.
           MOVE 1 TO fam-idx.
           PERFORM 04B-START-PATTERNS.
           MOVE "PRIMESEG[0-9]???" TO REGION-DSN-WORK.
           PERFORM 04A-ADD-PATTERN.
           PERFORM 05-LIST-MEMBERS.

           MOVE 2 TO fam-idx.
           PERFORM 04B-START-PATTERNS.
           MOVE "PRIMEDIR.G[1-9]" TO REGION-DSN-WORK.
           PERFORM 04A-ADD-PATTERN.
           MOVE "PRIMESEG[0-9]???.G[1-9]" TO REGION-DSN-WORK.
           PERFORM 04A-ADD-PATTERN.
           MOVE "RGBCKPT.G[1-9]" TO REGION-DSN-WORK.
           PERFORM 04A-ADD-PATTERN.
           MOVE "BLOCKCKPT.G[1-9]" TO REGION-DSN-WORK.
           PERFORM 04A-ADD-PATTERN.
           MOVE "COINCKPT.G[1-9]" TO REGION-DSN-WORK.
           PERFORM 04A-ADD-PATTERN.
           MOVE "FACTKNOWN.G[1-9]" TO REGION-DSN-WORK.
           PERFORM 04A-ADD-PATTERN.
           MOVE "RESULTLOG.G[1-9]" TO REGION-DSN-WORK.
           PERFORM 04A-ADD-PATTERN.
           MOVE "INCIDENT.G[1-9]" TO REGION-DSN-WORK.
           PERFORM 04A-ADD-PATTERN.
           MOVE "RESTATE.G[1-9]" TO REGION-DSN-WORK.
           PERFORM 04A-ADD-PATTERN.
           MOVE "STEPLOG.G[1-9]" TO REGION-DSN-WORK.
           PERFORM 04A-ADD-PATTERN.
           MOVE "ALERTLOG.G[1-9]" TO REGION-DSN-WORK.
           PERFORM 04A-ADD-PATTERN.
           MOVE "CAPSTATS.G[1-9]" TO REGION-DSN-WORK.
           PERFORM 04A-ADD-PATTERN.
           MOVE "RUNMANIFEST.G[1-9]" TO REGION-DSN-WORK.
           PERFORM 04A-ADD-PATTERN.
*> RUNCARDS is the standing deck every region shares, unprefixed.
           STRING " RUNCARDS.G[1-9]" DELIMITED BY SIZE
               INTO list-patterns WITH POINTER pattern-ptr.
           PERFORM 05-LIST-MEMBERS.

           MOVE 3 TO fam-idx.
           PERFORM 07-MEASURE-LIBRARIAN.

           MOVE 4 TO fam-idx.
           PERFORM 04B-START-PATTERNS.
           MOVE "RESULTLOG" TO REGION-DSN-WORK.
           PERFORM 04A-ADD-PATTERN.
           PERFORM 05-LIST-MEMBERS.

           MOVE 5 TO fam-idx.
           PERFORM 04B-START-PATTERNS.
           MOVE "RESARC[0-9]*" TO REGION-DSN-WORK.
           PERFORM 04A-ADD-PATTERN.
           PERFORM 05-LIST-MEMBERS.

           MOVE 6 TO fam-idx.
           PERFORM 04B-START-PATTERNS.
           MOVE "DRBUNDLE.D[0-9]*" TO REGION-DSN-WORK.
           PERFORM 04A-ADD-PATTERN.
           PERFORM 05-LIST-MEMBERS.

           MOVE 7 TO fam-idx.
           PERFORM 04B-START-PATTERNS.
           MOVE "DECKHIST.D[0-9]*" TO REGION-DSN-WORK.
           PERFORM 04A-ADD-PATTERN.
           MOVE "DECKHIST.ARC[0-9]*" TO REGION-DSN-WORK.
           PERFORM 04A-ADD-PATTERN.
           PERFORM 05-LIST-MEMBERS.

           MOVE 8 TO fam-idx.
           PERFORM 04B-START-PATTERNS.
           MOVE "MONTHSTATS.[0-9]*" TO REGION-DSN-WORK.
           PERFORM 04A-ADD-PATTERN.
           PERFORM 05-LIST-MEMBERS.

           PERFORM VARYING fam-idx FROM 1 BY 1
                   UNTIL fam-idx >= TOTAL-IDX
               ADD FM-FILES(fam-idx) TO FM-FILES(TOTAL-IDX)
               ADD FM-BYTES(fam-idx) TO FM-BYTES(TOTAL-IDX)
               ADD FM-OVER(fam-idx) TO FM-OVER(TOTAL-IDX)
           END-PERFORM.

       04A-ADD-PATTERN SECTION.
           PERFORM 9810-APPLY-REGION-PREFIX.
           STRING " " FUNCTION TRIM(REGION-DSN-WORK)
               DELIMITED BY SIZE
               INTO list-patterns WITH POINTER pattern-ptr.

       04B-START-PATTERNS SECTION.
           MOVE SPACES TO list-patterns.
           MOVE 1 TO pattern-ptr.

       05-LIST-MEMBERS SECTION.
*> One member name per line of the scratch file; a pattern nothing
*> matches lists nothing (the complaint goes to /dev/null).
           MOVE SPACES TO memlist-command.
           STRING "ls -1d" FUNCTION TRIM(list-patterns TRAILING)
                  " >" FUNCTION TRIM(memlist-dsn) " 2>/dev/null"
                  DELIMITED BY SIZE INTO memlist-command.
           CALL "CBL_DELETE_FILE" USING memlist-dsn.
           CALL "SYSTEM" USING memlist-command.
           MOVE 0 TO RETURN-CODE.
           OPEN INPUT MEMLIST-FILE.
           IF memlist-status NOT = "00" THEN
                MOVE SPACES TO memlist-status
                GO TO 05-LIST-MEMBERS-EXIT
           END-IF.
           PERFORM UNTIL memlist-status = "10"
               READ MEMLIST-FILE
                   AT END MOVE "10" TO memlist-status
                   NOT AT END
                       IF MEMLIST-REC NOT = SPACES THEN
                            MOVE MEMLIST-REC TO member-name
                            PERFORM 06-MEASURE-MEMBER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MEMLIST-FILE.
           MOVE SPACES TO memlist-status.
           CALL "CBL_DELETE_FILE" USING memlist-dsn.
       05-LIST-MEMBERS-EXIT.
           EXIT.

       06-MEASURE-MEMBER SECTION.
           CALL "CBL_CHECK_FILE_EXIST" USING member-name FILE-INFO.
           IF RETURN-CODE NOT = 0 THEN
                MOVE 0 TO RETURN-CODE
                GO TO 06-MEASURE-MEMBER-EXIT
           END-IF.
           ADD 1 TO FM-FILES(fam-idx).
           ADD FI-SIZE TO FM-BYTES(fam-idx).

           MOVE -1 TO member-age.
           EVALUATE FM-KIND(fam-idx)
               WHEN "G"
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(member-name))
                       TO member-len
                   IF member-len > 3
                           AND member-name(member-len - 2:2) = ".G"
                           AND member-name(member-len:1) IS NUMERIC
                        MOVE member-name(member-len:1) TO member-gen
                        IF member-gen > REGION-GENERATIONS THEN
                             ADD 1 TO FM-OVER(fam-idx)
                        END-IF
                   END-IF
                   GO TO 06-MEASURE-MEMBER-EXIT
               WHEN "D"
               WHEN "M"
                   PERFORM 06A-AGE-DATED-MEMBER
               WHEN OTHER
                   GO TO 06-MEASURE-MEMBER-EXIT
           END-EVALUATE.
           IF FM-RETAIN-DAYS(fam-idx) > 0
                   AND member-age > FM-RETAIN-DAYS(fam-idx) THEN
                ADD 1 TO FM-OVER(fam-idx)
           END-IF.
       06-MEASURE-MEMBER-EXIT.
           EXIT.

       06A-AGE-DATED-MEMBER SECTION.
*> A daily member is as old as its date; a monthly one counts from
*> the last day of its month, when it stopped taking records.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(FM-MARKER(fam-idx)))
               TO marker-len.
           MOVE SPACES TO member-dummy.
           MOVE SPACES TO member-tail.
           UNSTRING member-name
               DELIMITED BY FM-MARKER(fam-idx)(1:marker-len)
               INTO member-dummy member-tail.
           IF FM-KIND(fam-idx) = "D" THEN
                IF member-tail(1:8) IS NOT NUMERIC THEN
                     GO TO 06A-AGE-DATED-MEMBER-EXIT
                END-IF
                COMPUTE member-int = FUNCTION INTEGER-OF-DATE(
                    FUNCTION NUMVAL(member-tail(1:8)))
           ELSE
                IF member-tail(1:6) IS NOT NUMERIC THEN
                     GO TO 06A-AGE-DATED-MEMBER-EXIT
                END-IF
                MOVE member-tail(1:4) TO month-year
                MOVE member-tail(5:2) TO month-month
                IF month-month = 12 THEN
                     ADD 1 TO month-year
                     MOVE 1 TO month-month
                ELSE
                     ADD 1 TO month-month
                END-IF
                COMPUTE member-int = FUNCTION INTEGER-OF-DATE(
                    month-year * 10000 + month-month * 100 + 1) - 1
           END-IF.
           COMPUTE member-age = today-int - member-int.
       06A-AGE-DATED-MEMBER-EXIT.
           EXIT.

       07-MEASURE-LIBRARIAN SECTION.
*> Only the copies the index still points at, and only those still
*> on disk; a copy past its LIBRETAIN days is one the librarian's
*> own retention pass should have purged.
           OPEN INPUT LIB-INDEX-FILE.
           IF lib-index-status NOT = "00" THEN
                MOVE SPACES TO lib-index-status
                GO TO 07-MEASURE-LIBRARIAN-EXIT
           END-IF.
           PERFORM UNTIL lib-index-status = "10"
               READ LIB-INDEX-FILE
                   AT END MOVE "10" TO lib-index-status
                   NOT AT END
                       MOVE LIB-INDEX-REC TO LIB-INDEX-WORK
                       PERFORM 07A-MEASURE-FILED-COPY
               END-READ
           END-PERFORM.
           CLOSE LIB-INDEX-FILE.
           MOVE SPACES TO lib-index-status.
       07-MEASURE-LIBRARIAN-EXIT.
           EXIT.

       07A-MEASURE-FILED-COPY SECTION.
           MOVE SPACES TO member-name.
           MOVE LX-ARCHIVED-NAME TO member-name.
           CALL "CBL_CHECK_FILE_EXIST" USING member-name FILE-INFO.
           IF RETURN-CODE NOT = 0 THEN
                MOVE 0 TO RETURN-CODE
                GO TO 07A-MEASURE-FILED-COPY-EXIT
           END-IF.
           ADD 1 TO FM-FILES(fam-idx).
           ADD FI-SIZE TO FM-BYTES(fam-idx).
           IF LX-FILED(1:8) IS NOT NUMERIC THEN
                GO TO 07A-MEASURE-FILED-COPY-EXIT
           END-IF.
           MOVE RETAIN-DEFAULT-DAYS TO keep-days.
           PERFORM VARYING ret-idx FROM 1 BY 1
                   UNTIL ret-idx > ret-count
               IF RT-FILE-NAME(ret-idx) = LX-ORIGINAL THEN
                    MOVE RT-DAYS(ret-idx) TO keep-days
               END-IF
           END-PERFORM.
           COMPUTE member-int = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(LX-FILED(1:8))).
           IF today-int - member-int > keep-days THEN
                ADD 1 TO FM-OVER(fam-idx)
           END-IF.
       07A-MEASURE-FILED-COPY-EXIT.
           EXIT.

       08-READ-HISTORY SECTION.
*> The oldest census of each family inside the trend window, not
*> counting tonight's - a rerun the same night must not measure
*> growth against itself.
           COMPUTE since-int = today-int - trend-days.
           MOVE FUNCTION DATE-OF-INTEGER(since-int) TO window-date.
           OPEN INPUT STORSTATS-FILE.
           IF storstats-status NOT = "00" THEN
                MOVE SPACES TO storstats-status
                GO TO 08-READ-HISTORY-EXIT
           END-IF.
           PERFORM UNTIL storstats-status = "10"
               READ STORSTATS-FILE
                   AT END MOVE "10" TO storstats-status
                   NOT AT END
                       MOVE STORSTATS-REC TO STORSTATS-WORK
                       PERFORM 08A-TAKE-HISTORY-RECORD
               END-READ
           END-PERFORM.
           CLOSE STORSTATS-FILE.
           MOVE SPACES TO storstats-status.
       08-READ-HISTORY-EXIT.
           EXIT.

       08A-TAKE-HISTORY-RECORD SECTION.
           IF SS-DATE < window-date OR SS-DATE NOT < today-date
                   OR SS-BYTES IS NOT NUMERIC THEN
                GO TO 08A-TAKE-HISTORY-RECORD-EXIT
           END-IF.
           PERFORM VARYING fam-idx FROM 1 BY 1
                   UNTIL fam-idx > FAMILY-MAX
               IF FM-NAME(fam-idx) = SS-FAMILY
                       AND (FM-SINCE-DATE(fam-idx) = SPACES
                            OR SS-DATE < FM-SINCE-DATE(fam-idx))
                    MOVE SS-DATE TO FM-SINCE-DATE(fam-idx)
                    MOVE SS-BYTES TO FM-SINCE-BYTES(fam-idx)
               END-IF
           END-PERFORM.
       08A-TAKE-HISTORY-RECORD-EXIT.
           EXIT.

       09-RECORD-CENSUS SECTION.
           OPEN EXTEND STORSTATS-FILE.
           IF storstats-status = "35" THEN
                OPEN OUTPUT STORSTATS-FILE
           END-IF.
           PERFORM VARYING fam-idx FROM 1 BY 1
                   UNTIL fam-idx > FAMILY-MAX
               MOVE today-date TO SS-DATE
               MOVE FM-NAME(fam-idx) TO SS-FAMILY
               MOVE FM-FILES(fam-idx) TO SS-FILES
               MOVE FM-BYTES(fam-idx) TO SS-BYTES
               MOVE FM-OVER(fam-idx) TO SS-OVER
               MOVE STORSTATS-WORK TO STORSTATS-REC
               WRITE STORSTATS-REC
           END-PERFORM.
           CLOSE STORSTATS-FILE.
           MOVE SPACES TO storstats-status.

       10-REPORT SECTION.
           DISPLAY "STORAGE-CENSUS: CENSUS OF " today-date
                   " FOR REGION " REGION-NAME.
           DISPLAY "STORAGE-CENSUS: FAMILY         FILES"
                   "       KBYTES       KB/DAY     RETAIN    OVER".
           PERFORM 10A-REPORT-FAMILY
               VARYING fam-idx FROM 1 BY 1
               UNTIL fam-idx > FAMILY-MAX.
           PERFORM 11-PROJECT-LIMIT.

       10A-REPORT-FAMILY SECTION.
           MOVE SPACES TO REPORT-LINE.
           MOVE FM-NAME(fam-idx) TO RP-FAMILY.
           MOVE FM-FILES(fam-idx) TO RP-FILES.
           COMPUTE kbytes-work = (FM-BYTES(fam-idx) + 1023) / 1024.
           MOVE kbytes-work TO RP-KBYTES.
           IF FM-SINCE-DATE(fam-idx) = SPACES THEN
                MOVE "  NO HISTORY" TO RP-GROWTH
           ELSE
                COMPUTE since-int = FUNCTION INTEGER-OF-DATE(
                    FUNCTION NUMVAL(FM-SINCE-DATE(fam-idx)))
                COMPUTE since-days = today-int - since-int
                COMPUTE growth-per-day ROUNDED =
                    (FM-BYTES(fam-idx) - FM-SINCE-BYTES(fam-idx))
                    / since-days / 1024
                MOVE growth-per-day TO growth-edit
                MOVE growth-edit TO RP-GROWTH
           END-IF.
           EVALUATE FM-KIND(fam-idx)
               WHEN "G"
                   MOVE REGION-GENERATIONS TO gens-edit
                   STRING "    " gens-edit " GENS" DELIMITED BY SIZE
                       INTO RP-RETAIN
               WHEN "L"
                   MOVE " LIBRETAIN" TO RP-RETAIN
               WHEN "D"
               WHEN "M"
                   IF FM-RETAIN-DAYS(fam-idx) = 0 THEN
                        MOVE "      NONE" TO RP-RETAIN
                   ELSE
                        MOVE FM-RETAIN-DAYS(fam-idx) TO retain-edit
                        STRING retain-edit " DAYS" DELIMITED BY SIZE
                            INTO RP-RETAIN
                   END-IF
               WHEN OTHER
                   IF fam-idx < TOTAL-IDX THEN
                        MOVE "      NONE" TO RP-RETAIN
                   END-IF
           END-EVALUATE.
           IF FM-OVER(fam-idx) > 0 THEN
                MOVE FM-OVER(fam-idx) TO over-edit
                MOVE over-edit TO RP-OVER
           END-IF.
           DISPLAY "STORAGE-CENSUS: " REPORT-LINE.

           IF FM-OVER(fam-idx) > 0 AND fam-idx < TOTAL-IDX THEN
                ADD 1 TO over-families
                MOVE FM-OVER(fam-idx) TO over-edit
                DISPLAY "STORAGE-CENSUS: "
                        FUNCTION TRIM(FM-NAME(fam-idx))
                        " IS GROWING PAST ITS RETENTION - "
                        FUNCTION TRIM(over-edit)
                        " FILE(S) SHOULD ALREADY BE GONE"
                MOVE "OVER-RETENTION" TO AL-REASON-CODE
                MOVE SPACES TO AL-PARM-VALUE
                STRING FUNCTION TRIM(FM-NAME(fam-idx)) " "
                       FUNCTION TRIM(over-edit) " FILE(S)"
                       DELIMITED BY SIZE INTO AL-PARM-VALUE
                PERFORM 9600-LOG-ALERT
           END-IF.

       11-PROJECT-LIMIT SECTION.
*> Days left at the TOTAL's average daily growth over the trend
*> window. A suite that is not growing has no date to reach.
           IF limit-mb = 0 THEN
                DISPLAY "STORAGE-CENSUS: NO LIMIT ON STORPARM, "
                        "NO PROJECTION MADE"
                GO TO 11-PROJECT-LIMIT-EXIT
           END-IF.
           COMPUTE limit-bytes = limit-mb * 1048576.
           MOVE limit-mb TO mb-edit.
           IF FM-BYTES(TOTAL-IDX) NOT < limit-bytes THEN
                MOVE "Y" TO NEAR-LIMIT
                DISPLAY "STORAGE-CENSUS: THE SUITE'S FILES ARE AT "
                        "OR OVER THE " FUNCTION TRIM(mb-edit)
                        " MB LIMIT"
                MOVE "STORAGE-AT-LIMIT" TO AL-REASON-CODE
                MOVE SPACES TO AL-PARM-VALUE
                STRING FUNCTION TRIM(mb-edit) " MB"
                       DELIMITED BY SIZE INTO AL-PARM-VALUE
                PERFORM 9600-LOG-ALERT
                GO TO 11-PROJECT-LIMIT-EXIT
           END-IF.
           IF FM-SINCE-DATE(TOTAL-IDX) = SPACES THEN
                DISPLAY "STORAGE-CENSUS: NO CENSUS INSIDE THE "
                        "TREND WINDOW YET, NO PROJECTION MADE"
                GO TO 11-PROJECT-LIMIT-EXIT
           END-IF.
           COMPUTE since-int = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(FM-SINCE-DATE(TOTAL-IDX))).
           COMPUTE since-days = today-int - since-int.
           COMPUTE growth-bytes =
               FM-BYTES(TOTAL-IDX) - FM-SINCE-BYTES(TOTAL-IDX).
           IF growth-bytes NOT > 0 THEN
                DISPLAY "STORAGE-CENSUS: NO GROWTH SINCE "
                        FM-SINCE-DATE(TOTAL-IDX) ", THE "
                        FUNCTION TRIM(mb-edit)
                        " MB LIMIT IS NOT IN SIGHT"
                GO TO 11-PROJECT-LIMIT-EXIT
           END-IF.
           COMPUTE days-left =
               (limit-bytes - FM-BYTES(TOTAL-IDX)) * since-days
               / growth-bytes.
           MOVE days-left TO days-edit.
           DISPLAY "STORAGE-CENSUS: AT THE GROWTH SINCE "
                   FM-SINCE-DATE(TOTAL-IDX) " THE "
                   FUNCTION TRIM(mb-edit) " MB LIMIT IS "
                   FUNCTION TRIM(days-edit) " DAY(S) AWAY".
           IF days-left NOT > warn-days THEN
                MOVE "Y" TO NEAR-LIMIT
                MOVE "STORAGE-NEAR-LIMIT" TO AL-REASON-CODE
                MOVE SPACES TO AL-PARM-VALUE
                STRING FUNCTION TRIM(days-edit) " DAY(S) TO "
                       FUNCTION TRIM(mb-edit) " MB"
                       DELIMITED BY SIZE INTO AL-PARM-VALUE
                PERFORM 9600-LOG-ALERT
           END-IF.
       11-PROJECT-LIMIT-EXIT.
           EXIT.

       COPY ALRTPR.
       COPY REGCFPR.
