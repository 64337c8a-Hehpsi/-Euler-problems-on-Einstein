       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOUSEKEEPER.
*> Retention for the logs and dated files nothing else trims.
*> RESULTS-ARCHIVE trims RESULTLOG and OUTPUT-LIBRARIAN purges the
*> filed copies; everything below used to grow until the disk did
*> not.
*>
*>   STEPLOG, ALERTLOG, CAPSTATS, RUNMANIFEST
*>       records older than the family's retention move to a dated
*>       monthly archive "<log>.ARC<yyyymm>" (by the record's own
*>       date, appended to when the month's archive exists) and the
*>       live log is rewritten with the rest - staged on
*>       "<log>.NEW" and rotated into place through the generation
*>       save, so the pre-trim log survives as <log>.G1.
*>   DECKHIST
*>       a dated DECKHIST.D<yyyymmdd> member older than its
*>       retention is appended whole to "DECKHIST.ARC<yyyymm>" (its
*>       SUB records still say which submission each card came
*>       from) and the member deleted.
*>   .BAD set-asides
*>       the copies STATE-VERIFY and STATE-RESTORE set aside, once
*>       older than their retention, go to "SETASIDE.ARC<yyyymm>",
*>       each behind a "*SETASIDE <name> <yyyymmdd>" line naming
*>       the file and the day it was set aside.
*>   HBEAT.<step-id>
*>       deleted once the step is over: on STEPLOG and not INFLIGHT
*>       on DECKSTAT, or not beaten for longer than the retention
*>       (a step that died, or an ad-hoc run's beat).
*>   FETCH.<original>.<rundate>
*>       deleted once the request is over: no card on LIBFETCH asks
*>       for it any more, or it has outlived its retention.
*>
*> Retention, in days, comes from the STORPARM reference file the
*> storage census reads (name in columns 1-12, value in 13-22):
*> STEPLOG 90, ALERTLOG 90, CAPSTATS 180, RUNMANIFEST 90, DECKHIST
*> 90, SETASIDE 30, HBEAT 1 and FETCH 7 when not set there; 0
*> keeps the family whole.
*>
*> Nothing is archived that is still wanted: a live incident holds
*> every log record of its program from the day it opened; an open
*> restatement campaign holds the STEPLOG records carrying its
*> campaign-id, and its program's STEPLOG records and DECKHIST
*> members for the dates it restates; a warehouse night not yet
*> acknowledged clean on WHACK holds that night's STEPLOG records.
*> A held record stays on the live log and is counted as held.
*>
*> The whole run is made under the RESULTLOG lock, as
*> RESULTS-ARCHIVE's is. Per file the records read must equal those
*> moved plus those kept, and per family the files found must equal
*> those moved or deleted plus those kept; the counts are printed
*> so the run balances. Return codes: 0, 4 something was held back,
*> 16 a file did not balance.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOG-FILE ASSIGN USING log-dsn
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS log-status.
           SELECT STAGING-FILE ASSIGN USING staging-dsn
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS staging-status.
           SELECT ARCHIVE-FILE ASSIGN USING archive-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS archive-status.
           SELECT STORPARM-FILE ASSIGN TO "STORPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS storparm-status.
           SELECT MEMLIST-FILE ASSIGN USING memlist-dsn
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS memlist-status.
           SELECT CAMPAIGN-FILE ASSIGN USING campaign-dsn
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS campaign-status.
           SELECT WHEXTLOG-FILE ASSIGN USING whextlog-dsn
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS whextlog-status.
           SELECT WHACK-FILE ASSIGN TO "WHACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS whack-status.
           SELECT DECKSTAT-FILE ASSIGN USING deckstat-dsn
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS deckstat-status.
           SELECT LIBFETCH-FILE ASSIGN TO "LIBFETCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS libfetch-status.
           COPY INCIDSL.
           COPY LOCKSL.
           COPY REGCFSL.
       DATA DIVISION.
       FILE SECTION.
       FD  LOG-FILE.
       01  LOG-REC PIC X(640).
       FD  STAGING-FILE.
       01  STAGING-REC PIC X(640).
       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC PIC X(640).
       FD  STORPARM-FILE.
       01  STORPARM-REC.
           05 SP-NAME  PIC X(12).
           05 SP-VALUE PIC X(10).
       FD  MEMLIST-FILE.
       01  MEMLIST-REC PIC X(80).
       FD  CAMPAIGN-FILE.
       01  CAMPAIGN-REC PIC X(600).
       FD  WHEXTLOG-FILE.
       01  WHEXTLOG-REC.
           05 XL-RUN-DATE PIC X(8).
           05 FILLER      PIC X(1).
           05 XL-D-COUNT  PIC X(9).
       FD  WHACK-FILE.
       01  WHACK-REC.
           05 AK-RUN-DATE PIC X(8).
           05 FILLER      PIC X(1).
           05 AK-COUNT    PIC X(9).
           05 FILLER      PIC X(1).
           05 AK-STATUS   PIC X(4).
       FD  DECKSTAT-FILE.
       01  DECKSTAT-REC PIC X(80).
       FD  LIBFETCH-FILE.
       01  LIBFETCH-REC.
           05 LF-ORIGINAL  PIC X(30).
           05 FILLER       PIC X(01).
           05 LF-FROM-DATE PIC X(08).
           05 FILLER       PIC X(01).
           05 LF-TO-DATE   PIC X(08).
       COPY INCIDFD.
       COPY LOCKFD.
       COPY REGCFFD.

       WORKING-STORAGE SECTION.
       COPY RESLOGWS.
       COPY STPLGWS.
       COPY ALRTWS.
       COPY CAPLGWS.
       COPY MNFSTWS.
       COPY INCIDWS.
       COPY LOCKWS.
       COPY GENSVWS.
       COPY REGCFWS.
       01 log-dsn PIC X(40).
       01 log-status PIC XX.
       01 staging-dsn PIC X(40).
       01 staging-status PIC XX.
       01 archive-base PIC X(40).
       01 archive-name PIC X(50).
       01 archive-status PIC XX.
       01 archive-open-month PIC X(6) VALUE SPACES.
       01 archive-failed-name PIC X(50) VALUE SPACES.
       01 ARCHIVE-OPEN PIC X VALUE "N".
           88 ARCHIVE-IS-OPEN VALUE "Y".
       01 storparm-status PIC XX.
       01 memlist-dsn PIC X(30).
       01 memlist-status PIC XX.
       01 memlist-command PIC X(300).
       01 list-patterns PIC X(240).
       01 pattern-ptr PIC 9(3) BINARY.
       01 campaign-dsn PIC X(30) VALUE "RESTATE".
       01 campaign-status PIC XX.
       01 whextlog-dsn PIC X(30) VALUE "WHEXTLOG".
       01 whextlog-status PIC XX.
       01 whack-status PIC XX.
       01 deckstat-dsn PIC X(30) VALUE "DECKSTAT".
       01 deckstat-status PIC XX.
       01 libfetch-status PIC XX.
       01 deckhist-base PIC X(30) VALUE "DECKHIST".
       01 setaside-base PIC X(30) VALUE "SETASIDE".
       01 heartbeat-base PIC X(30) VALUE "HBEAT".

*> The record logs, in the order they are trimmed. LG-RETAIN is
*> days; the counts must balance, read = moved + kept.
       01 LOG-FAMILY-MAX PIC 9(2) BINARY VALUE 4.
       01 LOG-FAMILY-TABLE.
           05 LOG-FAMILY OCCURS 4 TIMES.
               10 LG-NAME   PIC X(12).
               10 LG-DSN    PIC X(30).
               10 LG-RETAIN PIC 9(5) BINARY.
               10 LG-READ   PIC 9(9) BINARY.
               10 LG-MOVED  PIC 9(9) BINARY.
               10 LG-KEPT   PIC 9(9) BINARY.
               10 LG-HELD   PIC 9(9) BINARY.
       01 log-idx PIC 9(2) BINARY.
       01 STEPLOG-IDX PIC 9(2) BINARY VALUE 1.

       01 deckhist-retain PIC 9(5) BINARY VALUE 90.
       01 setaside-retain PIC 9(5) BINARY VALUE 30.
       01 heartbeat-retain PIC 9(5) BINARY VALUE 1.
       01 fetch-retain PIC 9(5) BINARY VALUE 7.

*> The file families: files found, moved to an archive or deleted,
*> kept, and held, and the records the moved members carried.
       01 FILE-FAMILY-MAX PIC 9(2) BINARY VALUE 4.
       01 FILE-FAMILY-TABLE.
           05 FILE-FAMILY OCCURS 4 TIMES.
               10 FF-NAME    PIC X(12).
               10 FF-FOUND   PIC 9(7) BINARY.
               10 FF-GONE    PIC 9(7) BINARY.
               10 FF-KEPT    PIC 9(7) BINARY.
               10 FF-HELD    PIC 9(7) BINARY.
               10 FF-RECORDS PIC 9(9) BINARY.
       01 fam-idx PIC 9(2) BINARY.
       01 DECKHIST-IDX PIC 9(2) BINARY VALUE 1.
       01 SETASIDE-IDX PIC 9(2) BINARY VALUE 2.
       01 HEARTBEAT-IDX PIC 9(2) BINARY VALUE 3.
       01 FETCH-IDX PIC 9(2) BINARY VALUE 4.

*> Open restatement campaigns, off their H records on RESTATE.
       01 RESTATE-HEADER.
           05 RH-TYPE      PIC X(01).
           05 FILLER       PIC X(01).
           05 RH-CAMPAIGN  PIC X(10).
           05 FILLER       PIC X(01).
           05 RH-PROGRAM   PIC X(25).
           05 FILLER       PIC X(01).
           05 RH-FROM      PIC X(08).
           05 FILLER       PIC X(01).
           05 RH-TO        PIC X(08).
           05 FILLER       PIC X(01).
           05 RH-FILTERS   PIC X(60).
           05 FILLER       PIC X(01).
           05 RH-OPENED-BY PIC X(10).
           05 FILLER       PIC X(01).
           05 RH-OPENED    PIC X(14).
           05 FILLER       PIC X(01).
           05 RH-STATE     PIC X(06).
       01 CAMP-TABLE-MAX PIC 9(4) BINARY VALUE 50.
       01 camp-count PIC 9(4) BINARY VALUE ZERO.
       01 CAMP-TABLE.
           05 CAMP-ENTRY OCCURS 50 TIMES.
               10 CG-CAMPAIGN PIC X(10).
               10 CG-PROGRAM  PIC X(25).
               10 CG-FROM     PIC X(08).
               10 CG-TO       PIC X(08).
       01 camp-idx PIC 9(4) BINARY.

*> Extracted warehouse nights, the latest extract per night, and
*> whether WHACK has acknowledged it clean.
       01 NIGHT-TABLE-MAX PIC 9(4) BINARY VALUE 400.
       01 night-count PIC 9(4) BINARY VALUE ZERO.
       01 NIGHT-TABLE.
           05 NIGHT-ENTRY OCCURS 400 TIMES.
               10 NT-RUN-DATE PIC X(8).
               10 NT-D-COUNT  PIC 9(9) BINARY.
               10 NT-CLEAN    PIC X.
       01 night-idx PIC 9(4) BINARY.
       01 night-hit PIC 9(4) BINARY.

*> Heartbeat files on disk, with what is known of their steps.
       01 BEAT-TABLE-MAX PIC 9(4) BINARY VALUE 300.
       01 beat-count PIC 9(4) BINARY VALUE ZERO.
       01 BEAT-TABLE.
           05 BEAT-ENTRY OCCURS 300 TIMES.
               10 BT-NAME     PIC X(60).
               10 BT-STEP-ID  PIC X(19).
               10 BT-AGE      PIC 9(5) BINARY.
               10 BT-ENDED    PIC X.
               10 BT-INFLIGHT PIC X.
       01 beat-idx PIC 9(4) BINARY.
       01 beat-overflow PIC 9(4) BINARY VALUE ZERO.

*> Fetch requests still standing on LIBFETCH.
       01 CARD-TABLE-MAX PIC 9(4) BINARY VALUE 200.
       01 card-count PIC 9(4) BINARY VALUE ZERO.
       01 CARD-TABLE.
           05 CARD-ENTRY OCCURS 200 TIMES.
               10 CD-ORIGINAL PIC X(30).
               10 CD-FROM     PIC X(08).
               10 CD-TO       PIC X(08).
       01 card-idx PIC 9(4) BINARY.

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
       01 member-date PIC X(8).
       01 member-int PIC 9(8) BINARY.
       01 member-age PIC 9(5) BINARY.
       01 member-records PIC 9(9) BINARY.
       01 MEMBER-COPIED PIC X VALUE "N".
           88 MEMBER-IS-COPIED VALUE "Y".
       01 member-original PIC X(30).

       01 today-date PIC X(8).
       01 today-int PIC 9(8) BINARY.
       01 cutoff-date PIC X(8).
       01 cutoff-int PIC 9(8) BINARY.

       01 rec-date PIC X(8).
       01 rec-program PIC X(25).
       01 rec-requestor PIC X(10).
       01 rec-step-id PIC X(19).
       01 HOLD-REASON PIC X VALUE SPACE.
           88 RECORD-IS-FREE VALUE SPACE.
       01 held-incident PIC 9(9) BINARY VALUE ZERO.
       01 held-campaign PIC 9(9) BINARY VALUE ZERO.
       01 held-warehouse PIC 9(9) BINARY VALUE ZERO.
       01 unbalanced-count PIC 9(4) BINARY VALUE ZERO.
       01 held-total PIC 9(9) BINARY VALUE ZERO.

       01 count-edit-a PIC Z(8)9.
       01 count-edit-b PIC Z(8)9.
       01 count-edit-c PIC Z(8)9.
       01 count-edit-d PIC Z(8)9.
       01 count-edit-e PIC Z(8)9.
       01 retain-edit PIC Z(4)9.

       PROCEDURE DIVISION.
       00-MAIN SECTION.
           MOVE "HOUSEKEEPER" TO RL-PROGRAM-ID.
           PERFORM 9800-LOAD-REGION-CONFIG.
           MOVE RESULTS-LOG-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO RESULTS-LOG-DSN.
           MOVE INCIDENT-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO INCIDENT-DSN.
           MOVE campaign-dsn TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO campaign-dsn.
           MOVE whextlog-dsn TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO whextlog-dsn.
           MOVE deckstat-dsn TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO deckstat-dsn.
           MOVE "HKPLST.TMP" TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO memlist-dsn.

           MOVE FUNCTION CURRENT-DATE(1:8) TO today-date.
           COMPUTE today-int = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(today-date)).

           PERFORM 01-BUILD-FAMILIES.
           PERFORM 02-LOAD-PARAMETERS.
           PERFORM 03-LOAD-HOLDS.

           MOVE RESULTS-LOG-DSN TO LOCK-RESOURCE-DSN.
           PERFORM 9900-TAKE-LOCK.

           PERFORM 04-LIST-HEARTBEATS.
           PERFORM 05-TRIM-LOG
               VARYING log-idx FROM 1 BY 1
               UNTIL log-idx > LOG-FAMILY-MAX.
           PERFORM 07-TRIM-DECKHIST.
           PERFORM 08-TRIM-SET-ASIDES.
           PERFORM 09-CLEAR-HEARTBEATS.
           PERFORM 10-CLEAR-FETCHES.
           IF ARCHIVE-IS-OPEN THEN
                CLOSE ARCHIVE-FILE
                MOVE "N" TO ARCHIVE-OPEN
           END-IF.

           MOVE RESULTS-LOG-DSN TO LOCK-RESOURCE-DSN.
           PERFORM 9910-RELEASE-LOCK.

           PERFORM 11-REPORT.
           EVALUATE TRUE
               WHEN unbalanced-count > 0
                   DISPLAY "HOUSEKEEPER: " unbalanced-count
                           " FILE(S) DO NOT BALANCE, INVESTIGATE "
                           "BEFORE TRUSTING THE ARCHIVES"
                   MOVE 16 TO RETURN-CODE
               WHEN held-total > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

       01-BUILD-FAMILIES SECTION.
           INITIALIZE LOG-FAMILY-TABLE.
           MOVE "STEPLOG" TO LG-NAME(1).
           MOVE STEP-LOG-DSN TO LG-DSN(1).
           MOVE 90 TO LG-RETAIN(1).
           MOVE "ALERTLOG" TO LG-NAME(2).
           MOVE ALERT-LOG-DSN TO LG-DSN(2).
           MOVE 90 TO LG-RETAIN(2).
           MOVE "CAPSTATS" TO LG-NAME(3).
           MOVE CAPACITY-LOG-DSN TO LG-DSN(3).
           MOVE 180 TO LG-RETAIN(3).
           MOVE "RUNMANIFEST" TO LG-NAME(4).
           MOVE MANIFEST-DSN TO LG-DSN(4).
           MOVE 90 TO LG-RETAIN(4).
           PERFORM VARYING log-idx FROM 1 BY 1
                   UNTIL log-idx > LOG-FAMILY-MAX
               MOVE LG-DSN(log-idx) TO REGION-DSN-WORK
               PERFORM 9810-APPLY-REGION-PREFIX
               MOVE REGION-DSN-WORK TO LG-DSN(log-idx)
           END-PERFORM.

           INITIALIZE FILE-FAMILY-TABLE.
           MOVE "DECKHIST" TO FF-NAME(DECKHIST-IDX).
           MOVE "SETASIDE" TO FF-NAME(SETASIDE-IDX).
           MOVE "HBEAT" TO FF-NAME(HEARTBEAT-IDX).
           MOVE "FETCH" TO FF-NAME(FETCH-IDX).
           MOVE deckhist-base TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO deckhist-base.
           MOVE setaside-base TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO setaside-base.
           MOVE heartbeat-base TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO heartbeat-base.

       02-LOAD-PARAMETERS SECTION.
*> Names STORPARM carries for other readers (the census's LIMIT
*> and trend settings) are passed over.
           OPEN INPUT STORPARM-FILE.
           IF storparm-status = "35" THEN
                GO TO 02-LOAD-PARAMETERS-EXIT
           END-IF.
           PERFORM UNTIL storparm-status = "10"
               READ STORPARM-FILE
                   AT END MOVE "10" TO storparm-status
                   NOT AT END
                       IF FUNCTION TRIM(SP-VALUE) IS NUMERIC
                               AND SP-VALUE NOT = SPACES
                            PERFORM 02A-TAKE-PARAMETER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STORPARM-FILE.
       02-LOAD-PARAMETERS-EXIT.
           EXIT.

       02A-TAKE-PARAMETER SECTION.
           EVALUATE SP-NAME
               WHEN "DECKHIST"
                   MOVE FUNCTION NUMVAL(SP-VALUE) TO deckhist-retain
               WHEN "SETASIDE"
                   MOVE FUNCTION NUMVAL(SP-VALUE) TO setaside-retain
               WHEN "HBEAT"
                   MOVE FUNCTION NUMVAL(SP-VALUE) TO heartbeat-retain
               WHEN "FETCH"
                   MOVE FUNCTION NUMVAL(SP-VALUE) TO fetch-retain
               WHEN OTHER
                   PERFORM VARYING log-idx FROM 1 BY 1
                           UNTIL log-idx > LOG-FAMILY-MAX
                       IF LG-NAME(log-idx) = SP-NAME THEN
                            MOVE FUNCTION NUMVAL(SP-VALUE)
                                TO LG-RETAIN(log-idx)
                       END-IF
                   END-PERFORM
           END-EVALUATE.

       03-LOAD-HOLDS SECTION.
*> The incident master is read under its own lock and let go
*> again at once - nothing here changes it.
           PERFORM 9670-LOAD-INCIDENTS.
           PERFORM 9678-RELEASE-INCIDENTS.
           PERFORM 03A-LOAD-CAMPAIGNS.
           PERFORM 03B-LOAD-WAREHOUSE-NIGHTS.
           PERFORM 03D-LOAD-FETCH-CARDS.

       03A-LOAD-CAMPAIGNS SECTION.
           OPEN INPUT CAMPAIGN-FILE.
           IF campaign-status NOT = "00" THEN
                MOVE SPACES TO campaign-status
                GO TO 03A-LOAD-CAMPAIGNS-EXIT
           END-IF.
           PERFORM UNTIL campaign-status = "10"
               READ CAMPAIGN-FILE
                   AT END MOVE "10" TO campaign-status
                   NOT AT END
                       MOVE CAMPAIGN-REC TO RESTATE-HEADER
                       IF RH-TYPE = "H" AND RH-STATE = "OPEN"
                               AND camp-count < CAMP-TABLE-MAX
                            ADD 1 TO camp-count
                            MOVE RH-CAMPAIGN
                                TO CG-CAMPAIGN(camp-count)
                            MOVE RH-PROGRAM TO CG-PROGRAM(camp-count)
                            MOVE RH-FROM TO CG-FROM(camp-count)
                            MOVE RH-TO TO CG-TO(camp-count)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CAMPAIGN-FILE.
           MOVE SPACES TO campaign-status.
       03A-LOAD-CAMPAIGNS-EXIT.
           EXIT.

       03B-LOAD-WAREHOUSE-NIGHTS SECTION.
*> The nights WHACK-RECON would call a gap: extracted but never
*> acknowledged, acknowledged with a refusal, or acknowledged with
*> a count that is not what was sent.
           OPEN INPUT WHEXTLOG-FILE.
           IF whextlog-status NOT = "00" THEN
                MOVE SPACES TO whextlog-status
                GO TO 03B-LOAD-WAREHOUSE-NIGHTS-EXIT
           END-IF.
           PERFORM UNTIL whextlog-status = "10"
               READ WHEXTLOG-FILE
                   AT END MOVE "10" TO whextlog-status
                   NOT AT END
                       IF XL-RUN-DATE IS NUMERIC
                               AND XL-D-COUNT IS NUMERIC
                            PERFORM 03C-FOLD-EXTRACT-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WHEXTLOG-FILE.
           MOVE SPACES TO whextlog-status.

           OPEN INPUT WHACK-FILE.
           IF whack-status NOT = "00" THEN
                MOVE SPACES TO whack-status
                GO TO 03B-LOAD-WAREHOUSE-NIGHTS-EXIT
           END-IF.
           PERFORM UNTIL whack-status = "10"
               READ WHACK-FILE
                   AT END MOVE "10" TO whack-status
                   NOT AT END
                       PERFORM 03E-TAKE-ACKNOWLEDGMENT
               END-READ
           END-PERFORM.
           CLOSE WHACK-FILE.
           MOVE SPACES TO whack-status.
       03B-LOAD-WAREHOUSE-NIGHTS-EXIT.
           EXIT.

       03C-FOLD-EXTRACT-LINE SECTION.
           MOVE 0 TO night-hit.
           PERFORM VARYING night-idx FROM 1 BY 1
                   UNTIL night-idx > night-count
                      OR night-hit NOT = 0
               IF NT-RUN-DATE(night-idx) = XL-RUN-DATE THEN
                    MOVE night-idx TO night-hit
               END-IF
           END-PERFORM.
           IF night-hit = 0 THEN
                IF night-count >= NIGHT-TABLE-MAX THEN
                     GO TO 03C-FOLD-EXTRACT-LINE-EXIT
                END-IF
                ADD 1 TO night-count
                MOVE night-count TO night-hit
                MOVE XL-RUN-DATE TO NT-RUN-DATE(night-hit)
           END-IF.
           MOVE FUNCTION NUMVAL(XL-D-COUNT) TO NT-D-COUNT(night-hit).
           MOVE "N" TO NT-CLEAN(night-hit).
       03C-FOLD-EXTRACT-LINE-EXIT.
           EXIT.

       03E-TAKE-ACKNOWLEDGMENT SECTION.
           PERFORM VARYING night-idx FROM 1 BY 1
                   UNTIL night-idx > night-count
               IF NT-RUN-DATE(night-idx) = AK-RUN-DATE THEN
                    IF AK-STATUS = "OK" AND AK-COUNT IS NUMERIC
                         IF FUNCTION NUMVAL(AK-COUNT)
                                 = NT-D-COUNT(night-idx) THEN
                              MOVE "Y" TO NT-CLEAN(night-idx)
                         ELSE
                              MOVE "N" TO NT-CLEAN(night-idx)
                         END-IF
                    ELSE
                         MOVE "N" TO NT-CLEAN(night-idx)
                    END-IF
               END-IF
           END-PERFORM.

       03D-LOAD-FETCH-CARDS SECTION.
           OPEN INPUT LIBFETCH-FILE.
           IF libfetch-status NOT = "00" THEN
                MOVE SPACES TO libfetch-status
                GO TO 03D-LOAD-FETCH-CARDS-EXIT
           END-IF.
           PERFORM UNTIL libfetch-status = "10"
               READ LIBFETCH-FILE
                   AT END MOVE "10" TO libfetch-status
                   NOT AT END
                       IF LF-ORIGINAL NOT = SPACES
                               AND card-count < CARD-TABLE-MAX
                            ADD 1 TO card-count
                            MOVE LF-ORIGINAL
                                TO CD-ORIGINAL(card-count)
                            MOVE LF-FROM-DATE TO CD-FROM(card-count)
                            IF LF-TO-DATE = SPACES THEN
                                 MOVE LF-FROM-DATE
                                     TO CD-TO(card-count)
                            ELSE
                                 MOVE LF-TO-DATE TO CD-TO(card-count)
                            END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LIBFETCH-FILE.
           MOVE SPACES TO libfetch-status.
       03D-LOAD-FETCH-CARDS-EXIT.
           EXIT.

       04-LIST-HEARTBEATS SECTION.
*> Listed before STEPLOG is read, so the STEPLOG pass can mark the
*> steps that have ended; DECKSTAT's INFLIGHT lines mark the steps
*> still running.
           PERFORM 06B-START-PATTERNS.
           STRING " " FUNCTION TRIM(heartbeat-base) ".*"
               DELIMITED BY SIZE
               INTO list-patterns WITH POINTER pattern-ptr.
           PERFORM 06C-LIST-MEMBERS.
           OPEN INPUT MEMLIST-FILE.
           IF memlist-status NOT = "00" THEN
                MOVE SPACES TO memlist-status
                GO TO 04-LIST-HEARTBEATS-EXIT
           END-IF.
           PERFORM UNTIL memlist-status = "10"
               READ MEMLIST-FILE
                   AT END MOVE "10" TO memlist-status
                   NOT AT END
                       IF MEMLIST-REC NOT = SPACES THEN
                            PERFORM 04A-TAKE-HEARTBEAT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MEMLIST-FILE.
           MOVE SPACES TO memlist-status.
           CALL "CBL_DELETE_FILE" USING memlist-dsn.

           OPEN INPUT DECKSTAT-FILE.
           IF deckstat-status NOT = "00" THEN
                MOVE SPACES TO deckstat-status
                GO TO 04-LIST-HEARTBEATS-EXIT
           END-IF.
           PERFORM UNTIL deckstat-status = "10"
               READ DECKSTAT-FILE
                   AT END MOVE "10" TO deckstat-status
                   NOT AT END
                       IF DECKSTAT-REC(1:9) = "INFLIGHT " THEN
                            PERFORM VARYING beat-idx FROM 1 BY 1
                                    UNTIL beat-idx > beat-count
                                IF BT-STEP-ID(beat-idx)
                                        = DECKSTAT-REC(46:19)
                                     MOVE "Y"
                                         TO BT-INFLIGHT(beat-idx)
                                END-IF
                            END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DECKSTAT-FILE.
           MOVE SPACES TO deckstat-status.
       04-LIST-HEARTBEATS-EXIT.
           EXIT.

       04A-TAKE-HEARTBEAT SECTION.
           MOVE MEMLIST-REC TO member-name.
           PERFORM 06D-AGE-BY-STAMP.
           IF member-int = 0 THEN
                GO TO 04A-TAKE-HEARTBEAT-EXIT
           END-IF.
           ADD 1 TO FF-FOUND(HEARTBEAT-IDX).
           IF beat-count >= BEAT-TABLE-MAX THEN
*> Past the table a beat is simply kept for another night.
                ADD 1 TO beat-overflow
                ADD 1 TO FF-KEPT(HEARTBEAT-IDX)
                GO TO 04A-TAKE-HEARTBEAT-EXIT
           END-IF.
           ADD 1 TO beat-count.
           MOVE member-name TO BT-NAME(beat-count).
           MOVE SPACES TO member-dummy.
           MOVE SPACES TO member-tail.
           UNSTRING member-name DELIMITED BY "HBEAT."
               INTO member-dummy member-tail.
           MOVE member-tail TO BT-STEP-ID(beat-count).
           MOVE member-age TO BT-AGE(beat-count).
           MOVE "N" TO BT-ENDED(beat-count).
           MOVE "N" TO BT-INFLIGHT(beat-count).
       04A-TAKE-HEARTBEAT-EXIT.
           EXIT.

       05-TRIM-LOG SECTION.
           MOVE LG-DSN(log-idx) TO log-dsn.
           IF LG-RETAIN(log-idx) = 0 THEN
*> Kept whole - but STEPLOG is still read for the ended steps.
                MOVE LOW-VALUES TO cutoff-date
           ELSE
                COMPUTE cutoff-int = today-int - LG-RETAIN(log-idx)
                MOVE FUNCTION DATE-OF-INTEGER(cutoff-int)
                    TO cutoff-date
           END-IF.
           OPEN INPUT LOG-FILE.
           IF log-status NOT = "00" THEN
                MOVE SPACES TO log-status
                GO TO 05-TRIM-LOG-EXIT
           END-IF.
           MOVE SPACES TO staging-dsn.
           STRING FUNCTION TRIM(log-dsn) ".NEW"
               DELIMITED BY SIZE INTO staging-dsn.
           OPEN OUTPUT STAGING-FILE.
           MOVE SPACES TO archive-base.
           STRING FUNCTION TRIM(log-dsn) ".ARC"
               DELIMITED BY SIZE INTO archive-base.
           PERFORM UNTIL log-status = "10"
               READ LOG-FILE
                   AT END MOVE "10" TO log-status
                   NOT AT END PERFORM 05A-SPLIT-RECORD
               END-READ
           END-PERFORM.
           CLOSE LOG-FILE.
           CLOSE STAGING-FILE.
           MOVE SPACES TO log-status.
           MOVE SPACES TO staging-status.
           IF ARCHIVE-IS-OPEN THEN
                CLOSE ARCHIVE-FILE
                MOVE "N" TO ARCHIVE-OPEN
           END-IF.
           MOVE SPACES TO archive-open-month.

*> Nothing moved leaves the live log exactly as it was - no
*> rotation, no generation spent on an identical copy.
           IF LG-MOVED(log-idx) > 0 THEN
                MOVE log-dsn TO GEN-BASE-DSN
                PERFORM 9860-ROTATE-GENERATIONS
           ELSE
                CALL "CBL_DELETE_FILE" USING staging-dsn
                MOVE 0 TO RETURN-CODE
           END-IF.
           IF LG-MOVED(log-idx) + LG-KEPT(log-idx)
                   NOT = LG-READ(log-idx) THEN
                ADD 1 TO unbalanced-count
           END-IF.
       05-TRIM-LOG-EXIT.
           EXIT.

       05A-SPLIT-RECORD SECTION.
           ADD 1 TO LG-READ(log-idx).
           MOVE SPACES TO rec-requestor.
           MOVE SPACES TO rec-step-id.
           EVALUATE LG-NAME(log-idx)
               WHEN "STEPLOG"
                   MOVE LOG-REC TO STEP-LOG-WORK
                   MOVE SL-RUN-DATE TO rec-date
                   MOVE SL-PROBLEM-ID TO rec-program
                   MOVE SL-REQUESTOR-ID TO rec-requestor
                   MOVE SL-STEP-ID TO rec-step-id
               WHEN "ALERTLOG"
                   MOVE LOG-REC TO ALERT-LOG-WORK
                   MOVE AL-TIMESTAMP(1:8) TO rec-date
                   MOVE AL-PROGRAM-ID TO rec-program
               WHEN "CAPSTATS"
                   MOVE LOG-REC TO CAPACITY-LOG-WORK
                   MOVE CP-TIMESTAMP(1:8) TO rec-date
                   MOVE CP-PROGRAM-ID TO rec-program
               WHEN OTHER
                   MOVE LOG-REC TO MANIFEST-WORK
                   MOVE MF-TIMESTAMP(1:8) TO rec-date
                   MOVE MF-PROGRAM-ID TO rec-program
           END-EVALUATE.
           IF rec-step-id NOT = SPACES THEN
                PERFORM VARYING beat-idx FROM 1 BY 1
                        UNTIL beat-idx > beat-count
                    IF BT-STEP-ID(beat-idx) = rec-step-id THEN
                         MOVE "Y" TO BT-ENDED(beat-idx)
                    END-IF
                END-PERFORM
           END-IF.

           IF rec-date IS NOT NUMERIC OR rec-date NOT < cutoff-date
                MOVE LOG-REC TO STAGING-REC
                WRITE STAGING-REC
                ADD 1 TO LG-KEPT(log-idx)
                GO TO 05A-SPLIT-RECORD-EXIT
           END-IF.
           PERFORM 05B-CHECK-HOLDS.
           IF NOT RECORD-IS-FREE THEN
                MOVE LOG-REC TO STAGING-REC
                WRITE STAGING-REC
                ADD 1 TO LG-KEPT(log-idx)
                ADD 1 TO LG-HELD(log-idx)
                GO TO 05A-SPLIT-RECORD-EXIT
           END-IF.
           MOVE rec-date(1:6) TO member-date.
           PERFORM 06A-OPEN-ARCHIVE-MONTH.
           IF ARCHIVE-IS-OPEN THEN
                MOVE LOG-REC TO ARCHIVE-REC
                WRITE ARCHIVE-REC
           END-IF.
           IF NOT ARCHIVE-IS-OPEN OR archive-status NOT = "00" THEN
                MOVE LOG-REC TO STAGING-REC
                WRITE STAGING-REC
                ADD 1 TO LG-KEPT(log-idx)
                GO TO 05A-SPLIT-RECORD-EXIT
           END-IF.
           ADD 1 TO LG-MOVED(log-idx).
       05A-SPLIT-RECORD-EXIT.
           EXIT.

       05B-CHECK-HOLDS SECTION.
*> First hold found wins; each is counted under its own reason.
           MOVE SPACE TO HOLD-REASON.
           PERFORM VARYING inc-idx FROM 1 BY 1
                   UNTIL inc-idx > inc-count
                      OR NOT RECORD-IS-FREE
               IF IC-IS-LIVE(inc-idx)
                       AND IC-PROGRAM(inc-idx) = rec-program
                       AND rec-date NOT < IC-OPENED(inc-idx)(1:8)
                    MOVE "I" TO HOLD-REASON
                    ADD 1 TO held-incident
               END-IF
           END-PERFORM.
           IF NOT RECORD-IS-FREE OR log-idx NOT = STEPLOG-IDX THEN
                GO TO 05B-CHECK-HOLDS-EXIT
           END-IF.
           PERFORM VARYING camp-idx FROM 1 BY 1
                   UNTIL camp-idx > camp-count
                      OR NOT RECORD-IS-FREE
               IF rec-requestor = CG-CAMPAIGN(camp-idx)
                       OR (rec-program = CG-PROGRAM(camp-idx)
                           AND rec-date NOT < CG-FROM(camp-idx)
                           AND rec-date NOT > CG-TO(camp-idx))
                    MOVE "C" TO HOLD-REASON
                    ADD 1 TO held-campaign
               END-IF
           END-PERFORM.
           PERFORM VARYING night-idx FROM 1 BY 1
                   UNTIL night-idx > night-count
                      OR NOT RECORD-IS-FREE
               IF NT-RUN-DATE(night-idx) = rec-date
                       AND NT-CLEAN(night-idx) NOT = "Y"
                    MOVE "W" TO HOLD-REASON
                    ADD 1 TO held-warehouse
               END-IF
           END-PERFORM.
       05B-CHECK-HOLDS-EXIT.
           EXIT.

       06A-OPEN-ARCHIVE-MONTH SECTION.
*> One archive per month (member-date), appended to when it
*> exists; a change of month closes the one in hand.
           IF ARCHIVE-IS-OPEN
                   AND member-date(1:6) = archive-open-month THEN
                GO TO 06A-OPEN-ARCHIVE-MONTH-EXIT
           END-IF.
           IF ARCHIVE-IS-OPEN THEN
                CLOSE ARCHIVE-FILE
           END-IF.
           MOVE SPACES TO archive-name.
           STRING FUNCTION TRIM(archive-base) member-date(1:6)
               DELIMITED BY SIZE INTO archive-name.
           OPEN EXTEND ARCHIVE-FILE.
           IF archive-status = "35" THEN
                OPEN OUTPUT ARCHIVE-FILE
           END-IF.
*> An archive that will not open takes nothing; it is tried
*> again for the next record or member.
           IF archive-status NOT = "00" THEN
                IF archive-name NOT = archive-failed-name THEN
                     DISPLAY "HOUSEKEEPER: "
                             FUNCTION TRIM(archive-name)
                             " WILL NOT OPEN, STATUS " archive-status
                     MOVE archive-name TO archive-failed-name
                END-IF
                MOVE "N" TO MEMBER-COPIED
                MOVE SPACES TO archive-open-month
                GO TO 06A-OPEN-ARCHIVE-MONTH-EXIT
           END-IF.
           MOVE "Y" TO ARCHIVE-OPEN.
           MOVE member-date(1:6) TO archive-open-month.
       06A-OPEN-ARCHIVE-MONTH-EXIT.
           EXIT.

       06B-START-PATTERNS SECTION.
           MOVE SPACES TO list-patterns.
           MOVE 1 TO pattern-ptr.

       06C-LIST-MEMBERS SECTION.
*> One name per line of the scratch file; a pattern nothing
*> matches lists nothing.
           MOVE SPACES TO memlist-command.
           STRING "ls -1d" FUNCTION TRIM(list-patterns TRAILING)
                  " >" FUNCTION TRIM(memlist-dsn) " 2>/dev/null"
                  DELIMITED BY SIZE INTO memlist-command.
           CALL "CBL_DELETE_FILE" USING memlist-dsn.
           CALL "SYSTEM" USING memlist-command.
           MOVE 0 TO RETURN-CODE.

       06D-AGE-BY-STAMP SECTION.
*> member-int is the file's last-written date, zero when the file
*> has gone; member-age is days since.
           MOVE 0 TO member-int.
           MOVE 0 TO member-age.
           CALL "CBL_CHECK_FILE_EXIST" USING member-name FILE-INFO.
           IF RETURN-CODE NOT = 0 THEN
                MOVE 0 TO RETURN-CODE
                GO TO 06D-AGE-BY-STAMP-EXIT
           END-IF.
           COMPUTE member-int = FUNCTION INTEGER-OF-DATE(
               FI-YEAR * 10000 + FI-MONTH * 100 + FI-DAY).
           IF member-int < today-int THEN
                COMPUTE member-age = today-int - member-int
           END-IF.
       06D-AGE-BY-STAMP-EXIT.
           EXIT.

       06E-COPY-MEMBER-TO-ARCHIVE SECTION.
*> member-name appended record for record to the open archive;
*> member-records says how many went. MEMBER-COPIED is "Y" only
*> when the whole member was read and every record written.
           MOVE "N" TO MEMBER-COPIED.
           MOVE 0 TO member-records.
           IF NOT ARCHIVE-IS-OPEN THEN
                GO TO 06E-COPY-MEMBER-TO-ARCHIVE-EXIT
           END-IF.
           MOVE member-name TO log-dsn.
           OPEN INPUT LOG-FILE.
           IF log-status NOT = "00" THEN
                MOVE SPACES TO log-status
                GO TO 06E-COPY-MEMBER-TO-ARCHIVE-EXIT
           END-IF.
           MOVE "00" TO archive-status.
           PERFORM UNTIL log-status = "10"
                      OR archive-status NOT = "00"
               READ LOG-FILE
                   AT END MOVE "10" TO log-status
                   NOT AT END
                       MOVE LOG-REC TO ARCHIVE-REC
                       WRITE ARCHIVE-REC
                       IF archive-status = "00" THEN
                            ADD 1 TO member-records
                       END-IF
               END-READ
           END-PERFORM.
           IF log-status = "10" AND archive-status = "00" THEN
                MOVE "Y" TO MEMBER-COPIED
           END-IF.
           CLOSE LOG-FILE.
           MOVE SPACES TO log-status.
       06E-COPY-MEMBER-TO-ARCHIVE-EXIT.
           EXIT.

       07-TRIM-DECKHIST SECTION.
           MOVE DECKHIST-IDX TO fam-idx.
           IF deckhist-retain = 0 THEN
                GO TO 07-TRIM-DECKHIST-EXIT
           END-IF.
           COMPUTE cutoff-int = today-int - deckhist-retain.
           MOVE FUNCTION DATE-OF-INTEGER(cutoff-int) TO cutoff-date.
           MOVE SPACES TO archive-base.
           STRING FUNCTION TRIM(deckhist-base) ".ARC"
               DELIMITED BY SIZE INTO archive-base.
           PERFORM 06B-START-PATTERNS.
           STRING " " FUNCTION TRIM(deckhist-base) ".D[0-9]*"
               DELIMITED BY SIZE
               INTO list-patterns WITH POINTER pattern-ptr.
           PERFORM 06C-LIST-MEMBERS.
           OPEN INPUT MEMLIST-FILE.
           IF memlist-status NOT = "00" THEN
                MOVE SPACES TO memlist-status
                GO TO 07-TRIM-DECKHIST-EXIT
           END-IF.
           PERFORM UNTIL memlist-status = "10"
               READ MEMLIST-FILE
                   AT END MOVE "10" TO memlist-status
                   NOT AT END
                       IF MEMLIST-REC NOT = SPACES THEN
                            PERFORM 07A-TAKE-DECKHIST-MEMBER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MEMLIST-FILE.
           MOVE SPACES TO memlist-status.
           CALL "CBL_DELETE_FILE" USING memlist-dsn.
       07-TRIM-DECKHIST-EXIT.
           EXIT.

       07A-TAKE-DECKHIST-MEMBER SECTION.
           MOVE MEMLIST-REC TO member-name.
           ADD 1 TO FF-FOUND(fam-idx).
           MOVE SPACES TO member-dummy.
           MOVE SPACES TO member-tail.
           UNSTRING member-name DELIMITED BY "DECKHIST.D"
               INTO member-dummy member-tail.
           MOVE member-tail(1:8) TO member-date.
           IF member-date IS NOT NUMERIC
                   OR member-date NOT < cutoff-date THEN
                ADD 1 TO FF-KEPT(fam-idx)
                GO TO 07A-TAKE-DECKHIST-MEMBER-EXIT
           END-IF.
           MOVE SPACE TO HOLD-REASON.
           PERFORM VARYING camp-idx FROM 1 BY 1
                   UNTIL camp-idx > camp-count
                      OR NOT RECORD-IS-FREE
               IF member-date NOT < CG-FROM(camp-idx)
                       AND member-date NOT > CG-TO(camp-idx)
                    MOVE "C" TO HOLD-REASON
                    ADD 1 TO held-campaign
               END-IF
           END-PERFORM.
           IF NOT RECORD-IS-FREE THEN
                ADD 1 TO FF-KEPT(fam-idx)
                ADD 1 TO FF-HELD(fam-idx)
                GO TO 07A-TAKE-DECKHIST-MEMBER-EXIT
           END-IF.
           PERFORM 06A-OPEN-ARCHIVE-MONTH.
           PERFORM 07B-MOVE-MEMBER.
       07A-TAKE-DECKHIST-MEMBER-EXIT.
           EXIT.

       07B-MOVE-MEMBER SECTION.
*> The member goes only once every record of it is on the archive.
           PERFORM 06E-COPY-MEMBER-TO-ARCHIVE.
           IF NOT MEMBER-IS-COPIED THEN
                DISPLAY "HOUSEKEEPER: " FUNCTION TRIM(member-name)
                        " COULD NOT BE ARCHIVED, KEPT"
                ADD 1 TO FF-KEPT(fam-idx)
                GO TO 07B-MOVE-MEMBER-EXIT
           END-IF.
           CALL "CBL_DELETE_FILE" USING member-name.
           IF RETURN-CODE NOT = 0 THEN
                MOVE 0 TO RETURN-CODE
                DISPLAY "HOUSEKEEPER: " FUNCTION TRIM(member-name)
                        " COPIED TO " FUNCTION TRIM(archive-name)
                        " BUT COULD NOT BE DELETED"
                ADD 1 TO FF-KEPT(fam-idx)
                GO TO 07B-MOVE-MEMBER-EXIT
           END-IF.
           ADD 1 TO FF-GONE(fam-idx).
           ADD member-records TO FF-RECORDS(fam-idx).
       07B-MOVE-MEMBER-EXIT.
           EXIT.

       08-TRIM-SET-ASIDES SECTION.
*> The set-aside copies are of the sealed state files, which are
*> the only ones STATE-VERIFY and STATE-RESTORE set aside.
           MOVE SETASIDE-IDX TO fam-idx.
           IF setaside-retain = 0 THEN
                GO TO 08-TRIM-SET-ASIDES-EXIT
           END-IF.
           MOVE SPACES TO archive-base.
           STRING FUNCTION TRIM(setaside-base) ".ARC"
               DELIMITED BY SIZE INTO archive-base.
           PERFORM 06B-START-PATTERNS.
           MOVE "PRIMEDIR.BAD" TO REGION-DSN-WORK.
           PERFORM 08B-ADD-PATTERN.
           MOVE "PRIMESEG[0-9]???.BAD" TO REGION-DSN-WORK.
           PERFORM 08B-ADD-PATTERN.
           MOVE "RGBCKPT.BAD" TO REGION-DSN-WORK.
           PERFORM 08B-ADD-PATTERN.
           MOVE "BLOCKCKPT.BAD" TO REGION-DSN-WORK.
           PERFORM 08B-ADD-PATTERN.
           MOVE "COINCKPT.BAD" TO REGION-DSN-WORK.
           PERFORM 08B-ADD-PATTERN.
           MOVE "FACTKNOWN.BAD" TO REGION-DSN-WORK.
           PERFORM 08B-ADD-PATTERN.
           PERFORM 06C-LIST-MEMBERS.
           OPEN INPUT MEMLIST-FILE.
           IF memlist-status NOT = "00" THEN
                MOVE SPACES TO memlist-status
                GO TO 08-TRIM-SET-ASIDES-EXIT
           END-IF.
           PERFORM UNTIL memlist-status = "10"
               READ MEMLIST-FILE
                   AT END MOVE "10" TO memlist-status
                   NOT AT END
                       IF MEMLIST-REC NOT = SPACES THEN
                            PERFORM 08A-TAKE-SET-ASIDE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MEMLIST-FILE.
           MOVE SPACES TO memlist-status.
           CALL "CBL_DELETE_FILE" USING memlist-dsn.
       08-TRIM-SET-ASIDES-EXIT.
           EXIT.

       08A-TAKE-SET-ASIDE SECTION.
           MOVE MEMLIST-REC TO member-name.
           PERFORM 06D-AGE-BY-STAMP.
           IF member-int = 0 THEN
                GO TO 08A-TAKE-SET-ASIDE-EXIT
           END-IF.
           ADD 1 TO FF-FOUND(fam-idx).
           IF member-age NOT > setaside-retain THEN
                ADD 1 TO FF-KEPT(fam-idx)
                GO TO 08A-TAKE-SET-ASIDE-EXIT
           END-IF.
           MOVE FUNCTION DATE-OF-INTEGER(member-int) TO member-date.
           PERFORM 06A-OPEN-ARCHIVE-MONTH.
           MOVE SPACES TO ARCHIVE-REC.
           STRING "*SETASIDE " FUNCTION TRIM(member-name) " "
                  member-date
               DELIMITED BY SIZE INTO ARCHIVE-REC.
           WRITE ARCHIVE-REC.
           PERFORM 07B-MOVE-MEMBER.
       08A-TAKE-SET-ASIDE-EXIT.
           EXIT.

       08B-ADD-PATTERN SECTION.
           PERFORM 9810-APPLY-REGION-PREFIX.
           STRING " " FUNCTION TRIM(REGION-DSN-WORK)
               DELIMITED BY SIZE
               INTO list-patterns WITH POINTER pattern-ptr.

       09-CLEAR-HEARTBEATS SECTION.
           MOVE HEARTBEAT-IDX TO fam-idx.
           PERFORM VARYING beat-idx FROM 1 BY 1
                   UNTIL beat-idx > beat-count
               EVALUATE TRUE
                   WHEN BT-INFLIGHT(beat-idx) = "Y"
                       ADD 1 TO FF-KEPT(fam-idx)
                   WHEN BT-ENDED(beat-idx) = "Y"
                     OR (heartbeat-retain > 0
                         AND BT-AGE(beat-idx) > heartbeat-retain)
                       MOVE BT-NAME(beat-idx) TO member-name
                       PERFORM 09A-DELETE-MEMBER
                   WHEN OTHER
                       ADD 1 TO FF-KEPT(fam-idx)
               END-EVALUATE
           END-PERFORM.

       09A-DELETE-MEMBER SECTION.
           CALL "CBL_DELETE_FILE" USING member-name.
           IF RETURN-CODE = 0 THEN
                ADD 1 TO FF-GONE(fam-idx)
           ELSE
                MOVE 0 TO RETURN-CODE
                ADD 1 TO FF-KEPT(fam-idx)
           END-IF.

       10-CLEAR-FETCHES SECTION.
*> LIBRARY-FETCH names its restores "FETCH.<original>.<rundate>",
*> unprefixed, as LIBFETCH and FETCHAUDIT are.
           MOVE FETCH-IDX TO fam-idx.
           PERFORM 06B-START-PATTERNS.
           STRING " FETCH.*" DELIMITED BY SIZE
               INTO list-patterns WITH POINTER pattern-ptr.
           PERFORM 06C-LIST-MEMBERS.
           OPEN INPUT MEMLIST-FILE.
           IF memlist-status NOT = "00" THEN
                MOVE SPACES TO memlist-status
                GO TO 10-CLEAR-FETCHES-EXIT
           END-IF.
           PERFORM UNTIL memlist-status = "10"
               READ MEMLIST-FILE
                   AT END MOVE "10" TO memlist-status
                   NOT AT END
                       IF MEMLIST-REC NOT = SPACES THEN
                            PERFORM 10A-TAKE-FETCH
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MEMLIST-FILE.
           MOVE SPACES TO memlist-status.
           CALL "CBL_DELETE_FILE" USING memlist-dsn.
       10-CLEAR-FETCHES-EXIT.
           EXIT.

       10A-TAKE-FETCH SECTION.
           MOVE MEMLIST-REC TO member-name.
           PERFORM 06D-AGE-BY-STAMP.
           IF member-int = 0 THEN
                GO TO 10A-TAKE-FETCH-EXIT
           END-IF.
           ADD 1 TO FF-FOUND(fam-idx).
           IF fetch-retain > 0 AND member-age > fetch-retain THEN
                PERFORM 09A-DELETE-MEMBER
                GO TO 10A-TAKE-FETCH-EXIT
           END-IF.
*> Still asked for when a standing card names the original and a
*> date range the copy's run date falls in.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(member-name))
               TO member-len.
           MOVE SPACES TO member-original.
           MOVE SPACES TO member-date.
           IF member-len > 15 THEN
                MOVE member-name(7:member-len - 15)
                    TO member-original
                MOVE member-name(member-len - 7:8) TO member-date
           END-IF.
           PERFORM VARYING card-idx FROM 1 BY 1
                   UNTIL card-idx > card-count
               IF CD-ORIGINAL(card-idx) = member-original
                       AND member-date NOT < CD-FROM(card-idx)
                       AND member-date NOT > CD-TO(card-idx)
                    ADD 1 TO FF-KEPT(fam-idx)
                    GO TO 10A-TAKE-FETCH-EXIT
               END-IF
           END-PERFORM.
           PERFORM 09A-DELETE-MEMBER.
       10A-TAKE-FETCH-EXIT.
           EXIT.

       11-REPORT SECTION.
           PERFORM VARYING log-idx FROM 1 BY 1
                   UNTIL log-idx > LOG-FAMILY-MAX
               MOVE LG-READ(log-idx) TO count-edit-a
               MOVE LG-MOVED(log-idx) TO count-edit-b
               MOVE LG-KEPT(log-idx) TO count-edit-c
               MOVE LG-HELD(log-idx) TO count-edit-d
               MOVE LG-RETAIN(log-idx) TO retain-edit
               DISPLAY "HOUSEKEEPER: " LG-NAME(log-idx) " "
                       FUNCTION TRIM(count-edit-a) " RECORD(S), "
                       FUNCTION TRIM(count-edit-b) " MOVED, "
                       FUNCTION TRIM(count-edit-c) " KEPT ("
                       FUNCTION TRIM(count-edit-d) " HELD), "
                       FUNCTION TRIM(retain-edit) "-DAY RETENTION"
               ADD LG-HELD(log-idx) TO held-total
           END-PERFORM.
           PERFORM VARYING fam-idx FROM 1 BY 1
                   UNTIL fam-idx > FILE-FAMILY-MAX
               MOVE FF-FOUND(fam-idx) TO count-edit-a
               MOVE FF-GONE(fam-idx) TO count-edit-b
               MOVE FF-KEPT(fam-idx) TO count-edit-c
               MOVE FF-HELD(fam-idx) TO count-edit-d
               MOVE FF-RECORDS(fam-idx) TO count-edit-e
               IF fam-idx = DECKHIST-IDX OR fam-idx = SETASIDE-IDX
                    DISPLAY "HOUSEKEEPER: " FF-NAME(fam-idx) " "
                            FUNCTION TRIM(count-edit-a) " FILE(S), "
                            FUNCTION TRIM(count-edit-b) " MOVED, "
                            FUNCTION TRIM(count-edit-c) " KEPT ("
                            FUNCTION TRIM(count-edit-d) " HELD), "
                            FUNCTION TRIM(count-edit-e)
                            " RECORD(S) ARCHIVED"
               ELSE
                    DISPLAY "HOUSEKEEPER: " FF-NAME(fam-idx) " "
                            FUNCTION TRIM(count-edit-a) " FILE(S), "
                            FUNCTION TRIM(count-edit-b) " DELETED, "
                            FUNCTION TRIM(count-edit-c) " KEPT"
               END-IF
               IF FF-GONE(fam-idx) + FF-KEPT(fam-idx)
                       NOT = FF-FOUND(fam-idx) THEN
                    ADD 1 TO unbalanced-count
               END-IF
               ADD FF-HELD(fam-idx) TO held-total
           END-PERFORM.
           IF held-total > 0 THEN
                MOVE held-incident TO count-edit-a
                MOVE held-campaign TO count-edit-b
                MOVE held-warehouse TO count-edit-c
                DISPLAY "HOUSEKEEPER: HELD BACK FOR LIVE INCIDENTS "
                        FUNCTION TRIM(count-edit-a)
                        ", OPEN CAMPAIGNS "
                        FUNCTION TRIM(count-edit-b)
                        ", UNRECONCILED WAREHOUSE NIGHTS "
                        FUNCTION TRIM(count-edit-c)
           END-IF.
           IF beat-overflow > 0 THEN
                DISPLAY "HOUSEKEEPER: " beat-overflow
                        " HEARTBEAT FILE(S) PAST THE TABLE, LEFT "
                        "FOR ANOTHER NIGHT"
           END-IF.

       COPY INCIDPR.
       COPY GENSVPR.
       COPY LOCKPR.
       COPY REGCFPR.
