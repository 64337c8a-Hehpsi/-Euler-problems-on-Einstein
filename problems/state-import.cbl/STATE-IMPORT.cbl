*> date (YYYYMMDD, required). Return codes: 0 restored, 8 the
*> bundle failed validation and nothing was touched, 16 no usable
*> argument or manifest.
*> Every bundle applied - full or increment - is recorded on the
*> region's DRAPPLIED and acknowledged on DRBUNDLE.ACK, which goes
*> back to the primary so STATE-EXPORT INCR knows what the standby
*> holds. INCR as the argument applies the increments on disk
*> ("DRBUNDLE.D<yyyymmdd>.I<seq>.MANIFEST") in sequence order on
*> top of what was last applied: one already applied or
*> superseded is passed over, and one cut against a bundle this
*> machine has not reached is a gap and stops the run (8) with
*> every earlier increment kept. Each increment is validated and
*> staged whole before it moves, as a full bundle is: an APPEND
*> member must extend exactly the base the standby's file holds
*> and the staged file must checksum as the primary's did; a CKPT
*> member rotates the checkpoint's generations; KEYADD records
*> are written to RESULTIX by key; a RETIRE entry drops the file.
*> STATUS reports how current the standby is without applying
*> anything: the bundle it holds, when the primary cut it, and
*> the increments waiting on disk. Every run ends with that
*> report.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANIFEST-IN-FILE ASSIGN USING manifest-dsn
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS manifest-status.
           SELECT APPLIED-FILE ASSIGN USING applied-io-dsn
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS applied-status.
           SELECT INCR-LIST-FILE ASSIGN USING incr-list-dsn
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS incr-list-status.
           SELECT KEYADD-IN-FILE ASSIGN USING keyadd-dsn
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS keyadd-status.
           COPY RESIXSL.
           COPY REGCFSL.
       DATA DIVISION.
       FILE SECTION.
       01  PROBE-REC PIC X(64).
       FD  MANIFEST-IN-FILE.
       01  MANIFEST-IN-REC PIC X(120).
       FD  APPLIED-FILE.
       01  APPLIED-REC PIC X(120).
       FD  INCR-LIST-FILE.
       01  INCR-LIST-REC PIC X(80).
       FD  KEYADD-IN-FILE.
       01  KEYADD-IN-REC PIC X(343).
       COPY RESIXFD.

       COPY REGCFFD.
       WORKING-STORAGE SECTION.
       COPY REGCFWS.
       COPY RESIXWS.
       COPY GENSVWS.
       COPY DRMANWS.
       01 probe-dsn PIC X(60).
       01 probe-status PIC XX.
       01 manifest-dsn PIC X(40).
       01 manifest-status PIC XX.
       01 applied-dsn PIC X(30) VALUE "DRAPPLIED".
       01 ack-dsn PIC X(30) VALUE "DRBUNDLE.ACK".
       01 applied-io-dsn PIC X(30).
       01 applied-status PIC XX.
       01 incr-list-dsn PIC X(30) VALUE "DRLIST.TMP".
       01 incr-list-status PIC XX.
       01 incr-list-command PIC X(120).
       01 keyadd-dsn PIC X(44).
       01 keyadd-status PIC XX.

       01 ARG-COUNT PIC 9(2) BINARY VALUE ZERO.
       01 ARG-NUM   PIC 9(2) BINARY VALUE ZERO.
       01 BUNDLE-DATE PIC X(8).
       01 bundle-base PIC X(30) VALUE "DRBUNDLE".

*> What this machine last applied, from DRAPPLIED.
       01 APPLIED-KNOWN PIC X VALUE "N".
       01 applied-seq PIC 9(6) VALUE ZERO.
       01 applied-cut PIC X(14) VALUE SPACES.
       01 applied-manifest PIC X(40) VALUE SPACES.
       01 applied-at PIC X(14) VALUE SPACES.

*> The bundle being applied, from its SEQUENCE line.
       01 SEQUENCE-SEEN PIC X VALUE "N".
       01 bundle-seq PIC 9(6) VALUE ZERO.
       01 bundle-base-seq PIC 9(6) VALUE ZERO.
       01 bundle-cut PIC X(14) VALUE SPACES.
       01 bundle-kind PIC X(9) VALUE SPACES.

       01 ENTRY-TABLE-MAX PIC 9(2) BINARY VALUE 40.
       01 entry-count PIC 9(2) BINARY VALUE ZERO.
       01 ENTRY-TABLE.
           05 IMPORT-ENTRY OCCURS 40 TIMES.
               10 EN-KIND   PIC X(8).
               10 EN-ORIG   PIC X(30).
               10 EN-BUNDLE PIC X(44).
               10 EN-CKSUM  PIC X(34).
               10 EN-BASE-RECORDS PIC 9(9).
               10 EN-BASE-CKSUM   PIC X(34).
               10 EN-STATE-CKSUM  PIC X(34).
       01 entry-idx PIC 9(2) BINARY.
       01 pending-base-orig PIC X(30).
       01 pending-base-records PIC 9(9).
       01 pending-base-cksum PIC X(34).

*> Increment manifests found on disk.
       01 INCR-TABLE-MAX PIC 9(3) BINARY VALUE 200.
       01 incr-count PIC 9(3) BINARY VALUE ZERO.
       01 INCR-TABLE.
           05 INCR-ENTRY OCCURS 200 TIMES.
               10 IN-SEQ      PIC 9(6).
               10 IN-MANIFEST PIC X(40).
       01 incr-idx PIC 9(3) BINARY.
       01 next-idx PIC 9(3) BINARY.
       01 seq-offset PIC 9(2) BINARY.
       01 pending-count PIC 9(3) BINARY VALUE ZERO.
       01 passed-count PIC 9(3) BINARY VALUE ZERO.
       01 incr-applied-count PIC 9(3) BINARY VALUE ZERO.
       01 INCR-STOPPED PIC X VALUE "N".
       01 incr-rc PIC 9(2) VALUE ZERO.

       01 chk-dsn PIC X(60).
       01 seal-command PIC X(240).
       01 chk-image PIC X(34).
       01 stage-dsn PIC X(40).
       01 live-dsn PIC X(40).
       01 records-edit PIC Z(8)9.
       01 REGION-SEEN PIC X VALUE "N".
       01 validation-errors PIC 9(2) BINARY VALUE ZERO.
       01 restored-count PIC 9(2) BINARY VALUE ZERO.
       01 retired-count PIC 9(2) BINARY VALUE ZERO.
       01 keyed-written PIC 9(9) VALUE ZERO.
       01 keyed-present PIC 9(9) VALUE ZERO.

       01 now-stamp PIC X(14).
       01 age-minutes PIC S9(9) BINARY.
       01 age-hours PIC 9(7).
       01 age-rest PIC 9(2).
       01 hours-edit PIC Z(6)9.
       01 pending-edit PIC ZZ9.

       PROCEDURE DIVISION.
       00-MAIN SECTION.
           PERFORM 9800-LOAD-REGION-CONFIG.
           MOVE applied-dsn TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO applied-dsn.
           MOVE incr-list-dsn TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO incr-list-dsn.
           MOVE RESULTS-IX-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO RESULTS-IX-DSN.
           PERFORM 09-LOAD-APPLIED.

           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER.
           IF ARG-COUNT < 1 THEN
                DISPLAY "STATE-IMPORT: USAGE IS BUNDLE-DATE "
                        "(YYYYMMDD), INCR OR STATUS"
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
           MOVE 1 TO ARG-NUM.
           DISPLAY ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT arg-buffer FROM ARGUMENT-VALUE.
           IF FUNCTION TRIM(arg-buffer) = "STATUS" THEN
                PERFORM 21-LIST-INCREMENTS
                PERFORM 30-REPORT-CURRENCY
                MOVE 0 TO RETURN-CODE
                STOP RUN
           END-IF.
           IF FUNCTION TRIM(arg-buffer) = "INCR" THEN
                PERFORM 20-APPLY-INCREMENTS
                STOP RUN
           END-IF.
           IF FUNCTION TRIM(arg-buffer) IS NUMERIC
                   AND FUNCTION LENGTH(FUNCTION
                       TRIM(arg-buffer)) = 8 THEN
           STRING FUNCTION TRIM(bundle-base) ".D" BUNDLE-DATE
                  ".MANIFEST"
               DELIMITED BY SIZE INTO manifest-dsn.
           PERFORM 05-READ-MANIFEST.
           IF manifest-status = "35" THEN
                DISPLAY "STATE-IMPORT: NO BUNDLE MANIFEST "
                        FUNCTION TRIM(manifest-dsn) " ON DISK"
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.

           IF REGION-SEEN NOT = "Y" THEN
                DISPLAY "STATE-IMPORT: MANIFEST CARRIES NO REGION "
           DISPLAY "STATE-IMPORT: " restored-count " FILE(S) "
                   "RESTORED FROM BUNDLE " BUNDLE-DATE
                   " INTO REGION " REGION-NAME.
*> A bundle from before bundles were numbered still counts as
*> applied, as sequence zero, so increments wait for a full
*> bundle that can anchor them.
           IF SEQUENCE-SEEN NOT = "Y" THEN
                MOVE ZERO TO bundle-seq
                MOVE SPACES TO bundle-cut
                STRING BUNDLE-DATE "000000"
                    DELIMITED BY SIZE INTO bundle-cut
           END-IF.
           PERFORM 09B-RECORD-APPLIED.
           PERFORM 21-LIST-INCREMENTS.
           PERFORM 30-REPORT-CURRENCY.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                   END-IF
               WHEN "SEQUENCE"
                   IF MS-SEQ IS NUMERIC
                           AND MS-BASE-SEQ IS NUMERIC THEN
                        MOVE "Y" TO SEQUENCE-SEEN
                        MOVE MS-SEQ TO bundle-seq
                        MOVE MS-BASE-SEQ TO bundle-base-seq
                        MOVE MS-CUT-STAMP TO bundle-cut
                        MOVE MS-KIND TO bundle-kind
                   END-IF
               WHEN "FILE"
               WHEN "CKPT"
               WHEN "APPEND"
               WHEN "KEYADD"
               WHEN "RETIRE"
                   IF entry-count < ENTRY-TABLE-MAX THEN
                        ADD 1 TO entry-count
                        MOVE ML-TYPE TO EN-KIND(entry-count)
                        MOVE ML-ORIG TO EN-ORIG(entry-count)
                        MOVE ML-BUNDLE TO EN-BUNDLE(entry-count)
                        MOVE ML-CKSUM TO EN-CKSUM(entry-count)
                        MOVE ZERO TO EN-BASE-RECORDS(entry-count)
                        MOVE SPACES TO EN-BASE-CKSUM(entry-count)
                        MOVE SPACES TO EN-STATE-CKSUM(entry-count)
                        IF ML-TYPE = "APPEND"
                                AND ML-ORIG = pending-base-orig THEN
                             MOVE pending-base-records
                                 TO EN-BASE-RECORDS(entry-count)
                             MOVE pending-base-cksum
                                 TO EN-BASE-CKSUM(entry-count)
                        END-IF
                   END-IF
               WHEN "BASE"
                   MOVE MT-ORIG TO pending-base-orig
                   MOVE MT-RECORDS TO pending-base-records
                   MOVE MT-CKSUM TO pending-base-cksum
               WHEN "STATE"
                   PERFORM VARYING entry-idx FROM 1 BY 1
                           UNTIL entry-idx > entry-count
                       IF EN-ORIG(entry-idx) = MT-ORIG THEN
                            MOVE MT-CKSUM
                                TO EN-STATE-CKSUM(entry-idx)
                       END-IF
                   END-PERFORM
               WHEN "ABSENT"
                   DISPLAY "STATE-IMPORT: " FUNCTION TRIM(ML-ORIG)
                           " WAS ABSENT AT EXPORT TIME, SKIPPED"
       02-VALIDATE-ONE-ENTRY SECTION.
*> Presence and checksum of the bundle member, then a staged copy
*> to "<original>.NEW" - still without touching the live file.
           IF EN-KIND(entry-idx) = "RETIRE" THEN
                GO TO 02-VALIDATE-ONE-ENTRY-EXIT
           END-IF.
           MOVE EN-BUNDLE(entry-idx) TO probe-dsn.
           OPEN INPUT PROBE-FILE.
           IF probe-status NOT = "00" THEN
                  FUNCTION TRIM(EN-BUNDLE(entry-idx))
                  " >" FUNCTION TRIM(chk-dsn) " 2>/dev/null"
                  DELIMITED BY SIZE INTO seal-command.
           PERFORM 03-READ-CHECKSUM.
           IF chk-image NOT = EN-CKSUM(entry-idx) THEN
                ADD 1 TO validation-errors
                DISPLAY "STATE-IMPORT: BUNDLE MEMBER "
                GO TO 02-VALIDATE-ONE-ENTRY-EXIT
           END-IF.

           EVALUATE EN-KIND(entry-idx)
               WHEN "APPEND"
                   PERFORM 02A-STAGE-APPENDED-FILE
                   GO TO 02-VALIDATE-ONE-ENTRY-EXIT
               WHEN "KEYADD"
                   PERFORM 02B-CHECK-KEYED-MASTER
                   GO TO 02-VALIDATE-ONE-ENTRY-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           MOVE SPACES TO stage-dsn.
           STRING FUNCTION TRIM(EN-ORIG(entry-idx)) ".NEW"
               DELIMITED BY SIZE INTO stage-dsn.
       02-VALIDATE-ONE-ENTRY-EXIT.
           EXIT.

       02A-STAGE-APPENDED-FILE SECTION.
*> The appended records only make sense on top of exactly the base
*> the primary measured them from: this machine's file must begin
*> with that base (its first EN-BASE-RECORDS records checksum as
*> the base did). The staged file is that base plus the member,
*> and must then checksum as the primary's file did.
           MOVE EN-ORIG(entry-idx) TO live-dsn.
           MOVE EN-BASE-RECORDS(entry-idx) TO records-edit.
           MOVE SPACES TO chk-dsn.
           STRING FUNCTION TRIM(live-dsn) ".CHK"
               DELIMITED BY SIZE INTO chk-dsn.
           MOVE SPACES TO seal-command.
           STRING "head -n " FUNCTION TRIM(records-edit)
                  " <" FUNCTION TRIM(live-dsn) " | cksum >"
                  FUNCTION TRIM(chk-dsn) " 2>/dev/null"
                  DELIMITED BY SIZE INTO seal-command.
           PERFORM 03-READ-CHECKSUM.
           IF EN-BASE-CKSUM(entry-idx) = SPACES
                   OR chk-image NOT = EN-BASE-CKSUM(entry-idx) THEN
                ADD 1 TO validation-errors
                DISPLAY "STATE-IMPORT: " FUNCTION TRIM(live-dsn)
                        " HERE DOES NOT BEGIN WITH THE BASE "
                        FUNCTION TRIM(EN-BUNDLE(entry-idx))
                        " EXTENDS - BUNDLE REFUSED"
                GO TO 02A-STAGE-APPENDED-FILE-EXIT
           END-IF.

           MOVE SPACES TO stage-dsn.
           STRING FUNCTION TRIM(live-dsn) ".NEW"
               DELIMITED BY SIZE INTO stage-dsn.
           MOVE SPACES TO seal-command.
           STRING "head -n " FUNCTION TRIM(records-edit)
                  " <" FUNCTION TRIM(live-dsn) " >"
                  FUNCTION TRIM(stage-dsn) " 2>/dev/null; cat <"
                  FUNCTION TRIM(EN-BUNDLE(entry-idx)) " >>"
                  FUNCTION TRIM(stage-dsn) " 2>/dev/null"
                  DELIMITED BY SIZE INTO seal-command.
           CALL "SYSTEM" USING seal-command.
           MOVE 0 TO RETURN-CODE.
           MOVE SPACES TO chk-dsn.
           STRING FUNCTION TRIM(stage-dsn) ".CHK"
               DELIMITED BY SIZE INTO chk-dsn.
           MOVE SPACES TO seal-command.
           STRING "cksum <" FUNCTION TRIM(stage-dsn)
                  " >" FUNCTION TRIM(chk-dsn) " 2>/dev/null"
                  DELIMITED BY SIZE INTO seal-command.
           PERFORM 03-READ-CHECKSUM.
           IF chk-image NOT = EN-STATE-CKSUM(entry-idx) THEN
                ADD 1 TO validation-errors
                DISPLAY "STATE-IMPORT: " FUNCTION TRIM(live-dsn)
                        " STAGED FROM "
                        FUNCTION TRIM(EN-BUNDLE(entry-idx))
                        " DOES NOT MATCH THE PRIMARY'S - BUNDLE "
                        "REFUSED"
           END-IF.
       02A-STAGE-APPENDED-FILE-EXIT.
           EXIT.

       02B-CHECK-KEYED-MASTER SECTION.
*> Keyed records are written at the switch, not staged; all that
*> can be made sure of first is that the master will take them.
           OPEN INPUT RESULTS-IX-FILE.
           IF RESULTS-IX-STATUS = "00" THEN
                CLOSE RESULTS-IX-FILE
           ELSE
                IF RESULTS-IX-STATUS NOT = "35" THEN
                     ADD 1 TO validation-errors
                     DISPLAY "STATE-IMPORT: "
                             FUNCTION TRIM(RESULTS-IX-DSN)
                             " COULD NOT BE OPENED, STATUS "
                             RESULTS-IX-STATUS " - BUNDLE REFUSED"
                END-IF
           END-IF.
           MOVE SPACES TO RESULTS-IX-STATUS.

       03-READ-CHECKSUM SECTION.
*> Runs the cksum command staged in seal-command into chk-dsn and
*> takes its one line into chk-image.
           CALL "SYSTEM" USING seal-command.
           MOVE 0 TO RETURN-CODE.
           MOVE SPACES TO chk-image.
           MOVE chk-dsn TO probe-dsn.
           OPEN INPUT PROBE-FILE.
           IF probe-status = "00" THEN
                READ PROBE-FILE
                    AT END CONTINUE
                    NOT AT END MOVE PROBE-REC(1:34) TO chk-image
                END-READ
                CLOSE PROBE-FILE
           END-IF.
           MOVE SPACES TO probe-status.
           CALL "CBL_DELETE_FILE" USING chk-dsn.
           MOVE 0 TO RETURN-CODE.

       04-SWITCH-ONE-ENTRY SECTION.
           MOVE EN-ORIG(entry-idx) TO live-dsn.
           EVALUATE EN-KIND(entry-idx)
               WHEN "CKPT"
                   MOVE live-dsn TO GEN-BASE-DSN
                   PERFORM 9860-ROTATE-GENERATIONS
                   ADD 1 TO restored-count
               WHEN "KEYADD"
                   PERFORM 04A-APPLY-KEYED-RECORDS
               WHEN "RETIRE"
                   CALL "CBL_DELETE_FILE" USING live-dsn
                   MOVE SPACES TO stage-dsn
                   STRING FUNCTION TRIM(live-dsn) ".SEAL"
                       DELIMITED BY SIZE INTO stage-dsn
                   CALL "CBL_DELETE_FILE" USING stage-dsn
                   ADD 1 TO retired-count
               WHEN OTHER
                   MOVE SPACES TO stage-dsn
                   STRING FUNCTION TRIM(live-dsn) ".NEW"
                       DELIMITED BY SIZE INTO stage-dsn
                   CALL "CBL_DELETE_FILE" USING live-dsn
                   CALL "CBL_RENAME_FILE" USING stage-dsn live-dsn
                   ADD 1 TO restored-count
           END-EVALUATE.
           MOVE 0 TO RETURN-CODE.

       04A-APPLY-KEYED-RECORDS SECTION.
*> Written under the primary's own keys, so a record already on
*> this master (an increment applied over again) is simply passed.
           MOVE EN-BUNDLE(entry-idx) TO keyadd-dsn.
           OPEN I-O RESULTS-IX-FILE.
           IF RESULTS-IX-STATUS = "35" THEN
                OPEN OUTPUT RESULTS-IX-FILE
                CLOSE RESULTS-IX-FILE
                OPEN I-O RESULTS-IX-FILE
           END-IF.
           OPEN INPUT KEYADD-IN-FILE.
           PERFORM UNTIL keyadd-status NOT = "00"
               READ KEYADD-IN-FILE
                   AT END MOVE "10" TO keyadd-status
                   NOT AT END
                       MOVE KEYADD-IN-REC TO RESULTS-IX-RECORD
                       WRITE RESULTS-IX-RECORD
                           INVALID KEY ADD 1 TO keyed-present
                           NOT INVALID KEY ADD 1 TO keyed-written
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE KEYADD-IN-FILE.
           CLOSE RESULTS-IX-FILE.
           MOVE SPACES TO keyadd-status.
           MOVE SPACES TO RESULTS-IX-STATUS.
           ADD 1 TO restored-count.

       05-READ-MANIFEST SECTION.
*> Loads manifest-dsn into the entry table afresh.
           MOVE ZERO TO entry-count.
           MOVE "N" TO REGION-SEEN.
           MOVE "N" TO SEQUENCE-SEEN.
           MOVE SPACES TO bundle-kind.
           MOVE SPACES TO pending-base-orig.
           MOVE ZERO TO validation-errors.
           OPEN INPUT MANIFEST-IN-FILE.
           IF manifest-status NOT = "00" THEN
                MOVE "35" TO manifest-status
                GO TO 05-READ-MANIFEST-EXIT
           END-IF.
           PERFORM UNTIL manifest-status = "10"
               READ MANIFEST-IN-FILE
                   AT END MOVE "10" TO manifest-status
                   NOT AT END
                       MOVE MANIFEST-IN-REC TO MANIFEST-LINE
                       PERFORM 01-TAKE-MANIFEST-LINE
               END-READ
           END-PERFORM.
           CLOSE MANIFEST-IN-FILE.
       05-READ-MANIFEST-EXIT.
           EXIT.

       09-LOAD-APPLIED SECTION.
           MOVE applied-dsn TO applied-io-dsn.
           OPEN INPUT APPLIED-FILE.
           IF applied-status NOT = "00" THEN
                MOVE SPACES TO applied-status
                GO TO 09-LOAD-APPLIED-EXIT
           END-IF.
           READ APPLIED-FILE
               AT END CONTINUE
               NOT AT END
                   MOVE APPLIED-REC TO MANIFEST-LINE
                   IF MA-TYPE = "ACK" AND MA-SEQ IS NUMERIC THEN
                        MOVE "Y" TO APPLIED-KNOWN
                        MOVE MA-SEQ TO applied-seq
                        MOVE MA-CUT-STAMP TO applied-cut
                        MOVE MA-MANIFEST TO applied-manifest
                        MOVE MA-APPLIED TO applied-at
                   END-IF
           END-READ.
           CLOSE APPLIED-FILE.
           MOVE SPACES TO applied-status.
       09-LOAD-APPLIED-EXIT.
           EXIT.

       09B-RECORD-APPLIED SECTION.
*> The same acknowledgement line twice: DRAPPLIED is this
*> machine's own record, DRBUNDLE.ACK the copy that travels back.
           MOVE "Y" TO APPLIED-KNOWN.
           MOVE bundle-seq TO applied-seq.
           MOVE bundle-cut TO applied-cut.
           MOVE manifest-dsn TO applied-manifest.
           MOVE FUNCTION CURRENT-DATE(1:14) TO applied-at.
           MOVE SPACES TO MANIFEST-LINE.
           MOVE "ACK" TO MA-TYPE.
           MOVE applied-seq TO MA-SEQ.
           MOVE applied-cut TO MA-CUT-STAMP.
           MOVE REGION-NAME TO MA-REGION.
           MOVE applied-manifest TO MA-MANIFEST.
           MOVE applied-at TO MA-APPLIED.
           MOVE applied-dsn TO applied-io-dsn.
           OPEN OUTPUT APPLIED-FILE.
           MOVE MANIFEST-LINE TO APPLIED-REC.
           WRITE APPLIED-REC.
           CLOSE APPLIED-FILE.
           MOVE ack-dsn TO applied-io-dsn.
           OPEN OUTPUT APPLIED-FILE.
           MOVE MANIFEST-LINE TO APPLIED-REC.
           WRITE APPLIED-REC.
           CLOSE APPLIED-FILE.
           MOVE SPACES TO applied-status.

       20-APPLY-INCREMENTS SECTION.
           IF APPLIED-KNOWN NOT = "Y" THEN
                DISPLAY "STATE-IMPORT: NO BUNDLE HAS BEEN APPLIED "
                        "ON THIS MACHINE - IMPORT A FULL BUNDLE "
                        "BEFORE ANY INCREMENT"
                MOVE 16 TO RETURN-CODE
                GO TO 20-APPLY-INCREMENTS-EXIT
           END-IF.
           PERFORM 21-LIST-INCREMENTS.
           PERFORM 22-APPLY-NEXT-INCREMENT
               UNTIL INCR-STOPPED = "Y".
           MOVE passed-count TO pending-edit.
           DISPLAY "STATE-IMPORT: " incr-applied-count
                   " INCREMENT(S) APPLIED, "
                   FUNCTION TRIM(pending-edit)
                   " PASSED OVER AS ALREADY APPLIED OR SUPERSEDED".
           PERFORM 21-LIST-INCREMENTS.
           PERFORM 30-REPORT-CURRENCY.
           MOVE incr-rc TO RETURN-CODE.
       20-APPLY-INCREMENTS-EXIT.
           EXIT.

       21-LIST-INCREMENTS SECTION.
*> Every increment manifest on disk, with the sequence number its
*> name carries; pending-count is those past what is applied.
           MOVE ZERO TO incr-count.
           MOVE ZERO TO pending-count.
           MOVE ZERO TO passed-count.
           MOVE SPACES TO incr-list-command.
           STRING "ls -1 " FUNCTION TRIM(bundle-base)
                  ".D*.I*.MANIFEST >" FUNCTION TRIM(incr-list-dsn)
                  " 2>/dev/null"
                  DELIMITED BY SIZE INTO incr-list-command.
           CALL "CBL_DELETE_FILE" USING incr-list-dsn.
           CALL "SYSTEM" USING incr-list-command.
           MOVE 0 TO RETURN-CODE.
           COMPUTE seq-offset =
               FUNCTION LENGTH(FUNCTION TRIM(bundle-base)) + 13.
           OPEN INPUT INCR-LIST-FILE.
           IF incr-list-status NOT = "00" THEN
                MOVE SPACES TO incr-list-status
                GO TO 21-LIST-INCREMENTS-EXIT
           END-IF.
           PERFORM UNTIL incr-list-status NOT = "00"
               READ INCR-LIST-FILE
                   AT END MOVE "10" TO incr-list-status
                   NOT AT END
                       IF INCR-LIST-REC(seq-offset:6) IS NUMERIC
                               AND incr-count < INCR-TABLE-MAX THEN
                            ADD 1 TO incr-count
                            MOVE INCR-LIST-REC(seq-offset:6)
                                TO IN-SEQ(incr-count)
                            MOVE INCR-LIST-REC
                                TO IN-MANIFEST(incr-count)
                            IF IN-SEQ(incr-count) > applied-seq THEN
                                 ADD 1 TO pending-count
                            ELSE
                                 ADD 1 TO passed-count
                            END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INCR-LIST-FILE.
           MOVE SPACES TO incr-list-status.
           CALL "CBL_DELETE_FILE" USING incr-list-dsn.
           MOVE 0 TO RETURN-CODE.
       21-LIST-INCREMENTS-EXIT.
           EXIT.

       22-APPLY-NEXT-INCREMENT SECTION.
*> The lowest-numbered increment past what this machine holds. It
*> is cumulative from the bundle it was cut against, so it applies
*> whenever that base is at or behind this machine - and only
*> then: a base ahead of this machine means increments in between
*> are missing.
           MOVE 0 TO next-idx.
           PERFORM VARYING incr-idx FROM 1 BY 1
                   UNTIL incr-idx > incr-count
               IF IN-SEQ(incr-idx) > applied-seq THEN
                    IF next-idx = 0 THEN
                         MOVE incr-idx TO next-idx
                    ELSE
                         IF IN-SEQ(incr-idx) < IN-SEQ(next-idx) THEN
                              MOVE incr-idx TO next-idx
                         END-IF
                    END-IF
               END-IF
           END-PERFORM.
           IF next-idx = 0 THEN
                MOVE "Y" TO INCR-STOPPED
                GO TO 22-APPLY-NEXT-INCREMENT-EXIT
           END-IF.

           MOVE IN-MANIFEST(next-idx) TO manifest-dsn.
           PERFORM 05-READ-MANIFEST.
           IF REGION-SEEN NOT = "Y" OR SEQUENCE-SEEN NOT = "Y"
                   OR bundle-kind NOT = "INCREMENT"
                   OR bundle-seq NOT = IN-SEQ(next-idx) THEN
                DISPLAY "STATE-IMPORT: " FUNCTION TRIM(manifest-dsn)
                        " IS NOT A READABLE INCREMENT MANIFEST - "
                        "REFUSED"
                MOVE 8 TO incr-rc
                MOVE "Y" TO INCR-STOPPED
                GO TO 22-APPLY-NEXT-INCREMENT-EXIT
           END-IF.
           IF bundle-base-seq > applied-seq THEN
                DISPLAY "STATE-IMPORT: INCREMENT " bundle-seq
                        " WAS CUT AGAINST BUNDLE " bundle-base-seq
                        " BUT THIS MACHINE HOLDS " applied-seq
                        " - GAP IN THE SEQUENCE, REFUSED"
                MOVE 8 TO incr-rc
                MOVE "Y" TO INCR-STOPPED
                GO TO 22-APPLY-NEXT-INCREMENT-EXIT
           END-IF.

           PERFORM 02-VALIDATE-ONE-ENTRY
               VARYING entry-idx FROM 1 BY 1
               UNTIL entry-idx > entry-count.
           IF validation-errors > 0 THEN
                DISPLAY "STATE-IMPORT: INCREMENT " bundle-seq ": "
                        validation-errors " VALIDATION ERROR(S), "
                        "NOTHING FROM IT APPLIED"
                PERFORM 22A-DROP-STAGED-COPY
                    VARYING entry-idx FROM 1 BY 1
                    UNTIL entry-idx > entry-count
                MOVE 8 TO incr-rc
                MOVE "Y" TO INCR-STOPPED
                GO TO 22-APPLY-NEXT-INCREMENT-EXIT
           END-IF.

           MOVE ZERO TO restored-count.
           MOVE ZERO TO retired-count.
           PERFORM 04-SWITCH-ONE-ENTRY
               VARYING entry-idx FROM 1 BY 1
               UNTIL entry-idx > entry-count.
           DISPLAY "STATE-IMPORT: INCREMENT " bundle-seq
                   " APPLIED: " restored-count " FILE(S) UPDATED, "
                   retired-count " RETIRED".
           PERFORM 09B-RECORD-APPLIED.
           ADD 1 TO incr-applied-count.
       22-APPLY-NEXT-INCREMENT-EXIT.
           EXIT.

       22A-DROP-STAGED-COPY SECTION.
*> A refused increment leaves no staged copy behind to be mistaken
*> for the next one's.
           MOVE SPACES TO stage-dsn.
           STRING FUNCTION TRIM(EN-ORIG(entry-idx)) ".NEW"
               DELIMITED BY SIZE INTO stage-dsn.
           CALL "CBL_DELETE_FILE" USING stage-dsn.
           MOVE 0 TO RETURN-CODE.

       30-REPORT-CURRENCY SECTION.
*> How current the standby is: the bundle it holds and how long
*> ago the primary cut it.
           IF APPLIED-KNOWN NOT = "Y" THEN
                DISPLAY "STATE-IMPORT: NO BUNDLE HAS BEEN APPLIED "
                        "ON THIS MACHINE"
                GO TO 30-REPORT-CURRENCY-EXIT
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO now-stamp.
           MOVE ZERO TO age-minutes.
           IF applied-cut IS NUMERIC THEN
                COMPUTE age-minutes =
                    (FUNCTION INTEGER-OF-DATE(
                         FUNCTION NUMVAL(now-stamp(1:8)))
                   - FUNCTION INTEGER-OF-DATE(
                         FUNCTION NUMVAL(applied-cut(1:8)))) * 1440
                   + FUNCTION NUMVAL(now-stamp(9:2)) * 60
                   + FUNCTION NUMVAL(now-stamp(11:2))
                   - FUNCTION NUMVAL(applied-cut(9:2)) * 60
                   - FUNCTION NUMVAL(applied-cut(11:2))
           END-IF.
           IF age-minutes < 0 THEN
                MOVE ZERO TO age-minutes
           END-IF.
           DIVIDE age-minutes BY 60 GIVING age-hours
               REMAINDER age-rest.
           MOVE age-hours TO hours-edit.
           MOVE pending-count TO pending-edit.
           DISPLAY "STATE-IMPORT: STANDBY HOLDS BUNDLE " applied-seq
                   " (" FUNCTION TRIM(applied-manifest) ")".
           DISPLAY "STATE-IMPORT: CUT ON THE PRIMARY "
                   applied-cut(1:4) "-" applied-cut(5:2) "-"
                   applied-cut(7:2) " " applied-cut(9:2) ":"
                   applied-cut(11:2) ", APPLIED HERE "
                   applied-at(1:4) "-" applied-at(5:2) "-"
                   applied-at(7:2) " " applied-at(9:2) ":"
                   applied-at(11:2) " - STATE IS "
                   FUNCTION TRIM(hours-edit) "H" age-rest "M OLD".
           DISPLAY "STATE-IMPORT: " FUNCTION TRIM(pending-edit)
                   " INCREMENT(S) ON DISK NOT YET APPLIED".
       30-REPORT-CURRENCY-EXIT.
           EXIT.

       COPY GENSVPR.
       COPY REGCFPR.

       END PROGRAM STATE-IMPORT.
