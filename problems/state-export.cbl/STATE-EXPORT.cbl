*> anything. An optional YYYYMMDD argument names the bundle date
*> (default today). Return code 0 on a complete bundle, 8 when a
*> copy failed, 16 on a bad argument.
*> INCR as an argument (with or without the date) cuts an
*> increment instead, shipping only what changed since the bundle
*> the standby last acknowledged - the DRBUNDLE.ACK STATE-IMPORT
*> writes there, carried back here - as members
*> "DRBUNDLE.D<yyyymmdd>.I<seq>.<n>" under a manifest of their
*> own. Every bundle, full or increment, takes the next number
*> from the region's DRSHIPSEQ for its SEQUENCE line and closes
*> its manifest with a STATE line per file (record count and
*> checksum); the increment measures each live file against the
*> acknowledged bundle's STATE lines. A prime segment, the prime
*> directory or a checkpoint that changed ships whole (a
*> checkpoint as CKPT, so the standby rotates its generations);
*> RESULTLOG and CAPSTATS ship only the records appended since
*> (APPEND, after a BASE line naming what they extend), RESULTIX
*> only the keyed records added since (KEYADD); a segment no
*> longer in the store is marked RETIRE and an unchanged file
*> ships nothing. A log trimmed or archived since, which no longer
*> begins with the base, falls back to a whole copy - as does
*> every segment of a re-segmented store. An increment that cannot
*> be cut because the acknowledged manifest is gone returns 8
*> (ship a full bundle); no acknowledgement on hand returns 16.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               FILE STATUS IS probe-status.
           SELECT MANIFEST-OUT-FILE ASSIGN USING manifest-dsn
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MANIFEST-IN-FILE ASSIGN USING manifest-in-dsn
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS manifest-in-status.
           SELECT SHIP-SEQ-FILE ASSIGN USING ship-seq-dsn
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ship-seq-status.
           SELECT KEYADD-OUT-FILE ASSIGN USING bundle-dsn
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY RESIXSL.
           COPY REGCFSL.
       DATA DIVISION.
       FILE SECTION.
       01  PROBE-REC PIC X(64).
       FD  MANIFEST-OUT-FILE.
       01  MANIFEST-OUT-REC PIC X(120).
       FD  MANIFEST-IN-FILE.
       01  MANIFEST-IN-REC PIC X(120).
       FD  SHIP-SEQ-FILE.
       01  SHIP-SEQ-REC.
           05 SQ-LAST-SEQ  PIC 9(6).
           05 FILLER       PIC X.
           05 SQ-CUT-STAMP PIC X(14).
       FD  KEYADD-OUT-FILE.
       01  KEYADD-OUT-REC PIC X(343).
       COPY RESIXFD.

       COPY REGCFFD.
       WORKING-STORAGE SECTION.
       COPY REGCFWS.
       COPY RESIXWS.
       COPY DRMANWS.
       01 probe-dsn PIC X(60).
       01 probe-status PIC XX.
       01 manifest-dsn PIC X(40).
       01 manifest-in-dsn PIC X(40).
       01 manifest-in-status PIC XX.
       01 ship-seq-dsn PIC X(30) VALUE "DRSHIPSEQ".
       01 ship-seq-status PIC XX.
       01 ack-dsn PIC X(30) VALUE "DRBUNDLE.ACK".
       01 snap-dsn PIC X(30) VALUE "DRSNAP.TMP".

       01 ARG-COUNT PIC 9(2) BINARY VALUE ZERO.
       01 ARG-NUM   PIC 9(2) BINARY VALUE ZERO.
       01 arg-buffer PIC X(18).
       01 BUNDLE-DATE PIC X(8).
       01 bundle-base PIC X(30) VALUE "DRBUNDLE".
       01 bundle-stem PIC X(40).
       01 cut-stamp PIC X(14).
       01 EXPORT-MODE PIC X VALUE "F".
           88 FULL-EXPORT VALUE "F".
           88 INCREMENT-EXPORT VALUE "I".
       01 ship-seq PIC 9(6) VALUE ZERO.
       01 base-seq PIC 9(6) VALUE ZERO.
       01 base-manifest-dsn PIC X(40).

*> Per file: its kind decides how an increment ships it - FILE and
*> CKPT whole, APPEND by its appended records, KEYADD by its added
*> keys - and the measurements become its STATE line.
       01 SWEEP-TABLE-MAX PIC 9(2) BINARY VALUE 40.
       01 sweep-count PIC 9(2) BINARY VALUE ZERO.
       01 SWEEP-TABLE.
           05 SWEEP-ENTRY OCCURS 40 TIMES.
               10 SWEEP-DSN     PIC X(30).
               10 SWEEP-KIND    PIC X(8).
               10 SWEEP-PRESENT PIC X.
               10 SWEEP-RECORDS PIC 9(9).
               10 SWEEP-HIGH    PIC X(21).
               10 SWEEP-CKSUM   PIC X(34).
       01 sweep-idx PIC 9(2) BINARY.

*> The acknowledged bundle's STATE lines, which an increment is
*> measured against.
       01 BASE-TABLE-MAX PIC 9(2) BINARY VALUE 40.
       01 base-count PIC 9(2) BINARY VALUE ZERO.
       01 BASE-TABLE.
           05 BASE-ENTRY OCCURS 40 TIMES.
               10 BS-ORIG    PIC X(30).
               10 BS-RECORDS PIC 9(9).
               10 BS-HIGH    PIC X(21).
               10 BS-CKSUM   PIC X(34).
               10 BS-SEEN    PIC X.
       01 base-idx PIC 9(2) BINARY.

       01 prime-dir-dsn PIC X(30) VALUE "PRIMEDIR".
       01 prime-seg-base PIC X(30) VALUE "PRIMESEG".
       01 prime-seg-count PIC 9(4) BINARY VALUE ZERO.
           05 FILLER       PIC X.
           05 PD-SEG-COUNT PIC X(4).

       01 live-dsn PIC X(40).
       01 bundle-dsn PIC X(44).
       01 chk-dsn PIC X(60).
       01 measure-dsn PIC X(44).
       01 seal-command PIC X(240).
       01 chk-image PIC X(34).
       01 prefix-image PIC X(34).
       01 measured-records PIC 9(9).
       01 records-edit PIC Z(8)9.
       01 tail-start PIC 9(9).
       01 keyed-records PIC 9(9).
       01 keyed-high PIC X(21).
       01 extract-count PIC 9(9).
       01 EXTRACT-WANTED PIC X VALUE "N".
       01 PART-SHIPPED PIC X VALUE "N".
       01 member-seq PIC 9(2) VALUE ZERO.
       01 copied-count PIC 9(2) BINARY VALUE ZERO.
       01 absent-count PIC 9(2) BINARY VALUE ZERO.
       01 failed-count PIC 9(2) BINARY VALUE ZERO.
       01 unchanged-count PIC 9(2) BINARY VALUE ZERO.
       01 appended-count PIC 9(2) BINARY VALUE ZERO.
       01 keyed-count PIC 9(2) BINARY VALUE ZERO.
       01 retired-count PIC 9(2) BINARY VALUE ZERO.
       01 appended-records PIC 9(9) VALUE ZERO.
       01 keyed-added PIC 9(9) VALUE ZERO.
       01 count-edit PIC Z(8)9.
       01 count-edit-b PIC Z(8)9.

       PROCEDURE DIVISION.
       00-MAIN SECTION.
           MOVE prime-seg-base TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO prime-seg-base.
           MOVE RESULTS-IX-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO RESULTS-IX-DSN.
           MOVE ship-seq-dsn TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO ship-seq-dsn.
           MOVE snap-dsn TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO snap-dsn.

           MOVE FUNCTION CURRENT-DATE(1:8) TO BUNDLE-DATE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO cut-stamp.
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER.
           PERFORM VARYING ARG-NUM FROM 1 BY 1
                   UNTIL ARG-NUM > ARG-COUNT
               DISPLAY ARG-NUM UPON ARGUMENT-NUMBER
               ACCEPT arg-buffer FROM ARGUMENT-VALUE
               IF FUNCTION TRIM(arg-buffer) = "INCR" THEN
                    SET INCREMENT-EXPORT TO TRUE
               ELSE
                    IF FUNCTION TRIM(arg-buffer) IS NUMERIC
                            AND FUNCTION LENGTH(FUNCTION
                                TRIM(arg-buffer)) = 8 THEN
                         MOVE FUNCTION TRIM(arg-buffer)
                             TO BUNDLE-DATE
                    ELSE
                         DISPLAY "STATE-EXPORT: DATE ARGUMENT MUST "
                                 "BE YYYYMMDD (AND INCR FOR AN "
                                 "INCREMENT)"
                         MOVE 16 TO RETURN-CODE
                         STOP RUN
                    END-IF
               END-IF
           END-PERFORM.

           IF INCREMENT-EXPORT THEN
                PERFORM 10-LOAD-BASE-BUNDLE
           END-IF.
           PERFORM 01-BUILD-SWEEP-LIST.
           PERFORM 11-TAKE-SEQUENCE-NUMBER.

           MOVE SPACES TO bundle-stem.
           IF INCREMENT-EXPORT THEN
                STRING FUNCTION TRIM(bundle-base) ".D" BUNDLE-DATE
                       ".I" ship-seq
                    DELIMITED BY SIZE INTO bundle-stem
           ELSE
                STRING FUNCTION TRIM(bundle-base) ".D" BUNDLE-DATE
                    DELIMITED BY SIZE INTO bundle-stem
           END-IF.
           MOVE SPACES TO manifest-dsn.
           STRING FUNCTION TRIM(bundle-stem) ".MANIFEST"
               DELIMITED BY SIZE INTO manifest-dsn.
           OPEN OUTPUT MANIFEST-OUT-FILE.
           MOVE SPACES TO MANIFEST-LINE.
           MOVE BUNDLE-DATE TO ML-BUNDLE.
           MOVE MANIFEST-LINE TO MANIFEST-OUT-REC.
           WRITE MANIFEST-OUT-REC.
           MOVE SPACES TO MANIFEST-LINE.
           MOVE "SEQUENCE" TO MS-TYPE.
           MOVE ship-seq TO MS-SEQ.
           MOVE base-seq TO MS-BASE-SEQ.
           MOVE cut-stamp TO MS-CUT-STAMP.
           IF INCREMENT-EXPORT THEN
                MOVE "INCREMENT" TO MS-KIND
           ELSE
                MOVE "FULL" TO MS-KIND
           END-IF.
           MOVE MANIFEST-LINE TO MANIFEST-OUT-REC.
           WRITE MANIFEST-OUT-REC.

           PERFORM 02-EXPORT-ONE-FILE
               VARYING sweep-idx FROM 1 BY 1
               UNTIL sweep-idx > sweep-count.
           IF INCREMENT-EXPORT THEN
                PERFORM 12-RETIRE-ONE-BASE-ENTRY
                    VARYING base-idx FROM 1 BY 1
                    UNTIL base-idx > base-count
           END-IF.
           PERFORM 02B-WRITE-STATE-LINE
               VARYING sweep-idx FROM 1 BY 1
               UNTIL sweep-idx > sweep-count.
           CLOSE MANIFEST-OUT-FILE.

           IF INCREMENT-EXPORT THEN
                MOVE appended-records TO count-edit
                MOVE keyed-added TO count-edit-b
                DISPLAY "STATE-EXPORT: INCREMENT " ship-seq
                        " ON ACKNOWLEDGED BUNDLE " base-seq ": "
                        copied-count " FILE(S) WHOLE, "
                        appended-count " APPENDED ("
                        FUNCTION TRIM(count-edit) " RECORD(S)), "
                        keyed-count " KEYED ("
                        FUNCTION TRIM(count-edit-b) " RECORD(S)), "
                        unchanged-count " UNCHANGED, "
                        retired-count " RETIRED, "
                        absent-count " ABSENT, "
                        failed-count " FAILED, MANIFEST "
                        FUNCTION TRIM(manifest-dsn)
           ELSE
                DISPLAY "STATE-EXPORT: " copied-count " FILE(S) "
                        "BUNDLED, " absent-count " ABSENT, "
                        failed-count " FAILED, MANIFEST "
                        FUNCTION TRIM(manifest-dsn)
                        " (SEQUENCE " ship-seq ")"
           END-IF.
           IF failed-count > 0 THEN
                MOVE 8 TO RETURN-CODE
           ELSE
*> the log of record.
           ADD 1 TO sweep-count.
           MOVE prime-dir-dsn TO SWEEP-DSN(sweep-count).
           MOVE "FILE" TO SWEEP-KIND(sweep-count).
           MOVE "RGBCKPT" TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           ADD 1 TO sweep-count.
           MOVE REGION-DSN-WORK TO SWEEP-DSN(sweep-count).
           MOVE "CKPT" TO SWEEP-KIND(sweep-count).
           MOVE "BLOCKCKPT" TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           ADD 1 TO sweep-count.
           MOVE REGION-DSN-WORK TO SWEEP-DSN(sweep-count).
           MOVE "CKPT" TO SWEEP-KIND(sweep-count).
           ADD 1 TO sweep-count.
           MOVE RESULTS-IX-DSN TO SWEEP-DSN(sweep-count).
           MOVE "KEYADD" TO SWEEP-KIND(sweep-count).
           MOVE "CAPSTATS" TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           ADD 1 TO sweep-count.
           MOVE REGION-DSN-WORK TO SWEEP-DSN(sweep-count).
           MOVE "APPEND" TO SWEEP-KIND(sweep-count).
           MOVE "RESULTLOG" TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           ADD 1 TO sweep-count.
           MOVE REGION-DSN-WORK TO SWEEP-DSN(sweep-count).
           MOVE "APPEND" TO SWEEP-KIND(sweep-count).

           MOVE prime-dir-dsn TO probe-dsn.
           OPEN INPUT PROBE-FILE.
               STRING FUNCTION TRIM(prime-seg-base) seg-edit
                   DELIMITED BY SIZE
                   INTO SWEEP-DSN(sweep-count)
               MOVE "FILE" TO SWEEP-KIND(sweep-count)
           END-PERFORM.

       02-EXPORT-ONE-FILE SECTION.
           MOVE SWEEP-DSN(sweep-idx) TO live-dsn.
           MOVE "N" TO SWEEP-PRESENT(sweep-idx).
           MOVE ZERO TO SWEEP-RECORDS(sweep-idx).
           MOVE SPACES TO SWEEP-HIGH(sweep-idx).
           MOVE SPACES TO SWEEP-CKSUM(sweep-idx).
           MOVE 0 TO base-idx.
           IF INCREMENT-EXPORT THEN
                PERFORM 05-FIND-BASE-ENTRY
           END-IF.
           MOVE live-dsn TO probe-dsn.
           OPEN INPUT PROBE-FILE.
           IF probe-status NOT = "00" THEN
           CLOSE PROBE-FILE.
           MOVE SPACES TO probe-status.

           IF FULL-EXPORT THEN
                PERFORM 02A-SHIP-WHOLE-FILE
                GO TO 02-EXPORT-ONE-FILE-EXIT
           END-IF.

*> An increment works from a snapshot, so what is measured against
*> the base is exactly what travels even if the live file moves on
*> meanwhile.
           CALL "CBL_COPY_FILE" USING live-dsn snap-dsn.
           IF RETURN-CODE NOT = 0 THEN
                ADD 1 TO failed-count
                DISPLAY "STATE-EXPORT: COPY OF "
                        FUNCTION TRIM(live-dsn) " FAILED"
                MOVE 0 TO RETURN-CODE
                GO TO 02-EXPORT-ONE-FILE-EXIT
           END-IF.
           MOVE "Y" TO SWEEP-PRESENT(sweep-idx).
           MOVE snap-dsn TO measure-dsn.
           PERFORM 03-MEASURE-COPY.
           MOVE chk-image TO SWEEP-CKSUM(sweep-idx).
           MOVE measured-records TO SWEEP-RECORDS(sweep-idx).
           IF SWEEP-KIND(sweep-idx) = "KEYADD" THEN
                MOVE "N" TO EXTRACT-WANTED
                PERFORM 08-READ-KEYED-MASTER
           END-IF.

           MOVE "N" TO PART-SHIPPED.
           IF base-idx > 0 THEN
                IF BS-CKSUM(base-idx) = SWEEP-CKSUM(sweep-idx) THEN
                     ADD 1 TO unchanged-count
                     MOVE "Y" TO PART-SHIPPED
                ELSE
                     IF SWEEP-RECORDS(sweep-idx) >
                             BS-RECORDS(base-idx) THEN
                          EVALUATE SWEEP-KIND(sweep-idx)
                              WHEN "APPEND"
                                  PERFORM 06-CUT-APPENDED-TAIL
                              WHEN "KEYADD"
                                  PERFORM 07-CUT-KEYED-EXTRACT
                              WHEN OTHER
                                  CONTINUE
                          END-EVALUATE
                     END-IF
                END-IF
           END-IF.
           IF PART-SHIPPED = "Y" THEN
                CALL "CBL_DELETE_FILE" USING snap-dsn
                MOVE 0 TO RETURN-CODE
           ELSE
                PERFORM 02A-SHIP-WHOLE-FILE
           END-IF.
       02-EXPORT-ONE-FILE-EXIT.
           EXIT.

       02A-SHIP-WHOLE-FILE SECTION.
*> A full bundle copies the live file; an increment's whole copy is
*> the snapshot it already measured, renamed into the bundle.
           ADD 1 TO member-seq.
           MOVE SPACES TO bundle-dsn.
           STRING FUNCTION TRIM(bundle-stem) "." member-seq
               DELIMITED BY SIZE INTO bundle-dsn.
           IF FULL-EXPORT THEN
                CALL "CBL_COPY_FILE" USING live-dsn bundle-dsn
           ELSE
                CALL "CBL_RENAME_FILE" USING snap-dsn bundle-dsn
           END-IF.
           IF RETURN-CODE NOT = 0 THEN
                ADD 1 TO failed-count
                MOVE "N" TO SWEEP-PRESENT(sweep-idx)
                DISPLAY "STATE-EXPORT: COPY OF "
                        FUNCTION TRIM(live-dsn) " FAILED"
                MOVE 0 TO RETURN-CODE
                GO TO 02A-SHIP-WHOLE-FILE-EXIT
           END-IF.

           MOVE bundle-dsn TO measure-dsn.
           PERFORM 03-MEASURE-COPY.
           ADD 1 TO copied-count.
           MOVE "Y" TO SWEEP-PRESENT(sweep-idx).
           MOVE chk-image TO SWEEP-CKSUM(sweep-idx).
           MOVE measured-records TO SWEEP-RECORDS(sweep-idx).
           IF FULL-EXPORT AND SWEEP-KIND(sweep-idx) = "KEYADD" THEN
                MOVE "N" TO EXTRACT-WANTED
                PERFORM 08-READ-KEYED-MASTER
           END-IF.
           MOVE SPACES TO MANIFEST-LINE.
           IF INCREMENT-EXPORT AND SWEEP-KIND(sweep-idx) = "CKPT"
                   THEN
                MOVE "CKPT" TO ML-TYPE
           ELSE
                MOVE "FILE" TO ML-TYPE
           END-IF.
           MOVE live-dsn TO ML-ORIG.
           MOVE bundle-dsn TO ML-BUNDLE.
           MOVE chk-image TO ML-CKSUM.
           MOVE MANIFEST-LINE TO MANIFEST-OUT-REC.
           WRITE MANIFEST-OUT-REC.
       02A-SHIP-WHOLE-FILE-EXIT.
           EXIT.

       02B-WRITE-STATE-LINE SECTION.
*> What each file held as bundled: the base the next increment is
*> measured against, and what the standby must hold once this
*> bundle is applied.
           IF SWEEP-PRESENT(sweep-idx) NOT = "Y" THEN
                GO TO 02B-WRITE-STATE-LINE-EXIT
           END-IF.
           MOVE SPACES TO MANIFEST-LINE.
           MOVE "STATE" TO MT-TYPE.
           MOVE SWEEP-DSN(sweep-idx) TO MT-ORIG.
           MOVE SWEEP-RECORDS(sweep-idx) TO MT-RECORDS.
           MOVE SWEEP-HIGH(sweep-idx) TO MT-HIGH.
           MOVE SWEEP-CKSUM(sweep-idx) TO MT-CKSUM.
           MOVE MANIFEST-LINE TO MANIFEST-OUT-REC.
           WRITE MANIFEST-OUT-REC.
       02B-WRITE-STATE-LINE-EXIT.
           EXIT.

       03-MEASURE-COPY SECTION.
*> Checksum and record (line) count of measure-dsn.
           MOVE SPACES TO chk-dsn.
           STRING FUNCTION TRIM(measure-dsn) ".CHK"
               DELIMITED BY SIZE INTO chk-dsn.
           MOVE SPACES TO seal-command.
           STRING "cksum <" FUNCTION TRIM(measure-dsn)
                  " >" FUNCTION TRIM(chk-dsn) " 2>/dev/null; "
                  "wc -l <" FUNCTION TRIM(measure-dsn)
                  " >>" FUNCTION TRIM(chk-dsn) " 2>/dev/null"
                  DELIMITED BY SIZE INTO seal-command.
           CALL "SYSTEM" USING seal-command.
           MOVE 0 TO RETURN-CODE.
           MOVE SPACES TO chk-image.
           MOVE ZERO TO measured-records.
           MOVE chk-dsn TO probe-dsn.
           OPEN INPUT PROBE-FILE.
           IF probe-status = "00" THEN
                    AT END CONTINUE
                    NOT AT END MOVE PROBE-REC(1:34) TO chk-image
                END-READ
                READ PROBE-FILE
                    AT END CONTINUE
                    NOT AT END
                        MOVE FUNCTION NUMVAL(PROBE-REC)
                            TO measured-records
                END-READ
                CLOSE PROBE-FILE
           END-IF.
           MOVE SPACES TO probe-status.
           CALL "CBL_DELETE_FILE" USING chk-dsn.
           MOVE 0 TO RETURN-CODE.

       05-FIND-BASE-ENTRY SECTION.
           PERFORM VARYING base-idx FROM 1 BY 1
                   UNTIL base-idx > base-count
                      OR BS-ORIG(base-idx) = live-dsn
               CONTINUE
           END-PERFORM.
           IF base-idx > base-count THEN
                MOVE 0 TO base-idx
           ELSE
                MOVE "Y" TO BS-SEEN(base-idx)
           END-IF.

       06-CUT-APPENDED-TAIL SECTION.
*> Only when the snapshot still begins with exactly what the
*> standby holds - its first BS-RECORDS records checksum as the
*> whole file did at the base - need just the records after them
*> travel. A log trimmed or archived since fails this and is
*> shipped whole instead.
           MOVE BS-RECORDS(base-idx) TO records-edit.
           MOVE SPACES TO chk-dsn.
           STRING FUNCTION TRIM(snap-dsn) ".CHK"
               DELIMITED BY SIZE INTO chk-dsn.
           MOVE SPACES TO seal-command.
           STRING "head -n " FUNCTION TRIM(records-edit)
                  " <" FUNCTION TRIM(snap-dsn) " | cksum >"
                  FUNCTION TRIM(chk-dsn) " 2>/dev/null"
                  DELIMITED BY SIZE INTO seal-command.
           CALL "SYSTEM" USING seal-command.
           MOVE 0 TO RETURN-CODE.
           MOVE SPACES TO prefix-image.
           MOVE chk-dsn TO probe-dsn.
           OPEN INPUT PROBE-FILE.
           IF probe-status = "00" THEN
                READ PROBE-FILE
                    AT END CONTINUE
                    NOT AT END MOVE PROBE-REC(1:34) TO prefix-image
                END-READ
                CLOSE PROBE-FILE
           END-IF.
           MOVE SPACES TO probe-status.
           CALL "CBL_DELETE_FILE" USING chk-dsn.
           MOVE 0 TO RETURN-CODE.
           IF prefix-image NOT = BS-CKSUM(base-idx) THEN
                DISPLAY "STATE-EXPORT: " FUNCTION TRIM(live-dsn)
                        " NO LONGER BEGINS WITH THE ACKNOWLEDGED "
                        "BASE - SHIPPED WHOLE"
                GO TO 06-CUT-APPENDED-TAIL-EXIT
           END-IF.

           ADD 1 TO member-seq.
           MOVE SPACES TO bundle-dsn.
           STRING FUNCTION TRIM(bundle-stem) "." member-seq
               DELIMITED BY SIZE INTO bundle-dsn.
           COMPUTE tail-start = BS-RECORDS(base-idx) + 1.
           MOVE tail-start TO records-edit.
           MOVE SPACES TO seal-command.
           STRING "tail -n +" FUNCTION TRIM(records-edit)
                  " <" FUNCTION TRIM(snap-dsn) " >"
                  FUNCTION TRIM(bundle-dsn) " 2>/dev/null"
                  DELIMITED BY SIZE INTO seal-command.
           CALL "SYSTEM" USING seal-command.
           MOVE 0 TO RETURN-CODE.
           MOVE bundle-dsn TO measure-dsn.
           PERFORM 03-MEASURE-COPY.
           IF measured-records NOT =
                   SWEEP-RECORDS(sweep-idx) - BS-RECORDS(base-idx)
                   THEN
                CALL "CBL_DELETE_FILE" USING bundle-dsn
                MOVE 0 TO RETURN-CODE
                SUBTRACT 1 FROM member-seq
                GO TO 06-CUT-APPENDED-TAIL-EXIT
           END-IF.

           MOVE SPACES TO MANIFEST-LINE.
           MOVE "BASE" TO MT-TYPE.
           MOVE live-dsn TO MT-ORIG.
           MOVE BS-RECORDS(base-idx) TO MT-RECORDS.
           MOVE BS-CKSUM(base-idx) TO MT-CKSUM.
           MOVE MANIFEST-LINE TO MANIFEST-OUT-REC.
           WRITE MANIFEST-OUT-REC.
           MOVE SPACES TO MANIFEST-LINE.
           MOVE "APPEND" TO ML-TYPE.
           MOVE live-dsn TO ML-ORIG.
           MOVE bundle-dsn TO ML-BUNDLE.
           MOVE chk-image TO ML-CKSUM.
           MOVE MANIFEST-LINE TO MANIFEST-OUT-REC.
           WRITE MANIFEST-OUT-REC.
           ADD 1 TO appended-count.
           ADD measured-records TO appended-records.
           MOVE "Y" TO PART-SHIPPED.
       06-CUT-APPENDED-TAIL-EXIT.
           EXIT.

       07-CUT-KEYED-EXTRACT SECTION.
*> The keyed master grows by RESULTS-MIGRATE folding in newer
*> journal records, so what it gained is every record finished
*> after the base's highest timestamp - provided that accounts for
*> the whole growth. A late fold of older records does not, and
*> the master is then shipped whole.
           ADD 1 TO member-seq.
           MOVE SPACES TO bundle-dsn.
           STRING FUNCTION TRIM(bundle-stem) "." member-seq
               DELIMITED BY SIZE INTO bundle-dsn.
           MOVE "Y" TO EXTRACT-WANTED.
           PERFORM 08-READ-KEYED-MASTER.
           IF extract-count NOT =
                   SWEEP-RECORDS(sweep-idx) - BS-RECORDS(base-idx)
                   THEN
                CALL "CBL_DELETE_FILE" USING bundle-dsn
                MOVE 0 TO RETURN-CODE
                SUBTRACT 1 FROM member-seq
                GO TO 07-CUT-KEYED-EXTRACT-EXIT
           END-IF.
           MOVE bundle-dsn TO measure-dsn.
           PERFORM 03-MEASURE-COPY.
           MOVE SPACES TO MANIFEST-LINE.
           MOVE "KEYADD" TO ML-TYPE.
           MOVE live-dsn TO ML-ORIG.
           MOVE bundle-dsn TO ML-BUNDLE.
           MOVE chk-image TO ML-CKSUM.
           MOVE MANIFEST-LINE TO MANIFEST-OUT-REC.
           WRITE MANIFEST-OUT-REC.
           ADD 1 TO keyed-count.
           ADD extract-count TO keyed-added.
           MOVE "Y" TO PART-SHIPPED.
       07-CUT-KEYED-EXTRACT-EXIT.
           EXIT.

       08-READ-KEYED-MASTER SECTION.
*> Record count and highest finish timestamp of the keyed master,
*> and with EXTRACT-WANTED the records newer than the base written
*> to the bundle member. A master that will not open counts zero.
           MOVE ZERO TO keyed-records.
           MOVE ZERO TO extract-count.
           MOVE SPACES TO keyed-high.
           OPEN INPUT RESULTS-IX-FILE.
           IF RESULTS-IX-STATUS NOT = "00" THEN
                MOVE SPACES TO RESULTS-IX-STATUS
                MOVE ZERO TO SWEEP-RECORDS(sweep-idx)
                MOVE SPACES TO SWEEP-HIGH(sweep-idx)
                GO TO 08-READ-KEYED-MASTER-EXIT
           END-IF.
           IF EXTRACT-WANTED = "Y" THEN
                OPEN OUTPUT KEYADD-OUT-FILE
           END-IF.
           PERFORM UNTIL RESULTS-IX-STATUS = "10"
               READ RESULTS-IX-FILE NEXT RECORD
                   AT END MOVE "10" TO RESULTS-IX-STATUS
                   NOT AT END
                       ADD 1 TO keyed-records
                       IF RIX-TIMESTAMP > keyed-high THEN
                            MOVE RIX-TIMESTAMP TO keyed-high
                       END-IF
                       IF EXTRACT-WANTED = "Y" THEN
                            IF RIX-TIMESTAMP > BS-HIGH(base-idx) THEN
                                 WRITE KEYADD-OUT-REC
                                     FROM RESULTS-IX-RECORD
                                 ADD 1 TO extract-count
                            END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RESULTS-IX-FILE.
           MOVE SPACES TO RESULTS-IX-STATUS.
           IF EXTRACT-WANTED = "Y" THEN
                CLOSE KEYADD-OUT-FILE
           END-IF.
           MOVE keyed-records TO SWEEP-RECORDS(sweep-idx).
           MOVE keyed-high TO SWEEP-HIGH(sweep-idx).
       08-READ-KEYED-MASTER-EXIT.
           EXIT.

       10-LOAD-BASE-BUNDLE SECTION.
*> The standby's acknowledgement names the last bundle it applied;
*> that bundle's STATE lines are what the increment measures
*> against.
           MOVE ack-dsn TO manifest-in-dsn.
           OPEN INPUT MANIFEST-IN-FILE.
           IF manifest-in-status NOT = "00" THEN
                DISPLAY "STATE-EXPORT: NO " FUNCTION TRIM(ack-dsn)
                        " FROM THE STANDBY - AN INCREMENT NEEDS A "
                        "BUNDLE APPLIED AND ACKNOWLEDGED THERE FIRST"
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
           MOVE SPACES TO MANIFEST-LINE.
           READ MANIFEST-IN-FILE
               AT END CONTINUE
               NOT AT END MOVE MANIFEST-IN-REC TO MANIFEST-LINE
           END-READ.
           CLOSE MANIFEST-IN-FILE.
           IF MA-TYPE NOT = "ACK" OR MA-SEQ IS NOT NUMERIC THEN
                DISPLAY "STATE-EXPORT: " FUNCTION TRIM(ack-dsn)
                        " IS NOT A READABLE ACKNOWLEDGEMENT"
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
           IF MA-REGION NOT = REGION-NAME THEN
                DISPLAY "STATE-EXPORT: " FUNCTION TRIM(ack-dsn)
                        " ACKNOWLEDGES REGION " MA-REGION
                        ", THIS MACHINE IS REGION " REGION-NAME
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
           MOVE MA-SEQ TO base-seq.
           MOVE MA-MANIFEST TO base-manifest-dsn.

           MOVE base-manifest-dsn TO manifest-in-dsn.
           OPEN INPUT MANIFEST-IN-FILE.
           IF manifest-in-status NOT = "00" THEN
                DISPLAY "STATE-EXPORT: THE ACKNOWLEDGED BUNDLE'S "
                        "MANIFEST " FUNCTION TRIM(base-manifest-dsn)
                        " IS NO LONGER ON DISK - SHIP A FULL BUNDLE"
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
           PERFORM UNTIL manifest-in-status = "10"
               READ MANIFEST-IN-FILE
                   AT END MOVE "10" TO manifest-in-status
                   NOT AT END
                       MOVE MANIFEST-IN-REC TO MANIFEST-LINE
                       IF MT-TYPE = "STATE"
                               AND base-count < BASE-TABLE-MAX THEN
                            ADD 1 TO base-count
                            MOVE MT-ORIG TO BS-ORIG(base-count)
                            MOVE MT-RECORDS TO BS-RECORDS(base-count)
                            MOVE MT-HIGH TO BS-HIGH(base-count)
                            MOVE MT-CKSUM TO BS-CKSUM(base-count)
                            MOVE "N" TO BS-SEEN(base-count)
                       END-IF
                       IF MS-TYPE = "SEQUENCE"
                               AND MS-SEQ NOT = base-seq THEN
                            DISPLAY "STATE-EXPORT: "
                                    FUNCTION TRIM(base-manifest-dsn)
                                    " IS SEQUENCE " MS-SEQ
                                    ", THE STANDBY ACKNOWLEDGED "
                                    base-seq " - SHIP A FULL BUNDLE"
                            MOVE 8 TO RETURN-CODE
                            STOP RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MANIFEST-IN-FILE.
           IF base-count = 0 THEN
                DISPLAY "STATE-EXPORT: "
                        FUNCTION TRIM(base-manifest-dsn)
                        " CARRIES NO STATE LINES TO MEASURE AN "
                        "INCREMENT AGAINST - SHIP A FULL BUNDLE"
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.

       11-TAKE-SEQUENCE-NUMBER SECTION.
*> Bundles are numbered in one series per region, full and
*> increment alike, so the standby can tell a gap from a repeat.
           MOVE ZERO TO ship-seq.
           OPEN INPUT SHIP-SEQ-FILE.
           IF ship-seq-status = "00" THEN
                READ SHIP-SEQ-FILE
                    AT END CONTINUE
                    NOT AT END
                        IF SQ-LAST-SEQ IS NUMERIC THEN
                             MOVE SQ-LAST-SEQ TO ship-seq
                        END-IF
                END-READ
                CLOSE SHIP-SEQ-FILE
           END-IF.
           MOVE SPACES TO ship-seq-status.
           IF INCREMENT-EXPORT AND base-seq > ship-seq THEN
                DISPLAY "STATE-EXPORT: THE STANDBY ACKNOWLEDGES "
                        "SEQUENCE " base-seq " BUT THIS REGION HAS "
                        "ONLY ISSUED " ship-seq
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
           ADD 1 TO ship-seq.
           OPEN OUTPUT SHIP-SEQ-FILE.
           MOVE SPACES TO SHIP-SEQ-REC.
           MOVE ship-seq TO SQ-LAST-SEQ.
           MOVE cut-stamp TO SQ-CUT-STAMP.
           WRITE SHIP-SEQ-REC.
           CLOSE SHIP-SEQ-FILE.

       12-RETIRE-ONE-BASE-ENTRY SECTION.
*> A file the standby was given that is no longer in the set - a
*> prime segment dropped by a re-segmentation.
           IF BS-SEEN(base-idx) = "Y" THEN
                GO TO 12-RETIRE-ONE-BASE-ENTRY-EXIT
           END-IF.
           MOVE SPACES TO MANIFEST-LINE.
           MOVE "RETIRE" TO ML-TYPE.
           MOVE BS-ORIG(base-idx) TO ML-ORIG.
           MOVE MANIFEST-LINE TO MANIFEST-OUT-REC.
           WRITE MANIFEST-OUT-REC.
           ADD 1 TO retired-count.
       12-RETIRE-ONE-BASE-ENTRY-EXIT.
           EXIT.

       COPY REGCFPR.

