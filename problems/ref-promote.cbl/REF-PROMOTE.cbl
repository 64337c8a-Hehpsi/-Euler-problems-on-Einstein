       IDENTIFICATION DIVISION.
       PROGRAM-ID. REF-PROMOTE.
*> Promotion of a reference file from TEST to PROD, so a change
*> proven under the TEST prefix reaches PROD as the same rows
*> instead of being retyped. Handles PROBCAT, PRESETS, CALLIB,
*> PROGREG, ALERTCFG and LIBRETAIN. Three actions, named by the
*> first argument, the file by the second:
*>
*>   TAKE     copies the PROD file to its TEST copy ("TST." ahead
*>            of the bare name) and to a base snapshot of what PROD
*>            held at that moment ("TST.<file>.BASE"). A TEST copy
*>            already on disk is never overwritten - promote or
*>            remove it first.
*>   DIFF     prints the row-level difference between the TEST copy
*>            and PROD, each row judged against the base snapshot:
*>            a row only TEST changed is a promotion (ADD, UPDATE or
*>            DELETE); a row PROD changed since the copy was taken -
*>            whether or not TEST changed it too - is a CONFLICT and
*>            is never promoted, so nothing PROD gained in the
*>            meantime is overwritten.
*>   PROMOTE  the approved DIFF: the same listing, with every
*>            promotion appended to the owning maintenance program's
*>            transaction file - CATXACT for CATALOG-MAINT, PSXACT
*>            for PRESET-MAINT, CALXACT for CALENDAR-MAINT - under
*>            the approving user-id named by the third argument. The
*>            change then goes through that program's validation,
*>            freeze rules and audit file like any other card. A
*>            CALLIB row is its own key, so a changed date promotes
*>            as a DELETE and an ADD. PROGREG, ALERTCFG and LIBRETAIN
*>            have no maintenance program, so their differences are
*>            listed and nothing is punched.
*>
*> Rows are matched on the key each maintenance program uses:
*> program-id, parameter name and effective-from for PROBCAT, the
*> preset name, the calendar/date pair, the program-id, the alert
*> reason code, the original file name.
*>
*> Return codes: 0 no difference (or TAKE done), 4 differences, all
*> promotable, 8 at least one CONFLICT (the rest still listed and,
*> for PROMOTE, punched), 16 a bad argument or a file missing.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFERENCE-FILE ASSIGN USING load-dsn
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS load-status.
           SELECT XACT-FILE ASSIGN USING xact-dsn
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS xact-status.

       DATA DIVISION.
       FILE SECTION.
       FD  REFERENCE-FILE.
       01  REFERENCE-REC PIC X(270).
       FD  XACT-FILE.
       01  XACT-REC PIC X(305).

       WORKING-STORAGE SECTION.
       01 load-dsn PIC X(40).
       01 load-status PIC XX.
       01 xact-dsn PIC X(40).
       01 xact-status PIC XX.
       01 copy-from PIC X(40).
       01 copy-to PIC X(40).

       01 ARG-COUNT PIC 9(2) BINARY VALUE ZERO.
       01 ARG-NUM   PIC 9(2) BINARY VALUE ZERO.
       01 arg-buffer PIC X(18).
       01 PROMOTE-ACTION PIC X(8).
           88 ACTION-TAKE    VALUE "TAKE".
           88 ACTION-DIFF    VALUE "DIFF".
           88 ACTION-PROMOTE VALUE "PROMOTE".
       01 promote-file PIC X(10).
       01 approver-id PIC X(10).
       01 TEST-PREFIX PIC X(8) VALUE "TST.".
       01 prod-dsn PIC X(40).
       01 test-dsn PIC X(40).
       01 base-dsn PIC X(40).

*> Per file: where the key sits in the row (a second piece for
*> PROBCAT's effective-from), how wide the row is on the
*> maintenance program's transaction card, and that program's
*> transaction file - blank when the file has none.
       01 key-start-1 PIC 9(3) BINARY.
       01 key-len-1   PIC 9(3) BINARY.
       01 key-start-2 PIC 9(3) BINARY.
       01 key-len-2   PIC 9(3) BINARY.
       01 row-width   PIC 9(3) BINARY.
       01 xact-name   PIC X(10).
       01 CALLIB-KEYING PIC X VALUE "N".
           88 ROW-IS-ITS-OWN-KEY VALUE "Y".

*> The three sides, row for row: 1 the base snapshot, 2 the TEST
*> copy, 3 PROD. SD-DONE marks a row already judged.
       01 SIDE-BASE PIC 9 VALUE 1.
       01 SIDE-TEST PIC 9 VALUE 2.
       01 SIDE-PROD PIC 9 VALUE 3.
       01 ROW-TABLE-MAX PIC 9(4) BINARY VALUE 500.
       01 SIDE-TABLE.
           05 SIDE-ENTRY OCCURS 3 TIMES.
               10 SD-COUNT PIC 9(4) BINARY.
               10 SD-ROW OCCURS 500 TIMES.
                   15 SD-KEY   PIC X(60).
                   15 SD-IMAGE PIC X(270).
                   15 SD-DONE  PIC X.
       01 side-idx PIC 9 BINARY.
       01 row-idx PIC 9(4) BINARY.
       01 scan-idx PIC 9(4) BINARY.
       01 row-image PIC X(270).
       01 row-key PIC X(60).
       01 base-hit PIC 9(4) BINARY.
       01 test-hit PIC 9(4) BINARY.
       01 prod-hit PIC 9(4) BINARY.
       01 SIDE-CHANGED.
           05 TEST-MOVED PIC X.
               88 TEST-CHANGED-ROW VALUE "Y".
           05 PROD-MOVED PIC X.
               88 PROD-CHANGED-ROW VALUE "Y".

       01 XACT-LINE PIC X(305).
       01 xact-action PIC X(6).
       01 xact-user-pos PIC 9(3) BINARY.
       01 difference-count PIC 9(4) BINARY VALUE ZERO.
       01 conflict-count PIC 9(4) BINARY VALUE ZERO.
       01 punched-count PIC 9(4) BINARY VALUE ZERO.
       01 XACT-OPENED PIC X VALUE "N".
           88 XACT-IS-OPEN VALUE "Y".

       PROCEDURE DIVISION.
       00-MAIN SECTION.
           MOVE SPACES TO PROMOTE-ACTION.
           MOVE SPACES TO promote-file.
           MOVE SPACES TO approver-id.
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER.
           PERFORM VARYING ARG-NUM FROM 1 BY 1
                   UNTIL ARG-NUM > ARG-COUNT OR ARG-NUM > 3
               MOVE SPACES TO arg-buffer
               DISPLAY ARG-NUM UPON ARGUMENT-NUMBER
               ACCEPT arg-buffer FROM ARGUMENT-VALUE
               EVALUATE ARG-NUM
                   WHEN 1 MOVE FUNCTION UPPER-CASE(arg-buffer)
                              TO PROMOTE-ACTION
                   WHEN 2 MOVE FUNCTION UPPER-CASE(arg-buffer)
                              TO promote-file
                   WHEN 3 MOVE arg-buffer TO approver-id
               END-EVALUATE
           END-PERFORM.
           IF NOT ACTION-TAKE AND NOT ACTION-DIFF
                   AND NOT ACTION-PROMOTE THEN
                PERFORM 90-USAGE
           END-IF.
           IF ACTION-PROMOTE AND approver-id = SPACES THEN
                DISPLAY "REF-PROMOTE: PROMOTE NEEDS THE APPROVING "
                        "USER-ID AS ITS THIRD ARGUMENT"
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
           PERFORM 01-DESCRIBE-FILE.
           MOVE promote-file TO prod-dsn.
           MOVE SPACES TO test-dsn.
           STRING FUNCTION TRIM(TEST-PREFIX) FUNCTION TRIM(promote-file)
               DELIMITED BY SIZE INTO test-dsn.
           MOVE SPACES TO base-dsn.
           STRING FUNCTION TRIM(test-dsn) ".BASE"
               DELIMITED BY SIZE INTO base-dsn.

           IF ACTION-TAKE THEN
                PERFORM 02-TAKE-TEST-COPY
                STOP RUN
           END-IF.

           MOVE SIDE-BASE TO side-idx.
           MOVE base-dsn TO load-dsn.
           PERFORM 03-LOAD-SIDE.
           MOVE SIDE-TEST TO side-idx.
           MOVE test-dsn TO load-dsn.
           PERFORM 03-LOAD-SIDE.
           MOVE SIDE-PROD TO side-idx.
           MOVE prod-dsn TO load-dsn.
           PERFORM 03-LOAD-SIDE.

           DISPLAY "REF-PROMOTE: " FUNCTION TRIM(promote-file)
                   " - TEST COPY " FUNCTION TRIM(test-dsn)
                   " AGAINST PROD, JUDGED BY "
                   FUNCTION TRIM(base-dsn).
           IF ACTION-PROMOTE AND xact-name = SPACES THEN
                DISPLAY "REF-PROMOTE: " FUNCTION TRIM(promote-file)
                        " HAS NO MAINTENANCE PROGRAM - DIFFERENCES "
                        "ARE LISTED, NOTHING IS PUNCHED"
           END-IF.
           PERFORM VARYING row-idx FROM 1 BY 1
                   UNTIL row-idx > SD-COUNT(SIDE-TEST)
               IF SD-DONE(SIDE-TEST, row-idx) = "N" THEN
                    MOVE SD-KEY(SIDE-TEST, row-idx) TO row-key
                    PERFORM 04-JUDGE-KEY
               END-IF
           END-PERFORM.
           PERFORM VARYING row-idx FROM 1 BY 1
                   UNTIL row-idx > SD-COUNT(SIDE-PROD)
               IF SD-DONE(SIDE-PROD, row-idx) = "N" THEN
                    MOVE SD-KEY(SIDE-PROD, row-idx) TO row-key
                    PERFORM 04-JUDGE-KEY
               END-IF
           END-PERFORM.
           IF XACT-IS-OPEN THEN
                CLOSE XACT-FILE
           END-IF.

           DISPLAY " ".
           DISPLAY "REF-PROMOTE: " difference-count
                   " DIFFERENCE(S), " conflict-count
                   " CONFLICT(S), " punched-count
                   " TRANSACTION(S) PUNCHED".
           IF ACTION-PROMOTE AND punched-count > 0 THEN
                DISPLAY "REF-PROMOTE: RUN THE MAINTENANCE PROGRAM "
                        "AGAINST " FUNCTION TRIM(xact-name)
                        " TO APPLY THEM"
           END-IF.
           EVALUATE TRUE
               WHEN conflict-count > 0
                   MOVE 8 TO RETURN-CODE
               WHEN difference-count > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

       01-DESCRIBE-FILE SECTION.
           MOVE 0 TO key-start-2.
           MOVE 0 TO key-len-2.
           MOVE SPACES TO xact-name.
           MOVE "N" TO CALLIB-KEYING.
           EVALUATE promote-file
               WHEN "PROBCAT"
                   MOVE 1 TO key-start-1
                   MOVE 45 TO key-len-1
                   MOVE 147 TO key-start-2
                   MOVE 8 TO key-len-2
                   MOVE 223 TO row-width
                   MOVE "CATXACT" TO xact-name
               WHEN "PRESETS"
                   MOVE 1 TO key-start-1
                   MOVE 20 TO key-len-1
                   MOVE 270 TO row-width
                   MOVE "PSXACT" TO xact-name
               WHEN "CALLIB"
                   MOVE 1 TO key-start-1
                   MOVE 16 TO key-len-1
                   MOVE 16 TO row-width
                   MOVE "CALXACT" TO xact-name
                   MOVE "Y" TO CALLIB-KEYING
               WHEN "PROGREG"
                   MOVE 1 TO key-start-1
                   MOVE 25 TO key-len-1
                   MOVE 48 TO row-width
               WHEN "ALERTCFG"
                   MOVE 1 TO key-start-1
                   MOVE 20 TO key-len-1
                   MOVE 43 TO row-width
               WHEN "LIBRETAIN"
                   MOVE 1 TO key-start-1
                   MOVE 30 TO key-len-1
                   MOVE 34 TO row-width
               WHEN OTHER
                   PERFORM 90-USAGE
           END-EVALUATE.

       02-TAKE-TEST-COPY SECTION.
           MOVE test-dsn TO load-dsn.
           OPEN INPUT REFERENCE-FILE.
           IF load-status = "00" THEN
                CLOSE REFERENCE-FILE
                DISPLAY "REF-PROMOTE: " FUNCTION TRIM(test-dsn)
                        " IS ALREADY ON DISK - PROMOTE OR REMOVE IT "
                        "BEFORE TAKING A NEW COPY"
                MOVE 16 TO RETURN-CODE
                GO TO 02-TAKE-TEST-COPY-EXIT
           END-IF.
           MOVE prod-dsn TO load-dsn.
           OPEN INPUT REFERENCE-FILE.
           IF load-status NOT = "00" THEN
                DISPLAY "REF-PROMOTE: NO PROD "
                        FUNCTION TRIM(prod-dsn) " TO TAKE A COPY OF"
                MOVE 16 TO RETURN-CODE
                GO TO 02-TAKE-TEST-COPY-EXIT
           END-IF.
           CLOSE REFERENCE-FILE.
           MOVE prod-dsn TO copy-from.
           MOVE test-dsn TO copy-to.
           CALL "CBL_COPY_FILE" USING copy-from copy-to.
           IF RETURN-CODE NOT = 0 THEN
                DISPLAY "REF-PROMOTE: COPY TO "
                        FUNCTION TRIM(test-dsn) " FAILED"
                MOVE 16 TO RETURN-CODE
                GO TO 02-TAKE-TEST-COPY-EXIT
           END-IF.
           MOVE base-dsn TO copy-to.
           CALL "CBL_COPY_FILE" USING copy-from copy-to.
           IF RETURN-CODE NOT = 0 THEN
                DISPLAY "REF-PROMOTE: COPY TO "
                        FUNCTION TRIM(base-dsn) " FAILED"
                MOVE 16 TO RETURN-CODE
                GO TO 02-TAKE-TEST-COPY-EXIT
           END-IF.
           DISPLAY "REF-PROMOTE: " FUNCTION TRIM(prod-dsn)
                   " COPIED TO " FUNCTION TRIM(test-dsn)
                   ", BASE SNAPSHOT " FUNCTION TRIM(base-dsn).
           MOVE 0 TO RETURN-CODE.
       02-TAKE-TEST-COPY-EXIT.
           EXIT.

       03-LOAD-SIDE SECTION.
*> All three must be on disk: without the base there is no telling
*> a TEST change from a PROD one, and nothing may be promoted.
           MOVE 0 TO SD-COUNT(side-idx).
           OPEN INPUT REFERENCE-FILE.
           IF load-status NOT = "00" THEN
                DISPLAY "REF-PROMOTE: " FUNCTION TRIM(load-dsn)
                        " IS NOT ON DISK"
                IF side-idx NOT = SIDE-PROD THEN
                     DISPLAY "REF-PROMOTE: TAKE THE TEST COPY WITH "
                             "REF-PROMOTE TAKE "
                             FUNCTION TRIM(promote-file)
                END-IF
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
           PERFORM UNTIL load-status = "10"
               READ REFERENCE-FILE
                   AT END MOVE "10" TO load-status
                   NOT AT END
                       IF REFERENCE-REC NOT = SPACES THEN
                            MOVE REFERENCE-REC TO row-image
                            PERFORM 03A-TAKE-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REFERENCE-FILE.

       03A-TAKE-ROW SECTION.
           MOVE SPACES TO row-key.
           MOVE row-image(key-start-1:key-len-1) TO row-key.
           IF key-len-2 > 0 THEN
                MOVE row-image(key-start-2:key-len-2)
                    TO row-key(key-len-1 + 1:key-len-2)
           END-IF.
           PERFORM VARYING scan-idx FROM 1 BY 1
                   UNTIL scan-idx > SD-COUNT(side-idx)
               IF SD-KEY(side-idx, scan-idx) = row-key THEN
                    DISPLAY "REF-PROMOTE: " FUNCTION TRIM(load-dsn)
                            " HOLDS KEY " FUNCTION TRIM(row-key)
                            " TWICE, THE FIRST ROW IS USED"
                    GO TO 03A-TAKE-ROW-EXIT
               END-IF
           END-PERFORM.
           IF SD-COUNT(side-idx) >= ROW-TABLE-MAX THEN
                DISPLAY "REF-PROMOTE: " FUNCTION TRIM(load-dsn)
                        " HOLDS MORE THAN " ROW-TABLE-MAX
                        " ROWS, NOTHING JUDGED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
           ADD 1 TO SD-COUNT(side-idx).
           MOVE SD-COUNT(side-idx) TO scan-idx.
           MOVE row-key TO SD-KEY(side-idx, scan-idx).
           MOVE row-image TO SD-IMAGE(side-idx, scan-idx).
           MOVE "N" TO SD-DONE(side-idx, scan-idx).
       03A-TAKE-ROW-EXIT.
           EXIT.

       04-JUDGE-KEY SECTION.
           MOVE SIDE-BASE TO side-idx.
           PERFORM 04A-FIND-KEY.
           MOVE scan-idx TO base-hit.
           MOVE SIDE-TEST TO side-idx.
           PERFORM 04A-FIND-KEY.
           MOVE scan-idx TO test-hit.
           MOVE SIDE-PROD TO side-idx.
           PERFORM 04A-FIND-KEY.
           MOVE scan-idx TO prod-hit.
           IF test-hit NOT = 0 THEN
                MOVE "Y" TO SD-DONE(SIDE-TEST, test-hit)
           END-IF.
           IF prod-hit NOT = 0 THEN
                MOVE "Y" TO SD-DONE(SIDE-PROD, prod-hit)
           END-IF.

           IF test-hit NOT = 0 AND prod-hit NOT = 0 THEN
                IF SD-IMAGE(SIDE-TEST, test-hit)
                        = SD-IMAGE(SIDE-PROD, prod-hit) THEN
                     GO TO 04-JUDGE-KEY-EXIT
                END-IF
           END-IF.
           ADD 1 TO difference-count.

*> Which side moved away from the base.
           MOVE "N" TO TEST-MOVED.
           MOVE "N" TO PROD-MOVED.
           EVALUATE TRUE
               WHEN base-hit = 0 AND test-hit NOT = 0
                   MOVE "Y" TO TEST-MOVED
               WHEN base-hit NOT = 0 AND test-hit = 0
                   MOVE "Y" TO TEST-MOVED
               WHEN base-hit NOT = 0 AND test-hit NOT = 0
                   IF SD-IMAGE(SIDE-BASE, base-hit)
                           NOT = SD-IMAGE(SIDE-TEST, test-hit) THEN
                        MOVE "Y" TO TEST-MOVED
                   END-IF
           END-EVALUATE.
           EVALUATE TRUE
               WHEN base-hit = 0 AND prod-hit NOT = 0
                   MOVE "Y" TO PROD-MOVED
               WHEN base-hit NOT = 0 AND prod-hit = 0
                   MOVE "Y" TO PROD-MOVED
               WHEN base-hit NOT = 0 AND prod-hit NOT = 0
                   IF SD-IMAGE(SIDE-BASE, base-hit)
                           NOT = SD-IMAGE(SIDE-PROD, prod-hit) THEN
                        MOVE "Y" TO PROD-MOVED
                   END-IF
           END-EVALUATE.

           IF PROD-CHANGED-ROW THEN
                ADD 1 TO conflict-count
                DISPLAY " "
                IF TEST-CHANGED-ROW THEN
                     DISPLAY "  CONFLICT " FUNCTION TRIM(row-key)
                             " - CHANGED IN BOTH TEST AND PROD"
                ELSE
                     DISPLAY "  CONFLICT " FUNCTION TRIM(row-key)
                             " - CHANGED IN PROD SINCE THE TEST "
                             "COPY WAS TAKEN"
                END-IF
                PERFORM 05-SHOW-SIDES
                DISPLAY "     NOT PROMOTED - RESOLVE BY HAND"
                GO TO 04-JUDGE-KEY-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN prod-hit = 0
                   MOVE "ADD" TO xact-action
               WHEN test-hit = 0
                   MOVE "DELETE" TO xact-action
               WHEN OTHER
                   MOVE "UPDATE" TO xact-action
           END-EVALUATE.
           DISPLAY " ".
           DISPLAY "  " xact-action " " FUNCTION TRIM(row-key).
           PERFORM 05-SHOW-SIDES.
           IF NOT ACTION-PROMOTE OR xact-name = SPACES THEN
                GO TO 04-JUDGE-KEY-EXIT
           END-IF.
           IF test-hit = 0 THEN
                MOVE SD-IMAGE(SIDE-PROD, prod-hit) TO row-image
           ELSE
                MOVE SD-IMAGE(SIDE-TEST, test-hit) TO row-image
           END-IF.
           PERFORM 06-PUNCH-TRANSACTION.
       04-JUDGE-KEY-EXIT.
           EXIT.

       04A-FIND-KEY SECTION.
           PERFORM VARYING scan-idx FROM 1 BY 1
                   UNTIL scan-idx > SD-COUNT(side-idx)
               IF SD-KEY(side-idx, scan-idx) = row-key THEN
                    GO TO 04A-FIND-KEY-EXIT
               END-IF
           END-PERFORM.
           MOVE 0 TO scan-idx.
       04A-FIND-KEY-EXIT.
           EXIT.

       05-SHOW-SIDES SECTION.
           IF base-hit NOT = 0 AND PROD-CHANGED-ROW THEN
                DISPLAY "     BASE: " FUNCTION TRIM(
                    SD-IMAGE(SIDE-BASE, base-hit) TRAILING)
           END-IF.
           IF prod-hit NOT = 0 THEN
                DISPLAY "     PROD: " FUNCTION TRIM(
                    SD-IMAGE(SIDE-PROD, prod-hit) TRAILING)
           ELSE
                DISPLAY "     PROD: (NO ROW)"
           END-IF.
           IF test-hit NOT = 0 THEN
                DISPLAY "     TEST: " FUNCTION TRIM(
                    SD-IMAGE(SIDE-TEST, test-hit) TRAILING)
           ELSE
                DISPLAY "     TEST: (NO ROW)"
           END-IF.

       06-PUNCH-TRANSACTION SECTION.
*> Appended, so cards already waiting on the transaction file for
*> the next maintenance run are kept.
           IF NOT XACT-IS-OPEN THEN
                MOVE xact-name TO xact-dsn
                OPEN EXTEND XACT-FILE
                IF xact-status = "35" THEN
                     OPEN OUTPUT XACT-FILE
                END-IF
                MOVE "Y" TO XACT-OPENED
           END-IF.
*> A calendar row is its own key, so an UPDATE never reaches here
*> for CALLIB; any other changed row goes as one UPDATE card.
           COMPUTE xact-user-pos = 7 + row-width.
           MOVE SPACES TO XACT-LINE.
           MOVE xact-action TO XACT-LINE(1:6).
           MOVE row-image(1:row-width) TO XACT-LINE(7:row-width).
           MOVE approver-id TO XACT-LINE(xact-user-pos:10).
           WRITE XACT-REC FROM XACT-LINE.
           ADD 1 TO punched-count.
           DISPLAY "     PUNCHED TO " FUNCTION TRIM(xact-name).

       90-USAGE SECTION.
           DISPLAY "REF-PROMOTE: ARGUMENTS ARE TAKE, DIFF OR PROMOTE, "
                   "THEN PROBCAT, PRESETS, CALLIB, PROGREG, ALERTCFG "
                   "OR LIBRETAIN, THEN FOR PROMOTE THE APPROVING "
                   "USER-ID".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       END PROGRAM REF-PROMOTE.
