*> parameters somebody hand-punched (typos included). Requests come
*> one per line from REQQUEUE: requestor-id in columns 1-10,
*> program-id in 12-36, the parameter string exactly as it would be
*> typed after the program name in 38-117, an optional needed-by
*> date (YYYYMMDD) in 119-126, and - for work whose input lands
*> later in the night - an optional dataset to await in 128-157
*> with an optional HHMM deadline for it in 159-162, carried onto
*> the card for the runner to hold it by. Each request is validated
*> the way pre-flight would validate the punched card: the
*> requestor must be cleared for the program on AUTHREQ (a missing
*> AUTHREQ waives the check, as the runner does), the needed-by
*> date must parse when given, an await deadline must be an HHMM
*> time and come with a dataset, and every plain-numeric parameter
*> token must sit inside the PROBCAT range for its argument
*> position, rows selected as effective for the needed-by date. A
*> word token must be one of its row's allowed words, and a
*> NAME=VALUE token must name a parameter the program registers
*> and satisfy that parameter's row.
*>
*> Accepted requests are appended to RUNCARDS as cards in the
*> BPARMWS layout - requestor stamped, needed-by as the run-date,
*> submitter can read back: the card number assigned, or the exact
*> rejection reason.
*>
*> Every request is also given a request id - RQ, today's date and
*> a four-digit serial that carries on across the day's runs - which
*> is quoted on its REQDISP line and punched on its card in columns
*> 253-266 for the runner to carry onward. Its progress through the
*> gateway (received, accepted or rejected, carded) is appended to
*> the REQTRACK event log REQUEST-TRACKER reports from.
*>
*> Return codes: 0 every request accepted, 8 at least one
*> rejected, 16 REQQUEUE could not be read.
       ENVIRONMENT DIVISION.
               FILE STATUS IS runcards-status.
           SELECT REQDISP-FILE ASSIGN TO "REQDISP"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY REQTKSL.

       DATA DIVISION.
       FILE SECTION.
           05 RQ-PARMS     PIC X(80).
           05 FILLER       PIC X(01).
           05 RQ-NEEDED-BY PIC X(08).
           05 FILLER       PIC X(01).
           05 RQ-AWAIT-FILE PIC X(30).
           05 FILLER       PIC X(01).
           05 RQ-AWAIT-DEADLINE PIC X(04).
       FD  AUTHREQ-FILE.
       01  AUTHREQ-REC PIC X(90).
       FD  CATALOG-FILE.
       01  CATALOG-REC PIC X(223).
       FD  RUNCARDS-FILE.
       01  RUNCARDS-REC PIC X(266).
       FD  REQDISP-FILE.
       01  REQDISP-REC PIC X(125).
       COPY REQTKFD.

       WORKING-STORAGE SECTION.
       COPY BPARMWS.
       COPY PRCATWS.
       COPY AUTHRQWS.
       COPY PWORDWS.
       COPY REQTKWS.
       01 reqqueue-status PIC XX.
       01 authreq-status PIC XX.
       01 catalog-status PIC XX.
               10 CAT-RANGE-OK   PIC X.
               10 CAT-EFF-FROM   PIC X(8).
               10 CAT-EFF-TO     PIC X(8).
               10 CAT-WORDS      PIC X(60).
               10 CAT-KEYWORD-ONLY PIC X.
       01 catalog-idx PIC 9(4) BINARY.
       01 cat-arg-ordinal PIC 9(2) BINARY.
       01 cat-keys-idx PIC 9(4) BINARY.
       01 cat-asof-date PIC X(8).
       01 CAT-ROW-EFFECTIVE PIC X.

       01 PARM-TOKENS.
           05 PF-TOKEN PIC X(40) OCCURS 8 TIMES.
       01 pf-token-idx PIC 9(2) BINARY.
       01 pf-token-value PIC 9(18).
       01 REJECT-REASON PIC X(60).
       01 card-number PIC 9(4) BINARY VALUE ZERO.
       01 card-number-edit PIC 9(4).

*> Request ids: RQ + intake date + serial. The serial resumes past
*> the highest one REQTRACK already shows for today, so a second
*> gateway run the same day never reissues an id.
       01 intake-date PIC X(8).
       01 request-serial PIC 9(4) VALUE ZERO.
       01 REQUEST-ID-WORK.
           05 FILLER       PIC X(2) VALUE "RQ".
           05 RI-DATE      PIC X(8).
           05 RI-SERIAL    PIC 9(4).

*> Continuation chunking, the same cut discipline the runner's
*> carry-over path uses: never cut so the chunk ends on a blank
*> an argument boundary needs.
           05 DP-PROGRAM   PIC X(25) VALUE SPACES.
           05 FILLER       PIC X(01) VALUE SPACE.
           05 DP-OUTCOME   PIC X(72) VALUE SPACES.
*> Appended at the tail, so a REQDISP reader built before it still
*> finds every column where it was.
           05 FILLER       PIC X(01) VALUE SPACE.
           05 DP-REQUEST-ID PIC X(14) VALUE SPACES.

       PROCEDURE DIVISION.
       00-MAIN SECTION.
           PERFORM 01-LOAD-AUTHREQ.
           PERFORM 02-LOAD-CATALOG.
           PERFORM 03-COUNT-EXISTING-CARDS.
           PERFORM 08-RESUME-REQUEST-SERIAL.

           OPEN INPUT REQQUEUE-FILE.
           IF reqqueue-status = "35" THEN
                                CAT-EFF-FROM(catalog-count)
                            MOVE PC-EFFECTIVE-TO TO
                                CAT-EFF-TO(catalog-count)
                            MOVE PC-ALLOWED-WORDS TO
                                CAT-WORDS(catalog-count)
                            MOVE PC-KEYWORD-ONLY TO
                                CAT-KEYWORD-ONLY(catalog-count)
                            IF FUNCTION TRIM(PC-PARM-MIN)
                                        IS NUMERIC
                                    AND FUNCTION

       04-TAKE-ONE-REQUEST SECTION.
           ADD 1 TO request-count.
           ADD 1 TO request-serial.
           MOVE intake-date TO RI-DATE.
           MOVE request-serial TO RI-SERIAL.
           MOVE SPACES TO REQUEST-TRACK-WORK.
           MOVE REQUEST-ID-WORK TO RT-REQUEST-ID.
           MOVE RQ-REQUESTOR TO RT-REQUESTOR-ID.
           MOVE RQ-PROGRAM TO RT-PROBLEM-ID.
           MOVE RQ-NEEDED-BY TO RT-NEEDED-BY.
           MOVE "RECEIVED" TO RT-EVENT.
           MOVE RQ-PARMS TO RT-DETAIL.
           PERFORM 9610-LOG-REQUEST-EVENT.
           MOVE SPACES TO REJECT-REASON.
           PERFORM 05-VALIDATE-REQUEST.
           IF REJECT-REASON NOT = SPACES THEN
                        FUNCTION TRIM(RQ-REQUESTOR) "/"
                        FUNCTION TRIM(RQ-PROGRAM) " - "
                        FUNCTION TRIM(REJECT-REASON)
                MOVE "REJECTED" TO RT-EVENT
                MOVE REJECT-REASON TO RT-DETAIL
                PERFORM 9610-LOG-REQUEST-EVENT
                PERFORM 07-WRITE-DISPOSITION
                GO TO 04-TAKE-ONE-REQUEST-EXIT
           END-IF.
           MOVE "ACCEPTED" TO RT-EVENT.
           MOVE SPACES TO RT-DETAIL.
           PERFORM 9610-LOG-REQUEST-EVENT.
           PERFORM 06-PUNCH-CARDS.
           ADD 1 TO accepted-count.
           MOVE card-number TO card-number-edit.
           MOVE "CARDED" TO RT-EVENT.
           STRING "RUNCARDS CARD " card-number-edit
               DELIMITED BY SIZE INTO RT-DETAIL.
           PERFORM 9610-LOG-REQUEST-EVENT.
           PERFORM 07-WRITE-DISPOSITION.
       04-TAKE-ONE-REQUEST-EXIT.
           EXIT.
                    TO REJECT-REASON
                GO TO 05-VALIDATE-REQUEST-EXIT
           END-IF.
           IF RQ-AWAIT-DEADLINE NOT = SPACES THEN
                IF RQ-AWAIT-FILE = SPACES THEN
                     MOVE "AWAIT DEADLINE GIVEN WITHOUT A DATASET"
                         TO REJECT-REASON
                     GO TO 05-VALIDATE-REQUEST-EXIT
                END-IF
                IF RQ-AWAIT-DEADLINE IS NOT NUMERIC
                        OR RQ-AWAIT-DEADLINE(1:2) > "23"
                        OR RQ-AWAIT-DEADLINE(3:2) > "59" THEN
                     MOVE "AWAIT DEADLINE IS NOT HHMM"
                         TO REJECT-REASON
                     GO TO 05-VALIDATE-REQUEST-EXIT
                END-IF
           END-IF.
           IF AUTHREQ-ON-HAND THEN
                PERFORM 05A-CHECK-AUTHORIZATION
                IF REJECT-REASON NOT = SPACES THEN
           END-PERFORM.

       05B-CHECK-RANGES SECTION.
*> The same checks pre-flight applies: the k-th token against the
*> k-th effective catalog row, a NAME=VALUE token against the row
*> it names.
           IF catalog-count = 0 THEN
                GO TO 05B-CHECK-RANGES-EXIT
           END-IF.
           EXIT.

       05C-CHECK-ONE-TOKEN SECTION.
           MOVE PF-TOKEN(pf-token-idx) TO PW-TOKEN.
           PERFORM 9580-SPLIT-PARM-TOKEN.
           IF PW-IS-KEYWORD THEN
                PERFORM 05E-CHECK-KEYWORD-TOKEN
                GO TO 05C-CHECK-ONE-TOKEN-EXIT
           END-IF.
           MOVE 0 TO cat-arg-ordinal.
           PERFORM VARYING catalog-idx FROM 1 BY 1
                   UNTIL catalog-idx > catalog-count
               PERFORM 05F-JUDGE-ROW-EFFECTIVE
               IF CAT-PROGRAM-ID(catalog-idx) = RQ-PROGRAM
                       AND CAT-ROW-EFFECTIVE = "Y"
                       AND CAT-PARM-NAME(catalog-idx)(1:1) NOT = "*"
                       AND CAT-KEYWORD-ONLY(catalog-idx) NOT = "K"
                    ADD 1 TO cat-arg-ordinal
                    IF cat-arg-ordinal = pf-token-idx THEN
                         PERFORM 05D-APPLY-RANGE
                    END-IF
               END-IF
           END-PERFORM.
       05C-CHECK-ONE-TOKEN-EXIT.
           EXIT.

       05D-APPLY-RANGE SECTION.
           MOVE CAT-WORDS(catalog-idx) TO PW-WORDS.
           MOVE CAT-RANGE-OK(catalog-idx) TO PW-RANGE-GIVEN.
           PERFORM 9582-JUDGE-WORDS.
           IF PW-VALUE-REFUSED THEN
                MOVE SPACES TO REJECT-REASON
                STRING FUNCTION TRIM(
                           CAT-PARM-NAME(catalog-idx))
                       " VALUE IS NOT ONE OF THE ALLOWED WORDS"
                    DELIMITED BY SIZE INTO REJECT-REASON
                GO TO 05D-APPLY-RANGE-EXIT
           END-IF.
           IF CAT-RANGE-OK(catalog-idx) NOT = "Y"
                   OR FUNCTION TRIM(PW-VALUE) IS NOT NUMERIC THEN
                GO TO 05D-APPLY-RANGE-EXIT
           END-IF.
           IF FUNCTION LENGTH(FUNCTION TRIM(PW-VALUE)) > 18 THEN
                MOVE SPACES TO REJECT-REASON
                STRING FUNCTION TRIM(
                           CAT-PARM-NAME(catalog-idx))
                    DELIMITED BY SIZE INTO REJECT-REASON
                GO TO 05D-APPLY-RANGE-EXIT
           END-IF.
           MOVE FUNCTION NUMVAL(PW-VALUE) TO pf-token-value.
           IF pf-token-value < CAT-MIN(catalog-idx)
                   OR pf-token-value > CAT-MAX(catalog-idx) THEN
                MOVE SPACES TO REJECT-REASON
       05D-APPLY-RANGE-EXIT.
           EXIT.

       05E-CHECK-KEYWORD-TOKEN SECTION.
           MOVE 0 TO cat-keys-idx.
           PERFORM VARYING catalog-idx FROM 1 BY 1
                   UNTIL catalog-idx > catalog-count
               PERFORM 05F-JUDGE-ROW-EFFECTIVE
               IF CAT-PROGRAM-ID(catalog-idx) = RQ-PROGRAM
                       AND CAT-ROW-EFFECTIVE = "Y"
                       AND CAT-PARM-NAME(catalog-idx) = "*KEYS"
                    MOVE catalog-idx TO cat-keys-idx
               END-IF
           END-PERFORM.
           IF cat-keys-idx NOT = 0 THEN
                MOVE CAT-WORDS(cat-keys-idx) TO PW-KEYS
                PERFORM 9586-FIND-KEY
                IF NOT PW-KEY-IS-REGISTERED THEN
                     MOVE SPACES TO REJECT-REASON
                     STRING "KEYWORD " FUNCTION TRIM(PW-NAME)
                            " IS NOT A REGISTERED PARAMETER"
                         DELIMITED BY SIZE INTO REJECT-REASON
                     GO TO 05E-CHECK-KEYWORD-TOKEN-EXIT
                END-IF
           END-IF.
           PERFORM VARYING catalog-idx FROM 1 BY 1
                   UNTIL catalog-idx > catalog-count
               PERFORM 05F-JUDGE-ROW-EFFECTIVE
               IF CAT-PROGRAM-ID(catalog-idx) = RQ-PROGRAM
                       AND CAT-ROW-EFFECTIVE = "Y"
                       AND CAT-PARM-NAME(catalog-idx) = PW-NAME
                    PERFORM 05D-APPLY-RANGE
                    GO TO 05E-CHECK-KEYWORD-TOKEN-EXIT
               END-IF
           END-PERFORM.
       05E-CHECK-KEYWORD-TOKEN-EXIT.
           EXIT.

       05F-JUDGE-ROW-EFFECTIVE SECTION.
           MOVE "Y" TO CAT-ROW-EFFECTIVE.
           IF CAT-EFF-FROM(catalog-idx) NOT = SPACES
                   AND cat-asof-date
                       < CAT-EFF-FROM(catalog-idx)
                MOVE "N" TO CAT-ROW-EFFECTIVE
           END-IF.
           IF CAT-EFF-TO(catalog-idx) NOT = SPACES
                   AND cat-asof-date
                       > CAT-EFF-TO(catalog-idx)
                MOVE "N" TO CAT-ROW-EFFECTIVE
           END-IF.

       06-PUNCH-CARDS SECTION.
*> The primary card, then continuation cards for a parameter
*> string past the 50-column field, cut the way the runner's
           MOVE co-chunk TO BP-PARM-VALUE.
           MOVE RQ-NEEDED-BY TO BP-RUN-DATE.
           MOVE RQ-REQUESTOR TO BP-REQUESTOR-ID.
           MOVE RQ-AWAIT-FILE TO BP-AWAIT-FILE.
           MOVE RQ-AWAIT-DEADLINE TO BP-AWAIT-DEADLINE.
           MOVE REQUEST-ID-WORK TO BP-REQUEST-ID.
           IF co-more = "Y" THEN
                MOVE "C" TO BP-CONTINUATION
           END-IF.
           MOVE SPACES TO DISP-WORK.
           MOVE RQ-REQUESTOR TO DP-REQUESTOR.
           MOVE RQ-PROGRAM TO DP-PROGRAM.
           MOVE REQUEST-ID-WORK TO DP-REQUEST-ID.
           IF REJECT-REASON = SPACES THEN
                MOVE card-number TO card-number-edit
                STRING "ACCEPTED AS RUNCARDS CARD "
           MOVE DISP-WORK TO REQDISP-REC.
           WRITE REQDISP-REC.

       08-RESUME-REQUEST-SERIAL SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO intake-date.
           OPEN INPUT REQUEST-TRACK-FILE.
           IF REQUEST-TRACK-STATUS = "35" THEN
                MOVE SPACES TO REQUEST-TRACK-STATUS
                GO TO 08-RESUME-REQUEST-SERIAL-EXIT
           END-IF.
           PERFORM UNTIL REQUEST-TRACK-STATUS = "10"
               READ REQUEST-TRACK-FILE
                   AT END MOVE "10" TO REQUEST-TRACK-STATUS
                   NOT AT END
                       MOVE REQUEST-TRACK-RECORD
                           TO REQUEST-TRACK-WORK
                       IF RT-REQUEST-ID(3:8) = intake-date
                               AND RT-REQUEST-ID(11:4) IS NUMERIC
                               AND RT-REQUEST-ID(11:4)
                                   > request-serial
                            MOVE RT-REQUEST-ID(11:4)
                                TO request-serial
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REQUEST-TRACK-FILE.
           MOVE SPACES TO REQUEST-TRACK-STATUS.
       08-RESUME-REQUEST-SERIAL-EXIT.
           EXIT.

       COPY PWORDPR.

       COPY REQTKPR.

       END PROGRAM REQUEST-GATEWAY.
