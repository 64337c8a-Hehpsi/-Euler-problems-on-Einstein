*> RL-EFFECTIVE-PARMS, and the answer with any spill key resolved
*> back to the full value - under the same control-total trailer
*> and run-manifest discipline as every other outbound file.
*> An answer whose step ran a REQUEST-GATEWAY request (its STEPLOG
*> record carries the request id) is also recorded on REQTRACK as
*> DELIVERED, with the delivery file, so the request's trail ends
*> where the requestor picks the answer up.
*> Return codes: 0 deliveries written (even when some are empty),
*> 4 no SUBSCRIBE file on hand.
       ENVIRONMENT DIVISION.
           COPY RESLOGSL.
           COPY ANSWSSL.
           COPY MNFSTSL.
           COPY STPLGSL.
           COPY REQTKSL.
           SELECT SUBSCRIBE-FILE ASSIGN TO "SUBSCRIBE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS subscribe-status.
       COPY RESLOGFD.
       COPY ANSWSFD.
       COPY MNFSTFD.
       COPY STPLGFD.
       COPY REQTKFD.
       FD  SUBSCRIBE-FILE.
       01  SUBSCRIBE-REC.
           05 SB-REQUESTOR PIC X(10).
       COPY RESLOGWS.
       COPY ANSWSWS.
       COPY MNFSTWS.
       COPY STPLGWS.
       COPY REQTKWS.
       01 subscribe-status PIC XX.
       01 delivery-dsn PIC X(40).

       01 delivered-files PIC 9(2) BINARY VALUE ZERO.
       01 WANT-THIS-RECORD PIC X.

*> Step-id to request-id, off the STEPLOG records that carry one.
       01 REQ-STEP-TABLE-MAX PIC 9(4) BINARY VALUE 500.
       01 req-step-count PIC 9(4) BINARY VALUE ZERO.
       01 REQ-STEP-TABLE.
           05 REQ-STEP-ENTRY OCCURS 500 TIMES.
               10 RS-STEP-ID    PIC X(19).
               10 RS-REQUEST-ID PIC X(14).
       01 req-step-idx PIC 9(4) BINARY.

       01 DELIVERY-WORK.
           05 DL-PROGRAM PIC X(25) VALUE SPACES.
           05 FILLER     PIC X(01) VALUE SPACE.
           MOVE MANIFEST-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO MANIFEST-DSN.
           MOVE STEP-LOG-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO STEP-LOG-DSN.

           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE-WANTED.
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER.
                STOP RUN
           END-IF.

           PERFORM 04-LOAD-REQUEST-STEPS.

*> One pass per distinct delivery file: all of its subscriptions
*> are satisfied together so the file is written once, whole,
*> with one trailer and one manifest record.
           MOVE DELIVERY-WORK TO DELIVERY-REC.
           WRITE DELIVERY-REC.
           ADD 1 TO delivery-count.
           PERFORM VARYING req-step-idx FROM 1 BY 1
                   UNTIL req-step-idx > req-step-count
               IF RS-STEP-ID(req-step-idx) = RL-STEP-ID
                       AND RL-STEP-ID NOT = SPACES THEN
                    MOVE SPACES TO REQUEST-TRACK-WORK
                    MOVE RS-REQUEST-ID(req-step-idx)
                        TO RT-REQUEST-ID
                    MOVE "DELIVERED" TO RT-EVENT
                    MOVE RL-REQUESTOR-ID TO RT-REQUESTOR-ID
                    MOVE RL-PROGRAM-ID TO RT-PROBLEM-ID
                    MOVE RL-STEP-ID TO RT-STEP-ID
                    MOVE delivery-dsn TO RT-DETAIL
                    PERFORM 9610-LOG-REQUEST-EVENT
                    MOVE req-step-count TO req-step-idx
               END-IF
           END-PERFORM.
       03-JUDGE-AND-WRITE-EXIT.
           EXIT.

       04-LOAD-REQUEST-STEPS SECTION.
*> RESULTLOG carries no request id, so the delivered answer is tied
*> back to its request through the step that produced it - one
*> that finished on the run date, as the answers delivered did.
           OPEN INPUT STEP-LOG-FILE.
           IF STEP-LOG-STATUS NOT = "00" THEN
                MOVE SPACES TO STEP-LOG-STATUS
                GO TO 04-LOAD-REQUEST-STEPS-EXIT
           END-IF.
           PERFORM UNTIL STEP-LOG-STATUS = "10"
               READ STEP-LOG-FILE
                   AT END MOVE "10" TO STEP-LOG-STATUS
                   NOT AT END
                       MOVE STEP-LOG-RECORD TO STEP-LOG-WORK
                       IF SL-REQUEST-ID NOT = SPACES
                               AND SL-STEP-ID NOT = SPACES
                               AND SL-END-TIME(1:8)
                                   = RUN-DATE-WANTED
                               AND req-step-count
                                   < REQ-STEP-TABLE-MAX
                            ADD 1 TO req-step-count
                            MOVE SL-STEP-ID
                                TO RS-STEP-ID(req-step-count)
                            MOVE SL-REQUEST-ID
                                TO RS-REQUEST-ID(req-step-count)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STEP-LOG-FILE.
           MOVE SPACES TO STEP-LOG-STATUS.
       04-LOAD-REQUEST-STEPS-EXIT.
           EXIT.

       COPY ANSWSPR.

       COPY MNFSTPR.

       COPY REQTKPR.

       COPY REGCFPR.

       END PROGRAM ANSWER-DELIVERY.
