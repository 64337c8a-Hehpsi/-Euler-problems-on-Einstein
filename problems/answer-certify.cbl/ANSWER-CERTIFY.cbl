*> DECERT in columns 1-6, the program-id in 8-32, the effective
*> parameter string in 34-113, and the user-id in 115-124. A
*> decertified pair drops back to CANDIDATE - the legitimate path
*> when a program fix changes results. BLOCK in columns 1-6 (the
*> card REFSEQ-CHECK writes when an answer disagrees with a
*> published reference value) marks the pair BLOK, registering it
*> if need be: a blocked pair is never promoted however many runs
*> agree, until a DECERT lifts the block back to CANDIDATE. Every
*> transaction, applied or rejected, is audited on CERTAUDIT.
*>
*> With no argument tonight's RESULTLOG records (today's finish
*> date) are processed; an optional YYYYMMDD argument re-processes
*> another night. Spilled answers are resolved to full values
*> before anything is compared, and an answer PROBLEM-RUNNER served
*> from this registry is passed over - it is no independent run.
*> Return codes: 0 quiet, 8 at least
*> one certified answer was contradicted, 16 nothing could be read.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 promoted-count PIC 9(4) BINARY VALUE ZERO.
       01 incident-count PIC 9(4) BINARY VALUE ZERO.
       01 decert-count PIC 9(4) BINARY VALUE ZERO.
       01 block-count PIC 9(4) BINARY VALUE ZERO.

       COPY REGCFWS.

                   candidate-count " NEW CANDIDATE(S), "
                   promoted-count " PROMOTED TO CERTIFIED, "
                   incident-count " CERTIFIED CONTRADICTION(S), "
                   decert-count " DECERTIFIED, "
                   block-count " BLOCKED".
           IF incident-count > 0 THEN
                MOVE 8 TO RETURN-CODE
           ELSE

       02A-APPLY-ONE-TRANSACTION SECTION.
           MOVE SPACES TO AU-OUTCOME.
           IF CX-ACTION NOT = "DECERT" AND NOT = "BLOCK" THEN
                MOVE "REJECTED - UNRECOGNIZED ACTION"
                    TO AU-OUTCOME
           END-IF.
                    END-IF
                END-PERFORM
                EVALUATE TRUE
                    WHEN CX-ACTION = "BLOCK"
                        PERFORM 02B-BLOCK-ONE-PAIR
                    WHEN reg-match = 0
                        MOVE "REJECTED - PAIR NOT ON THE REGISTRY"
                            TO AU-OUTCOME
                    WHEN RG-STATUS(reg-match) = "BLOK"
                        MOVE "CAND" TO RG-STATUS(reg-match)
                        ADD 1 TO decert-count
                        MOVE "APPLIED - UNBLOCKED, BACK TO CANDIDATE"
                            TO AU-OUTCOME
                        DISPLAY "ANSWER-CERTIFY: "
                                FUNCTION TRIM(CX-PROGRAM)
                                " UNBLOCKED BY "
                                FUNCTION TRIM(CX-USER-ID)
                    WHEN RG-STATUS(reg-match) NOT = "CERT"
                        MOVE "REJECTED - PAIR IS NOT CERTIFIED"
                            TO AU-OUTCOME
           WRITE CERTAUDIT-REC.
           CLOSE CERTAUDIT-FILE.

       02B-BLOCK-ONE-PAIR SECTION.
           IF reg-match NOT = 0 THEN
                IF RG-STATUS(reg-match) = "BLOK" THEN
                     MOVE "REJECTED - PAIR IS ALREADY BLOCKED"
                         TO AU-OUTCOME
                     GO TO 02B-BLOCK-ONE-PAIR-EXIT
                END-IF
           ELSE
                IF reg-count >= REG-TABLE-MAX THEN
                     MOVE "REJECTED - REGISTRY IS FULL"
                         TO AU-OUTCOME
                     GO TO 02B-BLOCK-ONE-PAIR-EXIT
                END-IF
                ADD 1 TO reg-count
                MOVE reg-count TO reg-match
                MOVE CX-PROGRAM TO RG-PROGRAM(reg-match)
                MOVE CX-EFFECTIVE TO RG-EFFECTIVE(reg-match)
                MOVE SPACES TO RG-ANSWER(reg-match)
                MOVE SPACES TO RG-FIRST-STAMP(reg-match)
           END-IF.
           MOVE "BLOK" TO RG-STATUS(reg-match).
           MOVE SPACES TO RG-CERT-STAMP(reg-match).
           ADD 1 TO block-count.
           MOVE "APPLIED - BLOCKED FROM CERTIFICATION"
               TO AU-OUTCOME.
           DISPLAY "ANSWER-CERTIFY: " FUNCTION TRIM(CX-PROGRAM)
                   " BLOCKED FROM CERTIFICATION BY "
                   FUNCTION TRIM(CX-USER-ID).
       02B-BLOCK-ONE-PAIR-EXIT.
           EXIT.

       03-PROCESS-RESULTS SECTION.
           OPEN INPUT RESULTS-LOG-FILE.
           IF RESULTS-LOG-STATUS = "35" THEN
                   AT END MOVE "10" TO RESULTS-LOG-STATUS
                   NOT AT END
                       MOVE RESULTS-LOG-RECORD TO RESULTS-LOG-WORK
*> An answer served from the registry is the registry's own answer
*> echoed back, not an independent run that could reproduce it.
                       IF RL-TIMESTAMP(1:8) = CERT-DATE
                               AND RL-PROGRAM-ID NOT = SPACES
                               AND RL-EFFECTIVE-PARMS NOT = SPACES
                               AND NOT RL-SERVED-FROM-CERTREG
                            PERFORM 04-JUDGE-ONE-RUN
                       END-IF
               END-READ
                   DISPLAY "ANSWER-CERTIFY: CANDIDATE FOR "
                           FUNCTION TRIM(RL-PROGRAM-ID)
                           " SUPERSEDED BY TONIGHT'S ANSWER"
*> A BLOK pair stays as it is - no run promotes or restarts it
*> until an operator DECERT lifts the block.
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
