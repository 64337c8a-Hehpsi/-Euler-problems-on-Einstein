       IDENTIFICATION DIVISION.
       PROGRAM-ID. LINEAGE-QUERY.
*> Reader over the LINEAGE log of state-file loads (see LINAGSL),
*> joined to the RESULTLOG answers, to say what an answer was
*> built from and, when a prime segment or checkpoint turns out
*> bad, which answers were built from it. Two forms:
*>
*>   ANSWER <program-id> [<yyyymmdd> [<input-parm>]]
*>       every RESULTLOG answer of the program - finished on that
*>       date, for that input, when given - each followed by the
*>       state-file generations it loaded
*>   USERS <file> [<generation> | <checksum>]
*>       every answer that loaded the file - only that generation
*>       (the 14-digit YYYYMMDDHHMMSS stamp LINEAGE records) or the
*>       generation carrying that .SEAL checksum, when given
*>
*> The file is named as it was opened, region prefix and all
*> (TST.PRIMESEG.0003); the bare name is taken to mean this
*> region's copy. A load belongs to an answer when the program is
*> the same and, for a run under PROBLEM-RUNNER, the run and step
*> ids match; an ad-hoc answer has no ids, so its loads are the
*> id-less ones its program made between the answer's start and
*> finish times. Answers PROBLEM-RUNNER served from CERTREG loaded
*> nothing and list no inputs.
*>
*> Return codes: 0 at least one answer listed, 4 nothing found,
*> 16 a bad argument.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY RESLOGSL.
           COPY LINAGSL.
           COPY REGCFSL.
       DATA DIVISION.
       FILE SECTION.
       COPY RESLOGFD.
       COPY LINAGFD.
       COPY REGCFFD.

       WORKING-STORAGE SECTION.
       COPY RESLOGWS.
       COPY LINAGWS.
       COPY REGCFWS.

       01 ARG-COUNT PIC 9(2) BINARY VALUE ZERO.
       01 ARG-NUM   PIC 9(2) BINARY VALUE ZERO.
       01 arg-buffer PIC X(36).
       01 QUERY-MODE PIC X(6) VALUE SPACES.
           88 QUERY-ANSWER VALUE "ANSWER".
           88 QUERY-USERS  VALUE "USERS".
       01 SEL-PROGRAM PIC X(25) VALUE SPACES.
       01 SEL-DATE PIC X(8) VALUE SPACES.
       01 SEL-PARM PIC X(36) VALUE SPACES.
       01 sel-parm-ptr PIC 9(2) BINARY VALUE 1.
       01 SEL-FILE PIC X(30) VALUE SPACES.
       01 SEL-FILE-PREFIXED PIC X(30) VALUE SPACES.
       01 SEL-GENERATION PIC X(14) VALUE SPACES.
       01 SEL-CHECKSUM PIC X(10) VALUE SPACES.

*> LINEAGE as read. LT-MARKED flags the loads a USERS query asks
*> about; LT-TIME is the load time, to the hundredth.
       01 LINEAGE-TABLE-MAX PIC 9(4) BINARY VALUE 5000.
       01 lineage-count PIC 9(4) BINARY VALUE ZERO.
       01 LINEAGE-TABLE.
           05 LINEAGE-ENTRY OCCURS 5000 TIMES.
               10 LT-PROGRAM    PIC X(25).
               10 LT-RUN-ID     PIC X(14).
               10 LT-STEP-ID    PIC X(19).
               10 LT-FILE       PIC X(30).
               10 LT-GENERATION PIC X(14).
               10 LT-CHECKSUM   PIC X(10).
               10 LT-SIZE       PIC X(12).
               10 LT-TIME       PIC X(16).
               10 LT-MARKED     PIC X.
                   88 LT-IS-MARKED VALUE "Y".
       01 lineage-idx PIC 9(4) BINARY.
       01 marked-count PIC 9(4) BINARY VALUE ZERO.
       01 LINEAGE-OVERFLOWED PIC X VALUE "N".
           88 LINEAGE-TABLE-FULL VALUE "Y".

       01 LOAD-JOINS PIC X.
           88 LOAD-BELONGS VALUE "Y".
       01 ANSWER-SHOWN PIC X.
           88 ANSWER-IS-SHOWN VALUE "Y".
       01 answer-count PIC 9(6) BINARY VALUE ZERO.
       01 load-count PIC 9(4) BINARY.
       01 count-shown PIC Z(5)9.

       PROCEDURE DIVISION.
       00-MAIN SECTION.
           PERFORM 9800-LOAD-REGION-CONFIG.
           MOVE RESULTS-LOG-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO RESULTS-LOG-DSN.
           MOVE LINEAGE-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO LINEAGE-DSN.

           PERFORM 01-TAKE-ARGUMENTS.
           PERFORM 02-LOAD-LINEAGE.
           IF QUERY-USERS THEN
                PERFORM 03-MARK-LOADS
                IF marked-count = 0 THEN
                     DISPLAY "LINEAGE-QUERY: NO LOAD OF "
                             FUNCTION TRIM(SEL-FILE) " "
                             FUNCTION TRIM(SEL-GENERATION)
                             FUNCTION TRIM(SEL-CHECKSUM)
                             " IS RECORDED ON LINEAGE"
                     MOVE 4 TO RETURN-CODE
                     STOP RUN
                END-IF
           END-IF.
           PERFORM 04-SCAN-RESULTS.

           MOVE answer-count TO count-shown.
           DISPLAY "LINEAGE-QUERY: " FUNCTION TRIM(count-shown)
                   " ANSWER(S) LISTED".
           IF answer-count = 0 THEN
                MOVE 4 TO RETURN-CODE
           ELSE
                MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       01-TAKE-ARGUMENTS SECTION.
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER.
           IF ARG-COUNT < 2 THEN
                GO TO 01-BAD-ARGUMENTS
           END-IF.
           MOVE 1 TO ARG-NUM.
           DISPLAY ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT arg-buffer FROM ARGUMENT-VALUE.
           MOVE FUNCTION UPPER-CASE(arg-buffer) TO QUERY-MODE.
           MOVE 2 TO ARG-NUM.
           DISPLAY ARG-NUM UPON ARGUMENT-NUMBER.
           MOVE SPACES TO arg-buffer.
           ACCEPT arg-buffer FROM ARGUMENT-VALUE.
           EVALUATE TRUE
               WHEN QUERY-ANSWER
                   MOVE arg-buffer TO SEL-PROGRAM
                   PERFORM 01A-TAKE-ANSWER-ARGUMENTS
               WHEN QUERY-USERS
                   MOVE arg-buffer TO SEL-FILE
                   PERFORM 01B-TAKE-USERS-ARGUMENTS
               WHEN OTHER
                   GO TO 01-BAD-ARGUMENTS
           END-EVALUATE.
           GO TO 01-TAKE-ARGUMENTS-EXIT.
       01-BAD-ARGUMENTS.
           DISPLAY "LINEAGE-QUERY: USAGE IS ANSWER <PROGRAM> "
                   "[<YYYYMMDD> [<INPUT-PARM>]] OR USERS <FILE> "
                   "[<GENERATION> | <CHECKSUM>]".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       01-TAKE-ARGUMENTS-EXIT.
           EXIT.

       01A-TAKE-ANSWER-ARGUMENTS SECTION.
           IF ARG-COUNT < 3 THEN
                GO TO 01A-TAKE-ANSWER-ARGUMENTS-EXIT
           END-IF.
           MOVE 3 TO ARG-NUM.
           DISPLAY ARG-NUM UPON ARGUMENT-NUMBER.
           MOVE SPACES TO arg-buffer.
           ACCEPT arg-buffer FROM ARGUMENT-VALUE.
           IF arg-buffer(1:8) IS NOT NUMERIC
                   OR arg-buffer(9:) NOT = SPACES THEN
                DISPLAY "LINEAGE-QUERY: THE FINISH DATE MUST BE "
                        "YYYYMMDD"
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(
                   FUNCTION NUMVAL(arg-buffer(1:8))) NOT = 0 THEN
                DISPLAY "LINEAGE-QUERY: " arg-buffer(1:8)
                        " IS NOT A CALENDAR DATE"
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
           MOVE arg-buffer(1:8) TO SEL-DATE.
*> Whatever follows is the input parameter, which may itself hold
*> blanks ("100 5"); the words are put back together one blank
*> apart, the way the program logged them.
           PERFORM VARYING ARG-NUM FROM 4 BY 1
                   UNTIL ARG-NUM > ARG-COUNT
               DISPLAY ARG-NUM UPON ARGUMENT-NUMBER
               MOVE SPACES TO arg-buffer
               ACCEPT arg-buffer FROM ARGUMENT-VALUE
               IF ARG-NUM > 4 THEN
                    STRING " " DELIMITED BY SIZE
                        INTO SEL-PARM WITH POINTER sel-parm-ptr
               END-IF
               STRING FUNCTION TRIM(arg-buffer) DELIMITED BY SIZE
                   INTO SEL-PARM WITH POINTER sel-parm-ptr
           END-PERFORM.
       01A-TAKE-ANSWER-ARGUMENTS-EXIT.
           EXIT.

       01B-TAKE-USERS-ARGUMENTS SECTION.
           MOVE SEL-FILE TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO SEL-FILE-PREFIXED.
           IF ARG-COUNT < 3 THEN
                GO TO 01B-TAKE-USERS-ARGUMENTS-EXIT
           END-IF.
           IF ARG-COUNT > 3 THEN
                DISPLAY "LINEAGE-QUERY: USERS TAKES A FILE AND AT "
                        "MOST ONE GENERATION OR CHECKSUM"
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
           MOVE 3 TO ARG-NUM.
           DISPLAY ARG-NUM UPON ARGUMENT-NUMBER.
           MOVE SPACES TO arg-buffer.
           ACCEPT arg-buffer FROM ARGUMENT-VALUE.
           IF arg-buffer(1:14) IS NUMERIC
                   AND arg-buffer(15:) = SPACES THEN
                MOVE arg-buffer(1:14) TO SEL-GENERATION
           ELSE
                IF arg-buffer(11:) NOT = SPACES THEN
                     DISPLAY "LINEAGE-QUERY: A GENERATION IS 14 "
                             "DIGITS, A CHECKSUM AT MOST 10"
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
                END-IF
                MOVE arg-buffer(1:10) TO SEL-CHECKSUM
           END-IF.
       01B-TAKE-USERS-ARGUMENTS-EXIT.
           EXIT.

       02-LOAD-LINEAGE SECTION.
           OPEN INPUT LINEAGE-FILE.
           IF LINEAGE-STATUS = "35" THEN
                DISPLAY "LINEAGE-QUERY: NO LINEAGE LOG ON FILE - "
                        "NO STATE LOAD HAS BEEN RECORDED"
                MOVE 4 TO RETURN-CODE
                STOP RUN
           END-IF.
           PERFORM UNTIL LINEAGE-STATUS NOT = "00"
               READ LINEAGE-FILE
                   AT END MOVE "10" TO LINEAGE-STATUS
                   NOT AT END
                       MOVE LINEAGE-RECORD TO LINEAGE-WORK
                       PERFORM 02A-KEEP-LOAD
               END-READ
           END-PERFORM.
           CLOSE LINEAGE-FILE.
           IF LINEAGE-TABLE-FULL THEN
                MOVE LINEAGE-TABLE-MAX TO count-shown
                DISPLAY "LINEAGE-QUERY: LINEAGE HOLDS MORE THAN "
                        FUNCTION TRIM(count-shown)
                        " LOADS - ONLY THE FIRST ARE SEARCHED"
           END-IF.

       02A-KEEP-LOAD SECTION.
           IF lineage-count >= LINEAGE-TABLE-MAX THEN
                MOVE "Y" TO LINEAGE-OVERFLOWED
                GO TO 02A-KEEP-LOAD-EXIT
           END-IF.
           ADD 1 TO lineage-count.
           MOVE LN-PROGRAM-ID TO LT-PROGRAM(lineage-count).
           MOVE LN-RUN-ID TO LT-RUN-ID(lineage-count).
           MOVE LN-STEP-ID TO LT-STEP-ID(lineage-count).
           MOVE LN-FILE TO LT-FILE(lineage-count).
           MOVE LN-GENERATION TO LT-GENERATION(lineage-count).
           MOVE LN-CHECKSUM TO LT-CHECKSUM(lineage-count).
           MOVE LN-SIZE TO LT-SIZE(lineage-count).
           MOVE LN-TIMESTAMP(1:16) TO LT-TIME(lineage-count).
           MOVE "N" TO LT-MARKED(lineage-count).
       02A-KEEP-LOAD-EXIT.
           EXIT.

       03-MARK-LOADS SECTION.
           PERFORM VARYING lineage-idx FROM 1 BY 1
                   UNTIL lineage-idx > lineage-count
               IF (LT-FILE(lineage-idx) = SEL-FILE
                       OR LT-FILE(lineage-idx) = SEL-FILE-PREFIXED)
                   AND (SEL-GENERATION = SPACES
                       OR LT-GENERATION(lineage-idx)
                           = SEL-GENERATION)
                   AND (SEL-CHECKSUM = SPACES
                       OR LT-CHECKSUM(lineage-idx) = SEL-CHECKSUM)
               THEN
                    MOVE "Y" TO LT-MARKED(lineage-idx)
                    ADD 1 TO marked-count
               END-IF
           END-PERFORM.

       04-SCAN-RESULTS SECTION.
           OPEN INPUT RESULTS-LOG-FILE.
           IF RESULTS-LOG-STATUS = "35" THEN
                DISPLAY "LINEAGE-QUERY: NO RESULTS LOG ON FILE"
                MOVE 4 TO RETURN-CODE
                STOP RUN
           END-IF.
           PERFORM UNTIL RESULTS-LOG-STATUS NOT = "00"
               READ RESULTS-LOG-FILE
                   AT END MOVE "10" TO RESULTS-LOG-STATUS
                   NOT AT END
                       MOVE RESULTS-LOG-RECORD TO RESULTS-LOG-WORK
                       IF QUERY-ANSWER THEN
                            PERFORM 05-TRACE-ANSWER
                       ELSE
                            PERFORM 06-CHECK-ANSWER-USES
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RESULTS-LOG-FILE.

       05-TRACE-ANSWER SECTION.
           IF RL-PROGRAM-ID NOT = SEL-PROGRAM THEN
                GO TO 05-TRACE-ANSWER-EXIT
           END-IF.
           IF SEL-DATE NOT = SPACES
                   AND RL-TIMESTAMP(1:8) NOT = SEL-DATE THEN
                GO TO 05-TRACE-ANSWER-EXIT
           END-IF.
           IF SEL-PARM NOT = SPACES
                   AND RL-INPUT-PARM NOT = SEL-PARM THEN
                GO TO 05-TRACE-ANSWER-EXIT
           END-IF.
           PERFORM 07-SHOW-ANSWER.
           MOVE 0 TO load-count.
           PERFORM VARYING lineage-idx FROM 1 BY 1
                   UNTIL lineage-idx > lineage-count
               PERFORM 08-JOIN-LOAD
               IF LOAD-BELONGS THEN
                    PERFORM 09-SHOW-LOAD
                    ADD 1 TO load-count
               END-IF
           END-PERFORM.
           IF load-count = 0 THEN
                IF RL-SERVED-FROM-CERTREG THEN
                     DISPLAY "LINEAGE-QUERY:     SERVED FROM "
                             "CERTREG - NO STATE FILE LOADED"
                ELSE
                     DISPLAY "LINEAGE-QUERY:     NO STATE FILE "
                             "LOAD RECORDED"
                END-IF
           END-IF.
       05-TRACE-ANSWER-EXIT.
           EXIT.

       06-CHECK-ANSWER-USES SECTION.
           MOVE "N" TO ANSWER-SHOWN.
           PERFORM VARYING lineage-idx FROM 1 BY 1
                   UNTIL lineage-idx > lineage-count
               IF LT-IS-MARKED(lineage-idx) THEN
                    PERFORM 08-JOIN-LOAD
                    IF LOAD-BELONGS THEN
                         IF NOT ANSWER-IS-SHOWN THEN
                              PERFORM 07-SHOW-ANSWER
                              MOVE "Y" TO ANSWER-SHOWN
                         END-IF
                         PERFORM 09-SHOW-LOAD
                    END-IF
               END-IF
           END-PERFORM.

       07-SHOW-ANSWER SECTION.
           ADD 1 TO answer-count.
           DISPLAY "LINEAGE-QUERY: " FUNCTION TRIM(RL-PROGRAM-ID)
                   " " FUNCTION TRIM(RL-INPUT-PARM)
                   " = " FUNCTION TRIM(RL-ANSWER)
                   " FINISHED " RL-TIMESTAMP(1:14).
           IF RL-RUN-ID NOT = SPACES THEN
                DISPLAY "LINEAGE-QUERY:     RUN " RL-RUN-ID
                        " STEP " FUNCTION TRIM(RL-STEP-ID)
           ELSE
                DISPLAY "LINEAGE-QUERY:     AD-HOC RUN STARTED "
                        RL-START-TIME(1:14)
           END-IF.

       08-JOIN-LOAD SECTION.
           MOVE "N" TO LOAD-JOINS.
           IF LT-PROGRAM(lineage-idx) NOT = RL-PROGRAM-ID THEN
                GO TO 08-JOIN-LOAD-EXIT
           END-IF.
           IF RL-RUN-ID NOT = SPACES THEN
                IF LT-RUN-ID(lineage-idx) = RL-RUN-ID
                        AND LT-STEP-ID(lineage-idx) = RL-STEP-ID
                     MOVE "Y" TO LOAD-JOINS
                END-IF
                GO TO 08-JOIN-LOAD-EXIT
           END-IF.
           IF LT-RUN-ID(lineage-idx) = SPACES
                   AND LT-TIME(lineage-idx) >= RL-START-TIME(1:16)
                   AND LT-TIME(lineage-idx) <= RL-TIMESTAMP(1:16)
           THEN
                MOVE "Y" TO LOAD-JOINS
           END-IF.
       08-JOIN-LOAD-EXIT.
           EXIT.

       09-SHOW-LOAD SECTION.
           DISPLAY "LINEAGE-QUERY:     READ "
                   FUNCTION TRIM(LT-FILE(lineage-idx))
                   " GENERATION " LT-GENERATION(lineage-idx)
                   " CHECKSUM " FUNCTION TRIM(LT-CHECKSUM(lineage-idx))
                   " SIZE " FUNCTION TRIM(LT-SIZE(lineage-idx))
                   " AT " LT-TIME(lineage-idx)(1:14).

       COPY REGCFPR.

       END PROGRAM LINEAGE-QUERY.
