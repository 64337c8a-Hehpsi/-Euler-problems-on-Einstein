       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFSEQ-MAINT.
*> Applies ADD / UPDATE / DELETE transaction cards against the
*> published reference sequence file (REFSEQ), the same way
*> PRESET-MAINT maintains PRESETS - the file is what REFSEQ-CHECK
*> holds every logged answer to, so it is never hand-edited, and
*> the initial load goes through here like any later correction.
*> Transactions come one per line from RSXACT: columns 1-6 the
*> action word, columns 7-245 a full REFSEQ-RECORD laid out exactly
*> as on REFSEQ (program, tokens and field are the key; for DELETE
*> the value and source columns may be left blank), and columns
*> 246-255 the user-id making the change. Every card is validated
*> - a program, at least one NAME=VALUE token and nothing but such
*> tokens, a field name with no embedded blank, and for ADD/UPDATE
*> a value of digits only - before the file is rewritten in place.
*> Every card, applied or rejected, leaves a dated audit record on
*> RSAUDIT saying who did what and what came of it.
*>
*> While a FREEZE window covering REFSEQ is in force (see FREEZWS)
*> every card is rejected unless it carries EMERGENCY in columns
*> 256-264 and, in columns 265-274, the user-id of one of the
*> window's override users other than the submitter; an overridden
*> card's audit record names the override user. A run that applies
*> nothing leaves REFSEQ untouched.
*>
*> Return codes: 0 all transactions applied, 8 at least one card
*> was rejected (the rest were still applied), 16 RSXACT or the
*> reference file could not be processed at all.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFSEQ-FILE ASSIGN TO "REFSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS refseq-status.
           SELECT XACT-FILE ASSIGN TO "RSXACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS xact-status.
           SELECT AUDIT-FILE ASSIGN TO "RSAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS audit-status.
           COPY FREEZSL.

       DATA DIVISION.
       FILE SECTION.
       FD  REFSEQ-FILE.
       01  REFSEQ-REC PIC X(239).
       FD  XACT-FILE.
       01  XACT-REC PIC X(274).
       FD  AUDIT-FILE.
       01  AUDIT-REC PIC X(140).
       COPY FREEZFD.

       WORKING-STORAGE SECTION.
       COPY REFSQWS.
       COPY FREEZWS.
       01 refseq-status PIC XX.
       01 xact-status PIC XX.
       01 audit-status PIC XX.

       01 XACT-WORK.
           05 CX-ACTION PIC X(6).
               88 CX-ADD    VALUE "ADD".
               88 CX-UPDATE VALUE "UPDATE".
               88 CX-DELETE VALUE "DELETE".
           05 CX-REFSEQ-IMAGE PIC X(239).
           05 CX-USER-ID PIC X(10).
           05 CX-EMERGENCY PIC X(9).
           05 CX-OVERRIDE-USER PIC X(10).

       01 AUDIT-WORK.
           05 AU-TIMESTAMP PIC X(14) VALUE SPACES.
           05 FILLER       PIC X(01) VALUE SPACE.
           05 AU-USER-ID   PIC X(10) VALUE SPACES.
           05 FILLER       PIC X(01) VALUE SPACE.
           05 AU-ACTION    PIC X(6)  VALUE SPACES.
           05 FILLER       PIC X(01) VALUE SPACE.
           05 AU-PROGRAM   PIC X(25) VALUE SPACES.
           05 FILLER       PIC X(01) VALUE SPACE.
           05 AU-KEY       PIC X(40) VALUE SPACES.
           05 FILLER       PIC X(01) VALUE SPACE.
           05 AU-OUTCOME   PIC X(50) VALUE SPACES.

       01 REFSEQ-STORE-MAX PIC 9(4) BINARY VALUE 500.
       01 refseq-count PIC 9(4) BINARY VALUE ZERO.
       01 REFSEQ-STORE.
           05 REFSEQ-IMAGE PIC X(239) OCCURS 500 TIMES.
       01 refseq-idx PIC 9(4) BINARY.
       01 match-idx PIC 9(4) BINARY.
       01 REFSEQ-CHANGED PIC X VALUE "N".
           88 REFSEQ-WAS-CHANGED VALUE "Y".

       01 PARM-TOKENS.
           05 PARM-TOKEN PIC X(40) OCCURS 9 TIMES.
       01 tok-idx PIC 9(2) BINARY.
       01 token-count PIC 9(2) BINARY.
       01 tok-name PIC X(40).
       01 tok-value PIC X(40).
       01 eq-count PIC 9(2) BINARY.
       01 name-scan PIC 9(2) BINARY.
       01 name-len PIC 9(2) BINARY.

       01 xact-count PIC 9(4) BINARY VALUE ZERO.
       01 applied-count PIC 9(4) BINARY VALUE ZERO.
       01 rejected-count PIC 9(4) BINARY VALUE ZERO.
       01 REJECT-REASON PIC X(30).

       PROCEDURE DIVISION.
       00-MAIN SECTION.
           PERFORM 9550-LOAD-FREEZE.
           PERFORM 01-LOAD-REFSEQ.

           OPEN INPUT XACT-FILE.
           IF xact-status = "35" THEN
                DISPLAY "REFSEQ-MAINT: RSXACT TRANSACTION FILE "
                        "NOT FOUND"
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
           PERFORM UNTIL xact-status = "10"
               READ XACT-FILE
                   AT END MOVE "10" TO xact-status
                   NOT AT END PERFORM 02-APPLY-TRANSACTION
               END-READ
           END-PERFORM.
           CLOSE XACT-FILE.

           IF REFSEQ-WAS-CHANGED THEN
                PERFORM 06-REWRITE-REFSEQ
           END-IF.

           DISPLAY "REFSEQ-MAINT: " xact-count " TRANSACTION(S), "
                   applied-count " APPLIED, "
                   rejected-count " REJECTED".
           IF rejected-count > 0 THEN
                MOVE 8 TO RETURN-CODE
           ELSE
                MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       01-LOAD-REFSEQ SECTION.
*> An absent REFSEQ file is fine for the first load - the rewrite
*> below creates it.
           OPEN INPUT REFSEQ-FILE.
           IF refseq-status = "35" THEN
                GO TO 01-LOAD-REFSEQ-EXIT
           END-IF.
           PERFORM UNTIL refseq-status = "10"
               READ REFSEQ-FILE
                   AT END MOVE "10" TO refseq-status
                   NOT AT END
                       IF REFSEQ-REC NOT = SPACES THEN
                            IF refseq-count >= REFSEQ-STORE-MAX
                                 DISPLAY "REFSEQ-MAINT: REFSEQ "
                                         "HOLDS MORE THAN "
                                         REFSEQ-STORE-MAX
                                         " ROWS, RUN ABANDONED"
                                 MOVE 16 TO RETURN-CODE
                                 STOP RUN
                            END-IF
                            ADD 1 TO refseq-count
                            MOVE REFSEQ-REC
                                TO REFSEQ-IMAGE(refseq-count)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REFSEQ-FILE.
       01-LOAD-REFSEQ-EXIT.
           EXIT.

       02-APPLY-TRANSACTION SECTION.
           IF XACT-REC = SPACES THEN
                GO TO 02-APPLY-TRANSACTION-EXIT
           END-IF.
           ADD 1 TO xact-count.
           MOVE XACT-REC TO XACT-WORK.
           MOVE CX-REFSEQ-IMAGE TO REFSEQ-RECORD.
           MOVE SPACES TO REJECT-REASON.
           MOVE "N" TO FREEZE-VERDICT.

           PERFORM 03-VALIDATE-TRANSACTION.
           IF REJECT-REASON = SPACES THEN
                PERFORM 07-JUDGE-FREEZE
           END-IF.
           IF REJECT-REASON NOT = SPACES THEN
                ADD 1 TO rejected-count
                DISPLAY "REFSEQ-MAINT: REJECTED " CX-ACTION " "
                        FUNCTION TRIM(RQ-PROGRAM) " "
                        FUNCTION TRIM(RQ-PARMS) " - "
                        FUNCTION TRIM(REJECT-REASON)
                PERFORM 05-WRITE-AUDIT
                GO TO 02-APPLY-TRANSACTION-EXIT
           END-IF.

           PERFORM 04-FIND-REFSEQ-ROW.
           EVALUATE TRUE
               WHEN CX-ADD
                   IF match-idx NOT = 0 THEN
                        MOVE "KEY ALREADY ON THE FILE"
                            TO REJECT-REASON
                   ELSE
                        IF refseq-count >= REFSEQ-STORE-MAX THEN
                             MOVE "REFSEQ FILE IS FULL"
                                 TO REJECT-REASON
                        ELSE
                             ADD 1 TO refseq-count
                             MOVE CX-REFSEQ-IMAGE
                                 TO REFSEQ-IMAGE(refseq-count)
                        END-IF
                   END-IF
               WHEN CX-UPDATE
                   IF match-idx = 0 THEN
                        MOVE "KEY NOT ON THE FILE"
                            TO REJECT-REASON
                   ELSE
                        MOVE CX-REFSEQ-IMAGE
                            TO REFSEQ-IMAGE(match-idx)
                   END-IF
               WHEN CX-DELETE
                   IF match-idx = 0 THEN
                        MOVE "KEY NOT ON THE FILE"
                            TO REJECT-REASON
                   ELSE
                        PERFORM VARYING refseq-idx FROM match-idx
                                BY 1
                                UNTIL refseq-idx >= refseq-count
                            MOVE REFSEQ-IMAGE(refseq-idx + 1)
                                TO REFSEQ-IMAGE(refseq-idx)
                        END-PERFORM
                        SUBTRACT 1 FROM refseq-count
                   END-IF
           END-EVALUATE.

           IF REJECT-REASON NOT = SPACES THEN
                ADD 1 TO rejected-count
                DISPLAY "REFSEQ-MAINT: REJECTED " CX-ACTION " "
                        FUNCTION TRIM(RQ-PROGRAM) " "
                        FUNCTION TRIM(RQ-PARMS) " - "
                        FUNCTION TRIM(REJECT-REASON)
           ELSE
                ADD 1 TO applied-count
                MOVE "Y" TO REFSEQ-CHANGED
           END-IF.
           PERFORM 05-WRITE-AUDIT.
       02-APPLY-TRANSACTION-EXIT.
           EXIT.

       03-VALIDATE-TRANSACTION SECTION.
           IF NOT CX-ADD AND NOT CX-UPDATE AND NOT CX-DELETE THEN
                MOVE "UNRECOGNIZED ACTION WORD" TO REJECT-REASON
                GO TO 03-VALIDATE-TRANSACTION-EXIT
           END-IF.
           IF CX-USER-ID = SPACES THEN
                MOVE "NO USER-ID ON THE CARD" TO REJECT-REASON
                GO TO 03-VALIDATE-TRANSACTION-EXIT
           END-IF.
           IF RQ-PROGRAM = SPACES THEN
                MOVE "PROGRAM-ID IS THE KEY" TO REJECT-REASON
                GO TO 03-VALIDATE-TRANSACTION-EXIT
           END-IF.
*> The tokens are matched one by one against a logged effective
*> parameter string, so each must be a NAME=VALUE pair.
           MOVE SPACES TO PARM-TOKENS.
           MOVE 0 TO token-count.
           UNSTRING RQ-PARMS DELIMITED BY ALL " "
               INTO PARM-TOKEN(1) PARM-TOKEN(2) PARM-TOKEN(3)
                    PARM-TOKEN(4) PARM-TOKEN(5) PARM-TOKEN(6)
                    PARM-TOKEN(7) PARM-TOKEN(8) PARM-TOKEN(9)
               TALLYING IN token-count.
           IF RQ-PARMS(1:1) = SPACE THEN
                MOVE "TOKENS START IN COLUMN 27" TO REJECT-REASON
                GO TO 03-VALIDATE-TRANSACTION-EXIT
           END-IF.
           IF token-count > 8 THEN
                MOVE "MORE THAN 8 TOKENS" TO REJECT-REASON
                GO TO 03-VALIDATE-TRANSACTION-EXIT
           END-IF.
           PERFORM VARYING tok-idx FROM 1 BY 1
                   UNTIL tok-idx > token-count
               IF PARM-TOKEN(tok-idx) NOT = SPACES THEN
                    MOVE 0 TO eq-count
                    INSPECT PARM-TOKEN(tok-idx)
                        TALLYING eq-count FOR ALL "="
                    MOVE SPACES TO tok-name
                    MOVE SPACES TO tok-value
                    UNSTRING PARM-TOKEN(tok-idx) DELIMITED BY "="
                        INTO tok-name tok-value
                    IF eq-count NOT = 1 OR tok-name = SPACES
                            OR tok-value = SPACES THEN
                         MOVE "TOKENS MUST BE NAME=VALUE"
                             TO REJECT-REASON
                    END-IF
               END-IF
           END-PERFORM.
           IF REJECT-REASON NOT = SPACES THEN
                GO TO 03-VALIDATE-TRANSACTION-EXIT
           END-IF.
           IF RQ-FIELD = SPACES THEN
                MOVE "FIELD NAME IS THE KEY" TO REJECT-REASON
                GO TO 03-VALIDATE-TRANSACTION-EXIT
           END-IF.
           COMPUTE name-len = FUNCTION LENGTH(FUNCTION
               TRIM(RQ-FIELD TRAILING)).
           PERFORM VARYING name-scan FROM 1 BY 1
                   UNTIL name-scan > name-len
               IF RQ-FIELD(name-scan:1) = SPACE THEN
                    MOVE "EMBEDDED BLANK IN FIELD"
                        TO REJECT-REASON
               END-IF
           END-PERFORM.
           IF REJECT-REASON NOT = SPACES THEN
                GO TO 03-VALIDATE-TRANSACTION-EXIT
           END-IF.
           IF (CX-ADD OR CX-UPDATE) THEN
                IF RQ-VALUE = SPACES
                        OR FUNCTION TRIM(RQ-VALUE) IS NOT NUMERIC
                     MOVE "VALUE MUST BE DIGITS ONLY"
                         TO REJECT-REASON
                END-IF
           END-IF.
       03-VALIDATE-TRANSACTION-EXIT.
           EXIT.

       04-FIND-REFSEQ-ROW SECTION.
*> Program, tokens and field - the first 97 columns - are the key.
           MOVE 0 TO match-idx.
           PERFORM VARYING refseq-idx FROM 1 BY 1
                   UNTIL refseq-idx > refseq-count
                      OR match-idx NOT = 0
               IF REFSEQ-IMAGE(refseq-idx)(1:97)
                       = CX-REFSEQ-IMAGE(1:97) THEN
                    MOVE refseq-idx TO match-idx
               END-IF
           END-PERFORM.

       05-WRITE-AUDIT SECTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AU-TIMESTAMP.
           MOVE CX-USER-ID TO AU-USER-ID.
           MOVE CX-ACTION TO AU-ACTION.
           MOVE RQ-PROGRAM TO AU-PROGRAM.
           MOVE SPACES TO AU-KEY.
           STRING FUNCTION TRIM(RQ-PARMS) " "
                  FUNCTION TRIM(RQ-FIELD)
               DELIMITED BY SIZE INTO AU-KEY.
           IF REJECT-REASON = SPACES THEN
                MOVE "APPLIED" TO AU-OUTCOME
                IF FREEZE-WAS-OVERRIDDEN THEN
                     MOVE AU-OUTCOME TO FREEZE-OUTCOME
                     PERFORM 9570-NOTE-OVERRIDE
                     MOVE FREEZE-OUTCOME TO AU-OUTCOME
                END-IF
           ELSE
                MOVE SPACES TO AU-OUTCOME
                STRING "REJECTED - " DELIMITED BY SIZE
                       REJECT-REASON DELIMITED BY SIZE
                       INTO AU-OUTCOME
           END-IF.
           MOVE AUDIT-WORK TO AUDIT-REC.
           OPEN EXTEND AUDIT-FILE.
           IF audit-status = "35" THEN
                OPEN OUTPUT AUDIT-FILE
           END-IF.
           WRITE AUDIT-REC.
           CLOSE AUDIT-FILE.

       07-JUDGE-FREEZE SECTION.
           MOVE "REFSEQ" TO FREEZE-CHECK-FILE.
           MOVE CX-USER-ID TO FREEZE-SUBMITTER.
           MOVE CX-EMERGENCY TO FREEZE-EMERGENCY.
           MOVE CX-OVERRIDE-USER TO FREEZE-OVERRIDER.
           PERFORM 9560-JUDGE-FREEZE.
           IF FREEZE-REFUSED THEN
                MOVE FREEZE-REASON TO REJECT-REASON
           END-IF.
           IF FREEZE-WAS-OVERRIDDEN THEN
                DISPLAY "REFSEQ-MAINT: " CX-ACTION " "
                        FUNCTION TRIM(RQ-PROGRAM)
                        " OVERRIDES FREEZE "
                        FUNCTION TRIM(FREEZE-HIT-NAME) " - "
                        "EMERGENCY, COUNTERSIGNED BY "
                        FUNCTION TRIM(CX-OVERRIDE-USER)
           END-IF.

       06-REWRITE-REFSEQ SECTION.
           OPEN OUTPUT REFSEQ-FILE.
           PERFORM VARYING refseq-idx FROM 1 BY 1
                   UNTIL refseq-idx > refseq-count
               MOVE REFSEQ-IMAGE(refseq-idx) TO REFSEQ-REC
               WRITE REFSEQ-REC
           END-PERFORM.
           CLOSE REFSEQ-FILE.

       COPY FREEZPR.

       END PROGRAM REFSEQ-MAINT.
