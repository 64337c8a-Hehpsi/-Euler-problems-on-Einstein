*> place. Every card, applied or rejected, leaves a dated audit
*> record on PSAUDIT saying who did what and what came of it.
*>
*> While a FREEZE window covering PRESETS is in force (see FREEZWS)
*> every card is rejected unless it carries EMERGENCY in columns
*> 287-295 and, in columns 296-305, the user-id of one of the
*> window's override users other than the submitter; an overridden
*> card's audit record names the override user. A run that applies
*> nothing leaves PRESETS untouched, so its timestamp only ever
*> moves for a real change.
*>
*> Return codes: 0 all transactions applied, 8 at least one card
*> was rejected (the rest were still applied), 16 PSXACT or the
*> preset file could not be processed at all.
           SELECT AUDIT-FILE ASSIGN TO "PSAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS audit-status.
           COPY FREEZSL.

       DATA DIVISION.
       FILE SECTION.
       FD  PRESETS-FILE.
       01  PRESETS-REC PIC X(270).
       FD  XACT-FILE.
       01  XACT-REC PIC X(305).
       FD  AUDIT-FILE.
       01  AUDIT-REC PIC X(100).
       COPY FREEZFD.

       WORKING-STORAGE SECTION.
       COPY PRSETWS.
       COPY FREEZWS.
       01 presets-status PIC XX.
       01 xact-status PIC XX.
       01 audit-status PIC XX.
               88 CX-DELETE VALUE "DELETE".
           05 CX-PRESET-IMAGE PIC X(270).
           05 CX-USER-ID PIC X(10).
           05 CX-EMERGENCY PIC X(9).
           05 CX-OVERRIDE-USER PIC X(10).

       01 AUDIT-WORK.
           05 AU-TIMESTAMP PIC X(14) VALUE SPACES.
           05 PRESET-IMAGE PIC X(270) OCCURS 50 TIMES.
       01 preset-idx PIC 9(2) BINARY.
       01 match-idx PIC 9(2) BINARY.
       01 PRESETS-CHANGED PIC X VALUE "N".
           88 PRESETS-WERE-CHANGED VALUE "Y".
       01 name-scan PIC 9(2) BINARY.
       01 name-len PIC 9(2) BINARY.


       PROCEDURE DIVISION.
       00-MAIN SECTION.
           PERFORM 9550-LOAD-FREEZE.
           PERFORM 01-LOAD-PRESETS.

           OPEN INPUT XACT-FILE.
           END-PERFORM.
           CLOSE XACT-FILE.

           IF PRESETS-WERE-CHANGED THEN
                PERFORM 06-REWRITE-PRESETS
           END-IF.

           DISPLAY "PRESET-MAINT: " xact-count " TRANSACTION(S), "
                   applied-count " APPLIED, "
           MOVE XACT-REC TO XACT-WORK.
           MOVE CX-PRESET-IMAGE TO PARAMETER-PRESET-RECORD.
           MOVE SPACES TO REJECT-REASON.
           MOVE "N" TO FREEZE-VERDICT.

           PERFORM 03-VALIDATE-TRANSACTION.
           IF REJECT-REASON = SPACES THEN
                PERFORM 07-JUDGE-FREEZE
           END-IF.
           IF REJECT-REASON NOT = SPACES THEN
                ADD 1 TO rejected-count
                DISPLAY "PRESET-MAINT: REJECTED " CX-ACTION " "
                        FUNCTION TRIM(REJECT-REASON)
           ELSE
                ADD 1 TO applied-count
                MOVE "Y" TO PRESETS-CHANGED
           END-IF.
           PERFORM 05-WRITE-AUDIT.
       02-APPLY-TRANSACTION-EXIT.
           MOVE PS-NAME TO AU-NAME.
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
           WRITE AUDIT-REC.
           CLOSE AUDIT-FILE.

       07-JUDGE-FREEZE SECTION.
           MOVE "PRESETS" TO FREEZE-CHECK-FILE.
           MOVE CX-USER-ID TO FREEZE-SUBMITTER.
           MOVE CX-EMERGENCY TO FREEZE-EMERGENCY.
           MOVE CX-OVERRIDE-USER TO FREEZE-OVERRIDER.
           PERFORM 9560-JUDGE-FREEZE.
           IF FREEZE-REFUSED THEN
                MOVE FREEZE-REASON TO REJECT-REASON
           END-IF.
           IF FREEZE-WAS-OVERRIDDEN THEN
                DISPLAY "PRESET-MAINT: " CX-ACTION " "
                        FUNCTION TRIM(PS-NAME)
                        " OVERRIDES FREEZE "
                        FUNCTION TRIM(FREEZE-HIT-NAME) " - "
                        "EMERGENCY, COUNTERSIGNED BY "
                        FUNCTION TRIM(CX-OVERRIDE-USER)
           END-IF.

       06-REWRITE-PRESETS SECTION.
           OPEN OUTPUT PRESETS-FILE.
           PERFORM VARYING preset-idx FROM 1 BY 1
           END-PERFORM.
           CLOSE PRESETS-FILE.

       COPY FREEZPR.

       END PROGRAM PRESET-MAINT.
