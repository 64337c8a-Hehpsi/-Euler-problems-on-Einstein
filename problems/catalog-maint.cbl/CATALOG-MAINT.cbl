       PROGRAM-ID. CATALOG-MAINT.
*> Applies ADD / UPDATE / DELETE transaction cards against the
*> problem-catalog reference file, replacing the hand-editing that
*> keeps bleeding values across the fixed-column PRCATWS layout.
*> Transactions come one per line from CATXACT: columns 1-6 the
*> action word, columns 7-229 a full PROBLEM-CATALOG-RECORD laid out
*> exactly as on PROBCAT (the program-id and parameter name are the
*> key; for DELETE the range columns may be left blank), and columns
*> 230-239 the user-id making the change. Every card is validated
*> field by field - the PROGRAM-ID must be one of this suite's ten,
*> MIN/MAX must be plain numbers where given, MIN must not exceed
*> MAX, the DEFAULT must be a number inside the range or one of the
*> row's allowed words, the allowed words must be well formed, and
*> a program's *KEYS row must list every parameter it has a row
*> for - before the catalog is rewritten in place. Every card,
*> applied or rejected, leaves a dated audit record on CATAUDIT
*> saying who did what and what came of it.
*>
*> While a FREEZE window covering PROBCAT is in force (see FREEZWS)
*> every card is rejected unless it carries EMERGENCY in columns
*> 240-248 and, in columns 249-258, the user-id of one of the
*> window's override users other than the submitter; an overridden
*> card's audit record names the override user. A run that applies
*> nothing leaves PROBCAT untouched, so its timestamp only ever
*> moves for a real change.
*>
*> Return codes: 0 all transactions applied, 8 at least one card
*> was rejected (the rest were still applied), 16 CATXACT or the
           SELECT PROGREG-FILE ASSIGN TO "PROGREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS progreg-status.
           COPY FREEZSL.

       DATA DIVISION.
       FILE SECTION.
       FD  CATALOG-FILE.
       01  CATALOG-REC PIC X(223).
       FD  XACT-FILE.
       01  XACT-REC PIC X(258).
       FD  AUDIT-FILE.
       01  AUDIT-REC PIC X(120).
       FD  PROGREG-FILE.
       01  PROGREG-REC PIC X(48).
       COPY FREEZFD.

       WORKING-STORAGE SECTION.
       COPY PRCATWS.
       COPY PROGRGWS.
       COPY FREEZWS.
       COPY PWORDWS.
       01 progreg-status PIC XX.
       01 catalog-status PIC XX.
       01 xact-status PIC XX.
               88 CX-ADD    VALUE "ADD".
               88 CX-UPDATE VALUE "UPDATE".
               88 CX-DELETE VALUE "DELETE".
           05 CX-CATALOG-IMAGE PIC X(223).
           05 CX-USER-ID PIC X(10).
           05 CX-EMERGENCY PIC X(9).
           05 CX-OVERRIDE-USER PIC X(10).

       01 AUDIT-WORK.
           05 AU-TIMESTAMP PIC X(14) VALUE SPACES.
       01 CATALOG-STORE-MAX PIC 9(4) BINARY VALUE 100.
       01 catalog-count PIC 9(4) BINARY VALUE ZERO.
       01 CATALOG-STORE.
           05 CATALOG-IMAGE PIC X(223) OCCURS 100 TIMES.
       01 catalog-idx PIC 9(4) BINARY.
       01 match-idx PIC 9(4) BINARY.
       01 CATALOG-CHANGED PIC X VALUE "N".
           88 CATALOG-WAS-CHANGED VALUE "Y".

       01 KNOWN-PROGRAM-NAMES.
           05 FILLER PIC X(25) VALUE "MULTIPLES-OF-3-OR-5".
       01 applied-count PIC 9(4) BINARY VALUE ZERO.
       01 rejected-count PIC 9(4) BINARY VALUE ZERO.
       01 REJECT-REASON PIC X(40).
       01 keys-row-image PIC X(223).

       01 val-min PIC 9(18) BINARY.
       01 val-max PIC 9(18) BINARY.
       PROCEDURE DIVISION.
       00-MAIN SECTION.
           PERFORM 07-LOAD-PROGREG.
           PERFORM 9550-LOAD-FREEZE.
           PERFORM 01-LOAD-CATALOG.

           OPEN INPUT XACT-FILE.
           END-PERFORM.
           CLOSE XACT-FILE.

           IF CATALOG-WAS-CHANGED THEN
                PERFORM 06-REWRITE-CATALOG
           END-IF.

           DISPLAY "CATALOG-MAINT: " xact-count " TRANSACTION(S), "
                   applied-count " APPLIED, "
           MOVE XACT-REC TO XACT-WORK.
           MOVE CX-CATALOG-IMAGE TO PROBLEM-CATALOG-RECORD.
           MOVE SPACES TO REJECT-REASON.
           MOVE "N" TO FREEZE-VERDICT.

           PERFORM 03-VALIDATE-TRANSACTION.
           IF REJECT-REASON = SPACES THEN
                PERFORM 08-JUDGE-FREEZE
           END-IF.
           IF REJECT-REASON NOT = SPACES THEN
                ADD 1 TO rejected-count
                DISPLAY "CATALOG-MAINT: REJECTED " CX-ACTION " "
                        FUNCTION TRIM(REJECT-REASON)
           ELSE
                ADD 1 TO applied-count
                MOVE "Y" TO CATALOG-CHANGED
           END-IF.
           PERFORM 05-WRITE-AUDIT.
       02-APPLY-TRANSACTION-EXIT.
                    TO REJECT-REASON
                GO TO 03-VALIDATE-TRANSACTION-EXIT
           END-IF.
           IF PC-PARM-DEFAULT NOT = SPACES
                   AND PC-ALLOWED-WORDS = SPACES AND
                   FUNCTION TRIM(PC-PARM-DEFAULT) IS NOT NUMERIC THEN
                MOVE "DEFAULT COLUMN IS NOT A PLAIN NUMBER"
                    TO REJECT-REASON
                GO TO 03-VALIDATE-TRANSACTION-EXIT
           END-IF.
           PERFORM 09-VALIDATE-WORDS.
           IF REJECT-REASON NOT = SPACES THEN
                GO TO 03-VALIDATE-TRANSACTION-EXIT
           END-IF.
           IF PC-EFFECTIVE-FROM NOT = SPACES AND
                   PC-EFFECTIVE-FROM IS NOT NUMERIC THEN
                MOVE "EFFECTIVE-FROM IS NOT YYYYMMDD"
                     MOVE "MIN IS ABOVE MAX" TO REJECT-REASON
                     GO TO 03-VALIDATE-TRANSACTION-EXIT
                END-IF
                IF PC-PARM-DEFAULT NOT = SPACES AND
                        FUNCTION TRIM(PC-PARM-DEFAULT) IS NUMERIC
                     MOVE FUNCTION NUMVAL(PC-PARM-DEFAULT)
                         TO val-default
                     IF val-default < val-min
           MOVE PC-PARM-NAME TO AU-PARM-NAME.
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
       07-LOAD-PROGREG-EXIT.
           EXIT.

       08-JUDGE-FREEZE SECTION.
           MOVE "PROBCAT" TO FREEZE-CHECK-FILE.
           MOVE CX-USER-ID TO FREEZE-SUBMITTER.
           MOVE CX-EMERGENCY TO FREEZE-EMERGENCY.
           MOVE CX-OVERRIDE-USER TO FREEZE-OVERRIDER.
           PERFORM 9560-JUDGE-FREEZE.
           IF FREEZE-REFUSED THEN
                MOVE FREEZE-REASON TO REJECT-REASON
           END-IF.
           IF FREEZE-WAS-OVERRIDDEN THEN
                DISPLAY "CATALOG-MAINT: " CX-ACTION " "
                        FUNCTION TRIM(PC-PROGRAM-ID) "/"
                        FUNCTION TRIM(PC-PARM-NAME)
                        " OVERRIDES FREEZE "
                        FUNCTION TRIM(FREEZE-HIT-NAME) " - "
                        "EMERGENCY, COUNTERSIGNED BY "
                        FUNCTION TRIM(CX-OVERRIDE-USER)
           END-IF.

       09-VALIDATE-WORDS SECTION.
*> The allowed-words column and the *KEYS row, judged by the same
*> routines that judge the cards submitted against them.
           IF PC-KEYWORD-ONLY NOT = SPACE
                   AND NOT PC-ROW-IS-KEYWORD-ONLY THEN
                MOVE "KEYWORD-ONLY COLUMN IS NOT K OR BLANK"
                    TO REJECT-REASON
                GO TO 09-VALIDATE-WORDS-EXIT
           END-IF.
           MOVE PC-ALLOWED-WORDS TO PW-WORDS.
           PERFORM 9588-CHECK-WORD-LIST.
           IF PW-LIST-FAULT NOT = SPACES THEN
                MOVE PW-LIST-FAULT TO REJECT-REASON
                GO TO 09-VALIDATE-WORDS-EXIT
           END-IF.
           IF PC-PARM-NAME = "*KEYS" THEN
                IF PC-PARM-MIN NOT = SPACES
                        OR PC-PARM-MAX NOT = SPACES
                        OR PC-PARM-DEFAULT NOT = SPACES THEN
                     MOVE "*KEYS ROW MAY NOT CARRY A RANGE OR DEFAULT"
                         TO REJECT-REASON
                END-IF
                IF pw-word-count = 0 THEN
                     MOVE "*KEYS ROW LISTS NO KEYWORD NAMES"
                         TO REJECT-REASON
                END-IF
                IF pw-word-count > 6 THEN
                     MOVE "*KEYS ROW LISTS MORE THAN SIX NAMES"
                         TO REJECT-REASON
                END-IF
                GO TO 09-VALIDATE-WORDS-EXIT
           END-IF.
           IF PC-PARM-NAME(1:1) = "*" THEN
                MOVE "ONLY *KEYS MAY START WITH AN ASTERISK"
                    TO REJECT-REASON
                GO TO 09-VALIDATE-WORDS-EXIT
           END-IF.
           IF PC-PARM-DEFAULT NOT = SPACES
                   AND PC-ALLOWED-WORDS NOT = SPACES THEN
                MOVE PC-PARM-DEFAULT TO PW-VALUE
                MOVE "Y" TO PW-KEYWORD-FORM
                MOVE "N" TO PW-RANGE-GIVEN
                IF PC-PARM-MIN NOT = SPACES
                        AND PC-PARM-MAX NOT = SPACES THEN
                     MOVE "Y" TO PW-RANGE-GIVEN
                END-IF
                PERFORM 9582-JUDGE-WORDS
                IF PW-VALUE-REFUSED THEN
                     MOVE "DEFAULT IS NOT ONE OF THE ALLOWED WORDS"
                         TO REJECT-REASON
                     GO TO 09-VALIDATE-WORDS-EXIT
                END-IF
           END-IF.
      *> Where the program's *KEYS row is on file, a parameter row must
      *> be for one of the names it lists.
           MOVE SPACES TO keys-row-image.
           PERFORM VARYING catalog-idx FROM 1 BY 1
                   UNTIL catalog-idx > catalog-count
               IF CATALOG-IMAGE(catalog-idx)(1:25) = PC-PROGRAM-ID
                       AND CATALOG-IMAGE(catalog-idx)(26:20)
                           = "*KEYS" THEN
                    MOVE CATALOG-IMAGE(catalog-idx)
                        TO keys-row-image
               END-IF
           END-PERFORM.
           IF keys-row-image NOT = SPACES THEN
                MOVE keys-row-image(163:60) TO PW-KEYS
                MOVE PC-PARM-NAME TO PW-NAME
                PERFORM 9586-FIND-KEY
                IF NOT PW-KEY-IS-REGISTERED THEN
                     MOVE "PARM-NAME IS NOT ON THE *KEYS ROW"
                         TO REJECT-REASON
                END-IF
           END-IF.
       09-VALIDATE-WORDS-EXIT.
           EXIT.

       06-REWRITE-CATALOG SECTION.
           OPEN OUTPUT CATALOG-FILE.
           PERFORM VARYING catalog-idx FROM 1 BY 1
           END-PERFORM.
           CLOSE CATALOG-FILE.

       COPY FREEZPR.

       COPY PWORDPR.

       END PROGRAM CATALOG-MAINT.
