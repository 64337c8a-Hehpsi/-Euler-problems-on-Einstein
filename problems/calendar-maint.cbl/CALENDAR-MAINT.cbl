*> hand-edited library from before this program existed can be
*> proven clean.
*>
*> While a FREEZE window covering CALLIB is in force (see FREEZWS)
*> every ADD or DELETE card is rejected unless it carries EMERGENCY
*> in columns 33-41 and, in columns 42-51, the user-id of one of
*> the window's override users other than the submitter; an
*> overridden card's audit record names the override user. VERIFY
*> changes nothing and runs freeze or no freeze. A run that
*> changes nothing leaves CALLIB untouched, so its timestamp only
*> ever moves for a real change.
*>
*> Return codes: 0 all transactions applied, 8 at least one card
*> was rejected or a VERIFY found bad records (the rest were still
*> applied), 16 CALXACT or the library could not be processed at
           SELECT AUDIT-FILE ASSIGN TO "CALAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS audit-status.
           COPY FREEZSL.

       DATA DIVISION.
       FILE SECTION.
       FD  CALLIB-FILE.
       01  CALLIB-REC PIC X(16).
       FD  XACT-FILE.
       01  XACT-REC PIC X(51).
       FD  AUDIT-FILE.
       01  AUDIT-REC PIC X(90).
       COPY FREEZFD.

       WORKING-STORAGE SECTION.
       COPY CALLIBWS.
       COPY FREEZWS.
       01 callib-status PIC XX.
       01 xact-status PIC XX.
       01 audit-status PIC XX.
               88 CX-VERIFY VALUE "VERIFY".
           05 CX-LIBRARY-IMAGE PIC X(16).
           05 CX-USER-ID PIC X(10).
           05 CX-EMERGENCY PIC X(9).
           05 CX-OVERRIDE-USER PIC X(10).

       01 AUDIT-WORK.
           05 AU-TIMESTAMP PIC X(14) VALUE SPACES.
       01 match-idx PIC 9(4) BINARY.
       01 insert-idx PIC 9(4) BINARY.
       01 slide-idx PIC 9(4) BINARY.
       01 LIBRARY-CHANGED PIC X VALUE "N".
           88 LIBRARY-WAS-CHANGED VALUE "Y".

       01 xact-count PIC 9(4) BINARY VALUE ZERO.
       01 applied-count PIC 9(4) BINARY VALUE ZERO.

       PROCEDURE DIVISION.
       00-MAIN SECTION.
           PERFORM 9550-LOAD-FREEZE.
           PERFORM 01-LOAD-LIBRARY.

           OPEN INPUT XACT-FILE.
           END-PERFORM.
           CLOSE XACT-FILE.

           IF LIBRARY-WAS-CHANGED THEN
                PERFORM 07-REWRITE-LIBRARY
           END-IF.

           DISPLAY "CALENDAR-MAINT: " xact-count " TRANSACTION(S), "
                   applied-count " APPLIED, "
           MOVE XACT-REC TO XACT-WORK.
           MOVE CX-LIBRARY-IMAGE TO CALENDAR-LIBRARY-RECORD.
           MOVE SPACES TO REJECT-REASON.
           MOVE "N" TO FREEZE-VERDICT.

           IF CX-VERIFY THEN
                PERFORM 06-VERIFY-LIBRARY
           END-IF.

           PERFORM 03-VALIDATE-TRANSACTION.
           IF REJECT-REASON = SPACES THEN
                PERFORM 08-JUDGE-FREEZE
           END-IF.
           IF REJECT-REASON NOT = SPACES THEN
                ADD 1 TO rejected-count
                DISPLAY "CALENDAR-MAINT: REJECTED " CX-ACTION " "
                        FUNCTION TRIM(REJECT-REASON)
           ELSE
                ADD 1 TO applied-count
                MOVE "Y" TO LIBRARY-CHANGED
           END-IF.
           PERFORM 05-WRITE-AUDIT.
       02-APPLY-TRANSACTION-EXIT.
           MOVE CL-DATE TO AU-DATE.
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

       08-JUDGE-FREEZE SECTION.
           MOVE "CALLIB" TO FREEZE-CHECK-FILE.
           MOVE CX-USER-ID TO FREEZE-SUBMITTER.
           MOVE CX-EMERGENCY TO FREEZE-EMERGENCY.
           MOVE CX-OVERRIDE-USER TO FREEZE-OVERRIDER.
           PERFORM 9560-JUDGE-FREEZE.
           IF FREEZE-REFUSED THEN
                MOVE FREEZE-REASON TO REJECT-REASON
           END-IF.
           IF FREEZE-WAS-OVERRIDDEN THEN
                DISPLAY "CALENDAR-MAINT: " CX-ACTION " "
                        FUNCTION TRIM(CL-CALENDAR) "/" CL-DATE
                        " OVERRIDES FREEZE "
                        FUNCTION TRIM(FREEZE-HIT-NAME) " - "
                        "EMERGENCY, COUNTERSIGNED BY "
                        FUNCTION TRIM(CX-OVERRIDE-USER)
           END-IF.

       07-REWRITE-LIBRARY SECTION.
           OPEN OUTPUT CALLIB-FILE.
           PERFORM VARYING library-idx FROM 1 BY 1
           END-PERFORM.
           CLOSE CALLIB-FILE.

       COPY FREEZPR.

       END PROGRAM CALENDAR-MAINT.
