*> saying who did what and what came of it - the record we had
*> nothing to show the auditors from.
*>
*> While a FREEZE window covering AUTHREQ is in force (see FREEZWS)
*> every card - GRANT and REVOKE alike - is rejected unless it
*> carries EMERGENCY in columns 107-115 and, in columns 116-125,
*> the user-id of one of the window's override users other than
*> the submitter; an overridden card's audit record names the
*> override user. An overridden GRANT is still under dual control.
*> A run that applies nothing to AUTHREQ leaves it untouched, so
*> its timestamp only ever moves for a real change.
*>
*> Return codes: 0 all transactions applied or parked, 8 at least
*> one card was rejected, 16 AUTHXACT or the files could not be
*> processed at all.
           SELECT AUDIT-FILE ASSIGN TO "AUTHAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS audit-status.
           COPY FREEZSL.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-FILE.
       01  PENDING-REC PIC X(116).
       FD  XACT-FILE.
       01  XACT-REC PIC X(125).
       FD  AUDIT-FILE.
       01  AUDIT-REC PIC X(130).
       COPY FREEZFD.

       WORKING-STORAGE SECTION.
       COPY AUTHRQWS.
       COPY FREEZWS.
       01 authreq-status PIC XX.
       01 pending-status PIC XX.
       01 xact-status PIC XX.
               88 CX-REVOKE VALUE "REVOKE".
           05 CX-AUTH-IMAGE PIC X(90).
           05 CX-USER-ID PIC X(10).
           05 CX-EMERGENCY PIC X(9).
           05 CX-OVERRIDE-USER PIC X(10).

       01 PENDING-WORK.
           05 PW-AUTH-IMAGE PIC X(90).
           05 AUTH-IMAGE PIC X(90) OCCURS 200 TIMES.
       01 auth-idx PIC 9(4) BINARY.
       01 auth-match PIC 9(4) BINARY.
       01 AUTHREQ-CHANGED PIC X VALUE "N".
           88 AUTHREQ-WAS-CHANGED VALUE "Y".

       01 PEND-STORE-MAX PIC 9(4) BINARY VALUE 50.
       01 pend-count PIC 9(4) BINARY VALUE ZERO.

       PROCEDURE DIVISION.
       00-MAIN SECTION.
           PERFORM 9550-LOAD-FREEZE.
           PERFORM 01-LOAD-AUTHREQ.
           PERFORM 02-LOAD-PENDING.

           END-PERFORM.
           CLOSE XACT-FILE.

           IF AUTHREQ-WAS-CHANGED THEN
                PERFORM 08-REWRITE-AUTHREQ
           END-IF.
           PERFORM 09-REWRITE-PENDING.

           DISPLAY "AUTHREQ-MAINT: " xact-count " TRANSACTION(S), "
           MOVE CX-AUTH-IMAGE TO AUTHORIZED-REQUESTOR-RECORD.
           MOVE SPACES TO REJECT-REASON.
           MOVE SPACES TO OUTCOME-WORD.
           MOVE "N" TO FREEZE-VERDICT.

           PERFORM 04-VALIDATE-TRANSACTION.
           IF REJECT-REASON = SPACES THEN
                PERFORM 10-JUDGE-FREEZE
           END-IF.
           IF REJECT-REASON NOT = SPACES THEN
                PERFORM 06-REJECT-CARD
                GO TO 03-APPLY-TRANSACTION-EXIT
                     END-PERFORM
                     SUBTRACT 1 FROM auth-count
                     ADD 1 TO applied-count
                     MOVE "Y" TO AUTHREQ-CHANGED
                     MOVE "APPLIED" TO OUTCOME-WORD
                     PERFORM 07-WRITE-AUDIT
                END-IF
           END-PERFORM.
           SUBTRACT 1 FROM pend-count.
           ADD 1 TO applied-count.
           MOVE "Y" TO AUTHREQ-CHANGED.
           MOVE "APPLIED - SECOND APPROVAL" TO OUTCOME-WORD.
           PERFORM 07-WRITE-AUDIT.
       03-APPLY-TRANSACTION-EXIT.
           MOVE CX-ACTION TO AU-ACTION.
           MOVE AQ-REQUESTOR-ID TO AU-REQUESTOR.
           MOVE AQ-PROGRAM-ID TO AU-PROGRAM.
           IF FREEZE-WAS-OVERRIDDEN
                   AND OUTCOME-WORD(1:8) NOT = "REJECTED" THEN
                MOVE OUTCOME-WORD TO FREEZE-OUTCOME
                PERFORM 9570-NOTE-OVERRIDE
                MOVE FREEZE-OUTCOME TO OUTCOME-WORD
           END-IF.
           MOVE OUTCOME-WORD TO AU-OUTCOME.
           MOVE AUDIT-WORK TO AUDIT-REC.
           OPEN EXTEND AUDIT-FILE.
           WRITE AUDIT-REC.
           CLOSE AUDIT-FILE.

       10-JUDGE-FREEZE SECTION.
           MOVE "AUTHREQ" TO FREEZE-CHECK-FILE.
           MOVE CX-USER-ID TO FREEZE-SUBMITTER.
           MOVE CX-EMERGENCY TO FREEZE-EMERGENCY.
           MOVE CX-OVERRIDE-USER TO FREEZE-OVERRIDER.
           PERFORM 9560-JUDGE-FREEZE.
           IF FREEZE-REFUSED THEN
                MOVE FREEZE-REASON TO REJECT-REASON
           END-IF.
           IF FREEZE-WAS-OVERRIDDEN THEN
                DISPLAY "AUTHREQ-MAINT: " CX-ACTION " "
                        FUNCTION TRIM(AQ-REQUESTOR-ID) "/"
                        FUNCTION TRIM(AQ-PROGRAM-ID)
                        " OVERRIDES FREEZE "
                        FUNCTION TRIM(FREEZE-HIT-NAME) " - "
                        "EMERGENCY, COUNTERSIGNED BY "
                        FUNCTION TRIM(CX-OVERRIDE-USER)
           END-IF.

       08-REWRITE-AUTHREQ SECTION.
           OPEN OUTPUT AUTHREQ-FILE.
           PERFORM VARYING auth-idx FROM 1 BY 1
           END-PERFORM.
           CLOSE PENDING-FILE.

       COPY FREEZPR.

       END PROGRAM AUTHREQ-MAINT.
