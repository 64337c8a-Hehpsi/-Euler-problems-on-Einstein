*> journal, so the master (which only reflects the last
*> RESULTS-MIGRATE fold-in) can never hold tonight's answers. A
*> keyed read here would validate the previous migration and wave
*> a freshly broken build through. Each case's verdict is also
*> recorded on this region's SOAKLOG, one record per program per
*> run, so RELEASE-GATE can see every baseline green.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGBASE-FILE ASSIGN TO "REGBASE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS regbase-status.
           COPY SOAKSL.
           COPY REGCFSL.
       DATA DIVISION.
       FILE SECTION.
           05 RB-PARM     PIC X(30).
           05 FILLER      PIC X(01).
           05 RB-EXPECTED PIC X(36).
       COPY SOAKFD.

       COPY REGCFFD.
       WORKING-STORAGE SECTION.
       01 mismatch-count  PIC 9(4) BINARY VALUE ZERO.

       COPY REGCFWS.
       COPY SOAKWS.

       PROCEDURE DIVISION.
       00-MAIN SECTION.
           MOVE RESULTS-LOG-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO RESULTS-LOG-DSN.
           MOVE SOAK-LOG-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO SOAK-LOG-DSN.
           PERFORM 02-RUN-TEST-CASE
               VARYING tc-idx FROM 1 BY 1 UNTIL tc-idx > tc-count.

           EXIT.

       04-CHECK-TEST-CASE SECTION.
           MOVE "REGRESS" TO SK-SOURCE.
           MOVE TC-NAME(tc-idx) TO SK-SUBJECT.
           MOVE 0 TO SK-COUNT.
           MOVE SPACES TO SK-DETAIL.
           IF NOT TC-WAS-FOUND(tc-idx) THEN
                DISPLAY "REGRESSION-PACK: "
                        FUNCTION TRIM(TC-NAME(tc-idx))
                        " - NO RESULT LOGGED, MISMATCH"
                ADD 1 TO mismatch-count
                MOVE "NO RESULT LOGGED" TO SK-DETAIL
           ELSE
                IF TC-ACTUAL(tc-idx) = TC-EXPECTED(tc-idx) THEN
                     DISPLAY "REGRESSION-PACK: "
                             FUNCTION TRIM(TC-EXPECTED(tc-idx))
                             " GOT " FUNCTION TRIM(TC-ACTUAL(tc-idx))
                     ADD 1 TO mismatch-count
                     STRING "GOT " FUNCTION TRIM(TC-ACTUAL(tc-idx))
                         DELIMITED BY SIZE INTO SK-DETAIL
                END-IF
           END-IF.
           IF SK-DETAIL = SPACES THEN
                MOVE "PASS" TO SK-VERDICT
                MOVE 0 TO SK-RETURN-CODE
                MOVE "MATCHES THE BASELINE" TO SK-DETAIL
           ELSE
                MOVE "FAIL" TO SK-VERDICT
                MOVE 16 TO SK-RETURN-CODE
                MOVE 1 TO SK-COUNT
           END-IF.
           PERFORM 9620-LOG-SOAK-VERDICT.

       COPY SOAKPR.

       COPY REGCFPR.

