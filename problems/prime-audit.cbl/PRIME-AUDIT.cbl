*> factorization for weeks. Return code 0
*> all checks pass, 8 the cache failed and was quarantined, 16 there
*> was no cache to audit.
*>
*> The one argument, HELD, is for a step that runs the audit while
*> it already holds the store lock itself (PRIME-RESEGMENT's
*> acceptance audit of a rewritten store): the audit then neither
*> takes nor releases the lock, and refuses with 16 unless the lock
*> is actually held.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               FILE STATUS IS prime-list-status.
           COPY REGCFSL.
           COPY LOCKSL.
           COPY LINAGSL.
       DATA DIVISION.
       FILE SECTION.
       COPY PRIMCFD.
       01  PRIME-LIST-REC PIC X(36).
       COPY REGCFFD.
       COPY LOCKFD.
       COPY LINAGFD.

       WORKING-STORAGE SECTION.
       COPY RESLOGWS.
       COPY GENSVWS.
       COPY REGCFWS.
       COPY LOCKWS.
       COPY LINAGWS.
       01 prime-list-dsn PIC X(30) VALUE "PRIMELIST".
       01 prime-list-status PIC XX.

       01 aud-have-value PIC X.
       01 aud-eof PIC X VALUE "N".
           88 AUD-AT-END VALUE "Y".
       01 ARG-COUNT PIC 9(2) BINARY VALUE ZERO.
       01 ARG-NUM   PIC 9(2) BINARY VALUE ZERO.
       01 arg-buffer PIC X(40).
       01 held-lock-info PIC X(64).

       PROCEDURE DIVISION.
       00-MAIN SECTION.
           MOVE "PRIME-AUDIT" TO RL-PROGRAM-ID.
           MOVE RL-PROGRAM-ID TO LN-PROGRAM-ID.
           PERFORM 9800-LOAD-REGION-CONFIG.
           MOVE PRIME-CACHE-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE CAPACITY-LOG-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO CAPACITY-LOG-DSN.
           MOVE LINEAGE-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO LINEAGE-DSN.
           PERFORM 00A-TAKE-ARGUMENT.

           PERFORM 9400-LOAD-PRIME-CACHE.
           IF PRIME-SEG-COUNT = 0 THEN
                DISPLAY "PRIME-AUDIT: NO PRIME STORE ON HAND, "
                        "NOTHING TO AUDIT"
                PERFORM 00B-RELEASE-STORE-LOCK
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.

           IF fail-count = 0 THEN
                DISPLAY "PRIME-AUDIT: ALL CHECKS PASS"
                PERFORM 00B-RELEASE-STORE-LOCK
                MOVE 0 TO RETURN-CODE
           ELSE
                PERFORM 05-QUARANTINE-CACHE
                PERFORM 00B-RELEASE-STORE-LOCK
                MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       00A-TAKE-ARGUMENT SECTION.
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER.
           IF ARG-COUNT = 0 THEN
                GO TO 00A-TAKE-ARGUMENT-EXIT
           END-IF.
           MOVE 1 TO ARG-NUM.
           DISPLAY ARG-NUM UPON ARGUMENT-NUMBER.
           MOVE SPACES TO arg-buffer.
           ACCEPT arg-buffer FROM ARGUMENT-VALUE.
           IF ARG-COUNT > 1
                   OR FUNCTION UPPER-CASE(arg-buffer) NOT = "HELD"
                DISPLAY "PRIME-AUDIT: THE ONLY ARGUMENT IS HELD"
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
           MOVE SPACES TO LOCK-FILE-NAME.
           STRING FUNCTION TRIM(PRIME-DIR-DSN) ".LOCK"
               DELIMITED BY SIZE INTO LOCK-FILE-NAME.
           CALL "CBL_CHECK_FILE_EXIST" USING LOCK-FILE-NAME
               held-lock-info.
           IF RETURN-CODE NOT = 0 THEN
                MOVE 0 TO RETURN-CODE
                DISPLAY "PRIME-AUDIT: RUN AS HELD BUT "
                        FUNCTION TRIM(LOCK-FILE-NAME)
                        " IS NOT THERE - NOBODY HOLDS THE STORE"
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
           MOVE "Y" TO PC-STORE-LOCK-HELD.
       00A-TAKE-ARGUMENT-EXIT.
           EXIT.

       00B-RELEASE-STORE-LOCK SECTION.
           IF NOT PC-LOCK-HELD-BY-CALLER THEN
                MOVE PRIME-DIR-DSN TO LOCK-RESOURCE-DSN
                PERFORM 9910-RELEASE-LOCK
           END-IF.

       01-CHECK-ORDER SECTION.
*> One forward pass over every segment covers both ORDER and
*> PRIMALITY; the two verdicts are kept apart so the morning report

       COPY LOCKPR.

       COPY LINAGPR.

       END PROGRAM PRIME-AUDIT.
