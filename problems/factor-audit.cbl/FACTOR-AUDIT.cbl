       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACTOR-AUDIT.
*> Scheduled audit of the FACTKNOWN factorization store, which
*> LARGEST-PRIME-FACTOR answers repeat numbers from without
*> factoring them again. Every entry is multiplied back out -
*> each stored prime raised to its stored multiplicity - and the
*> product must equal the entry's key. The factors must also sit
*> strictly ascending, each above 1 with a multiplicity of at
*> least 1, and the factor count must be one a stored entry can
*> hold.
*>
*> An entry that fails is reported, alerted, and purged from the
*> store, so the next request for that N is factored afresh
*> instead of served a wrong answer for weeks. The purge goes
*> through the store's own update path: the store is copied to
*> ".NEW", the bad keys deleted there, and the copy rotated into
*> place and resealed - the live copy is never edited in place.
*>
*> Return codes: 0 every entry multiplied back out, 8 at least one
*> entry failed and was purged, 16 there was no store to audit.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY FKNOWSL.
           COPY ALRTSL.
           COPY LINAGSL.
           COPY REGCFSL.
           COPY LOCKSL.
       DATA DIVISION.
       FILE SECTION.
       COPY FKNOWFD.
       COPY ALRTFD.
       COPY LINAGFD.
       COPY REGCFFD.
       COPY LOCKFD.

       WORKING-STORAGE SECTION.
       COPY RESLOGWS.
       COPY FKNOWWS.
       COPY ALRTWS.
       COPY LINAGWS.
       COPY GENSVWS.
       COPY REGCFWS.
       COPY LOCKWS.

       01 audit-count PIC 9(9) BINARY VALUE ZERO.
       01 pass-count PIC 9(9) BINARY VALUE ZERO.
       01 fail-count PIC 9(9) BINARY VALUE ZERO.
       01 audit-product PIC 9(36).
       01 audit-previous PIC 9(18).
       01 audit-power PIC 9(4) BINARY.
       01 audit-reason PIC X(20).
       01 AUDIT-ENTRY-VERDICT PIC X.
           88 AUDIT-ENTRY-PASSED VALUE "P".
       01 audit-number-edit PIC Z(17)9.

*> Keys of the entries that failed, purged once the read pass is
*> done. A store with more bad entries than this has bigger
*> problems than a purge can fix; the overflow is reported and
*> the rest wait for the next audit.
       01 PURGE-TABLE-MAX PIC 9(4) BINARY VALUE 500.
       01 purge-count PIC 9(4) BINARY VALUE ZERO.
       01 PURGE-TABLE.
           05 PURGE-NUMBER PIC 9(18) OCCURS 500 TIMES.
       01 purge-idx PIC 9(4) BINARY.
       01 purged-count PIC 9(4) BINARY VALUE ZERO.

       PROCEDURE DIVISION.
       00-MAIN SECTION.
           MOVE "FACTOR-AUDIT" TO RL-PROGRAM-ID.
           MOVE RL-PROGRAM-ID TO AL-PROGRAM-ID.
           MOVE RL-PROGRAM-ID TO LN-PROGRAM-ID.
           PERFORM 9800-LOAD-REGION-CONFIG.
           MOVE FACT-KNOWN-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO FACT-KNOWN-DSN.
           MOVE ALERT-LOG-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO ALERT-LOG-DSN.
           MOVE LINEAGE-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO LINEAGE-DSN.

           PERFORM 9480-OPEN-FACT-STORE.
           IF NOT FACT-KNOWN-IS-OPEN THEN
                DISPLAY "FACTOR-AUDIT: NO FACTKNOWN STORE ON HAND, "
                        "NOTHING TO AUDIT"
                PERFORM 9486-CLOSE-FACT-STORE
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.

           PERFORM UNTIL FACT-KNOWN-STATUS = "10"
               READ FACT-KNOWN-FILE NEXT RECORD
                   AT END MOVE "10" TO FACT-KNOWN-STATUS
                   NOT AT END PERFORM 01-AUDIT-ONE-ENTRY
               END-READ
           END-PERFORM.
           MOVE SPACES TO FACT-KNOWN-STATUS.

           IF purge-count > 0 THEN
                PERFORM 03-PURGE-FAILED-ENTRIES
           END-IF.
           PERFORM 9486-CLOSE-FACT-STORE.

           DISPLAY "FACTOR-AUDIT: " audit-count " ENTRY(IES) "
                   "AUDITED, " pass-count " MULTIPLIED BACK OUT, "
                   fail-count " FAILED, " purged-count " PURGED".
           IF fail-count > 0 THEN
                MOVE 8 TO RETURN-CODE
           ELSE
                MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       01-AUDIT-ONE-ENTRY SECTION.
           ADD 1 TO audit-count.
           MOVE "P" TO AUDIT-ENTRY-VERDICT.
           MOVE SPACES TO audit-reason.
           IF FK-NUMBER IS NOT NUMERIC THEN
                MOVE "KEY-NOT-NUMERIC" TO audit-reason
                GO TO 01-AUDIT-ONE-ENTRY-FAIL
           END-IF.
           IF FK-FACTOR-COUNT IS NOT NUMERIC
                   OR FK-FACTOR-COUNT = 0
                   OR FK-FACTOR-COUNT > FK-FACTOR-MAX THEN
                MOVE "FACTOR-COUNT-BAD" TO audit-reason
                GO TO 01-AUDIT-ONE-ENTRY-FAIL
           END-IF.

           MOVE 1 TO audit-product.
           MOVE 1 TO audit-previous.
           PERFORM 02-MULTIPLY-ONE-FACTOR
               VARYING FK-IDX FROM 1 BY 1
               UNTIL FK-IDX > FK-FACTOR-COUNT
                  OR NOT AUDIT-ENTRY-PASSED.
           IF NOT AUDIT-ENTRY-PASSED THEN
                GO TO 01-AUDIT-ONE-ENTRY-FAIL
           END-IF.
           IF audit-product NOT = FK-NUMBER THEN
                MOVE "PRODUCT-MISMATCH" TO audit-reason
                GO TO 01-AUDIT-ONE-ENTRY-FAIL
           END-IF.
           ADD 1 TO pass-count.
           GO TO 01-AUDIT-ONE-ENTRY-EXIT.

       01-AUDIT-ONE-ENTRY-FAIL.
           ADD 1 TO fail-count.
           MOVE FK-NUMBER TO audit-number-edit.
           DISPLAY "FACTOR-AUDIT: ENTRY "
                   FUNCTION TRIM(audit-number-edit) " FAILED - "
                   FUNCTION TRIM(audit-reason).
           MOVE audit-reason TO AL-REASON-CODE.
           MOVE SPACES TO AL-PARM-VALUE.
           MOVE FUNCTION TRIM(audit-number-edit) TO AL-PARM-VALUE.
           PERFORM 9600-LOG-ALERT.
           IF purge-count < PURGE-TABLE-MAX THEN
                ADD 1 TO purge-count
                MOVE FK-NUMBER TO PURGE-NUMBER(purge-count)
           ELSE
                DISPLAY "FACTOR-AUDIT: PURGE LIST FULL - ENTRY "
                        FUNCTION TRIM(audit-number-edit)
                        " LEFT FOR THE NEXT AUDIT"
           END-IF.
       01-AUDIT-ONE-ENTRY-EXIT.
           EXIT.

       02-MULTIPLY-ONE-FACTOR SECTION.
*> Strictly ascending primes above 1 - the order FACTOR-TABLE
*> keeps them in - each with a multiplicity of at least 1. The
*> running product is 36-digit, so only a corrupt entry can run it
*> out of room.
           IF FK-FACTOR(FK-IDX) IS NOT NUMERIC
                   OR FK-MULT(FK-IDX) IS NOT NUMERIC
                   OR FK-FACTOR(FK-IDX) NOT > audit-previous
                   OR FK-MULT(FK-IDX) = 0 THEN
                MOVE "F" TO AUDIT-ENTRY-VERDICT
                MOVE "FACTOR-ORDER-BAD" TO audit-reason
                GO TO 02-MULTIPLY-ONE-FACTOR-EXIT
           END-IF.
           MOVE FK-FACTOR(FK-IDX) TO audit-previous.
           PERFORM VARYING audit-power FROM 1 BY 1
                   UNTIL audit-power > FK-MULT(FK-IDX)
                      OR NOT AUDIT-ENTRY-PASSED
               COMPUTE audit-product =
                   audit-product * FK-FACTOR(FK-IDX)
                   ON SIZE ERROR
                       MOVE "F" TO AUDIT-ENTRY-VERDICT
                       MOVE "PRODUCT-OVERFLOW" TO audit-reason
               END-COMPUTE
           END-PERFORM.
       02-MULTIPLY-ONE-FACTOR-EXIT.
           EXIT.

       03-PURGE-FAILED-ENTRIES SECTION.
           PERFORM 9485-BEGIN-FACT-STORE-UPDATE.
           IF NOT FACT-KNOWN-IS-WRITING THEN
                DISPLAY "FACTOR-AUDIT: STORE COULD NOT BE OPENED "
                        "FOR UPDATE - FAILED ENTRIES LEFT IN PLACE"
                GO TO 03-PURGE-FAILED-ENTRIES-EXIT
           END-IF.
           PERFORM VARYING purge-idx FROM 1 BY 1
                   UNTIL purge-idx > purge-count
               MOVE PURGE-NUMBER(purge-idx) TO FK-NUMBER
               DELETE FACT-KNOWN-FILE RECORD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY ADD 1 TO purged-count
               END-DELETE
           END-PERFORM.
           MOVE SPACES TO FACT-KNOWN-STATUS.
       03-PURGE-FAILED-ENTRIES-EXIT.
           EXIT.

       COPY FKNOWPR.

       COPY ALRTPR.

       COPY LINAGPR.

       COPY GENSVPR.

       COPY REGCFPR.

       COPY LOCKPR.

       END PROGRAM FACTOR-AUDIT.
