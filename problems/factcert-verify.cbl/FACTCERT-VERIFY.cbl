       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACTCERT-VERIFY.
*> Independent re-check of the FACTCERT primality certificates
*> LARGEST-PRIME-FACTOR writes for every factor above the prime
*> store's ceiling. Nothing here trusts that program's arithmetic
*> or its Miller-Rabin bases: each certificate is re-checked with
*> multiplication and modular exponentiation alone, Pratt style.
*> For a certificate of p:
*>
*>   - the primes q of p-1 times their exponents multiply back out
*>     to exactly p-1, in strictly ascending order
*>   - every q is 2 or has already been proven by an earlier
*>     certificate from the same run (the journal is written
*>     smallest prime first within a run)
*>   - every witness w, 1 < w < p, has w**(p-1) = 1 (mod p) and
*>     w**((p-1)/q) not 1 (mod p) for its q
*>
*> A certificate that fails is reported and raises an ALERTLOG
*> record under the run-id and step-id of the run that wrote it, so
*> the alert lands beside that run's results; anything leaning on
*> the failed prime fails with it. Return codes: 0 every
*> certificate verified, 8 at least one failed, 16 there was no
*> FACTCERT journal to verify.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY FCERTSL.
           COPY ALRTSL.
           COPY REGCFSL.
       DATA DIVISION.
       FILE SECTION.
       COPY FCERTFD.
       COPY ALRTFD.
       COPY REGCFFD.

       WORKING-STORAGE SECTION.
       COPY FCERTWS.
       COPY ALRTWS.
       COPY REGCFWS.

       01 cert-read-count PIC 9(9) BINARY VALUE ZERO.
       01 cert-pass-count PIC 9(9) BINARY VALUE ZERO.
       01 cert-fail-count PIC 9(9) BINARY VALUE ZERO.
       01 CERT-VERDICT PIC X.
           88 CERT-PASSED VALUE "P".
       01 cert-reason PIC X(20).
       01 cert-prime-edit PIC Z(17)9.
       01 cert-subject-edit PIC Z(17)9.

*> The primes proven so far in the current run's certificates. A
*> new run-id starts the table over: a run's certificates only
*> ever lean on that run's own.
       01 current-run-id PIC X(14) VALUE LOW-VALUES.
       01 PROVEN-TABLE-MAX PIC 9(4) BINARY VALUE 5000.
       01 proven-count PIC 9(4) BINARY VALUE ZERO.
       01 PROVEN-TABLE.
           05 PROVEN-PRIME PIC 9(18) BINARY OCCURS 5000 TIMES.
       01 proven-idx PIC 9(4) BINARY.
       01 PROVEN-FLAG PIC X.
           88 Q-IS-PROVEN VALUE "Y".
       01 PROVEN-FULL-FLAG PIC X VALUE "N".
           88 PROVEN-TABLE-FULL VALUE "Y".

       01 vf-idx PIC 9(2) BINARY.
       01 vf-p PIC 9(18) BINARY.
       01 vf-pm1 PIC 9(18) BINARY.
       01 vf-q PIC 9(18) BINARY.
       01 vf-previous-q PIC 9(18) BINARY.
       01 vf-power PIC 9(2) BINARY.
       01 vf-product PIC 9(36).

       01 pw-base PIC 9(36).
       01 pw-exp PIC 9(18) BINARY.
       01 pw-mod PIC 9(36).
       01 pw-result PIC 9(36).
       01 pw-exp-dump PIC 9(18) BINARY.
       01 pw-exp-rem PIC 9(1) BINARY.
       01 mm-a PIC 9(36).
       01 mm-b PIC 9(36).
       01 mm-m PIC 9(36).
       01 mm-t PIC 9(36).
       01 mm-dump PIC 9(36).
       01 mm-result PIC 9(36).

*> This run's own correlation ids, put back after each alert is
*> raised under a certificate's original ones.
       01 own-run-id PIC X(14) VALUE SPACES.
       01 own-step-id PIC X(19) VALUE SPACES.

       PROCEDURE DIVISION.
       00-MAIN SECTION.
           MOVE "FACTCERT-VERIFY" TO AL-PROGRAM-ID.
           PERFORM 9800-LOAD-REGION-CONFIG.
           MOVE FACT-CERT-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO FACT-CERT-DSN.
           MOVE ALERT-LOG-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO ALERT-LOG-DSN.
           ACCEPT own-run-id FROM ENVIRONMENT "RUNID".
           ACCEPT own-step-id FROM ENVIRONMENT "STEPID".

           OPEN INPUT FACT-CERT-FILE.
           IF FACT-CERT-STATUS = "35" THEN
                DISPLAY "FACTCERT-VERIFY: NO FACTCERT JOURNAL ON "
                        "HAND, NOTHING TO VERIFY"
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
           PERFORM UNTIL FACT-CERT-STATUS = "10"
               READ FACT-CERT-FILE
                   AT END MOVE "10" TO FACT-CERT-STATUS
                   NOT AT END
                       IF FACT-CERT-REC NOT = SPACES THEN
                            PERFORM 01-VERIFY-ONE-CERTIFICATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FACT-CERT-FILE.

           IF PROVEN-TABLE-FULL THEN
                DISPLAY "FACTCERT-VERIFY: ONE RUN'S CERTIFICATES "
                        "OUTGREW THE PROVEN-PRIME TABLE - SOME "
                        "FAILURES MAY BE THE TABLE, NOT THE "
                        "CERTIFICATE"
           END-IF.
           DISPLAY "FACTCERT-VERIFY: " cert-read-count
                   " CERTIFICATE(S) READ, " cert-pass-count
                   " VERIFIED, " cert-fail-count " FAILED".
           IF cert-fail-count > 0 THEN
                MOVE 8 TO RETURN-CODE
           ELSE
                MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       01-VERIFY-ONE-CERTIFICATE SECTION.
           MOVE FACT-CERT-REC TO FACT-CERT-WORK.
           ADD 1 TO cert-read-count.
           IF CW-RUN-ID NOT = current-run-id THEN
                MOVE CW-RUN-ID TO current-run-id
                MOVE 0 TO proven-count
           END-IF.
           MOVE "P" TO CERT-VERDICT.
           MOVE SPACES TO cert-reason.

           IF CW-PRIME IS NOT NUMERIC
                   OR CW-FACTOR-COUNT IS NOT NUMERIC THEN
                MOVE "CERT-MALFORMED" TO cert-reason
                GO TO 01-VERIFY-ONE-CERTIFICATE-FAIL
           END-IF.
           IF CW-PRIME NOT > 2
                   OR CW-FACTOR-COUNT = 0
                   OR CW-FACTOR-COUNT > FACT-CERT-MAX-FACTORS THEN
                MOVE "CERT-MALFORMED" TO cert-reason
                GO TO 01-VERIFY-ONE-CERTIFICATE-FAIL
           END-IF.
           MOVE CW-PRIME TO vf-p.
           COMPUTE vf-pm1 = vf-p - 1.
           MOVE 1 TO vf-product.
           MOVE 1 TO vf-previous-q.
           PERFORM 02-CHECK-ONE-FACTOR
               VARYING vf-idx FROM 1 BY 1
               UNTIL vf-idx > CW-FACTOR-COUNT
                  OR NOT CERT-PASSED.
           IF NOT CERT-PASSED THEN
                GO TO 01-VERIFY-ONE-CERTIFICATE-FAIL
           END-IF.
           IF vf-product NOT = vf-pm1 THEN
                MOVE "CERT-PRODUCT" TO cert-reason
                GO TO 01-VERIFY-ONE-CERTIFICATE-FAIL
           END-IF.

           ADD 1 TO cert-pass-count.
           IF proven-count < PROVEN-TABLE-MAX THEN
                ADD 1 TO proven-count
                MOVE vf-p TO PROVEN-PRIME(proven-count)
           ELSE
                MOVE "Y" TO PROVEN-FULL-FLAG
           END-IF.
           GO TO 01-VERIFY-ONE-CERTIFICATE-EXIT.

       01-VERIFY-ONE-CERTIFICATE-FAIL.
           ADD 1 TO cert-fail-count.
           MOVE 0 TO cert-prime-edit.
           IF CW-PRIME IS NUMERIC THEN
                MOVE CW-PRIME TO cert-prime-edit
           END-IF.
           MOVE 0 TO cert-subject-edit.
           IF CW-SUBJECT IS NUMERIC THEN
                MOVE CW-SUBJECT TO cert-subject-edit
           END-IF.
           DISPLAY "FACTCERT-VERIFY: CERTIFICATE FOR "
                   FUNCTION TRIM(cert-prime-edit) " (FACTOR OF "
                   FUNCTION TRIM(cert-subject-edit) ", RUN "
                   CW-RUN-ID ") FAILED - "
                   FUNCTION TRIM(cert-reason).
           SET ENVIRONMENT "RUNID" TO CW-RUN-ID.
           SET ENVIRONMENT "STEPID" TO CW-STEP-ID.
           MOVE cert-reason TO AL-REASON-CODE.
           MOVE SPACES TO AL-PARM-VALUE.
           MOVE FUNCTION TRIM(cert-prime-edit) TO AL-PARM-VALUE.
           PERFORM 9600-LOG-ALERT.
           SET ENVIRONMENT "RUNID" TO own-run-id.
           SET ENVIRONMENT "STEPID" TO own-step-id.
       01-VERIFY-ONE-CERTIFICATE-EXIT.
           EXIT.

       02-CHECK-ONE-FACTOR SECTION.
           IF CW-Q(vf-idx) IS NOT NUMERIC
                   OR CW-E(vf-idx) IS NOT NUMERIC
                   OR CW-WITNESS(vf-idx) IS NOT NUMERIC THEN
                MOVE "F" TO CERT-VERDICT
                MOVE "CERT-MALFORMED" TO cert-reason
                GO TO 02-CHECK-ONE-FACTOR-EXIT
           END-IF.
           MOVE CW-Q(vf-idx) TO vf-q.
           IF vf-q NOT > vf-previous-q OR CW-E(vf-idx) = 0 THEN
                MOVE "F" TO CERT-VERDICT
                MOVE "CERT-MALFORMED" TO cert-reason
                GO TO 02-CHECK-ONE-FACTOR-EXIT
           END-IF.
           MOVE vf-q TO vf-previous-q.
           PERFORM VARYING vf-power FROM 1 BY 1
                   UNTIL vf-power > CW-E(vf-idx)
                      OR NOT CERT-PASSED
               COMPUTE vf-product = vf-product * vf-q
                   ON SIZE ERROR
                       MOVE "F" TO CERT-VERDICT
                       MOVE "CERT-PRODUCT" TO cert-reason
               END-COMPUTE
           END-PERFORM.
           IF NOT CERT-PASSED THEN
                GO TO 02-CHECK-ONE-FACTOR-EXIT
           END-IF.

           IF vf-q NOT = 2 THEN
                PERFORM 03-LOOK-UP-PROVEN
                IF NOT Q-IS-PROVEN THEN
                     MOVE "F" TO CERT-VERDICT
                     MOVE "CERT-UNPROVEN-FACTOR" TO cert-reason
                     GO TO 02-CHECK-ONE-FACTOR-EXIT
                END-IF
           END-IF.

           IF CW-WITNESS(vf-idx) < 2
                   OR CW-WITNESS(vf-idx) NOT < vf-p THEN
                MOVE "F" TO CERT-VERDICT
                MOVE "CERT-WITNESS" TO cert-reason
                GO TO 02-CHECK-ONE-FACTOR-EXIT
           END-IF.
           MOVE CW-WITNESS(vf-idx) TO pw-base.
           MOVE vf-pm1 TO pw-exp.
           MOVE vf-p TO pw-mod.
           PERFORM 05-POWMOD.
           IF pw-result NOT = 1 THEN
                MOVE "F" TO CERT-VERDICT
                MOVE "CERT-WITNESS" TO cert-reason
                GO TO 02-CHECK-ONE-FACTOR-EXIT
           END-IF.
           MOVE CW-WITNESS(vf-idx) TO pw-base.
           DIVIDE vf-pm1 BY vf-q GIVING pw-exp.
           MOVE vf-p TO pw-mod.
           PERFORM 05-POWMOD.
           IF pw-result = 1 THEN
                MOVE "F" TO CERT-VERDICT
                MOVE "CERT-WITNESS" TO cert-reason
           END-IF.
       02-CHECK-ONE-FACTOR-EXIT.
           EXIT.

       03-LOOK-UP-PROVEN SECTION.
           MOVE "N" TO PROVEN-FLAG.
           PERFORM VARYING proven-idx FROM 1 BY 1
                   UNTIL proven-idx > proven-count OR Q-IS-PROVEN
               IF PROVEN-PRIME(proven-idx) = vf-q THEN
                    MOVE "Y" TO PROVEN-FLAG
               END-IF
           END-PERFORM.

       05-POWMOD SECTION.
*> Square-and-multiply in 36-digit arithmetic, so the product of
*> two residues below an 18-digit modulus never overflows.
           MOVE 1 TO pw-result.
           DIVIDE pw-base BY pw-mod GIVING mm-dump
               REMAINDER mm-result.
           MOVE mm-result TO pw-base.
           PERFORM UNTIL pw-exp = 0
               DIVIDE pw-exp BY 2 GIVING pw-exp-dump
                   REMAINDER pw-exp-rem
               IF pw-exp-rem = 1 THEN
                    MOVE pw-result TO mm-a
                    MOVE pw-base TO mm-b
                    PERFORM 06-MULMOD
                    MOVE mm-result TO pw-result
               END-IF
               MOVE pw-base TO mm-a
               MOVE pw-base TO mm-b
               PERFORM 06-MULMOD
               MOVE mm-result TO pw-base
               MOVE pw-exp-dump TO pw-exp
           END-PERFORM.

       06-MULMOD SECTION.
           MOVE pw-mod TO mm-m.
           COMPUTE mm-t = mm-a * mm-b.
           DIVIDE mm-t BY mm-m GIVING mm-dump
               REMAINDER mm-result.

       COPY ALRTPR.

       COPY REGCFPR.

       END PROGRAM FACTCERT-VERIFY.
