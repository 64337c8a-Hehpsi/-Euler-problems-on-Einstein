           COPY SYSINSL.
           COPY PRIMCSL.
           COPY ALRTSL.
           COPY LINAGSL.
           COPY CAPLGSL.
           COPY REGCFSL.
           COPY LOCKSL.
           COPY MNFSTSL.
           COPY PRGHBSL.
           COPY FKNOWSL.
           COPY FCERTSL.
       DATA DIVISION.
         FILE SECTION.
         FD  FACTOR-FILE.
             05 FILLER       PIC X(01).
             05 FQ-REQUESTOR PIC X(10).
         FD  FACTRESULT-FILE.
         01  FACTRESULT-REC PIC X(178).
         FD  FACTEXCEPT-FILE.
         01  FACTEXCEPT-REC PIC X(52).
         COPY RESLOGFD.
         COPY SYSINFD.
         COPY PRIMCFD.
       COPY ALRTFD.
       COPY LINAGFD.
       COPY CAPLGFD.

         COPY REGCFFD.
       COPY LOCKFD.
       COPY MNFSTFD.
       COPY PRGHBFD.
       COPY FKNOWFD.
       COPY FCERTFD.

         WORKING-STORAGE SECTION.
          COPY RESLOGWS.
          COPY RPTHDRWS.
          COPY PRIMCWS.
          COPY ALRTWS.
          COPY LINAGWS.
          COPY CAPLGWS.
          COPY GENSVWS.
          COPY PRGHBWS.
          COPY FKNOWWS.
          COPY FCERTWS.
          01 FACTOR-DSN PIC X(30) VALUE "PFACTORS".
          01 factorq-dsn PIC X(30) VALUE "FACTORQ".
          01 factresult-dsn PIC X(30) VALUE "FACTRESULT".
              05 QR-LARGEST   PIC 9(18) VALUE ZERO.
              05 FILLER       PIC X(01) VALUE SPACE.
              05 QR-FACTORS   PIC X(120) VALUE SPACES.
              05 FILLER       PIC X(01) VALUE SPACE.
              05 QR-SOURCE    PIC X(08) VALUE SPACES.
          01 FACTEXCEPT-WORK.
              05 QX-REQUESTOR PIC X(10) VALUE SPACES.
              05 FILLER       PIC X(01) VALUE SPACE.
          01 derive-parm PIC X(36).

          01 n-orig-edit PIC Z(17)9.
      *> Where the answer came from: FACTORED by this run, or
      *> KNOWN - served straight off the FACTKNOWN store. Carried on
      *> FACTRESULT and reported on the console.
          01 ANSWER-SOURCE PIC X(8) VALUE "FACTORED".
              88 ANSWER-FROM-STORE VALUE "KNOWN".
          01 queue-hit-count PIC 9(9) BINARY VALUE ZERO.
          01 factor-table-count PIC 9(4) BINARY VALUE ZERO.

      *> Certificate work: every prime needing a Pratt certificate -
      *> each factor above PRIME-CACHE-CEILING, then every odd prime
      *> of each one's p-1 - is collected here, p-1 factored (trial
      *> division to CERT-TRIAL-LIMIT, then the same Miller-Rabin and
      *> rho the factoring chain uses) and a witness found per prime
      *> of p-1, and the set written to FACTCERT in ascending order.
      *> 200 entries is several times the largest tree an 18-digit
      *> factor can grow.
          01 CERT-TABLE-MAX PIC 9(4) BINARY VALUE 200.
          01 cert-count PIC 9(4) BINARY VALUE ZERO.
          01 cert-next PIC 9(4) BINARY.
          01 CERT-TABLE.
              05 CERT-ENTRY OCCURS 200 TIMES.
                  10 CE-PRIME PIC 9(18) BINARY.
                  10 CE-STATUS PIC X.
                  10 CE-WRITTEN PIC X.
                  10 CE-FACTOR-COUNT PIC 9(2) BINARY.
                  10 CE-FACTOR OCCURS 15 TIMES.
                      15 CE-Q PIC 9(18) BINARY.
                      15 CE-E PIC 9(2) BINARY.
                      15 CE-W PIC 9(6) BINARY.
          01 CE-FACTOR-HOLD.
              05 CE-HOLD-Q PIC 9(18) BINARY.
              05 CE-HOLD-E PIC 9(2) BINARY.
              05 CE-HOLD-W PIC 9(6) BINARY.
          01 CERT-TRIAL-LIMIT PIC 9(18) BINARY VALUE 10000.
          01 CERT-WITNESS-MAX PIC 9(6) BINARY VALUE 999999.
          01 ct-p PIC 9(18) BINARY.
          01 ct-m PIC 9(18) BINARY.
          01 ct-d PIC 9(18) BINARY.
          01 ct-x PIC 9(18) BINARY.
          01 ct-dump PIC 9(18) BINARY.
          01 ct-rem PIC 9(18) BINARY.
          01 ct-exp PIC 9(18) BINARY.
          01 ct-w PIC 9(6) BINARY.
          01 ct-i PIC 9(4) BINARY.
          01 cert-scan-idx PIC 9(4) BINARY.
          01 ct-j PIC 9(4) BINARY.
          01 ct-k PIC 9(4) BINARY.
          01 ct-low-idx PIC 9(4) BINARY.
          01 ct-sp PIC 9(2) BINARY.
          01 CT-STACK.
              05 ct-stack-value PIC 9(18) BINARY OCCURS 64 TIMES.
          01 CERT-OK-FLAG PIC X.
              88 CERT-OK VALUE "Y".
          01 CERT-FULL-FLAG PIC X VALUE "N".
              88 CERT-TABLE-FULL VALUE "Y".
          01 CT-WITNESS-FLAG PIC X.
              88 CT-WITNESS-FOUND VALUE "Y".
          01 cert-edit PIC Z(17)9.
*> The build version this binary answers to a VERSION inquiry,
*> compared by PROBLEM-RUNNER's pre-flight against the release
*> manifest so a stale binary is caught at submission.
         0000-preamble.
            MOVE "LARGEST-PRIME-FACTOR" TO RL-PROGRAM-ID.
            MOVE RL-PROGRAM-ID TO AL-PROGRAM-ID.
            MOVE RL-PROGRAM-ID TO LN-PROGRAM-ID.
            MOVE RL-PROGRAM-ID TO HB-PROGRAM-NAME.
            MOVE FUNCTION CURRENT-DATE TO RL-START-TIME.
           PERFORM 9800-LOAD-REGION-CONFIG.
           MOVE ALERT-LOG-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO ALERT-LOG-DSN.
           MOVE LINEAGE-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO LINEAGE-DSN.
           MOVE CAPACITY-LOG-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO CAPACITY-LOG-DSN.
           MOVE HEARTBEAT-BASE-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO HEARTBEAT-BASE-DSN.
           MOVE FACT-KNOWN-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO FACT-KNOWN-DSN.
           MOVE FACT-CERT-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO FACT-CERT-DSN.

            ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER.
*> A VERSION inquiry answers and stops before any argument

            PERFORM 9400-LOAD-PRIME-CACHE.
            MOVE 1 TO PC-IDX.
            PERFORM 9480-OPEN-FACT-STORE.
            PERFORM 0025-CHECK-FACT-STORE.
            IF ANSWER-FROM-STORE THEN
                 GO TO 0002-n-not-1-loop-out
            END-IF.

         0001-n-not-1-loopback.
            IF n EQUAL 1 THEN
      *> Keeps FACTOR-TABLE's running per-divisor multiplicity in
      *> step with last-factor, so REPORT-MODE has the full
      *> factorization on hand once n reaches 1, not just the final
      *> divisor. Kept on every run now: the certificates for large
      *> factors read it as well as REPORT-MODE, DERIVE, and the
      *> FACTKNOWN store.
            IF FACTOR-IDX > 0
                    AND FACTOR-VALUE(FACTOR-IDX) = divisor THEN
                 ADD 1 TO FACTOR-MULT(FACTOR-IDX)
            ELSE
                 IF FACTOR-IDX < FACTOR-COUNT-MAX THEN
                      ADD 1 TO FACTOR-IDX
                      MOVE divisor TO FACTOR-VALUE(FACTOR-IDX)
                      MOVE 1 TO FACTOR-MULT(FACTOR-IDX)
                 END-IF
            END-IF.

                   " REPORT=" REPORT-MODE
                   " DERIVE=" DERIVE-MODE
                   DELIMITED BY SIZE INTO RL-EFFECTIVE-PARMS.
      *> The effective parameters stay the same whichever way the
      *> answer was reached, so a store hit pairs with a factored run
      *> of the same N; the record's served-from mark and the console
      *> say which it was.
            MOVE SPACES TO RL-SERVED-FROM.
            IF ANSWER-FROM-STORE THEN
                 MOVE "FKNOWN" TO RL-SERVED-FROM
                 DISPLAY "LARGEST-PRIME-FACTOR: " n-original
                         " ANSWERED FROM THE FACTKNOWN STORE"
            END-IF.
            PERFORM 9200-DISPLAY-HEADER.
            DISPLAY last-factor.

                 MOVE last-factor TO RL-ANSWER
            END-IF.
            PERFORM 9000-LOG-RESULT.
            MOVE SPACES TO RL-SERVED-FROM.

            IF DERIVE-ON AND NOT FACTOR-RESISTED THEN
                 PERFORM 0017-DERIVE-FUNCTIONS
            END-IF.

            IF NOT FACTOR-RESISTED AND NOT ANSWER-FROM-STORE THEN
                 PERFORM 0026-STORE-FACTORIZATION
                 PERFORM 0050-CERTIFY-LARGE-FACTORS
            END-IF.
            PERFORM 9486-CLOSE-FACT-STORE.
            PERFORM 9410-SAVE-PRIME-CACHE.

            IF FACTOR-RESISTED THEN
      *> bad record. The audit line in RESULTLOG carries the count
      *> processed.
            PERFORM 9400-LOAD-PRIME-CACHE.
            PERFORM 9480-OPEN-FACT-STORE.
            OPEN INPUT FACTORQ-FILE.
            IF factorq-status = "35" THEN
                 DISPLAY "LARGEST-PRIME-FACTOR: NO FACTORQ REQUEST "
                 MOVE "NO-REQUEST-FILE" TO AL-REASON-CODE
                 MOVE factorq-dsn TO AL-PARM-VALUE
                 PERFORM 9600-LOG-ALERT
                 PERFORM 9486-CLOSE-FACT-STORE
                 PERFORM 9410-SAVE-PRIME-CACHE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
            MOVE factexcept-dsn TO MF-FILE-NAME.
            MOVE queue-exc-count TO MF-RECORD-COUNT.
            PERFORM 9950-WRITE-MANIFEST.
            PERFORM 9486-CLOSE-FACT-STORE.
            PERFORM 9410-SAVE-PRIME-CACHE.

            DISPLAY "LARGEST-PRIME-FACTOR: QUEUE OF "
                    queue-read-count " REQUEST(S), "
                    queue-done-count " FACTORED, "
                    queue-exc-count " DIVERTED, "
                    queue-hit-count " ANSWERED FROM FACTKNOWN".
            MOVE "QUEUE" TO RL-INPUT-PARM.
            MOVE SPACES TO RL-EFFECTIVE-PARMS.
            MOVE 1 TO qr-pos.
                DELIMITED BY SIZE
                INTO RL-EFFECTIVE-PARMS WITH POINTER qr-pos.
            MOVE queue-exc-count TO queue-count-edit.
            STRING queue-count-edit " HITS=" DELIMITED BY SIZE
                INTO RL-EFFECTIVE-PARMS WITH POINTER qr-pos.
            MOVE queue-hit-count TO queue-count-edit.
            STRING queue-count-edit DELIMITED BY SIZE
                INTO RL-EFFECTIVE-PARMS WITH POINTER qr-pos.
            MOVE queue-done-count TO RL-ANSWER.
            MOVE 1 TO PC-IDX.
            PERFORM 9445-CLOSE-DIVISOR-STREAM.
            MOVE 0 TO PC-STREAM-LAST.
            MOVE "FACTORED" TO ANSWER-SOURCE.

            PERFORM 0025-CHECK-FACT-STORE.
            IF ANSWER-FROM-STORE THEN
                 ADD 1 TO queue-hit-count
            ELSE
                 PERFORM 0001-n-not-1-loopback THRU 0030-FACTOR-DONE
            END-IF.

            IF FACTOR-RESISTED THEN
                 MOVE "RESISTED" TO QX-REASON
                 PERFORM 0043-WRITE-EXCEPTION
                 GO TO 0042-ONE-REQUEST-DONE
            END-IF.
            IF NOT ANSWER-FROM-STORE THEN
                 PERFORM 0026-STORE-FACTORIZATION
                 PERFORM 0050-CERTIFY-LARGE-FACTORS
            END-IF.
            MOVE FQ-REQUESTOR TO QR-REQUESTOR.
            MOVE n-original TO QR-NUMBER.
            MOVE last-factor TO QR-LARGEST.
                    ON OVERFLOW CONTINUE
                END-STRING
            END-PERFORM.
            MOVE ANSWER-SOURCE TO QR-SOURCE.
            MOVE FACTRESULT-WORK TO FACTRESULT-REC.
            WRITE FACTRESULT-REC.
            ADD 1 TO queue-done-count.
            WRITE FACTEXCEPT-REC.
            ADD 1 TO queue-exc-count.

         0025-CHECK-FACT-STORE.
      *> A number the store already holds is answered from the
      *> stored decomposition: FACTOR-TABLE is filled exactly as the
      *> factoring chain would have left it, the largest factor is
      *> the last entry, and n drops to 1 as if the chain had run.
            MOVE n-original TO FK-LOOKUP-NUMBER.
            PERFORM 9482-LOOK-UP-FACT-STORE.
            IF FACT-KNOWN-HIT THEN
                 MOVE "KNOWN" TO ANSWER-SOURCE
                 INITIALIZE FACTOR-TABLE
                 MOVE FK-FACTOR-COUNT TO FACTOR-IDX
                 PERFORM VARYING FK-IDX FROM 1 BY 1
                         UNTIL FK-IDX > FK-FACTOR-COUNT
                     MOVE FK-FACTOR(FK-IDX) TO FACTOR-VALUE(FK-IDX)
                     MOVE FK-MULT(FK-IDX) TO FACTOR-MULT(FK-IDX)
                 END-PERFORM
                 MOVE FK-FACTOR(FK-FACTOR-COUNT) TO last-factor
                 MOVE 1 TO n
            END-IF.

         0026-STORE-FACTORIZATION.
      *> Keeps a freshly proven decomposition for next time. N of 1
      *> has no prime factors to keep, and a table that somehow ran
      *> past what a stored entry holds is not kept at all rather
      *> than kept short.
            PERFORM 0027-COUNT-FACTOR-TABLE.
            IF n-original > 1 AND factor-table-count > 0
                    AND factor-table-count NOT > FK-FACTOR-MAX THEN
                 MOVE SPACES TO FACT-KNOWN-REC
                 MOVE n-original TO FK-NUMBER
                 MOVE factor-table-count TO FK-FACTOR-COUNT
                 PERFORM VARYING FK-IDX FROM 1 BY 1
                         UNTIL FK-IDX > FK-FACTOR-MAX
                     IF FK-IDX > factor-table-count THEN
                          MOVE 0 TO FK-FACTOR(FK-IDX)
                          MOVE 0 TO FK-MULT(FK-IDX)
                     ELSE
                          MOVE FACTOR-VALUE(FK-IDX)
                              TO FK-FACTOR(FK-IDX)
                          MOVE FACTOR-MULT(FK-IDX) TO FK-MULT(FK-IDX)
                     END-IF
                 END-PERFORM
                 ACCEPT FK-RUN-ID FROM ENVIRONMENT "RUNID"
                 MOVE FUNCTION CURRENT-DATE(1:8) TO FK-STORED-DATE
                 PERFORM 9484-ADD-TO-FACT-STORE
            END-IF.

         0027-COUNT-FACTOR-TABLE.
      *> FACTOR-IDX doubles as the report loop's subscript, so the
      *> number of entries in use is counted off the table itself.
            MOVE 0 TO factor-table-count.
            PERFORM UNTIL factor-table-count >= FACTOR-COUNT-MAX
                    OR FACTOR-VALUE(factor-table-count + 1) = ZERO
                 ADD 1 TO factor-table-count
            END-PERFORM.

         0050-CERTIFY-LARGE-FACTORS.
      *> Miller-Rabin's verdict on a factor past the prime store's
      *> ceiling is backed by a Pratt certificate on FACTCERT that
      *> FACTCERT-VERIFY can re-check with no trust in this program.
      *> Factors at or below the ceiling are already proven by the
      *> store itself. 2 needs no certificate.
            MOVE 0 TO cert-count.
            MOVE "N" TO CERT-FULL-FLAG.
            PERFORM 0027-COUNT-FACTOR-TABLE.
            PERFORM VARYING ct-i FROM 1 BY 1
                    UNTIL ct-i > factor-table-count
                IF FACTOR-VALUE(ct-i) > PRIME-CACHE-CEILING
                        AND FACTOR-VALUE(ct-i) > 2 THEN
                     MOVE FACTOR-VALUE(ct-i) TO ct-x
                     PERFORM 0056-ADD-CERT-PRIME
                END-IF
            END-PERFORM.
            IF cert-count > 0 THEN
                 MOVE 1 TO cert-next
                 PERFORM 0051-CERTIFY-ONE-PRIME
                     UNTIL cert-next > cert-count
                 PERFORM 0057-WRITE-CERTIFICATES
            END-IF.
            IF CERT-TABLE-FULL THEN
                 DISPLAY "LARGEST-PRIME-FACTOR: CERTIFICATE TABLE "
                         "FULL FOR " n-original " - CERTIFICATES "
                         "INCOMPLETE"
                 MOVE "CERT-TABLE-FULL" TO AL-REASON-CODE
                 MOVE n-original TO AL-PARM-VALUE
                 PERFORM 9600-LOG-ALERT
            END-IF.

         0051-CERTIFY-ONE-PRIME.
      *> Certifies CE-PRIME(cert-next): p-1 factored completely, a
      *> witness found for each of its primes, and each odd one
      *> queued for a certificate of its own. A prime that can't be
      *> certified is alerted and left off the file, so whatever
      *> leaned on it fails verification too.
            MOVE CE-PRIME(cert-next) TO ct-p.
            MOVE "Y" TO CERT-OK-FLAG.
            PERFORM 0052-FACTOR-P-MINUS-1.
            IF CERT-OK THEN
                 PERFORM VARYING ct-j FROM 1 BY 1
                         UNTIL ct-j > CE-FACTOR-COUNT(cert-next)
                            OR NOT CERT-OK
                     PERFORM 0055-FIND-WITNESS
                     IF CE-Q(cert-next, ct-j) > 2 THEN
                          MOVE CE-Q(cert-next, ct-j) TO ct-x
                          PERFORM 0056-ADD-CERT-PRIME
                     END-IF
                 END-PERFORM
            END-IF.
            IF CERT-OK THEN
                 MOVE "Y" TO CE-STATUS(cert-next)
            ELSE
                 MOVE "N" TO CE-STATUS(cert-next)
                 MOVE ct-p TO cert-edit
                 DISPLAY "LARGEST-PRIME-FACTOR: NO CERTIFICATE "
                         "COULD BE BUILT FOR "
                         FUNCTION TRIM(cert-edit)
                 MOVE "CERT-INCOMPLETE" TO AL-REASON-CODE
                 MOVE SPACES TO AL-PARM-VALUE
                 MOVE FUNCTION TRIM(cert-edit) TO AL-PARM-VALUE
                 PERFORM 9600-LOG-ALERT
            END-IF.
            ADD 1 TO cert-next.

         0052-FACTOR-P-MINUS-1.
      *> Small primes come off by trial division; whatever survives
      *> past CERT-TRIAL-LIMIT goes through Miller-Rabin and rho on a
      *> stack of its own, the factoring chain being finished with
      *> its scratch by now.
            MOVE 0 TO CE-FACTOR-COUNT(cert-next).
            COMPUTE ct-m = ct-p - 1.
            MOVE 2 TO ct-d.
            PERFORM 0058-TRIAL-CERT-DIVISOR
                UNTIL ct-d > CERT-TRIAL-LIMIT
                   OR ct-d * ct-d > ct-m
                   OR NOT CERT-OK.
            IF ct-m > 1 AND CERT-OK THEN
                 IF ct-d * ct-d > ct-m THEN
                      MOVE ct-m TO ct-x
                      PERFORM 0054-INSERT-CERT-FACTOR
                 ELSE
                      MOVE 1 TO ct-sp
                      MOVE ct-m TO ct-stack-value(1)
                      PERFORM 0053-REDUCE-CERT-PENDING
                          UNTIL ct-sp = 0 OR NOT CERT-OK
                 END-IF
            END-IF.

         0053-REDUCE-CERT-PENDING.
            MOVE ct-stack-value(ct-sp) TO ct-x.
            SUBTRACT 1 FROM ct-sp.
            MOVE ct-x TO mr-n.
            PERFORM 0019-MILLER-RABIN.
            IF MR-IS-PRIME THEN
                 PERFORM 0054-INSERT-CERT-FACTOR
            ELSE
                 MOVE ct-x TO pf-current
                 PERFORM 0020-POLLARD-RHO
                 IF RHO-FOUND AND ct-sp < 63 THEN
                      ADD 1 TO ct-sp
                      MOVE rho-factor TO ct-stack-value(ct-sp)
                      ADD 1 TO ct-sp
                      DIVIDE ct-x BY rho-factor
                          GIVING ct-stack-value(ct-sp)
                 ELSE
                      MOVE "N" TO CERT-OK-FLAG
                 END-IF
            END-IF.

         0054-INSERT-CERT-FACTOR.
      *> Adds prime ct-x to the p-1 factorization being built: one
      *> more power of a prime already there, or a new entry slid
      *> into ascending place.
            MOVE 0 TO ct-k.
            PERFORM VARYING ct-i FROM 1 BY 1
                    UNTIL ct-i > CE-FACTOR-COUNT(cert-next)
                       OR ct-k > 0
                IF CE-Q(cert-next, ct-i) = ct-x THEN
                     ADD 1 TO CE-E(cert-next, ct-i)
                     MOVE ct-i TO ct-k
                END-IF
            END-PERFORM.
            IF ct-k = 0 THEN
                 IF CE-FACTOR-COUNT(cert-next)
                         >= FACT-CERT-MAX-FACTORS THEN
                      MOVE "N" TO CERT-OK-FLAG
                 ELSE
                      ADD 1 TO CE-FACTOR-COUNT(cert-next)
                      MOVE CE-FACTOR-COUNT(cert-next) TO ct-i
                      MOVE ct-x TO CE-Q(cert-next, ct-i)
                      MOVE 1 TO CE-E(cert-next, ct-i)
                      MOVE 0 TO CE-W(cert-next, ct-i)
                      PERFORM UNTIL ct-i < 2
                              OR CE-Q(cert-next, ct-i - 1)
                                 <= CE-Q(cert-next, ct-i)
                          MOVE CE-FACTOR(cert-next, ct-i - 1)
                              TO CE-FACTOR-HOLD
                          MOVE CE-FACTOR(cert-next, ct-i)
                              TO CE-FACTOR(cert-next, ct-i - 1)
                          MOVE CE-FACTOR-HOLD
                              TO CE-FACTOR(cert-next, ct-i)
                          SUBTRACT 1 FROM ct-i
                      END-PERFORM
                 END-IF
            END-IF.

         0055-FIND-WITNESS.
      *> The smallest w with w**((p-1)/q) not 1 (mod p), confirmed
      *> against w**(p-1) = 1 (mod p). For a true prime at most a
      *> 1-in-q share of bases fail the first test, so the search
      *> ends almost at once; running out of bases, or the second
      *> test failing, means p was never prime.
            COMPUTE ct-exp = (ct-p - 1) / CE-Q(cert-next, ct-j).
            MOVE 1 TO ct-w.
            MOVE "N" TO CT-WITNESS-FLAG.
            PERFORM UNTIL CT-WITNESS-FOUND
                    OR ct-w >= CERT-WITNESS-MAX
                    OR ct-w >= ct-p - 1
                ADD 1 TO ct-w
                MOVE ct-w TO pw-base
                MOVE ct-exp TO pw-exp
                MOVE ct-p TO pw-mod
                PERFORM 0023-POWMOD
                IF pw-result NOT = 1 THEN
                     MOVE "Y" TO CT-WITNESS-FLAG
                END-IF
            END-PERFORM.
            IF CT-WITNESS-FOUND THEN
                 MOVE ct-w TO pw-base
                 COMPUTE pw-exp = ct-p - 1
                 MOVE ct-p TO pw-mod
                 PERFORM 0023-POWMOD
                 IF pw-result = 1 THEN
                      MOVE ct-w TO CE-W(cert-next, ct-j)
                 ELSE
                      MOVE "N" TO CERT-OK-FLAG
                 END-IF
            ELSE
                 MOVE "N" TO CERT-OK-FLAG
            END-IF.

         0056-ADD-CERT-PRIME.
      *> Queues prime ct-x for a certificate unless it is already
      *> queued.
            MOVE 0 TO ct-k.
            PERFORM VARYING cert-scan-idx FROM 1 BY 1
                    UNTIL cert-scan-idx > cert-count OR ct-k > 0
                IF CE-PRIME(cert-scan-idx) = ct-x THEN
                     MOVE cert-scan-idx TO ct-k
                END-IF
            END-PERFORM.
            IF ct-k = 0 THEN
                 IF cert-count < CERT-TABLE-MAX THEN
                      ADD 1 TO cert-count
                      MOVE ct-x TO CE-PRIME(cert-count)
                      MOVE SPACE TO CE-STATUS(cert-count)
                      MOVE "N" TO CE-WRITTEN(cert-count)
                      MOVE 0 TO CE-FACTOR-COUNT(cert-count)
                 ELSE
                      MOVE "Y" TO CERT-FULL-FLAG
                 END-IF
            END-IF.

         0057-WRITE-CERTIFICATES.
      *> Smallest prime first, so every certificate follows those of
      *> the odd primes its p-1 leans on. The journal is appended to
      *> run after run; the first write ever creates it.
            OPEN EXTEND FACT-CERT-FILE.
            IF FACT-CERT-STATUS = "35" THEN
                 OPEN OUTPUT FACT-CERT-FILE
            END-IF.
            PERFORM cert-count TIMES
                MOVE 0 TO ct-low-idx
                PERFORM VARYING ct-i FROM 1 BY 1
                        UNTIL ct-i > cert-count
                    IF CE-WRITTEN(ct-i) = "N" THEN
                         IF ct-low-idx = 0 THEN
                              MOVE ct-i TO ct-low-idx
                         ELSE
                              IF CE-PRIME(ct-i)
                                      < CE-PRIME(ct-low-idx) THEN
                                   MOVE ct-i TO ct-low-idx
                              END-IF
                         END-IF
                    END-IF
                END-PERFORM
                MOVE "Y" TO CE-WRITTEN(ct-low-idx)
                IF CE-STATUS(ct-low-idx) = "Y" THEN
                     PERFORM 0059-WRITE-ONE-CERTIFICATE
                END-IF
            END-PERFORM.
            CLOSE FACT-CERT-FILE.
            MOVE SPACES TO FACT-CERT-STATUS.

         0058-TRIAL-CERT-DIVISOR.
            DIVIDE ct-m BY ct-d GIVING ct-dump REMAINDER ct-rem.
            IF ct-rem = 0 THEN
                 MOVE ct-dump TO ct-m
                 MOVE ct-d TO ct-x
                 PERFORM 0054-INSERT-CERT-FACTOR
            ELSE
                 IF ct-d = 2 THEN
                      ADD 1 TO ct-d
                 ELSE
                      ADD 2 TO ct-d
                 END-IF
            END-IF.

         0059-WRITE-ONE-CERTIFICATE.
            MOVE SPACES TO FACT-CERT-WORK.
            ACCEPT CW-RUN-ID FROM ENVIRONMENT "RUNID".
            ACCEPT CW-STEP-ID FROM ENVIRONMENT "STEPID".
            MOVE n-original TO CW-SUBJECT.
            MOVE CE-PRIME(ct-low-idx) TO CW-PRIME.
            MOVE CE-FACTOR-COUNT(ct-low-idx) TO CW-FACTOR-COUNT.
            PERFORM VARYING ct-i FROM 1 BY 1
                    UNTIL ct-i > FACT-CERT-MAX-FACTORS
                IF ct-i > CE-FACTOR-COUNT(ct-low-idx) THEN
                     MOVE 0 TO CW-Q(ct-i)
                     MOVE 0 TO CW-E(ct-i)
                     MOVE 0 TO CW-WITNESS(ct-i)
                ELSE
                     MOVE CE-Q(ct-low-idx, ct-i) TO CW-Q(ct-i)
                     MOVE CE-E(ct-low-idx, ct-i) TO CW-E(ct-i)
                     MOVE CE-W(ct-low-idx, ct-i) TO CW-WITNESS(ct-i)
                END-IF
            END-PERFORM.
            MOVE FACT-CERT-WORK TO FACT-CERT-REC.
            WRITE FACT-CERT-REC.

       COPY ALRTPP.

       COPY LINAGPP.

       COPY CAPLGPP.

       COPY VALNUMPP.

       COPY MNFSTPP.

       COPY FKNOWPP.

       END PROGRAM LARGEST-PRIME-FACTOR.
