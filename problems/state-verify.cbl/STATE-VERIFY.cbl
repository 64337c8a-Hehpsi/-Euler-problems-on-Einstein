       IDENTIFICATION DIVISION.
       PROGRAM-ID. STATE-VERIFY.
*> Pre-deck sweep over the sealed shared state files: the prime
*> directory and every segment, both checkpoints, and the FACTKNOWN
*> factorization store (whose every addition is rotated into place
*> and resealed, like the prime directory's). Each file's
*> checksum is recomputed (the same cksum-on-stdin form
*> 9870-WRITE-SEAL uses) and compared against its "<name>.SEAL"
*> record; a mismatch - the silently truncated segment that used to
           PERFORM 9810-APPLY-REGION-PREFIX.
           ADD 1 TO sweep-count.
           MOVE REGION-DSN-WORK TO SWEEP-DSN(sweep-count).
           MOVE "FACTKNOWN" TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           ADD 1 TO sweep-count.
           MOVE REGION-DSN-WORK TO SWEEP-DSN(sweep-count).

           MOVE prime-dir-dsn TO probe-dsn.
           OPEN INPUT PROBE-FILE.
