*> construction would be noise, not signal. A genuine mismatch
*> goes to ALERTLOG as SPOT-MISMATCH and the run ends loudly.
*>
*> Every completed run also leaves one verdict on this region's
*> SOAKLOG with its mismatch count, for RELEASE-GATE.
*>
*> Must run in the TEST region; PROD refuses outright. One optional
*> argument gives the sample size (default 3, at most 10).
*>
           COPY RESLOGSL.
           COPY ANSWSSL.
           COPY ALRTSL.
           COPY SOAKSL.
           SELECT SYSIN-OUT-FILE ASSIGN USING sysin-out-dsn
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY REGCFSL.
       DATA DIVISION.
       FILE SECTION.
       FD  PROD-LOG-FILE.
       01  PROD-LOG-REC PIC X(294).
       COPY RESLOGFD.
       COPY ANSWSFD.
       COPY ALRTFD.
       COPY SOAKFD.
       FD  SYSIN-OUT-FILE.
       01  SYSIN-OUT-REC PIC X(90).

       COPY RESLOGWS.
       COPY ANSWSWS.
       COPY ALRTWS.
       COPY SOAKWS.
       01 prod-log-status PIC XX.
       01 sysin-out-dsn PIC X(30) VALUE "SYSIN".

       01 rerun-answer PIC X(250).
       01 RERUN-FOUND PIC X.
       01 mismatch-count PIC 9(2) BINARY VALUE ZERO.
       01 sample-shown PIC Z9.

       COPY REGCFWS.

           MOVE ALERT-LOG-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO ALERT-LOG-DSN.
           MOVE SOAK-LOG-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO SOAK-LOG-DSN.
           MOVE sysin-out-dsn TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO sysin-out-dsn.

           DISPLAY "SPOT-SAMPLER: " sample-size " SAMPLE(S), "
                   mismatch-count " MISMATCH(ES)".
           MOVE "SPOT" TO SK-SOURCE.
           MOVE SPACES TO SK-SUBJECT.
           MOVE mismatch-count TO SK-COUNT.
           MOVE SPACES TO SK-DETAIL.
           MOVE sample-size TO sample-shown.
           STRING FUNCTION TRIM(sample-shown) " SAMPLE(S) RERUN"
               DELIMITED BY SIZE INTO SK-DETAIL.
           IF mismatch-count > 0 THEN
                MOVE "FAIL" TO SK-VERDICT
                MOVE 8 TO SK-RETURN-CODE
           ELSE
                MOVE "PASS" TO SK-VERDICT
                MOVE 0 TO SK-RETURN-CODE
           END-IF.
           PERFORM 9620-LOG-SOAK-VERDICT.
           MOVE SK-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       01-LOAD-PROD-HISTORY SECTION.

       COPY ALRTPR.

       COPY SOAKPR.

       COPY REGCFPR.

       END PROGRAM SPOT-SAMPLER.
