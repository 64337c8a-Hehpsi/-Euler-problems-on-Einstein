*> state into the TEST region. Then PROD's RESULTLOG and answer
*> spill are staged as RESLOGA/ANSWSPILLA, TEST's as
*> RESLOGB/ANSWSPILLB, and RESULTS-COMPARE is invoked; its verdict
*> is this controller's verdict. The verdict is also recorded on
*> this region's SOAKLOG against the PROD night replayed, one
*> record per run, for RELEASE-GATE's count of clean nights.
*>
*> Return codes: 0 the logs agree, 4/8 passed through from
*> RESULTS-COMPARE (presence gaps / answers differ), 12 a replayed
               FILE STATUS IS deckhist-status.
           SELECT SHADOWCARDS-FILE ASSIGN TO "SHADOWCARDS"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY SOAKSL.
           COPY REGCFSL.

       DATA DIVISION.
       FILE SECTION.
       FD  DECKHIST-FILE.
       01  DECKHIST-REC PIC X(604).
       FD  SHADOWCARDS-FILE.
       01  SHADOWCARDS-REC PIC X(156).
       COPY SOAKFD.

       COPY REGCFFD.
       WORKING-STORAGE SECTION.
       COPY DKHSTWS.
       COPY BPARMWS.
       COPY REGCFWS.
       COPY SOAKWS.
       01 deckhist-dsn PIC X(40).
       01 deckhist-status PIC XX.

                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
           MOVE SOAK-LOG-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO SOAK-LOG-DSN.

           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER.
           IF ARG-COUNT < 1 THEN

           PERFORM 02-STAGE-AND-COMPARE.

           MOVE "SHADOW" TO SK-SOURCE.
           MOVE SOAK-DATE TO SK-SUBJECT.
           MOVE failed-count TO SK-COUNT.
           MOVE compare-rc TO SK-RETURN-CODE.
           MOVE SPACES TO SK-DETAIL.
           STRING "RESULTS-COMPARE RC " SK-RETURN-CODE
               DELIMITED BY SIZE INTO SK-DETAIL.
           IF failed-count > 0 THEN
                MOVE 12 TO SK-RETURN-CODE
                STRING ", REPLAYED STEP(S) FAILED"
                    DELIMITED BY SIZE INTO SK-DETAIL(22:)
           END-IF.
           IF SK-RETURN-CODE = 0 THEN
                MOVE "PASS" TO SK-VERDICT
           ELSE
                MOVE "FAIL" TO SK-VERDICT
           END-IF.
           PERFORM 9620-LOG-SOAK-VERDICT.
           MOVE SK-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       01-REPLAY-ONE-CARD SECTION.
           DISPLAY "SHADOW-RUNNER: RESULTS-COMPARE ENDED WITH "
                   "RETURN CODE " compare-rc.

       COPY SOAKPR.

       COPY REGCFPR.

       END PROGRAM SHADOW-RUNNER.
