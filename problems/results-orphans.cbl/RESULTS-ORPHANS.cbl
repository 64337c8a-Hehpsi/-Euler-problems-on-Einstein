       COPY RESLOGFD.
       COPY STPLGFD.
       FD  PROGREG-FILE.
       01  PROGREG-REC PIC X(48).

       COPY REGCFFD.
       WORKING-STORAGE SECTION.
                   NOT AT END
                       MOVE STEP-LOG-RECORD TO STEP-LOG-WORK
                       IF SL-RUN-DATE = CHECK-DATE
                               AND (SL-STEP-OK OR SL-STEP-REUSED)
                               AND step-count < STEP-TABLE-MAX
                            ADD 1 TO step-count
                            MOVE SL-PROBLEM-ID
