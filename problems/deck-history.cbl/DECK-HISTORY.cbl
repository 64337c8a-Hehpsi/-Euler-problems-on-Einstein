       DATA DIVISION.
       FILE SECTION.
       FD  DECKHIST-FILE.
       01  DECKHIST-REC PIC X(604).

       COPY REGCFFD.
       WORKING-STORAGE SECTION.
               WHEN "S" MOVE "SKIPPED" TO state-word
               WHEN "C" MOVE "CARRIED OVER" TO state-word
               WHEN "H" MOVE "LEFT ON HOLD" TO state-word
               WHEN "N" MOVE "CONDITION FALSE" TO state-word
               WHEN OTHER MOVE "STATE UNKNOWN" TO state-word
           END-EVALUATE.

