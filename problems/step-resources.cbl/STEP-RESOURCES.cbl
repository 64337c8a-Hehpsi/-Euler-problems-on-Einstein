       IDENTIFICATION DIVISION.
       PROGRAM-ID. STEP-RESOURCES.
*> Reader for the step resource-accounting file PROBLEM-RUNNER
*> writes beside STEPLOG (see STRSCWS): which programs are eating
*> the box. For a night and for that night's month to date it ranks
*> the programs by CPU seconds (user plus system, both shown), by
*> peak resident memory (the largest any one attempt reached), and
*> by file-system blocks read and blocks written, every attempt -
*> retries included - counting toward its program's total.
*> Argument, optional: a YYYYMMDD run-date (default today). Return
*> codes: 0 something was ranked, 4 the night had no accounting
*> records on disk, 16 a bad argument.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY STRSCSL.
           COPY REGCFSL.

       DATA DIVISION.
       FILE SECTION.
       COPY STRSCFD.
       COPY REGCFFD.

       WORKING-STORAGE SECTION.
       COPY STRSCWS.
       COPY REGCFWS.

       01 ARG-COUNT PIC 9(2) BINARY VALUE ZERO.
       01 ARG-NUM   PIC 9(2) BINARY VALUE ZERO.
       01 arg-buffer PIC X(18).
       01 REPORT-RUN-DATE PIC X(8).

*> Per program, the night's figures (RS-N-) and the month's to
*> date (RS-M-).
       01 PROG-TABLE-MAX PIC 9(4) BINARY VALUE 200.
       01 prog-count PIC 9(4) BINARY VALUE ZERO.
       01 PROG-TABLE.
           05 PROG-ENTRY OCCURS 200 TIMES.
               10 RS-PROGRAM    PIC X(30).
               10 RS-N-LAUNCHES PIC 9(6) BINARY.
               10 RS-N-USER     PIC 9(9)V99 COMP-3.
               10 RS-N-SYSTEM   PIC 9(9)V99 COMP-3.
               10 RS-N-PEAK     PIC 9(9) BINARY.
               10 RS-N-IN       PIC 9(12) BINARY.
               10 RS-N-OUT      PIC 9(12) BINARY.
               10 RS-M-LAUNCHES PIC 9(6) BINARY.
               10 RS-M-USER     PIC 9(9)V99 COMP-3.
               10 RS-M-SYSTEM   PIC 9(9)V99 COMP-3.
               10 RS-M-PEAK     PIC 9(9) BINARY.
               10 RS-M-IN       PIC 9(12) BINARY.
               10 RS-M-OUT      PIC 9(12) BINARY.
               10 RS-RANK-VALUE PIC 9(12)V99 COMP-3.
               10 RS-PICKED     PIC X.
       01 prog-idx PIC 9(4) BINARY.
       01 scan-idx PIC 9(4) BINARY.
       01 night-records PIC 9(8) BINARY VALUE ZERO.
       01 month-records PIC 9(8) BINARY VALUE ZERO.

*> Which figures a ranking is over: RANK-SCOPE N the night, M the
*> month; RANK-RESOURCE C CPU, P peak memory, I blocks read, O
*> blocks written.
       01 RANK-SCOPE PIC X.
           88 RANK-THE-NIGHT VALUE "N".
       01 RANK-RESOURCE PIC X.
           88 RANK-BY-CPU VALUE "C".
           88 RANK-BY-PEAK VALUE "P".
           88 RANK-BY-IN VALUE "I".
       01 RANK-SHOWN-MAX PIC 9(2) BINARY VALUE 10.
       01 rank-pos PIC 9(2) BINARY.
       01 rank-best PIC 9(4) BINARY.
       01 rank-edit PIC Z9.
       01 launches-edit PIC Z(5)9.
       01 cpu-edit PIC Z(8)9.99.
       01 cpu-user-edit PIC Z(8)9.99.
       01 cpu-sys-edit PIC Z(8)9.99.
       01 count-edit PIC Z(11)9.
       01 REPORT-LINE.
           05 FILLER PIC X(3) VALUE SPACES.
           05 RP-RANK PIC Z9.
           05 FILLER PIC X VALUE SPACE.
           05 RP-PROGRAM PIC X(30).
           05 FILLER PIC X VALUE SPACE.
           05 RP-LAUNCHES PIC Z(5)9.
           05 FILLER PIC X VALUE SPACE.
           05 RP-VALUE PIC X(16).
           05 FILLER PIC X VALUE SPACE.
           05 RP-DETAIL PIC X(40).

       PROCEDURE DIVISION.
       00-MAIN SECTION.
           PERFORM 9800-LOAD-REGION-CONFIG.
           MOVE STEP-RSRC-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO STEP-RSRC-DSN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO REPORT-RUN-DATE.
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER.
           PERFORM VARYING ARG-NUM FROM 1 BY 1
                   UNTIL ARG-NUM > ARG-COUNT
               MOVE SPACES TO arg-buffer
               DISPLAY ARG-NUM UPON ARGUMENT-NUMBER
               ACCEPT arg-buffer FROM ARGUMENT-VALUE
               IF FUNCTION TRIM(arg-buffer) IS NUMERIC
                       AND FUNCTION LENGTH(FUNCTION
                           TRIM(arg-buffer)) = 8 THEN
                    MOVE FUNCTION TRIM(arg-buffer) TO REPORT-RUN-DATE
               ELSE
                    DISPLAY "STEP-RESOURCES: THE ONLY ARGUMENT IS AN "
                            "OPTIONAL YYYYMMDD RUN-DATE"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
               END-IF
           END-PERFORM.

           OPEN INPUT STEP-RSRC-FILE.
           IF STEP-RSRC-STATUS = "35" THEN
                DISPLAY "STEP-RESOURCES: NO STEPRSRC FILE ON DISK, "
                        "NOTHING TO RANK"
                MOVE 4 TO RETURN-CODE
                STOP RUN
           END-IF.
           PERFORM UNTIL STEP-RSRC-STATUS = "10"
               READ STEP-RSRC-FILE
                   AT END MOVE "10" TO STEP-RSRC-STATUS
                   NOT AT END
                       MOVE STEP-RSRC-RECORD TO STEP-RSRC-WORK
                       IF SR-RUN-DATE(1:6) = REPORT-RUN-DATE(1:6)
                               AND SR-RUN-DATE <= REPORT-RUN-DATE
                            PERFORM 01-ACCUMULATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STEP-RSRC-FILE.

           MOVE "N" TO RANK-SCOPE.
           IF night-records = 0 THEN
                DISPLAY "STEP-RESOURCES: NO ACCOUNTING RECORDS FOR "
                        "THE NIGHT OF " REPORT-RUN-DATE
           ELSE
                MOVE night-records TO count-edit
                DISPLAY "STEP-RESOURCES: NIGHT OF " REPORT-RUN-DATE
                        ", " FUNCTION TRIM(count-edit)
                        " ATTEMPT(S) ACCOUNTED"
                PERFORM 02-RANK-ALL-RESOURCES
           END-IF.
           MOVE "M" TO RANK-SCOPE.
           IF month-records > 0 THEN
                MOVE month-records TO count-edit
                DISPLAY " "
                DISPLAY "STEP-RESOURCES: MONTH "
                        REPORT-RUN-DATE(1:6) " TO DATE, "
                        FUNCTION TRIM(count-edit)
                        " ATTEMPT(S) ACCOUNTED"
                PERFORM 02-RANK-ALL-RESOURCES
           END-IF.

           IF night-records = 0 THEN
                MOVE 4 TO RETURN-CODE
           ELSE
                MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       01-ACCUMULATE SECTION.
           MOVE 0 TO prog-idx.
           PERFORM VARYING scan-idx FROM 1 BY 1
                   UNTIL scan-idx > prog-count OR prog-idx NOT = 0
               IF RS-PROGRAM(scan-idx) = SR-PROBLEM-ID THEN
                    MOVE scan-idx TO prog-idx
               END-IF
           END-PERFORM.
           IF prog-idx = 0 THEN
                IF prog-count >= PROG-TABLE-MAX THEN
                     GO TO 01-ACCUMULATE-EXIT
                END-IF
                ADD 1 TO prog-count
                MOVE prog-count TO prog-idx
                INITIALIZE PROG-ENTRY(prog-idx)
                MOVE SR-PROBLEM-ID TO RS-PROGRAM(prog-idx)
           END-IF.
           ADD 1 TO month-records.
           ADD 1 TO RS-M-LAUNCHES(prog-idx).
           ADD SR-USER-CPU TO RS-M-USER(prog-idx).
           ADD SR-SYSTEM-CPU TO RS-M-SYSTEM(prog-idx).
           ADD SR-BLOCKS-IN TO RS-M-IN(prog-idx).
           ADD SR-BLOCKS-OUT TO RS-M-OUT(prog-idx).
           IF SR-PEAK-RSS-KB > RS-M-PEAK(prog-idx) THEN
                MOVE SR-PEAK-RSS-KB TO RS-M-PEAK(prog-idx)
           END-IF.
           IF SR-RUN-DATE NOT = REPORT-RUN-DATE THEN
                GO TO 01-ACCUMULATE-EXIT
           END-IF.
           ADD 1 TO night-records.
           ADD 1 TO RS-N-LAUNCHES(prog-idx).
           ADD SR-USER-CPU TO RS-N-USER(prog-idx).
           ADD SR-SYSTEM-CPU TO RS-N-SYSTEM(prog-idx).
           ADD SR-BLOCKS-IN TO RS-N-IN(prog-idx).
           ADD SR-BLOCKS-OUT TO RS-N-OUT(prog-idx).
           IF SR-PEAK-RSS-KB > RS-N-PEAK(prog-idx) THEN
                MOVE SR-PEAK-RSS-KB TO RS-N-PEAK(prog-idx)
           END-IF.
       01-ACCUMULATE-EXIT.
           EXIT.

       02-RANK-ALL-RESOURCES SECTION.
           MOVE "C" TO RANK-RESOURCE.
           DISPLAY " ".
           DISPLAY "BY CPU SECONDS (USER + SYSTEM):".
           PERFORM 03-RANK-PROGRAMS.
           MOVE "P" TO RANK-RESOURCE.
           DISPLAY " ".
           DISPLAY "BY PEAK RESIDENT MEMORY (KB, LARGEST ATTEMPT):".
           PERFORM 03-RANK-PROGRAMS.
           MOVE "I" TO RANK-RESOURCE.
           DISPLAY " ".
           DISPLAY "BY FILE-SYSTEM BLOCKS READ:".
           PERFORM 03-RANK-PROGRAMS.
           MOVE "O" TO RANK-RESOURCE.
           DISPLAY " ".
           DISPLAY "BY FILE-SYSTEM BLOCKS WRITTEN:".
           PERFORM 03-RANK-PROGRAMS.

       03-RANK-PROGRAMS SECTION.
*> Takes the heaviest unpicked program RANK-SHOWN-MAX times over;
*> programs with nothing in the scope stay out of the ranking.
           PERFORM VARYING prog-idx FROM 1 BY 1
                   UNTIL prog-idx > prog-count
               PERFORM 03A-RANK-VALUE
           END-PERFORM.
           DISPLAY " RANK PROGRAM-ID                     LAUNCHES"
                   "            VALUE".
           PERFORM VARYING rank-pos FROM 1 BY 1
                   UNTIL rank-pos > RANK-SHOWN-MAX
               MOVE 0 TO rank-best
               PERFORM VARYING prog-idx FROM 1 BY 1
                       UNTIL prog-idx > prog-count
                   IF RS-PICKED(prog-idx) = "N" THEN
                        IF rank-best = 0 THEN
                             MOVE prog-idx TO rank-best
                        ELSE
                             IF RS-RANK-VALUE(prog-idx)
                                     > RS-RANK-VALUE(rank-best)
                                  MOVE prog-idx TO rank-best
                             END-IF
                        END-IF
                   END-IF
               END-PERFORM
               IF rank-best = 0 THEN
                    MOVE RANK-SHOWN-MAX TO rank-pos
               ELSE
                    MOVE "Y" TO RS-PICKED(rank-best)
                    MOVE rank-best TO prog-idx
                    PERFORM 03B-SHOW-RANKED
               END-IF
           END-PERFORM.

       03A-RANK-VALUE SECTION.
           MOVE "N" TO RS-PICKED(prog-idx).
           EVALUATE TRUE
               WHEN RANK-THE-NIGHT AND RS-N-LAUNCHES(prog-idx) = 0
                   MOVE "Y" TO RS-PICKED(prog-idx)
               WHEN NOT RANK-THE-NIGHT
                       AND RS-M-LAUNCHES(prog-idx) = 0
                   MOVE "Y" TO RS-PICKED(prog-idx)
               WHEN RANK-THE-NIGHT AND RANK-BY-CPU
                   COMPUTE RS-RANK-VALUE(prog-idx) =
                       RS-N-USER(prog-idx) + RS-N-SYSTEM(prog-idx)
               WHEN RANK-THE-NIGHT AND RANK-BY-PEAK
                   MOVE RS-N-PEAK(prog-idx) TO RS-RANK-VALUE(prog-idx)
               WHEN RANK-THE-NIGHT AND RANK-BY-IN
                   MOVE RS-N-IN(prog-idx) TO RS-RANK-VALUE(prog-idx)
               WHEN RANK-THE-NIGHT
                   MOVE RS-N-OUT(prog-idx) TO RS-RANK-VALUE(prog-idx)
               WHEN RANK-BY-CPU
                   COMPUTE RS-RANK-VALUE(prog-idx) =
                       RS-M-USER(prog-idx) + RS-M-SYSTEM(prog-idx)
               WHEN RANK-BY-PEAK
                   MOVE RS-M-PEAK(prog-idx) TO RS-RANK-VALUE(prog-idx)
               WHEN RANK-BY-IN
                   MOVE RS-M-IN(prog-idx) TO RS-RANK-VALUE(prog-idx)
               WHEN OTHER
                   MOVE RS-M-OUT(prog-idx) TO RS-RANK-VALUE(prog-idx)
           END-EVALUATE.

       03B-SHOW-RANKED SECTION.
           MOVE SPACES TO REPORT-LINE.
           MOVE rank-pos TO RP-RANK.
           MOVE RS-PROGRAM(prog-idx) TO RP-PROGRAM.
           IF RANK-THE-NIGHT THEN
                MOVE RS-N-LAUNCHES(prog-idx) TO RP-LAUNCHES
                MOVE RS-N-USER(prog-idx) TO cpu-user-edit
                MOVE RS-N-SYSTEM(prog-idx) TO cpu-sys-edit
           ELSE
                MOVE RS-M-LAUNCHES(prog-idx) TO RP-LAUNCHES
                MOVE RS-M-USER(prog-idx) TO cpu-user-edit
                MOVE RS-M-SYSTEM(prog-idx) TO cpu-sys-edit
           END-IF.
           IF RANK-BY-CPU THEN
                MOVE RS-RANK-VALUE(prog-idx) TO cpu-edit
                MOVE cpu-edit TO RP-VALUE(5:)
                STRING "USER " FUNCTION TRIM(cpu-user-edit)
                       " SYSTEM " FUNCTION TRIM(cpu-sys-edit)
                       DELIMITED BY SIZE INTO RP-DETAIL
           ELSE
                MOVE RS-RANK-VALUE(prog-idx) TO count-edit
                MOVE count-edit TO RP-VALUE(5:)
           END-IF.
           DISPLAY REPORT-LINE.

       COPY REGCFPR.

       END PROGRAM STEP-RESOURCES.
