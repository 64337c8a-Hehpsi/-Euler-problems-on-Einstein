*> the particulars, and a re-extract card in the BPARMWS layout is
*> punched to REEXTRACT for each such night - append it to
*> RUNCARDS and the gap closes without a phone call.
*> An optional first argument names the dataset the re-extract
*> needs in hand before it can run (the warehouse's re-send of the
*> night's feed, say), and an optional second an HHMM deadline for
*> it: both go on every card punched, so PROBLEM-RUNNER holds the
*> re-extract until that dataset arrives instead of running it
*> against nothing.
*>
*> Return codes: 0 every extracted night acknowledged clean, 8 at
*> least one gap (re-extract cards punched), 4 nothing on the
*> extract history to reconcile, 16 an await deadline argument
*> that is not an HHMM time.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 FILLER      PIC X(1).
           05 AK-STATUS   PIC X(4).
       FD  REEXTRACT-FILE.
       01  REEXTRACT-REC PIC X(250).

       COPY REGCFFD.
       WORKING-STORAGE SECTION.
       01 punched-count PIC 9(4) BINARY VALUE ZERO.
       01 REEXTRACT-OPEN PIC X VALUE "N".

       01 ARG-COUNT PIC 9(2) BINARY VALUE ZERO.
       01 ARG-NUM   PIC 9(2) BINARY VALUE ZERO.
       01 arg-buffer PIC X(30).
       01 reextract-await-file PIC X(30) VALUE SPACES.
       01 reextract-await-deadline PIC X(4) VALUE SPACES.

       PROCEDURE DIVISION.
       00-MAIN SECTION.
           PERFORM 9800-LOAD-REGION-CONFIG.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO whextlog-dsn.

           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER.
           IF ARG-COUNT >= 1 THEN
                MOVE 1 TO ARG-NUM
                DISPLAY ARG-NUM UPON ARGUMENT-NUMBER
                ACCEPT arg-buffer FROM ARGUMENT-VALUE
                MOVE FUNCTION TRIM(arg-buffer)
                    TO reextract-await-file
           END-IF.
           IF ARG-COUNT >= 2 THEN
                MOVE 2 TO ARG-NUM
                DISPLAY ARG-NUM UPON ARGUMENT-NUMBER
                ACCEPT arg-buffer FROM ARGUMENT-VALUE
                MOVE FUNCTION TRIM(arg-buffer)
                    TO reextract-await-deadline
                IF reextract-await-deadline IS NOT NUMERIC
                        OR reextract-await-deadline(1:2) > "23"
                        OR reextract-await-deadline(3:2) > "59"
                        OR arg-buffer(5:) NOT = SPACES THEN
                     DISPLAY "WHACK-RECON: AWAIT DEADLINE ARGUMENT "
                             "MUST BE HHMM"
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
                END-IF
           END-IF.

           PERFORM 01-LOAD-EXTRACT-HISTORY.
           IF ext-count = 0 THEN
                DISPLAY "WHACK-RECON: NO EXTRACT HISTORY ON "

       04-PUNCH-REEXTRACT-CARD SECTION.
*> One runnable card per gap night: WAREHOUSE-EXTRACT with the
*> night's date as its argument, ready to append to RUNCARDS, and
*> awaiting the dataset named on the command line if one was.
           IF REEXTRACT-OPEN NOT = "Y" THEN
                OPEN OUTPUT REEXTRACT-FILE
                MOVE "Y" TO REEXTRACT-OPEN
           MOVE SPACES TO BATCH-PARM-RECORD.
           MOVE "WAREHOUSE-EXTRACT" TO BP-PROBLEM-ID.
           MOVE EX-RUN-DATE(ext-idx) TO BP-PARM-VALUE.
           MOVE reextract-await-file TO BP-AWAIT-FILE.
           MOVE reextract-await-deadline TO BP-AWAIT-DEADLINE.
           MOVE BATCH-PARM-RECORD TO REEXTRACT-REC.
           WRITE REEXTRACT-REC.
           ADD 1 TO punched-count.
