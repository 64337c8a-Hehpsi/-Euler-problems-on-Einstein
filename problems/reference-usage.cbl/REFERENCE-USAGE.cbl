       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFERENCE-USAGE.
*> Usage analysis of the three reference files that only ever grow:
*> the PRESETS parameter presets, the DECKLIB include members, and
*> the named CALLIB calendars. The standing deck on RUNCARDS, every
*> DECKLIB member on disk, and the dated DECKHIST history of the
*> last N days are scanned for references - an "@NAME" opening a
*> card's parameters names a preset, an *INCLUDE card a member, a
*> card's BP-CALENDAR column a calendar (DH-PUNCHED-PARMS,
*> DH-MEMBER and DH-CALENDAR on the history) - and every entry is
*> listed with the last night it was expanded or consulted and the
*> cards that referenced it.
*>
*> An entry is in use when a card on RUNCARDS references it, when
*> a member in use references it (members nest, so this is
*> followed through), or when the history shows it used inside the
*> window. Everything else is flagged - as never referenced, or as
*> referenced only from members that are themselves out of use -
*> and so is every reference to an entry that is no longer on
*> file. For each unused preset a DELETE transaction for
*> PRESET-MAINT is punched on DEADPSX (see PRSETWS for the layout),
*> and for each unused calendar one DELETE for CALENDAR-MAINT per
*> date it holds on DEADCALX, for review: nothing is applied. The
*> user-id columns are left blank; whoever accepts a line signs it
*> there and passes the file to the maintenance program, which
*> applies it under its usual checks and freeze rules. A member has
*> no maintenance program, so an unused member is flagged only.
*>
*> The members on disk are listed by the shell into a scratch file,
*> the same way PROBLEM-RUNNER probes program versions.
*>
*> Argument, optional: the number of days of history to scan,
*> 1-999 (default 90). Return codes: 0 every entry in use and every
*> reference good, 4 at least one flag, 16 a bad argument.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO "RUNCARDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS card-status.
           SELECT PRESETS-FILE ASSIGN TO "PRESETS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS presets-status.
           SELECT CALLIB-FILE ASSIGN TO "CALLIB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS callib-status.
           SELECT DECKLIB-FILE ASSIGN USING decklib-dsn
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS decklib-status.
           SELECT MEMLIST-FILE ASSIGN USING memlist-dsn
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS memlist-status.
           SELECT DECKHIST-FILE ASSIGN USING deckhist-dsn
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS deckhist-status.
           SELECT DEADPSX-FILE ASSIGN TO "DEADPSX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS deadpsx-status.
           SELECT DEADCALX-FILE ASSIGN TO "DEADCALX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS deadcalx-status.
           COPY REGCFSL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
       01  CONTROL-CARD-REC PIC X(266).
       FD  PRESETS-FILE.
       01  PRESETS-REC PIC X(270).
       FD  CALLIB-FILE.
       01  CALLIB-REC PIC X(16).
       FD  DECKLIB-FILE.
       01  DECKLIB-REC PIC X(252).
       FD  MEMLIST-FILE.
       01  MEMLIST-REC PIC X(80).
       FD  DECKHIST-FILE.
       01  DECKHIST-REC PIC X(604).
       FD  DEADPSX-FILE.
       01  DEADPSX-REC PIC X(286).
       FD  DEADCALX-FILE.
       01  DEADCALX-REC PIC X(32).
       COPY REGCFFD.

       WORKING-STORAGE SECTION.
       COPY BPARMWS.
       COPY PRSETWS.
       COPY CALLIBWS.
       COPY DKHSTWS.
       COPY REGCFWS.
       01 card-status PIC XX.
       01 presets-status PIC XX.
       01 callib-status PIC XX.
       01 decklib-status PIC XX.
       01 decklib-dsn PIC X(40).
       01 memlist-status PIC XX.
       01 memlist-dsn PIC X(40).
       01 memlist-command PIC X(120).
       01 deckhist-base PIC X(30) VALUE "DECKHIST".
       01 deckhist-dsn PIC X(40).
       01 deckhist-status PIC XX.
       01 deadpsx-status PIC XX.
       01 deadcalx-status PIC XX.

       01 ARG-COUNT PIC 9(2) BINARY VALUE ZERO.
       01 ARG-NUM   PIC 9(2) BINARY VALUE ZERO.
       01 arg-buffer PIC X(18).
       01 window-days PIC 9(3) VALUE 90.
       01 today-date PIC X(8).
       01 today-day PIC 9(8) BINARY.
       01 window-from PIC 9(8).
       01 probe-date PIC 9(8).
       01 probe-idx PIC 9(3) BINARY.
       01 history-days PIC 9(3) BINARY VALUE ZERO.

*> Every preset, member and calendar seen - on file, or only named
*> by a reference. UE-KIND tells them apart; UE-ON-FILE is "N" for
*> an entry only a reference knows of. UE-LAST-USED is the latest
*> night the history shows it used, UE-IN-DECK says RUNCARDS names
*> it, and UE-LIVE is settled once every reference is in.
       01 ENTRY-TABLE-MAX PIC 9(4) BINARY VALUE 300.
       01 entry-count PIC 9(4) BINARY VALUE ZERO.
       01 ENTRY-TABLE.
           05 USAGE-ENTRY OCCURS 300 TIMES.
               10 UE-KIND      PIC X.
                   88 UE-PRESET   VALUE "P".
                   88 UE-MEMBER   VALUE "M".
                   88 UE-CALENDAR VALUE "C".
               10 UE-NAME      PIC X(30).
               10 UE-ON-FILE   PIC X.
                   88 UE-IS-ON-FILE VALUE "Y".
               10 UE-IN-DECK   PIC X.
                   88 UE-IS-IN-DECK VALUE "Y".
               10 UE-LIVE      PIC X.
                   88 UE-IS-LIVE VALUE "Y".
               10 UE-LAST-USED PIC X(8).
               10 UE-REF-COUNT PIC 9(4) BINARY.
       01 entry-idx PIC 9(4) BINARY.
       01 found-idx PIC 9(4) BINARY.
       01 look-kind PIC X.
       01 look-name PIC X(30).

*> One line per distinct referrer. RF-FROM is the member entry the
*> reference sits in, zero for RUNCARDS and the history; the
*> history's referrers are kept once per program, the night it
*> last ran being the entry's UE-LAST-USED.
       01 REF-TABLE-MAX PIC 9(4) BINARY VALUE 900.
       01 ref-count PIC 9(4) BINARY VALUE ZERO.
       01 REF-TABLE.
           05 REF-ENTRY OCCURS 900 TIMES.
               10 RF-ENTRY PIC 9(4) BINARY.
               10 RF-FROM  PIC 9(4) BINARY.
               10 RF-TEXT  PIC X(60).
       01 ref-idx PIC 9(4) BINARY.
       01 ref-from PIC 9(4) BINARY.
       01 ref-text PIC X(60).
       01 ref-source PIC X(30).
       01 line-number PIC 9(4).
       01 CONT-PENDING PIC X VALUE "N".
           88 CONT-DUE VALUE "Y".
       01 preset-ref PIC X(20).
       01 preset-split PIC 9(4) BINARY.

*> CALLIB as read, so an unused calendar's dates can be punched.
       01 CALDATE-TABLE-MAX PIC 9(4) BINARY VALUE 2000.
       01 caldate-count PIC 9(4) BINARY VALUE ZERO.
       01 CALDATE-TABLE.
           05 CALDATE-ENTRY OCCURS 2000 TIMES.
               10 CD-CALENDAR PIC X(8).
               10 CD-DATE     PIC X(8).
       01 caldate-idx PIC 9(4) BINARY.

       01 LIVE-CHANGED PIC X.
           88 LIVENESS-MOVED VALUE "Y".
       01 member-idx PIC 9(4) BINARY.
       01 from-idx PIC 9(4) BINARY.
       01 punched-dates PIC 9(4) BINARY.
       01 member-name PIC X(30).
       01 member-dummy PIC X(40).

       01 PSXACT-LINE.
           05 PX-ACTION  PIC X(6).
           05 PX-NAME    PIC X(20).
           05 PX-VALUE   PIC X(250).
           05 PX-USER-ID PIC X(10).
       01 CALXACT-LINE.
           05 KX-ACTION   PIC X(6).
           05 KX-CALENDAR PIC X(8).
           05 KX-DATE     PIC X(8).
           05 KX-USER-ID  PIC X(10).

       01 kind-word PIC X(8).
       01 last-word PIC X(24).
       01 flagged-count PIC 9(4) BINARY VALUE ZERO.
       01 missing-count PIC 9(4) BINARY VALUE ZERO.
       01 dead-count PIC 9(4) BINARY VALUE ZERO.
       01 punched-count PIC 9(4) BINARY VALUE ZERO.
       01 ENTRY-FLAGGED PIC X.
           88 ENTRY-IS-FLAGGED VALUE "Y".

       PROCEDURE DIVISION.
       00-MAIN SECTION.
           PERFORM 9800-LOAD-REGION-CONFIG.
           MOVE deckhist-base TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO deckhist-base.
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER.
           PERFORM VARYING ARG-NUM FROM 1 BY 1
                   UNTIL ARG-NUM > ARG-COUNT
               MOVE SPACES TO arg-buffer
               DISPLAY ARG-NUM UPON ARGUMENT-NUMBER
               ACCEPT arg-buffer FROM ARGUMENT-VALUE
               IF FUNCTION TRIM(arg-buffer) IS NUMERIC
                       AND FUNCTION LENGTH(FUNCTION
                           TRIM(arg-buffer)) <= 3
                       AND FUNCTION NUMVAL(arg-buffer) > 0 THEN
                    MOVE FUNCTION NUMVAL(arg-buffer) TO window-days
               ELSE
                    DISPLAY "REFERENCE-USAGE: THE ONLY ARGUMENT IS "
                            "AN OPTIONAL NUMBER OF DAYS, 1-999"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
               END-IF
           END-PERFORM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO today-date.
           COMPUTE today-day = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(today-date)).
           COMPUTE window-from = FUNCTION DATE-OF-INTEGER(
               today-day - window-days + 1).

           PERFORM 01-LOAD-PRESETS.
           PERFORM 02-LOAD-CALENDARS.
           PERFORM 03-LIST-MEMBERS.
           PERFORM 04-SCAN-RUNCARDS.
           PERFORM VARYING member-idx FROM 1 BY 1
                   UNTIL member-idx > entry-count
               IF UE-MEMBER(member-idx)
                       AND UE-IS-ON-FILE(member-idx) THEN
                    PERFORM 05-SCAN-MEMBER
               END-IF
           END-PERFORM.
           PERFORM VARYING probe-idx FROM 0 BY 1
                   UNTIL probe-idx >= window-days
               COMPUTE probe-date = FUNCTION DATE-OF-INTEGER(
                   today-day - probe-idx)
               PERFORM 06-SCAN-HISTORY-DAY
           END-PERFORM.
           PERFORM 07-SETTLE-LIVENESS.

           OPEN OUTPUT DEADPSX-FILE.
           OPEN OUTPUT DEADCALX-FILE.
           DISPLAY "REFERENCE-USAGE: PRESETS, DECKLIB MEMBERS AND "
                   "CALENDARS - RUNCARDS, DECKLIB AND " history-days
                   " NIGHT(S) OF DECKHIST FROM " window-from
                   " TO " today-date.
           MOVE "P" TO look-kind.
           PERFORM 08-REPORT-KIND.
           MOVE "M" TO look-kind.
           PERFORM 08-REPORT-KIND.
           MOVE "C" TO look-kind.
           PERFORM 08-REPORT-KIND.
           CLOSE DEADPSX-FILE.
           CLOSE DEADCALX-FILE.

           DISPLAY " ".
           DISPLAY "REFERENCE-USAGE: " entry-count " ENTRIES, "
                   dead-count " OUT OF USE, " missing-count
                   " NOT ON FILE, " punched-count
                   " DELETE(S) PUNCHED TO DEADPSX/DEADCALX".
           IF flagged-count > 0 THEN
                MOVE 4 TO RETURN-CODE
           ELSE
                MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       01-LOAD-PRESETS SECTION.
           OPEN INPUT PRESETS-FILE.
           IF presets-status = "35" THEN
                DISPLAY "REFERENCE-USAGE: NO PRESETS FILE, EVERY "
                        "PRESET REFERENCE WILL SHOW AS NOT ON FILE"
                GO TO 01-LOAD-PRESETS-EXIT
           END-IF.
           PERFORM UNTIL presets-status = "10"
               READ PRESETS-FILE
                   AT END MOVE "10" TO presets-status
                   NOT AT END
                       MOVE PRESETS-REC TO PARAMETER-PRESET-RECORD
                       IF PS-NAME NOT = SPACES THEN
                            MOVE "P" TO look-kind
                            MOVE PS-NAME TO look-name
                            PERFORM 10-FIND-ENTRY
                            IF found-idx NOT = 0 THEN
                                 MOVE "Y" TO UE-ON-FILE(found-idx)
                            END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PRESETS-FILE.
       01-LOAD-PRESETS-EXIT.
           EXIT.

       02-LOAD-CALENDARS SECTION.
           OPEN INPUT CALLIB-FILE.
           IF callib-status = "35" THEN
                DISPLAY "REFERENCE-USAGE: NO CALLIB FILE, EVERY "
                        "CALENDAR REFERENCE WILL SHOW AS NOT ON FILE"
                GO TO 02-LOAD-CALENDARS-EXIT
           END-IF.
           PERFORM UNTIL callib-status = "10"
               READ CALLIB-FILE
                   AT END MOVE "10" TO callib-status
                   NOT AT END
                       MOVE CALLIB-REC TO CALENDAR-LIBRARY-RECORD
                       IF CL-CALENDAR NOT = SPACES THEN
                            MOVE "C" TO look-kind
                            MOVE CL-CALENDAR TO look-name
                            PERFORM 10-FIND-ENTRY
                            IF found-idx NOT = 0 THEN
                                 MOVE "Y" TO UE-ON-FILE(found-idx)
                            END-IF
                            IF caldate-count < CALDATE-TABLE-MAX
                                 ADD 1 TO caldate-count
                                 MOVE CL-CALENDAR
                                     TO CD-CALENDAR(caldate-count)
                                 MOVE CL-DATE
                                     TO CD-DATE(caldate-count)
                            END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CALLIB-FILE.
       02-LOAD-CALENDARS-EXIT.
           EXIT.

       03-LIST-MEMBERS SECTION.
*> One "DECKLIB.<member>" name per line of the scratch file; no
*> member on disk leaves it empty.
           MOVE "USAGELST.TMP" TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO memlist-dsn.
           MOVE SPACES TO memlist-command.
           STRING "ls -1 DECKLIB.* >" FUNCTION TRIM(memlist-dsn)
                  " 2>/dev/null"
                  DELIMITED BY SIZE INTO memlist-command.
           CALL "CBL_DELETE_FILE" USING memlist-dsn.
           CALL "SYSTEM" USING memlist-command.
           MOVE 0 TO RETURN-CODE.
           OPEN INPUT MEMLIST-FILE.
           IF memlist-status NOT = "00" THEN
                MOVE SPACES TO memlist-status
                GO TO 03-LIST-MEMBERS-EXIT
           END-IF.
           PERFORM UNTIL memlist-status = "10"
               READ MEMLIST-FILE
                   AT END MOVE "10" TO memlist-status
                   NOT AT END
                       MOVE SPACES TO member-dummy
                       MOVE SPACES TO member-name
                       UNSTRING MEMLIST-REC DELIMITED BY "DECKLIB."
                           INTO member-dummy member-name
                       IF member-name NOT = SPACES THEN
                            MOVE "M" TO look-kind
                            MOVE member-name TO look-name
                            PERFORM 10-FIND-ENTRY
                            IF found-idx NOT = 0 THEN
                                 MOVE "Y" TO UE-ON-FILE(found-idx)
                            END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MEMLIST-FILE.
           MOVE SPACES TO memlist-status.
           CALL "CBL_DELETE_FILE" USING memlist-dsn.
       03-LIST-MEMBERS-EXIT.
           EXIT.

       04-SCAN-RUNCARDS SECTION.
           OPEN INPUT CONTROL-CARD-FILE.
           IF card-status = "35" THEN
                DISPLAY "REFERENCE-USAGE: NO RUNCARDS FILE, ONLY "
                        "DECKLIB AND THE HISTORY ARE SCANNED"
                GO TO 04-SCAN-RUNCARDS-EXIT
           END-IF.
           MOVE 0 TO ref-from.
           MOVE "RUNCARDS" TO ref-source.
           MOVE 0 TO line-number.
           MOVE "N" TO CONT-PENDING.
           PERFORM UNTIL card-status = "10"
               READ CONTROL-CARD-FILE
                   AT END MOVE "10" TO card-status
                   NOT AT END
                       ADD 1 TO line-number
                       MOVE CONTROL-CARD-REC TO BATCH-PARM-RECORD
                       PERFORM 09-TAKE-CARD
               END-READ
           END-PERFORM.
           CLOSE CONTROL-CARD-FILE.
       04-SCAN-RUNCARDS-EXIT.
           EXIT.

       05-SCAN-MEMBER SECTION.
           MOVE SPACES TO decklib-dsn.
           STRING "DECKLIB." FUNCTION TRIM(UE-NAME(member-idx))
               DELIMITED BY SIZE INTO decklib-dsn.
           OPEN INPUT DECKLIB-FILE.
           IF decklib-status NOT = "00" THEN
                MOVE SPACES TO decklib-status
                GO TO 05-SCAN-MEMBER-EXIT
           END-IF.
           MOVE member-idx TO ref-from.
           MOVE decklib-dsn TO ref-source.
           MOVE 0 TO line-number.
           MOVE "N" TO CONT-PENDING.
           PERFORM UNTIL decklib-status = "10"
               READ DECKLIB-FILE
                   AT END MOVE "10" TO decklib-status
                   NOT AT END
                       ADD 1 TO line-number
                       MOVE DECKLIB-REC TO BATCH-PARM-RECORD
                       PERFORM 09-TAKE-CARD
               END-READ
           END-PERFORM.
           CLOSE DECKLIB-FILE.
           MOVE SPACES TO decklib-status.
       05-SCAN-MEMBER-EXIT.
           EXIT.

       06-SCAN-HISTORY-DAY SECTION.
*> A night with no history file simply had no deck.
           MOVE SPACES TO deckhist-dsn.
           STRING FUNCTION TRIM(deckhist-base) ".D" probe-date
               DELIMITED BY SIZE INTO deckhist-dsn.
           OPEN INPUT DECKHIST-FILE.
           IF deckhist-status NOT = "00" THEN
                MOVE SPACES TO deckhist-status
                GO TO 06-SCAN-HISTORY-DAY-EXIT
           END-IF.
           ADD 1 TO history-days.
           MOVE 0 TO ref-from.
           PERFORM UNTIL deckhist-status = "10"
               READ DECKHIST-FILE
                   AT END MOVE "10" TO deckhist-status
                   NOT AT END
                       MOVE DECKHIST-REC TO DECK-HISTORY-RECORD
                       IF DH-CARD-ENTRY THEN
                            PERFORM 06A-TAKE-HISTORY-CARD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DECKHIST-FILE.
           MOVE SPACES TO deckhist-status.
       06-SCAN-HISTORY-DAY-EXIT.
           EXIT.

       06A-TAKE-HISTORY-CARD SECTION.
           MOVE SPACES TO ref-text.
           STRING "DECKHIST CARDS FOR "
                  FUNCTION TRIM(DH-PROBLEM-ID)
               DELIMITED BY SIZE INTO ref-text.
           IF DH-PUNCHED-PARMS(1:1) = "@" THEN
                MOVE DH-PUNCHED-PARMS TO BP-PARM-VALUE
                PERFORM 09B-SPLIT-PRESET-REF
                IF preset-ref NOT = SPACES THEN
                     MOVE "P" TO look-kind
                     MOVE preset-ref TO look-name
                     PERFORM 06B-NOTE-HISTORY-USE
                END-IF
           END-IF.
           IF DH-MEMBER NOT = SPACES THEN
                MOVE "M" TO look-kind
                MOVE DH-MEMBER TO look-name
                PERFORM 06B-NOTE-HISTORY-USE
           END-IF.
           IF DH-CALENDAR NOT = SPACES THEN
                MOVE "C" TO look-kind
                MOVE DH-CALENDAR TO look-name
                PERFORM 06B-NOTE-HISTORY-USE
           END-IF.

       06B-NOTE-HISTORY-USE SECTION.
           PERFORM 10-FIND-ENTRY.
           IF found-idx = 0 THEN
                GO TO 06B-NOTE-HISTORY-USE-EXIT
           END-IF.
           IF UE-LAST-USED(found-idx) = SPACES
                   OR UE-LAST-USED(found-idx) < probe-date THEN
                MOVE probe-date TO UE-LAST-USED(found-idx)
           END-IF.
           PERFORM 11-NOTE-REFERENCE.
       06B-NOTE-HISTORY-USE-EXIT.
           EXIT.

       07-SETTLE-LIVENESS SECTION.
*> In use directly: on RUNCARDS, or used inside the window. Then
*> anything a member in use references is in use too, repeated
*> until a pass changes nothing, so nesting of any depth follows.
           PERFORM VARYING entry-idx FROM 1 BY 1
                   UNTIL entry-idx > entry-count
               IF UE-IS-IN-DECK(entry-idx)
                       OR UE-LAST-USED(entry-idx) NOT = SPACES THEN
                    MOVE "Y" TO UE-LIVE(entry-idx)
               END-IF
           END-PERFORM.
           MOVE "Y" TO LIVE-CHANGED.
           PERFORM UNTIL NOT LIVENESS-MOVED
               MOVE "N" TO LIVE-CHANGED
               PERFORM VARYING ref-idx FROM 1 BY 1
                       UNTIL ref-idx > ref-count
                   MOVE RF-FROM(ref-idx) TO from-idx
                   MOVE RF-ENTRY(ref-idx) TO found-idx
                   IF from-idx NOT = 0 THEN
                        IF UE-IS-LIVE(from-idx)
                                AND NOT UE-IS-LIVE(found-idx) THEN
                             MOVE "Y" TO UE-LIVE(found-idx)
                             MOVE "Y" TO LIVE-CHANGED
                        END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

       08-REPORT-KIND SECTION.
           EVALUATE look-kind
               WHEN "P" MOVE "PRESET" TO kind-word
               WHEN "M" MOVE "MEMBER" TO kind-word
               WHEN OTHER MOVE "CALENDAR" TO kind-word
           END-EVALUATE.
           DISPLAY " ".
           DISPLAY "REFERENCE-USAGE: " FUNCTION TRIM(kind-word) "S".
           PERFORM VARYING entry-idx FROM 1 BY 1
                   UNTIL entry-idx > entry-count
               IF UE-KIND(entry-idx) = look-kind THEN
                    PERFORM 08A-REPORT-ENTRY
               END-IF
           END-PERFORM.

       08A-REPORT-ENTRY SECTION.
           MOVE "N" TO ENTRY-FLAGGED.
           EVALUATE TRUE
               WHEN UE-LAST-USED(entry-idx) NOT = SPACES
                   MOVE SPACES TO last-word
                   STRING "LAST USED "
                          UE-LAST-USED(entry-idx)
                       DELIMITED BY SIZE INTO last-word
               WHEN UE-IS-IN-DECK(entry-idx)
                   MOVE "ON RUNCARDS" TO last-word
               WHEN UE-IS-LIVE(entry-idx)
                   MOVE "IN A MEMBER IN USE" TO last-word
               WHEN OTHER
                   MOVE "NOT USED IN THE WINDOW" TO last-word
           END-EVALUATE.
           DISPLAY "   " kind-word " " UE-NAME(entry-idx) " "
                   last-word.
           PERFORM VARYING ref-idx FROM 1 BY 1
                   UNTIL ref-idx > ref-count
               IF RF-ENTRY(ref-idx) = entry-idx THEN
                    DISPLAY "        REFERENCED BY "
                            FUNCTION TRIM(RF-TEXT(ref-idx))
               END-IF
           END-PERFORM.
           IF NOT UE-IS-ON-FILE(entry-idx) THEN
                MOVE "Y" TO ENTRY-FLAGGED
                ADD 1 TO missing-count
                EVALUATE TRUE
                    WHEN UE-PRESET(entry-idx)
                        DISPLAY "        FLAG: REFERENCED, BUT NOT "
                                "ON THE PRESETS FILE"
                    WHEN UE-MEMBER(entry-idx)
                        DISPLAY "        FLAG: REFERENCED, BUT NO "
                                "SUCH DECKLIB MEMBER ON DISK"
                    WHEN OTHER
                        DISPLAY "        FLAG: REFERENCED, BUT NOT "
                                "ON THE CALENDAR LIBRARY"
                END-EVALUATE
                GO TO 08A-REPORT-ENTRY-END
           END-IF.
           IF UE-IS-LIVE(entry-idx) THEN
                GO TO 08A-REPORT-ENTRY-END
           END-IF.
           MOVE "Y" TO ENTRY-FLAGGED.
           ADD 1 TO dead-count.
           IF UE-REF-COUNT(entry-idx) = 0 THEN
                DISPLAY "        FLAG: NEVER REFERENCED"
           ELSE
                DISPLAY "        FLAG: REFERENCED ONLY FROM "
                        "MEMBERS OUT OF USE"
           END-IF.
           EVALUATE TRUE
               WHEN UE-PRESET(entry-idx)
                   MOVE SPACES TO PSXACT-LINE
                   MOVE "DELETE" TO PX-ACTION
                   MOVE UE-NAME(entry-idx) TO PX-NAME
                   WRITE DEADPSX-REC FROM PSXACT-LINE
                   ADD 1 TO punched-count
                   DISPLAY "        DELETE PUNCHED TO DEADPSX"
               WHEN UE-CALENDAR(entry-idx)
                   PERFORM 08B-PUNCH-CALENDAR
               WHEN OTHER
                   DISPLAY "        NO MAINTENANCE PROGRAM - REMOVE "
                           "BY HAND IF CONFIRMED"
           END-EVALUATE.
       08A-REPORT-ENTRY-END.
           IF ENTRY-IS-FLAGGED THEN
                ADD 1 TO flagged-count
           END-IF.

       08B-PUNCH-CALENDAR SECTION.
           MOVE 0 TO punched-dates.
           PERFORM VARYING caldate-idx FROM 1 BY 1
                   UNTIL caldate-idx > caldate-count
               IF CD-CALENDAR(caldate-idx) = UE-NAME(entry-idx)
                    MOVE SPACES TO CALXACT-LINE
                    MOVE "DELETE" TO KX-ACTION
                    MOVE CD-CALENDAR(caldate-idx) TO KX-CALENDAR
                    MOVE CD-DATE(caldate-idx) TO KX-DATE
                    WRITE DEADCALX-REC FROM CALXACT-LINE
                    ADD 1 TO punched-count
                    ADD 1 TO punched-dates
               END-IF
           END-PERFORM.
           DISPLAY "        " punched-dates " DELETE(S) PUNCHED TO "
                   "DEADCALX".

       09-TAKE-CARD SECTION.
*> One card of RUNCARDS or of a member. A continuation line carries
*> nothing but more parameter text, so it is passed by.
           IF CONT-DUE THEN
                GO TO 09-TAKE-CARD-NEXT
           END-IF.
           IF BP-PROBLEM-ID = SPACES THEN
                GO TO 09-TAKE-CARD-NEXT
           END-IF.
           MOVE SPACES TO ref-text.
           STRING FUNCTION TRIM(ref-source) " LINE " line-number
                  " (" FUNCTION TRIM(BP-PROBLEM-ID) ")"
               DELIMITED BY SIZE INTO ref-text.
           IF BP-PROBLEM-ID = "*INCLUDE" THEN
                IF BP-PARM-VALUE NOT = SPACES THEN
                     MOVE "M" TO look-kind
                     MOVE FUNCTION TRIM(BP-PARM-VALUE) TO look-name
                     PERFORM 09A-NOTE-CARD-USE
                END-IF
                GO TO 09-TAKE-CARD-NEXT
           END-IF.
           IF BP-PROBLEM-ID(1:1) = "*" THEN
                GO TO 09-TAKE-CARD-NEXT
           END-IF.
           IF BP-PARM-VALUE(1:1) = "@" THEN
                PERFORM 09B-SPLIT-PRESET-REF
                IF preset-ref NOT = SPACES THEN
                     MOVE "P" TO look-kind
                     MOVE preset-ref TO look-name
                     PERFORM 09A-NOTE-CARD-USE
                END-IF
           END-IF.
           IF BP-CALENDAR NOT = SPACES THEN
                MOVE "C" TO look-kind
                MOVE BP-CALENDAR TO look-name
                PERFORM 09A-NOTE-CARD-USE
           END-IF.
       09-TAKE-CARD-NEXT.
           IF BP-CONTINUED THEN
                MOVE "Y" TO CONT-PENDING
           ELSE
                MOVE "N" TO CONT-PENDING
           END-IF.

       09A-NOTE-CARD-USE SECTION.
           PERFORM 10-FIND-ENTRY.
           IF found-idx = 0 THEN
                GO TO 09A-NOTE-CARD-USE-EXIT
           END-IF.
           IF ref-from = 0 THEN
                MOVE "Y" TO UE-IN-DECK(found-idx)
           END-IF.
           PERFORM 11-NOTE-REFERENCE.
       09A-NOTE-CARD-USE-EXIT.
           EXIT.

       09B-SPLIT-PRESET-REF SECTION.
*> "@NAME", the name running to the first blank - as PROBLEM-RUNNER
*> reads it when it expands the preset.
           MOVE SPACES TO preset-ref.
           MOVE 2 TO preset-split.
           PERFORM UNTIL preset-split > 50
                         OR BP-PARM-VALUE(preset-split:1) = SPACE
               ADD 1 TO preset-split
           END-PERFORM.
           IF preset-split > 2 THEN
                MOVE BP-PARM-VALUE(2:preset-split - 2) TO preset-ref
           END-IF.

       10-FIND-ENTRY SECTION.
*> Finds look-kind/look-name, adding it (not on file) when new.
*> found-idx comes back zero only when the table is full.
           MOVE 0 TO found-idx.
           PERFORM VARYING entry-idx FROM 1 BY 1
                   UNTIL entry-idx > entry-count OR found-idx NOT = 0
               IF UE-KIND(entry-idx) = look-kind
                       AND UE-NAME(entry-idx) = look-name THEN
                    MOVE entry-idx TO found-idx
               END-IF
           END-PERFORM.
           IF found-idx NOT = 0 THEN
                GO TO 10-FIND-ENTRY-EXIT
           END-IF.
           IF entry-count >= ENTRY-TABLE-MAX THEN
                DISPLAY "REFERENCE-USAGE: MORE THAN " ENTRY-TABLE-MAX
                        " ENTRIES, " FUNCTION TRIM(look-name)
                        " NOT TRACKED"
                GO TO 10-FIND-ENTRY-EXIT
           END-IF.
           ADD 1 TO entry-count.
           MOVE entry-count TO found-idx.
           MOVE look-kind TO UE-KIND(found-idx).
           MOVE look-name TO UE-NAME(found-idx).
           MOVE "N" TO UE-ON-FILE(found-idx).
           MOVE "N" TO UE-IN-DECK(found-idx).
           MOVE "N" TO UE-LIVE(found-idx).
           MOVE SPACES TO UE-LAST-USED(found-idx).
           MOVE 0 TO UE-REF-COUNT(found-idx).
       10-FIND-ENTRY-EXIT.
           EXIT.

       11-NOTE-REFERENCE SECTION.
*> The same referrer is kept once.
           PERFORM VARYING ref-idx FROM 1 BY 1
                   UNTIL ref-idx > ref-count
               IF RF-ENTRY(ref-idx) = found-idx
                       AND RF-FROM(ref-idx) = ref-from
                       AND RF-TEXT(ref-idx) = ref-text THEN
                    GO TO 11-NOTE-REFERENCE-EXIT
               END-IF
           END-PERFORM.
           ADD 1 TO UE-REF-COUNT(found-idx).
           IF ref-count < REF-TABLE-MAX THEN
                ADD 1 TO ref-count
                MOVE found-idx TO RF-ENTRY(ref-count)
                MOVE ref-from TO RF-FROM(ref-count)
                MOVE ref-text TO RF-TEXT(ref-count)
           END-IF.
       11-NOTE-REFERENCE-EXIT.
           EXIT.

       COPY REGCFPR.

       END PROGRAM REFERENCE-USAGE.
