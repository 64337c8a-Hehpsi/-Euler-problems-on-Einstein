*> status, and handled by its on-error action like any other
*> failure - and columns 149-156 name the CALLIB calendar that
*> governs the card's holiday pass-overs and business-day counting
*> (blank keeps the flat HOLCAL list), columns 157-216 carry
*> the card's run condition on a prior step's outcome (blank runs
*> unconditionally - see BPARMWS and 42-JUDGE-CONDITION), and
*> columns 217-250 name a dataset the card awaits and an optional
*> HHMM deadline for it (see 44-PROBE-ARRIVAL), column 251
*> ranks the card 1 (critical) through 5 (discretionary), blank
*> meaning 3, and column 252 allows (Y) or forbids (N) serving the
*> card from its certified answer, blank following *REUSE. One
*> line per step; blank lines are skipped. Cards whose frequency doesn't
*> match the run-date are passed over with a console line, and a
*> run-date listed in the HOLCAL holiday calendar (one YYYYMMDD per
*> line; absent file means no holidays) selects nothing at all. See
*> BPARMWS for the shared record layout.
*>
*> A parameter may name an earlier card's result instead of a
*> punched value - &<step>.ANSWER or &<step>.EFFECTIVE(<key>) -
*> so a value no longer has to be hand-copied from the morning
*> summary into the next night's deck. The referenced card becomes
*> a prerequisite; the value is taken off its RESULTLOG record just
*> before launch (see 43-RESOLVE-REFERENCES), and a reference that
*> cannot be resolved, or resolves out of catalog range, skips the
*> card with a SUBST record on STEPLOG.
*>
*> An *INCLUDE <member> control card splices the cards of DECKLIB
*> member "DECKLIB.<member>" into the deck in its place before
*> anything else happens, so shared blocks (the month-end refresh
*> The whole deck is loaded and validated before anything launches,
*> then executed in dependency order: a card waits until every card
*> named in its depends-on column has completed successfully (or
*> been passed over by the calendar or by its run condition). A
*> deck whose dependencies
*> form a cycle, or name a step not in the deck, is refused outright.
*>
*> An optional SIMULATE argument dry-runs the deck: every card's
*> runner naps between re-reads rather than skipping the card, so
*> one suspect step no longer costs the whole deck an abort.
*>
*> A card naming an await file is held the same way once it is
*> otherwise ready to launch: the runner re-probes the dataset
*> between waves and releases the card when the file exists and
*> has stopped growing. A file that never comes leaves the card to
*> the cutoff carry-over, or to its own deadline, past which it is
*> skipped with a NOFILE record on STEPLOG.
*>
*> Runnable cards launch in priority order within each wave, a
*> card's prerequisites ranking at least as high as the card. With
*> a cutoff on the deck, each wave first projects the pending work
*> onto the clock; while the projected finish is past the cutoff,
*> the lowest-priority pending card nothing else still waits on is
*> carried over there and then, with the projection that condemned
*> it on the console, ALERTLOG, and a SHED record on STEPLOG. A
*> priority-1 card is never shed - only the cutoff itself moves it.
*>
*> A card allowed reuse (column 252, or a deck-wide *REUSE card)
*> whose program-plus-effective-parms pair is CERTIFIED on CERTREG
*> is served from the registry instead of launched: the pair is
*> found through the card's last completed run (its STEPLOG step-id
*> joined to that run's RESULTLOG record), and the served card
*> writes a RESULTLOG record flagged as served from CERTREG, with
*> the certification date, plus a REUSED record on STEPLOG. Its
*> dependents and references see an ordinary result. One in every
*> n servable cards (n from *REUSE, default 7) is run for real
*> each night, rotating with the date, so the certification keeps
*> being exercised - and at least one is, whenever any is servable.
*>
*> A card punched by REQUEST-GATEWAY carries its request id in
*> columns 253-266. The runner stamps it on the card's STEPLOG
*> records and keeps it on a carried-over card, and records on the
*> REQTRACK event log when such a card is put on operator hold or
*> released, starts awaiting its file, or is carried over (at the
*> cutoff or shed ahead of it) - the stages STEPLOG alone would not
*> show. REQUEST-TRACKER reports from the two together.
*>
*> Return codes: 0 every step completed clean, 4 the deck was
*> curtailed at the cutoff time or shed cards ahead of it, 8 at
*> least one step failed but the deck was allowed to continue (or
*> was cut short by SKIP-REST), 16
*> a step failed on an ABORT-DECK card, the deck failed pre-flight
*> validation, or the deck could not be read at all.
       ENVIRONMENT DIVISION.
           SELECT STEP-RC-FILE ASSIGN USING rc-file-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rc-file-status.
           SELECT STEP-USAGE-FILE ASSIGN USING usage-file-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS usage-file-status.
           SELECT QUOTA-FILE ASSIGN TO "QUOTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS quota-status.
           SELECT CERTREG-FILE ASSIGN USING certreg-dsn
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS certreg-status.
           COPY STPLGSL.
           COPY STRSCSL.
           COPY RUNMDSL.
           COPY RESLOGSL.
           COPY ANSWSSL.
           COPY ALRTSL.
           COPY LINAGSL.
           COPY PRIMCSL.
           COPY CAPLGSL.
           COPY LOCKSL.
           COPY REQTKSL.

           COPY REGCFSL.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
       01 CONTROL-CARD-REC PIC X(266).
       FD  HOLIDAY-FILE.
       01 HOLIDAY-REC PIC X(8).
       FD  CALLIB-FILE.
       01 CALLIB-REC PIC X(16).
       FD  CATALOG-FILE.
       01 CATALOG-REC PIC X(223).
       FD  AUTHREQ-FILE.
       01 AUTHREQ-REC PIC X(90).
       FD  CARRYOVER-FILE.
       01 CARRYOVER-REC PIC X(266).
       FD  HOLD-FILE.
       01 HOLD-REC PIC X(38).
       FD  DECKLIB-FILE.
       01 DECKLIB-REC PIC X(252).
       FD  PRESETS-FILE.
       01 PRESETS-REC PIC X(270).
       FD  DECKSTAT-FILE.
       01 DECKSTAT-REC PIC X(80).
       FD  DECKHIST-FILE.
       01 DECKHIST-REC PIC X(604).
       FD  PROGREG-FILE.
       01 PROGREG-REC PIC X(48).
       FD  RELMANIF-FILE.
       01 RELMANIF-REC.
           05 RM-FILE-PROGRAM PIC X(25).
           05 FILLER          PIC X(01).
           05 RM-FILE-VERSION PIC X(08).
*> Who approved the version at RELEASE-GATE, and when - last on
*> the record, so an older manifest still reads cleanly.
           05 FILLER          PIC X(01).
           05 RM-FILE-APPROVER PIC X(10).
           05 FILLER          PIC X(01).
           05 RM-FILE-APPROVED PIC X(08).
       FD  VERCHK-FILE.
       01 VERCHK-REC PIC X(60).
       FD  RUNNER-MUTEX-FILE.
       01 MUTEX-SCRATCH-REC PIC X(20).
       FD  STEP-RC-FILE.
       01 STEP-RC-REC PIC X(10).
       FD  STEP-USAGE-FILE.
       01 STEP-USAGE-REC PIC X(80).
       COPY STPLGFD.
       COPY STRSCFD.
       COPY RUNMDFD.
       COPY RESLOGFD.
       COPY ANSWSFD.
       COPY ALRTFD.
       COPY LINAGFD.
       COPY PRIMCFD.
       COPY CAPLGFD.
       COPY LOCKFD.
       COPY REQTKFD.
       FD  QUOTA-FILE.
       01 QUOTA-REC.
           05 QT-FILE-DEPARTMENT PIC X(20).
           05 FILLER             PIC X(01).
           05 QT-FILE-SECONDS    PIC X(09).
       FD  CERTREG-FILE.
       01  CERTREG-REC PIC X(404).

       COPY REGCFFD.
       WORKING-STORAGE SECTION.
       COPY PRCATWS.
       COPY AUTHRQWS.
       COPY STPLGWS.
       COPY STRSCWS.
       COPY RUNMDWS.
       COPY ALRTWS.
       COPY LINAGWS.
*> RESLOGWS rides along for the prime-cache set: the shared lock
*> and cache routines name their caller through RL-PROGRAM-ID.
       COPY RESLOGWS.
       COPY ANSWSWS.
       COPY PRIMCWS.
       COPY CAPLGWS.
       COPY GENSVWS.
       COPY LOCKWS.
       COPY PWORDWS.
       01 card-status PIC XX.
       01 shell-command PIC X(400).
*> Run/step correlation: one run-id per deck submission, one
*> Elapsed-cap support: a capped step is launched under the system
*> timeout command, whose exit code of 124 (or 137 when the kill
*> escalation was needed) marks the step terminated at its cap.
       01 launch-prefix PIC X(120) VALUE SPACES.
       01 launch-prefix-len PIC 9(3) BINARY VALUE 1.
       01 step-count PIC 9(4) BINARY VALUE ZERO.
       01 failed-count PIC 9(4) BINARY VALUE ZERO.
*> CALL "SYSTEM" hands back the raw wait status on this platform - the
           88 RETRY-RECOVERED VALUE "Y".
       01 RETRY-SIGNAL-SEEN PIC X VALUE "N".
           88 RETRY-HIT-SIGNAL VALUE "Y".
*> Set when the card carries an elapsed cap, so a 124 or 137 exit
*> from one of its attempts reads as the cap, never as a signal.
       01 RETRY-CAP-STATE PIC X VALUE "N".
           88 RETRY-IS-CAPPED VALUE "Y".

       01 holiday-status PIC XX.
       01 HOLIDAY-TABLE-MAX PIC 9(4) BINARY VALUE 200.
               10 CS-PROBLEM-ID PIC X(30).
               10 CS-PARM-VALUE PIC X(50).
               10 CS-END-TIME   PIC X(21).
               10 CS-STEP-ID    PIC X(19).
       01 completed-idx PIC 9(4) BINARY.
       01 STEPLOG-TRUNCATED PIC X VALUE "N".
           88 STEPLOG-WAS-TRUNCATED VALUE "Y".
*> Catalog rows for one PROGRAM-ID appear in argument order (the
*> NOTES column documents ARG 1, ARG 2, ...), so the k-th row for a
*> program is matched against the k-th blank-separated token of
*> BP-PARM-VALUE. *KEYS rows and keyword-only rows take no place in
*> that count; a NAME=VALUE token is matched to its row by name
*> instead, and its name against the program's *KEYS row.
       01 catalog-status PIC XX.
       01 CATALOG-TABLE-MAX PIC 9(4) BINARY VALUE 100.
       01 catalog-count PIC 9(4) BINARY VALUE ZERO.
                   88 CAT-TYPICAL-USABLE VALUE "Y".
               10 CAT-EFF-FROM   PIC X(8).
               10 CAT-EFF-TO     PIC X(8).
               10 CAT-WORDS      PIC X(60).
               10 CAT-KEYWORD-ONLY PIC X.
       01 catalog-idx PIC 9(4) BINARY.
       01 cat-arg-ordinal PIC 9(2) BINARY.
       01 cat-keys-idx PIC 9(4) BINARY.
*> Effective-date selection scratch: the date a row must govern
*> (the card's run-date, today when the card leaves it blank).
       01 cat-asof-date PIC X(8).
       01 CAT-ROW-EFFECTIVE PIC X.
           88 CAT-ROW-GOVERNS VALUE "Y".

*> Deck runtime budget, totalled from the RUNMODEL bands and the
*> PC-TYPICAL-ELAPSED columns RUNTIME-PROFILE maintains. When a
*> cutoff is on the deck and the serial estimate doesn't plausibly
*> fit the window, the submission gets a loud warning at 18:00
*> instead of a surprise at 05:45.
       01 deck-estimate-secs PIC 9(9) BINARY VALUE ZERO.
       01 unestimated-cards PIC 9(4) BINARY VALUE ZERO.
       01 band-priced-cards PIC 9(4) BINARY VALUE ZERO.
       01 band-gap-cards PIC 9(4) BINARY VALUE ZERO.
       01 price-idx PIC 9(4) BINARY.
       01 window-secs PIC S9(9) BINARY VALUE ZERO.
       01 start-secs PIC 9(9) BINARY.
       01 cutoff-secs PIC 9(9) BINARY.
      *> its first 18 digits - the same wider-buffer practice
      *> VALNUMWS documents.
       01 PREFLIGHT-PARM-TOKENS.
           05 PF-TOKEN PIC X(40) OCCURS 8 TIMES.
       01 pf-token-idx PIC 9(2) BINARY.
       01 pf-token-value PIC 9(18).
       01 preflight-error-count PIC 9(4) BINARY VALUE ZERO.
*> PREFLIGHT-MARK mirrors the deck, "F" for a card with a violation
*> of its own (a stale binary faults every card of that program),
*> so a refused deck can log each card for what it was.
       01 PREFLIGHT-MARKS.
           05 PREFLIGHT-MARK PIC X OCCURS 200 TIMES.
       01 pf-error-base PIC 9(4) BINARY.
       01 pf-card-idx PIC 9(4) BINARY.

*> Batch-window cutoff. A "*CUTOFF" control card carries the HHMM (or
*> HHMMSS) wall-clock time after which no further step may launch;
           05 HW-PROBLEM-ID PIC X(30).
       01 held-count PIC 9(4) BINARY VALUE ZERO.
       01 hold-scan-idx PIC 9(4) BINARY.

*> Request tracking: the card a REQTRACK event is about, and why a
*> card being carried over is going (past the cutoff unless the
*> shed path says otherwise).
       COPY REQTKWS.
       01 rt-card-idx PIC 9(4) BINARY.
       01 carry-reason PIC X(60) VALUE SPACES.
       01 HOLD-POLL-SECS PIC 9(4) BINARY VALUE 30.

*> The program registry: shared-state-file conflicts come off
           05 PROGREG-ENTRY OCCURS 30 TIMES.
               10 PG-T-PROGRAM PIC X(25).
               10 PG-T-SHARED  PIC X(10).
               10 PG-T-WEIGHT  PIC X(06).
       01 progreg-idx PIC 9(2) BINARY.
       01 PROGREG-HIT PIC X.

*> (back to P on release, or at the cutoff so the carry-over path
*> picks it up). A dependency is satisfied by R, A, or O, waits on
*> P, L, or H, and can never be satisfied once its prerequisite is
*> F, S, or C. N is a card whose run condition judged false - like
*> a calendar pass-over it satisfies the cards that depend on it.
*> W is a card ready to launch but awaiting its file; like H it is
*> still pending, and its dependents wait on it.
*> *INCLUDE support: the physical deck is read whole into the raw
*> card table, every *INCLUDE card is replaced in place by the
*> cards of its DECKLIB member (members live on disk as
*> pre-flight exactly like punched ones, and the month-end block
*> lives in one member instead of four drifting copies. Nesting is
*> allowed; a member expanding more times than the use ceiling is
*> refused as an include loop. RAW-MEMBER remembers which member a
*> card came in from (blank for a card punched on RUNCARDS itself)
*> so the deck history can say so.
       01 decklib-dsn PIC X(40).
       01 decklib-status PIC XX.
       01 RAW-TABLE-MAX PIC 9(4) BINARY VALUE 400.
       01 raw-count PIC 9(4) BINARY VALUE ZERO.
       01 RAW-CARD-TABLE.
           05 RAW-ENTRY OCCURS 400 TIMES.
               10 RAW-CARD   PIC X(266).
               10 RAW-MEMBER PIC X(30).
       01 raw-idx PIC 9(4) BINARY.
       01 MEMBER-TABLE-MAX PIC 9(4) BINARY VALUE 100.
       01 member-count PIC 9(4) BINARY VALUE ZERO.
       01 MEMBER-CARD-TABLE.
           05 MEMBER-CARD PIC X(252) OCCURS 100 TIMES.
       01 member-idx PIC 9(4) BINARY.
       01 include-member PIC X(30).
       01 INCLUDE-USE-MAX PIC 9(2) BINARY VALUE 8.
       01 pending-count PIC 9(4) BINARY VALUE ZERO.
       01 DECK-TABLE.
           05 DECK-ENTRY OCCURS 200 TIMES.
               10 DK-CARD       PIC X(266).
               10 DK-PROBLEM-ID PIC X(30).
               10 DK-PARM-LONG  PIC X(250).
               10 DK-STATE      PIC X.
               10 DK-STEP-ID    PIC X(19).
               10 DK-AWAIT-DSN  PIC X(30).
               10 DK-WAIT-SINCE PIC X(14).
               10 DK-ARRIVED-AT PIC X(14).
               10 DK-AWAIT-SECS PIC 9(6).
               10 DK-PRIORITY   PIC 9(1).
               10 DK-PARM-PUNCHED PIC X(250).
               10 DK-MEMBER     PIC X(30).
               10 DK-REQUEST-ID PIC X(14).
               10 DK-HOLD-NOTED PIC X.
       01 deck-idx PIC 9(4) BINARY.
       01 step-parms PIC X(250).
       01 parm-build PIC X(260).
               10 GM-STEP-NUMBER PIC 9(4) BINARY.
               10 GM-COMMAND  PIC X(400).
               10 GM-SHARED-FILE PIC X(10).
               10 GM-MEMORY-WEIGHT PIC 9(6) BINARY.
               10 GM-RETURN-CODE PIC S9(4) BINARY.
               10 GM-SIGNAL-CODE PIC S9(4) BINARY.
       01 group-idx PIC 9(2) BINARY.
       01 CARD-SHARED-FILE PIC X(10).
       01 GROUP-CONFLICT PIC X.
           88 CARD-CONFLICTS VALUE "Y".
*> A "PRIME-SUM SLICE low high" card is one share of a split N: it
*> never touches the prime store and writes its own PRIMELIST.S<low>,
*> so slices may share a wave with each other - that is the point
*> of splitting. Anything else still conflicts with them as before.
       01 CARD-SLICE PIC X.
           88 CARD-IS-SLICE VALUE "Y".
       01 MEMBER-SLICE PIC X.
           88 MEMBER-IS-SLICE VALUE "Y".
*> Memory budget. A "*MEMORY n" control card gives the machine's
*> budget in megabytes; a card joins a wave only while the wave's
*> combined PG-MEMORY-WEIGHT stays within it, the same way a
*> groupmate's shared file keeps it out. A card heavier than the
*> whole budget still runs - alone, in a wave of its own. No card,
*> no limit.
       01 memory-budget PIC 9(6) BINARY VALUE ZERO.
       01 MEMORY-BUDGET-SET PIC X VALUE "N".
           88 MEMORY-IS-BUDGETED VALUE "Y".
       01 memory-budget-edit PIC Z(5)9.
       01 CARD-MEMORY-WEIGHT PIC 9(6) BINARY.
       01 group-memory-weight PIC 9(7) BINARY.
       01 steprc-base PIC X(30) VALUE "STEPRC".
       01 rc-file-name PIC X(40).
       01 rc-file-seq PIC 9(4).
       01 rc-file-status PIC XX.
*> Resource accounting (STRSCWS): every launch runs under the step
*> timer - GNU time, or whatever the STEPTIMER environment variable
*> names that takes the same -o and -f options - which leaves the
*> attempt's CPU, peak memory and block counts in its own STEPRUnnnn
*> file for 03B-WRITE-STEP-RESOURCES to carry onto STEPRSRC. With
*> no timer on the machine the deck runs exactly as before, with no
*> accounting.
       01 step-timer PIC X(60) VALUE SPACES.
       01 STEP-TIMER-STATE PIC X VALUE "N".
           88 STEP-TIMER-ON VALUE "Y".
       01 stepru-base PIC X(30) VALUE "STEPRU".
       01 usage-file-name PIC X(40).
       01 usage-file-seq PIC 9(4).
       01 usage-file-status PIC XX.
       01 usage-attempt PIC 9(2) BINARY VALUE ZERO.
       01 usage-line PIC X(80).
       01 usage-comma-count PIC 9(2) BINARY.
       01 USAGE-FIGURES.
           05 uf-user-cpu  PIC X(16).
           05 uf-sys-cpu   PIC X(16).
           05 uf-peak-rss  PIC X(16).
           05 uf-blocks-in PIC X(16).
           05 uf-blocks-out PIC X(16).
       01 group-start-time PIC X(21).
       01 group-end-time PIC X(21).
       01 current-step-number PIC 9(4) BINARY VALUE ZERO.
       01 step-status-override PIC X(8) VALUE SPACES.

*> Run conditions (BP-CONDITION, see BPARMWS). The condition names
*> a predecessor card; once the card's own dependencies clear, it
*> also waits for every card of that name to settle, and the
*> condition is judged: CHANGED against the predecessor's latest
*> RESULTLOG answer and the answer its previous run logged, ABOVE
*> and BELOW against the latest answer, FAILED against the card's
*> final state. A false condition parks the card in state N with a
*> CONDFALS record on STEPLOG. COND-LOG-IMAGE is read straight off
*> RESULTLOG so RESULTS-LOG-WORK - whose RL-PROGRAM-ID names this
*> runner to the lock routines - is never disturbed.
       01 COND-WORK.
           05 CD-VERB   PIC X(10).
               88 CD-CHANGED    VALUE "CHANGED".
               88 CD-ABOVE      VALUE "ABOVE".
               88 CD-BELOW      VALUE "BELOW".
               88 CD-FAILED     VALUE "FAILED".
               88 CD-VERB-KNOWN VALUE "CHANGED" "ABOVE" "BELOW"
                                      "FAILED".
           05 CD-TARGET PIC X(30).
           05 CD-VALUE  PIC X(20).
           05 CD-EXTRA  PIC X(20).
       01 cd-threshold PIC 9(18).
       01 cd-answer-value PIC 9(36).
       01 cd-scan-idx PIC 9(4) BINARY.
       01 cd-waiting-count PIC 9(4) BINARY.
       01 cd-failed-count PIC 9(4) BINARY.
       01 cd-ran-count PIC 9(4) BINARY.
       01 cd-target-count PIC 9(4) BINARY.
       01 cd-reason PIC X(60).
       01 CONDITION-VERDICT PIC X.
           88 CONDITION-TRUE    VALUE "T".
           88 CONDITION-FALSE   VALUE "F".
           88 CONDITION-WAITING VALUE "W".
       01 COND-LOG-IMAGE.
           05 CL-PROGRAM-ID PIC X(25).
           05 FILLER        PIC X(38).
           05 CL-ANSWER     PIC X(36).
           05 FILLER        PIC X(01).
           05 CL-START-TIME PIC X(21).
           05 FILLER        PIC X(41).
           05 CL-EFFECTIVE-PARMS PIC X(80).
           05 FILLER        PIC X(01).
           05 CL-RUN-ID     PIC X(14).
           05 FILLER        PIC X(01).
           05 CL-STEP-ID    PIC X(19).
       01 cd-record-key PIC X(33).
       01 cd-current-key PIC X(33).
       01 cd-current-answer PIC X(36).
       01 cd-previous-answer PIC X(36).
       01 CD-CURRENT-FOUND PIC X.
           88 CD-HAVE-CURRENT VALUE "Y".
       01 CD-PREVIOUS-FOUND PIC X.
           88 CD-HAVE-PREVIOUS VALUE "Y".

*> Parameter references (see BPARMWS). 43A-NEXT-REFERENCE finds the
*> next "&" at or after rf-pos in rf-source and takes the reference
*> apart; rf-source runs past the 250-character parameter limit so
*> a reference cut off at the end of the string is read against
*> blanks, not past the field. DK-STEP-ID remembers the step-id
*> each card launched (or, for an already-complete card, the one
*> its earlier run logged) - the key its RESULTLOG record carries.
       01 REFERENCE-WORK.
           05 RF-NAME     PIC X(30).
           05 RF-SELECTOR PIC X.
               88 RF-WANTS-ANSWER    VALUE "A".
               88 RF-WANTS-EFFECTIVE VALUE "E".
               88 RF-MALFORMED       VALUE "?".
           05 RF-KEY      PIC X(20).
       01 rf-source PIC X(300).
       01 rf-token PIC X(60).
       01 rf-pos PIC 9(4) BINARY.
       01 rf-start PIC 9(4) BINARY.
       01 rf-end PIC 9(4) BINARY.
       01 rf-len PIC 9(4) BINARY.
       01 rf-sel-pos PIC 9(4) BINARY.
       01 rf-key-pos PIC 9(4) BINARY.
       01 rf-key-len PIC 9(4) BINARY.
       01 rf-val-len PIC 9(4) BINARY.
       01 rf-amp-count PIC 9(4) BINARY.
       01 rf-space-count PIC 9(4) BINARY.
       01 rf-card-idx PIC 9(4) BINARY.
       01 rf-scan-idx PIC 9(4) BINARY.
       01 rf-build-pos PIC 9(4) BINARY.
       01 rf-error-base PIC 9(4) BINARY.
       01 rf-value PIC X(250).
       01 rf-reason PIC X(60).
       01 rf-key-probe PIC X(21).
       01 rf-log-answer PIC X(36).
       01 rf-log-effective PIC X(80).
       01 rf-echo PIC X(100).
       01 RF-FOUND PIC X.
           88 RF-WAS-FOUND VALUE "Y".
       01 RF-LOG-FOUND PIC X.
           88 RF-HAVE-LOG-RECORD VALUE "Y".
       01 REFERENCE-OUTCOME PIC X.
           88 REFERENCES-RESOLVED VALUE "Y".

*> File-arrival support (BP-AWAIT-FILE). CBL_CHECK_FILE_EXIST hands
*> back the dataset's size and last-modified stamp; a dataset is
*> taken as arrived once it exists and has gone ARRIVAL-SETTLE-SECS
*> without being written to, so a drop still being copied in is
*> not picked up half-written.
       01 ARRIVAL-SETTLE-SECS PIC 9(4) BINARY VALUE 60.
       01 AWAIT-FILE-INFO.
           05 AF-SIZE   PIC X(8) COMP-X.
           05 AF-DAY    PIC X COMP-X.
           05 AF-MONTH  PIC X COMP-X.
           05 AF-YEAR   PIC X(2) COMP-X.
           05 AF-HOUR   PIC X COMP-X.
           05 AF-MINUTE PIC X COMP-X.
           05 AF-SECOND PIC X COMP-X.
           05 AF-HUNDREDTHS PIC X COMP-X.
       01 AW-MODIFIED-STAMP.
           05 aw-mod-year   PIC 9(4).
           05 aw-mod-month  PIC 9(2).
           05 aw-mod-day    PIC 9(2).
           05 aw-mod-hour   PIC 9(2).
           05 aw-mod-minute PIC 9(2).
           05 aw-mod-second PIC 9(2).
       01 aw-stamp PIC X(14).
       01 aw-stamp-secs PIC 9(12).
       01 aw-now-stamp PIC X(14).
       01 aw-now-secs PIC 9(12).
       01 aw-mod-secs PIC 9(12).
       01 aw-since-secs PIC 9(12).
       01 aw-waited-edit PIC Z(5)9.
       01 aw-scan-idx PIC 9(4) BINARY.
       01 ds-await-count PIC 9(4) BINARY.
       01 AWAIT-OUTCOME PIC X.
           88 AWAIT-ARRIVED VALUE "Y".
       01 AWAIT-DEADLINE-PASSED PIC X.
           88 AWAIT-GIVEN-UP VALUE "Y".

*> Card priority and cutoff shedding. DK-PRIORITY holds the card's
*> effective class once 45-SETTLE-PRIORITIES has lifted every
*> prerequisite to the class of its most urgent dependent. The
*> projection is deliberately the optimistic one - the longer of
*> the longest pending card and the serial total spread across the
*> streams - so a card is only shed when even the best case misses.
       01 PRIORITY-DEFAULT PIC 9(1) VALUE 3.
       01 prio-class PIC 9(1) BINARY.
       01 prio-scan-idx PIC 9(4) BINARY.
       01 PRIORITY-RAISED PIC X.
           88 PRIORITIES-MOVED VALUE "Y".
       01 shed-card-idx PIC 9(4) BINARY.
       01 shed-scan-idx PIC 9(4) BINARY.
       01 shed-est-idx PIC 9(4) BINARY.
       01 shed-serial-secs PIC 9(9) BINARY.
       01 shed-longest-secs PIC 9(9) BINARY.
       01 shed-projected-secs PIC 9(9) BINARY.
       01 shed-now-secs PIC 9(9) BINARY.
       01 shed-window-secs PIC S9(9) BINARY.
       01 shed-finish-secs PIC 9(9) BINARY.
       01 shed-finish-clock PIC 9(6).
       01 shed-work-edit PIC Z(5)9.
       01 shed-work-digits PIC 9(6).
       01 shed-count PIC 9(4) BINARY VALUE ZERO.
       01 SHED-BLOCKED PIC X.
           88 SHED-IS-BLOCKED VALUE "Y".
       01 SHED-PROJECTION PIC X.
           88 PROJECTION-MISSES VALUE "Y".

*> Serving certified answers. DK-REUSE settles before the deck
*> runs: blank the card may not be served, E allowed but not
*> servable (no certified pair found), C served from CERTREG, X
*> servable but picked to run for real tonight. CERTREG-WORK is
*> the registry layout ANSWER-CERTIFY maintains; REUSE-LOG-IMAGE
*> reads RESULTLOG without disturbing RESULTS-LOG-WORK, the way
*> COND-LOG-IMAGE does.
       01 certreg-dsn PIC X(30) VALUE "CERTREG".
       01 certreg-status PIC XX.
       01 CERTREG-WORK.
           05 CR-PROGRAM     PIC X(25).
           05 FILLER         PIC X(01).
           05 CR-EFFECTIVE   PIC X(80).
           05 FILLER         PIC X(01).
           05 CR-STATUS      PIC X(04).
           05 FILLER         PIC X(01).
           05 CR-ANSWER      PIC X(250).
           05 FILLER         PIC X(01).
           05 CR-FIRST-STAMP PIC X(21).
           05 FILLER         PIC X(01).
           05 CR-CERT-STAMP  PIC X(19).
       01 REUSE-LOG-IMAGE.
           05 RU-PROGRAM-ID PIC X(25).
           05 FILLER        PIC X(01).
           05 RU-INPUT-PARM PIC X(36).
           05 FILLER        PIC X(100).
           05 RU-EFFECTIVE-PARMS PIC X(80).
           05 FILLER        PIC X(16).
           05 RU-STEP-ID    PIC X(19).
       01 REUSE-MODE PIC X VALUE "N".
           88 REUSE-ON VALUE "Y".
       01 REUSE-SAMPLE-DEFAULT PIC 9(2) BINARY VALUE 7.
       01 reuse-sample PIC 9(2) BINARY VALUE 7.
       01 REUSE-WANTED PIC X VALUE "N".
           88 REUSE-IS-WANTED VALUE "Y".
       01 REUSE-TABLE.
           05 REUSE-ENTRY OCCURS 200 TIMES.
               10 DK-REUSE           PIC X.
               10 DK-REUSE-STEP-ID   PIC X(19).
               10 DK-REUSE-INPUT     PIC X(36).
               10 DK-REUSE-EFFECTIVE PIC X(80).
               10 DK-CERT-ANSWER     PIC X(250).
               10 DK-CERT-DATE       PIC X(8).
       01 reuse-scan-idx PIC 9(4) BINARY.
       01 reuse-servable PIC 9(4) BINARY VALUE ZERO.
       01 reuse-ordinal PIC 9(4) BINARY.
       01 reuse-exercised PIC 9(4) BINARY VALUE ZERO.
       01 reuse-served PIC 9(4) BINARY VALUE ZERO.
       01 reuse-day-int PIC 9(8) BINARY.
       01 reuse-pick PIC 9(4) BINARY.
       01 runner-requestor PIC X(10) VALUE SPACES.

       COPY REGCFWS.

       PROCEDURE DIVISION.
           MOVE steprc-base TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO steprc-base.
           MOVE stepru-base TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO stepru-base.
           MOVE STEP-RSRC-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO STEP-RSRC-DSN.
           MOVE hold-file-dsn TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO hold-file-dsn.
           MOVE ALERT-LOG-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO ALERT-LOG-DSN.
           MOVE LINEAGE-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO LINEAGE-DSN.
           MOVE "PROBLEM-RUNNER" TO AL-PROGRAM-ID.
           MOVE "PROBLEM-RUNNER" TO LN-PROGRAM-ID.
           MOVE "PROBLEM-RUNNER" TO RL-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE(1:6) TO quota-month.
           MOVE PRIME-CACHE-DSN TO REGION-DSN-WORK.
           MOVE CAPACITY-LOG-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO CAPACITY-LOG-DSN.
           MOVE RESULTS-LOG-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO RESULTS-LOG-DSN.
           MOVE ANSWER-SPILL-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO ANSWER-SPILL-DSN.
           MOVE certreg-dsn TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO certreg-dsn.
           ACCEPT runner-requestor FROM ENVIRONMENT "REQUESTOR"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           ACCEPT step-timer FROM ENVIRONMENT "STEPTIMER"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF step-timer = SPACES THEN
                MOVE "/usr/bin/time" TO step-timer
           END-IF.
           CALL "CBL_CHECK_FILE_EXIST" USING step-timer
                                             AWAIT-FILE-INFO.
           IF RETURN-CODE = 0 THEN
                MOVE "Y" TO STEP-TIMER-STATE
           ELSE
                DISPLAY "PROBLEM-RUNNER: STEP TIMER "
                        FUNCTION TRIM(step-timer)
                        " NOT FOUND, NO STEPRSRC ACCOUNTING THIS RUN"
           END-IF.
           MOVE 0 TO RETURN-CODE.

           MOVE runner-mutex-dsn TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.

           PERFORM 07-LOAD-COMPLETED-STEPS.
           PERFORM 09-LOAD-CATALOG.
           PERFORM 9500-LOAD-RUN-MODEL.
           PERFORM 23-LOAD-AUTHREQ.
           PERFORM 36-LOAD-RELMANIF.
           PERFORM 38-LOAD-PROGREG.
           PERFORM 14-LOAD-DECK.
           PERFORM 10-PREFLIGHT-DECK.
           PERFORM 15-CHECK-DEP-CYCLES.
           PERFORM 45-SETTLE-PRIORITIES.
           PERFORM 46-SETTLE-REUSE.
           PERFORM 16-EXECUTE-DECK.

*> A curtailed deck already blew its window - farming it would
*> came round again.
           IF FARM-ON AND NOT SIMULATE-ON
                   AND NOT SKIP-REST-ON
                   AND NOT DECK-CURTAILED
                   AND shed-count = 0 THEN
                PERFORM 41-FARM-PRIME-STORE
           END-IF.

           END-IF.
           DISPLAY "PROBLEM-RUNNER: " step-count " STEP(S) COMPLETE, "
                   failed-count " FAILED".
           IF reuse-served > 0 THEN
                DISPLAY "PROBLEM-RUNNER: " reuse-served
                        " OF THEM SERVED FROM CERTREG"
           END-IF.
           IF DECK-CURTAILED THEN
                DISPLAY "PROBLEM-RUNNER: DECK CURTAILED AT CUTOFF "
                        cutoff-time(1:2) ":" cutoff-time(3:2) ", "
                        carryover-count " CARD(S) WRITTEN TO THE "
                        "CARRYOVER DECK"
           ELSE
                IF shed-count > 0 THEN
                     DISPLAY "PROBLEM-RUNNER: " shed-count
                             " CARD(S) SHED AHEAD OF THE CUTOFF "
                             cutoff-time(1:2) ":" cutoff-time(3:2)
                             " TO THE CARRYOVER DECK"
                END-IF
           END-IF.
           PERFORM 33-RELEASE-RUNNER-MUTEX.
           IF failed-count > 0 THEN
                MOVE 8 TO RETURN-CODE
           ELSE
                IF DECK-CURTAILED OR shed-count > 0 THEN
                     MOVE 4 TO RETURN-CODE
                ELSE
                     MOVE 0 TO RETURN-CODE
                            ADD 1 TO raw-count
                            MOVE CONTROL-CARD-REC
                                TO RAW-CARD(raw-count)
                            MOVE SPACES TO RAW-MEMBER(raw-count)
                       END-IF
               END-READ
           END-PERFORM.
*> Runs after the continuation splices, so a preset reference that
*> rode a continued card is seen whole. A reference to a preset
*> that isn't on file refuses the deck - a mis-punched preset name
*> dies at submission, not as a mystery argument at 02:00. The
*> string as punched is kept beside the expansion for the history.
           PERFORM 14G-LOAD-PRESETS.
           PERFORM VARYING deck-idx FROM 1 BY 1
                   UNTIL deck-idx > deck-count
               MOVE DK-PARM-LONG(deck-idx) TO DK-PARM-PUNCHED(deck-idx)
               IF DK-PARM-LONG(deck-idx)(1:1) = "@" THEN
                    PERFORM 14F-EXPAND-ONE-PRESET
               END-IF
           IF member-count = 0 THEN
                PERFORM VARYING include-slide-idx FROM raw-idx BY 1
                        UNTIL include-slide-idx >= raw-count
                    MOVE RAW-ENTRY(include-slide-idx + 1)
                        TO RAW-ENTRY(include-slide-idx)
                END-PERFORM
                SUBTRACT 1 FROM raw-count
                GO TO 14D-SPLICE-MEMBER-EXIT
                        UNTIL include-slide-idx <= raw-idx
                    COMPUTE member-idx =
                        include-slide-idx + member-count - 1
                    MOVE RAW-ENTRY(include-slide-idx)
                        TO RAW-ENTRY(member-idx)
                END-PERFORM
                COMPUTE raw-count = raw-count + member-count - 1
           END-IF.
               COMPUTE include-slide-idx = raw-idx + member-idx - 1
               MOVE MEMBER-CARD(member-idx)
                   TO RAW-CARD(include-slide-idx)
               MOVE include-member TO RAW-MEMBER(include-slide-idx)
           END-PERFORM.
       14D-SPLICE-MEMBER-EXIT.
           EXIT.
           MOVE CONTROL-CARD-REC TO DK-CARD(deck-count).
           MOVE BP-PROBLEM-ID TO DK-PROBLEM-ID(deck-count).
           MOVE BP-PARM-VALUE TO DK-PARM-LONG(deck-count).
           MOVE RAW-MEMBER(raw-idx) TO DK-MEMBER(deck-count).
           MOVE BP-REQUEST-ID TO DK-REQUEST-ID(deck-count).
           MOVE "N" TO DK-HOLD-NOTED(deck-count).
           MOVE "P" TO DK-STATE(deck-count).
           MOVE SPACES TO DK-STEP-ID(deck-count).
           MOVE SPACES TO DK-AWAIT-DSN(deck-count).
           IF BP-AWAIT-FILE NOT = SPACES THEN
                MOVE BP-AWAIT-FILE TO REGION-DSN-WORK
                PERFORM 9810-APPLY-REGION-PREFIX
                MOVE REGION-DSN-WORK TO DK-AWAIT-DSN(deck-count)
           END-IF.
           MOVE SPACES TO DK-WAIT-SINCE(deck-count).
           MOVE SPACES TO DK-ARRIVED-AT(deck-count).
           MOVE 0 TO DK-AWAIT-SECS(deck-count).
           IF BP-PRIORITY >= "1" AND BP-PRIORITY <= "5" THEN
                MOVE BP-PRIORITY TO DK-PRIORITY(deck-count)
           ELSE
                MOVE PRIORITY-DEFAULT TO DK-PRIORITY(deck-count)
           END-IF.
           IF BP-CONTINUED THEN
                MOVE "Y" TO CONTINUATION-PENDING
           END-IF.

       10-PREFLIGHT-DECK SECTION.
*> Checks every card before anything is launched: numeric parameters
*> against the catalog ranges, word parameters against the catalog's
*> allowed words, keyword names against the program's registered
*> keys, and every depends-on name against the deck itself. Any
*> violation is reported with its card number, and one or more
*> violations fail the submission outright with return code 16 -
*> bad input dies here, at submission, not mid-deck at 02:00.
*> (Under SIMULATE the violations are listed but the walk
*> still happens, so the whole review fits one pass.)
           MOVE SPACES TO PREFLIGHT-MARKS.
           PERFORM VARYING deck-idx FROM 1 BY 1
                   UNTIL deck-idx > deck-count
               MOVE DK-CARD(deck-idx) TO BATCH-PARM-RECORD
               MOVE DK-PARM-LONG(deck-idx) TO step-parms
               MOVE preflight-error-count TO pf-error-base
               PERFORM 10A-PREFLIGHT-CARD
               IF preflight-error-count > pf-error-base THEN
                    MOVE "F" TO PREFLIGHT-MARK(deck-idx)
               END-IF
           END-PERFORM.
           PERFORM 37-CHECK-VERSIONS.
           PERFORM 25-BUDGET-DECK-RUNTIME.
                     DISPLAY "PROBLEM-RUNNER: DECK REJECTED, "
                             preflight-error-count " CARD(S) FAILED "
                             "PRE-FLIGHT VALIDATION"
                     PERFORM 10J-LOG-REFUSED-DECK
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
                END-IF
           END-IF.

       10J-LOG-REFUSED-DECK SECTION.
*> A refused deck launches nothing, but every card on it still gets
*> its STEPLOG record, so the audit trail and the requestor notices
*> say why it never ran: PREFLT for a card with a violation of its
*> own, DECKREJ for a clean card refused along with them. A card
*> punched under a request id is closed off on REQTRACK as well,
*> carrying its step-id - which is how REQUESTOR-NOTICE tells it
*> from a rejection at intake.
           PERFORM VARYING deck-idx FROM 1 BY 1
                   UNTIL deck-idx > deck-count
               PERFORM 10K-LOG-REFUSED-CARD
           END-PERFORM.

       10K-LOG-REFUSED-CARD SECTION.
           MOVE DK-CARD(deck-idx) TO BATCH-PARM-RECORD.
           MOVE DK-PARM-LONG(deck-idx) TO step-parms.
           IF BP-RUN-DATE = SPACES THEN
                MOVE FUNCTION CURRENT-DATE(1:8) TO BP-RUN-DATE
           END-IF.
           MOVE 0 TO current-step-number.
           MOVE FUNCTION CURRENT-DATE TO SL-START-TIME.
           MOVE SL-START-TIME TO SL-END-TIME.
           IF PREFLIGHT-MARK(deck-idx) = "F" THEN
                MOVE 16 TO step-return-code
                MOVE "PREFLT" TO step-status-override
                MOVE "FAILED PRE-FLIGHT VALIDATION, DECK REFUSED"
                    TO RT-DETAIL
           ELSE
                MOVE 0 TO step-return-code
                MOVE "DECKREJ" TO step-status-override
                MOVE "CARD CLEAN, DECK REFUSED AT PRE-FLIGHT"
                    TO RT-DETAIL
           END-IF.
           PERFORM 03-WRITE-STEP-LOG.
           MOVE SL-STEP-ID TO DK-STEP-ID(deck-idx).
           MOVE deck-idx TO rt-card-idx.
           MOVE "REJECTED" TO RT-EVENT.
           PERFORM 47-LOG-CARD-EVENT.

       10A-PREFLIGHT-CARD SECTION.
           PERFORM 10F-CHECK-CATALOG-RANGES.

           IF BP-MAX-ELAPSED NOT = SPACES
                   AND FUNCTION TRIM(BP-MAX-ELAPSED)
               END-IF
           END-PERFORM.

           IF BP-CONDITION NOT = SPACES THEN
                PERFORM 10E-PREFLIGHT-CONDITION
           END-IF.

           IF BP-PRIORITY NOT = SPACE
                   AND (BP-PRIORITY < "1" OR BP-PRIORITY > "5") THEN
                ADD 1 TO preflight-error-count
                DISPLAY "PROBLEM-RUNNER: CARD " deck-idx
                        " (" FUNCTION TRIM(BP-PROBLEM-ID)
                        ") HAS PRIORITY '" BP-PRIORITY
                        "', WHICH IS NOT 1 THROUGH 5"
           END-IF.

           IF BP-REUSE NOT = SPACE AND NOT BP-REUSE-ALLOWED
                   AND NOT BP-REUSE-NEVER THEN
                ADD 1 TO preflight-error-count
                DISPLAY "PROBLEM-RUNNER: CARD " deck-idx
                        " (" FUNCTION TRIM(BP-PROBLEM-ID)
                        ") HAS REUSE '" BP-REUSE
                        "', WHICH IS NOT Y OR N"
           END-IF.

           IF BP-AWAIT-DEADLINE NOT = SPACES THEN
                IF BP-AWAIT-FILE = SPACES THEN
                     ADD 1 TO preflight-error-count
                     DISPLAY "PROBLEM-RUNNER: CARD " deck-idx
                             " (" FUNCTION TRIM(BP-PROBLEM-ID)
                             ") HAS AN AWAIT DEADLINE BUT NO "
                             "AWAIT FILE"
                END-IF
                IF BP-AWAIT-DEADLINE IS NOT NUMERIC
                        OR BP-AWAIT-DEADLINE(1:2) > "23"
                        OR BP-AWAIT-DEADLINE(3:2) > "59" THEN
                     ADD 1 TO preflight-error-count
                     DISPLAY "PROBLEM-RUNNER: CARD " deck-idx
                             " (" FUNCTION TRIM(BP-PROBLEM-ID)
                             ") HAS AWAIT DEADLINE '"
                             BP-AWAIT-DEADLINE
                             "', WHICH IS NOT AN HHMM TIME"
                END-IF
           END-IF.

           MOVE 0 TO rf-amp-count.
           INSPECT step-parms TALLYING rf-amp-count FOR ALL "&".
           IF rf-amp-count > 0 THEN
                PERFORM 10G-PREFLIGHT-REFERENCES
           END-IF.

       10E-PREFLIGHT-CONDITION SECTION.
*> The condition must be one of the four forms, name a card that
*> is in the deck, and carry a threshold exactly when the form
*> compares against one.
           PERFORM 42A-PARSE-CONDITION.
           MOVE SPACES TO cd-reason.
           EVALUATE TRUE
               WHEN NOT CD-VERB-KNOWN
                   MOVE "IS NOT CHANGED, ABOVE, BELOW, OR FAILED"
                       TO cd-reason
               WHEN CD-TARGET = SPACES
                   MOVE "NAMES NO PREDECESSOR" TO cd-reason
               WHEN CD-EXTRA NOT = SPACES
                   MOVE "HAS TEXT AFTER ITS LAST OPERAND"
                       TO cd-reason
               WHEN (CD-ABOVE OR CD-BELOW)
                       AND (CD-VALUE = SPACES
                         OR FUNCTION TRIM(CD-VALUE) IS NOT NUMERIC)
                   MOVE "NEEDS A WHOLE-NUMBER THRESHOLD" TO cd-reason
               WHEN (CD-ABOVE OR CD-BELOW)
                       AND FUNCTION LENGTH(FUNCTION
                           TRIM(CD-VALUE)) > 18
                   MOVE "HAS A THRESHOLD LONGER THAN 18 DIGITS"
                       TO cd-reason
               WHEN (CD-CHANGED OR CD-FAILED)
                       AND CD-VALUE NOT = SPACES
                   MOVE "TAKES NO THRESHOLD" TO cd-reason
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF cd-reason = SPACES THEN
                MOVE "N" TO DEP-FOUND
                PERFORM VARYING dep-scan-idx FROM 1 BY 1
                        UNTIL dep-scan-idx > deck-count
                    IF DK-PROBLEM-ID(dep-scan-idx) = CD-TARGET THEN
                         MOVE "Y" TO DEP-FOUND
                    END-IF
                END-PERFORM
                IF NOT DEP-WAS-FOUND THEN
                     MOVE "NAMES A PREDECESSOR NOT IN THE DECK"
                         TO cd-reason
                END-IF
           END-IF.
           IF cd-reason NOT = SPACES THEN
                ADD 1 TO preflight-error-count
                DISPLAY "PROBLEM-RUNNER: CARD " deck-idx
                        " (" FUNCTION TRIM(BP-PROBLEM-ID)
                        ") RUN CONDITION '"
                        FUNCTION TRIM(BP-CONDITION) "' "
                        FUNCTION TRIM(cd-reason)
           END-IF.

       10F-CHECK-CATALOG-RANGES SECTION.
*> Range-checks the plain-number tokens of step-parms, and word-
*> checks the rest, against the catalog rows governing the card's
*> run-date; a NAME=VALUE token must also name a registered
*> parameter. Pre-flight runs it
*> on every card as punched; 43-RESOLVE-REFERENCES runs it again
*> on a parameter string whose references have just been filled
*> in, so a substituted value answers to the same ranges.
           IF BP-RUN-DATE = SPACES THEN
                MOVE FUNCTION CURRENT-DATE(1:8) TO cat-asof-date
           ELSE
                MOVE BP-RUN-DATE TO cat-asof-date
           END-IF.
           IF catalog-count > 0 THEN
                MOVE SPACES TO PREFLIGHT-PARM-TOKENS
                UNSTRING step-parms DELIMITED BY ALL " "
                    INTO PF-TOKEN(1) PF-TOKEN(2) PF-TOKEN(3)
                         PF-TOKEN(4) PF-TOKEN(5) PF-TOKEN(6)
                         PF-TOKEN(7) PF-TOKEN(8)
                PERFORM VARYING pf-token-idx FROM 1 BY 1
                        UNTIL pf-token-idx > 8
                    IF PF-TOKEN(pf-token-idx) NOT = SPACES THEN
                         PERFORM 10B-CHECK-TOKEN-AGAINST-CATALOG
                    END-IF
                END-PERFORM
           END-IF.

       10G-PREFLIGHT-REFERENCES SECTION.
*> Every "&" in the parameters must open a well-formed reference
*> to a card earlier in the deck. A value out of catalog range can
*> only be caught once it is resolved, just before launch.
           MOVE step-parms TO rf-source.
           MOVE 1 TO rf-pos.
           MOVE "Y" TO RF-FOUND.
           PERFORM UNTIL NOT RF-WAS-FOUND
               PERFORM 43A-NEXT-REFERENCE
               IF RF-WAS-FOUND THEN
                    MOVE SPACES TO rf-reason
                    IF RF-MALFORMED THEN
                         MOVE "IS NOT OF THE FORM &STEP.ANSWER OR "
                             TO rf-reason
                         MOVE "&STEP.EFFECTIVE(KEY)"
                             TO rf-reason(36:)
                    ELSE
                         PERFORM 43B-FIND-REFERENCED-CARD
                         IF rf-card-idx = 0 THEN
                              MOVE "NAMES NO EARLIER CARD IN THE DECK"
                                  TO rf-reason
                         END-IF
                    END-IF
                    IF rf-reason NOT = SPACES THEN
                         ADD 1 TO preflight-error-count
                         DISPLAY "PROBLEM-RUNNER: CARD " deck-idx
                                 " (" FUNCTION TRIM(BP-PROBLEM-ID)
                                 ") PARAMETER REFERENCE '"
                                 FUNCTION TRIM(rf-token) "' "
                                 FUNCTION TRIM(rf-reason)
                    END-IF
                    COMPUTE rf-pos = rf-start + rf-len
               END-IF
           END-PERFORM.

       10B-CHECK-TOKEN-AGAINST-CATALOG SECTION.
*> Finds the catalog row whose ordinal position among this program's
*> rows matches the token's argument position. Tokens that aren't
*> plain numbers (mode flags, comma lists) and positions the catalog
*> doesn't document are left alone - the range check only fires where
*> the catalog actually documents a numeric range, the word check
*> only where it lists the words. A NAME=VALUE token goes by name.
           MOVE PF-TOKEN(pf-token-idx) TO PW-TOKEN.
           PERFORM 9580-SPLIT-PARM-TOKEN.
           IF PW-IS-KEYWORD THEN
                PERFORM 10H-CHECK-KEYWORD-TOKEN
                GO TO 10B-CHECK-TOKEN-EXIT
           END-IF.
           MOVE 0 TO cat-arg-ordinal.
           PERFORM VARYING catalog-idx FROM 1 BY 1
                   UNTIL catalog-idx > catalog-count
               PERFORM 10D-JUDGE-ROW-EFFECTIVE
               IF CAT-PROGRAM-ID(catalog-idx) = BP-PROBLEM-ID
                       AND CAT-ROW-GOVERNS
                       AND CAT-PARM-NAME(catalog-idx)(1:1) NOT = "*"
                       AND CAT-KEYWORD-ONLY(catalog-idx) NOT = "K"
                    ADD 1 TO cat-arg-ordinal
                    IF cat-arg-ordinal = pf-token-idx THEN
                         PERFORM 10C-APPLY-RANGE-CHECK
       10B-CHECK-TOKEN-EXIT.
           EXIT.

       10H-CHECK-KEYWORD-TOKEN SECTION.
*> The name must be one the program registers, when its *KEYS row
*> says which those are; the value then answers to the row of that
*> name, if the catalog documents one.
           MOVE 0 TO cat-keys-idx.
           PERFORM VARYING catalog-idx FROM 1 BY 1
                   UNTIL catalog-idx > catalog-count
               PERFORM 10D-JUDGE-ROW-EFFECTIVE
               IF CAT-PROGRAM-ID(catalog-idx) = BP-PROBLEM-ID
                       AND CAT-ROW-GOVERNS
                       AND CAT-PARM-NAME(catalog-idx) = "*KEYS" THEN
                    MOVE catalog-idx TO cat-keys-idx
               END-IF
           END-PERFORM.
           IF cat-keys-idx NOT = 0 THEN
                MOVE CAT-WORDS(cat-keys-idx) TO PW-KEYS
                PERFORM 9586-FIND-KEY
                IF NOT PW-KEY-IS-REGISTERED THEN
                     ADD 1 TO preflight-error-count
                     DISPLAY "PROBLEM-RUNNER: CARD " deck-idx
                             " (" FUNCTION TRIM(BP-PROBLEM-ID) ") - "
                             "KEYWORD " FUNCTION TRIM(PW-NAME)
                             " IS NOT A PARAMETER THE PROGRAM "
                             "REGISTERS"
                     GO TO 10H-CHECK-KEYWORD-TOKEN-EXIT
                END-IF
           END-IF.
           PERFORM VARYING catalog-idx FROM 1 BY 1
                   UNTIL catalog-idx > catalog-count
               PERFORM 10D-JUDGE-ROW-EFFECTIVE
               IF CAT-PROGRAM-ID(catalog-idx) = BP-PROBLEM-ID
                       AND CAT-ROW-GOVERNS
                       AND CAT-PARM-NAME(catalog-idx) = PW-NAME THEN
                    PERFORM 10C-APPLY-RANGE-CHECK
                    GO TO 10H-CHECK-KEYWORD-TOKEN-EXIT
               END-IF
           END-PERFORM.
       10H-CHECK-KEYWORD-TOKEN-EXIT.
           EXIT.

       10C-APPLY-RANGE-CHECK SECTION.
*> Judges PW-VALUE, the token or the value half of a NAME=VALUE.
           MOVE CAT-WORDS(catalog-idx) TO PW-WORDS.
           MOVE CAT-RANGE-OK(catalog-idx) TO PW-RANGE-GIVEN.
           PERFORM 9582-JUDGE-WORDS.
           IF PW-VALUE-REFUSED THEN
                ADD 1 TO preflight-error-count
                DISPLAY "PROBLEM-RUNNER: CARD " deck-idx
                        " (" FUNCTION TRIM(BP-PROBLEM-ID) ") - "
                        FUNCTION TRIM(CAT-PARM-NAME(catalog-idx))
                        " VALUE " FUNCTION TRIM(PW-VALUE)
                        " IS NOT ONE OF "
                        FUNCTION TRIM(CAT-WORDS(catalog-idx))
                GO TO 10C-APPLY-RANGE-CHECK-EXIT
           END-IF.
           IF NOT CAT-RANGE-USABLE(catalog-idx)
                   OR FUNCTION TRIM(PW-VALUE) IS NOT NUMERIC THEN
                GO TO 10C-APPLY-RANGE-CHECK-EXIT
           END-IF.
      *> A plain number longer than any 18-digit catalog bound is a
      *> mis-punch by definition - rejected here, not at 02:00.
           IF FUNCTION LENGTH(FUNCTION TRIM(PW-VALUE)) > 18 THEN
                ADD 1 TO preflight-error-count
                DISPLAY "PROBLEM-RUNNER: CARD " deck-idx
                        " (" FUNCTION TRIM(BP-PROBLEM-ID) ") - "
                        FUNCTION TRIM(CAT-PARM-NAME(catalog-idx))
                        " VALUE " FUNCTION TRIM(PW-VALUE)
                        " IS LONGER THAN ANY CATALOG RANGE"
                GO TO 10C-APPLY-RANGE-CHECK-EXIT
           END-IF.
           MOVE FUNCTION NUMVAL(PW-VALUE) TO pf-token-value.
           IF pf-token-value < CAT-MIN(catalog-idx)
                   OR pf-token-value > CAT-MAX(catalog-idx) THEN
                ADD 1 TO preflight-error-count
                DISPLAY "PROBLEM-RUNNER: CARD " deck-idx
                        " (" FUNCTION TRIM(BP-PROBLEM-ID) ") - "
                        FUNCTION TRIM(CAT-PARM-NAME(catalog-idx))
                        " VALUE " FUNCTION TRIM(PW-VALUE)
                        " IS OUTSIDE CATALOG RANGE "
                        CAT-MIN(catalog-idx) " TO "
                        CAT-MAX(catalog-idx)
           MOVE REGION-DSN-WORK TO verchk-dsn.
           PERFORM VARYING deck-idx FROM 1 BY 1
                   UNTIL deck-idx > deck-count
               MOVE preflight-error-count TO pf-error-base
               PERFORM 37A-PROBE-ONE-PROGRAM
               IF preflight-error-count > pf-error-base THEN
                    PERFORM 37B-MARK-PROGRAM-CARDS
               END-IF
           END-PERFORM.
           CALL "CBL_DELETE_FILE" USING verchk-dsn.
           MOVE 0 TO RETURN-CODE.
       37A-PROBE-ONE-PROGRAM-EXIT.
           EXIT.

       37B-MARK-PROGRAM-CARDS SECTION.
*> Only the program's first card is probed, but a stale binary
*> faults every card that would launch it.
           PERFORM VARYING pf-card-idx FROM 1 BY 1
                   UNTIL pf-card-idx > deck-count
               IF DK-PROBLEM-ID(pf-card-idx)
                       = DK-PROBLEM-ID(deck-idx) THEN
                    MOVE "F" TO PREFLIGHT-MARK(pf-card-idx)
               END-IF
           END-PERFORM.

       39-LOAD-QUOTAS SECTION.
           OPEN INPUT QUOTA-FILE.
           IF quota-status = "35" THEN
           EXIT.

       25-BUDGET-DECK-RUNTIME SECTION.
*> Serial-total estimate: each card contributes what 25A-PRICE-CARD
*> makes of it. With concurrent streams the true wall clock is
*> shorter, so this only warns, never refuses.
           PERFORM VARYING deck-idx FROM 1 BY 1
                   UNTIL deck-idx > deck-count
               MOVE deck-idx TO price-idx
               PERFORM 25A-PRICE-CARD
               IF RM-PRICED-FROM-BAND THEN
                    ADD 1 TO band-priced-cards
               ELSE
                    ADD 1 TO band-gap-cards
               END-IF
               IF card-estimate = 0 THEN
                    ADD 1 TO unestimated-cards
               ELSE
           DISPLAY "PROBLEM-RUNNER: DECK RUNTIME ESTIMATE "
                   deck-estimate-secs " SECOND(S) SERIAL ("
                   unestimated-cards " CARD(S) WITHOUT HISTORY)".
           DISPLAY "PROBLEM-RUNNER: " band-priced-cards " CARD(S) "
                   "PRICED FROM THEIR RUNMODEL PARAMETER BAND, "
                   band-gap-cards " WITH NO HISTORY IN THEIR BAND "
                   "(PROGRAM TYPICAL USED)".

           IF NOT CUTOFF-IS-SET THEN
                GO TO 25-BUDGET-DECK-RUNTIME-EXIT
       25-BUDGET-DECK-RUNTIME-EXIT.
           EXIT.

       25A-PRICE-CARD SECTION.
*> Expected elapsed seconds for deck entry price-idx: the RUNMODEL
*> band its own parameters fall in when that band has history,
*> otherwise its program's typical elapsed seconds (first governing
*> catalog row that has one); zero when neither knows the card.
           MOVE 0 TO card-estimate.
           MOVE DK-PROBLEM-ID(price-idx) TO RM-PRICE-PROGRAM.
           MOVE DK-PARM-LONG(price-idx) TO RM-PARM-SOURCE.
           PERFORM 9520-PRICE-FROM-RUN-MODEL.
           IF RM-PRICED-FROM-BAND THEN
                MOVE RM-PRICE-SECS TO card-estimate
                GO TO 25A-PRICE-CARD-EXIT
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO cat-asof-date.
           PERFORM VARYING catalog-idx FROM 1 BY 1
                   UNTIL catalog-idx > catalog-count
               PERFORM 10D-JUDGE-ROW-EFFECTIVE
               IF CAT-PROGRAM-ID(catalog-idx)
                           = DK-PROBLEM-ID(price-idx)
                       AND CAT-TYPICAL-USABLE(catalog-idx)
                       AND CAT-ROW-GOVERNS
                       AND card-estimate = 0
                    MOVE CAT-TYPICAL(catalog-idx) TO card-estimate
               END-IF
           END-PERFORM.
       25A-PRICE-CARD-EXIT.
           EXIT.

       15-CHECK-DEP-CYCLES SECTION.
*> Kahn-style sweep over the dependency graph: repeatedly mark every
*> card whose prerequisites are all marked (cards with no depends-on
                    END-PERFORM
               END-IF
           END-PERFORM.
      *> A run condition's predecessor orders the deck the same way a
      *> depends-on name does.
           IF BP-CONDITION NOT = SPACES THEN
                PERFORM 42A-PARSE-CONDITION
                PERFORM VARYING dep-scan-idx FROM 1 BY 1
                        UNTIL dep-scan-idx > deck-count
                    IF DK-PROBLEM-ID(dep-scan-idx) = CD-TARGET
                            AND CYCLE-MARK(dep-scan-idx) = "N"
                         GO TO 15A-TRY-TO-MARK-EXIT
                    END-IF
                END-PERFORM
           END-IF.
      *> So does a card a parameter reference names.
           MOVE DK-PARM-LONG(deck-idx) TO rf-source.
           MOVE 1 TO rf-pos.
           MOVE "Y" TO RF-FOUND.
           PERFORM UNTIL NOT RF-WAS-FOUND
               PERFORM 43A-NEXT-REFERENCE
               IF RF-WAS-FOUND THEN
                    PERFORM 43B-FIND-REFERENCED-CARD
                    IF rf-card-idx > 0 THEN
                         IF CYCLE-MARK(rf-card-idx) = "N" THEN
                              GO TO 15A-TRY-TO-MARK-EXIT
                         END-IF
                    END-IF
                    COMPUTE rf-pos = rf-start + rf-len
               END-IF
           END-PERFORM.
           MOVE "Y" TO CYCLE-MARK(deck-idx).
           SUBTRACT 1 FROM cycle-unmarked.
           ADD 1 TO cycle-progress.
           EXIT.

       16-EXECUTE-DECK SECTION.
*> Executes the loaded deck in waves: each sweep gathers, in priority
*> order and deck order within a priority, pending cards whose
*> prerequisites are settled into a group
*> of up to stream-limit mutually-independent steps, then runs the
*> group - concurrently when the limit allows it - while cards wait
*> as long as a prerequisite is still pending, a groupmate needs
*> the same shared file, or the wave's memory would pass the
*> *MEMORY budget. The cycle check above guarantees each sweep
*> makes progress until the deck drains - except when an operator
*> hold or an awaited file is the only thing left, in which case
*> the runner naps and re-reads RUNHOLDS (and re-probes the file)
*> instead of skipping the remainder.
           PERFORM UNTIL pending-count = 0
               PERFORM 26-REFRESH-HOLDS
               MOVE 0 TO pass-progress
               MOVE 0 TO group-size
               IF CUTOFF-IS-SET AND NOT DECK-CURTAILED THEN
                    PERFORM 45A-SHED-FOR-CUTOFF
               END-IF
               PERFORM VARYING prio-class FROM 1 BY 1
                       UNTIL prio-class > 5
                   PERFORM VARYING deck-idx FROM 1 BY 1
                           UNTIL deck-idx > deck-count
                       IF (DK-STATE(deck-idx) = "P"
                            OR DK-STATE(deck-idx) = "W")
                               AND DK-PRIORITY(deck-idx)
                                   = prio-class THEN
                            PERFORM 16A-TRY-ONE-CARD
                       END-IF
                   END-PERFORM
               END-PERFORM
               IF group-size > 0 THEN
                    IF NOT SIMULATE-ON THEN
               MOVE DK-STATE(deck-idx) TO DH-STATE
               MOVE DK-PROBLEM-ID(deck-idx) TO DH-PROBLEM-ID
               MOVE DK-PARM-LONG(deck-idx) TO DH-PARMS
               MOVE DK-PARM-PUNCHED(deck-idx) TO DH-PUNCHED-PARMS
               MOVE DK-MEMBER(deck-idx) TO DH-MEMBER
               MOVE DK-STEP-ID(deck-idx) TO DH-STEP-ID
               MOVE DK-CARD(deck-idx) TO BATCH-PARM-RECORD
               MOVE BP-CALENDAR TO DH-CALENDAR
               MOVE DECK-HISTORY-RECORD TO DECKHIST-REC
               WRITE DECKHIST-REC
           END-PERFORM.
       31-WRITE-DECKSTAT SECTION.
*> Rewrites the whole status file: one header line with the phase
*> and clock, one counts line, one line per in-flight group member
*> while a wave is launching, one line per card awaiting its file
*> or whose file has arrived, and a serial estimate of the pending
*> work still ahead.
           MOVE 0 TO ds-run-count.
           MOVE 0 TO ds-fail-count.
           MOVE 0 TO ds-held-count.
           MOVE 0 TO ds-carry-count.
           MOVE 0 TO ds-await-count.
           MOVE 0 TO ds-remaining-secs.
           PERFORM VARYING ds-scan-idx FROM 1 BY 1
                   UNTIL ds-scan-idx > deck-count
                   WHEN "C"
                       ADD 1 TO ds-carry-count
                   WHEN "P"
                   WHEN "W"
                       IF DK-STATE(ds-scan-idx) = "W" THEN
                            ADD 1 TO ds-await-count
                       END-IF
                       MOVE ds-scan-idx TO price-idx
                       PERFORM 25A-PRICE-CARD
                       ADD card-estimate TO ds-remaining-secs
                   WHEN OTHER
                       CONTINUE
               DELIMITED BY SIZE INTO ds-line
               WITH POINTER ds-pos.
           MOVE ds-carry-count TO ds-count-edit.
           STRING FUNCTION TRIM(ds-count-edit) " AWAITING "
               DELIMITED BY SIZE INTO ds-line
               WITH POINTER ds-pos.
           MOVE ds-await-count TO ds-count-edit.
           STRING FUNCTION TRIM(ds-count-edit)
               DELIMITED BY SIZE INTO ds-line
               WITH POINTER ds-pos.
                END-PERFORM
           END-IF.

           PERFORM VARYING aw-scan-idx FROM 1 BY 1
                   UNTIL aw-scan-idx > deck-count
               MOVE SPACES TO ds-line
               EVALUATE TRUE
                   WHEN DK-STATE(aw-scan-idx) = "W"
                       STRING "AWAITING "
                              FUNCTION TRIM(DK-PROBLEM-ID(aw-scan-idx))
                              " FILE "
                              FUNCTION TRIM(DK-AWAIT-DSN(aw-scan-idx))
                              " SINCE "
                              DK-WAIT-SINCE(aw-scan-idx)(9:6)
                              DELIMITED BY SIZE INTO ds-line
                   WHEN DK-ARRIVED-AT(aw-scan-idx) NOT = SPACES
                       MOVE DK-AWAIT-SECS(aw-scan-idx)
                           TO aw-waited-edit
                       STRING "ARRIVED "
                              FUNCTION TRIM(DK-PROBLEM-ID(aw-scan-idx))
                              " FILE "
                              FUNCTION TRIM(DK-AWAIT-DSN(aw-scan-idx))
                              " AT "
                              DK-ARRIVED-AT(aw-scan-idx)(9:6)
                              " AFTER "
                              FUNCTION TRIM(aw-waited-edit)
                              " S"
                              DELIMITED BY SIZE INTO ds-line
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF ds-line NOT = SPACES THEN
                    MOVE ds-line TO DECKSTAT-REC
                    WRITE DECKSTAT-REC
               END-IF
           END-PERFORM.

           MOVE SPACES TO ds-line.
           MOVE ds-remaining-secs TO ds-secs-edit.
           STRING "REMAINING-EST "
*> skipped, as always. With a hold in force the runner waits it out:
*> nap, let the sweep re-read RUNHOLDS, and keep checking the cutoff
*> so a hold nobody releases carries the card over instead of
*> pinning the deck open past the window. A card awaiting its file
*> is waited out the same way; the next sweep re-probes the file.
           MOVE 0 TO held-count.
           MOVE 0 TO ds-await-count.
           PERFORM VARYING hold-scan-idx FROM 1 BY 1
                   UNTIL hold-scan-idx > deck-count
               IF DK-STATE(hold-scan-idx) = "H" THEN
                    ADD 1 TO held-count
               END-IF
               IF DK-STATE(hold-scan-idx) = "W" THEN
                    ADD 1 TO ds-await-count
               END-IF
           END-PERFORM.
           IF held-count = 0 AND ds-await-count > 0 THEN
                PERFORM 12-CHECK-CUTOFF
                IF DECK-CURTAILED THEN
                     GO TO 16B-JUDGE-STALLED-PASS-EXIT
                END-IF
                DISPLAY "PROBLEM-RUNNER: " ds-await-count
                        " CARD(S) AWAITING A FILE, WAITING "
                        HOLD-POLL-SECS " SECOND(S) BEFORE "
                        "PROBING AGAIN"
                MOVE "AWAITING" TO DECKSTAT-PHASE
                PERFORM 31-WRITE-DECKSTAT
                CALL "C$SLEEP" USING HOLD-POLL-SECS
                MOVE 0 TO RETURN-CODE
                GO TO 16B-JUDGE-STALLED-PASS-EXIT
           END-IF.
           IF held-count = 0 THEN
                DISPLAY "PROBLEM-RUNNER: NO RUNNABLE CARD LEFT "
                        "BUT " pending-count " STILL PENDING, "
           DISPLAY "PROBLEM-RUNNER: " held-count " CARD(S) ON "
                   "OPERATOR HOLD, WAITING " HOLD-POLL-SECS
                   " SECOND(S) FOR A RELEASE".
           IF ds-await-count > 0 THEN
                DISPLAY "PROBLEM-RUNNER: " ds-await-count
                        " CARD(S) ALSO AWAITING A FILE"
                MOVE "AWAITING" TO DECKSTAT-PHASE
                PERFORM 31-WRITE-DECKSTAT
           END-IF.
           CALL "C$SLEEP" USING HOLD-POLL-SECS.
           MOVE 0 TO RETURN-CODE.
       16B-JUDGE-STALLED-PASS-EXIT.
*> still-pending card in the held state, RELEASE puts a held card
*> back. Lines apply in file order, so the last line for a name
*> wins; an absent file simply holds nothing. Cards already settled
*> are left alone - a hold cannot un-run a step. Past the cutoff
*> holds are no longer applied: 16B has put the held cards back to
*> pending for the carry-over, and re-holding them here would keep
*> the deck sweeping a hold nobody releases.
           IF DECK-CURTAILED THEN
                GO TO 26-REFRESH-HOLDS-EXIT
           END-IF.
           OPEN INPUT HOLD-FILE.
           IF hold-status = "35" THEN
                GO TO 26-REFRESH-HOLDS-EXIT
           END-PERFORM.
           CLOSE HOLD-FILE.
           MOVE SPACES TO hold-status.
           PERFORM VARYING rt-card-idx FROM 1 BY 1
                   UNTIL rt-card-idx > deck-count
               PERFORM 26B-NOTE-HOLD-CHANGE
           END-PERFORM.
       26-REFRESH-HOLDS-EXIT.
           EXIT.

                               NOT = HW-PROBLEM-ID
                       CONTINUE
                   WHEN HW-ACTION = "HOLD"
                           AND (DK-STATE(hold-scan-idx) = "P"
                            OR DK-STATE(hold-scan-idx) = "W")
                       MOVE "H" TO DK-STATE(hold-scan-idx)
                       DISPLAY "PROBLEM-RUNNER: CARD " hold-scan-idx
                               " (" FUNCTION TRIM(HW-PROBLEM-ID)
               END-EVALUATE
           END-PERFORM.

       26B-NOTE-HOLD-CHANGE SECTION.
*> Judged on the card's state once the whole of RUNHOLDS has been
*> applied, so a HOLD a later RELEASE line cancels - re-applied on
*> every refresh - never reaches REQTRACK; only a net change does.
           IF DK-STATE(rt-card-idx) = "H"
                   AND DK-HOLD-NOTED(rt-card-idx) NOT = "Y" THEN
                MOVE "Y" TO DK-HOLD-NOTED(rt-card-idx)
                MOVE "HELD" TO RT-EVENT
                MOVE "OPERATOR HOLD ON RUNHOLDS" TO RT-DETAIL
                PERFORM 47-LOG-CARD-EVENT
                GO TO 26B-NOTE-HOLD-CHANGE-EXIT
           END-IF.
           IF DK-STATE(rt-card-idx) NOT = "H"
                   AND DK-HOLD-NOTED(rt-card-idx) = "Y" THEN
                MOVE "N" TO DK-HOLD-NOTED(rt-card-idx)
                IF DK-STATE(rt-card-idx) = "P"
                        OR DK-STATE(rt-card-idx) = "W" THEN
                     MOVE "RELEASED" TO RT-EVENT
                     MOVE "RELEASED FROM OPERATOR HOLD" TO RT-DETAIL
                     PERFORM 47-LOG-CARD-EVENT
                END-IF
           END-IF.
       26B-NOTE-HOLD-CHANGE-EXIT.
           EXIT.

       16A-TRY-ONE-CARD SECTION.
           MOVE DK-CARD(deck-idx) TO BATCH-PARM-RECORD.
           MOVE DK-PARM-LONG(deck-idx) TO step-parms.
                GO TO 16A-TRY-ONE-CARD-EXIT
           END-IF.

           PERFORM 42-JUDGE-CONDITION.
           IF CONDITION-WAITING THEN
                GO TO 16A-TRY-ONE-CARD-EXIT
           END-IF.
           IF CONDITION-FALSE THEN
                PERFORM 42C-PASS-OVER-ON-CONDITION
                GO TO 16A-TRY-ONE-CARD-EXIT
           END-IF.

           IF group-size >= stream-limit THEN
                GO TO 16A-TRY-ONE-CARD-EXIT
           END-IF.
           PERFORM 19-SHARED-FILE-FOR.
           PERFORM 19A-MEMORY-WEIGHT-FOR.
           PERFORM 21-CHECK-GROUP-CONFLICT.
           IF CARD-CONFLICTS THEN
                GO TO 16A-TRY-ONE-CARD-EXIT
*> for the same program already conflict by name. The PROGREG
*> registry answers first when it is on hand; the EVALUATE below is
*> the compiled-in knowledge it replaced.
           MOVE "N" TO CARD-SLICE.
           IF BP-PROBLEM-ID = "PRIME-SUM"
                   AND step-parms(1:6) = "SLICE " THEN
                MOVE "Y" TO CARD-SLICE
                MOVE SPACES TO CARD-SHARED-FILE
                GO TO 19-SHARED-FILE-FOR-EXIT
           END-IF.
           MOVE "N" TO PROGREG-HIT.
           PERFORM VARYING progreg-idx FROM 1 BY 1
                   UNTIL progreg-idx > progreg-count
       19-SHARED-FILE-FOR-EXIT.
           EXIT.

       19A-MEMORY-WEIGHT-FOR SECTION.
*> The current card's program's memory weight in megabytes - the
*> PROGREG column when the registry states one, otherwise the
*> compiled-in figure for the programs whose tables dominate the
*> machine (the PRIME-SUM sieve's ten million flags, the
*> COIN-PARTITIONS joint residue tables).
           MOVE "N" TO PROGREG-HIT.
           PERFORM VARYING progreg-idx FROM 1 BY 1
                   UNTIL progreg-idx > progreg-count
               IF PG-T-PROGRAM(progreg-idx) = BP-PROBLEM-ID(1:25)
                       AND FUNCTION TRIM(PG-T-WEIGHT(progreg-idx))
                           IS NUMERIC THEN
                    MOVE FUNCTION NUMVAL(PG-T-WEIGHT(progreg-idx))
                        TO CARD-MEMORY-WEIGHT
                    MOVE "Y" TO PROGREG-HIT
               END-IF
           END-PERFORM.
           IF PROGREG-HIT = "Y" THEN
                GO TO 19A-MEMORY-WEIGHT-FOR-EXIT
           END-IF.
           EVALUATE BP-PROBLEM-ID
               WHEN "PRIME-SUM"
                   MOVE 10 TO CARD-MEMORY-WEIGHT
               WHEN "COIN-PARTITIONS"
                   MOVE 5 TO CARD-MEMORY-WEIGHT
               WHEN OTHER
                   MOVE 0 TO CARD-MEMORY-WEIGHT
           END-EVALUATE.
       19A-MEMORY-WEIGHT-FOR-EXIT.
           EXIT.

       38-LOAD-PROGREG SECTION.
           OPEN INPUT PROGREG-FILE.
           IF progreg-status = "35" THEN
                                TO PG-T-PROGRAM(progreg-count)
                            MOVE PG-SHARED-FILE
                                TO PG-T-SHARED(progreg-count)
                            MOVE PG-MEMORY-WEIGHT
                                TO PG-T-WEIGHT(progreg-count)
                       END-IF
               END-READ
           END-PERFORM.

       21-CHECK-GROUP-CONFLICT SECTION.
           MOVE "N" TO GROUP-CONFLICT.
           MOVE CARD-MEMORY-WEIGHT TO group-memory-weight.
           PERFORM VARYING group-idx FROM 1 BY 1
                   UNTIL group-idx > group-size
               ADD GM-MEMORY-WEIGHT(group-idx) TO group-memory-weight
               MOVE "N" TO MEMBER-SLICE
               IF DK-PROBLEM-ID(GM-DECK-IDX(group-idx)) = "PRIME-SUM"
                       AND DK-PARM-LONG(GM-DECK-IDX(group-idx))(1:6)
                           = "SLICE "
                    MOVE "Y" TO MEMBER-SLICE
               END-IF
               IF DK-PROBLEM-ID(GM-DECK-IDX(group-idx))
                       = DK-PROBLEM-ID(deck-idx)
                       AND NOT (CARD-IS-SLICE AND MEMBER-IS-SLICE)
                    MOVE "Y" TO GROUP-CONFLICT
               END-IF
               IF GM-SHARED-FILE(group-idx) NOT = SPACES
                    MOVE "Y" TO GROUP-CONFLICT
               END-IF
           END-PERFORM.
           IF MEMORY-IS-BUDGETED AND group-size > 0
                   AND group-memory-weight > memory-budget THEN
                MOVE "Y" TO GROUP-CONFLICT
           END-IF.

       20-EXECUTE-GROUP SECTION.
*> Runs the gathered group. A group of one goes through the same
                             " ENDED ON SIGNAL " step-signal-code
                     MOVE 16 TO step-return-code
                END-IF
*> Under the step timer a signal death comes back the way a
*> background job's does, as 128 plus the signal number.
                IF STEP-TIMER-ON AND step-return-code > 128 THEN
                     COMPUTE step-signal-code = step-return-code - 128
                END-IF
                MOVE step-return-code TO GM-RETURN-CODE(1)
                MOVE step-signal-code TO GM-SIGNAL-CODE(1)
           ELSE
                    MOVE "TIMEOUT" TO step-status-override
               END-IF
               PERFORM 03-WRITE-STEP-LOG
               MOVE 0 TO usage-attempt
               PERFORM 03B-WRITE-STEP-RESOURCES
               IF step-return-code = 0 THEN
                    MOVE "R" TO DK-STATE(deck-idx)
               ELSE
*> card is still pending, UNSATISFIABLE (with a console line naming
*> the culprit) once any named card has failed, been skipped, or
*> been carried over, READY when every named card ran clean, was
*> already complete, or was passed over by the calendar or by its
*> run condition.
           MOVE "Y" TO DEP-READINESS.
           PERFORM 18-PARSE-DEPS.
           PERFORM VARYING dep-idx FROM 1 BY 1 UNTIL dep-idx > 3
                                 WHEN "P"
                                 WHEN "L"
                                 WHEN "H"
                                 WHEN "W"
                                     IF NOT DEPS-UNSATISFIABLE THEN
                                          MOVE "W" TO DEP-READINESS
                                     END-IF
                    END-PERFORM
               END-IF
           END-PERFORM.
      *> A card a parameter reference names is a prerequisite too,
      *> and one that must leave an answer behind: a pass-over
      *> satisfies a depends-on name but gives a reference nothing
      *> to read.
           MOVE DK-PARM-LONG(deck-idx) TO rf-source.
           MOVE 1 TO rf-pos.
           MOVE "Y" TO RF-FOUND.
           PERFORM UNTIL NOT RF-WAS-FOUND
               PERFORM 43A-NEXT-REFERENCE
               IF RF-WAS-FOUND THEN
                    PERFORM 43B-FIND-REFERENCED-CARD
                    IF rf-card-idx > 0 THEN
                         PERFORM 43C-JUDGE-REFERENCED-CARD
                    END-IF
                    COMPUTE rf-pos = rf-start + rf-len
               END-IF
           END-PERFORM.

       18-PARSE-DEPS SECTION.
           MOVE SPACES TO DEP-TOKENS.
                GO TO 01-RUN-STEP-EXIT
           END-IF.

           IF DK-AWAIT-DSN(deck-idx) NOT = SPACES
                   AND DK-ARRIVED-AT(deck-idx) = SPACES THEN
                PERFORM 44-PROBE-ARRIVAL
                IF NOT AWAIT-ARRIVED THEN
                     GO TO 01-RUN-STEP-EXIT
                END-IF
           END-IF.

*> References resolve before the restart check, so a resubmitted
*> card matches the resolved string its earlier run logged.
           PERFORM 43-RESOLVE-REFERENCES.
           IF NOT REFERENCES-RESOLVED THEN
                GO TO 01-RUN-STEP-EXIT
           END-IF.

           PERFORM 08-CHECK-ALREADY-COMPLETE.
           IF STEP-IS-DONE THEN
                MOVE CS-STEP-ID(completed-idx)
                    TO DK-STEP-ID(deck-idx)
                MOVE "A" TO DK-STATE(deck-idx)
                SUBTRACT 1 FROM pending-count
                ADD 1 TO pass-progress
                GO TO 01-RUN-STEP-EXIT
           END-IF.

*> Serving launches nothing and takes no time, so it goes ahead
*> of the cutoff check.
           IF DK-REUSE(deck-idx) = "C" THEN
                PERFORM 46E-SERVE-FROM-CERTREG
                GO TO 01-RUN-STEP-EXIT
           END-IF.

           PERFORM 12-CHECK-CUTOFF.
           IF DECK-CURTAILED THEN
                PERFORM 13-CARRY-OVER-CARD
*> finally knows who asked for each run.
           MOVE SPACES TO launch-prefix.
           MOVE 1 TO launch-prefix-len.
           IF STEP-TIMER-ON THEN
                COMPUTE usage-file-seq = step-count + 1
                MOVE SPACES TO usage-file-name
                STRING FUNCTION TRIM(stepru-base) usage-file-seq
                    DELIMITED BY SIZE INTO usage-file-name
                STRING FUNCTION TRIM(step-timer) " -o "
                       FUNCTION TRIM(usage-file-name)
                       " -f %U,%S,%M,%I,%O "
                       DELIMITED BY SIZE INTO launch-prefix
                       WITH POINTER launch-prefix-len
           END-IF.
           IF BP-MAX-ELAPSED NOT = SPACES
                   AND FUNCTION TRIM(BP-MAX-ELAPSED) IS NUMERIC
                   AND FUNCTION NUMVAL(BP-MAX-ELAPSED) > 0 THEN
                STRING "timeout "
                       FUNCTION TRIM(BP-MAX-ELAPSED) " "
                       DELIMITED BY SIZE INTO launch-prefix
                       WITH POINTER launch-prefix-len
           END-IF.
           IF launch-prefix-len > 1 THEN
                SUBTRACT 1 FROM launch-prefix-len
           END-IF.
           MOVE SPACES TO runner-step-id.
           COMPUTE step-id-seq = step-count + 1.
           STRING deck-run-id "-" step-id-seq
               DELIMITED BY SIZE INTO runner-step-id.
           SET ENVIRONMENT "STEPID" TO runner-step-id.
           MOVE runner-step-id TO DK-STEP-ID(deck-idx).
           MOVE SPACES TO shell-command.
           IF BP-REQUESTOR-ID = SPACES THEN
                STRING "RUNID=" deck-run-id
           MOVE step-count TO GM-STEP-NUMBER(group-size).
           MOVE shell-command TO GM-COMMAND(group-size).
           MOVE CARD-SHARED-FILE TO GM-SHARED-FILE(group-size).
           MOVE CARD-MEMORY-WEIGHT TO GM-MEMORY-WEIGHT(group-size).
           MOVE "L" TO DK-STATE(deck-idx).

       01-RUN-STEP-EXIT.
*> clean). Once the attempts are spent the original failure stands
*> and the caller presses on - the fallback is CONTINUE, the action
*> every blank card already gets. A signal death is never retried.
*> An attempt's exit status is read exactly as the single launch
*> in 20-EXECUTE-GROUP reads it - the code kept, 128 and up under
*> the step timer noted as a signal - except that on a capped card
*> 124 and 137 are the timeout command ending it at its cap, which
*> is a failure to retry like any other.
           MOVE "N" TO RETRY-OUTCOME.
           MOVE "N" TO RETRY-SIGNAL-SEEN.
           MOVE "N" TO RETRY-CAP-STATE.
           IF BP-MAX-ELAPSED NOT = SPACES
                   AND FUNCTION TRIM(BP-MAX-ELAPSED) IS NUMERIC
                   AND FUNCTION NUMVAL(BP-MAX-ELAPSED) > 0 THEN
                MOVE "Y" TO RETRY-CAP-STATE
           END-IF.
           IF GM-SIGNAL-CODE(group-idx) NOT = 0
                   AND NOT (RETRY-IS-CAPPED
                            AND GM-RETURN-CODE(group-idx) = 137) THEN
                DISPLAY "PROBLEM-RUNNER: STEP " current-step-number
                        " DIED ON SIGNAL "
                        GM-SIGNAL-CODE(group-idx)
                   REMAINDER step-signal-code
               IF step-return-code = 0
                       AND step-signal-code NOT = 0 THEN
                    MOVE 16 TO step-return-code
               END-IF
               IF STEP-TIMER-ON AND step-return-code > 128 THEN
                    COMPUTE step-signal-code = step-return-code - 128
               END-IF
               IF RETRY-IS-CAPPED
                       AND (step-return-code = 124
                            OR step-return-code = 137) THEN
                    MOVE 0 TO step-signal-code
                    DISPLAY "PROBLEM-RUNNER: RETRY " retry-attempt
                            " TERMINATED AT ITS "
                            FUNCTION TRIM(BP-MAX-ELAPSED)
                            "-SECOND ELAPSED CAP"
               END-IF
               IF step-signal-code NOT = 0 THEN
                    DISPLAY "PROBLEM-RUNNER: RETRY " retry-attempt
                            " ENDED ON SIGNAL " step-signal-code
                            ", NO FURTHER RETRIES"
                    MOVE "Y" TO RETRY-SIGNAL-SEEN
               END-IF
               MOVE FUNCTION CURRENT-DATE TO SL-END-TIME
                    MOVE "RTRY" TO step-status-override
               END-IF
               PERFORM 03-WRITE-STEP-LOG
               MOVE retry-attempt TO usage-attempt
               PERFORM 03B-WRITE-STEP-RESOURCES
           END-PERFORM.
           IF RETRY-RECOVERED THEN
                DISPLAY "PROBLEM-RUNNER: STEP " current-step-number
                   AT END MOVE "10" TO STEP-LOG-STATUS
                   NOT AT END
                       MOVE STEP-LOG-RECORD TO STEP-LOG-WORK
                       IF SL-STEP-OK OR SL-STEP-REUSED THEN
                            PERFORM 07A-REMEMBER-COMPLETED-STEP
                       END-IF
                       PERFORM 07B-ACCRUE-QUOTA-USAGE
                       AND CS-PROBLEM-ID(completed-idx) = SL-PROBLEM-ID
                       AND CS-PARM-VALUE(completed-idx) = SL-PARM-VALUE
                    MOVE SL-END-TIME TO CS-END-TIME(completed-idx)
                    MOVE SL-STEP-ID TO CS-STEP-ID(completed-idx)
                    GO TO 07A-REMEMBER-COMPLETED-STEP-EXIT
               END-IF
           END-PERFORM.
           MOVE SL-PROBLEM-ID TO CS-PROBLEM-ID(completed-idx).
           MOVE SL-PARM-VALUE TO CS-PARM-VALUE(completed-idx).
           MOVE SL-END-TIME   TO CS-END-TIME(completed-idx).
           MOVE SL-STEP-ID    TO CS-STEP-ID(completed-idx).
       07A-REMEMBER-COMPLETED-STEP-EXIT.
           EXIT.

           MOVE PC-PARM-NAME  TO CAT-PARM-NAME(catalog-count).
           MOVE PC-EFFECTIVE-FROM TO CAT-EFF-FROM(catalog-count).
           MOVE PC-EFFECTIVE-TO   TO CAT-EFF-TO(catalog-count).
           MOVE PC-ALLOWED-WORDS  TO CAT-WORDS(catalog-count).
           MOVE PC-KEYWORD-ONLY   TO CAT-KEYWORD-ONLY(catalog-count).
           IF FUNCTION TRIM(PC-PARM-MIN) IS NUMERIC
                   AND FUNCTION TRIM(PC-PARM-MAX) IS NUMERIC THEN
                MOVE "Y" TO CAT-RANGE-OK(catalog-count)
                                  " CANDIDATE(S) PER SLICE ONCE "
                                  "THE DECK DRAINS"
                     ELSE
                     IF BP-PROBLEM-ID = "*MEMORY" THEN
                          IF FUNCTION TRIM(BP-PARM-VALUE)
                                  IS NUMERIC
                              AND FUNCTION NUMVAL(BP-PARM-VALUE)
                                  >= 1
                              AND FUNCTION NUMVAL(BP-PARM-VALUE)
                                  <= 999999
                               MOVE FUNCTION
                                   NUMVAL(BP-PARM-VALUE)
                                   TO memory-budget
                               MOVE "Y" TO MEMORY-BUDGET-SET
                               MOVE memory-budget
                                   TO memory-budget-edit
                               DISPLAY "PROBLEM-RUNNER: WAVES HELD "
                                       "TO A "
                                       FUNCTION TRIM(memory-budget-edit)
                                       " MB MEMORY BUDGET"
                          ELSE
                               DISPLAY "PROBLEM-RUNNER: *MEMORY CARD "
                                       "NEEDS A BUDGET IN MEGABYTES, "
                                       "CARD IGNORED"
                          END-IF
                     ELSE
                     IF BP-PROBLEM-ID = "*REUSE" THEN
                          MOVE "Y" TO REUSE-MODE
                          IF BP-PARM-VALUE NOT = SPACES THEN
                               IF FUNCTION TRIM(BP-PARM-VALUE)
                                       IS NUMERIC
                                   AND FUNCTION NUMVAL(BP-PARM-VALUE)
                                       >= 1
                                   AND FUNCTION NUMVAL(BP-PARM-VALUE)
                                       <= 99
                                    MOVE FUNCTION
                                        NUMVAL(BP-PARM-VALUE)
                                        TO reuse-sample
                               ELSE
                                    DISPLAY "PROBLEM-RUNNER: *REUSE "
                                            "SAMPLE MUST BE 1 TO 99, "
                                            "KEEPING ONE IN "
                                            REUSE-SAMPLE-DEFAULT
                               END-IF
                          END-IF
                          DISPLAY "PROBLEM-RUNNER: CERTIFIED ANSWERS "
                                  "MAY BE SERVED FROM CERTREG, ONE IN "
                                  reuse-sample " RUN FOR REAL"
                     ELSE
                     IF BP-PROBLEM-ID = "*QUOTA-OVERRIDE" THEN
                          MOVE "Y" TO QUOTA-OVERRIDE
                          DISPLAY "PROBLEM-RUNNER: QUOTA "
                                  "ENFORCEMENT WAIVED FOR THIS "
                                  "SUBMISSION BY OPERATOR "
                                  "OVERRIDE CARD"
                     ELSE
                          DISPLAY "PROBLEM-RUNNER: UNRECOGNIZED "
                                  "CONTROL CARD '"
                                  FUNCTION TRIM(BP-PROBLEM-ID)
                                  "', IGNORED"
                     END-IF
                     END-IF
                     END-IF
                     END-IF
                END-IF
           END-IF.

           DISPLAY "PROBLEM-RUNNER: CARRYING OVER "
                   FUNCTION TRIM(BP-PROBLEM-ID)
                   " TO THE NEXT NIGHT'S DECK".
           MOVE deck-idx TO rt-card-idx.
           MOVE "CARRIED" TO RT-EVENT.
           IF carry-reason = SPACES THEN
                MOVE "CARRIED OVER PAST THE CUTOFF" TO RT-DETAIL
           ELSE
                MOVE carry-reason TO RT-DETAIL
                MOVE SPACES TO carry-reason
           END-IF.
           PERFORM 47-LOG-CARD-EVENT.

       13A-CUT-ONE-CHUNK SECTION.
*> Cuts the next up-to-50-character chunk of the logical parameter
           MOVE BP-PROBLEM-ID   TO SL-PROBLEM-ID.
           MOVE step-parms(1:50) TO SL-PARM-VALUE.
           MOVE BP-REQUESTOR-ID TO SL-REQUESTOR-ID.
           MOVE BP-REQUEST-ID TO SL-REQUEST-ID.
           MOVE step-return-code TO SL-RETURN-CODE.
           MOVE DK-ARRIVED-AT(deck-idx) TO SL-ARRIVAL-TIME.
           MOVE DK-AWAIT-SECS(deck-idx) TO SL-AWAIT-SECS.
           IF step-status-override NOT = SPACES THEN
                MOVE step-status-override TO SL-STATUS
                MOVE SPACES TO step-status-override
           WRITE STEP-LOG-RECORD.
           CLOSE STEP-LOG-FILE.

       03B-WRITE-STEP-RESOURCES SECTION.
*> Carries the attempt just logged from its STEPRUnnnn usage file
*> onto STEPRSRC under the same ids. The timer writes a "Command
*> exited with non-zero status" or "terminated by signal" line
*> ahead of the figures when the step failed, so the figures are
*> the last comma-separated line. An attempt that left no usable
*> figures (killed before the timer could write) leaves no record.
           IF NOT STEP-TIMER-ON THEN
                GO TO 03B-WRITE-STEP-RESOURCES-EXIT
           END-IF.
           MOVE current-step-number TO usage-file-seq.
           MOVE SPACES TO usage-file-name.
           STRING FUNCTION TRIM(stepru-base) usage-file-seq
               DELIMITED BY SIZE INTO usage-file-name.
           OPEN INPUT STEP-USAGE-FILE.
           IF usage-file-status NOT = "00" THEN
                GO TO 03B-WRITE-STEP-RESOURCES-EXIT
           END-IF.
           MOVE SPACES TO usage-line.
           PERFORM UNTIL usage-file-status NOT = "00"
               READ STEP-USAGE-FILE
                   AT END MOVE "10" TO usage-file-status
                   NOT AT END
                       MOVE 0 TO usage-comma-count
                       INSPECT STEP-USAGE-REC
                           TALLYING usage-comma-count FOR ALL ","
                       IF usage-comma-count = 4 THEN
                            MOVE STEP-USAGE-REC TO usage-line
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STEP-USAGE-FILE.
           CALL "CBL_DELETE_FILE" USING usage-file-name.
           MOVE 0 TO RETURN-CODE.
           MOVE SPACES TO USAGE-FIGURES.
           UNSTRING usage-line DELIMITED BY ","
               INTO uf-user-cpu uf-sys-cpu uf-peak-rss
                    uf-blocks-in uf-blocks-out.
           IF FUNCTION TEST-NUMVAL(uf-user-cpu) NOT = 0
                   OR FUNCTION TEST-NUMVAL(uf-sys-cpu) NOT = 0
                   OR FUNCTION TEST-NUMVAL(uf-peak-rss) NOT = 0
                   OR FUNCTION TEST-NUMVAL(uf-blocks-in) NOT = 0
                   OR FUNCTION TEST-NUMVAL(uf-blocks-out) NOT = 0 THEN
                GO TO 03B-WRITE-STEP-RESOURCES-EXIT
           END-IF.
           MOVE SL-RUN-DATE TO SR-RUN-DATE.
           MOVE SL-RUN-ID TO SR-RUN-ID.
           MOVE SL-STEP-ID TO SR-STEP-ID.
           MOVE usage-attempt TO SR-ATTEMPT.
           MOVE SL-PROBLEM-ID TO SR-PROBLEM-ID.
           MOVE SL-REQUESTOR-ID TO SR-REQUESTOR-ID.
           COMPUTE SR-USER-CPU = FUNCTION NUMVAL(uf-user-cpu).
           COMPUTE SR-SYSTEM-CPU = FUNCTION NUMVAL(uf-sys-cpu).
           COMPUTE SR-PEAK-RSS-KB = FUNCTION NUMVAL(uf-peak-rss).
           COMPUTE SR-BLOCKS-IN = FUNCTION NUMVAL(uf-blocks-in).
           COMPUTE SR-BLOCKS-OUT = FUNCTION NUMVAL(uf-blocks-out).
           MOVE STEP-RSRC-WORK TO STEP-RSRC-RECORD.
           OPEN EXTEND STEP-RSRC-FILE.
           IF STEP-RSRC-STATUS = "35" THEN
                OPEN OUTPUT STEP-RSRC-FILE
           END-IF.
           WRITE STEP-RSRC-RECORD.
           CLOSE STEP-RSRC-FILE.
       03B-WRITE-STEP-RESOURCES-EXIT.
           EXIT.

       42-JUDGE-CONDITION SECTION.
*> Judges the current card's run condition once its dependencies
*> have cleared: WAITING while any card of the predecessor's name
*> is still pending, running, or held, then TRUE or FALSE. An
*> answer-based condition needs the predecessor to have run clean
*> or already be complete tonight - otherwise there is no answer of
*> tonight's to judge, and the condition is false. CHANGED is false
*> only when both a latest and a previous answer are on RESULTLOG
*> and they agree; with no history to compare, the card runs.
           MOVE "T" TO CONDITION-VERDICT.
           IF BP-CONDITION = SPACES THEN
                GO TO 42-JUDGE-CONDITION-EXIT
           END-IF.
           PERFORM 42A-PARSE-CONDITION.
           MOVE 0 TO cd-waiting-count.
           MOVE 0 TO cd-failed-count.
           MOVE 0 TO cd-ran-count.
           PERFORM VARYING cd-scan-idx FROM 1 BY 1
                   UNTIL cd-scan-idx > deck-count
               IF DK-PROBLEM-ID(cd-scan-idx) = CD-TARGET THEN
                    EVALUATE DK-STATE(cd-scan-idx)
                        WHEN "P"
                        WHEN "L"
                        WHEN "H"
                        WHEN "W"
                            ADD 1 TO cd-waiting-count
                        WHEN "F"
                            ADD 1 TO cd-failed-count
                        WHEN "R"
                        WHEN "A"
                            ADD 1 TO cd-ran-count
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
               END-IF
           END-PERFORM.
           IF cd-waiting-count > 0 THEN
                MOVE "W" TO CONDITION-VERDICT
                GO TO 42-JUDGE-CONDITION-EXIT
           END-IF.
           IF SIMULATE-ON THEN
                DISPLAY "PROBLEM-RUNNER: SIMULATE - "
                        FUNCTION TRIM(BP-PROBLEM-ID)
                        " RUN CONDITION '"
                        FUNCTION TRIM(BP-CONDITION)
                        "' IS DECIDED AT RUN TIME, REPORTED AS IF "
                        "TRUE"
                GO TO 42-JUDGE-CONDITION-EXIT
           END-IF.

           MOVE SPACES TO cd-reason.
           IF CD-FAILED THEN
                IF cd-failed-count = 0 THEN
                     MOVE "F" TO CONDITION-VERDICT
                     MOVE "THE PREDECESSOR DID NOT FAIL" TO cd-reason
                END-IF
                GO TO 42-JUDGE-CONDITION-EXIT
           END-IF.
           IF cd-ran-count = 0 THEN
                MOVE "F" TO CONDITION-VERDICT
                MOVE "THE PREDECESSOR PRODUCED NO ANSWER TONIGHT"
                    TO cd-reason
                GO TO 42-JUDGE-CONDITION-EXIT
           END-IF.

           PERFORM 42B-READ-PREDECESSOR-ANSWERS.
           IF CD-CHANGED THEN
                IF CD-HAVE-CURRENT AND CD-HAVE-PREVIOUS
                        AND cd-current-answer
                            = cd-previous-answer THEN
                     MOVE "F" TO CONDITION-VERDICT
                     MOVE "THE ANSWER MATCHES ITS PREVIOUS RUN"
                         TO cd-reason
                END-IF
                GO TO 42-JUDGE-CONDITION-EXIT
           END-IF.
           IF NOT CD-HAVE-CURRENT
                   OR FUNCTION TRIM(cd-current-answer)
                       IS NOT NUMERIC THEN
                MOVE "F" TO CONDITION-VERDICT
                MOVE "THE LATEST ANSWER IS NOT A PLAIN NUMBER"
                    TO cd-reason
                GO TO 42-JUDGE-CONDITION-EXIT
           END-IF.
           MOVE FUNCTION TRIM(cd-current-answer) TO cd-answer-value.
           MOVE FUNCTION TRIM(CD-VALUE) TO cd-threshold.
           IF CD-ABOVE AND cd-answer-value NOT > cd-threshold THEN
                MOVE "F" TO CONDITION-VERDICT
                MOVE "THE LATEST ANSWER IS NOT ABOVE THE THRESHOLD"
                    TO cd-reason
           END-IF.
           IF CD-BELOW AND cd-answer-value NOT < cd-threshold THEN
                MOVE "F" TO CONDITION-VERDICT
                MOVE "THE LATEST ANSWER IS NOT BELOW THE THRESHOLD"
                    TO cd-reason
           END-IF.
       42-JUDGE-CONDITION-EXIT.
           EXIT.

       42A-PARSE-CONDITION SECTION.
           MOVE SPACES TO COND-WORK.
           UNSTRING BP-CONDITION DELIMITED BY ALL " "
               INTO CD-VERB CD-TARGET CD-VALUE CD-EXTRA.

       42B-READ-PREDECESSOR-ANSWERS SECTION.
*> The latest RESULTLOG answer for the predecessor, and the last
*> answer its run before that logged. Records of one run share a
*> run-id and step-id (an ad-hoc run, with neither, is told apart
*> by its start time), so a program that logs several records per
*> run is compared run against run, not record against record.
           MOVE "N" TO CD-CURRENT-FOUND.
           MOVE "N" TO CD-PREVIOUS-FOUND.
           MOVE SPACES TO cd-current-key.
           MOVE SPACES TO cd-current-answer.
           MOVE SPACES TO cd-previous-answer.
           OPEN INPUT RESULTS-LOG-FILE.
           IF RESULTS-LOG-STATUS NOT = "00" THEN
                MOVE SPACES TO RESULTS-LOG-STATUS
                GO TO 42B-READ-PREDECESSOR-ANSWERS-EXIT
           END-IF.
           PERFORM UNTIL RESULTS-LOG-STATUS = "10"
               READ RESULTS-LOG-FILE
                   AT END MOVE "10" TO RESULTS-LOG-STATUS
                   NOT AT END
                       MOVE RESULTS-LOG-RECORD TO COND-LOG-IMAGE
                       IF CL-PROGRAM-ID = CD-TARGET THEN
                            PERFORM 42D-NOTE-PREDECESSOR-ANSWER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RESULTS-LOG-FILE.
           MOVE SPACES TO RESULTS-LOG-STATUS.
       42B-READ-PREDECESSOR-ANSWERS-EXIT.
           EXIT.

       42C-PASS-OVER-ON-CONDITION SECTION.
           DISPLAY "PROBLEM-RUNNER: PASSING OVER "
                   FUNCTION TRIM(BP-PROBLEM-ID)
                   " - RUN CONDITION '"
                   FUNCTION TRIM(BP-CONDITION) "' IS FALSE ("
                   FUNCTION TRIM(cd-reason) ")".
           IF BP-RUN-DATE = SPACES THEN
                MOVE FUNCTION CURRENT-DATE(1:8) TO BP-RUN-DATE
           END-IF.
           MOVE 0 TO current-step-number.
           MOVE 0 TO step-return-code.
           MOVE FUNCTION CURRENT-DATE TO SL-START-TIME.
           MOVE SL-START-TIME TO SL-END-TIME.
           MOVE "CONDFALS" TO step-status-override.
           PERFORM 03-WRITE-STEP-LOG.
           MOVE "N" TO DK-STATE(deck-idx).
           SUBTRACT 1 FROM pending-count.
           ADD 1 TO pass-progress.

       42D-NOTE-PREDECESSOR-ANSWER SECTION.
           IF CL-RUN-ID = SPACES AND CL-STEP-ID = SPACES THEN
                MOVE CL-START-TIME TO cd-record-key
           ELSE
                MOVE SPACES TO cd-record-key
                STRING CL-RUN-ID CL-STEP-ID
                    DELIMITED BY SIZE INTO cd-record-key
           END-IF.
           IF CD-HAVE-CURRENT
                   AND cd-record-key NOT = cd-current-key THEN
                MOVE cd-current-answer TO cd-previous-answer
                MOVE "Y" TO CD-PREVIOUS-FOUND
           END-IF.
           MOVE cd-record-key TO cd-current-key.
           MOVE CL-ANSWER TO cd-current-answer.
           MOVE "Y" TO CD-CURRENT-FOUND.

       43-RESOLVE-REFERENCES SECTION.
*> Fills the current card's parameter references in from RESULTLOG
*> just before launch. Each reference is looked up on the record
*> the referenced card's run logged - matched on program and
*> step-id, the last such record winning, so a retried step gives
*> the answer of the attempt that came home clean. The resolved
*> string replaces the card's parameters for everything after -
*> the launch, STEPLOG, DECKHIST - and must pass the catalog range
*> check like a punched one. SIMULATE reads no results, so there
*> the references are shown as punched.
           MOVE "Y" TO REFERENCE-OUTCOME.
           MOVE 0 TO rf-amp-count.
           INSPECT step-parms TALLYING rf-amp-count FOR ALL "&".
           IF rf-amp-count = 0 THEN
                GO TO 43-RESOLVE-REFERENCES-EXIT
           END-IF.
           IF SIMULATE-ON THEN
                DISPLAY "PROBLEM-RUNNER: SIMULATE - "
                        FUNCTION TRIM(BP-PROBLEM-ID)
                        " PARAMETER REFERENCES ARE RESOLVED AT RUN "
                        "TIME, SHOWN AS PUNCHED"
                GO TO 43-RESOLVE-REFERENCES-EXIT
           END-IF.

           MOVE step-parms TO rf-source.
           MOVE SPACES TO parm-build.
           MOVE SPACES TO rf-reason.
           MOVE 1 TO rf-build-pos.
           MOVE 1 TO rf-pos.
           MOVE "Y" TO RF-FOUND.
           PERFORM UNTIL NOT RF-WAS-FOUND OR rf-reason NOT = SPACES
               PERFORM 43A-NEXT-REFERENCE
               IF RF-WAS-FOUND THEN
                    IF rf-start > rf-pos THEN
                         STRING rf-source(rf-pos:rf-start - rf-pos)
                             DELIMITED BY SIZE INTO parm-build
                             WITH POINTER rf-build-pos
                         END-STRING
                    END-IF
                    PERFORM 43D-RESOLVE-ONE-REFERENCE
                    IF rf-reason = SPACES THEN
                         STRING FUNCTION TRIM(rf-value)
                             DELIMITED BY SIZE INTO parm-build
                             WITH POINTER rf-build-pos
                         END-STRING
                    END-IF
                    COMPUTE rf-pos = rf-start + rf-len
               END-IF
           END-PERFORM.
           IF rf-reason NOT = SPACES THEN
                PERFORM 43E-REFUSE-UNRESOLVED
                GO TO 43-RESOLVE-REFERENCES-EXIT
           END-IF.
           IF rf-pos <= 250 THEN
                IF rf-source(rf-pos:251 - rf-pos) NOT = SPACES THEN
                     STRING FUNCTION TRIM(
                                rf-source(rf-pos:251 - rf-pos)
                                TRAILING)
                         DELIMITED BY SIZE INTO parm-build
                         WITH POINTER rf-build-pos
                     END-STRING
                END-IF
           END-IF.
           MOVE SPACES TO rf-token.
           IF rf-build-pos > 251 THEN
                MOVE "RUN PAST THE 250-CHARACTER LIMIT" TO rf-reason
                PERFORM 43E-REFUSE-UNRESOLVED
                GO TO 43-RESOLVE-REFERENCES-EXIT
           END-IF.
           MOVE parm-build(1:250) TO step-parms.
           MOVE step-parms TO DK-PARM-LONG(deck-idx).
           DISPLAY "PROBLEM-RUNNER: "
                   FUNCTION TRIM(BP-PROBLEM-ID)
                   " PARAMETERS RESOLVED TO '"
                   FUNCTION TRIM(step-parms) "'".

           MOVE preflight-error-count TO rf-error-base.
           PERFORM 10F-CHECK-CATALOG-RANGES.
           IF preflight-error-count > rf-error-base THEN
                MOVE rf-error-base TO preflight-error-count
                MOVE "FALL OUTSIDE THE CATALOG RANGE" TO rf-reason
                PERFORM 43E-REFUSE-UNRESOLVED
           END-IF.
       43-RESOLVE-REFERENCES-EXIT.
           EXIT.

       43A-NEXT-REFERENCE SECTION.
*> Finds the next "&" at or after rf-pos. RF-WAS-FOUND says there
*> was one; rf-start and rf-len then span the reference (or as
*> much of it as could be read, when it is malformed) and rf-token
*> holds its text. A well-formed reference is &NAME.ANSWER or
*> &NAME.EFFECTIVE(KEY), followed by a blank, a comma, or the end
*> of the string.
           MOVE "N" TO RF-FOUND.
           MOVE SPACES TO REFERENCE-WORK.
           MOVE SPACES TO rf-token.
           PERFORM VARYING rf-start FROM rf-pos BY 1
                   UNTIL rf-start > 250
                      OR rf-source(rf-start:1) = "&"
               CONTINUE
           END-PERFORM.
           IF rf-start > 250 THEN
                GO TO 43A-NEXT-REFERENCE-EXIT
           END-IF.
           MOVE "Y" TO RF-FOUND.
           MOVE "?" TO RF-SELECTOR.
           PERFORM VARYING rf-end FROM rf-start BY 1
                   UNTIL rf-end > rf-start + 31
                      OR rf-source(rf-end + 1:1) = "." OR = SPACE
               CONTINUE
           END-PERFORM.
           COMPUTE rf-len = rf-end - rf-start + 1.
           IF rf-source(rf-end + 1:1) NOT = "."
                   OR rf-len < 2 OR rf-len > 31 THEN
                GO TO 43A-NEXT-REFERENCE-TOKEN
           END-IF.
           MOVE rf-source(rf-start + 1:rf-len - 1) TO RF-NAME.
           COMPUTE rf-sel-pos = rf-end + 2.
           IF rf-source(rf-sel-pos:6) = "ANSWER" THEN
                COMPUTE rf-len = rf-sel-pos + 6 - rf-start
                IF rf-source(rf-sel-pos + 6:1) = SPACE OR = "," THEN
                     MOVE "A" TO RF-SELECTOR
                END-IF
                GO TO 43A-NEXT-REFERENCE-TOKEN
           END-IF.
           IF rf-source(rf-sel-pos:10) NOT = "EFFECTIVE(" THEN
                COMPUTE rf-len = rf-sel-pos - rf-start
                GO TO 43A-NEXT-REFERENCE-TOKEN
           END-IF.
           COMPUTE rf-key-pos = rf-sel-pos + 10.
           PERFORM VARYING rf-key-pos FROM rf-key-pos BY 1
                   UNTIL rf-key-pos > rf-sel-pos + 30
                      OR rf-source(rf-key-pos:1) = ")" OR = SPACE
               CONTINUE
           END-PERFORM.
           COMPUTE rf-key-len = rf-key-pos - rf-sel-pos - 10.
           COMPUTE rf-len = rf-key-pos + 1 - rf-start.
           IF rf-source(rf-key-pos:1) = ")"
                   AND rf-key-len > 0 AND rf-key-len <= 20
                   AND (rf-source(rf-key-pos + 1:1) = SPACE
                     OR rf-source(rf-key-pos + 1:1) = ",") THEN
                MOVE rf-source(rf-sel-pos + 10:rf-key-len) TO RF-KEY
                MOVE "E" TO RF-SELECTOR
           END-IF.
       43A-NEXT-REFERENCE-TOKEN.
      *> A malformed reference is taken to the next blank, so the
      *> console shows all of it and the scan resumes past it.
           IF RF-MALFORMED THEN
                PERFORM UNTIL rf-start + rf-len > 250
                           OR rf-source(rf-start + rf-len:1) = SPACE
                    ADD 1 TO rf-len
                END-PERFORM
           END-IF.
           IF rf-len > 60 THEN
                MOVE rf-source(rf-start:60) TO rf-token
           ELSE
                MOVE rf-source(rf-start:rf-len) TO rf-token
           END-IF.
       43A-NEXT-REFERENCE-EXIT.
           EXIT.

       43B-FIND-REFERENCED-CARD SECTION.
*> The nearest card above the current one carrying the referenced
*> name - a deck running a program twice means the run just before.
           MOVE 0 TO rf-card-idx.
           IF NOT RF-MALFORMED THEN
                PERFORM VARYING rf-scan-idx FROM 1 BY 1
                        UNTIL rf-scan-idx >= deck-idx
                    IF DK-PROBLEM-ID(rf-scan-idx) = RF-NAME THEN
                         MOVE rf-scan-idx TO rf-card-idx
                    END-IF
                END-PERFORM
           END-IF.

       43C-JUDGE-REFERENCED-CARD SECTION.
           EVALUATE DK-STATE(rf-card-idx)
               WHEN "P"
               WHEN "L"
               WHEN "H"
               WHEN "W"
                   IF NOT DEPS-UNSATISFIABLE THEN
                        MOVE "W" TO DEP-READINESS
                   END-IF
               WHEN "R"
               WHEN "A"
                   CONTINUE
               WHEN "O"
               WHEN "N"
                   DISPLAY "PROBLEM-RUNNER: SKIPPING "
                           FUNCTION TRIM(BP-PROBLEM-ID)
                           " - REFERENCED STEP "
                           FUNCTION TRIM(RF-NAME)
                           " WAS PASSED OVER AND LEFT NO ANSWER"
                   MOVE "U" TO DEP-READINESS
               WHEN OTHER
                   DISPLAY "PROBLEM-RUNNER: SKIPPING "
                           FUNCTION TRIM(BP-PROBLEM-ID)
                           " - REFERENCED STEP "
                           FUNCTION TRIM(RF-NAME)
                           " DID NOT COMPLETE SUCCESSFULLY"
                   MOVE "U" TO DEP-READINESS
           END-EVALUATE.

       43D-RESOLVE-ONE-REFERENCE SECTION.
*> Hands back the reference's value in rf-value, or the reason it
*> has none in rf-reason.
           MOVE SPACES TO rf-value.
           PERFORM 43B-FIND-REFERENCED-CARD.
           IF rf-card-idx = 0 THEN
                MOVE "NAMES NO EARLIER CARD IN THE DECK" TO rf-reason
                GO TO 43D-RESOLVE-ONE-REFERENCE-EXIT
           END-IF.
           IF DK-STEP-ID(rf-card-idx) = SPACES THEN
                MOVE "NAMES A STEP WITH NO STEP-ID ON RECORD"
                    TO rf-reason
                GO TO 43D-RESOLVE-ONE-REFERENCE-EXIT
           END-IF.
           PERFORM 43F-READ-REFERENCED-RESULT.
           IF NOT RF-HAVE-LOG-RECORD THEN
                MOVE "FINDS NO RESULTLOG RECORD FOR THAT STEP"
                    TO rf-reason
                GO TO 43D-RESOLVE-ONE-REFERENCE-EXIT
           END-IF.
           IF RF-WANTS-ANSWER THEN
                MOVE rf-log-answer TO SPILL-LOOKUP
                PERFORM 9060-FETCH-SPILLED-ANSWER
                IF SPILL-LOOKUP(1:6) = "SPILL-"
                        AND NOT SPILL-WAS-FETCHED THEN
                     MOVE "FINDS A SPILLED ANSWER NOT ON ANSWSPILL"
                         TO rf-reason
                     GO TO 43D-RESOLVE-ONE-REFERENCE-EXIT
                END-IF
                MOVE FUNCTION TRIM(SPILL-VALUE-WORK) TO rf-value
           ELSE
                PERFORM 43G-EXTRACT-EFFECTIVE
                IF rf-value = SPACES THEN
                     MOVE "FINDS NO SUCH KEY IN THE EFFECTIVE ECHO"
                         TO rf-reason
                     GO TO 43D-RESOLVE-ONE-REFERENCE-EXIT
                END-IF
           END-IF.
           IF rf-value = SPACES THEN
                MOVE "FINDS A BLANK ANSWER" TO rf-reason
                GO TO 43D-RESOLVE-ONE-REFERENCE-EXIT
           END-IF.
      *> A value with a blank inside would land as two arguments.
           MOVE 0 TO rf-space-count.
           INSPECT FUNCTION TRIM(rf-value) TALLYING rf-space-count
               FOR ALL " ".
           IF rf-space-count > 0 THEN
                MOVE "FINDS A VALUE WITH EMBEDDED BLANKS" TO rf-reason
           END-IF.
       43D-RESOLVE-ONE-REFERENCE-EXIT.
           EXIT.

       43E-REFUSE-UNRESOLVED SECTION.
*> The card cannot run on a value it does not have: it is skipped
*> the way a denied card is - console line, alert, and a SUBST
*> record on STEPLOG - and its dependents see it skipped.
           IF rf-token = SPACES THEN
                DISPLAY "PROBLEM-RUNNER: SKIPPING "
                        FUNCTION TRIM(BP-PROBLEM-ID)
                        " - ITS RESOLVED PARAMETERS "
                        FUNCTION TRIM(rf-reason)
           ELSE
                DISPLAY "PROBLEM-RUNNER: SKIPPING "
                        FUNCTION TRIM(BP-PROBLEM-ID)
                        " - PARAMETER REFERENCE '"
                        FUNCTION TRIM(rf-token) "' "
                        FUNCTION TRIM(rf-reason)
           END-IF.
           MOVE "UNRESOLVED-REFERENCE" TO AL-REASON-CODE.
           MOVE SPACES TO AL-PARM-VALUE.
           IF rf-token = SPACES THEN
                MOVE step-parms TO AL-PARM-VALUE
           ELSE
                MOVE rf-token TO AL-PARM-VALUE
           END-IF.
           PERFORM 9600-LOG-ALERT.
           MOVE 0 TO current-step-number.
           MOVE 0 TO step-return-code.
           MOVE FUNCTION CURRENT-DATE TO SL-START-TIME.
           MOVE SL-START-TIME TO SL-END-TIME.
           MOVE "SUBST" TO step-status-override.
           PERFORM 03-WRITE-STEP-LOG.
           MOVE "S" TO DK-STATE(deck-idx).
           SUBTRACT 1 FROM pending-count.
           ADD 1 TO pass-progress.
           MOVE "N" TO REFERENCE-OUTCOME.

       43F-READ-REFERENCED-RESULT SECTION.
           MOVE "N" TO RF-LOG-FOUND.
           MOVE SPACES TO rf-log-answer.
           MOVE SPACES TO rf-log-effective.
           OPEN INPUT RESULTS-LOG-FILE.
           IF RESULTS-LOG-STATUS NOT = "00" THEN
                MOVE SPACES TO RESULTS-LOG-STATUS
                GO TO 43F-READ-REFERENCED-RESULT-EXIT
           END-IF.
           PERFORM UNTIL RESULTS-LOG-STATUS = "10"
               READ RESULTS-LOG-FILE
                   AT END MOVE "10" TO RESULTS-LOG-STATUS
                   NOT AT END
                       MOVE RESULTS-LOG-RECORD TO COND-LOG-IMAGE
                       IF CL-PROGRAM-ID = RF-NAME
                               AND CL-STEP-ID
                                   = DK-STEP-ID(rf-card-idx) THEN
                            MOVE CL-ANSWER TO rf-log-answer
                            MOVE CL-EFFECTIVE-PARMS
                                TO rf-log-effective
                            MOVE "Y" TO RF-LOG-FOUND
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RESULTS-LOG-FILE.
           MOVE SPACES TO RESULTS-LOG-STATUS.
       43F-READ-REFERENCED-RESULT-EXIT.
           EXIT.

       43G-EXTRACT-EFFECTIVE SECTION.
*> The text after "KEY=" in the effective-parameter echo, up to
*> the next blank. The key must open the echo or follow a blank,
*> so B never matches inside DIV-B.
           MOVE SPACES TO rf-key-probe.
           STRING " " FUNCTION TRIM(RF-KEY) "=" DELIMITED BY SIZE
               INTO rf-key-probe.
           COMPUTE rf-key-len = FUNCTION LENGTH(FUNCTION
               TRIM(RF-KEY)) + 2.
           MOVE SPACES TO rf-echo.
           STRING " " rf-log-effective DELIMITED BY SIZE
               INTO rf-echo.
           PERFORM VARYING rf-key-pos FROM 1 BY 1
                   UNTIL rf-key-pos > 81
                      OR rf-echo(rf-key-pos:rf-key-len)
                         = rf-key-probe(1:rf-key-len)
               CONTINUE
           END-PERFORM.
           IF rf-key-pos > 81 THEN
                GO TO 43G-EXTRACT-EFFECTIVE-EXIT
           END-IF.
           ADD rf-key-len TO rf-key-pos.
           MOVE 0 TO rf-val-len.
           PERFORM UNTIL rf-key-pos + rf-val-len > 81
                      OR rf-echo(rf-key-pos + rf-val-len:1) = SPACE
               ADD 1 TO rf-val-len
           END-PERFORM.
           IF rf-val-len > 0 THEN
                MOVE rf-echo(rf-key-pos:rf-val-len) TO rf-value
           END-IF.
       43G-EXTRACT-EFFECTIVE-EXIT.
           EXIT.

       44-PROBE-ARRIVAL SECTION.
*> Looks for the card's awaited dataset. It counts as arrived once
*> it exists and has gone ARRIVAL-SETTLE-SECS without being written
*> to; the card then goes on to launch with the arrival time and
*> the wait noted for STEPLOG and DECKSTAT. Otherwise the card waits
*> in the W state for the next sweep, unless its own deadline has
*> passed, in which case it is given up with a NOFILE record.
           MOVE "N" TO AWAIT-OUTCOME.
           MOVE FUNCTION CURRENT-DATE(1:14) TO aw-now-stamp.
           IF DK-WAIT-SINCE(deck-idx) = SPACES THEN
                MOVE aw-now-stamp TO DK-WAIT-SINCE(deck-idx)
                DISPLAY "PROBLEM-RUNNER: "
                        FUNCTION TRIM(BP-PROBLEM-ID)
                        " AWAITING FILE "
                        FUNCTION TRIM(DK-AWAIT-DSN(deck-idx))
                MOVE deck-idx TO rt-card-idx
                MOVE "HELD" TO RT-EVENT
                MOVE SPACES TO RT-DETAIL
                STRING "AWAITING FILE " DK-AWAIT-DSN(deck-idx)
                    DELIMITED BY SIZE INTO RT-DETAIL
                PERFORM 47-LOG-CARD-EVENT
           END-IF.
           IF SIMULATE-ON THEN
                DISPLAY "PROBLEM-RUNNER: SIMULATE - "
                        FUNCTION TRIM(BP-PROBLEM-ID)
                        " WOULD AWAIT FILE "
                        FUNCTION TRIM(DK-AWAIT-DSN(deck-idx))
                        ", REPORTED AS IF ARRIVED"
                MOVE "Y" TO AWAIT-OUTCOME
                MOVE "P" TO DK-STATE(deck-idx)
                GO TO 44-PROBE-ARRIVAL-EXIT
           END-IF.

           MOVE aw-now-stamp TO aw-stamp.
           PERFORM 44B-STAMP-TO-SECONDS.
           MOVE aw-stamp-secs TO aw-now-secs.
           CALL "CBL_CHECK_FILE_EXIST" USING DK-AWAIT-DSN(deck-idx)
                                             AWAIT-FILE-INFO.
           IF RETURN-CODE = 0 THEN
                MOVE 0 TO RETURN-CODE
                MOVE AF-YEAR   TO aw-mod-year
                MOVE AF-MONTH  TO aw-mod-month
                MOVE AF-DAY    TO aw-mod-day
                MOVE AF-HOUR   TO aw-mod-hour
                MOVE AF-MINUTE TO aw-mod-minute
                MOVE AF-SECOND TO aw-mod-second
                MOVE AW-MODIFIED-STAMP TO aw-stamp
                PERFORM 44B-STAMP-TO-SECONDS
                MOVE aw-stamp-secs TO aw-mod-secs
                IF aw-now-secs >= aw-mod-secs + ARRIVAL-SETTLE-SECS
                     MOVE "Y" TO AWAIT-OUTCOME
                END-IF
           END-IF.
           MOVE 0 TO RETURN-CODE.

           IF AWAIT-ARRIVED THEN
                MOVE DK-WAIT-SINCE(deck-idx) TO aw-stamp
                PERFORM 44B-STAMP-TO-SECONDS
                MOVE aw-stamp-secs TO aw-since-secs
                MOVE aw-now-stamp TO DK-ARRIVED-AT(deck-idx)
                COMPUTE DK-AWAIT-SECS(deck-idx)
                    = aw-now-secs - aw-since-secs
                MOVE DK-AWAIT-SECS(deck-idx) TO aw-waited-edit
                DISPLAY "PROBLEM-RUNNER: FILE "
                        FUNCTION TRIM(DK-AWAIT-DSN(deck-idx))
                        " ARRIVED FOR "
                        FUNCTION TRIM(BP-PROBLEM-ID) " AFTER "
                        FUNCTION TRIM(aw-waited-edit)
                        " SECOND(S)"
                MOVE "P" TO DK-STATE(deck-idx)
                GO TO 44-PROBE-ARRIVAL-EXIT
           END-IF.

           IF BP-AWAIT-DEADLINE NOT = SPACES THEN
                PERFORM 44A-CHECK-AWAIT-DEADLINE
                IF AWAIT-GIVEN-UP THEN
                     PERFORM 44C-GIVE-UP-AWAIT
                     GO TO 44-PROBE-ARRIVAL-EXIT
                END-IF
           END-IF.
           MOVE "W" TO DK-STATE(deck-idx).
       44-PROBE-ARRIVAL-EXIT.
           EXIT.

       44A-CHECK-AWAIT-DEADLINE SECTION.
*> Same side-of-midnight rule as the deck cutoff: a deadline at or
*> after the deck's start time passes the same evening, one before
*> it only once the clock has wrapped.
           MOVE "N" TO AWAIT-DEADLINE-PASSED.
           MOVE aw-now-stamp(9:6) TO clock-now.
           IF BP-AWAIT-DEADLINE >= deck-start-time(1:4) THEN
                IF clock-now(1:4) >= BP-AWAIT-DEADLINE THEN
                     MOVE "Y" TO AWAIT-DEADLINE-PASSED
                END-IF
           ELSE
                IF clock-now(1:4) < deck-start-time(1:4)
                        AND clock-now(1:4) >= BP-AWAIT-DEADLINE THEN
                     MOVE "Y" TO AWAIT-DEADLINE-PASSED
                END-IF
           END-IF.

       44B-STAMP-TO-SECONDS SECTION.
*> YYYYMMDDHHMMSS in aw-stamp to a running count of seconds in
*> aw-stamp-secs, so two stamps either side of midnight subtract.
           COMPUTE aw-stamp-secs =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(aw-stamp(1:8))) * 86400
               + FUNCTION NUMVAL(aw-stamp(9:2)) * 3600
               + FUNCTION NUMVAL(aw-stamp(11:2)) * 60
               + FUNCTION NUMVAL(aw-stamp(13:2)).

       44C-GIVE-UP-AWAIT SECTION.
*> The file never came and the card's deadline is past: it is
*> skipped the way a denied card is - console line, alert, and a
*> NOFILE record on STEPLOG carrying how long it waited - and its
*> dependents see it skipped.
           MOVE DK-WAIT-SINCE(deck-idx) TO aw-stamp.
           PERFORM 44B-STAMP-TO-SECONDS.
           MOVE aw-stamp-secs TO aw-since-secs.
           COMPUTE DK-AWAIT-SECS(deck-idx)
               = aw-now-secs - aw-since-secs.
           DISPLAY "PROBLEM-RUNNER: SKIPPING "
                   FUNCTION TRIM(BP-PROBLEM-ID)
                   " - FILE "
                   FUNCTION TRIM(DK-AWAIT-DSN(deck-idx))
                   " HAD NOT ARRIVED BY ITS "
                   BP-AWAIT-DEADLINE(1:2) ":" BP-AWAIT-DEADLINE(3:2)
                   " DEADLINE".
           MOVE "AWAIT-DEADLINE" TO AL-REASON-CODE.
           MOVE DK-AWAIT-DSN(deck-idx) TO AL-PARM-VALUE.
           PERFORM 9600-LOG-ALERT.
           MOVE 0 TO current-step-number.
           MOVE 0 TO step-return-code.
           MOVE FUNCTION CURRENT-DATE TO SL-START-TIME.
           MOVE SL-START-TIME TO SL-END-TIME.
           MOVE "NOFILE" TO step-status-override.
           PERFORM 03-WRITE-STEP-LOG.
           MOVE "S" TO DK-STATE(deck-idx).
           SUBTRACT 1 FROM pending-count.
           ADD 1 TO pass-progress.

       45-SETTLE-PRIORITIES SECTION.
*> Lifts each prerequisite - a depends-on name, or a card a
*> parameter reference names - to the class of its most urgent
*> dependent, repeating until a pass moves nothing. The deck has
*> passed the cycle check, so the passes run out.
           MOVE "Y" TO PRIORITY-RAISED.
           PERFORM UNTIL NOT PRIORITIES-MOVED
               MOVE "N" TO PRIORITY-RAISED
               PERFORM VARYING deck-idx FROM 1 BY 1
                       UNTIL deck-idx > deck-count
                   MOVE DK-CARD(deck-idx) TO BATCH-PARM-RECORD
                   PERFORM 18-PARSE-DEPS
                   PERFORM VARYING dep-idx FROM 1 BY 1
                           UNTIL dep-idx > 3
                       IF DEP-NAME(dep-idx) NOT = SPACES THEN
                            PERFORM VARYING prio-scan-idx FROM 1 BY 1
                                    UNTIL prio-scan-idx > deck-count
                                IF DK-PROBLEM-ID(prio-scan-idx)
                                        = DEP-NAME(dep-idx) THEN
                                     PERFORM 45D-LIFT-PREREQUISITE
                                END-IF
                            END-PERFORM
                       END-IF
                   END-PERFORM
                   MOVE DK-PARM-LONG(deck-idx) TO rf-source
                   MOVE 1 TO rf-pos
                   MOVE "Y" TO RF-FOUND
                   PERFORM UNTIL NOT RF-WAS-FOUND
                       PERFORM 43A-NEXT-REFERENCE
                       IF RF-WAS-FOUND THEN
                            PERFORM 43B-FIND-REFERENCED-CARD
                            IF rf-card-idx > 0 THEN
                                 MOVE rf-card-idx TO prio-scan-idx
                                 PERFORM 45D-LIFT-PREREQUISITE
                            END-IF
                            COMPUTE rf-pos = rf-start + rf-len
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-PERFORM.

       45A-SHED-FOR-CUTOFF SECTION.
*> Before each wave: project the pending work onto the clock and,
*> while the projected finish is past the cutoff, carry over the
*> lowest-priority card that can go - the last in deck order among
*> equals, and never one a still-pending card depends on or
*> references (its dependents go first).
           PERFORM 12-CHECK-CUTOFF.
           IF DECK-CURTAILED THEN
                GO TO 45A-SHED-FOR-CUTOFF-EXIT
           END-IF.
           PERFORM 45B-PROJECT-PENDING-WORK.
           MOVE 1 TO shed-card-idx.
           PERFORM UNTIL NOT PROJECTION-MISSES OR shed-card-idx = 0
               PERFORM 45C-PICK-CARD-TO-SHED
               IF shed-card-idx > 0 THEN
                    PERFORM 45E-SHED-ONE-CARD
                    PERFORM 45B-PROJECT-PENDING-WORK
               END-IF
           END-PERFORM.
       45A-SHED-FOR-CUTOFF-EXIT.
           EXIT.

       45B-PROJECT-PENDING-WORK SECTION.
           MOVE 0 TO shed-serial-secs.
           MOVE 0 TO shed-longest-secs.
           PERFORM VARYING shed-est-idx FROM 1 BY 1
                   UNTIL shed-est-idx > deck-count
               IF DK-STATE(shed-est-idx) = "P"
                       OR DK-STATE(shed-est-idx) = "W"
                       OR DK-STATE(shed-est-idx) = "H" THEN
                    PERFORM 45F-ESTIMATE-CARD
                    ADD card-estimate TO shed-serial-secs
                    IF card-estimate > shed-longest-secs THEN
                         MOVE card-estimate TO shed-longest-secs
                    END-IF
               END-IF
           END-PERFORM.
           COMPUTE shed-projected-secs =
               (shed-serial-secs + stream-limit - 1) / stream-limit.
           IF shed-longest-secs > shed-projected-secs THEN
                MOVE shed-longest-secs TO shed-projected-secs
           END-IF.
           MOVE FUNCTION CURRENT-DATE(9:6) TO clock-now.
           COMPUTE shed-now-secs =
               FUNCTION NUMVAL(clock-now(1:2)) * 3600
                   + FUNCTION NUMVAL(clock-now(3:2)) * 60
                   + FUNCTION NUMVAL(clock-now(5:2)).
           COMPUTE cutoff-secs =
               FUNCTION NUMVAL(cutoff-time(1:2)) * 3600
                   + FUNCTION NUMVAL(cutoff-time(3:2)) * 60
                   + FUNCTION NUMVAL(cutoff-time(5:2)).
           COMPUTE shed-window-secs = cutoff-secs - shed-now-secs.
           IF shed-window-secs < 0 THEN
                ADD 86400 TO shed-window-secs
           END-IF.
           COMPUTE shed-finish-secs = FUNCTION MOD(
               shed-now-secs + shed-projected-secs, 86400).
           COMPUTE shed-finish-clock =
               FUNCTION INTEGER(shed-finish-secs / 3600) * 10000
                   + FUNCTION INTEGER(
                       FUNCTION MOD(shed-finish-secs, 3600) / 60)
                       * 100
                   + FUNCTION MOD(shed-finish-secs, 60).
           MOVE "N" TO SHED-PROJECTION.
           IF shed-projected-secs > shed-window-secs THEN
                MOVE "Y" TO SHED-PROJECTION
           END-IF.

       45C-PICK-CARD-TO-SHED SECTION.
           MOVE 0 TO shed-card-idx.
           PERFORM VARYING shed-scan-idx FROM 1 BY 1
                   UNTIL shed-scan-idx > deck-count
               IF (DK-STATE(shed-scan-idx) = "P"
                    OR DK-STATE(shed-scan-idx) = "W"
                    OR DK-STATE(shed-scan-idx) = "H")
                       AND DK-PRIORITY(shed-scan-idx) > 1 THEN
                    IF shed-card-idx = 0 THEN
                         PERFORM 45G-JUDGE-DEPENDED-ON
                    ELSE
                         IF DK-PRIORITY(shed-scan-idx)
                                 >= DK-PRIORITY(shed-card-idx) THEN
                              PERFORM 45G-JUDGE-DEPENDED-ON
                         ELSE
                              MOVE "Y" TO SHED-BLOCKED
                         END-IF
                    END-IF
                    IF NOT SHED-IS-BLOCKED THEN
                         MOVE shed-scan-idx TO shed-card-idx
                    END-IF
               END-IF
           END-PERFORM.

       45D-LIFT-PREREQUISITE SECTION.
           IF DK-PRIORITY(prio-scan-idx) > DK-PRIORITY(deck-idx) THEN
                MOVE DK-PRIORITY(deck-idx)
                    TO DK-PRIORITY(prio-scan-idx)
                MOVE "Y" TO PRIORITY-RAISED
           END-IF.

       45E-SHED-ONE-CARD SECTION.
*> The card goes to the carry-over deck now, while there is still
*> time for the cards ranked above it, and the projection that
*> condemned it goes on the console, ALERTLOG, and STEPLOG.
           MOVE shed-card-idx TO deck-idx.
           MOVE DK-CARD(deck-idx) TO BATCH-PARM-RECORD.
           MOVE DK-PARM-LONG(deck-idx) TO step-parms.
           IF BP-RUN-DATE = SPACES THEN
                MOVE FUNCTION CURRENT-DATE(1:8) TO BP-RUN-DATE
           END-IF.
           MOVE shed-projected-secs TO shed-work-digits.
           MOVE shed-projected-secs TO shed-work-edit.
           DISPLAY "PROBLEM-RUNNER: SHEDDING "
                   FUNCTION TRIM(BP-PROBLEM-ID) " (PRIORITY "
                   DK-PRIORITY(deck-idx) ") - "
                   FUNCTION TRIM(shed-work-edit)
                   " SECOND(S) OF PENDING WORK PROJECT TO FINISH AT "
                   shed-finish-clock(1:2) ":" shed-finish-clock(3:2)
                   ":" shed-finish-clock(5:2) ", PAST THE "
                   cutoff-time(1:2) ":" cutoff-time(3:2)
                   " CUTOFF".
           MOVE "SHED-FOR-CUTOFF" TO AL-REASON-CODE.
           MOVE SPACES TO AL-PARM-VALUE.
           STRING "PROJ " shed-finish-clock
                  " CUT " cutoff-time
                  " WORK " shed-work-digits
                  DELIMITED BY SIZE INTO AL-PARM-VALUE.
           PERFORM 9600-LOG-ALERT.
           IF SIMULATE-ON THEN
                DISPLAY "PROBLEM-RUNNER: SIMULATE - "
                        FUNCTION TRIM(BP-PROBLEM-ID)
                        " WOULD BE CARRIED OVER TO THE NEXT NIGHT'S "
                        "DECK"
                MOVE "C" TO DK-STATE(deck-idx)
                SUBTRACT 1 FROM pending-count
           ELSE
                MOVE 0 TO current-step-number
                MOVE 0 TO step-return-code
                MOVE FUNCTION CURRENT-DATE TO SL-START-TIME
                MOVE SL-START-TIME TO SL-END-TIME
                MOVE "SHED" TO step-status-override
                PERFORM 03-WRITE-STEP-LOG
                MOVE SPACES TO carry-reason
                STRING "SHED AHEAD OF THE " cutoff-time(1:4)
                       " CUTOFF, PRIORITY " DK-PRIORITY(deck-idx)
                    DELIMITED BY SIZE INTO carry-reason
                PERFORM 13-CARRY-OVER-CARD
           END-IF.
           ADD 1 TO shed-count.
           ADD 1 TO pass-progress.

       45F-ESTIMATE-CARD SECTION.
*> The card's expected elapsed seconds as 25A-PRICE-CARD prices
*> it; zero when there is no history, or when the card is to be
*> served from CERTREG.
           MOVE 0 TO card-estimate.
           IF DK-REUSE(shed-est-idx) = "C" THEN
                GO TO 45F-ESTIMATE-CARD-EXIT
           END-IF.
           MOVE shed-est-idx TO price-idx.
           PERFORM 25A-PRICE-CARD.
       45F-ESTIMATE-CARD-EXIT.
           EXIT.

       45G-JUDGE-DEPENDED-ON SECTION.
*> Whether any other still-pending card names the candidate in its
*> depends-on column or in a parameter reference.
           MOVE "N" TO SHED-BLOCKED.
           PERFORM VARYING deck-idx FROM 1 BY 1
                   UNTIL deck-idx > deck-count
               IF deck-idx NOT = shed-scan-idx
                       AND (DK-STATE(deck-idx) = "P"
                         OR DK-STATE(deck-idx) = "W"
                         OR DK-STATE(deck-idx) = "H") THEN
                    MOVE DK-CARD(deck-idx) TO BATCH-PARM-RECORD
                    PERFORM 18-PARSE-DEPS
                    PERFORM VARYING dep-idx FROM 1 BY 1
                            UNTIL dep-idx > 3
                        IF DEP-NAME(dep-idx) NOT = SPACES
                                AND DEP-NAME(dep-idx)
                                    = DK-PROBLEM-ID(shed-scan-idx)
                             MOVE "Y" TO SHED-BLOCKED
                        END-IF
                    END-PERFORM
                    MOVE DK-PARM-LONG(deck-idx) TO rf-source
                    MOVE 1 TO rf-pos
                    MOVE "Y" TO RF-FOUND
                    PERFORM UNTIL NOT RF-WAS-FOUND
                        PERFORM 43A-NEXT-REFERENCE
                        IF RF-WAS-FOUND THEN
                             PERFORM 43B-FIND-REFERENCED-CARD
                             IF rf-card-idx = shed-scan-idx THEN
                                  MOVE "Y" TO SHED-BLOCKED
                             END-IF
                             COMPUTE rf-pos = rf-start + rf-len
                        END-IF
                    END-PERFORM
               END-IF
           END-PERFORM.

       46-SETTLE-REUSE SECTION.
*> Settles, before the deck runs, which cards are served from
*> CERTREG tonight. A card qualifies when column 252 or a *REUSE
*> card allows it, its parameters fit STEPLOG's 50-character key
*> (the key its last run is found by), and it carries no parameter
*> reference - a referenced value is tonight's, not the one the
*> pair was certified under.
           MOVE "N" TO REUSE-WANTED.
           PERFORM VARYING deck-idx FROM 1 BY 1
                   UNTIL deck-idx > deck-count
               MOVE SPACES TO REUSE-ENTRY(deck-idx)
               MOVE DK-CARD(deck-idx) TO BATCH-PARM-RECORD
               MOVE 0 TO rf-amp-count
               INSPECT DK-PARM-LONG(deck-idx)
                   TALLYING rf-amp-count FOR ALL "&"
               IF (BP-REUSE-ALLOWED
                       OR (REUSE-ON AND NOT BP-REUSE-NEVER))
                       AND DK-PARM-LONG(deck-idx)(51:) = SPACES
                       AND rf-amp-count = 0 THEN
                    MOVE "E" TO DK-REUSE(deck-idx)
                    MOVE "Y" TO REUSE-WANTED
               END-IF
           END-PERFORM.
           IF NOT REUSE-IS-WANTED THEN
                GO TO 46-SETTLE-REUSE-EXIT
           END-IF.

           PERFORM 46A-FIND-LAST-RUNS.
           PERFORM 46B-FIND-EFFECTIVE-PARMS.
           PERFORM 46C-FIND-CERTIFIED-PAIRS.
           IF reuse-servable = 0 THEN
                DISPLAY "PROBLEM-RUNNER: NO CARD ALLOWED REUSE HAS A "
                        "CERTIFIED PAIR ON CERTREG, EVERY CARD RUNS"
                GO TO 46-SETTLE-REUSE-EXIT
           END-IF.
           PERFORM 46D-PICK-EXERCISED.
           COMPUTE reuse-ordinal = reuse-servable - reuse-exercised.
           DISPLAY "PROBLEM-RUNNER: " reuse-ordinal
                   " CARD(S) TO BE SERVED FROM CERTREG, "
                   reuse-exercised " RUN FOR REAL AS TONIGHT'S "
                   "SAMPLE".
       46-SETTLE-REUSE-EXIT.
           EXIT.

       46A-FIND-LAST-RUNS SECTION.
*> The step-id of each candidate's latest completed run, off
*> STEPLOG - read in file order, so the last match is the latest.
*> A served run counts: its RESULTLOG record carries the pair too.
           OPEN INPUT STEP-LOG-FILE.
           IF STEP-LOG-STATUS = "35" THEN
                MOVE SPACES TO STEP-LOG-STATUS
                GO TO 46A-FIND-LAST-RUNS-EXIT
           END-IF.
           PERFORM UNTIL STEP-LOG-STATUS = "10"
               READ STEP-LOG-FILE
                   AT END MOVE "10" TO STEP-LOG-STATUS
                   NOT AT END
                       MOVE STEP-LOG-RECORD TO STEP-LOG-WORK
                       IF (SL-STEP-OK OR SL-STEP-REUSED)
                               AND SL-STEP-ID NOT = SPACES THEN
                            PERFORM VARYING reuse-scan-idx
                                    FROM 1 BY 1
                                    UNTIL reuse-scan-idx > deck-count
                                IF DK-REUSE(reuse-scan-idx) = "E"
                                    AND DK-PROBLEM-ID(reuse-scan-idx)
                                        = SL-PROBLEM-ID
                                    AND DK-PARM-LONG(reuse-scan-idx)
                                        (1:50) = SL-PARM-VALUE
                                     MOVE SL-STEP-ID TO
                                       DK-REUSE-STEP-ID(reuse-scan-idx)
                                END-IF
                            END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STEP-LOG-FILE.
           MOVE SPACES TO STEP-LOG-STATUS.
       46A-FIND-LAST-RUNS-EXIT.
           EXIT.

       46B-FIND-EFFECTIVE-PARMS SECTION.
*> The effective-parameter echo (and input image) that last run
*> logged on RESULTLOG, joined on its step-id.
           OPEN INPUT RESULTS-LOG-FILE.
           IF RESULTS-LOG-STATUS NOT = "00" THEN
                MOVE SPACES TO RESULTS-LOG-STATUS
                GO TO 46B-FIND-EFFECTIVE-PARMS-EXIT
           END-IF.
           PERFORM UNTIL RESULTS-LOG-STATUS = "10"
               READ RESULTS-LOG-FILE
                   AT END MOVE "10" TO RESULTS-LOG-STATUS
                   NOT AT END
                       MOVE RESULTS-LOG-RECORD TO REUSE-LOG-IMAGE
                       IF RU-STEP-ID NOT = SPACES
                               AND RU-EFFECTIVE-PARMS NOT = SPACES
                            PERFORM VARYING reuse-scan-idx
                                    FROM 1 BY 1
                                    UNTIL reuse-scan-idx > deck-count
                                IF DK-REUSE(reuse-scan-idx) = "E"
                                    AND DK-REUSE-STEP-ID(reuse-scan-idx)
                                        = RU-STEP-ID
                                    AND DK-PROBLEM-ID(reuse-scan-idx)
                                        = RU-PROGRAM-ID
                                     MOVE RU-INPUT-PARM TO
                                       DK-REUSE-INPUT(reuse-scan-idx)
                                     MOVE RU-EFFECTIVE-PARMS TO
                                     DK-REUSE-EFFECTIVE(reuse-scan-idx)
                                END-IF
                            END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RESULTS-LOG-FILE.
           MOVE SPACES TO RESULTS-LOG-STATUS.
       46B-FIND-EFFECTIVE-PARMS-EXIT.
           EXIT.

       46C-FIND-CERTIFIED-PAIRS SECTION.
*> Only a CERTIFIED pair serves; a candidate has not yet been
*> reproduced by an independent run.
           MOVE 0 TO reuse-servable.
           OPEN INPUT CERTREG-FILE.
           IF certreg-status = "35" THEN
                MOVE SPACES TO certreg-status
                GO TO 46C-FIND-CERTIFIED-PAIRS-EXIT
           END-IF.
           PERFORM UNTIL certreg-status = "10"
               READ CERTREG-FILE
                   AT END MOVE "10" TO certreg-status
                   NOT AT END
                       MOVE CERTREG-REC TO CERTREG-WORK
                       IF CR-STATUS = "CERT" THEN
                            PERFORM VARYING reuse-scan-idx
                                    FROM 1 BY 1
                                    UNTIL reuse-scan-idx > deck-count
                                IF DK-REUSE(reuse-scan-idx) = "E"
                                    AND DK-PROBLEM-ID(reuse-scan-idx)
                                        = CR-PROGRAM
                                    AND DK-REUSE-EFFECTIVE
                                        (reuse-scan-idx) = CR-EFFECTIVE
                                    AND CR-EFFECTIVE NOT = SPACES
                                     MOVE "C" TO
                                         DK-REUSE(reuse-scan-idx)
                                     MOVE CR-ANSWER TO
                                       DK-CERT-ANSWER(reuse-scan-idx)
                                     MOVE CR-CERT-STAMP(1:8) TO
                                       DK-CERT-DATE(reuse-scan-idx)
                                     ADD 1 TO reuse-servable
                                END-IF
                            END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CERTREG-FILE.
           MOVE SPACES TO certreg-status.
       46C-FIND-CERTIFIED-PAIRS-EXIT.
           EXIT.

       46D-PICK-EXERCISED SECTION.
*> One servable card in every reuse-sample runs for real, the
*> window rotating with the run date so every card takes its turn;
*> when the rotation picks none (fewer servable cards than the
*> sample size), the date still picks one.
           MOVE 0 TO reuse-exercised.
           COMPUTE reuse-day-int = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(deck-run-date)).
           MOVE 0 TO reuse-ordinal.
           PERFORM VARYING reuse-scan-idx FROM 1 BY 1
                   UNTIL reuse-scan-idx > deck-count
               IF DK-REUSE(reuse-scan-idx) = "C" THEN
                    COMPUTE cal-integer =
                        reuse-day-int + reuse-ordinal
                    DIVIDE cal-integer BY reuse-sample
                        GIVING cal-dump REMAINDER reuse-pick
                    IF reuse-pick = 0 THEN
                         PERFORM 46F-EXERCISE-ONE-CARD
                    END-IF
                    ADD 1 TO reuse-ordinal
               END-IF
           END-PERFORM.
           IF reuse-exercised > 0 THEN
                GO TO 46D-PICK-EXERCISED-EXIT
           END-IF.
           DIVIDE reuse-day-int BY reuse-servable
               GIVING cal-dump REMAINDER reuse-pick.
           MOVE 0 TO reuse-ordinal.
           PERFORM VARYING reuse-scan-idx FROM 1 BY 1
                   UNTIL reuse-scan-idx > deck-count
               IF DK-REUSE(reuse-scan-idx) = "C" THEN
                    IF reuse-ordinal = reuse-pick THEN
                         PERFORM 46F-EXERCISE-ONE-CARD
                    END-IF
                    ADD 1 TO reuse-ordinal
               END-IF
           END-PERFORM.
       46D-PICK-EXERCISED-EXIT.
           EXIT.

       46F-EXERCISE-ONE-CARD SECTION.
           MOVE "X" TO DK-REUSE(reuse-scan-idx).
           ADD 1 TO reuse-exercised.
           DISPLAY "PROBLEM-RUNNER: "
                   FUNCTION TRIM(DK-PROBLEM-ID(reuse-scan-idx)) " "
                   FUNCTION TRIM(DK-PARM-LONG(reuse-scan-idx))
                   " RUNS FOR REAL TONIGHT TO KEEP ITS "
                   "CERTIFICATION EXERCISED".

       46E-SERVE-FROM-CERTREG SECTION.
*> Satisfies the card from its certified answer: a RESULTLOG record
*> under the card's own program, input image and effective
*> parameters, flagged as served with the certification date, then
*> a REUSED record on STEPLOG. The step-id joins the two like any
*> launched step's, so references and the morning checks find the
*> answer the ordinary way.
           ADD 1 TO step-count.
           MOVE SPACES TO runner-step-id.
           MOVE step-count TO step-id-seq.
           STRING deck-run-id "-" step-id-seq
               DELIMITED BY SIZE INTO runner-step-id.
           MOVE runner-step-id TO DK-STEP-ID(deck-idx).
           IF SIMULATE-ON THEN
                DISPLAY "PROBLEM-RUNNER: STEP " step-count
                        " WOULD BE SERVED FROM CERTREG -- "
                        FUNCTION TRIM(BP-PROBLEM-ID) " "
                        FUNCTION TRIM(step-parms)
                        " (CERTIFIED " DK-CERT-DATE(deck-idx)
                        ", RUN-DATE: " BP-RUN-DATE ")"
                MOVE "R" TO DK-STATE(deck-idx)
                SUBTRACT 1 FROM pending-count
                ADD 1 TO pass-progress
                GO TO 46E-SERVE-FROM-CERTREG-EXIT
           END-IF.
           DISPLAY "PROBLEM-RUNNER: STEP " step-count
                   " -- " FUNCTION TRIM(BP-PROBLEM-ID) " "
                   FUNCTION TRIM(step-parms)
                   " SERVED FROM CERTREG (CERTIFIED "
                   DK-CERT-DATE(deck-idx)
                   ", RUN-DATE: " BP-RUN-DATE ")".

           SET ENVIRONMENT "STEPID" TO runner-step-id.
           SET ENVIRONMENT "REQUESTOR" TO BP-REQUESTOR-ID.
           MOVE BP-PROBLEM-ID TO RL-PROGRAM-ID.
           MOVE DK-REUSE-INPUT(deck-idx) TO RL-INPUT-PARM.
           MOVE FUNCTION CURRENT-DATE TO RL-START-TIME.
           MOVE DK-REUSE-EFFECTIVE(deck-idx) TO RL-EFFECTIVE-PARMS.
           MOVE "CERTREG" TO RL-SERVED-FROM.
           MOVE DK-CERT-DATE(deck-idx) TO RL-CERT-DATE.
           MOVE DK-CERT-ANSWER(deck-idx) TO SPILL-VALUE-WORK.
           PERFORM 9050-SPILL-LONG-ANSWER.
           PERFORM 9000-LOG-RESULT.
           MOVE "PROBLEM-RUNNER" TO RL-PROGRAM-ID.
           MOVE SPACES TO RL-SERVED-FROM.
           MOVE SPACES TO RL-CERT-DATE.
           SET ENVIRONMENT "REQUESTOR" TO runner-requestor.

           MOVE step-count TO current-step-number.
           MOVE 0 TO step-return-code.
           MOVE RL-START-TIME TO SL-START-TIME.
           MOVE RL-TIMESTAMP TO SL-END-TIME.
           MOVE "REUSED" TO step-status-override.
           PERFORM 03-WRITE-STEP-LOG.
           MOVE "R" TO DK-STATE(deck-idx).
           SUBTRACT 1 FROM pending-count.
           ADD 1 TO pass-progress.
           ADD 1 TO reuse-served.
       46E-SERVE-FROM-CERTREG-EXIT.
           EXIT.

       41-FARM-PRIME-STORE SECTION.
*> One bounded slice per pass: load (which takes the store lock),
*> extend to ceiling-plus-slice (9420 clamps to the sound limit
       41A-JUDGE-FARM-CLOCK-EXIT.
           EXIT.

       47-LOG-CARD-EVENT SECTION.
*> Appends the REQTRACK event the caller staged in RT-EVENT and
*> RT-DETAIL for card rt-card-idx. A standing-deck card has no
*> request id and 9610 records nothing for it; a simulated run
*> leaves no trail either. The card is reloaded into
*> BATCH-PARM-RECORD, so a caller part-way through a card only
*> ever logs for that same card.
           IF SIMULATE-ON THEN
                GO TO 47-LOG-CARD-EVENT-EXIT
           END-IF.
           MOVE DK-REQUEST-ID(rt-card-idx) TO RT-REQUEST-ID.
           MOVE DK-PROBLEM-ID(rt-card-idx) TO RT-PROBLEM-ID.
           MOVE DK-CARD(rt-card-idx) TO BATCH-PARM-RECORD.
           MOVE BP-REQUESTOR-ID TO RT-REQUESTOR-ID.
           MOVE BP-RUN-DATE TO RT-NEEDED-BY.
           MOVE DK-STEP-ID(rt-card-idx) TO RT-STEP-ID.
           PERFORM 9610-LOG-REQUEST-EVENT.
       47-LOG-CARD-EVENT-EXIT.
           EXIT.

       COPY ALRTPR.

       COPY REQTKPR.

       COPY LINAGPR.

       COPY PRIMCPR.

       COPY CAPLGPR.

       COPY LOCKPR.

       COPY RUNMDPR.

       COPY REGCFPR.

       COPY ANSWSPR.

       COPY RESLOGPR.

       COPY PWORDPR.

       END PROGRAM PROBLEM-RUNNER.
