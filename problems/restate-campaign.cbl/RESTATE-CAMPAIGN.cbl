       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESTATE-CAMPAIGN.
*> Restatement of historical answers once a code fix has changed
*> what a program gives. A campaign picks out the affected history,
*> reruns it under the fixed code, and follows it night by night:
*> which pairs have been rerun, which came out different, which
*> certifications have to go, and what each requestor was told
*> that no longer stands.
*>
*>   OPEN <campaign-id> <program> <from> <to> [<name>=<value> ...]
*>        <user-id>
*>       selects every distinct pair of program and effective
*>       parameters the program answered between the two YYYYMMDD
*>       dates, off RESULTLOG and the RESARCyyyymm archives of those
*>       months - narrowed, when filters are given, to the runs
*>       whose effective parameters carry every <name>=<value> -
*>       files the campaign on RESTATE, and punches RERUNDECK
*>   RECONCILE <campaign-id> <user-id>
*>       takes up the campaign's reruns, compares each new answer
*>       with the old one, DECERTs on CERTXACT every changed pair
*>       standing CERTIFIED on CERTREG, writes the restatement
*>       report, and punches RERUNDECK again with whatever is still
*>       to run, failures included
*>   CLOSE <campaign-id> <user-id>
*>       a last reconcile, with no deck, and the campaign closed
*>   STATUS [<campaign-id>]
*>       each campaign's progress - selected, rerun, changed,
*>       unchanged, failed and still to run - or one campaign's
*>       pairs
*>
*> The campaign-id (up to 10 characters) rides in the requestor
*> column of every rerun card, so the runner's STEPLOG records and
*> the programs' RESULTLOG records carry it: that is how a rerun is
*> told from an everyday run of the same pair, and how the cost of
*> the restatement lands on the campaign rather than on the people
*> who asked the first time. The runner checks a card's requestor
*> against AUTHREQ like any other, so the campaign-id must be
*> granted the program (under whichever department pays for
*> restatements) through AUTHREQ-MAINT before the deck runs; OPEN
*> warns when the grant is not there yet, and a card rejected for
*> it comes back as a failure.
*>
*> Rerun cards are laid out as STATE-IMPACT punches them: column
*> 252 set to N so the pair is run for real and not served from
*> CERTREG, and the parameter string the step's DECKHIST card
*> carried, else the logged effective parameters in the order of
*> the program's PROBCAT *KEYS row. A pair rebuildable neither way
*> is held out for a rerun by hand - on a card carrying the
*> campaign-id, which RECONCILE then takes up like any other. A
*> rerun is matched to its pair by effective parameters, or, where
*> the fix changed what the program echoes, through the DECKHIST
*> card its step ran from. A changed answer needs nothing further
*> here to reach the warehouse: WAREHOUSE-EXTRACT sends it as a
*> type-C correction on its next extract.
*>
*> The restatement report goes to RESTRPT.<campaign-id>, one
*> section per requestor who was given an answer of a selected
*> pair: the pair, how many times it was given them, the old answer
*> and the new, and where the pair stands.
*>
*> Return codes: 0 the action completed with nothing to follow up,
*> 4 nothing was selected, the campaign-id has no AUTHREQ grant
*> for the program, or a campaign closed with pairs still to run,
*> 8 at least one pair held out or failed, 16 a bad argument, an
*> unknown or closed campaign, or more history than the campaign
*> can hold.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY RESLOGSL.
           COPY STPLGSL.
           SELECT ARCHIVE-FILE ASSIGN USING archive-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS archive-status.
           SELECT CAMPAIGN-FILE ASSIGN USING campaign-dsn
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS campaign-status.
           SELECT REPORT-FILE ASSIGN USING report-dsn
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS report-status.
           SELECT AUTHREQ-FILE ASSIGN TO "AUTHREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS authreq-status.
           SELECT CATALOG-FILE ASSIGN TO "PROBCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS catalog-status.
           SELECT CERTREG-FILE ASSIGN USING certreg-dsn
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS certreg-status.
           SELECT CERTXACT-FILE ASSIGN TO "CERTXACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS certxact-status.
           SELECT DECKHIST-FILE ASSIGN USING deckhist-dsn
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS deckhist-status.
           SELECT RERUNDECK-FILE ASSIGN TO "RERUNDECK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rerundeck-status.
           COPY REGCFSL.
       DATA DIVISION.
       FILE SECTION.
       COPY RESLOGFD.
       COPY STPLGFD.
       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC PIC X(294).
       FD  CAMPAIGN-FILE.
       01  CAMPAIGN-REC PIC X(520).
       FD  REPORT-FILE.
       01  REPORT-REC PIC X(150).
       FD  AUTHREQ-FILE.
       01  AUTHREQ-REC PIC X(90).
       FD  CATALOG-FILE.
       01  CATALOG-REC PIC X(223).
       FD  CERTREG-FILE.
       01  CERTREG-REC PIC X(404).
       FD  CERTXACT-FILE.
       01  CERTXACT-REC PIC X(124).
       FD  DECKHIST-FILE.
       01  DECKHIST-REC PIC X(604).
       FD  RERUNDECK-FILE.
       01  RERUNDECK-REC PIC X(252).
       COPY REGCFFD.

       WORKING-STORAGE SECTION.
       COPY RESLOGWS.
       COPY STPLGWS.
       COPY AUTHRQWS.
       COPY PRCATWS.
       COPY DKHSTWS.
       COPY BPARMWS.
       COPY GENSVWS.
       COPY REGCFWS.
       01 archive-base PIC X(30) VALUE "RESARC".
       01 archive-name PIC X(40).
       01 archive-status PIC XX.
       01 campaign-dsn PIC X(30) VALUE "RESTATE".
       01 campaign-status PIC XX.
       01 report-base PIC X(30) VALUE "RESTRPT".
       01 report-dsn PIC X(30).
       01 report-status PIC XX.
       01 authreq-status PIC XX.
       01 catalog-status PIC XX.
       01 certreg-dsn PIC X(30) VALUE "CERTREG".
       01 certreg-status PIC XX.
       01 certxact-status PIC XX.
       01 deckhist-base PIC X(30) VALUE "DECKHIST".
       01 deckhist-dsn PIC X(40).
       01 deckhist-status PIC XX.
       01 rerundeck-status PIC XX.

       01 ARG-COUNT PIC 9(2) BINARY VALUE ZERO.
       01 ARG-NUM   PIC 9(2) BINARY VALUE ZERO.
       01 arg-buffer PIC X(60).
       01 ACTION-WORD PIC X(10) VALUE SPACES.
           88 ACTION-OPEN      VALUE "OPEN".
           88 ACTION-RECONCILE VALUE "RECONCILE".
           88 ACTION-CLOSE     VALUE "CLOSE".
           88 ACTION-STATUS    VALUE "STATUS".
       01 campaign-wanted PIC X(10) VALUE SPACES.
       01 program-wanted PIC X(25) VALUE SPACES.
       01 from-date PIC X(8) VALUE SPACES.
       01 to-date PIC X(8) VALUE SPACES.
       01 approver-id PIC X(10) VALUE SPACES.
       01 filter-text PIC X(60) VALUE SPACES.
       01 filter-ptr PIC 9(3) BINARY.
       01 filter-count PIC 9(2) BINARY VALUE ZERO.
       01 FILTER-TOKENS.
           05 FILTER-TOKEN PIC X(40) OCCURS 4 TIMES.
       01 filter-idx PIC 9(2) BINARY.
       01 ROW-PASSES PIC X.
           88 ROW-PASSES-FILTERS VALUE "Y".
       01 padded-parms PIC X(82).
       01 padded-token PIC X(42).
       01 token-hits PIC 9(2) BINARY.
       01 now-stamp PIC X(14).
       01 today-date PIC X(8).

*> The RESTATE file: one H record per campaign, one P record per
*> pair it selected, and one R record per requestor given an
*> answer of a pair - each held here laid out as it is on file.
       01 CAMP-TABLE-MAX PIC 9(4) BINARY VALUE 50.
       01 camp-count PIC 9(4) BINARY VALUE ZERO.
       01 CAMP-TABLE.
           05 CAMP-ENTRY OCCURS 50 TIMES.
               10 CH-TYPE          PIC X(01).
               10 FILLER           PIC X(01).
               10 CH-CAMPAIGN      PIC X(10).
               10 FILLER           PIC X(01).
               10 CH-PROGRAM       PIC X(25).
               10 FILLER           PIC X(01).
               10 CH-FROM          PIC X(08).
               10 FILLER           PIC X(01).
               10 CH-TO            PIC X(08).
               10 FILLER           PIC X(01).
               10 CH-FILTERS       PIC X(60).
               10 FILLER           PIC X(01).
               10 CH-OPENED-BY     PIC X(10).
               10 FILLER           PIC X(01).
               10 CH-OPENED        PIC X(14).
               10 FILLER           PIC X(01).
               10 CH-STATE         PIC X(06).
                   88 CH-IS-OPEN   VALUE "OPEN".
                   88 CH-IS-CLOSED VALUE "CLOSED".
               10 FILLER           PIC X(01).
               10 CH-CLOSED-BY     PIC X(10).
               10 FILLER           PIC X(01).
               10 CH-CLOSED        PIC X(14).
               10 FILLER           PIC X(01).
               10 CH-NIGHTS        PIC 9(04).
               10 FILLER           PIC X(01).
               10 CH-RECONCILED    PIC X(14).
       01 camp-idx PIC 9(4) BINARY VALUE ZERO.
       01 list-idx PIC 9(4) BINARY.

       01 PAIR-TABLE-MAX PIC 9(4) BINARY VALUE 1000.
       01 pair-count PIC 9(4) BINARY VALUE ZERO.
       01 PAIR-TABLE.
           05 PAIR-ENTRY OCCURS 1000 TIMES.
               10 CP-TYPE          PIC X(01).
               10 FILLER           PIC X(01).
               10 CP-CAMPAIGN      PIC X(10).
               10 FILLER           PIC X(01).
               10 CP-PAIR-NO       PIC 9(04).
               10 FILLER           PIC X(01).
               10 CP-STATE         PIC X(09).
                   88 CP-PUNCHED   VALUE "PUNCHED".
                   88 CP-HELD      VALUE "HELD".
                   88 CP-FAILED    VALUE "FAILED".
                   88 CP-CHANGED   VALUE "CHANGED".
                   88 CP-UNCHANGED VALUE "UNCHANGED".
                   88 CP-OUTSTANDING VALUE "PUNCHED" "HELD"
                                           "FAILED".
               10 FILLER           PIC X(01).
               10 CP-EFFECTIVE     PIC X(80).
               10 FILLER           PIC X(01).
               10 CP-OLD-ANSWER    PIC X(36).
               10 FILLER           PIC X(01).
               10 CP-OLD-TIME      PIC X(14).
               10 FILLER           PIC X(01).
               10 CP-NEW-ANSWER    PIC X(36).
               10 FILLER           PIC X(01).
               10 CP-NEW-TIME      PIC X(14).
               10 FILLER           PIC X(01).
               10 CP-PUNCHED-AT    PIC X(14).
               10 FILLER           PIC X(01).
               10 CP-FAILED-AT     PIC X(14).
               10 FILLER           PIC X(01).
               10 CP-FAILURES      PIC 9(02).
               10 FILLER           PIC X(01).
               10 CP-DECERT        PIC X(01).
                   88 CP-DECERT-PUNCHED VALUE "Y".
                   88 CP-DECERT-NEEDLESS VALUE "-".
               10 FILLER           PIC X(01).
               10 CP-RUN-ID        PIC X(14).
               10 FILLER           PIC X(01).
               10 CP-STEP-ID       PIC X(19).
               10 FILLER           PIC X(01).
               10 CP-RERUN-PARMS   PIC X(250).
       01 pair-idx PIC 9(4) BINARY.
       01 other-idx PIC 9(4) BINARY.
       01 pair-match PIC 9(4) BINARY.
       01 next-pair-no PIC 9(4) BINARY.

       01 REQ-TABLE-MAX PIC 9(4) BINARY VALUE 3000.
       01 req-count PIC 9(4) BINARY VALUE ZERO.
       01 REQ-TABLE.
           05 REQ-ENTRY OCCURS 3000 TIMES.
               10 CQ-TYPE          PIC X(01).
               10 FILLER           PIC X(01).
               10 CQ-CAMPAIGN      PIC X(10).
               10 FILLER           PIC X(01).
               10 CQ-PAIR-NO       PIC 9(04).
               10 FILLER           PIC X(01).
               10 CQ-REQUESTOR     PIC X(10).
               10 FILLER           PIC X(01).
               10 CQ-GIVEN         PIC 9(06).
               10 FILLER           PIC X(01).
               10 CQ-LAST-GIVEN    PIC X(14).
               10 FILLER           PIC X(01).
               10 CQ-ANSWER-GIVEN  PIC X(36).
       01 req-idx PIC 9(4) BINARY.
       01 req-match PIC 9(4) BINARY.
       01 TABLES-OVERFLOWED PIC X VALUE "N".
           88 TABLES-FULL VALUE "Y".

*> The requestors of the campaign in hand, for the report.
       01 who-count PIC 9(4) BINARY VALUE ZERO.
       01 WHO-TABLE.
           05 WHO-ID PIC X(10) OCCURS 3000 TIMES.
       01 who-idx PIC 9(4) BINARY.

*> The months of archive to read, oldest first, then the live log.
       01 SCAN-PURPOSE PIC X VALUE SPACE.
           88 SCAN-TO-SELECT VALUE "S".
           88 SCAN-FOR-RERUNS VALUE "R".
       01 scan-from-month PIC X(6).
       01 scan-to-month PIC X(6).
       01 SCAN-MONTH.
           05 scan-year PIC 9(4).
           05 scan-mon  PIC 9(2).
       01 history-rows PIC 9(8) BINARY VALUE ZERO.
       01 borrowed-rows PIC 9(6) BINARY VALUE ZERO.
       01 unkeyed-rows PIC 9(6) BINARY VALUE ZERO.
       01 stray-count PIC 9(4) BINARY VALUE ZERO.

*> The *KEYS row of each program on PROBCAT, effective today.
       01 KEYS-TABLE-MAX PIC 9(2) BINARY VALUE 60.
       01 keys-count PIC 9(2) BINARY VALUE ZERO.
       01 KEYS-TABLE.
           05 KEYS-ENTRY OCCURS 60 TIMES.
               10 KT-PROGRAM PIC X(25).
               10 KT-NAMES   PIC X(60).
       01 keys-idx PIC 9(2) BINARY.
       01 KEY-SPLIT.
           05 KEY-NAME PIC X(20) OCCURS 6 TIMES.
       01 SLOT-VALUES.
           05 SLOT-VALUE PIC X(36) OCCURS 6 TIMES.
       01 slot-idx PIC 9(2) BINARY.
       01 slot-high PIC 9(2) BINARY.
       01 PARM-TOKENS.
           05 EP-TOKEN PIC X(40) OCCURS 8 TIMES.
       01 ep-idx PIC 9(2) BINARY.
       01 ep-name-part PIC X(20).
       01 ep-value-part PIC X(36).
       01 eq-count PIC 9(2) BINARY.
       01 parm-ptr PIC 9(3) BINARY.

       01 CERTREG-WORK.
           05 CR-PROGRAM     PIC X(25) VALUE SPACES.
           05 FILLER         PIC X(01) VALUE SPACE.
           05 CR-EFFECTIVE   PIC X(80) VALUE SPACES.
           05 FILLER         PIC X(01) VALUE SPACE.
           05 CR-STATUS      PIC X(04) VALUE SPACES.
           05 FILLER         PIC X(318) VALUE SPACES.
       01 REG-TABLE-MAX PIC 9(4) BINARY VALUE 300.
       01 reg-count PIC 9(4) BINARY VALUE ZERO.
       01 REG-TABLE.
           05 REG-ENTRY OCCURS 300 TIMES.
               10 RG-PROGRAM   PIC X(25).
               10 RG-EFFECTIVE PIC X(80).
               10 RG-STATUS    PIC X(4).
       01 reg-idx PIC 9(4) BINARY.
       01 CERTXACT-LINE.
           05 CX-ACTION    PIC X(6).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 CX-PROGRAM   PIC X(25).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 CX-EFFECTIVE PIC X(80).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 CX-USER-ID   PIC X(10).
       01 CERTXACT-OPENED PIC X VALUE "N".
           88 CERTXACT-IS-OPEN VALUE "Y".

       01 rr-program PIC X(25).
       01 rr-run-id PIC X(14).
       01 rr-step-id PIC X(19).
       01 rr-effective PIC X(80).
       01 rerun-parms PIC X(250).
       01 RERUN-SOURCE PIC X(8).
       01 parm-len PIC 9(3) BINARY.
       01 split-pos PIC 9(3) BINARY.
       01 chunk-start PIC 9(3) BINARY.
       01 chunk-len PIC 9(3) BINARY.
       01 RERUNDECK-OPENED PIC X VALUE "N".
           88 RERUNDECK-IS-OPEN VALUE "Y".

       01 GRANT-FOUND PIC X VALUE "N".
           88 GRANT-ON-FILE VALUE "Y".
       01 AUTHREQ-ROWS PIC X VALUE "N".
           88 AUTHREQ-ON-HAND VALUE "Y".

*> Progress of the campaign in hand.
       01 selected-count PIC 9(4) BINARY VALUE ZERO.
       01 rerun-count PIC 9(4) BINARY VALUE ZERO.
       01 changed-count PIC 9(4) BINARY VALUE ZERO.
       01 unchanged-count PIC 9(4) BINARY VALUE ZERO.
       01 failed-count PIC 9(4) BINARY VALUE ZERO.
       01 pending-count PIC 9(4) BINARY VALUE ZERO.
       01 held-count PIC 9(4) BINARY VALUE ZERO.
       01 punched-count PIC 9(4) BINARY VALUE ZERO.
       01 decert-count PIC 9(4) BINARY VALUE ZERO.
       01 show-selected PIC Z(3)9.
       01 show-rerun PIC Z(3)9.
       01 show-changed PIC Z(3)9.
       01 show-unchanged PIC Z(3)9.
       01 show-failed PIC Z(3)9.
       01 show-pending PIC Z(3)9.
       01 show-count PIC Z(5)9.
       01 who-changed PIC 9(4) BINARY.
       01 who-unchanged PIC 9(4) BINARY.
       01 who-pending PIC 9(4) BINARY.

       01 REPORT-LINE.
           05 RP-EFFECTIVE PIC X(50).
           05 FILLER       PIC X(01) VALUE SPACE.
           05 RP-GIVEN     PIC Z(5)9.
           05 RP-GIVEN-HEAD REDEFINES RP-GIVEN PIC X(06).
           05 FILLER       PIC X(01) VALUE SPACE.
           05 RP-OLD       PIC X(36).
           05 FILLER       PIC X(01) VALUE SPACE.
           05 RP-NEW       PIC X(36).
           05 FILLER       PIC X(01) VALUE SPACE.
           05 RP-STATE     PIC X(09).

       PROCEDURE DIVISION.
       00-MAIN SECTION.
           PERFORM 9800-LOAD-REGION-CONFIG.
           MOVE RESULTS-LOG-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO RESULTS-LOG-DSN.
           MOVE STEP-LOG-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO STEP-LOG-DSN.
           MOVE archive-base TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO archive-base.
           MOVE campaign-dsn TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO campaign-dsn.
           MOVE report-base TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO report-base.
           MOVE certreg-dsn TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO certreg-dsn.
           MOVE deckhist-base TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO deckhist-base.
           MOVE FUNCTION CURRENT-DATE(1:14) TO now-stamp.
           MOVE now-stamp(1:8) TO today-date.

           PERFORM 01-TAKE-ARGUMENTS.
           PERFORM 02-LOAD-CAMPAIGNS.
           IF ACTION-STATUS THEN
                PERFORM 40-LIST-CAMPAIGNS
                STOP RUN
           END-IF.
           PERFORM 02B-FIND-CAMPAIGN.
           EVALUATE TRUE
               WHEN ACTION-OPEN
                   PERFORM 10-OPEN-CAMPAIGN
               WHEN ACTION-RECONCILE
                   PERFORM 20-RECONCILE-CAMPAIGN
               WHEN ACTION-CLOSE
                   PERFORM 30-CLOSE-CAMPAIGN
           END-EVALUATE.
           STOP RUN.

       01-TAKE-ARGUMENTS SECTION.
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER.
           IF ARG-COUNT = 0 THEN
                GO TO 01-BAD-ARGUMENTS
           END-IF.
           MOVE 1 TO ARG-NUM.
           DISPLAY ARG-NUM UPON ARGUMENT-NUMBER.
           MOVE SPACES TO arg-buffer.
           ACCEPT arg-buffer FROM ARGUMENT-VALUE.
           MOVE FUNCTION UPPER-CASE(arg-buffer) TO ACTION-WORD.
           EVALUATE TRUE
               WHEN ACTION-STATUS AND ARG-COUNT <= 2
                   CONTINUE
               WHEN ACTION-OPEN AND ARG-COUNT >= 6
                       AND ARG-COUNT <= 10
                   CONTINUE
               WHEN (ACTION-RECONCILE OR ACTION-CLOSE)
                       AND ARG-COUNT = 3
                   CONTINUE
               WHEN OTHER
                   GO TO 01-BAD-ARGUMENTS
           END-EVALUATE.
           IF ARG-COUNT < 2 THEN
                GO TO 01-TAKE-ARGUMENTS-EXIT
           END-IF.
           MOVE 2 TO ARG-NUM.
           DISPLAY ARG-NUM UPON ARGUMENT-NUMBER.
           MOVE SPACES TO arg-buffer.
           ACCEPT arg-buffer FROM ARGUMENT-VALUE.
           IF arg-buffer(11:) NOT = SPACES THEN
                DISPLAY "RESTATE-CAMPAIGN: A CAMPAIGN-ID IS AT MOST "
                        "10 CHARACTERS"
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
           MOVE FUNCTION UPPER-CASE(arg-buffer(1:10))
               TO campaign-wanted.
           IF ACTION-STATUS THEN
                GO TO 01-TAKE-ARGUMENTS-EXIT
           END-IF.
           IF ACTION-OPEN THEN
                PERFORM 01A-TAKE-OPEN-ARGUMENTS
           END-IF.
           MOVE ARG-COUNT TO ARG-NUM.
           DISPLAY ARG-NUM UPON ARGUMENT-NUMBER.
           MOVE SPACES TO arg-buffer.
           ACCEPT arg-buffer FROM ARGUMENT-VALUE.
           IF arg-buffer(11:) NOT = SPACES THEN
                DISPLAY "RESTATE-CAMPAIGN: A USER-ID IS AT MOST 10 "
                        "CHARACTERS"
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
           MOVE arg-buffer(1:10) TO approver-id.
           GO TO 01-TAKE-ARGUMENTS-EXIT.
       01-BAD-ARGUMENTS.
           DISPLAY "RESTATE-CAMPAIGN: USAGE IS OPEN <CAMPAIGN-ID> "
                   "<PROGRAM> <FROM> <TO> [<NAME>=<VALUE> ...] "
                   "<USER-ID>, RECONCILE <CAMPAIGN-ID> <USER-ID>, "
                   "CLOSE <CAMPAIGN-ID> <USER-ID> OR STATUS "
                   "[<CAMPAIGN-ID>]".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       01-TAKE-ARGUMENTS-EXIT.
           EXIT.

       01A-TAKE-OPEN-ARGUMENTS SECTION.
*> Program, the two dates, then up to four filter tokens ahead of
*> the user-id.
           MOVE 3 TO ARG-NUM.
           DISPLAY ARG-NUM UPON ARGUMENT-NUMBER.
           MOVE SPACES TO arg-buffer.
           ACCEPT arg-buffer FROM ARGUMENT-VALUE.
           MOVE FUNCTION UPPER-CASE(arg-buffer) TO program-wanted.
           MOVE 4 TO ARG-NUM.
           DISPLAY ARG-NUM UPON ARGUMENT-NUMBER.
           MOVE SPACES TO arg-buffer.
           ACCEPT arg-buffer FROM ARGUMENT-VALUE.
           MOVE arg-buffer(1:8) TO from-date.
           IF arg-buffer(9:) NOT = SPACES
                   OR from-date IS NOT NUMERIC THEN
                GO TO 01A-BAD-DATE
           END-IF.
           MOVE 5 TO ARG-NUM.
           DISPLAY ARG-NUM UPON ARGUMENT-NUMBER.
           MOVE SPACES TO arg-buffer.
           ACCEPT arg-buffer FROM ARGUMENT-VALUE.
           MOVE arg-buffer(1:8) TO to-date.
           IF arg-buffer(9:) NOT = SPACES
                   OR to-date IS NOT NUMERIC THEN
                GO TO 01A-BAD-DATE
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(from-date))
                   NOT = 0
                   OR FUNCTION TEST-DATE-YYYYMMDD(
                       FUNCTION NUMVAL(to-date)) NOT = 0
                   OR from-date > to-date THEN
                GO TO 01A-BAD-DATE
           END-IF.
           MOVE SPACES TO FILTER-TOKENS.
           MOVE 1 TO filter-ptr.
           PERFORM VARYING ARG-NUM FROM 6 BY 1
                   UNTIL ARG-NUM >= ARG-COUNT
               DISPLAY ARG-NUM UPON ARGUMENT-NUMBER
               MOVE SPACES TO arg-buffer
               ACCEPT arg-buffer FROM ARGUMENT-VALUE
               MOVE 0 TO eq-count
               INSPECT arg-buffer TALLYING eq-count FOR ALL "="
               IF eq-count = 0 OR arg-buffer(1:1) = "="
                       OR arg-buffer(41:) NOT = SPACES THEN
                    DISPLAY "RESTATE-CAMPAIGN: FILTER "
                            FUNCTION TRIM(arg-buffer)
                            " IS NOT A <NAME>=<VALUE> TOKEN OF AT "
                            "MOST 40 CHARACTERS"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
               END-IF
               ADD 1 TO filter-count
               MOVE FUNCTION UPPER-CASE(arg-buffer)
                   TO FILTER-TOKEN(filter-count)
               IF filter-count > 1 THEN
                    STRING " " DELIMITED BY SIZE
                        INTO filter-text WITH POINTER filter-ptr
               END-IF
               STRING FUNCTION TRIM(FILTER-TOKEN(filter-count))
                   DELIMITED BY SIZE
                   INTO filter-text WITH POINTER filter-ptr
           END-PERFORM.
           GO TO 01A-TAKE-OPEN-ARGUMENTS-EXIT.
       01A-BAD-DATE.
           DISPLAY "RESTATE-CAMPAIGN: THE DATE RANGE MUST BE TWO "
                   "VALID YYYYMMDD DATES, THE EARLIER FIRST".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       01A-TAKE-OPEN-ARGUMENTS-EXIT.
           EXIT.

       02-LOAD-CAMPAIGNS SECTION.
           OPEN INPUT CAMPAIGN-FILE.
           IF campaign-status NOT = "00" THEN
                MOVE SPACES TO campaign-status
                GO TO 02-LOAD-CAMPAIGNS-EXIT
           END-IF.
           PERFORM UNTIL campaign-status NOT = "00"
               READ CAMPAIGN-FILE
                   AT END MOVE "10" TO campaign-status
                   NOT AT END
                       PERFORM 02A-TAKE-CAMPAIGN-RECORD
               END-READ
           END-PERFORM.
           CLOSE CAMPAIGN-FILE.
           IF TABLES-FULL THEN
                DISPLAY "RESTATE-CAMPAIGN: "
                        FUNCTION TRIM(campaign-dsn)
                        " HOLDS MORE THAN THIS PROGRAM CAN - NOTHING "
                        "DONE"
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
       02-LOAD-CAMPAIGNS-EXIT.
           EXIT.

       02A-TAKE-CAMPAIGN-RECORD SECTION.
           EVALUATE CAMPAIGN-REC(1:1)
               WHEN "H"
                   IF camp-count >= CAMP-TABLE-MAX THEN
                        MOVE "Y" TO TABLES-OVERFLOWED
                   ELSE
                        ADD 1 TO camp-count
                        MOVE CAMPAIGN-REC TO CAMP-ENTRY(camp-count)
                   END-IF
               WHEN "P"
                   IF pair-count >= PAIR-TABLE-MAX THEN
                        MOVE "Y" TO TABLES-OVERFLOWED
                   ELSE
                        ADD 1 TO pair-count
                        MOVE CAMPAIGN-REC TO PAIR-ENTRY(pair-count)
                   END-IF
               WHEN "R"
                   IF req-count >= REQ-TABLE-MAX THEN
                        MOVE "Y" TO TABLES-OVERFLOWED
                   ELSE
                        ADD 1 TO req-count
                        MOVE CAMPAIGN-REC TO REQ-ENTRY(req-count)
                   END-IF
           END-EVALUATE.

       02B-FIND-CAMPAIGN SECTION.
           MOVE 0 TO camp-idx.
           PERFORM VARYING list-idx FROM 1 BY 1
                   UNTIL list-idx > camp-count
               IF CH-CAMPAIGN(list-idx) = campaign-wanted THEN
                    MOVE list-idx TO camp-idx
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN ACTION-OPEN AND camp-idx NOT = 0
                   DISPLAY "RESTATE-CAMPAIGN: CAMPAIGN "
                           FUNCTION TRIM(campaign-wanted)
                           " IS ALREADY ON FILE, OPENED "
                           CH-OPENED(camp-idx)(1:8) " BY "
                           FUNCTION TRIM(CH-OPENED-BY(camp-idx))
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN ACTION-OPEN
                   CONTINUE
               WHEN camp-idx = 0
                   DISPLAY "RESTATE-CAMPAIGN: NO CAMPAIGN "
                           FUNCTION TRIM(campaign-wanted)
                           " ON FILE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN CH-IS-CLOSED(camp-idx)
                   DISPLAY "RESTATE-CAMPAIGN: CAMPAIGN "
                           FUNCTION TRIM(campaign-wanted)
                           " WAS CLOSED "
                           CH-CLOSED(camp-idx)(1:8) " BY "
                           FUNCTION TRIM(CH-CLOSED-BY(camp-idx))
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       03-SAVE-CAMPAIGNS SECTION.
*> The whole file is written out again on "<name>.NEW" and rotated
*> into place, the last copy kept as a generation.
           MOVE campaign-dsn TO GEN-BASE-DSN.
           MOVE SPACES TO GEN-NAME-A.
           STRING FUNCTION TRIM(GEN-BASE-DSN) ".NEW"
               DELIMITED BY SIZE INTO GEN-NAME-A.
           MOVE GEN-NAME-A(1:30) TO campaign-dsn.
           OPEN OUTPUT CAMPAIGN-FILE.
           IF campaign-status NOT = "00" THEN
                DISPLAY "RESTATE-CAMPAIGN: CANNOT WRITE "
                        FUNCTION TRIM(campaign-dsn) " - STATUS "
                        campaign-status
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
           PERFORM VARYING list-idx FROM 1 BY 1
                   UNTIL list-idx > camp-count
               MOVE CAMP-ENTRY(list-idx) TO CAMPAIGN-REC
               WRITE CAMPAIGN-REC
           END-PERFORM.
           PERFORM VARYING pair-idx FROM 1 BY 1
                   UNTIL pair-idx > pair-count
               MOVE PAIR-ENTRY(pair-idx) TO CAMPAIGN-REC
               WRITE CAMPAIGN-REC
           END-PERFORM.
           PERFORM VARYING req-idx FROM 1 BY 1
                   UNTIL req-idx > req-count
               MOVE REQ-ENTRY(req-idx) TO CAMPAIGN-REC
               WRITE CAMPAIGN-REC
           END-PERFORM.
           CLOSE CAMPAIGN-FILE.
           PERFORM 9860-ROTATE-GENERATIONS.
           MOVE GEN-BASE-DSN TO campaign-dsn.

       04-LOAD-KEYS SECTION.
           OPEN INPUT CATALOG-FILE.
           IF catalog-status NOT = "00" THEN
                MOVE SPACES TO catalog-status
                GO TO 04-LOAD-KEYS-EXIT
           END-IF.
           PERFORM UNTIL catalog-status NOT = "00"
               READ CATALOG-FILE
                   AT END MOVE "10" TO catalog-status
                   NOT AT END
                       MOVE CATALOG-REC TO PROBLEM-CATALOG-RECORD
                       IF PC-PARM-NAME = "*KEYS"
                               AND (PC-EFFECTIVE-FROM = SPACES
                                   OR PC-EFFECTIVE-FROM <= today-date)
                               AND (PC-EFFECTIVE-TO = SPACES
                                   OR PC-EFFECTIVE-TO >= today-date)
                               AND keys-count < KEYS-TABLE-MAX
                            ADD 1 TO keys-count
                            MOVE PC-PROGRAM-ID
                                TO KT-PROGRAM(keys-count)
                            MOVE PC-ALLOWED-WORDS
                                TO KT-NAMES(keys-count)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CATALOG-FILE.
       04-LOAD-KEYS-EXIT.
           EXIT.

       05-LOAD-CERTREG SECTION.
           OPEN INPUT CERTREG-FILE.
           IF certreg-status NOT = "00" THEN
                MOVE SPACES TO certreg-status
                GO TO 05-LOAD-CERTREG-EXIT
           END-IF.
           PERFORM UNTIL certreg-status NOT = "00"
               READ CERTREG-FILE
                   AT END MOVE "10" TO certreg-status
                   NOT AT END
                       MOVE CERTREG-REC TO CERTREG-WORK
                       IF CR-PROGRAM = CH-PROGRAM(camp-idx)
                               AND reg-count < REG-TABLE-MAX
                            ADD 1 TO reg-count
                            MOVE CR-PROGRAM TO RG-PROGRAM(reg-count)
                            MOVE CR-EFFECTIVE
                                TO RG-EFFECTIVE(reg-count)
                            MOVE CR-STATUS TO RG-STATUS(reg-count)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CERTREG-FILE.
       05-LOAD-CERTREG-EXIT.
           EXIT.

       10-OPEN-CAMPAIGN SECTION.
           IF camp-count >= CAMP-TABLE-MAX THEN
                DISPLAY "RESTATE-CAMPAIGN: "
                        FUNCTION TRIM(campaign-dsn)
                        " ALREADY HOLDS AS MANY CAMPAIGNS AS IT CAN"
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
           ADD 1 TO camp-count.
           MOVE camp-count TO camp-idx.
           MOVE SPACES TO CAMP-ENTRY(camp-idx).
           MOVE "H" TO CH-TYPE(camp-idx).
           MOVE campaign-wanted TO CH-CAMPAIGN(camp-idx).
           MOVE program-wanted TO CH-PROGRAM(camp-idx).
           MOVE from-date TO CH-FROM(camp-idx).
           MOVE to-date TO CH-TO(camp-idx).
           MOVE filter-text TO CH-FILTERS(camp-idx).
           MOVE approver-id TO CH-OPENED-BY(camp-idx).
           MOVE now-stamp TO CH-OPENED(camp-idx).
           MOVE "OPEN" TO CH-STATE(camp-idx).
           MOVE 0 TO CH-NIGHTS(camp-idx).
           MOVE 1 TO next-pair-no.

           MOVE "S" TO SCAN-PURPOSE.
           MOVE from-date(1:6) TO scan-from-month.
           MOVE to-date(1:6) TO scan-to-month.
           PERFORM 11-SCAN-HISTORY.
           IF TABLES-FULL THEN
                DISPLAY "RESTATE-CAMPAIGN: THE RANGE SELECTS MORE "
                        "THAN THE CAMPAIGN CAN HOLD - NARROW THE "
                        "DATES OR ADD FILTERS"
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
           IF borrowed-rows > 0 THEN
                DISPLAY "RESTATE-CAMPAIGN: "
                        FUNCTION TRIM(campaign-wanted)
                        " IS ALREADY A REQUESTOR-ID ON THE HISTORY - "
                        "CHOOSE ANOTHER CAMPAIGN-ID"
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
           PERFORM 50-COUNT-PROGRESS.
           IF selected-count = 0 AND unkeyed-rows > 0 THEN
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
           IF selected-count = 0 THEN
                DISPLAY "RESTATE-CAMPAIGN: NO ANSWER OF "
                        FUNCTION TRIM(program-wanted)
                        " BETWEEN " from-date " AND " to-date
                        " MATCHES - NO CAMPAIGN FILED"
                MOVE 4 TO RETURN-CODE
                STOP RUN
           END-IF.

           PERFORM 04-LOAD-KEYS.
           PERFORM 15-PUNCH-OUTSTANDING.
           PERFORM 03-SAVE-CAMPAIGNS.
           MOVE history-rows TO show-count.
           DISPLAY "RESTATE-CAMPAIGN: CAMPAIGN "
                   FUNCTION TRIM(campaign-wanted) " OPENED FOR "
                   FUNCTION TRIM(program-wanted) " " from-date
                   " TO " to-date " - "
                   FUNCTION TRIM(show-count) " ANSWER(S) READ".
           IF filter-count > 0 THEN
                DISPLAY "RESTATE-CAMPAIGN:   FILTERED ON "
                        FUNCTION TRIM(filter-text)
           END-IF.
           PERFORM 14-CHECK-GRANT.
           PERFORM 50-COUNT-PROGRESS.
           PERFORM 51-SHOW-PROGRESS.
           EVALUATE TRUE
               WHEN held-count > 0 OR unkeyed-rows > 0
                   MOVE 8 TO RETURN-CODE
               WHEN NOT GRANT-ON-FILE
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       11-SCAN-HISTORY SECTION.
*> The archive months in range oldest first and then the live log,
*> so a later record of a pair is always seen after an earlier one.
           MOVE scan-from-month TO SCAN-MONTH.
           PERFORM UNTIL SCAN-MONTH > scan-to-month
               PERFORM 11A-SCAN-ONE-ARCHIVE
               IF scan-mon = 12 THEN
                    ADD 1 TO scan-year
                    MOVE 1 TO scan-mon
               ELSE
                    ADD 1 TO scan-mon
               END-IF
           END-PERFORM.
           OPEN INPUT RESULTS-LOG-FILE.
           IF RESULTS-LOG-STATUS NOT = "00" THEN
                MOVE SPACES TO RESULTS-LOG-STATUS
                GO TO 11-SCAN-HISTORY-EXIT
           END-IF.
           PERFORM UNTIL RESULTS-LOG-STATUS NOT = "00"
               READ RESULTS-LOG-FILE
                   AT END MOVE "10" TO RESULTS-LOG-STATUS
                   NOT AT END
                       MOVE RESULTS-LOG-RECORD TO RESULTS-LOG-WORK
                       PERFORM 12-JUDGE-HISTORY-ROW
               END-READ
           END-PERFORM.
           CLOSE RESULTS-LOG-FILE.
       11-SCAN-HISTORY-EXIT.
           EXIT.

       11A-SCAN-ONE-ARCHIVE SECTION.
           MOVE SPACES TO archive-name.
           STRING FUNCTION TRIM(archive-base) SCAN-MONTH
               DELIMITED BY SIZE INTO archive-name.
           OPEN INPUT ARCHIVE-FILE.
           IF archive-status NOT = "00" THEN
                MOVE SPACES TO archive-status
                GO TO 11A-SCAN-ONE-ARCHIVE-EXIT
           END-IF.
           PERFORM UNTIL archive-status NOT = "00"
               READ ARCHIVE-FILE
                   AT END MOVE "10" TO archive-status
                   NOT AT END
                       MOVE ARCHIVE-REC TO RESULTS-LOG-WORK
                       PERFORM 12-JUDGE-HISTORY-ROW
               END-READ
           END-PERFORM.
           CLOSE ARCHIVE-FILE.
       11A-SCAN-ONE-ARCHIVE-EXIT.
           EXIT.

       12-JUDGE-HISTORY-ROW SECTION.
           IF RL-PROGRAM-ID NOT = CH-PROGRAM(camp-idx) THEN
                GO TO 12-JUDGE-HISTORY-ROW-EXIT
           END-IF.
           IF SCAN-FOR-RERUNS THEN
                IF RL-REQUESTOR-ID = CH-CAMPAIGN(camp-idx)
                        AND RL-TIMESTAMP(1:14) >= CH-OPENED(camp-idx)
                     PERFORM 21-TAKE-RERUN-ROW
                END-IF
                GO TO 12-JUDGE-HISTORY-ROW-EXIT
           END-IF.
           IF RL-TIMESTAMP(1:8) < CH-FROM(camp-idx)
                   OR RL-TIMESTAMP(1:8) > CH-TO(camp-idx) THEN
                GO TO 12-JUDGE-HISTORY-ROW-EXIT
           END-IF.
           PERFORM 13A-CHECK-FILTERS.
           IF NOT ROW-PASSES-FILTERS THEN
                GO TO 12-JUDGE-HISTORY-ROW-EXIT
           END-IF.
           IF RL-REQUESTOR-ID = CH-CAMPAIGN(camp-idx) THEN
                ADD 1 TO borrowed-rows
                GO TO 12-JUDGE-HISTORY-ROW-EXIT
           END-IF.
           ADD 1 TO history-rows.
           IF RL-EFFECTIVE-PARMS = SPACES THEN
                ADD 1 TO unkeyed-rows
                DISPLAY "RESTATE-CAMPAIGN: NOT SELECTED - "
                        FUNCTION TRIM(RL-INPUT-PARM) " = "
                        FUNCTION TRIM(RL-ANSWER) " FINISHED "
                        RL-TIMESTAMP(1:14)
                        " LOGGED NO EFFECTIVE PARAMETERS"
                GO TO 12-JUDGE-HISTORY-ROW-EXIT
           END-IF.
           PERFORM 13-SELECT-ROW.
       12-JUDGE-HISTORY-ROW-EXIT.
           EXIT.

       13-SELECT-ROW SECTION.
*> One pair per distinct effective-parameter string, carrying the
*> latest answer given for it and the latest run to rebuild its
*> card from; one requestor row per requestor given it.
           MOVE 0 TO pair-match.
           PERFORM VARYING pair-idx FROM 1 BY 1
                   UNTIL pair-idx > pair-count
                      OR pair-match NOT = 0
               IF CP-CAMPAIGN(pair-idx) = CH-CAMPAIGN(camp-idx)
                       AND CP-EFFECTIVE(pair-idx)
                           = RL-EFFECTIVE-PARMS THEN
                    MOVE pair-idx TO pair-match
               END-IF
           END-PERFORM.
           IF pair-match = 0 THEN
                IF pair-count >= PAIR-TABLE-MAX THEN
                     MOVE "Y" TO TABLES-OVERFLOWED
                     GO TO 13-SELECT-ROW-EXIT
                END-IF
                ADD 1 TO pair-count
                MOVE pair-count TO pair-match
                MOVE SPACES TO PAIR-ENTRY(pair-match)
                MOVE "P" TO CP-TYPE(pair-match)
                MOVE CH-CAMPAIGN(camp-idx) TO CP-CAMPAIGN(pair-match)
                MOVE next-pair-no TO CP-PAIR-NO(pair-match)
                ADD 1 TO next-pair-no
                MOVE RL-EFFECTIVE-PARMS TO CP-EFFECTIVE(pair-match)
                MOVE 0 TO CP-FAILURES(pair-match)
           END-IF.
           IF RL-TIMESTAMP(1:14) >= CP-OLD-TIME(pair-match) THEN
                MOVE RL-ANSWER TO CP-OLD-ANSWER(pair-match)
                MOVE RL-TIMESTAMP(1:14) TO CP-OLD-TIME(pair-match)
           END-IF.
           IF RL-STEP-ID NOT = SPACES AND NOT RL-SERVED-FROM-CERTREG
                MOVE RL-RUN-ID TO CP-RUN-ID(pair-match)
                MOVE RL-STEP-ID TO CP-STEP-ID(pair-match)
           END-IF.
           PERFORM 13B-TAKE-REQUESTOR.
       13-SELECT-ROW-EXIT.
           EXIT.

       13A-CHECK-FILTERS SECTION.
*> Every filter must stand as a whole token among the effective
*> parameters - N=10 does not pass N=100.
           MOVE "Y" TO ROW-PASSES.
           MOVE SPACES TO padded-parms.
           STRING " " RL-EFFECTIVE-PARMS DELIMITED BY SIZE
               INTO padded-parms.
           MOVE FUNCTION UPPER-CASE(padded-parms) TO padded-parms.
           PERFORM VARYING filter-idx FROM 1 BY 1
                   UNTIL filter-idx > filter-count
               MOVE SPACES TO padded-token
               STRING " " FUNCTION TRIM(FILTER-TOKEN(filter-idx)) " "
                   DELIMITED BY SIZE INTO padded-token
               MOVE 0 TO token-hits
               INSPECT padded-parms TALLYING token-hits
                   FOR ALL padded-token(1:FUNCTION LENGTH(
                       FUNCTION TRIM(FILTER-TOKEN(filter-idx))) + 2)
               IF token-hits = 0 THEN
                    MOVE "N" TO ROW-PASSES
               END-IF
           END-PERFORM.

       13B-TAKE-REQUESTOR SECTION.
           MOVE 0 TO req-match.
           PERFORM VARYING req-idx FROM 1 BY 1
                   UNTIL req-idx > req-count
                      OR req-match NOT = 0
               IF CQ-CAMPAIGN(req-idx) = CH-CAMPAIGN(camp-idx)
                       AND CQ-PAIR-NO(req-idx) = CP-PAIR-NO(pair-match)
                       AND CQ-REQUESTOR(req-idx) = RL-REQUESTOR-ID
                    MOVE req-idx TO req-match
               END-IF
           END-PERFORM.
           IF req-match = 0 THEN
                IF req-count >= REQ-TABLE-MAX THEN
                     MOVE "Y" TO TABLES-OVERFLOWED
                     GO TO 13B-TAKE-REQUESTOR-EXIT
                END-IF
                ADD 1 TO req-count
                MOVE req-count TO req-match
                MOVE SPACES TO REQ-ENTRY(req-match)
                MOVE "R" TO CQ-TYPE(req-match)
                MOVE CH-CAMPAIGN(camp-idx) TO CQ-CAMPAIGN(req-match)
                MOVE CP-PAIR-NO(pair-match) TO CQ-PAIR-NO(req-match)
                MOVE RL-REQUESTOR-ID TO CQ-REQUESTOR(req-match)
                MOVE 0 TO CQ-GIVEN(req-match)
           END-IF.
           ADD 1 TO CQ-GIVEN(req-match).
           IF RL-TIMESTAMP(1:14) >= CQ-LAST-GIVEN(req-match) THEN
                MOVE RL-TIMESTAMP(1:14) TO CQ-LAST-GIVEN(req-match)
                MOVE RL-ANSWER TO CQ-ANSWER-GIVEN(req-match)
           END-IF.
       13B-TAKE-REQUESTOR-EXIT.
           EXIT.

       14-CHECK-GRANT SECTION.
*> The runner turns away a card whose requestor holds no AUTHREQ
*> row for its program; with no AUTHREQ at all it checks nothing.
           MOVE "Y" TO GRANT-FOUND.
           OPEN INPUT AUTHREQ-FILE.
           IF authreq-status NOT = "00" THEN
                MOVE SPACES TO authreq-status
                GO TO 14-CHECK-GRANT-EXIT
           END-IF.
           MOVE "N" TO GRANT-FOUND.
           PERFORM UNTIL authreq-status NOT = "00"
               READ AUTHREQ-FILE
                   AT END MOVE "10" TO authreq-status
                   NOT AT END
                       MOVE "Y" TO AUTHREQ-ROWS
                       MOVE AUTHREQ-REC TO AUTHORIZED-REQUESTOR-RECORD
                       IF AQ-REQUESTOR-ID = CH-CAMPAIGN(camp-idx)
                               AND (AQ-PROGRAM-ID
                                   = CH-PROGRAM(camp-idx)
                                   OR AQ-PROGRAM-ID(1:1) = "*")
                            MOVE "Y" TO GRANT-FOUND
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUTHREQ-FILE.
           IF NOT AUTHREQ-ON-HAND THEN
                MOVE "Y" TO GRANT-FOUND
           END-IF.
           IF NOT GRANT-ON-FILE THEN
                DISPLAY "RESTATE-CAMPAIGN: "
                        FUNCTION TRIM(CH-CAMPAIGN(camp-idx))
                        " HAS NO AUTHREQ GRANT FOR "
                        FUNCTION TRIM(CH-PROGRAM(camp-idx))
                        " - GRANT IT THROUGH AUTHREQ-MAINT BEFORE "
                        "THE DECK RUNS OR EVERY CARD IS REJECTED"
           END-IF.
       14-CHECK-GRANT-EXIT.
           EXIT.

       15-PUNCH-OUTSTANDING SECTION.
*> Every pair of the campaign still to be rerun goes on RERUNDECK
*> under the campaign-id. Two pairs whose cards come out alike -
*> old runs that differed only in an echoed value - share a card.
           OPEN OUTPUT RERUNDECK-FILE.
           MOVE "Y" TO RERUNDECK-OPENED.
           PERFORM VARYING pair-idx FROM 1 BY 1
                   UNTIL pair-idx > pair-count
               IF CP-CAMPAIGN(pair-idx) = CH-CAMPAIGN(camp-idx)
                    IF CP-STATE(pair-idx) = SPACES
                            OR CP-PUNCHED(pair-idx)
                            OR CP-FAILED(pair-idx) THEN
                         PERFORM 15A-PUNCH-PAIR
                    END-IF
               END-IF
           END-PERFORM.
           CLOSE RERUNDECK-FILE.

       15A-PUNCH-PAIR SECTION.
           IF CP-RERUN-PARMS(pair-idx) = SPACES THEN
                MOVE CH-PROGRAM(camp-idx) TO rr-program
                MOVE CP-RUN-ID(pair-idx) TO rr-run-id
                MOVE CP-STEP-ID(pair-idx) TO rr-step-id
                MOVE CP-EFFECTIVE(pair-idx) TO rr-effective
                PERFORM 80-SETTLE-RERUN-PARMS
                IF RERUN-SOURCE = SPACES THEN
                     MOVE "HELD" TO CP-STATE(pair-idx)
                     DISPLAY "RESTATE-CAMPAIGN: HELD OUT - RERUN BY "
                             "HAND UNDER "
                             FUNCTION TRIM(CH-CAMPAIGN(camp-idx))
                             " WITH "
                             FUNCTION TRIM(CP-EFFECTIVE(pair-idx))
                     GO TO 15A-PUNCH-PAIR-EXIT
                END-IF
                MOVE rerun-parms TO CP-RERUN-PARMS(pair-idx)
           END-IF.
           IF CP-STATE(pair-idx) = SPACES THEN
                MOVE "PUNCHED" TO CP-STATE(pair-idx)
           END-IF.
           MOVE now-stamp TO CP-PUNCHED-AT(pair-idx).
           PERFORM VARYING other-idx FROM 1 BY 1
                   UNTIL other-idx >= pair-idx
               IF CP-CAMPAIGN(other-idx) = CH-CAMPAIGN(camp-idx)
                       AND CP-RERUN-PARMS(other-idx)
                           = CP-RERUN-PARMS(pair-idx)
                       AND (CP-PUNCHED(other-idx)
                           OR CP-FAILED(other-idx)) THEN
                    GO TO 15A-PUNCH-PAIR-EXIT
               END-IF
           END-PERFORM.
           MOVE CP-RERUN-PARMS(pair-idx) TO rerun-parms.
           MOVE CH-PROGRAM(camp-idx) TO rr-program.
           PERFORM 81-WRITE-RERUN-CARDS.
           IF RERUN-SOURCE = SPACES THEN
                MOVE "HELD" TO CP-STATE(pair-idx)
                DISPLAY "RESTATE-CAMPAIGN: HELD OUT - "
                        FUNCTION TRIM(CP-RERUN-PARMS(pair-idx))
                        " WILL NOT SPLIT ONTO CARDS"
           END-IF.
       15A-PUNCH-PAIR-EXIT.
           EXIT.

       20-RECONCILE-CAMPAIGN SECTION.
           PERFORM 22-TAKE-UP-RERUNS.
           PERFORM 04-LOAD-KEYS.
           PERFORM 15-PUNCH-OUTSTANDING.
           PERFORM 60-WRITE-REPORT.
           PERFORM 03-SAVE-CAMPAIGNS.
           PERFORM 50-COUNT-PROGRESS.
           PERFORM 51-SHOW-PROGRESS.
           EVALUATE TRUE
               WHEN held-count > 0 OR failed-count > 0
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       21-TAKE-RERUN-ROW SECTION.
*> A rerun answers the pair logged under the same effective
*> parameters, or failing that the pair whose card its step ran
*> from - the fix may have changed what the program echoes.
           MOVE 0 TO pair-match.
           PERFORM VARYING pair-idx FROM 1 BY 1
                   UNTIL pair-idx > pair-count
               IF CP-CAMPAIGN(pair-idx) = CH-CAMPAIGN(camp-idx)
                       AND CP-OUTSTANDING(pair-idx)
                       AND CP-EFFECTIVE(pair-idx)
                           = RL-EFFECTIVE-PARMS THEN
                    PERFORM 21A-RECORD-RERUN
               END-IF
           END-PERFORM.
           IF pair-match NOT = 0 OR RL-STEP-ID = SPACES THEN
                GO TO 21-TAKE-RERUN-ROW-EXIT
           END-IF.
           MOVE SPACES TO RERUN-SOURCE.
           MOVE SPACES TO rerun-parms.
           MOVE RL-PROGRAM-ID TO rr-program.
           MOVE RL-RUN-ID TO rr-run-id.
           MOVE RL-STEP-ID TO rr-step-id.
           PERFORM 80A-FIND-DECK-CARD.
           IF RERUN-SOURCE = SPACES THEN
                GO TO 21-TAKE-RERUN-ROW-EXIT
           END-IF.
           PERFORM VARYING pair-idx FROM 1 BY 1
                   UNTIL pair-idx > pair-count
               IF CP-CAMPAIGN(pair-idx) = CH-CAMPAIGN(camp-idx)
                       AND CP-OUTSTANDING(pair-idx)
                       AND CP-RERUN-PARMS(pair-idx) = rerun-parms
                    PERFORM 21A-RECORD-RERUN
               END-IF
           END-PERFORM.
       21-TAKE-RERUN-ROW-EXIT.
           EXIT.

       21A-RECORD-RERUN SECTION.
           MOVE pair-idx TO pair-match.
           MOVE RL-ANSWER TO CP-NEW-ANSWER(pair-idx).
           MOVE RL-TIMESTAMP(1:14) TO CP-NEW-TIME(pair-idx).

       22-TAKE-UP-RERUNS SECTION.
*> The archives from the month the campaign opened, then the live
*> log, for reruns; STEPLOG for the reruns that failed. A pair is
*> settled by its rerun, whatever failures came before it.
           MOVE "R" TO SCAN-PURPOSE.
           MOVE CH-OPENED(camp-idx)(1:6) TO scan-from-month.
           MOVE today-date(1:6) TO scan-to-month.
           PERFORM 11-SCAN-HISTORY.
           PERFORM 23-SCAN-STEPLOG.
           PERFORM 05-LOAD-CERTREG.
           PERFORM VARYING pair-idx FROM 1 BY 1
                   UNTIL pair-idx > pair-count
               IF CP-CAMPAIGN(pair-idx) = CH-CAMPAIGN(camp-idx)
                       AND CP-OUTSTANDING(pair-idx) THEN
                    PERFORM 24-JUDGE-PAIR
               END-IF
           END-PERFORM.
           IF CERTXACT-IS-OPEN THEN
                CLOSE CERTXACT-FILE
           END-IF.
           ADD 1 TO CH-NIGHTS(camp-idx).
           MOVE now-stamp TO CH-RECONCILED(camp-idx).
           IF stray-count > 0 THEN
                MOVE stray-count TO show-count
                DISPLAY "RESTATE-CAMPAIGN: "
                        FUNCTION TRIM(show-count)
                        " FAILED STEP(S) UNDER "
                        FUNCTION TRIM(CH-CAMPAIGN(camp-idx))
                        " MATCH NO PAIR OF THE CAMPAIGN"
           END-IF.

       23-SCAN-STEPLOG SECTION.
           OPEN INPUT STEP-LOG-FILE.
           IF STEP-LOG-STATUS NOT = "00" THEN
                MOVE SPACES TO STEP-LOG-STATUS
                GO TO 23-SCAN-STEPLOG-EXIT
           END-IF.
           PERFORM UNTIL STEP-LOG-STATUS NOT = "00"
               READ STEP-LOG-FILE
                   AT END MOVE "10" TO STEP-LOG-STATUS
                   NOT AT END
                       MOVE STEP-LOG-RECORD TO STEP-LOG-WORK
                       IF SL-REQUESTOR-ID = CH-CAMPAIGN(camp-idx)
                               AND SL-PROBLEM-ID
                                   = CH-PROGRAM(camp-idx)
                               AND SL-START-TIME(1:14)
                                   >= CH-OPENED(camp-idx)
                            PERFORM 23A-TAKE-FAILED-STEP
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STEP-LOG-FILE.
       23-SCAN-STEPLOG-EXIT.
           EXIT.

       23A-TAKE-FAILED-STEP SECTION.
*> Any ending short of an answer - failed, timed out, turned away
*> by AUTHREQ or the quota, an unresolved reference, a file that
*> never came. STEPLOG holds the first card's parameter columns.
           IF SL-STATUS NOT = "FAIL" AND NOT = "TIMEOUT"
                   AND NOT = "DENY" AND NOT = "QUOTA"
                   AND NOT = "SUBST" AND NOT = "NOFILE" THEN
                GO TO 23A-TAKE-FAILED-STEP-EXIT
           END-IF.
           MOVE 0 TO pair-match.
           PERFORM VARYING pair-idx FROM 1 BY 1
                   UNTIL pair-idx > pair-count
               IF CP-CAMPAIGN(pair-idx) = CH-CAMPAIGN(camp-idx)
                       AND CP-RERUN-PARMS(pair-idx)(1:50)
                           = SL-PARM-VALUE THEN
                    MOVE pair-idx TO pair-match
                    IF CP-OUTSTANDING(pair-idx)
                            AND SL-START-TIME(1:14)
                                > CP-FAILED-AT(pair-idx) THEN
                         MOVE SL-START-TIME(1:14)
                             TO CP-FAILED-AT(pair-idx)
                    END-IF
               END-IF
           END-PERFORM.
           IF pair-match = 0 THEN
                ADD 1 TO stray-count
           END-IF.
       23A-TAKE-FAILED-STEP-EXIT.
           EXIT.

       24-JUDGE-PAIR SECTION.
           IF CP-NEW-TIME(pair-idx) = SPACES THEN
                IF CP-FAILED-AT(pair-idx) > CP-PUNCHED-AT(pair-idx)
                     MOVE "FAILED" TO CP-STATE(pair-idx)
                     ADD 1 TO CP-FAILURES(pair-idx)
                     DISPLAY "RESTATE-CAMPAIGN: "
                             FUNCTION TRIM(CP-EFFECTIVE(pair-idx))
                             " FAILED ON RERUN "
                             CP-FAILED-AT(pair-idx)
                END-IF
                GO TO 24-JUDGE-PAIR-EXIT
           END-IF.
           IF CP-NEW-ANSWER(pair-idx) = CP-OLD-ANSWER(pair-idx) THEN
                MOVE "UNCHANGED" TO CP-STATE(pair-idx)
                MOVE "-" TO CP-DECERT(pair-idx)
                GO TO 24-JUDGE-PAIR-EXIT
           END-IF.
           MOVE "CHANGED" TO CP-STATE(pair-idx).
           MOVE "-" TO CP-DECERT(pair-idx).
           PERFORM VARYING reg-idx FROM 1 BY 1
                   UNTIL reg-idx > reg-count
               IF RG-EFFECTIVE(reg-idx) = CP-EFFECTIVE(pair-idx)
                       AND RG-STATUS(reg-idx) = "CERT"
                       AND NOT CP-DECERT-PUNCHED(pair-idx) THEN
                    PERFORM 24A-PUNCH-DECERT
               END-IF
           END-PERFORM.
           DISPLAY "RESTATE-CAMPAIGN: "
                   FUNCTION TRIM(CP-EFFECTIVE(pair-idx))
                   " WAS " FUNCTION TRIM(CP-OLD-ANSWER(pair-idx))
                   ", NOW " FUNCTION TRIM(CP-NEW-ANSWER(pair-idx)).
       24-JUDGE-PAIR-EXIT.
           EXIT.

       24A-PUNCH-DECERT SECTION.
           IF NOT CERTXACT-IS-OPEN THEN
                OPEN EXTEND CERTXACT-FILE
                IF certxact-status = "35" THEN
                     OPEN OUTPUT CERTXACT-FILE
                END-IF
                MOVE "Y" TO CERTXACT-OPENED
           END-IF.
           MOVE "DECERT" TO CX-ACTION.
           MOVE RG-PROGRAM(reg-idx) TO CX-PROGRAM.
           MOVE RG-EFFECTIVE(reg-idx) TO CX-EFFECTIVE.
           MOVE approver-id TO CX-USER-ID.
           MOVE CERTXACT-LINE TO CERTXACT-REC.
           WRITE CERTXACT-REC.
           MOVE "Y" TO CP-DECERT(pair-idx).
           ADD 1 TO decert-count.

       30-CLOSE-CAMPAIGN SECTION.
*> A last look for reruns, then the campaign is closed whatever is
*> left; the pairs still to run are named so they can go to a new
*> campaign if they still matter.
           PERFORM 22-TAKE-UP-RERUNS.
           MOVE "CLOSED" TO CH-STATE(camp-idx).
           MOVE approver-id TO CH-CLOSED-BY(camp-idx).
           MOVE now-stamp TO CH-CLOSED(camp-idx).
           PERFORM 60-WRITE-REPORT.
           PERFORM 03-SAVE-CAMPAIGNS.
           PERFORM VARYING pair-idx FROM 1 BY 1
                   UNTIL pair-idx > pair-count
               IF CP-CAMPAIGN(pair-idx) = CH-CAMPAIGN(camp-idx)
                       AND CP-OUTSTANDING(pair-idx) THEN
                    DISPLAY "RESTATE-CAMPAIGN: LEFT UNRERUN - "
                            FUNCTION TRIM(CP-EFFECTIVE(pair-idx))
                            " (" FUNCTION TRIM(CP-STATE(pair-idx))
                            ")"
               END-IF
           END-PERFORM.
           DISPLAY "RESTATE-CAMPAIGN: CAMPAIGN "
                   FUNCTION TRIM(CH-CAMPAIGN(camp-idx))
                   " CLOSED BY " FUNCTION TRIM(approver-id).
           PERFORM 50-COUNT-PROGRESS.
           PERFORM 51-SHOW-PROGRESS.
           IF pending-count > 0 OR failed-count > 0 THEN
                MOVE 4 TO RETURN-CODE
           ELSE
                MOVE 0 TO RETURN-CODE
           END-IF.

       40-LIST-CAMPAIGNS SECTION.
           IF campaign-wanted NOT = SPACES THEN
                PERFORM 40B-FIND-LISTED-CAMPAIGN
           END-IF.
           IF camp-count = 0 THEN
                DISPLAY "RESTATE-CAMPAIGN: NO CAMPAIGNS ON FILE"
                MOVE 0 TO RETURN-CODE
                GO TO 40-LIST-CAMPAIGNS-EXIT
           END-IF.
           PERFORM VARYING list-idx FROM 1 BY 1
                   UNTIL list-idx > camp-count
               IF campaign-wanted = SPACES
                       OR CH-CAMPAIGN(list-idx) = campaign-wanted
                    MOVE list-idx TO camp-idx
                    PERFORM 40A-LIST-ONE-CAMPAIGN
               END-IF
           END-PERFORM.
           MOVE 0 TO RETURN-CODE.
       40-LIST-CAMPAIGNS-EXIT.
           EXIT.

       40A-LIST-ONE-CAMPAIGN SECTION.
           DISPLAY "RESTATE-CAMPAIGN: "
                   CH-CAMPAIGN(camp-idx) " "
                   CH-PROGRAM(camp-idx) " "
                   CH-FROM(camp-idx) "-" CH-TO(camp-idx) " "
                   CH-STATE(camp-idx) " OPENED "
                   CH-OPENED(camp-idx)(1:8) " BY "
                   FUNCTION TRIM(CH-OPENED-BY(camp-idx)).
           IF CH-FILTERS(camp-idx) NOT = SPACES THEN
                DISPLAY "RESTATE-CAMPAIGN:   FILTERED ON "
                        FUNCTION TRIM(CH-FILTERS(camp-idx))
           END-IF.
           IF CH-NIGHTS(camp-idx) > 0 THEN
                MOVE CH-NIGHTS(camp-idx) TO show-count
                DISPLAY "RESTATE-CAMPAIGN:   RECONCILED "
                        FUNCTION TRIM(show-count)
                        " TIME(S), LAST "
                        CH-RECONCILED(camp-idx)(1:8)
           END-IF.
           IF CH-IS-CLOSED(camp-idx) THEN
                DISPLAY "RESTATE-CAMPAIGN:   CLOSED "
                        CH-CLOSED(camp-idx)(1:8) " BY "
                        FUNCTION TRIM(CH-CLOSED-BY(camp-idx))
           END-IF.
           PERFORM 50-COUNT-PROGRESS.
           PERFORM 51-SHOW-PROGRESS.
           IF campaign-wanted = SPACES THEN
                GO TO 40A-LIST-ONE-CAMPAIGN-EXIT
           END-IF.
           PERFORM VARYING pair-idx FROM 1 BY 1
                   UNTIL pair-idx > pair-count
               IF CP-CAMPAIGN(pair-idx) = CH-CAMPAIGN(camp-idx)
                    DISPLAY "RESTATE-CAMPAIGN:   "
                            CP-STATE(pair-idx) " "
                            FUNCTION TRIM(CP-EFFECTIVE(pair-idx))
                            " WAS "
                            FUNCTION TRIM(CP-OLD-ANSWER(pair-idx))
                    IF CP-NEW-TIME(pair-idx) NOT = SPACES THEN
                         DISPLAY "RESTATE-CAMPAIGN:     NOW "
                                 FUNCTION TRIM(
                                     CP-NEW-ANSWER(pair-idx))
                                 " AS OF "
                                 CP-NEW-TIME(pair-idx)(1:8)
                    END-IF
               END-IF
           END-PERFORM.
       40A-LIST-ONE-CAMPAIGN-EXIT.
           EXIT.

       40B-FIND-LISTED-CAMPAIGN SECTION.
           MOVE 0 TO camp-idx.
           PERFORM VARYING list-idx FROM 1 BY 1
                   UNTIL list-idx > camp-count
               IF CH-CAMPAIGN(list-idx) = campaign-wanted THEN
                    MOVE list-idx TO camp-idx
               END-IF
           END-PERFORM.
           IF camp-idx = 0 THEN
                DISPLAY "RESTATE-CAMPAIGN: NO CAMPAIGN "
                        FUNCTION TRIM(campaign-wanted) " ON FILE"
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.

       50-COUNT-PROGRESS SECTION.
           MOVE 0 TO selected-count rerun-count changed-count
                     unchanged-count failed-count pending-count
                     held-count.
           PERFORM VARYING pair-idx FROM 1 BY 1
                   UNTIL pair-idx > pair-count
               IF CP-CAMPAIGN(pair-idx) = CH-CAMPAIGN(camp-idx)
                    ADD 1 TO selected-count
                    EVALUATE TRUE
                        WHEN CP-CHANGED(pair-idx)
                            ADD 1 TO rerun-count changed-count
                        WHEN CP-UNCHANGED(pair-idx)
                            ADD 1 TO rerun-count unchanged-count
                        WHEN CP-FAILED(pair-idx)
                            ADD 1 TO failed-count
                        WHEN CP-HELD(pair-idx)
                            ADD 1 TO pending-count held-count
                        WHEN OTHER
                            ADD 1 TO pending-count
                    END-EVALUATE
               END-IF
           END-PERFORM.

       51-SHOW-PROGRESS SECTION.
           MOVE selected-count TO show-selected.
           MOVE rerun-count TO show-rerun.
           MOVE changed-count TO show-changed.
           MOVE unchanged-count TO show-unchanged.
           MOVE failed-count TO show-failed.
           MOVE pending-count TO show-pending.
           DISPLAY "RESTATE-CAMPAIGN:   SELECTED "
                   FUNCTION TRIM(show-selected)
                   ", RERUN " FUNCTION TRIM(show-rerun)
                   ", CHANGED " FUNCTION TRIM(show-changed)
                   ", UNCHANGED " FUNCTION TRIM(show-unchanged)
                   ", FAILED " FUNCTION TRIM(show-failed)
                   ", STILL TO RUN " FUNCTION TRIM(show-pending).
           IF held-count > 0 THEN
                MOVE held-count TO show-count
                DISPLAY "RESTATE-CAMPAIGN:   "
                        FUNCTION TRIM(show-count)
                        " OF THOSE STILL TO RUN HELD OUT FOR A "
                        "RERUN BY HAND"
           END-IF.
           IF decert-count > 0 THEN
                MOVE decert-count TO show-count
                DISPLAY "RESTATE-CAMPAIGN:   "
                        FUNCTION TRIM(show-count)
                        " DECERT(S) PUNCHED ON CERTXACT"
           END-IF.
           IF RERUNDECK-IS-OPEN THEN
                MOVE punched-count TO show-count
                DISPLAY "RESTATE-CAMPAIGN:   "
                        FUNCTION TRIM(show-count)
                        " RERUN CARD(S) ON RERUNDECK UNDER "
                        FUNCTION TRIM(CH-CAMPAIGN(camp-idx))
           END-IF.

       60-WRITE-REPORT SECTION.
*> The requestors in first-seen order, a section apiece.
           MOVE 0 TO who-count.
           PERFORM VARYING req-idx FROM 1 BY 1
                   UNTIL req-idx > req-count
               IF CQ-CAMPAIGN(req-idx) = CH-CAMPAIGN(camp-idx)
                    MOVE 0 TO req-match
                    PERFORM VARYING who-idx FROM 1 BY 1
                            UNTIL who-idx > who-count
                               OR req-match NOT = 0
                        IF WHO-ID(who-idx) = CQ-REQUESTOR(req-idx)
                             MOVE who-idx TO req-match
                        END-IF
                    END-PERFORM
                    IF req-match = 0 THEN
                         ADD 1 TO who-count
                         MOVE CQ-REQUESTOR(req-idx)
                             TO WHO-ID(who-count)
                    END-IF
               END-IF
           END-PERFORM.
           MOVE SPACES TO report-dsn.
           STRING FUNCTION TRIM(report-base) "."
                  FUNCTION TRIM(CH-CAMPAIGN(camp-idx))
               DELIMITED BY SIZE INTO report-dsn.
           OPEN OUTPUT REPORT-FILE.
           IF report-status NOT = "00" THEN
                DISPLAY "RESTATE-CAMPAIGN: CANNOT WRITE "
                        FUNCTION TRIM(report-dsn) " - STATUS "
                        report-status
                GO TO 60-WRITE-REPORT-EXIT
           END-IF.
           PERFORM 50-COUNT-PROGRESS.
           MOVE SPACES TO REPORT-REC.
           STRING "RESTATEMENT CAMPAIGN "
                  FUNCTION TRIM(CH-CAMPAIGN(camp-idx))
                  " - " FUNCTION TRIM(CH-PROGRAM(camp-idx))
                  " ANSWERS OF " CH-FROM(camp-idx)
                  " TO " CH-TO(camp-idx)
                  " - AS OF " now-stamp(1:8)
                  " - " FUNCTION TRIM(CH-STATE(camp-idx))
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           IF CH-FILTERS(camp-idx) NOT = SPACES THEN
                MOVE SPACES TO REPORT-REC
                STRING "FILTERED ON "
                       FUNCTION TRIM(CH-FILTERS(camp-idx))
                    DELIMITED BY SIZE INTO REPORT-REC
                WRITE REPORT-REC
           END-IF.
           MOVE selected-count TO show-selected.
           MOVE rerun-count TO show-rerun.
           MOVE changed-count TO show-changed.
           MOVE unchanged-count TO show-unchanged.
           MOVE failed-count TO show-failed.
           MOVE pending-count TO show-pending.
           MOVE SPACES TO REPORT-REC.
           STRING "PAIRS SELECTED " FUNCTION TRIM(show-selected)
                  ", RERUN " FUNCTION TRIM(show-rerun)
                  ", CHANGED " FUNCTION TRIM(show-changed)
                  ", UNCHANGED " FUNCTION TRIM(show-unchanged)
                  ", FAILED " FUNCTION TRIM(show-failed)
                  ", STILL TO RUN " FUNCTION TRIM(show-pending)
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "A CHANGED ANSWER REACHES THE WAREHOUSE AS A "
                  "CORRECTION ON THE NEXT EXTRACT."
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           PERFORM VARYING who-idx FROM 1 BY 1
                   UNTIL who-idx > who-count
               PERFORM 60A-WRITE-REQUESTOR-PART
           END-PERFORM.
           CLOSE REPORT-FILE.
       60-WRITE-REPORT-EXIT.
           EXIT.

       60A-WRITE-REQUESTOR-PART SECTION.
           MOVE 0 TO who-changed who-unchanged who-pending.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           IF WHO-ID(who-idx) = SPACES THEN
                MOVE "REQUESTOR (NONE RECORDED)" TO REPORT-REC
           ELSE
                STRING "REQUESTOR " FUNCTION TRIM(WHO-ID(who-idx))
                    DELIMITED BY SIZE INTO REPORT-REC
           END-IF.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-LINE.
           MOVE "EFFECTIVE PARAMETERS" TO RP-EFFECTIVE.
           MOVE " TIMES" TO RP-GIVEN-HEAD.
           MOVE "ANSWER GIVEN" TO RP-OLD.
           MOVE "ANSWER NOW" TO RP-NEW.
           MOVE "STANDING" TO RP-STATE.
           MOVE REPORT-LINE TO REPORT-REC.
           WRITE REPORT-REC.
           PERFORM VARYING req-idx FROM 1 BY 1
                   UNTIL req-idx > req-count
               IF CQ-CAMPAIGN(req-idx) = CH-CAMPAIGN(camp-idx)
                       AND CQ-REQUESTOR(req-idx) = WHO-ID(who-idx)
                    PERFORM 60B-WRITE-PAIR-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO REPORT-REC.
           MOVE who-changed TO show-changed.
           MOVE who-unchanged TO show-unchanged.
           MOVE who-pending TO show-pending.
           STRING "  CHANGED " FUNCTION TRIM(show-changed)
                  ", UNCHANGED " FUNCTION TRIM(show-unchanged)
                  ", NOT YET KNOWN " FUNCTION TRIM(show-pending)
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           DISPLAY "RESTATE-CAMPAIGN: REQUESTOR "
                   WHO-ID(who-idx) " CHANGED "
                   FUNCTION TRIM(show-changed)
                   ", UNCHANGED " FUNCTION TRIM(show-unchanged)
                   ", NOT YET KNOWN " FUNCTION TRIM(show-pending).

       60B-WRITE-PAIR-LINE SECTION.
           PERFORM VARYING pair-idx FROM 1 BY 1
                   UNTIL pair-idx > pair-count
               IF CP-CAMPAIGN(pair-idx) = CH-CAMPAIGN(camp-idx)
                       AND CP-PAIR-NO(pair-idx) = CQ-PAIR-NO(req-idx)
                    MOVE pair-idx TO pair-match
               END-IF
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           MOVE CP-EFFECTIVE(pair-match) TO RP-EFFECTIVE.
           MOVE CQ-GIVEN(req-idx) TO RP-GIVEN.
           MOVE CQ-ANSWER-GIVEN(req-idx) TO RP-OLD.
           EVALUATE TRUE
               WHEN CP-CHANGED(pair-match)
                   MOVE CP-NEW-ANSWER(pair-match) TO RP-NEW
                   MOVE "CHANGED" TO RP-STATE
                   ADD 1 TO who-changed
               WHEN CP-UNCHANGED(pair-match)
                   MOVE CP-NEW-ANSWER(pair-match) TO RP-NEW
                   MOVE "UNCHANGED" TO RP-STATE
                   ADD 1 TO who-unchanged
               WHEN OTHER
                   MOVE CP-STATE(pair-match) TO RP-STATE
                   ADD 1 TO who-pending
           END-EVALUATE.
           MOVE REPORT-LINE TO REPORT-REC.
           WRITE REPORT-REC.

       80-SETTLE-RERUN-PARMS SECTION.
*> The step's DECKHIST card, else the effective parameters in
*> *KEYS order; RERUN-SOURCE is left blank when neither will do.
           MOVE SPACES TO RERUN-SOURCE.
           MOVE SPACES TO rerun-parms.
           IF rr-step-id NOT = SPACES THEN
                PERFORM 80A-FIND-DECK-CARD
           END-IF.
           IF RERUN-SOURCE = SPACES AND rr-effective NOT = SPACES
                PERFORM 80B-REBUILD-FROM-KEYS
           END-IF.

       80A-FIND-DECK-CARD SECTION.
           MOVE SPACES TO deckhist-dsn.
           STRING FUNCTION TRIM(deckhist-base) ".D" rr-run-id(1:8)
               DELIMITED BY SIZE INTO deckhist-dsn.
           OPEN INPUT DECKHIST-FILE.
           IF deckhist-status NOT = "00" THEN
                MOVE SPACES TO deckhist-status
                GO TO 80A-FIND-DECK-CARD-EXIT
           END-IF.
           PERFORM UNTIL deckhist-status NOT = "00"
               READ DECKHIST-FILE
                   AT END MOVE "10" TO deckhist-status
                   NOT AT END
                       MOVE DECKHIST-REC TO DECK-HISTORY-RECORD
                       IF DH-CARD-ENTRY
                               AND DH-STEP-ID = rr-step-id
                               AND DH-PROBLEM-ID = rr-program THEN
                            MOVE DH-PARMS TO rerun-parms
                            MOVE "DECKHIST" TO RERUN-SOURCE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DECKHIST-FILE.
       80A-FIND-DECK-CARD-EXIT.
           EXIT.

       80B-REBUILD-FROM-KEYS SECTION.
           MOVE 0 TO keys-idx.
           PERFORM VARYING slot-idx FROM 1 BY 1
                   UNTIL slot-idx > keys-count
               IF KT-PROGRAM(slot-idx) = rr-program THEN
                    MOVE slot-idx TO keys-idx
               END-IF
           END-PERFORM.
           IF keys-idx = 0 THEN
                GO TO 80B-REBUILD-FROM-KEYS-EXIT
           END-IF.
           MOVE SPACES TO KEY-SPLIT.
           UNSTRING KT-NAMES(keys-idx) DELIMITED BY ALL " "
               INTO KEY-NAME(1) KEY-NAME(2) KEY-NAME(3)
                    KEY-NAME(4) KEY-NAME(5) KEY-NAME(6).
           MOVE SPACES TO PARM-TOKENS.
           UNSTRING rr-effective DELIMITED BY ALL " "
               INTO EP-TOKEN(1) EP-TOKEN(2) EP-TOKEN(3)
                    EP-TOKEN(4) EP-TOKEN(5) EP-TOKEN(6)
                    EP-TOKEN(7) EP-TOKEN(8).
           MOVE SPACES TO SLOT-VALUES.
           MOVE 0 TO slot-high.
           PERFORM VARYING ep-idx FROM 1 BY 1 UNTIL ep-idx > 8
               IF EP-TOKEN(ep-idx) NOT = SPACES THEN
                    MOVE 0 TO eq-count
                    INSPECT EP-TOKEN(ep-idx)
                        TALLYING eq-count FOR ALL "="
                    IF eq-count = 0 THEN
                         GO TO 80B-REBUILD-FROM-KEYS-EXIT
                    END-IF
                    MOVE SPACES TO ep-name-part
                    MOVE SPACES TO ep-value-part
                    UNSTRING EP-TOKEN(ep-idx) DELIMITED BY "="
                        INTO ep-name-part ep-value-part
                    PERFORM 80C-PLACE-IN-SLOT
                    IF slot-idx > 6 OR ep-value-part = SPACES THEN
                         GO TO 80B-REBUILD-FROM-KEYS-EXIT
                    END-IF
               END-IF
           END-PERFORM.
           IF slot-high = 0 THEN
                GO TO 80B-REBUILD-FROM-KEYS-EXIT
           END-IF.
           MOVE 1 TO parm-ptr.
           PERFORM VARYING slot-idx FROM 1 BY 1
                   UNTIL slot-idx > slot-high
               IF SLOT-VALUE(slot-idx) = SPACES THEN
                    MOVE SPACES TO rerun-parms
                    GO TO 80B-REBUILD-FROM-KEYS-EXIT
               END-IF
               IF slot-idx > 1 THEN
                    STRING " " DELIMITED BY SIZE
                        INTO rerun-parms WITH POINTER parm-ptr
               END-IF
               STRING FUNCTION TRIM(SLOT-VALUE(slot-idx))
                   DELIMITED BY SIZE
                   INTO rerun-parms WITH POINTER parm-ptr
           END-PERFORM.
           MOVE "PROBCAT" TO RERUN-SOURCE.
       80B-REBUILD-FROM-KEYS-EXIT.
           EXIT.

       80C-PLACE-IN-SLOT SECTION.
*> Leaves slot-idx past 6 when the name is not one of the keys.
           PERFORM VARYING slot-idx FROM 1 BY 1
                   UNTIL slot-idx > 6
                      OR (KEY-NAME(slot-idx) NOT = SPACES
                          AND KEY-NAME(slot-idx) = ep-name-part)
               CONTINUE
           END-PERFORM.
           IF slot-idx <= 6 THEN
                MOVE ep-value-part TO SLOT-VALUE(slot-idx)
                IF slot-idx > slot-high THEN
                     MOVE slot-idx TO slot-high
                END-IF
           END-IF.

       81-WRITE-RERUN-CARDS SECTION.
*> Past 50 columns the string goes on continuation cards, each
*> break made just ahead of a blank - the runner drops trailing
*> blanks at a splice but keeps leading ones.
           MOVE "PUNCHED" TO RERUN-SOURCE.
           COMPUTE parm-len = FUNCTION LENGTH(FUNCTION
               TRIM(rerun-parms TRAILING)).
           MOVE 1 TO chunk-start.
           MOVE SPACES TO BATCH-PARM-RECORD.
           MOVE rr-program TO BP-PROBLEM-ID.
           MOVE CH-CAMPAIGN(camp-idx) TO BP-REQUESTOR-ID.
           MOVE "N" TO BP-REUSE.
           PERFORM UNTIL chunk-start > parm-len
               COMPUTE chunk-len = parm-len - chunk-start + 1
               IF chunk-len > 50 THEN
                    MOVE 50 TO chunk-len
                    PERFORM VARYING split-pos FROM 50 BY -1
                            UNTIL split-pos = 0
                               OR rerun-parms(chunk-start
                                   + split-pos:1) = SPACE
                        CONTINUE
                    END-PERFORM
                    IF split-pos = 0 THEN
                         MOVE SPACES TO RERUN-SOURCE
                         GO TO 81-WRITE-RERUN-CARDS-EXIT
                    END-IF
                    MOVE split-pos TO chunk-len
               END-IF
               MOVE rerun-parms(chunk-start:chunk-len)
                   TO BP-PARM-VALUE
               ADD chunk-len TO chunk-start
               IF chunk-start <= parm-len THEN
                    MOVE "C" TO BP-CONTINUATION
               END-IF
               MOVE BATCH-PARM-RECORD TO RERUNDECK-REC
               WRITE RERUNDECK-REC
               MOVE SPACES TO BATCH-PARM-RECORD
           END-PERFORM.
           ADD 1 TO punched-count.
       81-WRITE-RERUN-CARDS-EXIT.
           EXIT.

       COPY GENSVPR.
       COPY REGCFPR.

       END PROGRAM RESTATE-CAMPAIGN.
