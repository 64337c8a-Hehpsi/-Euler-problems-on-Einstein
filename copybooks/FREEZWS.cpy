      *> FREEZWS - WORKING-STORAGE fields for the change-freeze
      *> check. One FREEZE record per window:
      *>
      *>   columns   1-16   window name
      *>   columns  18-31   from, YYYYMMDDHHMMSS
      *>   columns  33-46   to, YYYYMMDDHHMMSS (both ends inclusive;
      *>                    a date with its time left blank runs
      *>                    from 000000 or to 235959 of that day)
      *>   columns  48-107  the files it covers, bare names separated
      *>                    by blanks, or "*" for every reference
      *>                    file
      *>   columns 109-168  the user-ids who may override it,
      *>                    separated by blanks
      *>
      *> 9550-LOAD-FREEZE reads the file once (none on hand means no
      *> freeze is in force). A maintenance program then stages the
      *> file it changes in FREEZE-CHECK-FILE, the card's user-id in
      *> FREEZE-SUBMITTER and its EMERGENCY columns in
      *> FREEZE-EMERGENCY / FREEZE-OVERRIDER, and PERFORMs
      *> 9560-JUDGE-FREEZE: FREEZE-VERDICT comes back N (no window
      *> in force), O (in force but properly overridden) or R
      *> (refused, FREEZE-REASON saying why). 9555-FIND-FREEZE
      *> alone answers whether FREEZE-CHECK-FILE was frozen at
      *> FREEZE-CHECK-TIME.
       01 FREEZE-STATUS PIC XX VALUE SPACES.
       01 FREEZE-WINDOW-RECORD.
           05 FZ-WINDOW-NAME PIC X(16) VALUE SPACES.
           05 FILLER         PIC X(01) VALUE SPACE.
           05 FZ-FROM        PIC X(14) VALUE SPACES.
           05 FILLER         PIC X(01) VALUE SPACE.
           05 FZ-TO          PIC X(14) VALUE SPACES.
           05 FILLER         PIC X(01) VALUE SPACE.
           05 FZ-FILES       PIC X(60) VALUE SPACES.
           05 FILLER         PIC X(01) VALUE SPACE.
           05 FZ-OVERRIDERS  PIC X(60) VALUE SPACES.
       01 FREEZE-TABLE-MAX PIC 9(2) BINARY VALUE 30.
       01 freeze-count PIC 9(2) BINARY VALUE ZERO.
       01 FREEZE-TABLE.
           05 FREEZE-ENTRY OCCURS 30 TIMES.
               10 FT-WINDOW-NAME PIC X(16).
               10 FT-FROM        PIC X(14).
               10 FT-TO          PIC X(14).
               10 FT-FILES       PIC X(60).
               10 FT-OVERRIDERS  PIC X(60).
       01 freeze-idx PIC 9(2) BINARY.
       01 freeze-hit PIC 9(2) BINARY.
       01 FREEZE-CHECK-FILE PIC X(10).
       01 FREEZE-CHECK-TIME PIC X(14).
       01 FREEZE-SUBMITTER PIC X(10).
       01 FREEZE-EMERGENCY PIC X(9).
           88 FREEZE-IS-EMERGENCY VALUE "EMERGENCY".
       01 FREEZE-OVERRIDER PIC X(10).
       01 FREEZE-VERDICT PIC X VALUE "N".
           88 FREEZE-NOT-IN-FORCE    VALUE "N".
           88 FREEZE-WAS-OVERRIDDEN  VALUE "O".
           88 FREEZE-REFUSED         VALUE "R".
       01 FREEZE-REASON PIC X(30).
       01 FREEZE-HIT-NAME PIC X(16).
      *> 9565-LIST-HOLDS scratch: is FREEZE-TOKEN one of the blank-
      *> separated words of FREEZE-LIST?
       01 FREEZE-LIST PIC X(60).
       01 FREEZE-TOKEN PIC X(10).
       01 FREEZE-WORD PIC X(20).
       01 freeze-scan-pos PIC 9(3) BINARY.
       01 freeze-word-len PIC 9(3) BINARY.
       01 FREEZE-LIST-MATCH PIC X.
           88 FREEZE-LIST-HAS-TOKEN VALUE "Y".
      *> 9570-NOTE-OVERRIDE appends ", OVERRIDE <user>" to the
      *> outcome staged here, for the audit record of an overridden
      *> transaction.
       01 FREEZE-OUTCOME PIC X(60).
       01 FREEZE-OUTCOME-BUILD PIC X(60).
