      *> PWORDWS - WORKING-STORAGE fields for judging a parameter
      *> value against a PROBCAT row's allowed words and a keyword
      *> name against the program's *KEYS row (see PRCATWS). Every
      *> place a card is accepted - pre-flight, DECK-MAINT, the
      *> request gateway, the operator console - and the two places
      *> PROBCAT itself is vetted - CATALOG-MAINT and REFCHECK - use
      *> these same routines, so a card refused at 02:00 is refused
      *> at submission instead.
      *>
      *> The caller protocol:
      *>   9580-SPLIT-PARM-TOKEN  PW-TOKEN in; PW-KEYWORD-FORM Y and
      *>                          PW-NAME/PW-VALUE split at the "="
      *>                          for a NAME=VALUE token, otherwise
      *>                          the whole token in PW-VALUE.
      *>   9582-JUDGE-WORDS       PW-VALUE, PW-WORDS and PW-RANGE-GIVEN
      *>                          in; PW-VERDICT comes back Y (one of
      *>                          the words), N (refused) or - (not
      *>                          for the words to say: no words on
      *>                          the row, an unresolved & reference,
      *>                          or a number the range check or the
      *>                          position rules must judge).
      *>   9586-FIND-KEY          PW-NAME and PW-KEYS in; PW-KEY-FOUND.
      *>   9588-CHECK-WORD-LIST   PW-WORDS in; PW-LIST-FAULT blank
      *>                          when well formed, pw-word-count the
      *>                          number of words.
       01 PW-TOKEN PIC X(40).
       01 PW-NAME  PIC X(20).
       01 PW-VALUE PIC X(40).
       01 PW-WORDS PIC X(60).
       01 PW-KEYS  PIC X(60).
       01 PW-KEYWORD-FORM PIC X VALUE "N".
           88 PW-IS-KEYWORD VALUE "Y".
       01 PW-RANGE-GIVEN PIC X VALUE "N".
           88 PW-HAS-RANGE VALUE "Y".
       01 PW-VERDICT PIC X.
           88 PW-VALUE-ALLOWED     VALUE "Y".
           88 PW-VALUE-REFUSED     VALUE "N".
           88 PW-VALUE-NOT-JUDGED  VALUE "-".
       01 PW-KEY-FOUND PIC X.
           88 PW-KEY-IS-REGISTERED VALUE "Y".
       01 PW-LIST-FAULT PIC X(40).
       01 pw-word-count PIC 9(2) BINARY.
      *> Scanning scratch.
       01 PW-LIST PIC X(60).
       01 PW-WORD PIC X(60).
       01 PW-TARGET PIC X(40).
       01 PW-LIST-MATCH PIC X.
           88 PW-LIST-HAS-TARGET VALUE "Y".
       01 PW-PATTERN-SWITCH PIC X.
           88 PW-MATCH-PATTERNS VALUE "Y".
       01 pw-scan-pos PIC 9(3) BINARY.
       01 pw-word-len PIC 9(3) BINARY.
       01 pw-value-len PIC 9(3) BINARY.
       01 pw-char-pos PIC 9(3) BINARY.
       01 pw-eq-count PIC 9(2) BINARY.
