      *> Cards with an equals sign are keyword form - PARM-NAME=VALUE,
      *> one per card, any order, as many cards as needed, values up
      *> to the slot's full width - matched against the parameter
      *> names the program registers in SYSIN-KEY(1)-(6) before
      *> PERFORM 9300-GET-PARAMETERS; a keyword left off falls back
      *> to the default the program registered in SYSIN-DEFAULT, so
      *> setting parameter five no longer means counting columns for
      *> 9320-GET-ARGUMENT then reads from SYSIN-PARM instead of
      *> ARGUMENT-VALUE for the rest of the run. See SYSINSL for how
      *> the whole set of SYSIN copybooks fits together.
      *> Keyword form carries a sixth slot, for the program whose
      *> parameter list has outgrown the five an 80-column
      *> positional card can hold; the positional card itself stays
      *> five 18-character slots, so parameter six is keyword-only.
       01 SYSIN-DSN PIC X(30) VALUE "SYSIN".
       01 SYSIN-STATUS PIC XX VALUE SPACES.
       01 SYSIN-MODE   PIC X  VALUE "N".
       01 SYSIN-KEYWORD-FORM PIC X VALUE "N".
           88 SYSIN-KEYWORDS-ON VALUE "Y".
       01 SYSIN-CARD.
           05 SYSIN-PARM PIC X(80) OCCURS 6 TIMES.
       01 SYSIN-KEYS.
           05 SYSIN-KEY PIC X(20) OCCURS 6 TIMES.
       01 SYSIN-DEFAULTS.
           05 SYSIN-DEFAULT PIC X(18) OCCURS 6 TIMES.
       01 SYSIN-POSITIONAL-CARD.
           05 SYSIN-POS-PARM PIC X(18) OCCURS 5 TIMES.
       01 SYSIN-IDX     PIC 9 BINARY.
