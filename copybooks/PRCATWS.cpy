      *> existed read blank and stay effective forever, unchanged.
           05 PC-EFFECTIVE-FROM PIC X(08).
           05 PC-EFFECTIVE-TO   PIC X(08).
      *> Allowed words (columns 163-222): for a parameter that takes
      *> words rather than numbers, the words it accepts, separated
      *> by blanks - "Y N" for a flag, "EXACT JOINT" for a mode. A
      *> word ending in a lower-case n stands for its leading part
      *> followed by one or more digits, so "EXACT-n" admits EXACT-3
      *> and refuses EXACT-Q. A non-numeric value not among the words
      *> is refused; a numeric value still answers to MIN/MAX.
      *> PC-KEYWORD-ONLY (column 223) set to K keeps a row out of the
      *> positional ordinal count - for a parameter whose argument
      *> position moves with a mode marker, and so can only be judged
      *> reliably when it arrives as NAME=VALUE.
      *> One row per program may carry *KEYS as its parameter name:
      *> its allowed-words column then lists the keyword names the
      *> program registers in SYSIN-KEY, in slot order. A NAME=VALUE
      *> parameter naming anything else is refused at submission; a
      *> program with no *KEYS row has its keyword names waived. The
      *> shared judging routines are in PWORDWS/PWORDPR.
           05 PC-ALLOWED-WORDS  PIC X(60).
           05 PC-KEYWORD-ONLY   PIC X(01).
               88 PC-ROW-IS-KEYWORD-ONLY VALUE "K".
