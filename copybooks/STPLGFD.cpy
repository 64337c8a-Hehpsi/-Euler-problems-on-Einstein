      *> RESLOGWS build the results-log record. See STPLGSL for how
      *> the whole set of step-log copybooks fits together.
       FD  STEP-LOG-FILE.
       01  STEP-LOG-RECORD  PIC X(245).
