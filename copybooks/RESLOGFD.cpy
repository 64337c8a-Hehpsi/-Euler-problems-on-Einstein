      *> populated working copy in before writing it. See RESLOGSL for
      *> how the whole set of results-log copybooks fits together.
       FD  RESULTS-LOG-FILE.
       01  RESULTS-LOG-RECORD  PIC X(294).
