           05 RL-RUN-ID          PIC X(14) VALUE SPACES.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 RL-STEP-ID         PIC X(19) VALUE SPACES.
      *> A record PROBLEM-RUNNER served from the CERTREG registry
      *> instead of launching the program carries CERTREG here and
      *> the date the pair was certified; a program's own record
      *> leaves both blank. Appended at the tail like the ids above.
      *> LARGEST-PRIME-FACTOR marks an answer it took from its
      *> FACTKNOWN store rather than factoring with FKNOWN (the
      *> program did run, so no certification date goes with it).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 RL-SERVED-FROM     PIC X(07) VALUE SPACES.
               88 RL-SERVED-FROM-CERTREG VALUE "CERTREG".
               88 RL-SERVED-FROM-FACTKNOWN VALUE "FKNOWN".
           05 FILLER             PIC X(01) VALUE SPACE.
           05 RL-CERT-DATE       PIC X(08) VALUE SPACES.

      *> Scratch fields 9010-COMPUTE-ELAPSED (RESLOGPR/RESLOGPP) uses to
      *> turn the HHMMSS portion of RL-START-TIME/RL-TIMESTAMP into a
