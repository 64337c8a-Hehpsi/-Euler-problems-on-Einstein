      *> FKNOWSL - FILE-CONTROL entry for the keyed factorization
      *> store (FACTKNOWN). Every N LARGEST-PRIME-FACTOR has ever
      *> fully factored is kept here keyed on N with its complete
      *> FACTOR-TABLE decomposition, so a number resubmitted week
      *> after week is answered straight off the file instead of
      *> paying again for trial division, Miller-Rabin, and rho.
      *> COPY this into FILE-CONTROL, FKNOWFD into FILE SECTION,
      *> FKNOWWS into WORKING-STORAGE, and FKNOWPR (SECTION-based
      *> programs) or FKNOWPP (plain-paragraph programs) with the
      *> other shared routines. The store rides the same protection
      *> as the prime cache: the lock is held from open to close,
      *> the live copy is never written in place (additions go to a
      *> "<name>.NEW" copy that 9860-ROTATE-GENERATIONS puts into
      *> place and seals), and FACTOR-AUDIT multiplies every entry
      *> back out to its key on a schedule.
           SELECT FACT-KNOWN-FILE ASSIGN USING FACT-KNOWN-DSN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FK-NUMBER
               FILE STATUS IS FACT-KNOWN-STATUS.
