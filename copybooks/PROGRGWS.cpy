      *> tour. An absent PROGREG keeps the compiled-in lists - a
      *> machine that never heard of the registry behaves exactly as
      *> before.
      *> PG-MEMORY-WEIGHT (columns 43-48) is the program's working
      *> storage in whole megabytes - its tables are allocated in
      *> full whatever mode a card runs it in, so the weight is the
      *> program's, not the card's. PROBLEM-RUNNER and DECK-PLANNER
      *> hold a concurrent wave's combined weight within the *MEMORY
      *> budget. A blank column (every registry written before the
      *> column existed) keeps the compiled-in figure, which is zero
      *> for all but the big-table programs.
       01 PROGRAM-REGISTRY-RECORD.
           05 PG-PROGRAM-ID  PIC X(25).
           05 FILLER         PIC X(01).
           05 PG-SHARED-FILE PIC X(10).
           05 FILLER         PIC X(01).
           05 PG-CHECK-CODE  PIC X(04).
           05 FILLER         PIC X(01).
           05 PG-MEMORY-WEIGHT PIC X(06).
