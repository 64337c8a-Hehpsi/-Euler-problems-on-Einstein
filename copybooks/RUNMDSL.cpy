      *> RUNMDSL - FILE-CONTROL entry for the parameter-sensitive
      *> runtime model. COPY this into FILE-CONTROL, RUNMDFD into
      *> FILE SECTION, RUNMDWS into WORKING-STORAGE, and RUNMDPR at
      *> the point the 9500 routines belong. RUNTIME-PROFILE rebuilds
      *> RUNMODEL from the RESULTLOG history every time it runs;
      *> PROBLEM-RUNNER's deck budget and DECK-PLANNER price each card
      *> from it. Like PROBCAT it is reference data, opened by its
      *> bare name in every region.
           SELECT RUN-MODEL-FILE ASSIGN TO "RUNMODEL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-MODEL-STATUS.
