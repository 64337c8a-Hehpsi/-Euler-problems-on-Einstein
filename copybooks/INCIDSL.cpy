      *> INCIDSL - FILE-CONTROL entries for the incident master and
      *> the escalation list. INCIDENT (region-prefixed) carries one
      *> record per incident opened off a critical or high alert,
      *> plus the operators' notes against it; ESCALATE, like
      *> ALERTCFG, is the same in every region and is opened by its
      *> bare name. COPY this into FILE-CONTROL, INCIDFD into FILE
      *> SECTION, INCIDWS into WORKING-STORAGE, and INCIDPR at the
      *> point the 9670 routines belong. The set leans on the lock
      *> (LOCKSL..LOCKPR), generation-save (GENSVWS/GENSVPR) and
      *> region (REGCFSL..REGCFPR) sets, and on RESLOGWS for
      *> RL-PROGRAM-ID, so a program using it COPYs those as well.
           SELECT INCIDENT-FILE ASSIGN USING INCIDENT-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INCIDENT-STATUS.
           SELECT ESCALATE-FILE ASSIGN TO "ESCALATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESCALATE-STATUS.
