      *> INCIDFD - FDs for the incident master and the escalation
      *> list; the record layouts are in INCIDWS. See INCIDSL for how
      *> the whole set fits together.
       FD  INCIDENT-FILE.
       01  INCIDENT-REC PIC X(260).
       FD  ESCALATE-FILE.
       01  ESCALATE-REC PIC X(50).
