      *> DKPLNWS - shared record layout for the filed deck projection.
      *> Each DECK-PLANNER run writes its projection for the run-date
      *> to the dated "DECKPLAN.D<yyyymmdd>" file (a later run the same
      *> day replaces it - the last projection is the plan of record):
      *> one PLAN header record, then one CARD record per deck entry in
      *> deck order with the planner's state for it (R projected to
      *> run, O passed over by the calendar, S unsatisfiable
      *> dependencies), its simulated wave, projected start and end,
      *> the seconds it was costed at, whether it was the critical
      *> (longest) member of its wave, and where its cost came from
      *> (B the RUNMODEL band its parameters fall in, Y its program's
      *> PROBCAT typical elapsed for want of band history, N the
      *> default). Start
      *> and end are seconds from midnight of DP-BASE-DATE, the day the
      *> projection was made, running past 86400 when the deck crosses
      *> midnight. On the PLAN record the card number carries the card
      *> count, the wave the wave count, and start and end the
      *> projected submit and deck-end times. PLAN-ACTUAL is the
      *> reader.
       01 DECK-PLAN-RECORD.
           05 DP-RECORD-TYPE PIC X(04).
               88 DP-PLAN-HEADER VALUE "PLAN".
               88 DP-CARD-ENTRY  VALUE "CARD".
           05 FILLER         PIC X(01).
           05 DP-CARD-NUMBER PIC 9(04).
           05 FILLER         PIC X(01).
           05 DP-PROBLEM-ID  PIC X(30).
           05 FILLER         PIC X(01).
           05 DP-STATE       PIC X(01).
               88 DP-PROJECTED-TO-RUN VALUE "R".
           05 FILLER         PIC X(01).
           05 DP-WAVE        PIC 9(04).
           05 FILLER         PIC X(01).
           05 DP-START-SECS  PIC 9(06).
           05 FILLER         PIC X(01).
           05 DP-END-SECS    PIC 9(06).
           05 FILLER         PIC X(01).
           05 DP-SECONDS     PIC 9(06).
           05 FILLER         PIC X(01).
           05 DP-CRITICAL    PIC X(01).
               88 DP-ON-CRITICAL-PATH VALUE "C".
           05 FILLER         PIC X(01).
           05 DP-ESTIMATED   PIC X(01).
               88 DP-COSTED-FROM-RUNMODEL VALUE "B".
               88 DP-COSTED-FROM-CATALOG VALUE "Y".
           05 FILLER         PIC X(01).
           05 DP-BASE-DATE   PIC X(08).
           05 FILLER         PIC X(01).
           05 DP-PLANNED-AT  PIC X(14).
