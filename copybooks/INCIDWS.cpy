      *> INCIDWS - WORKING-STORAGE for the incident master and the
      *> escalation list. INCIDENT holds two kinds of record, each
      *> held in its table here laid out as it is on file:
      *>
      *>   I  one per incident - its number, severity and state
      *>      (OPEN, ACKED or CLOSED), the owning group ALERTCFG gave
      *>      the reason, the program/reason pair and the first
      *>      offending value, when it opened and when its latest
      *>      alert came in, how many alerts it has taken, who
      *>      acknowledged and closed it and when, and the contact
      *>      it now sits with (level 1 is the head of the group's
      *>      escalation list) and since when
      *>   N  one per note against an incident - operators'
      *>      annotations, and the escalations, which note
      *>      themselves
      *>
      *> ESCALATE lists, per owning group, the contacts in the order
      *> they are called:
      *>
      *>   columns  1-20   owning group, or "*" for the list used by
      *>                   any group without one of its own
      *>   columns 22-23   level, 01 upwards
      *>   columns 25-44   contact
      *>
      *> An incident not acknowledged within its severity's limit
      *> (INC-ACK-LIMIT-CRIT or INC-ACK-LIMIT-HIGH minutes since it
      *> reached its present contact) goes to the next level.
      *>
      *> Caller protocol: 9670-LOAD-INCIDENTS takes the lock on
      *> INCIDENT and loads both files; the caller then works on the
      *> tables and finishes with 9675-SAVE-INCIDENTS (writes the
      *> file through a generation save and releases the lock) or
      *> 9678-RELEASE-INCIDENTS (releases it, nothing written).
      *> 9680-FIND-PAIR looks up the live incident of
      *> INC-WANT-PROGRAM/INC-WANT-REASON, 9682-FIND-NUMBER the
      *> incident numbered INC-WANT-NUMBER (inc-hit, 0 when none);
      *> 9684-ADD-NOTE files INC-NOTE-TEXT by INC-NOTE-BY against
      *> incident inc-hit; 9686-FIND-CONTACT gives the contact at
      *> INC-WANT-LEVEL of INC-WANT-GROUP's list in
      *> INC-CONTACT-FOUND (spaces past the end of the list);
      *> 9688-STAMP-MINUTES turns the YYYYMMDDHHMMSS stamp in
      *> INC-STAMP into minutes in inc-stamp-minutes.
       01 INCIDENT-DSN PIC X(30) VALUE "INCIDENT".
       01 INCIDENT-STATUS PIC XX VALUE SPACES.
       01 ESCALATE-STATUS PIC XX VALUE SPACES.
       01 INC-ACK-LIMIT-CRIT PIC 9(4) BINARY VALUE 15.
       01 INC-ACK-LIMIT-HIGH PIC 9(4) BINARY VALUE 60.

       01 INC-TABLE-MAX PIC 9(4) BINARY VALUE 500.
       01 inc-count PIC 9(4) BINARY VALUE ZERO.
       01 INC-TABLE.
           05 INC-ENTRY OCCURS 500 TIMES.
               10 IC-TYPE          PIC X(01).
               10 FILLER           PIC X(01).
               10 IC-NUMBER        PIC 9(06).
               10 FILLER           PIC X(01).
               10 IC-SEVERITY      PIC X(01).
               10 FILLER           PIC X(01).
               10 IC-STATE         PIC X(06).
                   88 IC-IS-OPEN   VALUE "OPEN".
                   88 IC-IS-ACKED  VALUE "ACKED".
                   88 IC-IS-CLOSED VALUE "CLOSED".
                   88 IC-IS-LIVE   VALUE "OPEN" "ACKED".
               10 FILLER           PIC X(01).
               10 IC-GROUP         PIC X(20).
               10 FILLER           PIC X(01).
               10 IC-PROGRAM       PIC X(25).
               10 FILLER           PIC X(01).
               10 IC-REASON        PIC X(20).
               10 FILLER           PIC X(01).
               10 IC-FIRST-VALUE   PIC X(36).
               10 FILLER           PIC X(01).
               10 IC-OPENED        PIC X(14).
               10 FILLER           PIC X(01).
               10 IC-LAST-ALERT    PIC X(14).
               10 FILLER           PIC X(01).
               10 IC-ALERTS        PIC 9(05).
               10 FILLER           PIC X(01).
               10 IC-ACKED         PIC X(14).
               10 FILLER           PIC X(01).
               10 IC-ACKED-BY      PIC X(10).
               10 FILLER           PIC X(01).
               10 IC-CLOSED        PIC X(14).
               10 FILLER           PIC X(01).
               10 IC-CLOSED-BY     PIC X(10).
               10 FILLER           PIC X(01).
               10 IC-LEVEL         PIC 9(02).
               10 FILLER           PIC X(01).
               10 IC-CONTACT       PIC X(20).
               10 FILLER           PIC X(01).
               10 IC-CONTACTED     PIC X(14).
               10 FILLER           PIC X(01).
               10 IC-NOTES         PIC 9(03).
       01 inc-idx PIC 9(4) BINARY.
       01 inc-hit PIC 9(4) BINARY VALUE ZERO.
       01 inc-next-number PIC 9(6) VALUE 1.

       01 INC-NOTE-TABLE-MAX PIC 9(4) BINARY VALUE 3000.
       01 inc-note-count PIC 9(4) BINARY VALUE ZERO.
       01 INC-NOTE-TABLE.
           05 INC-NOTE-ENTRY OCCURS 3000 TIMES.
               10 IN-TYPE          PIC X(01).
               10 FILLER           PIC X(01).
               10 IN-NUMBER        PIC 9(06).
               10 FILLER           PIC X(01).
               10 IN-WHEN          PIC X(14).
               10 FILLER           PIC X(01).
               10 IN-BY            PIC X(10).
               10 FILLER           PIC X(01).
               10 IN-TEXT          PIC X(70).
       01 inc-note-idx PIC 9(4) BINARY.

       01 ESCALATE-RECORD.
           05 EL-GROUP   PIC X(20) VALUE SPACES.
           05 FILLER     PIC X(01) VALUE SPACE.
           05 EL-LEVEL   PIC X(02) VALUE SPACES.
           05 FILLER     PIC X(01) VALUE SPACE.
           05 EL-CONTACT PIC X(20) VALUE SPACES.
       01 ESC-TABLE-MAX PIC 9(4) BINARY VALUE 100.
       01 esc-count PIC 9(4) BINARY VALUE ZERO.
       01 ESC-TABLE.
           05 ESC-ENTRY OCCURS 100 TIMES.
               10 ET-GROUP   PIC X(20).
               10 ET-LEVEL   PIC 9(02).
               10 ET-CONTACT PIC X(20).
       01 esc-idx PIC 9(4) BINARY.

       01 INC-WANT-PROGRAM PIC X(25).
       01 INC-WANT-REASON PIC X(20).
       01 INC-WANT-NUMBER PIC 9(6).
       01 INC-WANT-GROUP PIC X(20).
       01 INC-WANT-LEVEL PIC 9(2).
       01 INC-CONTACT-FOUND PIC X(20).
       01 INC-OWN-LIST PIC X.
      *> 9680-FIND-PAIR also gives the latest alert any incident of
      *> the pair has taken, live or closed, so a second pass over
      *> the same ALERTLOG does not take the same alerts twice.
       01 INC-PAIR-LAST-ALERT PIC X(14).
       01 INC-NOTE-BY PIC X(10).
       01 INC-NOTE-TEXT PIC X(70).
       01 INC-STAMP PIC X(14).
       01 inc-stamp-minutes PIC 9(12) BINARY.
       01 INC-TABLES-FULL PIC X VALUE "N".
           88 INC-TABLES-OVERFLOWED VALUE "Y".
