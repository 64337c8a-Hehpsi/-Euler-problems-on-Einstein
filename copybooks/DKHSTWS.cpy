      *> not an argument. DECK-HISTORY is the reader. Records are
      *> told apart by DH-RECORD-TYPE; on a SUB record the card
      *> number carries the card count and the parameter columns the
      *> submission's wall-clock stamp. DH-PUNCHED-PARMS carries the
      *> parameter string as the card punched it - continuations
      *> spliced but any "@NAME" preset reference not yet expanded -
      *> and DH-MEMBER the DECKLIB member the card came in from,
      *> blank for a card punched on RUNCARDS itself, so DECK-DIFF can
      *> tell a card someone edited from one whose preset or member
      *> changed underneath it. Both are blank on history filed before
      *> they existed. DH-STEP-ID is the step-id the card last
      *> launched under (or, for an already-complete card, the one its
      *> earlier run logged) - the key its STEPLOG and RESULTLOG
      *> records carry - blank for a card that never launched.
      *> DH-CALENDAR is the CALLIB calendar the card's BP-CALENDAR
      *> column named, blank for a card on the flat HOLCAL list and
      *> on history filed before the column existed.
       01 DECK-HISTORY-RECORD.
           05 DH-RECORD-TYPE PIC X(04).
               88 DH-SUBMISSION VALUE "SUB".
           05 DH-PROBLEM-ID  PIC X(30).
           05 FILLER         PIC X(01).
           05 DH-PARMS       PIC X(250).
           05 FILLER         PIC X(01).
           05 DH-PUNCHED-PARMS PIC X(250).
           05 FILLER         PIC X(01).
           05 DH-MEMBER      PIC X(30).
           05 FILLER         PIC X(01).
           05 DH-STEP-ID     PIC X(19).
           05 FILLER         PIC X(01).
           05 DH-CALENDAR    PIC X(08).
