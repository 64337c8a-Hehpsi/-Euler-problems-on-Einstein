      *> card boundary. A continuation card may itself be marked "C",
      *> up to the 250-character logical limit PROBLEM-RUNNER holds
      *> per step.
      *> BP-CONDITION (columns 157-216) makes the card's run depend
      *> on a prior step's outcome: CHANGED <step> runs it only when
      *> that step's answer differs from the one its previous run
      *> logged, ABOVE <step> <n> and BELOW <step> <n> only when that
      *> step's latest answer is above or below n, and FAILED <step>
      *> only when that step failed tonight. PROBLEM-RUNNER judges it
      *> once the card's dependencies clear and the named step has
      *> settled; a false condition passes the card over with the
      *> CONDITION-FALSE state, which - like a calendar pass-over -
      *> satisfies the cards that depend on it. A blank column (every
      *> deck punched before the column existed) runs unconditionally.
      *> The parameter text may also carry a reference to an earlier
      *> card's result in place of a punched value: &<step>.ANSWER
      *> stands for that step's answer tonight (a spilled answer in
      *> full) and &<step>.EFFECTIVE(<key>) for the <key>= value in
      *> its effective-parameter echo, both read off its RESULTLOG
      *> record. The nearest earlier card of that name is meant, and
      *> the reference makes it a prerequisite like a depends-on
      *> name. PROBLEM-RUNNER substitutes the value just before
      *> launch and range-checks it against PROBCAT like a punched
      *> one; the resolved string is what STEPLOG and DECKHIST keep.
      *> BP-AWAIT-FILE (columns 217-246) names a dataset the card's
      *> input arrives in - a re-extract's feed, a FACTORQ drop that
      *> lands at 01:30 one night and 03:00 the next. Once the card
      *> is otherwise ready PROBLEM-RUNNER holds it, the way a
      *> RUNHOLDS hold does, until that dataset (region prefix
      *> applied) exists and has stopped growing; a card still
      *> waiting at the cutoff carries over like any other. An
      *> optional BP-AWAIT-DEADLINE (columns 247-250, HHMM) gives up
      *> sooner: past it the card is skipped with a NOFILE record on
      *> STEPLOG. The wait and the arrival time go on the card's
      *> STEPLOG record, and a waiting card shows on DECKSTAT. A
      *> blank column runs the card without waiting.
      *> BP-PRIORITY (column 251) ranks the card 1 (critical) through
      *> 5 (discretionary). PROBLEM-RUNNER launches runnable cards in
      *> priority order within each wave, and when its projection of
      *> the pending work shows the deck missing *CUTOFF it carries
      *> over the lowest-priority cards first, while there is still
      *> time, logging the projection behind each one. A card's
      *> prerequisites are ranked at least as high as the card itself,
      *> so the month-end billing card's feeder is never shed ahead
      *> of a research sweep. A blank column ranks the card 3.
      *> BP-REUSE (column 252) lets PROBLEM-RUNNER satisfy the card
      *> from the CERTREG certified-answer registry instead of
      *> launching it, once its program-plus-effective-parms pair is
      *> CERTIFIED there: Y allows it, N forbids it even under a
      *> deck-wide *REUSE card, and a blank column (every deck
      *> punched before the column existed) follows *REUSE. A served
      *> card writes an ordinary RESULTLOG record flagged as served,
      *> and a sample of servable cards still runs for real each
      *> night so the certification keeps being exercised.
      *> BP-REQUEST-ID (columns 253-266) is the id REQUEST-GATEWAY
      *> gave the request the card was punched from (RQ, the intake
      *> date, a four-digit serial). PROBLEM-RUNNER carries it onto
      *> the card's STEPLOG record, onto REQTRACK when the card is
      *> held or carried over, and onto the carried-over card itself,
      *> so the request stays traceable from intake to delivery. A
      *> blank column (every standing-deck card) tracks nothing.
       01 BATCH-PARM-RECORD.
           05 BP-PROBLEM-ID   PIC X(30).
           05 BP-PARM-VALUE   PIC X(50).
               88 BP-CONTINUED VALUE "C".
           05 BP-MAX-ELAPSED  PIC X(06).
           05 BP-CALENDAR     PIC X(08).
           05 BP-CONDITION    PIC X(60).
           05 BP-AWAIT-FILE     PIC X(30).
           05 BP-AWAIT-DEADLINE PIC X(04).
           05 BP-PRIORITY       PIC X(01).
           05 BP-REUSE          PIC X(01).
               88 BP-REUSE-ALLOWED VALUE "Y".
               88 BP-REUSE-NEVER   VALUE "N".
           05 BP-REQUEST-ID     PIC X(14).
