               88 SL-STEP-OK     VALUE "OK".
               88 SL-STEP-FAILED VALUE "FAIL".
               88 SL-STEP-TIMED-OUT VALUE "TIMEOUT".
      *> A card whose run condition judged false - passed over, not
      *> launched, and satisfying its dependents as a pass-over does.
               88 SL-STEP-CONDITION-FALSE VALUE "CONDFALS".
      *> A card whose awaited file never arrived by its deadline.
               88 SL-STEP-NO-ARRIVAL VALUE "NOFILE".
      *> A card carried over ahead of the cutoff because the
      *> projection showed the deck missing it.
               88 SL-STEP-SHED VALUE "SHED".
      *> A card on a deck refused at pre-flight: PREFLT when the
      *> card broke a pre-flight check itself, DECKREJ when it was
      *> clean and went down with the rest of the deck. Neither
      *> launched anything.
               88 SL-STEP-PREFLIGHT-FAILED VALUE "PREFLT".
               88 SL-STEP-DECK-REFUSED VALUE "DECKREJ".
      *> A card satisfied from its CERTREG certified answer instead
      *> of being launched - it completed, with nothing run.
               88 SL-STEP-REUSED VALUE "REUSED".
      *> Run/step correlation: the deck's run-id and this card's
      *> step-id, the same identifiers 9000-LOG-RESULT stamps on
      *> RESULTLOG, so one night's records join on a key instead of
      *> stale binary's runs are identifiable in the audit trail.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 SL-VERSION      PIC X(08) VALUE SPACES.
      *> For a card that awaited a file (BP-AWAIT-FILE): when the
      *> runner found it arrived (YYYYMMDDHHMMSS, blank if it never
      *> did) and how many seconds the card waited for it. Records
      *> from before these fields, and cards that awaited nothing,
      *> carry blanks and zero.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 SL-ARRIVAL-TIME PIC X(14) VALUE SPACES.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 SL-AWAIT-SECS   PIC 9(06) VALUE ZERO.
      *> The REQUEST-GATEWAY request id the card was punched under
      *> (blank for a standing-deck card), so a requestor's request
      *> can be followed from REQTRACK onto the step that ran it.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 SL-REQUEST-ID   PIC X(14) VALUE SPACES.
