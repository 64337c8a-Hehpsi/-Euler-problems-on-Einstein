      *> DKXCTWS - shared layout of a DECKXACT deck-maintenance
      *> transaction line (see DECK-MAINT, which applies them):
      *> columns 1-6 the action word, 7-272 a full run card laid out
      *> as on RUNCARDS (see BPARMWS), 273-282 the user-id making the
      *> change, 283-288 BEFORE or AFTER, 289-326 the anchor card's
      *> problem-id and run-date, 327-328 which occurrence of the
      *> card's key is meant (blank when the key is unique), and, for
      *> a change made while a FREEZE window is in force (see
      *> FREEZWS), EMERGENCY in 329-337 and the countersigning
      *> override user-id in 338-347. The card image is the whole
      *> 266-column card, request-id columns included, so a change
      *> to a REQUEST-GATEWAY card keeps its request id.
      *> RETRY-CAPS punches its recommendations in this layout for
      *> review, with the user-id left blank for whoever signs them.
       01 XACT-WORK.
           05 CX-ACTION PIC X(6).
               88 CX-ADD    VALUE "ADD".
               88 CX-CHANGE VALUE "CHANGE".
               88 CX-DELETE VALUE "DELETE".
               88 CX-MOVE   VALUE "MOVE".
               88 CX-CONT   VALUE "CONT".
           05 CX-CARD-IMAGE PIC X(266).
           05 CX-USER-ID PIC X(10).
           05 CX-POSITION PIC X(6).
               88 CX-BEFORE VALUE "BEFORE".
               88 CX-AFTER  VALUE "AFTER".
           05 CX-ANCHOR-ID PIC X(30).
           05 CX-ANCHOR-DATE PIC X(8).
           05 CX-OCCURRENCE PIC X(2).
           05 CX-EMERGENCY PIC X(9).
           05 CX-OVERRIDE-USER PIC X(10).
