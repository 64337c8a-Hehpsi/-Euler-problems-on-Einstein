      *> REQTKWS - WORKING-STORAGE fields for the request-tracking
      *> event log. The writer moves the request id, the event word
      *> and whatever it knows of the rest before PERFORM
      *> 9610-LOG-REQUEST-EVENT, which stamps RT-TIMESTAMP and
      *> appends the record. RT-DETAIL carries the event's own
      *> particulars: the rejection reason, the card number punched,
      *> why a card was held or carried over, the delivery file an
      *> answer went out in. RT-STEP-ID is the runner's step-id where
      *> the event concerns a step (a DELIVERED event names the step
      *> whose answer was delivered, since RESULTLOG carries no
      *> request id of its own). See REQTKSL for how the whole set
      *> fits together.
       01 REQUEST-TRACK-DSN PIC X(30) VALUE "REQTRACK".
       01 REQUEST-TRACK-STATUS PIC XX VALUE SPACES.
       01 REQUEST-TRACK-WORK.
           05 RT-REQUEST-ID   PIC X(14) VALUE SPACES.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 RT-EVENT        PIC X(09) VALUE SPACES.
               88 RT-RECEIVED  VALUE "RECEIVED".
               88 RT-ACCEPTED  VALUE "ACCEPTED".
               88 RT-REJECTED  VALUE "REJECTED".
               88 RT-CARDED    VALUE "CARDED".
               88 RT-HELD      VALUE "HELD".
               88 RT-RELEASED  VALUE "RELEASED".
               88 RT-CARRIED   VALUE "CARRIED".
               88 RT-DELIVERED VALUE "DELIVERED".
           05 FILLER          PIC X(01) VALUE SPACE.
           05 RT-TIMESTAMP    PIC X(14) VALUE SPACES.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 RT-REQUESTOR-ID PIC X(10) VALUE SPACES.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 RT-PROBLEM-ID   PIC X(30) VALUE SPACES.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 RT-NEEDED-BY    PIC X(08) VALUE SPACES.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 RT-STEP-ID      PIC X(19) VALUE SPACES.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 RT-DETAIL       PIC X(60) VALUE SPACES.
           05 FILLER          PIC X(09) VALUE SPACES.
