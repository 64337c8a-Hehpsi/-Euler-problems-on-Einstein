      *> STRSCWS - WORKING-STORAGE fields for the step resource-
      *> accounting file. One record per launched attempt: the
      *> run-date, run-id and step-id exactly as on the attempt's
      *> STEPLOG record (SL-RUN-DATE, SL-RUN-ID, SL-STEP-ID), the
      *> attempt number (0 for the first launch, n for RETRY n), the
      *> program and requestor, then what the step consumed as the
      *> step timer reported it: user and system CPU seconds (to the
      *> hundredth, implied decimal point), peak resident memory in
      *> kilobytes, and file-system blocks read and written. See
      *> STRSCSL for how the whole set of copybooks fits together.
       01 STEP-RSRC-DSN PIC X(30) VALUE "STEPRSRC".
       01 STEP-RSRC-STATUS PIC XX VALUE SPACES.
       01 STEP-RSRC-WORK.
           05 SR-RUN-DATE     PIC X(08) VALUE SPACES.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 SR-RUN-ID       PIC X(14) VALUE SPACES.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 SR-STEP-ID      PIC X(19) VALUE SPACES.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 SR-ATTEMPT      PIC 9(02) VALUE ZERO.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 SR-PROBLEM-ID   PIC X(30) VALUE SPACES.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 SR-REQUESTOR-ID PIC X(10) VALUE SPACES.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 SR-USER-CPU     PIC 9(07)V99 VALUE ZERO.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 SR-SYSTEM-CPU   PIC 9(07)V99 VALUE ZERO.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 SR-PEAK-RSS-KB  PIC 9(09) VALUE ZERO.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 SR-BLOCKS-IN    PIC 9(09) VALUE ZERO.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 SR-BLOCKS-OUT   PIC 9(09) VALUE ZERO.
