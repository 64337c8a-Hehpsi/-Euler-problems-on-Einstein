      *> REQTKFD - FD and record layout for the request-tracking
      *> event log. REQUEST-TRACK-RECORD is a flat area sized to
      *> match REQUEST-TRACK-WORK in REQTKWS; 9610-LOG-REQUEST-EVENT
      *> moves the populated working copy in before writing it, the
      *> same way ALRTFD/ALRTWS build the exception-log record. See
      *> REQTKSL for how the whole set fits together.
       FD  REQUEST-TRACK-FILE.
       01  REQUEST-TRACK-RECORD  PIC X(180).
