      *> STRSCFD - FD and record layout for the step resource-
      *> accounting file. STEP-RSRC-RECORD is a flat area sized to
      *> match STEP-RSRC-WORK in STRSCWS; the writer moves the
      *> populated working copy in before writing it, the same way
      *> STPLGFD/STPLGWS build the step-log record. See STRSCSL for
      *> how the whole set of copybooks fits together.
       FD  STEP-RSRC-FILE.
       01  STEP-RSRC-RECORD  PIC X(138).
