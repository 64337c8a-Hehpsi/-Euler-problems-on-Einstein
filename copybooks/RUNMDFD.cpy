      *> RUNMDFD - FD and record layout for the runtime model.
      *> RUN-MODEL-RECORD is a flat area sized to match RUN-MODEL-WORK
      *> in RUNMDWS; the writer moves the populated working copy in
      *> before writing it. See RUNMDSL for how the whole set of
      *> copybooks fits together.
       FD  RUN-MODEL-FILE.
       01  RUN-MODEL-RECORD PIC X(120).
