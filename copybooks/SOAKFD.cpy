      *> SOAKFD - FD and record layout for the soak verdict log.
      *> SOAK-LOG-RECORD is a flat area sized to match SOAK-LOG-WORK
      *> in SOAKWS, the same way ALRTFD/ALRTWS build the exception
      *> record. See SOAKSL for how the set fits together.
       FD  SOAK-LOG-FILE.
       01  SOAK-LOG-RECORD  PIC X(120).
