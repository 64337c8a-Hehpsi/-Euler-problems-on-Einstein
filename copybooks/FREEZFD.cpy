      *> FREEZFD - FD for the change-freeze windows file; the record
      *> layout is FREEZE-WINDOW-RECORD in FREEZWS. See FREEZSL for
      *> how the whole set fits together.
       FD  FREEZE-FILE.
       01  FREEZE-REC PIC X(170).
