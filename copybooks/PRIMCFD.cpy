      *> PRIMCFD - FDs and record layouts for the shared prime cache:
      *> the legacy flat file (kept only so an old cache can be
      *> migrated), the directory, and the segment files. The
      *> directory's first record is the header; a store that has
      *> been re-segmented follows it with one BAND record per
      *> segment but the last, giving the segment's top value (see
      *> PRIME-BAND-TABLE in PRIMCWS). See PRIMCSL for how the whole
      *> set fits together.
       FD  PRIME-CACHE-FILE.
       01  PRIME-CACHE-REC PIC 9(18).
       FD  PRIME-DIR-FILE.
           05 PD-CEILING   PIC 9(18).
           05 FILLER       PIC X.
           05 PD-SEG-COUNT PIC 9(4).
       01  PRIME-BAND-REC.
           05 PB-TAG       PIC X(4).
           05 FILLER       PIC X.
           05 PB-SEG       PIC 9(4).
           05 FILLER       PIC X.
           05 PB-HIGH      PIC 9(18).
       FD  PRIME-SEG-FILE.
       01  PRIME-SEG-REC PIC 9(18).
