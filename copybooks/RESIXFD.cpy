      *> RIX-RECORD-IMAGE carries the journal record exactly as
      *> RESULTLOG holds it, so a reader MOVEs it straight into
      *> RESULTS-LOG-WORK and every existing field reference keeps
      *> working. The image grew from 277 to 294 bytes when the
      *> CERTREG serving fields were appended to the RESULTLOG tail;
      *> a master built before that no longer opens in this layout
      *> (its readers fall back to the journal scan, which may not
      *> hold the archived history), so it is converted once with
      *> RESULTS-MIGRATE REBUILD, which unloads the old master to
      *> "<RESULTIX>.UNLOAD" and reloads it here with each image
      *> padded with spaces. See RESIXSL for how the set fits
      *> together.
       FD  RESULTS-IX-FILE.
       01  RESULTS-IX-RECORD.
           05 RIX-KEY.
               10 RIX-PROGRAM-ID PIC X(25).
               10 RIX-TIMESTAMP  PIC X(21).
               10 RIX-SEQ        PIC 9(3).
           05 RIX-RECORD-IMAGE   PIC X(294).
