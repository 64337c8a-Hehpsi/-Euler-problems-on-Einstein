      *> DRMANWS - the disaster-recovery bundle manifest line, shared
      *> by STATE-EXPORT (which writes it) and STATE-IMPORT (which
      *> reads it). MANIFEST-LINE is the member view every bundle has
      *> always used: REGION (the stamp), FILE/CKPT (a member that
      *> replaces the original whole), APPEND (records to add after
      *> the base an accompanying BASE line describes), KEYADD (keyed
      *> records for the RESULTIX master), RETIRE (an original no
      *> longer in the set) and ABSENT. MANIFEST-SEQ-LINE is the
      *> SEQUENCE line that numbers the bundle and names the bundle
      *> an increment was cut against (zero for a full bundle);
      *> MANIFEST-STATE-LINE is the BASE/STATE view giving a file's
      *> record count, its highest key timestamp (RESULTIX only) and
      *> its checksum. MANIFEST-ACK-LINE is the one record of
      *> DRBUNDLE.ACK, the standby's acknowledgement of the last
      *> bundle it applied, carried back to the primary.
       01 MANIFEST-LINE.
           05 ML-TYPE   PIC X(8).
           05 FILLER    PIC X VALUE SPACE.
           05 ML-ORIG   PIC X(30).
           05 FILLER    PIC X VALUE SPACE.
           05 ML-BUNDLE PIC X(44).
           05 FILLER    PIC X VALUE SPACE.
           05 ML-CKSUM  PIC X(34).
       01 MANIFEST-SEQ-LINE REDEFINES MANIFEST-LINE.
           05 MS-TYPE      PIC X(8).
           05 FILLER       PIC X.
           05 MS-SEQ       PIC 9(6).
           05 FILLER       PIC X.
           05 MS-BASE-SEQ  PIC 9(6).
           05 FILLER       PIC X.
           05 MS-CUT-STAMP PIC X(14).
           05 FILLER       PIC X.
           05 MS-KIND      PIC X(9).
           05 FILLER       PIC X(72).
       01 MANIFEST-STATE-LINE REDEFINES MANIFEST-LINE.
           05 MT-TYPE      PIC X(8).
           05 FILLER       PIC X.
           05 MT-ORIG      PIC X(30).
           05 FILLER       PIC X.
           05 MT-RECORDS   PIC 9(9).
           05 FILLER       PIC X.
           05 MT-HIGH      PIC X(21).
           05 FILLER       PIC X(14).
           05 MT-CKSUM     PIC X(34).
       01 MANIFEST-ACK-LINE REDEFINES MANIFEST-LINE.
           05 MA-TYPE      PIC X(8).
           05 FILLER       PIC X.
           05 MA-SEQ       PIC 9(6).
           05 FILLER       PIC X.
           05 MA-CUT-STAMP PIC X(14).
           05 FILLER       PIC X.
           05 MA-REGION    PIC X(4).
           05 FILLER       PIC X.
           05 MA-MANIFEST  PIC X(40).
           05 FILLER       PIC X.
           05 MA-APPLIED   PIC X(14).
           05 FILLER       PIC X(28).
