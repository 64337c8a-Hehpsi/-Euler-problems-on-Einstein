      *> checkpoint dataset. The first record on the file is a
      *> provenance header (BCKPT-HEADER-WORK): the "HDR" tag, the
      *> program version that built the checkpoint, the run date, the
      *> region it was built in, and the MIN-BLOCK-LENGTH, the
      *> number of block colours and the MODULUS in force (zero for
      *> an exact count), so a checkpoint of residues is never
      *> resumed as a checkpoint of true counts, or the reverse.
      *> 9500-LOAD-CHECKPOINT refuses a checkpoint whose version or
      *> region doesn't match - or that has no header at all (built
      *> by an older build, or copied in from another region) -
      *> the whole set of checkpoint copybooks fits together.
       01 BCKPT-DSN PIC X(30) VALUE "BLOCKCKPT".
       01 BCKPT-STATUS      PIC XX VALUE SPACES.
       01 BCKPT-VERSION     PIC X(4) VALUE "0004".
       01 BCKPT-HEADER-GOOD PIC X    VALUE "N".
       01 BCKPT-HEADER-WORK.
           05 BH-TAG        PIC X(03) VALUE SPACES.
           05 BH-REGION     PIC X(04) VALUE SPACES.
           05 FILLER        PIC X(01) VALUE SPACE.
           05 BH-MINLEN     PIC 9(04) VALUE ZERO.
           05 FILLER        PIC X(01) VALUE SPACE.
           05 BH-COLOURS    PIC 9(02) VALUE ZERO.
           05 FILLER        PIC X(01) VALUE SPACE.
           05 BH-MODULUS    PIC 9(09) VALUE ZERO.
       01 BCKPT-WORK.
           05 BCKPT-MINLEN  PIC 9(04) VALUE ZERO.
           05 FILLER        PIC X(01) VALUE SPACE.
