      *> RESLOGFD/RESLOGWS build the results-log record. See BCKPTSL
      *> for how the whole set of checkpoint copybooks fits together.
       FD  BCKPT-FILE.
       01  BCKPT-REC  PIC X(40).
