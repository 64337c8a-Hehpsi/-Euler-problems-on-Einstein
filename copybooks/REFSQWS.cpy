      *> REFSQWS - shared record layout for the published reference
      *> sequence file (REFSEQ). One record per published value: the
      *> program-id in columns 1-25; in 27-86 the NAME=VALUE tokens
      *> that pin the value down, written the way the program logs
      *> them in RL-EFFECTIVE-PARMS (tokens that cannot change the
      *> answer - DEBUG and the display switches - are left off); in
      *> 88-97 the field compared, ANSWER for the logged answer or a
      *> token name such as COUNT for a value logged among the
      *> effective parameters; in 99-218 the published value, digits
      *> only; and in 220-239 where it was published. Program, tokens
      *> and field are the key. The file is only ever changed through
      *> REFSEQ-MAINT and read by REFSEQ-CHECK; any future reader
      *> should COPY this layout rather than re-deriving the columns.
       01 REFSEQ-RECORD.
           05 RQ-PROGRAM PIC X(25).
           05 FILLER     PIC X(01).
           05 RQ-PARMS   PIC X(60).
           05 FILLER     PIC X(01).
           05 RQ-FIELD   PIC X(10).
           05 FILLER     PIC X(01).
           05 RQ-VALUE   PIC X(120).
           05 FILLER     PIC X(01).
           05 RQ-SOURCE  PIC X(20).
