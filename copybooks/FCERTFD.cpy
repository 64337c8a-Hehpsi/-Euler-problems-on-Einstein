      *> FCERTFD - FD for the primality-certificate journal. The
      *> record is built in FACT-CERT-WORK (FCERTWS) and moved here
      *> whole, the way RESLOGWS builds the results-log record. See
      *> FCERTSL for how the set fits together.
       FD  FACT-CERT-FILE.
       01  FACT-CERT-REC PIC X(510).
