      *> FKNOWFD - FD and record layout for the keyed factorization
      *> store. FK-NUMBER is the key; the distinct prime factors sit
      *> ascending with their multiplicities, exactly as FACTOR-TABLE
      *> holds them. Sixteen entries is one more than any PIC 9(18)
      *> N can have distinct primes (the product of the first
      *> sixteen primes already runs past 18 digits). FK-RUN-ID and
      *> FK-STORED-DATE say which run first proved the entry. See
      *> FKNOWSL for how the set fits together.
       FD  FACT-KNOWN-FILE.
       01  FACT-KNOWN-REC.
           05 FK-NUMBER        PIC 9(18).
           05 FK-FACTOR-COUNT  PIC 9(2).
           05 FK-FACTOR-ENTRY OCCURS 16 TIMES.
               10 FK-FACTOR    PIC 9(18).
               10 FK-MULT      PIC 9(4).
           05 FK-RUN-ID        PIC X(14).
           05 FK-STORED-DATE   PIC X(8).
