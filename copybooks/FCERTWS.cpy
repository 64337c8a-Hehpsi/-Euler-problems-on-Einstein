      *> FCERTWS - WORKING-STORAGE for the primality-certificate
      *> journal. One record certifies one prime p: the complete
      *> factorization of p-1 as ascending primes q with exponents e,
      *> and for each q a witness w with w**(p-1) = 1 (mod p) but
      *> w**((p-1)/q) not 1 (mod p). That proves p prime provided
      *> every q is prime - 2 is taken as read, and every odd q has
      *> its own record earlier in the same run's certificates
      *> (records are written in ascending prime order, so a reader
      *> going front to back has always seen a q's certificate
      *> before it needs it). CW-SUBJECT is the number whose
      *> factorization called for the certificate; CW-RUN-ID and
      *> CW-STEP-ID tie the record back to the run that wrote it.
      *> Fifteen entries is the most distinct primes any PIC 9(18)
      *> p-1 can have. See FCERTSL for how the set fits together.
       01 FACT-CERT-DSN PIC X(30) VALUE "FACTCERT".
       01 FACT-CERT-STATUS PIC XX VALUE SPACES.
       01 FACT-CERT-MAX-FACTORS PIC 9(2) BINARY VALUE 15.
       01 FACT-CERT-WORK.
           05 CW-RUN-ID          PIC X(14).
           05 FILLER             PIC X(01).
           05 CW-STEP-ID         PIC X(19).
           05 FILLER             PIC X(01).
           05 CW-SUBJECT         PIC 9(18).
           05 FILLER             PIC X(01).
           05 CW-PRIME           PIC 9(18).
           05 FILLER             PIC X(01).
           05 CW-FACTOR-COUNT    PIC 9(02).
           05 CW-FACTOR-ENTRY OCCURS 15 TIMES.
               10 FILLER         PIC X(01).
               10 CW-Q           PIC 9(18).
               10 FILLER         PIC X(01).
               10 CW-E           PIC 9(02).
               10 FILLER         PIC X(01).
               10 CW-WITNESS     PIC 9(06).
