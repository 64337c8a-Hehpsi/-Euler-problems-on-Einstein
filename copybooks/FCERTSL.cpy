      *> FCERTSL - FILE-CONTROL entry for the primality-certificate
      *> journal (FACTCERT). LARGEST-PRIME-FACTOR appends one record
      *> per prime it certifies - every factor above the prime
      *> store's ceiling, and every odd prime of each one's p-1 in
      *> turn, down to 2 - so the Miller-Rabin verdict comes with a
      *> Pratt certificate anyone can re-check with nothing but
      *> multiplication and modular exponentiation. FACTCERT-VERIFY
      *> re-checks the whole journal. COPY this into FILE-CONTROL,
      *> FCERTFD into FILE SECTION, and FCERTWS into
      *> WORKING-STORAGE.
           SELECT FACT-CERT-FILE ASSIGN USING FACT-CERT-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FACT-CERT-STATUS.
