       01 PRIME-EXTEND-BUDGET  PIC 9(18) BINARY VALUE 10000000.
       01 PC-TARGET-CLAMPED    PIC 9(18) BINARY.
       01 PRIME-SEG-COUNT      PIC 9(4) BINARY VALUE ZERO.
      *> Segment bounds. A store only ever extended is banded by
      *> value alone - segment n holds the primes above (n-1) spans
      *> and up to n spans. PRIME-RESEGMENT rewrites segments 2 on
      *> into sizes of its own choosing and records each segment's
      *> top value but the last on the directory; those tops land
      *> here, and 9465 routes below the last of them by the table
      *> and above it by whole spans counted from it. Segment 1 is
      *> always the test tier, topped at the span.
       01 PRIME-BAND-MAX       PIC 9(4) BINARY VALUE 9999.
       01 PRIME-BAND-COUNT     PIC 9(4) BINARY VALUE ZERO.
       01 PRIME-BAND-TABLE.
           05 PRIME-BAND-HIGH PIC 9(18) BINARY VALUE ZERO
                  OCCURS 9999 TIMES.
       01 PC-BAND-IDX          PIC 9(4) BINARY.
       01 PC-BAND-BASE         PIC 9(18) BINARY.
      *> Set to "Y" by a step run under a store lock its caller
      *> already holds (PRIME-AUDIT's HELD argument): 9400 then
      *> neither takes the lock nor 9410 releases it.
       01 PC-STORE-LOCK-HELD   PIC X VALUE "N".
           88 PC-LOCK-HELD-BY-CALLER VALUE "Y".
       01 PRIME-CACHE-TABLE.
           05 PRIME-CACHE-ENTRY PIC 9(18) BINARY VALUE ZERO
                  OCCURS 100000 TIMES.
