      *> FKNOWWS - WORKING-STORAGE fields for the keyed factorization
      *> store. The caller PERFORMs 9480-OPEN-FACT-STORE once (which
      *> takes the store lock), then 9482-LOOK-UP-FACT-STORE with
      *> FK-LOOKUP-NUMBER set for a hit/miss answer (a hit leaves the
      *> record in FACT-KNOWN-REC), 9484-ADD-TO-FACT-STORE with
      *> FACT-KNOWN-REC built to keep a fresh decomposition, and
      *> 9486-CLOSE-FACT-STORE before STOP RUN to put any additions
      *> into place and release the lock. FACT-KNOWN-AVAILABLE stays
      *> "N" when the store can't be opened at all, and every routine
      *> then quietly does nothing - the caller just factors the
      *> long way, as it always did. See FKNOWSL for how the set
      *> fits together.
       01 FACT-KNOWN-DSN PIC X(30) VALUE "FACTKNOWN".
       01 FACT-KNOWN-BASE-DSN PIC X(30) VALUE SPACES.
       01 FACT-KNOWN-STATUS PIC XX VALUE SPACES.
       01 FACT-KNOWN-AVAILABLE PIC X VALUE "N".
           88 FACT-KNOWN-OK VALUE "Y".
       01 FACT-KNOWN-OPEN PIC X VALUE "N".
           88 FACT-KNOWN-IS-OPEN VALUE "Y".
      *> "Y" once the store has been copied to "<name>.NEW" and is
      *> open there for update; nothing touches the live copy.
       01 FACT-KNOWN-WRITING PIC X VALUE "N".
           88 FACT-KNOWN-IS-WRITING VALUE "Y".
       01 FACT-KNOWN-FOUND PIC X VALUE "N".
           88 FACT-KNOWN-HIT VALUE "Y".
       01 FK-LOOKUP-NUMBER PIC 9(18).
       01 FK-FACTOR-MAX PIC 9(2) BINARY VALUE 16.
       01 FK-IDX PIC 9(2) BINARY.
       01 FK-HIT-COUNT PIC 9(9) BINARY VALUE ZERO.
       01 FK-ADD-COUNT PIC 9(9) BINARY VALUE ZERO.
      *> The record a caller built is parked here while
      *> 9485-BEGIN-FACT-STORE-UPDATE closes and reopens the file
      *> underneath it.
       01 FK-HOLD-IMAGE PIC X(394).
