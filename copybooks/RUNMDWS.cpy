      *> RUNMDWS - WORKING-STORAGE fields for the runtime model. One
      *> RUNMODEL record per program, mode and band: the mode is the
      *> MODE= value a program logs (or the bare mode word a card
      *> leads with - INTERVAL, QUEUE, EXACT), blank for a program's
      *> ordinary run; the band is the number of significant digits
      *> in the primary parameter, the first numeric value on the
      *> parameter string (N=2000000 and a card punched 2000000 are
      *> both band 07), with the band's low and high values spelled
      *> out for the reader, 00 when the run had no numeric parameter
      *> at all. Then the logged runs the band was built from and
      *> their average, shortest and longest elapsed seconds, and the
      *> date RUNTIME-PROFILE built it. Runs served from CERTREG are
      *> left out - they never ran.
      *>
      *> Pricing protocol: 9500-LOAD-RUN-MODEL once (no RUNMODEL on
      *> hand simply models nothing), then per card move the program
      *> to RM-PRICE-PROGRAM and the parameter text to
      *> RM-PARM-SOURCE and PERFORM 9520-PRICE-FROM-RUN-MODEL. It
      *> classifies the parameters (9510-CLASSIFY-PARMS) and leaves
      *> RM-PRICED-FROM-BAND with RM-PRICE-SECS set when the card's
      *> band has history, RM-BAND-HAS-NO-HISTORY when the program
      *> and mode are modeled but never ran in this band, and
      *> RM-NOT-MODELED otherwise; the caller falls back to
      *> PC-TYPICAL-ELAPSED or its default for the last two. A
      *> parameter still carrying an unresolved &<step>.ANSWER
      *> reference is band 99, which never has history.
       01 RUN-MODEL-STATUS PIC XX VALUE SPACES.
       01 RUN-MODEL-WORK.
           05 RM-PROGRAM-ID   PIC X(25) VALUE SPACES.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 RM-MODE         PIC X(12) VALUE SPACES.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 RM-BAND         PIC 9(02) VALUE ZERO.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 RM-BAND-LOW     PIC X(20) VALUE SPACES.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 RM-BAND-HIGH    PIC X(20) VALUE SPACES.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 RM-RUN-COUNT    PIC 9(06) VALUE ZERO.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 RM-AVG-ELAPSED  PIC 9(06) VALUE ZERO.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 RM-MIN-ELAPSED  PIC 9(06) VALUE ZERO.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 RM-MAX-ELAPSED  PIC 9(06) VALUE ZERO.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 RM-BUILT-DATE   PIC X(08) VALUE SPACES.

       01 RUN-MODEL-MAX PIC 9(4) BINARY VALUE 200.
       01 run-model-count PIC 9(4) BINARY VALUE ZERO.
       01 RUN-MODEL-TABLE.
           05 RUN-MODEL-ENTRY OCCURS 200 TIMES.
               10 RMT-PROGRAM-ID PIC X(25).
               10 RMT-MODE       PIC X(12).
               10 RMT-BAND       PIC 9(2) BINARY.
               10 RMT-ELAPSED    PIC 9(6) BINARY.
       01 rm-idx PIC 9(4) BINARY.

      *> Classification of one parameter string.
       01 RM-PARM-SOURCE PIC X(250).
       01 RM-CARD-MODE PIC X(12).
       01 RM-CARD-BAND PIC 9(2) BINARY.
       01 RM-PRIMARY-STATE PIC X.
           88 RM-PRIMARY-PENDING VALUE "N".
       01 RM-TOKEN PIC X(60).
       01 RM-NAME PIC X(20).
       01 RM-VALUE PIC X(60).
       01 rm-scan-pos PIC 9(3) BINARY.
       01 rm-token-len PIC 9(3) BINARY.
       01 rm-eq-pos PIC 9(3) BINARY.
       01 rm-value-len PIC 9(3) BINARY.
       01 rm-lead-zeros PIC 9(3) BINARY.

      *> Pricing of one card.
       01 RM-PRICE-PROGRAM PIC X(25).
       01 RM-PRICE-SECS PIC 9(6) BINARY.
       01 RM-PRICE-RESULT PIC X.
           88 RM-PRICED-FROM-BAND     VALUE "B".
           88 RM-BAND-HAS-NO-HISTORY  VALUE "G".
           88 RM-NOT-MODELED          VALUE "N".
