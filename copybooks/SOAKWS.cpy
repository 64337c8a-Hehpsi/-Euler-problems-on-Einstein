      *> SOAKWS - WORKING-STORAGE fields for the soak verdict log.
      *> The caller moves its check name to SK-SOURCE, what was
      *> judged to SK-SUBJECT (the PROD night replayed for SHADOW,
      *> the program for REGRESS, blank for SPOT), PASS or FAIL to
      *> SK-VERDICT, its return code and finding count, and a short
      *> note to SK-DETAIL, then PERFORMs 9620-LOG-SOAK-VERDICT,
      *> which stamps SK-TIMESTAMP and writes the record. The log
      *> belongs to the region the check ran in, so SOAK-LOG-DSN is
      *> put through 9810-APPLY-REGION-PREFIX like RESULTLOG.
       01 SOAK-LOG-DSN PIC X(30) VALUE "SOAKLOG".
       01 SOAK-LOG-STATUS PIC XX VALUE SPACES.
       01 SOAK-LOG-WORK.
           05 SK-SOURCE      PIC X(08) VALUE SPACES.
               88 SK-FROM-SHADOW     VALUE "SHADOW".
               88 SK-FROM-SPOT       VALUE "SPOT".
               88 SK-FROM-REGRESSION VALUE "REGRESS".
           05 FILLER         PIC X(01) VALUE SPACE.
           05 SK-SUBJECT     PIC X(25) VALUE SPACES.
           05 FILLER         PIC X(01) VALUE SPACE.
           05 SK-VERDICT     PIC X(04) VALUE SPACES.
               88 SK-PASSED          VALUE "PASS".
           05 FILLER         PIC X(01) VALUE SPACE.
           05 SK-RETURN-CODE PIC 9(02) VALUE ZERO.
           05 FILLER         PIC X(01) VALUE SPACE.
           05 SK-COUNT       PIC 9(04) VALUE ZERO.
           05 FILLER         PIC X(01) VALUE SPACE.
           05 SK-TIMESTAMP   PIC X(21) VALUE SPACES.
           05 FILLER         PIC X(01) VALUE SPACE.
           05 SK-DETAIL      PIC X(50) VALUE SPACES.
