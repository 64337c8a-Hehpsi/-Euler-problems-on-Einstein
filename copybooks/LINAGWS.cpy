      *> LINAGWS - WORKING-STORAGE fields for the state-lineage log.
      *> The caller sets LN-PROGRAM-ID once in its preamble (as it
      *> does AL-PROGRAM-ID) and puts LINEAGE-DSN through
      *> 9810-APPLY-REGION-PREFIX - the log belongs to the region
      *> whose state was read. At each load, with the file open
      *> successfully, it moves the dataset name it opened to
      *> LN-FILE and PERFORMs 9630-RECORD-LINEAGE, which stamps the
      *> run and step ids (blank for an ad-hoc run), the generation -
      *> the date and time the copy being read was put in place,
      *> which tells every generation of the file apart - the
      *> checksum and size its .SEAL recorded (NO SEAL when it has
      *> none), and the time of the load, and writes the record.
       01 LINEAGE-DSN PIC X(30) VALUE "LINEAGE".
       01 LINEAGE-STATUS PIC XX VALUE SPACES.
       01 LINEAGE-WORK.
           05 LN-PROGRAM-ID  PIC X(25) VALUE SPACES.
           05 FILLER         PIC X(01) VALUE SPACE.
           05 LN-RUN-ID      PIC X(14) VALUE SPACES.
           05 FILLER         PIC X(01) VALUE SPACE.
           05 LN-STEP-ID     PIC X(19) VALUE SPACES.
           05 FILLER         PIC X(01) VALUE SPACE.
           05 LN-FILE        PIC X(30) VALUE SPACES.
           05 FILLER         PIC X(01) VALUE SPACE.
           05 LN-GENERATION  PIC X(14) VALUE SPACES.
           05 FILLER         PIC X(01) VALUE SPACE.
           05 LN-CHECKSUM    PIC X(10) VALUE SPACES.
           05 FILLER         PIC X(01) VALUE SPACE.
           05 LN-SIZE        PIC X(12) VALUE SPACES.
           05 FILLER         PIC X(01) VALUE SPACE.
           05 LN-TIMESTAMP   PIC X(21) VALUE SPACES.
       01 LN-SEAL-DSN PIC X(40).
       01 LN-SEAL-STATUS PIC XX VALUE SPACES.
      *> What CBL_CHECK_FILE_EXIST hands back, and the generation
      *> stamp built from it.
       01 LN-FILE-INFO.
           05 LN-FI-SIZE   PIC X(8) COMP-X.
           05 LN-FI-DAY    PIC X COMP-X.
           05 LN-FI-MONTH  PIC X COMP-X.
           05 LN-FI-YEAR   PIC X(2) COMP-X.
           05 LN-FI-HOUR   PIC X COMP-X.
           05 LN-FI-MINUTE PIC X COMP-X.
           05 LN-FI-SECOND PIC X COMP-X.
           05 LN-FI-HUNDREDTHS PIC X COMP-X.
       01 LN-STAMP.
           05 LN-STAMP-YEAR   PIC 9(4).
           05 LN-STAMP-MONTH  PIC 9(2).
           05 LN-STAMP-DAY    PIC 9(2).
           05 LN-STAMP-HOUR   PIC 9(2).
           05 LN-STAMP-MINUTE PIC 9(2).
           05 LN-STAMP-SECOND PIC 9(2).
