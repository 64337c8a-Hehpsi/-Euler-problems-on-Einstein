       COPY RESLOGFD.
       COPY STPLGFD.
       FD  DECKHIST-FILE.
       01  DECKHIST-REC PIC X(604).
       FD  STATS-FILE.
       01  STATS-REC PIC X(80).
       FD  REPORT-FILE.
