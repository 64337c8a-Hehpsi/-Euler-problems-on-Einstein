       DATA DIVISION.
       FILE SECTION.
       FD  LOG-A-FILE.
       01  LOG-A-REC PIC X(294).
       FD  LOG-B-FILE.
       01  LOG-B-REC PIC X(294).
       COPY ANSWSFD.

       WORKING-STORAGE SECTION.
