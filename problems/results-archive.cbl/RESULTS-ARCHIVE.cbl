       COPY RESLOGFD.
       COPY LOCKFD.
       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC PIC X(294).
       FD  STAGING-FILE.
       01  STAGING-REC PIC X(294).

       COPY REGCFFD.
       WORKING-STORAGE SECTION.
