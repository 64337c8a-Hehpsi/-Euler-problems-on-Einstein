       FD  AUTHREQ-FILE.
       01  AUTHREQ-REC PIC X(90).
       FD  CATALOG-FILE.
       01  CATALOG-REC PIC X(223).
       FD  RATECARD-FILE.
       01  RATECARD-REC.
           05 RT-FILE-CLASS PIC X(1).
