           COPY PRIMCSL.
           COPY CAPLGSL.
           COPY ALRTSL.
           COPY LINAGSL.
           SELECT GOLDLIST-FILE ASSIGN USING goldlist-dsn
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY REGCFSL.
       COPY PRIMCFD.
       COPY CAPLGFD.
       COPY ALRTFD.
       COPY LINAGFD.
       FD  GOLDLIST-FILE.
       01  GOLDLIST-REC PIC X(60).

       COPY CAPLGWS.
       COPY GENSVWS.
       COPY ALRTWS.
       COPY LINAGWS.
       01 goldlist-dsn PIC X(30) VALUE "GOLDLIST".

       01 ARG-COUNT PIC 9(2) BINARY VALUE ZERO.
       00-MAIN SECTION.
           MOVE "GOLDBACH-CHECK" TO RL-PROGRAM-ID.
           MOVE RL-PROGRAM-ID TO AL-PROGRAM-ID.
           MOVE RL-PROGRAM-ID TO LN-PROGRAM-ID.
           PERFORM 9800-LOAD-REGION-CONFIG.
           MOVE PRIME-CACHE-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE ALERT-LOG-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO ALERT-LOG-DSN.
           MOVE LINEAGE-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO LINEAGE-DSN.
           MOVE goldlist-dsn TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO goldlist-dsn.

       COPY ALRTPR.

       COPY LINAGPR.

       COPY PRIMCPR.

       COPY CAPLGPR.
