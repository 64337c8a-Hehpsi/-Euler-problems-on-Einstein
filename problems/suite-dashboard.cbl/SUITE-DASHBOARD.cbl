           COPY RESLOGSL.
           COPY STPLGSL.
           COPY ALRTSL.
           COPY LINAGSL.
           COPY PRIMCSL.
           COPY CAPLGSL.
           SELECT RGB-CKPT-FILE ASSIGN USING RGB-CKPT-DSN
       COPY RESLOGFD.
       COPY STPLGFD.
       COPY ALRTFD.
       COPY LINAGFD.
       COPY PRIMCFD.
       COPY CAPLGFD.
       FD  RGB-CKPT-FILE.
*> Wide enough for RED-GREEN-AND-BLUE's 55-byte provenance header,
*> so the header reads as one record, never as stray entries.
       01  RGB-CKPT-REC.
           05 RGB-CKPT-IDX PIC 9(4).
           05 RGB-CKPT-VAL PIC 9(18).
           05 FILLER       PIC X(33).
       FD  BLOCK-CKPT-FILE.
       01  BLOCK-CKPT-REC PIC X(40).
       FD  DECKSTAT-FILE.
       01  DECKSTAT-REC PIC X(80).

       COPY RESLOGWS.
       COPY STPLGWS.
       COPY ALRTWS.
       COPY LINAGWS.
       COPY PRIMCWS.
       COPY CAPLGWS.
       COPY GENSVWS.

       01 rgb-high-idx PIC 9(4) BINARY VALUE ZERO.
       01 block-high-idx PIC 9(4) BINARY VALUE ZERO.
*> BLOCK-WORK is as wide as the checkpoint's 40-byte provenance
*> header (BCKPTWS), so the header reads as one record and is
*> passed over by its non-numeric index columns.
       01 BLOCK-WORK.
           05 BW-MINLEN PIC 9(4).
           05 FILLER    PIC X.
           05 BW-IDX    PIC 9(4).
           05 FILLER    PIC X.
           05 BW-VALUE  PIC 9(18).
           05 FILLER    PIC X(12).

*> Cadence tracking: per program, first and last logged run dates
*> (on the INTEGER-OF-DATE scale) and the run count, giving an
           MOVE ALERT-LOG-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO ALERT-LOG-DSN.
           MOVE LINEAGE-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO LINEAGE-DSN.
           MOVE PRIME-CACHE-DSN TO REGION-DSN-WORK.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO PRIME-CACHE-DSN.
           PERFORM 9810-APPLY-REGION-PREFIX.
           MOVE REGION-DSN-WORK TO HEARTBEAT-BASE-DSN.
           MOVE "SUITE-DASHBOARD" TO AL-PROGRAM-ID.
           MOVE "SUITE-DASHBOARD" TO LN-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO REPORT-DATE.
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER.
           IF ARG-COUNT >= 1 THEN

       COPY ALRTPR.

       COPY LINAGPR.

       COPY PRIMCPR.

       COPY CAPLGPR.
