      *> LINAGFD - FD and record layouts for the state-lineage log
      *> and the .SEAL file it reads. LINEAGE-RECORD is a flat area
      *> sized to match LINEAGE-WORK in LINAGWS, the same way ALRTFD/
      *> ALRTWS build the exception record. See LINAGSL.
       FD  LINEAGE-FILE.
       01  LINEAGE-RECORD  PIC X(152).
       FD  LINEAGE-SEAL-FILE.
       01  LINEAGE-SEAL-RECORD  PIC X(40).
