      *> LINAGSL - FILE-CONTROL entries for the state-lineage log.
      *> COPY this into FILE-CONTROL, then COPY LINAGFD into FILE
      *> SECTION, LINAGWS into WORKING-STORAGE, and LINAGPR (SECTION-
      *> based programs) or LINAGPP (plain-paragraph programs) at the
      *> point a 9630-RECORD-LINEAGE routine belongs. Every load of
      *> a shared state file - PRIMEDIR and each PRIMESEG segment
      *> read, BLOCKCKPT, RGBCKPT, COINCKPT, the FACTKNOWN store -
      *> leaves one record here naming the generation of the file
      *> that was read and the checksum off its .SEAL, so when a
      *> segment or checkpoint turns out bad, LINEAGE-QUERY can say
      *> which answers consumed it. The second entry reads the seal.
           SELECT LINEAGE-FILE ASSIGN USING LINEAGE-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LINEAGE-STATUS.
           SELECT LINEAGE-SEAL-FILE ASSIGN USING LN-SEAL-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LN-SEAL-STATUS.
