      *> LINAGPP - shared "record a state load" routine, plain-
      *> paragraph form, written without GO TO so a plain PERFORM
      *> behaves. The caller has opened the state file named in
      *> LN-FILE (see LINAGWS); a file that has gone from disk since
      *> is not recorded. The first-ever write creates the log, the
      *> same way 9600-LOG-ALERT does for ALERTLOG. See LINAGSL.
       9630-RECORD-LINEAGE.
           CALL "CBL_CHECK_FILE_EXIST" USING LN-FILE LN-FILE-INFO.
           IF RETURN-CODE = 0 THEN
                PERFORM 9632-WRITE-LINEAGE
           END-IF.
           MOVE 0 TO RETURN-CODE.

       9632-WRITE-LINEAGE.
           MOVE LN-FI-YEAR TO LN-STAMP-YEAR.
           MOVE LN-FI-MONTH TO LN-STAMP-MONTH.
           MOVE LN-FI-DAY TO LN-STAMP-DAY.
           MOVE LN-FI-HOUR TO LN-STAMP-HOUR.
           MOVE LN-FI-MINUTE TO LN-STAMP-MINUTE.
           MOVE LN-FI-SECOND TO LN-STAMP-SECOND.
           MOVE LN-STAMP TO LN-GENERATION.
           MOVE "NO SEAL" TO LN-CHECKSUM.
           MOVE SPACES TO LN-SIZE.
           MOVE SPACES TO LN-SEAL-DSN.
           STRING FUNCTION TRIM(LN-FILE) ".SEAL"
               DELIMITED BY SIZE INTO LN-SEAL-DSN.
           OPEN INPUT LINEAGE-SEAL-FILE.
           IF LN-SEAL-STATUS = "00" THEN
                READ LINEAGE-SEAL-FILE
                    AT END CONTINUE
                    NOT AT END
                        UNSTRING LINEAGE-SEAL-RECORD
                            DELIMITED BY ALL SPACE
                            INTO LN-CHECKSUM LN-SIZE
                END-READ
                CLOSE LINEAGE-SEAL-FILE
           END-IF.
           MOVE SPACES TO LN-SEAL-STATUS.
           MOVE SPACES TO LN-RUN-ID.
           ACCEPT LN-RUN-ID FROM ENVIRONMENT "RUNID"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           MOVE SPACES TO LN-STEP-ID.
           ACCEPT LN-STEP-ID FROM ENVIRONMENT "STEPID"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           MOVE FUNCTION CURRENT-DATE TO LN-TIMESTAMP.
           MOVE LINEAGE-WORK TO LINEAGE-RECORD.
           OPEN EXTEND LINEAGE-FILE.
           IF LINEAGE-STATUS = "35" THEN
                OPEN OUTPUT LINEAGE-FILE
           END-IF.
           WRITE LINEAGE-RECORD.
           CLOSE LINEAGE-FILE.
