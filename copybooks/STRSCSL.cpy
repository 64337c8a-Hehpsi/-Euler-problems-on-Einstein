      *> STRSCSL - FILE-CONTROL entry for the step resource-accounting
      *> file. COPY this into FILE-CONTROL, then COPY STRSCFD into
      *> FILE SECTION and STRSCWS into WORKING-STORAGE.
      *> PROBLEM-RUNNER appends one record per launched attempt of a
      *> step - what it consumed, where STEPLOG says how long it took
      *> - keyed by the same run-id and step-id as the attempt's
      *> STEPLOG record. STEP-RESOURCES ranks programs by it; invoicing
      *> and capacity planning read the same records.
           SELECT STEP-RSRC-FILE ASSIGN USING STEP-RSRC-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STEP-RSRC-STATUS.
