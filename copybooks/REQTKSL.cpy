      *> REQTKSL - FILE-CONTROL entry for the request-tracking event
      *> log. COPY this into FILE-CONTROL, then COPY REQTKFD into FILE
      *> SECTION, REQTKWS into WORKING-STORAGE, and REQTKPR at the
      *> point a 9610-LOG-REQUEST-EVENT routine belongs. Every stage
      *> a REQUEST-GATEWAY request passes through that leaves no
      *> other record keyed by its request id - taken in, accepted or
      *> rejected, punched, held, carried over, delivered - appends
      *> one event here; REQUEST-TRACKER joins them with STEPLOG and
      *> RESULTLOG into the per-request status report. Like REQQUEUE
      *> and RUNCARDS it is the intake side's file and takes no
      *> region prefix.
           SELECT REQUEST-TRACK-FILE ASSIGN USING REQUEST-TRACK-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REQUEST-TRACK-STATUS.
