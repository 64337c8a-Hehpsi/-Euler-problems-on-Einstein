      *> FREEZSL - FILE-CONTROL entry for the change-freeze windows
      *> reference file. FREEZE names the windows (month-end close,
      *> release weekends) during which the maintained reference
      *> files may not be changed except by an EMERGENCY transaction
      *> countersigned by a listed override user. Like AUTHREQ it is
      *> the same in every region and is opened by its bare name.
      *> COPY this into FILE-CONTROL, FREEZFD into FILE SECTION,
      *> FREEZWS into WORKING-STORAGE, and FREEZPR at the point the
      *> 9550 routines belong.
           SELECT FREEZE-FILE ASSIGN TO "FREEZE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FREEZE-STATUS.
