*>
*>   PROGRAM  cols 9-33 program-id, 34-43 shared state file (blank
*>            for none), 44-47 reconcile check code (NONE when no
*>            independent re-derivation exists yet), 48-53 memory
*>            weight in megabytes (blank when the program's tables
*>            are too small to matter)
*>            - one per card-set, must come first; refused when the
*>            program is already on the PROGREG registry
*>   PARM     cols 9-28 parameter name, 29-46 min, 47-64 max,
       FD  ONBOARD-FILE.
       01  ONBOARD-REC PIC X(122).
       FD  PROGREG-FILE.
       01  PROGREG-REC PIC X(48).
       FD  CATALOG-FILE.
       01  CATALOG-REC PIC X(223).
       FD  AUTHREQ-FILE.
       01  AUTHREQ-REC PIC X(90).
       FD  REGBASE-FILE.
           05 OBP-PROGRAM PIC X(25).
           05 OBP-SHARED  PIC X(10).
           05 OBP-CHECK   PIC X(4).
           05 OBP-WEIGHT  PIC X(6).
           05 FILLER PIC X(69).
       01 OB-PARM-FIELDS REDEFINES ONBOARD-WORK.
           05 FILLER PIC X(8).
           05 OBM-NAME    PIC X(20).
       01 NEW-PROGRAM PIC X(25) VALUE SPACES.
       01 NEW-SHARED  PIC X(10) VALUE SPACES.
       01 NEW-CHECK   PIC X(4) VALUE SPACES.
       01 NEW-WEIGHT  PIC X(6) VALUE SPACES.
       01 PROGRAM-SEEN PIC X VALUE "N".
           88 PROGRAM-CARD-SEEN VALUE "Y".
       01 ALREADY-REGISTERED PIC X VALUE "N".
           IF NEW-CHECK = SPACES THEN
                MOVE "NONE" TO NEW-CHECK
           END-IF.
           IF OBP-WEIGHT NOT = SPACES
                   AND FUNCTION TRIM(OBP-WEIGHT) IS NOT NUMERIC THEN
                DISPLAY "PROBLEM-ONBOARD: PROGRAM CARD MEMORY WEIGHT '"
                        OBP-WEIGHT "' IS NOT WHOLE MEGABYTES, SET "
                        "REJECTED"
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
           MOVE OBP-WEIGHT TO NEW-WEIGHT.
           MOVE "Y" TO PROGRAM-SEEN.

           MOVE "N" TO ALREADY-REGISTERED.
           MOVE NEW-PROGRAM TO PG-PROGRAM-ID.
           MOVE NEW-SHARED TO PG-SHARED-FILE.
           MOVE NEW-CHECK TO PG-CHECK-CODE.
           MOVE NEW-WEIGHT TO PG-MEMORY-WEIGHT.
           OPEN EXTEND PROGREG-FILE.
           IF progreg-status = "35" THEN
                OPEN OUTPUT PROGREG-FILE
