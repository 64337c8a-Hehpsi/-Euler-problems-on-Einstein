      *> SYSINPP - shared "fall back to the unattended-input card"
      *> routine, plain-paragraph form. The caller ACCEPTs ARG-COUNT FROM
      *> ARGUMENT-NUMBER as usual, registers its parameter names in
      *> SYSIN-KEY(1)-(6) (and the defaults worth substituting in
      *> SYSIN-DEFAULT), and then PERFORMs 9300-GET-PARAMETERS
      *> before reading any argument. If ARG-COUNT came back
      *> non-zero this does nothing; otherwise every SYSIN card is
           CLOSE SYSIN-FILE.

           MOVE 0 TO ARG-COUNT.
           PERFORM VARYING SYSIN-IDX FROM 1 BY 1 UNTIL SYSIN-IDX > 6
               IF SYSIN-PARM(SYSIN-IDX) NOT = SPACES THEN
                    MOVE SYSIN-IDX TO ARG-COUNT
               END-IF
                MOVE "Y" TO SYSIN-KEYWORD-FORM
                MOVE "N" TO SYSIN-KW-MATCHED
                PERFORM VARYING SYSIN-IDX FROM 1 BY 1
                        UNTIL SYSIN-IDX > 6
                    IF SYSIN-KEY(SYSIN-IDX) NOT = SPACES
                            AND FUNCTION TRIM(SYSIN-KW-NAME)
                                = FUNCTION TRIM(
