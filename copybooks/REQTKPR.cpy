      *> REQTKPR - shared "append a request-tracking event" routine,
      *> SECTION form. The caller stages REQUEST-TRACK-WORK (see
      *> REQTKWS) and PERFORMs 9610-LOG-REQUEST-EVENT; a blank
      *> request id - a standing-deck card - records nothing. The
      *> first-ever write creates the file, the same way
      *> 9600-LOG-ALERT does for ALERTLOG. See REQTKSL for how the
      *> whole set of request-tracking copybooks fits together.
       9610-LOG-REQUEST-EVENT SECTION.
           IF RT-REQUEST-ID = SPACES THEN
                GO TO 9610-LOG-REQUEST-EVENT-EXIT
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RT-TIMESTAMP.
           MOVE REQUEST-TRACK-WORK TO REQUEST-TRACK-RECORD.
           OPEN EXTEND REQUEST-TRACK-FILE.
           IF REQUEST-TRACK-STATUS = "35" THEN
                OPEN OUTPUT REQUEST-TRACK-FILE
           END-IF.
           WRITE REQUEST-TRACK-RECORD.
           CLOSE REQUEST-TRACK-FILE.
       9610-LOG-REQUEST-EVENT-EXIT.
           EXIT.
