      *> PWORDPR - allowed-word and keyword-name judging, SECTION
      *> form. See PWORDWS for the caller protocol and PRCATWS for
      *> the PROBCAT columns these judge against.
       9580-SPLIT-PARM-TOKEN SECTION.
           MOVE "N" TO PW-KEYWORD-FORM.
           MOVE SPACES TO PW-NAME.
           MOVE SPACES TO PW-VALUE.
           MOVE 0 TO pw-eq-count.
           INSPECT PW-TOKEN TALLYING pw-eq-count FOR ALL "=".
           IF pw-eq-count = 0 THEN
                MOVE PW-TOKEN TO PW-VALUE
                GO TO 9580-SPLIT-PARM-TOKEN-EXIT
           END-IF.
           MOVE "Y" TO PW-KEYWORD-FORM.
           UNSTRING PW-TOKEN DELIMITED BY "="
               INTO PW-NAME PW-VALUE.
       9580-SPLIT-PARM-TOKEN-EXIT.
           EXIT.

       9582-JUDGE-WORDS SECTION.
      *> A number is left to the range when the row has one, and to
      *> the ordinal rules when it came positionally - a mode marker
      *> ahead of it may have shifted a count into a flag's place.
      *> Only a keyword value is certainly the parameter it names.
           MOVE "-" TO PW-VERDICT.
           IF PW-WORDS = SPACES OR PW-VALUE = SPACES THEN
                GO TO 9582-JUDGE-WORDS-EXIT
           END-IF.
           MOVE 0 TO pw-eq-count.
           INSPECT PW-VALUE TALLYING pw-eq-count FOR ALL "&".
           IF pw-eq-count > 0 THEN
                GO TO 9582-JUDGE-WORDS-EXIT
           END-IF.
           MOVE PW-WORDS TO PW-LIST.
           MOVE PW-VALUE TO PW-TARGET.
           MOVE "Y" TO PW-PATTERN-SWITCH.
           PERFORM 9584-LIST-HOLDS.
           IF PW-LIST-HAS-TARGET THEN
                MOVE "Y" TO PW-VERDICT
                GO TO 9582-JUDGE-WORDS-EXIT
           END-IF.
           IF FUNCTION TRIM(PW-VALUE) IS NUMERIC
                   AND (PW-HAS-RANGE OR NOT PW-IS-KEYWORD) THEN
                GO TO 9582-JUDGE-WORDS-EXIT
           END-IF.
           MOVE "N" TO PW-VERDICT.
       9582-JUDGE-WORDS-EXIT.
           EXIT.

       9584-LIST-HOLDS SECTION.
      *> Walks PW-LIST a blank-separated word at a time looking for
      *> PW-TARGET; with PW-MATCH-PATTERNS on, a word ending in a
      *> lower-case n also matches its leading part plus digits.
           MOVE "N" TO PW-LIST-MATCH.
           COMPUTE pw-value-len = FUNCTION LENGTH(FUNCTION
               TRIM(PW-TARGET TRAILING)).
           MOVE 1 TO pw-scan-pos.
           PERFORM UNTIL pw-scan-pos > LENGTH OF PW-LIST
                      OR PW-LIST-HAS-TARGET
               MOVE SPACES TO PW-WORD
               MOVE 0 TO pw-word-len
               UNSTRING PW-LIST DELIMITED BY ALL SPACE
                   INTO PW-WORD COUNT IN pw-word-len
                   WITH POINTER pw-scan-pos
               END-UNSTRING
               IF pw-word-len > 0 THEN
                    IF PW-WORD = PW-TARGET THEN
                         MOVE "Y" TO PW-LIST-MATCH
                    END-IF
                    IF PW-MATCH-PATTERNS
                            AND PW-WORD(pw-word-len:1) = "n"
                            AND pw-value-len >= pw-word-len THEN
                         PERFORM 9585-MATCH-PATTERN
                    END-IF
               END-IF
           END-PERFORM.

       9585-MATCH-PATTERN SECTION.
           SUBTRACT 1 FROM pw-word-len.
           IF pw-word-len > 0 THEN
                IF PW-TARGET(1:pw-word-len)
                        NOT = PW-WORD(1:pw-word-len) THEN
                     GO TO 9585-MATCH-PATTERN-EXIT
                END-IF
           END-IF.
           IF PW-TARGET(pw-word-len + 1:pw-value-len - pw-word-len)
                   IS NUMERIC THEN
                MOVE "Y" TO PW-LIST-MATCH
           END-IF.
       9585-MATCH-PATTERN-EXIT.
           EXIT.

       9586-FIND-KEY SECTION.
           MOVE PW-KEYS TO PW-LIST.
           MOVE PW-NAME TO PW-TARGET.
           MOVE "N" TO PW-PATTERN-SWITCH.
           PERFORM 9584-LIST-HOLDS.
           MOVE PW-LIST-MATCH TO PW-KEY-FOUND.

       9588-CHECK-WORD-LIST SECTION.
      *> A word is upper case, digits, "-", "," or "." - nothing a
      *> card could not carry - with a lower-case n allowed only as
      *> its last character, and no longer than a keyword name.
           MOVE SPACES TO PW-LIST-FAULT.
           MOVE 0 TO pw-word-count.
           MOVE PW-WORDS TO PW-LIST.
           MOVE 1 TO pw-scan-pos.
           PERFORM UNTIL pw-scan-pos > LENGTH OF PW-LIST
                      OR PW-LIST-FAULT NOT = SPACES
               MOVE SPACES TO PW-WORD
               MOVE 0 TO pw-word-len
               UNSTRING PW-LIST DELIMITED BY ALL SPACE
                   INTO PW-WORD COUNT IN pw-word-len
                   WITH POINTER pw-scan-pos
               END-UNSTRING
               IF pw-word-len > 0 THEN
                    ADD 1 TO pw-word-count
                    PERFORM 9589-CHECK-ONE-WORD
               END-IF
           END-PERFORM.

       9589-CHECK-ONE-WORD SECTION.
           IF pw-word-len > 20 THEN
                MOVE "AN ALLOWED WORD IS LONGER THAN 20"
                    TO PW-LIST-FAULT
                GO TO 9589-CHECK-ONE-WORD-EXIT
           END-IF.
           PERFORM VARYING pw-char-pos FROM 1 BY 1
                   UNTIL pw-char-pos > pw-word-len
                      OR PW-LIST-FAULT NOT = SPACES
               IF (PW-WORD(pw-char-pos:1) < "A"
                       OR PW-WORD(pw-char-pos:1) > "Z")
                   AND (PW-WORD(pw-char-pos:1) < "0"
                       OR PW-WORD(pw-char-pos:1) > "9")
                   AND PW-WORD(pw-char-pos:1) NOT = "-"
                   AND PW-WORD(pw-char-pos:1) NOT = ","
                   AND PW-WORD(pw-char-pos:1) NOT = "."
                   AND (PW-WORD(pw-char-pos:1) NOT = "n"
                       OR pw-char-pos < pw-word-len) THEN
                    MOVE "AN ALLOWED WORD HOLDS A BAD CHARACTER"
                        TO PW-LIST-FAULT
               END-IF
           END-PERFORM.
       9589-CHECK-ONE-WORD-EXIT.
           EXIT.
