      *> SOAKPR - shared "record a soak verdict" routine, SECTION
      *> form. The caller stages SOAK-LOG-WORK (see SOAKWS) and
      *> PERFORMs 9620-LOG-SOAK-VERDICT. The first-ever write creates
      *> the file, the same way 9600-LOG-ALERT does for ALERTLOG.
       9620-LOG-SOAK-VERDICT SECTION.
           MOVE FUNCTION CURRENT-DATE TO SK-TIMESTAMP.
           MOVE SOAK-LOG-WORK TO SOAK-LOG-RECORD.
           OPEN EXTEND SOAK-LOG-FILE.
           IF SOAK-LOG-STATUS = "35" THEN
                OPEN OUTPUT SOAK-LOG-FILE
           END-IF.
           WRITE SOAK-LOG-RECORD.
           CLOSE SOAK-LOG-FILE.
