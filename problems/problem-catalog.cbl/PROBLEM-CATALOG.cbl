       DATA DIVISION.
       FILE SECTION.
       FD  CATALOG-FILE.
       01  CATALOG-REC PIC X(223).

       WORKING-STORAGE SECTION.
       COPY PRCATWS.
                   PC-PARM-MIN " " PC-PARM-MAX " "
                   PC-PARM-DEFAULT " " PC-PARM-NOTES " "
                   PC-RUNTIME-CLASS "  " PC-TYPICAL-ELAPSED
                   " " PC-EFFECTIVE-FROM " " PC-EFFECTIVE-TO
                   " " PC-KEYWORD-ONLY " "
                   FUNCTION TRIM(PC-ALLOWED-WORDS TRAILING).

       01-DISPLAY-ENTRY-EXIT.
           EXIT.
