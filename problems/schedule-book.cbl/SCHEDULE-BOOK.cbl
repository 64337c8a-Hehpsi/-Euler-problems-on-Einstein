       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
       01  CONTROL-CARD-REC PIC X(266).
       FD  DECKLIB-FILE.
       01  DECKLIB-REC PIC X(252).
       FD  CATALOG-FILE.
       01  CATALOG-REC PIC X(223).
       FD  AUTHREQ-FILE.
       01  AUTHREQ-REC PIC X(90).
       FD  PRINT-FILE.
       01 RAW-TABLE-MAX PIC 9(4) BINARY VALUE 400.
       01 raw-count PIC 9(4) BINARY VALUE ZERO.
       01 RAW-CARD-TABLE.
           05 RAW-CARD PIC X(266) OCCURS 400 TIMES.
       01 raw-idx PIC 9(4) BINARY.
       01 MEMBER-TABLE-MAX PIC 9(4) BINARY VALUE 100.
       01 member-count PIC 9(4) BINARY VALUE ZERO.
       01 MEMBER-CARD-TABLE.
           05 MEMBER-CARD PIC X(266) OCCURS 100 TIMES.
       01 member-idx PIC 9(4) BINARY.
       01 include-member PIC X(30).
       01 include-pass-count PIC 9(4) BINARY VALUE ZERO.
       01 deck-count PIC 9(4) BINARY VALUE ZERO.
       01 DECK-TABLE.
           05 DECK-ENTRY OCCURS 200 TIMES.
               10 DK-CARD       PIC X(266).
               10 DK-PROBLEM-ID PIC X(30).
               10 DK-PARM-LONG  PIC X(250).
       01 deck-idx PIC 9(4) BINARY.
                   NOT AT END
                       MOVE CATALOG-REC TO PROBLEM-CATALOG-RECORD
                       IF PC-PROGRAM-ID NOT = SPACES
                               AND PC-PARM-NAME(1:1) NOT = "*"
                               AND note-count < CATALOG-NOTE-MAX
                            ADD 1 TO note-count
                            MOVE PC-PROGRAM-ID
