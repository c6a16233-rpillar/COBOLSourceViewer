003600 FILE SECTION.
003700 FD  JRNL-FILE
003800     RECORDING MODE IS F
003900     RECORD CONTAINS 140 CHARACTERS.
004000 01  JRNL-RECORD.
004100     COPY JRNLREC.
004200
