004700 FILE SECTION.
004800 FD  MLOG-FILE
004900     RECORDING MODE IS F
005000     RECORD CONTAINS 230 CHARACTERS.
005100 01  LOG-RECORD.
005200      05  LOG-TRAN-TYPE     PIC X(6).
005300      05  LOG-TRAN-DATE     PIC 9(8).
005400      05  LOG-TRAN-TIME     PIC 9(8).
005500      05  LOG-BEFORE-IMAGE  PIC X(100).
005600      05  LOG-AFTER-IMAGE   PIC X(100).
005650      05  LOG-OPERATOR-ID   PIC X(8).
005700
005800 FD  MARC-FILE
005900     RECORDING MODE IS F
006000     RECORD CONTAINS 230 CHARACTERS.
006100 01  MARC-RECORD         PIC X(230).
006200
006300 FD  STG-MLOG-FILE
006400     RECORDING MODE IS F
006500     RECORD CONTAINS 230 CHARACTERS.
006600 01  STG-MLOG-RECORD     PIC X(230).
006700
006800 FD  JRNL-FILE
006900     RECORDING MODE IS F
007000     RECORD CONTAINS 140 CHARACTERS.
007100 01  JRNL-RECORD.
007200     COPY JRNLREC.
007300
007400 FD  JARC-FILE
007500     RECORDING MODE IS F
007600     RECORD CONTAINS 140 CHARACTERS.
007700 01  JARC-RECORD         PIC X(140).
007800
007900 FD  STG-JRNL-FILE
008000     RECORDING MODE IS F
008100     RECORD CONTAINS 140 CHARACTERS.
008200 01  STG-JRNL-RECORD     PIC X(140).
008300
008400 FD  RUNLOG-FILE
008500     RECORDING MODE IS F
