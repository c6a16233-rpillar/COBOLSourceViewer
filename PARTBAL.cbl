006100         ==PART-PRICE== BY ==TDY-PART-PRICE==
006200         ==WAREHOUSE-LOCATION== BY ==TDY-WAREHOUSE-LOCATION==
006300         ==REORDER-POINT== BY ==TDY-REORDER-POINT==
006310         ==PART-STATUS== BY ==TDY-PART-STATUS==
006355         ==PART-AVG-COST== BY ==TDY-PART-AVG-COST==
006377         ==PART-LOT-CONTROL== BY ==TDY-PART-LOT-CONTROL==.
006400
006500 FD  PRIOR-FILE
006600     RECORDING MODE IS F
007400         ==PART-PRICE== BY ==PRI-PART-PRICE==
007500         ==WAREHOUSE-LOCATION== BY ==PRI-WAREHOUSE-LOCATION==
007600         ==REORDER-POINT== BY ==PRI-REORDER-POINT==
007610         ==PART-STATUS== BY ==PRI-PART-STATUS==
007655         ==PART-AVG-COST== BY ==PRI-PART-AVG-COST==
007677         ==PART-LOT-CONTROL== BY ==PRI-PART-LOT-CONTROL==.
007700
007800 FD  JRNL-FILE
007900     RECORDING MODE IS F
008000     RECORD CONTAINS 140 CHARACTERS.
008100 01  JRNL-RECORD.
008200     COPY JRNLREC.
008300
008400 FD  LOG-FILE
008500     RECORDING MODE IS F
008600     RECORD CONTAINS 230 CHARACTERS.
008700 01  LOG-RECORD.
008800      05  LOG-TRAN-TYPE     PIC X(6).
008900      05  LOG-TRAN-DATE     PIC 9(8).
009000      05  LOG-TRAN-TIME     PIC 9(8).
009100      05  LOG-BEFORE-IMAGE  PIC X(100).
009200      05  LOG-AFTER-IMAGE   PIC X(100).
009250      05  LOG-OPERATOR-ID   PIC X(8).
009300
009400 SD  SORT-FILE
009500     RECORD CONTAINS 30 CHARACTERS.
016800         ==PART-PRICE== BY ==BEF-PART-PRICE==
016900         ==WAREHOUSE-LOCATION== BY ==BEF-WAREHOUSE-LOCATION==
017000         ==REORDER-POINT== BY ==BEF-REORDER-POINT==
017010         ==PART-STATUS== BY ==BEF-PART-STATUS==
017055         ==PART-AVG-COST== BY ==BEF-PART-AVG-COST==
017077         ==PART-LOT-CONTROL== BY ==BEF-PART-LOT-CONTROL==.
017100
017200 01  WS-AFTER-RECORD.
017300     COPY PARTREC REPLACING ==PART-NUMBER== BY ==AFT-PART-NUMBER==
017800         ==PART-PRICE== BY ==AFT-PART-PRICE==
017900         ==WAREHOUSE-LOCATION== BY ==AFT-WAREHOUSE-LOCATION==
018000         ==REORDER-POINT== BY ==AFT-REORDER-POINT==
018010         ==PART-STATUS== BY ==AFT-PART-STATUS==
018055         ==PART-AVG-COST== BY ==AFT-PART-AVG-COST==
018077         ==PART-LOT-CONTROL== BY ==AFT-PART-LOT-CONTROL==.
018100
018200 01  WS-BEF-QTY            PIC S9(7) VALUE 0.
018300 01  WS-AFT-QTY            PIC S9(7) VALUE 0.
