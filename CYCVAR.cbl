000600* QTY-ON-HAND on the master.
000700* every count prints on the variance report with the unit
000800* difference and its dollar value (counted minus book,
000900* times the part's average cost - the same extension
001000* PARTVAL puts on the valuation report), and a net
001100* shrinkage total closes the report. the list price and
001150* the unit margin print beside the cost.
001200* a count flagged approved posts to the master as an
001300* adjustment, and the adjustment is logged to PARTMLOG
001400* with before/after images exactly as PARTMNT logs its
001600* auditable through PARTAUD like any other maintenance.
001700* unapproved counts only report; nothing posts until
001800* someone has signed off the variance.
001814* nobody signs on to a batch run, so the operator id on
001828* the PARTMLOG records written here is the program name -
001842* PARTAUD can still tell batch changes from keyed ones.
001857* a run in a month INVCLOSE has already closed on PERIODS
001871* posts nothing and ends with return code 16 - the ledger
001885* has been cut from that month's figures.
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
002100 INPUT-OUTPUT SECTION.
003500     SELECT VAR-FILE ASSIGN VARRPT.
003501*  RUN LOG: ONE RECORD PER BATCH RUN FOR THE MORNING SUMMARY
003502     SELECT OPTIONAL RUNLOG-FILE ASSIGN RUNLOG.
003514*  PERIOD FILE: PERIODS - MONTHS INVCLOSE HAS CLOSED, CHECKED
003526*  BEFORE ANYTHING IS POSTED
003538     SELECT OPTIONAL PER-FILE ASSIGN PERIODS
003551         ORGANIZATION IS INDEXED
003563         ACCESS MODE IS RANDOM
003575         RECORD KEY IS PER-PERIOD
003587         FILE STATUS IS WS-PER-FILE-STATUS.
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  CNT-FILE
005300
005400 FD  LOG-FILE
005500     RECORDING MODE IS F
005600     RECORD CONTAINS 230 CHARACTERS.
005700 01  LOG-RECORD.
005800      05  LOG-TRAN-TYPE     PIC X(6).
005900      05  LOG-TRAN-DATE     PIC 9(8).
006000      05  LOG-TRAN-TIME     PIC 9(8).
006100      05  LOG-BEFORE-IMAGE  PIC X(100).
006200      05  LOG-AFTER-IMAGE   PIC X(100).
006250      05  LOG-OPERATOR-ID   PIC X(8).
006300
006400 FD  VAR-FILE
006500     RECORDING MODE IS F
006904 01  RUNLOG-RECORD.
006905     COPY RUNLREC.
006906
006917 FD  PER-FILE
006929     RECORDING MODE IS F
006941     RECORD CONTAINS 80 CHARACTERS.
006953 01  PER-RECORD.
006964     COPY PERREC.
006976
006988 WORKING-STORAGE SECTION.
007000 01  SWITCHES.
007100      05  FILE-AT-END     PIC X  VALUE 'N'.
007200      05  WS-PART-FOUND   PIC X  VALUE 'N'.
007250      05  WS-PERIOD-CLOSED   PIC X  VALUE 'N'.
007300
007400 01  WS-CNT-FILE-STATUS    PIC XX.
007500 01  WS-IN-FILE-STATUS     PIC XX.
008400 01  DISPLAY-REJECT-COUNT  PIC Z(6)9.
008500
008600*    counted minus book - negative is missing stock, and
008700*    the dollar figure is that difference costed at the
008800*    part's average cost (its price if it carries none
008850*    yet); the net of all of them is the shrinkage
008900*    number month-end has been assembling by hand
009000 01  WS-VARIANCE-QTY       PIC S9(8) VALUE 0.
009100 01  WS-VARIANCE-VALUE     PIC S9(10)V99 VALUE 0.
009200 01  WS-NET-SHRINKAGE      PIC S9(12)V99 VALUE 0.
009233 01  WS-AVG-COST           PIC 9(3)V9999 VALUE 0.
009266 01  WS-UNIT-MARGIN        PIC S9(3)V9999 VALUE 0.
009300
009400 01  WS-TRAN-TYPE          PIC X(6).
009500
010200         ==PART-PRICE== BY ==BEF-PART-PRICE==
010300         ==WAREHOUSE-LOCATION== BY ==BEF-WAREHOUSE-LOCATION==
010400         ==REORDER-POINT== BY ==BEF-REORDER-POINT==
010410         ==PART-STATUS== BY ==BEF-PART-STATUS==
010440         ==PART-AVG-COST== BY ==BEF-PART-AVG-COST==
010470         ==PART-LOT-CONTROL== BY ==BEF-PART-LOT-CONTROL==.
010500
010600 01  WS-AFTER-RECORD.
010700     COPY PARTREC REPLACING ==PART-NUMBER== BY ==AFT-PART-NUMBER==
011200         ==PART-PRICE== BY ==AFT-PART-PRICE==
011300         ==WAREHOUSE-LOCATION== BY ==AFT-WAREHOUSE-LOCATION==
011400         ==REORDER-POINT== BY ==AFT-REORDER-POINT==
011410         ==PART-STATUS== BY ==AFT-PART-STATUS==
011440         ==PART-AVG-COST== BY ==AFT-PART-AVG-COST==
011470         ==PART-LOT-CONTROL== BY ==AFT-PART-LOT-CONTROL==.
011500
011600 01  WS-VAR-HEADING-1.
011700      05  FILLER  PIC X(30)
012900      05  FILLER  PIC X(2)  VALUE SPACES.
013000      05  FILLER  PIC X(8)  VALUE 'VARIANCE'.
013100      05  FILLER  PIC X(2)  VALUE SPACES.
013200      05  FILLER  PIC X(8)  VALUE 'AVG COST'.
013220      05  FILLER  PIC X(2)  VALUE SPACES.
013240      05  FILLER  PIC X(6)  VALUE ' PRICE'.
013260      05  FILLER  PIC X(2)  VALUE SPACES.
013280      05  FILLER  PIC X(9)  VALUE '   MARGIN'.
013300      05  FILLER  PIC X(2)  VALUE SPACES.
013400      05  FILLER  PIC X(12) VALUE 'DOLLAR VAR'.
013500      05  FILLER  PIC X(2)  VALUE SPACES.
013600      05  FILLER  PIC X(10) VALUE 'DISP'.
013700      05  FILLER  PIC X(11) VALUE SPACES.
013800
013900 01  WS-VAR-DETAIL.
014000      05  VRD-PART-NUMBER    PIC X(6).
014700      05  FILLER             PIC X(2) VALUE SPACES.
014800      05  VRD-VARIANCE-QTY   PIC -ZZZZZZ9.
014900      05  FILLER             PIC X(2) VALUE SPACES.
014933      05  VRD-AVG-COST       PIC ZZ9.9999.
014966      05  FILLER             PIC X(2) VALUE SPACES.
015000      05  VRD-PART-PRICE     PIC ZZ9.99.
015033      05  FILLER             PIC X(2) VALUE SPACES.
015066      05  VRD-UNIT-MARGIN    PIC -ZZ9.9999.
015100      05  FILLER             PIC X(2) VALUE SPACES.
015200      05  VRD-VARIANCE-VALUE PIC -ZZZ,ZZZ,ZZ9.99.
015300      05  FILLER             PIC X(2) VALUE SPACES.
015400      05  VRD-DISPOSITION    PIC X(10).
015500      05  FILLER             PIC X(8) VALUE SPACES.
015600
015700 01  WS-VAR-TOTAL-LINE.
015800      05  FILLER             PIC X(46) VALUE SPACES.
016400
016501 01  WS-RUN-START-DATE     PIC 9(8).
016502 01  WS-RUN-START-TIME     PIC 9(8).
016511*    why a run was refused, for the RUNLOG record
016521 01  WS-RUN-MESSAGE        PIC X(16) VALUE SPACES.
016531
016541 01  WS-PER-FILE-STATUS    PIC XX.
016551 01  WS-POSTING-DATE-PARTS.
016560      05  WS-POSTING-PERIOD PIC 9(6).
016570      05  FILLER            PIC 9(2).
016580
016590 PROCEDURE DIVISION.
016600     PERFORM INITIALIZATION
016700     PERFORM PROCESS-ALL
016800         UNTIL FILE-AT-END = 'Y'
017200 INITIALIZATION.
017201     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
017202     ACCEPT WS-RUN-START-TIME FROM TIME
017251     PERFORM CHECK-PERIOD-OPEN
017300     OPEN INPUT CNT-FILE
017400     PERFORM CHECK-CNT-FILE-STATUS
017500     OPEN I-O IN-FILE
020000         STOP RUN
020100     END-IF.
020200
020202 CHECK-PERIOD-OPEN.
020205*    a month INVCLOSE has closed takes no more postings -
020208*    the ledger has been cut from its figures. PERIODS
020210*    not there at all (status 05) is a shop that has never
020213*    closed a month
020216     ACCEPT WS-POSTING-DATE-PARTS FROM DATE YYYYMMDD
020218     OPEN INPUT PER-FILE
020221     IF WS-PER-FILE-STATUS NOT = '00'
020224             AND WS-PER-FILE-STATUS NOT = '05'
020227         DISPLAY 'CYCVAR: PERIODS OPEN FAILED, FILE STATUS = '
020229             WS-PER-FILE-STATUS
020232         MOVE 16 TO RETURN-CODE
020235         STOP RUN
020237     END-IF
020240     MOVE 'N' TO WS-PERIOD-CLOSED
020243     IF WS-PER-FILE-STATUS = '00'
020245         MOVE WS-POSTING-PERIOD TO PER-PERIOD
020248         READ PER-FILE
020251             INVALID KEY
020254                 CONTINUE
020256             NOT INVALID KEY
020259                 IF PER-STATUS = 'C'
020262                     MOVE 'Y' TO WS-PERIOD-CLOSED
020264                 END-IF
020267         END-READ
020270     END-IF
020272     CLOSE PER-FILE
020275     IF WS-PERIOD-CLOSED = 'Y'
020278         DISPLAY 'CYCVAR: PERIOD ' WS-POSTING-PERIOD
020281             ' IS CLOSED - NOTHING POSTED'
020283         MOVE 16 TO RETURN-CODE
020286         MOVE 'PERIOD CLOSED' TO WS-RUN-MESSAGE
020289         PERFORM WRITE-RUN-LOG
020291         STOP RUN
020294     END-IF.
020297
020300 PROCESS-ALL.
020400     IF CNT-COUNTED-QTY NOT NUMERIC
020500         PERFORM REPORT-BAD-COUNT
022500
022600 REPORT-VARIANCE.
022700     COMPUTE WS-VARIANCE-QTY = CNT-COUNTED-QTY - QTY-ON-HAND
022800     IF PART-AVG-COST NUMERIC
022812         MOVE PART-AVG-COST TO WS-AVG-COST
022825     ELSE
022837         MOVE PART-PRICE TO WS-AVG-COST
022850     END-IF
022862     COMPUTE WS-VARIANCE-VALUE ROUNDED =
022875         WS-VARIANCE-QTY * WS-AVG-COST
022887     COMPUTE WS-UNIT-MARGIN = PART-PRICE - WS-AVG-COST
022900     ADD WS-VARIANCE-VALUE TO WS-NET-SHRINKAGE
023000     IF WS-VARIANCE-QTY NOT = 0
023100         ADD 1 TO VARIANCE-COUNT
023500     MOVE QTY-ON-HAND       TO VRD-BOOK-QTY
023600     MOVE CNT-COUNTED-QTY   TO VRD-COUNTED-QTY
023700     MOVE WS-VARIANCE-QTY   TO VRD-VARIANCE-QTY
023750     MOVE WS-AVG-COST       TO VRD-AVG-COST
023800     MOVE PART-PRICE        TO VRD-PART-PRICE
023850     MOVE WS-UNIT-MARGIN    TO VRD-UNIT-MARGIN
023900     MOVE WS-VARIANCE-VALUE TO VRD-VARIANCE-VALUE
024000     IF CNT-APPROVED = 'Y' AND WS-VARIANCE-QTY NOT = 0
024100         PERFORM POST-ADJUSTMENT
028500     ACCEPT LOG-TRAN-TIME    FROM TIME
028600     MOVE WS-BEFORE-RECORD   TO LOG-BEFORE-IMAGE
028700     MOVE WS-AFTER-RECORD    TO LOG-AFTER-IMAGE
028750     MOVE 'CYCVAR  '         TO LOG-OPERATOR-ID
028800     WRITE LOG-RECORD.
028900
029000 TERMINATION.
030115     MOVE POSTED-COUNT TO RUN-RECORDS-WRITTEN
030116     MOVE REJECT-COUNT TO RUN-RECORDS-REJECTED
030117     MOVE RETURN-CODE TO RUN-RETURN-CODE
030137     MOVE WS-RUN-MESSAGE TO RUN-MESSAGE
030158     WRITE RUNLOG-RECORD
030179     CLOSE RUNLOG-FILE.
030200
030300 READ-PAR.
030400     READ CNT-FILE
