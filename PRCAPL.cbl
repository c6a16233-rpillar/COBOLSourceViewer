001900* bigger than the threshold percent (command line, 10
002000* when not given) is flagged REVIEW, because a mis-keyed
002100* decimal point is cheapest to catch the night it lands.
002125* nobody signs on to a batch run, so the operator id on
002150* the PARTMLOG records written here is the program name -
002175* PARTAUD can still tell batch changes from keyed ones.
002181* a run in a month INVCLOSE has already closed on PERIODS
002187* posts nothing and ends with return code 16 - the ledger
002193* has been cut from that month's figures.
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 INPUT-OUTPUT SECTION.
004300     SELECT RPT-FILE ASSIGN PRCRPT.
004400*  RUN LOG: ONE RECORD PER BATCH RUN FOR THE MORNING SUMMARY
004500     SELECT OPTIONAL RUNLOG-FILE ASSIGN RUNLOG.
004512*  PERIOD FILE: PERIODS - MONTHS INVCLOSE HAS CLOSED, CHECKED
004525*  BEFORE ANYTHING IS POSTED
004537     SELECT OPTIONAL PER-FILE ASSIGN PERIODS
004550         ORGANIZATION IS INDEXED
004562         ACCESS MODE IS RANDOM
004575         RECORD KEY IS PER-PERIOD
004587         FILE STATUS IS WS-PER-FILE-STATUS.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  PND-FILE
005900
006000 FD  LOG-FILE
006100     RECORDING MODE IS F
006200     RECORD CONTAINS 230 CHARACTERS.
006300 01  LOG-RECORD.
006400      05  LOG-TRAN-TYPE     PIC X(6).
006500      05  LOG-TRAN-DATE     PIC 9(8).
006600      05  LOG-TRAN-TIME     PIC 9(8).
006700      05  LOG-BEFORE-IMAGE  PIC X(100).
006800      05  LOG-AFTER-IMAGE   PIC X(100).
006850      05  LOG-OPERATOR-ID   PIC X(8).
006900
007000 FD  HIST-FILE
007100     RECORDING MODE IS F
009300 01  RUNLOG-RECORD.
009400     COPY RUNLREC.
009500
009514 FD  PER-FILE
009528     RECORDING MODE IS F
009542     RECORD CONTAINS 80 CHARACTERS.
009557 01  PER-RECORD.
009571     COPY PERREC.
009585
009600 WORKING-STORAGE SECTION.
009700 01  SWITCHES.
009800      05  WS-PND-AT-END   PIC X  VALUE 'N'.
009900      05  WS-PART-FOUND   PIC X  VALUE 'N'.
009950      05  WS-PERIOD-CLOSED   PIC X  VALUE 'N'.
010000
010100 01  WS-PND-FILE-STATUS    PIC XX.
010200 01  WS-PART-FILE-STATUS   PIC XX.
011200
011300 01  WS-RUN-START-DATE     PIC 9(8).
011400 01  WS-RUN-START-TIME     PIC 9(8).
011433*    why a run was refused, for the RUNLOG record
011466 01  WS-RUN-MESSAGE        PIC X(16) VALUE SPACES.
011500
011600*    the review threshold is a whole percent, accepted
011700*    the same careful way PARTEXC takes its override -
013500         ==PART-PRICE== BY ==BEF-PART-PRICE==
013600         ==WAREHOUSE-LOCATION== BY ==BEF-WAREHOUSE-LOCATION==
013700         ==REORDER-POINT== BY ==BEF-REORDER-POINT==
013710         ==PART-STATUS== BY ==BEF-PART-STATUS==
013755         ==PART-AVG-COST== BY ==BEF-PART-AVG-COST==
013777         ==PART-LOT-CONTROL== BY ==BEF-PART-LOT-CONTROL==.
013800
013900 01  WS-AFTER-RECORD.
014000     COPY PARTREC REPLACING ==PART-NUMBER== BY ==AFT-PART-NUMBER==
014500         ==PART-PRICE== BY ==AFT-PART-PRICE==
014600         ==WAREHOUSE-LOCATION== BY ==AFT-WAREHOUSE-LOCATION==
014700         ==REORDER-POINT== BY ==AFT-REORDER-POINT==
014710         ==PART-STATUS== BY ==AFT-PART-STATUS==
014755         ==PART-AVG-COST== BY ==AFT-PART-AVG-COST==
014777         ==PART-LOT-CONTROL== BY ==AFT-PART-LOT-CONTROL==.
014800
014900 01  WS-RPT-HEADING-1.
015000      05  FILLER  PIC X(28)
018300      05  PCD-REVIEW-FLAG    PIC X(6).
018400      05  FILLER             PIC X(42) VALUE SPACES.
018500
018516 01  WS-PER-FILE-STATUS    PIC XX.
018533 01  WS-POSTING-DATE-PARTS.
018550      05  WS-POSTING-PERIOD PIC 9(6).
018566      05  FILLER            PIC 9(2).
018583
018600 PROCEDURE DIVISION.
018700     PERFORM INITIALIZATION
018800     PERFORM PROCESS-ALL
019300 INITIALIZATION.
019400     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
019500     ACCEPT WS-RUN-START-TIME FROM TIME
019550     PERFORM CHECK-PERIOD-OPEN
019600     PERFORM EDIT-PARAMETERS
019700     OPEN I-O PND-FILE
019800     PERFORM CHECK-PND-FILE-STATUS
025200         STOP RUN
025300     END-IF.
025400
025402 CHECK-PERIOD-OPEN.
025405*    a month INVCLOSE has closed takes no more postings -
025408*    the ledger has been cut from its figures. PERIODS
025411*    not there at all (status 05) is a shop that has never
025414*    closed a month
025417     ACCEPT WS-POSTING-DATE-PARTS FROM DATE YYYYMMDD
025420     OPEN INPUT PER-FILE
025422     IF WS-PER-FILE-STATUS NOT = '00'
025425             AND WS-PER-FILE-STATUS NOT = '05'
025428         DISPLAY 'PRCAPL: PERIODS OPEN FAILED, FILE STATUS = '
025431             WS-PER-FILE-STATUS
025434         MOVE 16 TO RETURN-CODE
025437         STOP RUN
025440     END-IF
025442     MOVE 'N' TO WS-PERIOD-CLOSED
025445     IF WS-PER-FILE-STATUS = '00'
025448         MOVE WS-POSTING-PERIOD TO PER-PERIOD
025451         READ PER-FILE
025454             INVALID KEY
025457                 CONTINUE
025460             NOT INVALID KEY
025462                 IF PER-STATUS = 'C'
025465                     MOVE 'Y' TO WS-PERIOD-CLOSED
025468                 END-IF
025471         END-READ
025474     END-IF
025477     CLOSE PER-FILE
025480     IF WS-PERIOD-CLOSED = 'Y'
025482         DISPLAY 'PRCAPL: PERIOD ' WS-POSTING-PERIOD
025485             ' IS CLOSED - NOTHING POSTED'
025488         MOVE 16 TO RETURN-CODE
025489         MOVE 'PERIOD CLOSED' TO WS-RUN-MESSAGE
025490         PERFORM WRITE-RUN-LOG
025491         STOP RUN
025494     END-IF.
025497
025500 PROCESS-ALL.
025600*    a pending record whose date has not come yet just
025700*    stays - tomorrow night is another night
029900     ACCEPT LOG-TRAN-TIME    FROM TIME
030000     MOVE WS-BEFORE-RECORD   TO LOG-BEFORE-IMAGE
030100     MOVE WS-AFTER-RECORD    TO LOG-AFTER-IMAGE
030150*    the operator who keyed the change through PRCMNT;
030156*    a pending record keyed before PRCMNT recorded it has
030162*    none, and is logged as this program's
030168     IF PND-OPERATOR-ID = SPACES
030175         MOVE 'PRCAPL  '         TO LOG-OPERATOR-ID
030181     ELSE
030187         MOVE PND-OPERATOR-ID    TO LOG-OPERATOR-ID
030193     END-IF
030200     WRITE LOG-RECORD.
030300
030400 WRITE-HISTORY-RECORD.
038800     MOVE APPLIED-COUNT TO RUN-RECORDS-WRITTEN
038900     MOVE REJECT-COUNT  TO RUN-RECORDS-REJECTED
039000     MOVE RETURN-CODE   TO RUN-RETURN-CODE
039050     MOVE WS-RUN-MESSAGE TO RUN-MESSAGE
039100     WRITE RUNLOG-RECORD
039200     CLOSE RUNLOG-FILE.
039300
