001300* every transaction - applied or rejected - gets a line on
001400* the MNTLIST listing with a reason code, so whoever
001500* submitted the file can see what did not take.
001514* nobody signs on to a batch run, so the operator id on
001528* the PARTMLOG records written here is the program name -
001542* PARTAUD can still tell batch changes from keyed ones.
001557* a run in a month INVCLOSE has already closed on PERIODS
001571* posts nothing and ends with return code 16 - the ledger
001585* has been cut from that month's figures.
001600 ENVIRONMENT DIVISION.
001700 CONFIGURATION SECTION.
001800 INPUT-OUTPUT SECTION.
003200     SELECT LST-FILE ASSIGN MNTLIST.
003201*  RUN LOG: ONE RECORD PER BATCH RUN FOR THE MORNING SUMMARY
003202     SELECT OPTIONAL RUNLOG-FILE ASSIGN RUNLOG.
003214*  PERIOD FILE: PERIODS - MONTHS INVCLOSE HAS CLOSED, CHECKED
003226*  BEFORE ANYTHING IS POSTED
003238     SELECT OPTIONAL PER-FILE ASSIGN PERIODS
003251         ORGANIZATION IS INDEXED
003263         ACCESS MODE IS RANDOM
003275         RECORD KEY IS PER-PERIOD
003287         FILE STATUS IS WS-PER-FILE-STATUS.
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  TRAN-FILE
004600         ==PART-PRICE== BY ==TRN-PART-PRICE==
004700         ==WAREHOUSE-LOCATION== BY ==TRN-WAREHOUSE-LOCATION==
004800         ==REORDER-POINT== BY ==TRN-REORDER-POINT==
004810         ==PART-STATUS== BY ==TRN-PART-STATUS==
004840         ==PART-AVG-COST== BY ==TRN-PART-AVG-COST==
004870         ==PART-LOT-CONTROL== BY ==TRN-PART-LOT-CONTROL==.
004900
005000 FD  IN-FILE
005100     RECORDING MODE IS F
005500
005600 FD  LOG-FILE
005700     RECORDING MODE IS F
005800     RECORD CONTAINS 230 CHARACTERS.
005900 01  LOG-RECORD.
006000      05  LOG-TRAN-TYPE     PIC X(6).
006100      05  LOG-TRAN-DATE     PIC 9(8).
006200      05  LOG-TRAN-TIME     PIC 9(8).
006300      05  LOG-BEFORE-IMAGE  PIC X(100).
006400      05  LOG-AFTER-IMAGE   PIC X(100).
006450      05  LOG-OPERATOR-ID   PIC X(8).
006500
006600 FD  LST-FILE
006700     RECORDING MODE IS F
007104 01  RUNLOG-RECORD.
007105     COPY RUNLREC.
007106
007117 FD  PER-FILE
007129     RECORDING MODE IS F
007141     RECORD CONTAINS 80 CHARACTERS.
007153 01  PER-RECORD.
007164     COPY PERREC.
007176
007188 WORKING-STORAGE SECTION.
007200 01  SWITCHES.
007300      05  FILE-AT-END     PIC X  VALUE 'N'.
007400      05  WS-PART-FOUND   PIC X  VALUE 'N'.
007450      05  WS-PERIOD-CLOSED   PIC X  VALUE 'N'.
007500
007600 01  WS-TRAN-FILE-STATUS   PIC XX.
007700 01  WS-IN-FILE-STATUS     PIC XX.
009700         ==PART-PRICE== BY ==BEF-PART-PRICE==
009800         ==WAREHOUSE-LOCATION== BY ==BEF-WAREHOUSE-LOCATION==
009900         ==REORDER-POINT== BY ==BEF-REORDER-POINT==
009910         ==PART-STATUS== BY ==BEF-PART-STATUS==
009940         ==PART-AVG-COST== BY ==BEF-PART-AVG-COST==
009970         ==PART-LOT-CONTROL== BY ==BEF-PART-LOT-CONTROL==.
010000
010100 01  WS-AFTER-RECORD.
010200     COPY PARTREC REPLACING ==PART-NUMBER== BY ==AFT-PART-NUMBER==
010700         ==PART-PRICE== BY ==AFT-PART-PRICE==
010800         ==WAREHOUSE-LOCATION== BY ==AFT-WAREHOUSE-LOCATION==
010900         ==REORDER-POINT== BY ==AFT-REORDER-POINT==
010910         ==PART-STATUS== BY ==AFT-PART-STATUS==
010940         ==PART-AVG-COST== BY ==AFT-PART-AVG-COST==
010970         ==PART-LOT-CONTROL== BY ==AFT-PART-LOT-CONTROL==.
011000
011100 01  WS-LST-HEADING-1.
011200      05  FILLER  PIC X(31)
013900
014001 01  WS-RUN-START-DATE     PIC 9(8).
014002 01  WS-RUN-START-TIME     PIC 9(8).
014011*    why a run was refused, for the RUNLOG record
014021 01  WS-RUN-MESSAGE        PIC X(16) VALUE SPACES.
014031
014041 01  WS-PER-FILE-STATUS    PIC XX.
014051 01  WS-POSTING-DATE-PARTS.
014060      05  WS-POSTING-PERIOD PIC 9(6).
014070      05  FILLER            PIC 9(2).
014080
014090 PROCEDURE DIVISION.
014100     PERFORM INITIALIZATION
014200     PERFORM PROCESS-ALL
014300         UNTIL FILE-AT-END = 'Y'
014700 INITIALIZATION.
014701     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
014702     ACCEPT WS-RUN-START-TIME FROM TIME
014751     PERFORM CHECK-PERIOD-OPEN
014800     OPEN INPUT TRAN-FILE
014900     PERFORM CHECK-TRAN-FILE-STATUS
015000     OPEN I-O IN-FILE
017400         DISPLAY 'PARTBCH: PARTS OPEN FAILED, FILE STATUS = '
017500             WS-IN-FILE-STATUS
017600         MOVE 16 TO RETURN-CODE
017602         STOP RUN
017605     END-IF.
017608
017610 CHECK-PERIOD-OPEN.
017613*    a month INVCLOSE has closed takes no more postings -
017616*    the ledger has been cut from its figures. PERIODS
017618*    not there at all (status 05) is a shop that has never
017621*    closed a month
017624     ACCEPT WS-POSTING-DATE-PARTS FROM DATE YYYYMMDD
017627     OPEN INPUT PER-FILE
017629     IF WS-PER-FILE-STATUS NOT = '00'
017632             AND WS-PER-FILE-STATUS NOT = '05'
017635         DISPLAY 'PARTBCH: PERIODS OPEN FAILED, FILE STATUS = '
017637             WS-PER-FILE-STATUS
017640         MOVE 16 TO RETURN-CODE
017643         STOP RUN
017645     END-IF
017648     MOVE 'N' TO WS-PERIOD-CLOSED
017651     IF WS-PER-FILE-STATUS = '00'
017654         MOVE WS-POSTING-PERIOD TO PER-PERIOD
017656         READ PER-FILE
017659             INVALID KEY
017662                 CONTINUE
017664             NOT INVALID KEY
017667                 IF PER-STATUS = 'C'
017670                     MOVE 'Y' TO WS-PERIOD-CLOSED
017672                 END-IF
017675         END-READ
017678     END-IF
017681     CLOSE PER-FILE
017683     IF WS-PERIOD-CLOSED = 'Y'
017686         DISPLAY 'PARTBCH: PERIOD ' WS-POSTING-PERIOD
017689             ' IS CLOSED - NOTHING POSTED'
017691         MOVE 16 TO RETURN-CODE
017694         MOVE 'PERIOD CLOSED' TO WS-RUN-MESSAGE
017697         PERFORM WRITE-RUN-LOG
017700         STOP RUN
017800     END-IF.
017900
025500     IF WS-PART-FOUND = 'Y'
025600         MOVE IN-RECORD TO WS-BEFORE-RECORD
025700         PERFORM BUILD-MASTER-FROM-TRAN
025709*        the transaction carries none of what the master
025718*        has learned for itself since the part was added -
025727*        the moving-average cost PARTPST keeps and the lot
025736*        control flag PARTMNT sets - so both come back from
025745*        the record just read; a part with no average yet
025754*        stays without one
025763         IF BEF-PART-AVG-COST NUMERIC
025772             MOVE BEF-PART-AVG-COST TO PART-AVG-COST
025781         END-IF
025790         MOVE BEF-PART-LOT-CONTROL TO PART-LOT-CONTROL
025800         REWRITE IN-RECORD
025900             INVALID KEY
026000                 MOVE 'B010' TO WS-REJECT-REASON-CODE
032200     ACCEPT LOG-TRAN-TIME    FROM TIME
032300     MOVE WS-BEFORE-RECORD   TO LOG-BEFORE-IMAGE
032400     MOVE WS-AFTER-RECORD    TO LOG-AFTER-IMAGE
032450     MOVE 'PARTBCH '         TO LOG-OPERATOR-ID
032500     WRITE LOG-RECORD.
032600
032700 WRITE-APPLIED-LINE.
035215     MOVE APPLIED-COUNT TO RUN-RECORDS-WRITTEN
035216     MOVE REJECT-COUNT TO RUN-RECORDS-REJECTED
035217     MOVE RETURN-CODE TO RUN-RETURN-CODE
035237     MOVE WS-RUN-MESSAGE TO RUN-MESSAGE
035258     WRITE RUNLOG-RECORD
035279     CLOSE RUNLOG-FILE.
035300
035400 READ-PAR.
035500     READ TRAN-FILE
