000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MOVEPRE.
000300* This program pre-edits the warehouse MOVEFILE ahead of
000400* PARTPST and decides whether the batch may be posted at
000500* all. the warehouse system frames each day's movements
000600* with a batch header - batch number and date - and a
000700* trailer carrying the count of movement records and a
000800* hash total of MOVE-QUANTITY by movement type (MOVEREC).
000900* the whole file is read and the totals proved here:
001000*   - the first record must be the header, with a batch
001100*     number on it;
001200*   - there must be a trailer, and nothing after it - a
001300*     second header or a record past the trailer is a file
001400*     put together wrongly;
001500*   - the movement records counted must agree with the
001600*     trailer's count - fewer is a file cut short in
001700*     transfer - and each type's quantities, summed and
001800*     cut to their low-order six digits, must agree with
001900*     the trailer's hash for that type;
002000*   - the batch number must not already be on BATCHHST,
002100*     which PARTPST adds each batch to as it starts on it,
002200*     so a file sent twice is caught before it posts twice
002233*     and one whose posting run ended part way is caught
002266*     before what did post is posted again.
002300* the first thing found wrong is the reason the batch is
002400* held. a held batch is held whole: MOVECTL is written
002500* with H and the reason, PARTPST will post none of it, and
002600* this run ends with return code 8 so operations can have
002700* the warehouse send it again before the nightly window
002800* closes. a batch that proves is written to MOVECTL with P
002900* and PARTPST posts it.
003000* either way the BATCHRPT control report shows the batch,
003100* the counted and trailer totals type by type and the
003200* verdict, and the reason goes onto RUNLOG for the morning
003300* summary.
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800*  MOVEMENT FILE: THE DAY'S STOCK MOVEMENTS FROM THE WAREHOUSE
003900     SELECT MOVE-FILE ASSIGN MOVEFILE
004000         FILE STATUS IS WS-MOVE-FILE-STATUS.
004100*  BATCH HISTORY: BATCHHST - BATCHES POSTED BY BATCH NUMBER,
004200*  OPTIONAL UNTIL PARTPST HAS POSTED THE FIRST ONE
004300     SELECT OPTIONAL BHST-FILE ASSIGN BATCHHST
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS RANDOM
004600         RECORD KEY IS BHS-BATCH-NUMBER
004700         FILE STATUS IS WS-BHST-FILE-STATUS.
004800*  BATCH CONTROL: MOVECTL - PASSED/HELD VERDICT FOR PARTPST
004900     SELECT MCTL-FILE ASSIGN MOVECTL.
005000*  OUTPUT FILE: SEND TO PRINTER
005100     SELECT RPT-FILE ASSIGN BATCHRPT.
005200*  RUN LOG: ONE RECORD PER BATCH RUN FOR THE MORNING SUMMARY
005300     SELECT OPTIONAL RUNLOG-FILE ASSIGN RUNLOG.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  MOVE-FILE
005700     RECORDING MODE IS F
005800     RECORD CONTAINS 80 CHARACTERS.
005900 01  MOVE-RECORD.
006000     COPY MOVEREC.
006100
006200 FD  BHST-FILE
006300     RECORDING MODE IS F
006400     RECORD CONTAINS 80 CHARACTERS.
006500 01  BHST-RECORD.
006600     COPY BHSTREC.
006700
006800 FD  MCTL-FILE
006900     RECORDING MODE IS F
007000     RECORD CONTAINS 80 CHARACTERS.
007100 01  MCTL-RECORD.
007200     COPY MCTLREC.
007300
007400 FD  RPT-FILE
007500     RECORDING MODE IS F
007600     RECORD CONTAINS 132 CHARACTERS.
007700 01  RPT-RECORD          PIC X(132).
007800
007900 FD  RUNLOG-FILE
008000     RECORDING MODE IS F
008100     RECORD CONTAINS 80 CHARACTERS.
008200 01  RUNLOG-RECORD.
008300     COPY RUNLREC.
008400
008500 WORKING-STORAGE SECTION.
008600 01  SWITCHES.
008700      05  FILE-AT-END     PIC X  VALUE 'N'.
008800      05  WS-TRAILER-SEEN PIC X  VALUE 'N'.
008900      05  WS-HASH-OFF     PIC X  VALUE 'N'.
009000      05  WS-BHST-AVAILABLE PIC X VALUE 'N'.
009100      05  WS-ALREADY-POSTED PIC X VALUE 'N'.
009200
009300 01  WS-MOVE-FILE-STATUS   PIC XX.
009400 01  WS-BHST-FILE-STATUS   PIC XX.
009500
009600 01  RECORD-COUNT          PIC S9(7) PACKED-DECIMAL VALUE +0.
009700 01  DISPLAY-RECORD-COUNT  PIC Z(6)9.
009800 01  DETAIL-COUNT          PIC S9(7) PACKED-DECIMAL VALUE +0.
009900 01  DISPLAY-DETAIL-COUNT  PIC Z(6)9.
010000
010100 01  WS-RUN-START-DATE     PIC 9(8).
010200 01  WS-RUN-START-TIME     PIC 9(8).
010300
010400*    the batch as the header gives it, the trailer's figures
010500*    kept aside as they are read, and the first reason found
010600*    to hold the batch - blank means it proved
010700 01  WS-BATCH-NUMBER       PIC X(10) VALUE SPACES.
010800 01  WS-BATCH-DATE         PIC 9(8)  VALUE 0.
010900 01  WS-TRL-RECORD-COUNT   PIC X(7)  VALUE SPACES.
011000 01  WS-TRL-RECORD-COUNT-N REDEFINES WS-TRL-RECORD-COUNT
011100                           PIC 9(7).
011200 01  WS-TRL-HASHES         PIC X(66) VALUE SPACES.
011300 01  WS-HOLD-REASON        PIC X(16) VALUE SPACES.
011400 01  WS-NEW-REASON         PIC X(16) VALUE SPACES.
011500
011600*    the movement types in the order the trailer carries
011700*    their hash totals, and what was counted for each
011800 01  WS-TYPE-CODES         PIC X(11) VALUE 'RISLKTAQBWV'.
011900 01  WS-TYPE-CODE-TABLE REDEFINES WS-TYPE-CODES.
012000      05  WS-TYPE-CODE      PIC X OCCURS 11 TIMES.
012100 01  WS-TYPE-TOTALS.
012200      05  WS-TYPE-ENTRY OCCURS 11 TIMES.
012300           10  WS-TYPE-COUNT PIC 9(7)  VALUE 0.
012400           10  WS-TYPE-HASH  PIC 9(11) VALUE 0.
012500 01  WS-TYPE-IDX           PIC 9(2) VALUE 0.
012600 01  WS-TYPE-SLOT          PIC 9(2) VALUE 0.
012700 01  WS-HASH-QUOTIENT      PIC 9(11) VALUE 0.
012800 01  WS-HASH-LOW           PIC 9(6)  VALUE 0.
012900 01  WS-TRL-HASH           PIC X(6)  VALUE SPACES.
013000 01  WS-TRL-HASH-N REDEFINES WS-TRL-HASH
013100                           PIC 9(6).
013200
013300 01  WS-RPT-HEADING-1.
013400      05  FILLER  PIC X(40)
013500          VALUE 'MOVEFILE BATCH PRE-EDIT CONTROL REPORT'.
013600      05  FILLER  PIC X(92) VALUE SPACES.
013700
013800 01  WS-RPT-BATCH-LINE.
013900      05  FILLER  PIC X(14) VALUE 'BATCH NUMBER: '.
014000      05  BTL-BATCH-NUMBER  PIC X(10).
014100      05  FILLER  PIC X(16) VALUE '   BATCH DATE: '.
014200      05  BTL-BATCH-DATE    PIC X(8).
014300      05  FILLER  PIC X(14) VALUE '   EDITED ON: '.
014400      05  BTL-EDIT-DATE     PIC 9(8).
014500      05  FILLER  PIC X(62) VALUE SPACES.
014600
014700 01  WS-RPT-HEADING-2.
014800      05  FILLER  PIC X(4)  VALUE 'TYPE'.
014900      05  FILLER  PIC X(2)  VALUE SPACES.
015000      05  FILLER  PIC X(7)  VALUE 'RECORDS'.
015100      05  FILLER  PIC X(2)  VALUE SPACES.
015200      05  FILLER  PIC X(12) VALUE '    QUANTITY'.
015300      05  FILLER  PIC X(2)  VALUE SPACES.
015400      05  FILLER  PIC X(6)  VALUE '  HASH'.
015500      05  FILLER  PIC X(2)  VALUE SPACES.
015600      05  FILLER  PIC X(7)  VALUE 'TRAILER'.
015700      05  FILLER  PIC X(2)  VALUE SPACES.
015800      05  FILLER  PIC X(8)  VALUE SPACES.
015900      05  FILLER  PIC X(78) VALUE SPACES.
016000
016100 01  WS-RPT-DETAIL.
016200      05  FILLER             PIC X(3) VALUE SPACES.
016300      05  BTD-MOVE-TYPE      PIC X.
016400      05  FILLER             PIC X(2) VALUE SPACES.
016500      05  BTD-RECORDS        PIC ZZZZZZ9.
016600      05  FILLER             PIC X(2) VALUE SPACES.
016700      05  BTD-QUANTITY       PIC Z(10)9.
016800      05  FILLER             PIC X(3) VALUE SPACES.
016900      05  BTD-HASH           PIC 9(6).
017000      05  FILLER             PIC X(3) VALUE SPACES.
017100      05  BTD-TRAILER-HASH   PIC X(6).
017200      05  FILLER             PIC X(2) VALUE SPACES.
017300      05  BTD-STATE          PIC X(8).
017400      05  FILLER             PIC X(78) VALUE SPACES.
017500
017600 01  WS-RPT-COUNT-LINE.
017700      05  FILLER  PIC X(20) VALUE 'MOVEMENT RECORDS:   '.
017800      05  BTC-DETAIL-COUNT  PIC ZZZZZZ9.
017900      05  FILLER  PIC X(18) VALUE '   TRAILER COUNT: '.
018000      05  BTC-TRAILER-COUNT PIC X(7).
018100      05  FILLER  PIC X(80) VALUE SPACES.
018200
018300 01  WS-RPT-RESULT-LINE.
018400      05  FILLER  PIC X(8)  VALUE 'RESULT: '.
018500      05  BTR-RESULT        PIC X(6).
018600      05  BTR-REASON-LEAD   PIC X(3).
018700      05  BTR-REASON        PIC X(16).
018800      05  BTR-REASON-TAIL   PIC X(27).
018900      05  FILLER  PIC X(72) VALUE SPACES.
019000
019100 01  WS-RPT-POSTED-LINE.
019200      05  FILLER  PIC X(29) VALUE 'BATCH WAS ALREADY POSTED ON: '.
019300      05  BTP-POSTED-DATE   PIC 9(8).
019400      05  FILLER  PIC X(95) VALUE SPACES.
019414
019428 01  WS-RPT-STARTED-LINE.
019442      05  FILLER  PIC X(41)
019457          VALUE 'BATCH WAS STARTED AND NEVER FINISHED ON: '.
019471      05  BTS-STARTED-DATE  PIC 9(8).
019485      05  FILLER  PIC X(83) VALUE SPACES.
019500
019600 PROCEDURE DIVISION.
019700     PERFORM INITIALIZATION
019800     PERFORM PROCESS-ALL
019900         UNTIL FILE-AT-END = 'Y'
020000     PERFORM TERMINATION
020100     GOBACK.
020200
020300 INITIALIZATION.
020400     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
020500     ACCEPT WS-RUN-START-TIME FROM TIME
020600     OPEN INPUT MOVE-FILE
020700     PERFORM CHECK-MOVE-FILE-STATUS
020800     OPEN INPUT BHST-FILE
020900     PERFORM CHECK-BHST-FILE-STATUS
021000     OPEN OUTPUT RPT-FILE
021100     WRITE RPT-RECORD FROM WS-RPT-HEADING-1
021200     PERFORM CHECK-BATCH-HEADER.
021300
021400 CHECK-MOVE-FILE-STATUS.
021500*    a bad MOVEFILE open (missing dataset, wrong record
021600*    length, etc.) has to stop the run here - PARTPST
021700*    posts nothing this run has not passed
021800     IF WS-MOVE-FILE-STATUS NOT = '00'
021900         DISPLAY 'MOVEPRE: MOVEFILE OPEN FAILED, FILE STATUS = '
022000             WS-MOVE-FILE-STATUS
022100         MOVE 16 TO RETURN-CODE
022200         STOP RUN
022300     END-IF.
022400
022500 CHECK-BHST-FILE-STATUS.
022600*    BATCHHST is OPTIONAL - before the first batch is ever
022700*    posted there is nothing to be a duplicate of
022800     IF WS-BHST-FILE-STATUS NOT = '00'
022900             AND WS-BHST-FILE-STATUS NOT = '05'
023000         DISPLAY 'MOVEPRE: BATCHHST OPEN FAILED, FILE STATUS = '
023100             WS-BHST-FILE-STATUS
023200         MOVE 16 TO RETURN-CODE
023300         STOP RUN
023400     END-IF
023500     IF WS-BHST-FILE-STATUS = '00'
023600         MOVE 'Y' TO WS-BHST-AVAILABLE
023700     END-IF.
023800
023900 CHECK-BATCH-HEADER.
024000*    the header comes first and is read past here; when the
024100*    first record is not a header it is left in place to be
024200*    counted with the rest
024300     PERFORM READ-PAR
024400     IF FILE-AT-END = 'Y'
024500         MOVE 'EMPTY FILE' TO WS-NEW-REASON
024600         PERFORM NOTE-HOLD-REASON
024700     ELSE IF MOVE-CTL-ID = '******' AND MOVE-CTL-TYPE = 'H'
024800         MOVE MOVE-HDR-BATCH-NUMBER TO WS-BATCH-NUMBER
024900         IF MOVE-HDR-BATCH-DATE NUMERIC
025000             MOVE MOVE-HDR-BATCH-DATE TO WS-BATCH-DATE
025100         END-IF
025200         IF WS-BATCH-NUMBER = SPACES
025300             MOVE 'NO BATCH NUMBER' TO WS-NEW-REASON
025400             PERFORM NOTE-HOLD-REASON
025500         END-IF
025600         PERFORM READ-PAR
025700     ELSE
025800         MOVE 'NO HEADER RECORD' TO WS-NEW-REASON
025900         PERFORM NOTE-HOLD-REASON
026000     END-IF END-IF.
026100
026200 PROCESS-ALL.
026300     IF WS-TRAILER-SEEN = 'Y'
026400         MOVE 'OUT OF SEQUENCE' TO WS-NEW-REASON
026500         PERFORM NOTE-HOLD-REASON
026600     ELSE IF MOVE-CTL-ID = '******' AND MOVE-CTL-TYPE = 'T'
026700         MOVE 'Y' TO WS-TRAILER-SEEN
026800         MOVE MOVE-TRL-RECORD-COUNT TO WS-TRL-RECORD-COUNT
026900         MOVE MOVE-CTL-BODY(8:66) TO WS-TRL-HASHES
027000     ELSE IF MOVE-CTL-ID = '******'
027100         MOVE 'OUT OF SEQUENCE' TO WS-NEW-REASON
027200         PERFORM NOTE-HOLD-REASON
027300     ELSE
027400         PERFORM ADD-TO-TYPE-TOTALS
027500     END-IF END-IF END-IF
027600     PERFORM READ-PAR.
027700
027800 ADD-TO-TYPE-TOTALS.
027900*    a type the trailer has no hash for is still counted -
028000*    PARTPST rejects the line itself - and a quantity that
028100*    is not a number adds nothing, so its hash will not
028200*    agree with the warehouse's
028300     ADD 1 TO DETAIL-COUNT
028400     MOVE 0 TO WS-TYPE-SLOT
028500     PERFORM FIND-TYPE-SLOT
028600         VARYING WS-TYPE-IDX FROM 1 BY 1 UNTIL WS-TYPE-IDX > 11
028700     IF WS-TYPE-SLOT > 0
028800         ADD 1 TO WS-TYPE-COUNT(WS-TYPE-SLOT)
028900         IF MOVE-QUANTITY NUMERIC
029000             ADD MOVE-QUANTITY TO WS-TYPE-HASH(WS-TYPE-SLOT)
029100         END-IF
029200     END-IF.
029300
029400 FIND-TYPE-SLOT.
029500     IF MOVE-TYPE = WS-TYPE-CODE(WS-TYPE-IDX)
029600         MOVE WS-TYPE-IDX TO WS-TYPE-SLOT
029700     END-IF.
029800
029900 NOTE-HOLD-REASON.
030000*    the first thing found wrong is the one reported - what
030100*    follows from it is usually just more of the same
030200     IF WS-HOLD-REASON = SPACES
030300         MOVE WS-NEW-REASON TO WS-HOLD-REASON
030400     END-IF.
030500
030600 PROVE-BATCH-TOTALS.
030700     MOVE WS-BATCH-NUMBER TO BTL-BATCH-NUMBER
030800     IF WS-BATCH-DATE = 0
030900         MOVE SPACES TO BTL-BATCH-DATE
031000     ELSE
031100         MOVE WS-BATCH-DATE TO BTL-BATCH-DATE
031200     END-IF
031300     MOVE WS-RUN-START-DATE TO BTL-EDIT-DATE
031400     WRITE RPT-RECORD FROM WS-RPT-BATCH-LINE
031500     WRITE RPT-RECORD FROM WS-RPT-HEADING-2
031600     IF WS-TRAILER-SEEN NOT = 'Y'
031700         MOVE 'FILE SHORT' TO WS-NEW-REASON
031800         PERFORM NOTE-HOLD-REASON
031900     END-IF
032000     PERFORM PROVE-ONE-TYPE
032100         VARYING WS-TYPE-IDX FROM 1 BY 1 UNTIL WS-TYPE-IDX > 11
032200     MOVE DETAIL-COUNT TO BTC-DETAIL-COUNT
032300     MOVE WS-TRL-RECORD-COUNT TO BTC-TRAILER-COUNT
032400     WRITE RPT-RECORD FROM WS-RPT-COUNT-LINE
032500*    fewer records than the trailer says is a file cut off
032600*    on its way over; any other disagreement is out of
032700*    balance
032800     IF WS-TRAILER-SEEN = 'Y'
032900         IF WS-TRL-RECORD-COUNT NOT NUMERIC
033000             MOVE 'COUNT OUT OF BAL' TO WS-NEW-REASON
033100             PERFORM NOTE-HOLD-REASON
033200         ELSE IF DETAIL-COUNT < WS-TRL-RECORD-COUNT-N
033300             MOVE 'FILE SHORT' TO WS-NEW-REASON
033400             PERFORM NOTE-HOLD-REASON
033500         ELSE IF DETAIL-COUNT > WS-TRL-RECORD-COUNT-N
033600             MOVE 'COUNT OUT OF BAL' TO WS-NEW-REASON
033700             PERFORM NOTE-HOLD-REASON
033800         END-IF END-IF END-IF
033900         IF WS-HASH-OFF = 'Y'
034000             MOVE 'HASH OUT OF BAL' TO WS-NEW-REASON
034100             PERFORM NOTE-HOLD-REASON
034200         END-IF
034300     END-IF
034400     PERFORM CHECK-ALREADY-POSTED.
034500
034600 PROVE-ONE-TYPE.
034700*    the hash is the low-order six digits of the type's
034800*    quantities - what the trailer has room for
034900     DIVIDE WS-TYPE-HASH(WS-TYPE-IDX) BY 1000000
035000         GIVING WS-HASH-QUOTIENT REMAINDER WS-HASH-LOW
035100     MOVE WS-TRL-HASHES((WS-TYPE-IDX - 1) * 6 + 1:6)
035200         TO WS-TRL-HASH
035300     MOVE WS-TYPE-CODE(WS-TYPE-IDX)  TO BTD-MOVE-TYPE
035400     MOVE WS-TYPE-COUNT(WS-TYPE-IDX) TO BTD-RECORDS
035500     MOVE WS-TYPE-HASH(WS-TYPE-IDX)  TO BTD-QUANTITY
035600     MOVE WS-HASH-LOW                TO BTD-HASH
035700     MOVE WS-TRL-HASH                TO BTD-TRAILER-HASH
035800     MOVE SPACES                     TO BTD-STATE
035900     IF WS-TRAILER-SEEN = 'Y'
036000         IF WS-TRL-HASH NOT NUMERIC
036100             MOVE 'Y' TO WS-HASH-OFF
036200             MOVE 'OFF' TO BTD-STATE
036300         ELSE IF WS-TRL-HASH-N NOT = WS-HASH-LOW
036400             MOVE 'Y' TO WS-HASH-OFF
036500             MOVE 'OFF' TO BTD-STATE
036600         END-IF END-IF
036700     END-IF
036800     WRITE RPT-RECORD FROM WS-RPT-DETAIL.
036900
037000 CHECK-ALREADY-POSTED.
037100     IF WS-BHST-AVAILABLE = 'Y' AND WS-BATCH-NUMBER NOT = SPACES
037200         MOVE WS-BATCH-NUMBER TO BHS-BATCH-NUMBER
037300         READ BHST-FILE
037400             INVALID KEY
037500                 CONTINUE
037600             NOT INVALID KEY
037700                 MOVE 'Y' TO WS-ALREADY-POSTED
037800                 IF BHS-STATUS = 'I'
037820                     MOVE 'PART POSTED' TO WS-NEW-REASON
037840                 ELSE
037860                     MOVE 'DUPLICATE BATCH' TO WS-NEW-REASON
037880                 END-IF
037900                 PERFORM NOTE-HOLD-REASON
038000         END-READ
038100     END-IF.
038200
038300 WRITE-BATCH-CONTROL.
038400*    MOVECTL is written fresh every run, held or passed, so
038500*    PARTPST never finds yesterday's verdict waiting for it
038600     OPEN OUTPUT MCTL-FILE
038700     MOVE SPACES TO MCTL-RECORD
038800     MOVE WS-BATCH-NUMBER TO MCTL-BATCH-NUMBER
038900     MOVE WS-BATCH-DATE TO MCTL-BATCH-DATE
039000     IF WS-HOLD-REASON = SPACES
039100         MOVE 'P' TO MCTL-RESULT
039200     ELSE
039300         MOVE 'H' TO MCTL-RESULT
039400     END-IF
039500     MOVE WS-HOLD-REASON TO MCTL-REASON
039600     MOVE DETAIL-COUNT TO MCTL-RECORD-COUNT
039700     MOVE WS-RUN-START-DATE TO MCTL-EDIT-DATE
039800     MOVE WS-RUN-START-TIME TO MCTL-EDIT-TIME
039900     WRITE MCTL-RECORD
040000     CLOSE MCTL-FILE.
040100
040200 TERMINATION.
040300     PERFORM PROVE-BATCH-TOTALS
040400     IF WS-ALREADY-POSTED = 'Y'
040437         IF BHS-STATUS = 'I'
040475             MOVE BHS-POSTED-DATE TO BTS-STARTED-DATE
040512             WRITE RPT-RECORD FROM WS-RPT-STARTED-LINE
040550         ELSE
040587             MOVE BHS-POSTED-DATE TO BTP-POSTED-DATE
040625             WRITE RPT-RECORD FROM WS-RPT-POSTED-LINE
040662         END-IF
040700     END-IF
040800     IF WS-HOLD-REASON = SPACES
040900         MOVE 'PASSED' TO BTR-RESULT
041000         MOVE SPACES TO BTR-REASON-LEAD BTR-REASON BTR-REASON-TAIL
041100     ELSE
041200         MOVE 'HELD'   TO BTR-RESULT
041300         MOVE ' - ' TO BTR-REASON-LEAD
041400         MOVE WS-HOLD-REASON TO BTR-REASON
041500         MOVE ' - NOTHING WILL BE POSTED' TO BTR-REASON-TAIL
041600         MOVE 8 TO RETURN-CODE
041700     END-IF
041800     WRITE RPT-RECORD FROM WS-RPT-RESULT-LINE
041900     PERFORM WRITE-BATCH-CONTROL
042000     MOVE RECORD-COUNT TO DISPLAY-RECORD-COUNT
042100     MOVE DETAIL-COUNT TO DISPLAY-DETAIL-COUNT
042200     DISPLAY '***** MOVEPRE CONTROL REPORT *****'
042300     DISPLAY 'BATCH NUMBER:        ' WS-BATCH-NUMBER
042400     DISPLAY 'RECORDS READ:        ' DISPLAY-RECORD-COUNT
042500     DISPLAY 'MOVEMENT RECORDS:    ' DISPLAY-DETAIL-COUNT
042600     IF WS-HOLD-REASON = SPACES
042700         DISPLAY 'BATCH PASSED'
042800     ELSE
042900         DISPLAY 'BATCH HELD:          ' WS-HOLD-REASON
043000     END-IF
043100     CLOSE MOVE-FILE RPT-FILE
043200     IF WS-BHST-AVAILABLE = 'Y'
043300         CLOSE BHST-FILE
043400     END-IF
043500     PERFORM WRITE-RUN-LOG.
043600
043700 WRITE-RUN-LOG.
043800*    the control counts survive on RUNLOG after the job
043900*    output has scrolled away - one record per run for
044000*    the morning operations summary, with the reason a
044100*    batch was held where operations will see it first
044200     OPEN EXTEND RUNLOG-FILE
044300     MOVE SPACES TO RUNLOG-RECORD
044400     MOVE 'MOVEPRE ' TO RUN-PROGRAM-ID
044500     MOVE WS-RUN-START-DATE TO RUN-START-DATE
044600     MOVE WS-RUN-START-TIME TO RUN-START-TIME
044700     ACCEPT RUN-END-DATE FROM DATE YYYYMMDD
044800     ACCEPT RUN-END-TIME FROM TIME
044900     MOVE RECORD-COUNT TO RUN-RECORDS-READ
045000     IF WS-HOLD-REASON = SPACES
045100         MOVE DETAIL-COUNT TO RUN-RECORDS-WRITTEN
045200         MOVE 0 TO RUN-RECORDS-REJECTED
045300         MOVE 'BATCH PASSED' TO RUN-MESSAGE
045400     ELSE
045500         MOVE 0 TO RUN-RECORDS-WRITTEN
045600         MOVE DETAIL-COUNT TO RUN-RECORDS-REJECTED
045700         MOVE WS-HOLD-REASON TO RUN-MESSAGE
045800     END-IF
045900     MOVE RETURN-CODE TO RUN-RETURN-CODE
046000     WRITE RUNLOG-RECORD
046100     CLOSE RUNLOG-FILE.
046200
046300 READ-PAR.
046400     READ MOVE-FILE
046500         AT END MOVE 'Y' TO FILE-AT-END
046600         NOT AT END ADD 1 TO RECORD-COUNT
046700     END-READ.
