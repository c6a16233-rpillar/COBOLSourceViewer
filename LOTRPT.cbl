000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LOTRPT.
000300* This program prints the weekly shelf-life report from the
000400* LOTBAL lot balance file - every lot of a lot-controlled
000500* part that has already expired, or will expire within a
000600* set number of days, with where it is, how much of it is
000700* left and what it is worth at the part's average cost, so
000800* stock is used or moved before it goes out of date instead
000900* of being found in the bin afterwards.
001000* an expired lot is flagged EXPIRED and a lot due to expire
001100* within the horizon EXPIRING; the days column counts down
001200* to the expiry date and goes negative once it has passed.
001300* the horizon is taken from the command line the same
001400* careful way RMARPT takes its own - blank or '*' leaves
001500* the shop default of thirty days.
001600* a lot with nothing left in it is passed over. a lot with
001700* no usable expiry date - one that arrived by transfer
001800* after its source lot record went missing - cannot be
001900* shipped by PARTPST and is listed as NO DATE, counted
002000* with the expired.
002100* the value is the lot quantity at the part's average cost,
002200* or at PART-PRICE for a part with no average cost yet,
002300* the same as everywhere else stock is valued.
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800*  INPUT FILE: LOTBAL - INDEXED BY PART+LOCATION+LOT, OPTIONAL
002900*  SO A SHOP WITH NO LOT-CONTROLLED PARTS REPORTS EMPTY
003000     SELECT OPTIONAL LOT-FILE ASSIGN LOTBAL
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS SEQUENTIAL
003300         RECORD KEY IS LOT-KEY
003400         FILE STATUS IS WS-LOT-FILE-STATUS.
003500*  MASTER FILE: PARTS - DESCRIPTION AND COST FOR THE LINE
003600     SELECT PART-FILE ASSIGN PARTS
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS RANDOM
003900         RECORD KEY IS PART-NUMBER
004000         FILE STATUS IS WS-PART-FILE-STATUS.
004100*  OUTPUT FILE: SEND TO PRINTER
004200     SELECT RPT-FILE ASSIGN LOTLIST.
004300*  RUN LOG: ONE RECORD PER BATCH RUN FOR THE MORNING SUMMARY
004400     SELECT OPTIONAL RUNLOG-FILE ASSIGN RUNLOG.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  LOT-FILE
004800     RECORDING MODE IS F
004900     RECORD CONTAINS 80 CHARACTERS.
005000 01  LOT-RECORD.
005100     COPY LOTREC.
005200
005300 FD  PART-FILE
005400     RECORDING MODE IS F
005500     RECORD CONTAINS 100 CHARACTERS.
005600 01  PART-RECORD.
005700     COPY PARTREC.
005800
005900 FD  RPT-FILE
006000     RECORDING MODE IS F
006100     RECORD CONTAINS 132 CHARACTERS.
006200 01  RPT-RECORD          PIC X(132).
006300
006400 FD  RUNLOG-FILE
006500     RECORDING MODE IS F
006600     RECORD CONTAINS 80 CHARACTERS.
006700 01  RUNLOG-RECORD.
006800     COPY RUNLREC.
006900
007000 WORKING-STORAGE SECTION.
007100 01  SWITCHES.
007200      05  FILE-AT-END     PIC X  VALUE 'N'.
007300
007400 01  WS-LOT-FILE-STATUS    PIC XX.
007500 01  WS-PART-FILE-STATUS   PIC XX.
007600
007700 01  RECORD-COUNT          PIC S9(7) PACKED-DECIMAL VALUE +0.
007800 01  DISPLAY-RECORD-COUNT  PIC Z(6)9.
007900 01  EXPIRED-COUNT         PIC S9(7) PACKED-DECIMAL VALUE +0.
008000 01  DISPLAY-EXPIRED-COUNT PIC Z(6)9.
008100 01  EXPIRING-COUNT        PIC S9(7) PACKED-DECIMAL VALUE +0.
008200 01  DISPLAY-EXPIRING-COUNT PIC Z(6)9.
008300 01  LISTED-COUNT          PIC S9(7) PACKED-DECIMAL VALUE +0.
008400 01  EXPIRED-QTY           PIC S9(9) PACKED-DECIMAL VALUE +0.
008500 01  EXPIRING-QTY          PIC S9(9) PACKED-DECIMAL VALUE +0.
008600 01  EXPIRED-VALUE         PIC S9(11)V99 PACKED-DECIMAL VALUE +0.
008700 01  EXPIRING-VALUE        PIC S9(11)V99 PACKED-DECIMAL VALUE +0.
008800
008900 01  WS-RUN-START-DATE     PIC 9(8).
009000 01  WS-RUN-START-TIME     PIC 9(8).
009100
009200*    the days ahead a lot's expiry must fall within to be
009300*    listed - blank or '*' on the command line leaves the
009400*    shop default
009500 01  WS-COMMAND-LINE-ARG   PIC X(10) VALUE SPACES.
009600 01  WS-COMMAND-LINE-ARG-LEN PIC 9(2) VALUE 0.
009700 01  WS-HORIZON-DAYS       PIC 9(3) VALUE 30.
009800
009900 01  WS-TODAY-INTEGER      PIC 9(8) VALUE 0.
010000 01  WS-DAYS-TO-EXPIRY     PIC S9(7) VALUE 0.
010100 01  WS-EXPIRY-STATE       PIC X(8) VALUE SPACES.
010200 01  WS-UNIT-COST          PIC 9(3)V9999 VALUE 0.
010300 01  WS-LOT-VALUE          PIC S9(11)V99 VALUE 0.
010400
010500 01  WS-RPT-HEADING-1.
010600      05  FILLER  PIC X(30)
010700          VALUE 'LOTS EXPIRED OR EXPIRING'.
010800      05  FILLER  PIC X(20) VALUE ' - WITHIN           '.
010900      05  HDG-HORIZON-DAYS  PIC ZZ9.
011000      05  FILLER  PIC X(5)  VALUE ' DAYS'.
011100      05  FILLER  PIC X(74) VALUE SPACES.
011200
011300 01  WS-RPT-HEADING-2.
011400      05  FILLER  PIC X(6)  VALUE 'PART #'.
011500      05  FILLER  PIC X(2)  VALUE SPACES.
011600      05  FILLER  PIC X(30) VALUE 'DESCRIPTION'.
011700      05  FILLER  PIC X(2)  VALUE SPACES.
011800      05  FILLER  PIC X(15) VALUE 'LOCATION'.
011900      05  FILLER  PIC X(2)  VALUE SPACES.
012000      05  FILLER  PIC X(10) VALUE 'LOT'.
012100      05  FILLER  PIC X(2)  VALUE SPACES.
012200      05  FILLER  PIC X(8)  VALUE 'EXPIRES '.
012300      05  FILLER  PIC X(2)  VALUE SPACES.
012400      05  FILLER  PIC X(6)  VALUE '  DAYS'.
012500      05  FILLER  PIC X(2)  VALUE SPACES.
012600      05  FILLER  PIC X(8)  VALUE SPACES.
012700      05  FILLER  PIC X(2)  VALUE SPACES.
012800      05  FILLER  PIC X(7)  VALUE '    QTY'.
012900      05  FILLER  PIC X(2)  VALUE SPACES.
013000      05  FILLER  PIC X(12) VALUE '       VALUE'.
013100      05  FILLER  PIC X(14) VALUE SPACES.
013200
013300 01  WS-RPT-DETAIL.
013400      05  LTD-PART-NUMBER    PIC X(6).
013500      05  FILLER             PIC X(2) VALUE SPACES.
013600      05  LTD-PART-DESC      PIC X(30).
013700      05  FILLER             PIC X(2) VALUE SPACES.
013800      05  LTD-LOCATION       PIC X(15).
013900      05  FILLER             PIC X(2) VALUE SPACES.
014000      05  LTD-LOT-NUMBER     PIC X(10).
014100      05  FILLER             PIC X(2) VALUE SPACES.
014200      05  LTD-EXPIRY-DATE    PIC 9(8).
014300      05  FILLER             PIC X(2) VALUE SPACES.
014400      05  LTD-DAYS-TO-EXPIRY PIC -ZZZZ9.
014500      05  FILLER             PIC X(2) VALUE SPACES.
014600      05  LTD-EXPIRY-STATE   PIC X(8).
014700      05  FILLER             PIC X(2) VALUE SPACES.
014800      05  LTD-QTY-ON-HAND    PIC ZZZZZZ9.
014900      05  FILLER             PIC X(2) VALUE SPACES.
015000      05  LTD-LOT-VALUE      PIC Z(8)9.99.
015100      05  FILLER             PIC X(14) VALUE SPACES.
015200
015300 01  WS-RPT-TOTAL.
015400      05  QTT-LABEL          PIC X(20).
015500      05  FILLER             PIC X(2) VALUE SPACES.
015600      05  QTT-QTY            PIC Z(8)9.
015700      05  FILLER             PIC X(2) VALUE SPACES.
015800      05  QTT-VALUE          PIC Z(9)9.99.
015900      05  FILLER             PIC X(86) VALUE SPACES.
016000
016100 PROCEDURE DIVISION.
016200     PERFORM INITIALIZATION
016300     PERFORM PROCESS-ALL
016400         UNTIL FILE-AT-END = 'Y'
016500     PERFORM TERMINATION
016600     GOBACK.
016700
016800 INITIALIZATION.
016900     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
017000     ACCEPT WS-RUN-START-TIME FROM TIME
017100     COMPUTE WS-TODAY-INTEGER =
017200         FUNCTION INTEGER-OF-DATE(WS-RUN-START-DATE)
017300     PERFORM EDIT-PARAMETERS
017400     OPEN INPUT LOT-FILE
017500     PERFORM CHECK-LOT-FILE-STATUS
017600     OPEN INPUT PART-FILE
017700     PERFORM CHECK-PART-FILE-STATUS
017800     OPEN OUTPUT RPT-FILE
017900     MOVE WS-HORIZON-DAYS TO HDG-HORIZON-DAYS
018000     WRITE RPT-RECORD FROM WS-RPT-HEADING-1
018100     WRITE RPT-RECORD FROM WS-RPT-HEADING-2
018200     PERFORM READ-PAR.
018300
018400 EDIT-PARAMETERS.
018500     ACCEPT WS-COMMAND-LINE-ARG FROM COMMAND-LINE
018600     IF WS-COMMAND-LINE-ARG NOT = SPACES
018700             AND WS-COMMAND-LINE-ARG NOT = '*'
018800         MOVE 0 TO WS-COMMAND-LINE-ARG-LEN
018900         INSPECT WS-COMMAND-LINE-ARG TALLYING
019000             WS-COMMAND-LINE-ARG-LEN FOR CHARACTERS
019100                 BEFORE INITIAL SPACE
019200         IF WS-COMMAND-LINE-ARG-LEN > 3
019300             DISPLAY 'LOTRPT: DAYS OVER 3 DIGITS, '
019400                 'DEFAULT OF 30 USED'
019500         ELSE IF WS-COMMAND-LINE-ARG(1:WS-COMMAND-LINE-ARG-LEN)
019600                 IS NUMERIC
019700             MOVE WS-COMMAND-LINE-ARG(1:WS-COMMAND-LINE-ARG-LEN)
019800                 TO WS-HORIZON-DAYS
019900         ELSE
020000             DISPLAY 'LOTRPT: DAYS NOT NUMERIC, '
020100                 'DEFAULT OF 30 USED'
020200         END-IF END-IF
020300     END-IF.
020400
020500 CHECK-LOT-FILE-STATUS.
020600*    a bad LOTBAL open has to stop the run here - an empty
020700*    report would otherwise look like a week with nothing
020800*    going out of date. status 05 (optional file not
020900*    created yet) reads as an empty file, which is the
021000*    honest answer at a shop with no lot-controlled parts
021100     IF WS-LOT-FILE-STATUS NOT = '00'
021200             AND WS-LOT-FILE-STATUS NOT = '05'
021300         DISPLAY 'LOTRPT: LOTBAL OPEN FAILED, FILE STATUS = '
021400             WS-LOT-FILE-STATUS
021500         MOVE 16 TO RETURN-CODE
021600         STOP RUN
021700     END-IF.
021800
021900 CHECK-PART-FILE-STATUS.
022000*    a bad PARTS open has to stop the run here - a report
022100*    of part numbers with no descriptions or values is half
022200*    a report
022300     IF WS-PART-FILE-STATUS NOT = '00'
022400         DISPLAY 'LOTRPT: PARTS OPEN FAILED, FILE STATUS = '
022500             WS-PART-FILE-STATUS
022600         MOVE 16 TO RETURN-CODE
022700         STOP RUN
022800     END-IF.
022900
023000 PROCESS-ALL.
023100     ADD 1 TO RECORD-COUNT
023200     IF LOT-QTY-ON-HAND NOT NUMERIC
023300         DISPLAY 'LOTRPT: LOT QTY NOT NUMERIC FOR: '
023400             LOT-PART-NUMBER ' ' LOT-NUMBER
023500     ELSE IF LOT-QTY-ON-HAND > 0
023600         PERFORM AGE-THIS-LOT
023700     END-IF END-IF
023800     PERFORM READ-PAR.
023900
024000 AGE-THIS-LOT.
024100*    the expiry is checked as a date before it is counted
024200*    against - INTEGER-OF-DATE has no answer for a date
024300*    that is not one
024400     MOVE 0 TO WS-DAYS-TO-EXPIRY
024500     IF LOT-EXPIRY-DATE NOT NUMERIC
024600         MOVE 'NO DATE' TO WS-EXPIRY-STATE
024700     ELSE IF FUNCTION TEST-DATE-YYYYMMDD(LOT-EXPIRY-DATE) NOT = 0
024800         MOVE 'NO DATE' TO WS-EXPIRY-STATE
024900     ELSE
025000         COMPUTE WS-DAYS-TO-EXPIRY =
025100             FUNCTION INTEGER-OF-DATE(LOT-EXPIRY-DATE)
025200                 - WS-TODAY-INTEGER
025300         IF WS-DAYS-TO-EXPIRY < 0
025400             MOVE 'EXPIRED' TO WS-EXPIRY-STATE
025500         ELSE IF WS-DAYS-TO-EXPIRY NOT > WS-HORIZON-DAYS
025600             MOVE 'EXPIRING' TO WS-EXPIRY-STATE
025700         ELSE
025800             MOVE SPACES TO WS-EXPIRY-STATE
025900         END-IF END-IF
026000     END-IF END-IF
026100     IF WS-EXPIRY-STATE NOT = SPACES
026200         PERFORM WRITE-LOT-LINE
026300     END-IF.
026400
026500 WRITE-LOT-LINE.
026600     ADD 1 TO LISTED-COUNT
026700     MOVE LOT-PART-NUMBER     TO LTD-PART-NUMBER
026800     PERFORM GET-PART-DETAILS
026900     COMPUTE WS-LOT-VALUE ROUNDED =
027000         LOT-QTY-ON-HAND * WS-UNIT-COST
027100     IF WS-EXPIRY-STATE = 'EXPIRING'
027200         ADD 1 TO EXPIRING-COUNT
027300         ADD LOT-QTY-ON-HAND TO EXPIRING-QTY
027400         ADD WS-LOT-VALUE    TO EXPIRING-VALUE
027500     ELSE
027600         ADD 1 TO EXPIRED-COUNT
027700         ADD LOT-QTY-ON-HAND TO EXPIRED-QTY
027800         ADD WS-LOT-VALUE    TO EXPIRED-VALUE
027900     END-IF
028000     MOVE LOT-LOCATION        TO LTD-LOCATION
028100     MOVE LOT-NUMBER          TO LTD-LOT-NUMBER
028200     MOVE LOT-EXPIRY-DATE     TO LTD-EXPIRY-DATE
028300     MOVE WS-DAYS-TO-EXPIRY   TO LTD-DAYS-TO-EXPIRY
028400     MOVE WS-EXPIRY-STATE     TO LTD-EXPIRY-STATE
028500     MOVE LOT-QTY-ON-HAND     TO LTD-QTY-ON-HAND
028600     MOVE WS-LOT-VALUE        TO LTD-LOT-VALUE
028700     WRITE RPT-RECORD FROM WS-RPT-DETAIL.
028800
028900 GET-PART-DETAILS.
029000*    a lot of a part since deleted from the master still
029100*    prints, with the gap named and no value put on it
029200     MOVE 0 TO WS-UNIT-COST
029300     MOVE LOT-PART-NUMBER TO PART-NUMBER
029400     READ PART-FILE
029500         INVALID KEY
029600             MOVE 'PART NO LONGER ON MASTER' TO LTD-PART-DESC
029700         NOT INVALID KEY
029800             MOVE PART-DESC TO LTD-PART-DESC
029900             IF PART-AVG-COST NUMERIC
030000                 MOVE PART-AVG-COST TO WS-UNIT-COST
030100             ELSE IF PART-PRICE NUMERIC
030200                 MOVE PART-PRICE TO WS-UNIT-COST
030300             END-IF END-IF
030400     END-READ.
030500
030600 TERMINATION.
030700     MOVE 'TOTAL EXPIRED:'  TO QTT-LABEL
030800     MOVE EXPIRED-QTY       TO QTT-QTY
030900     MOVE EXPIRED-VALUE     TO QTT-VALUE
031000     WRITE RPT-RECORD FROM WS-RPT-TOTAL
031100     MOVE 'TOTAL EXPIRING:' TO QTT-LABEL
031200     MOVE EXPIRING-QTY      TO QTT-QTY
031300     MOVE EXPIRING-VALUE    TO QTT-VALUE
031400     WRITE RPT-RECORD FROM WS-RPT-TOTAL
031500     MOVE RECORD-COUNT      TO DISPLAY-RECORD-COUNT
031600     MOVE EXPIRED-COUNT     TO DISPLAY-EXPIRED-COUNT
031700     MOVE EXPIRING-COUNT    TO DISPLAY-EXPIRING-COUNT
031800     DISPLAY 'LOTS ON FILE:          ' DISPLAY-RECORD-COUNT
031900     DISPLAY 'LOTS EXPIRED:          ' DISPLAY-EXPIRED-COUNT
032000     DISPLAY 'LOTS EXPIRING:         ' DISPLAY-EXPIRING-COUNT
032100     CLOSE LOT-FILE PART-FILE RPT-FILE
032200     PERFORM WRITE-RUN-LOG.
032300
032400 WRITE-RUN-LOG.
032500*    the control counts survive on RUNLOG after the job
032600*    output has scrolled away - one record per run for
032700*    the morning operations summary
032800     OPEN EXTEND RUNLOG-FILE
032900     MOVE SPACES TO RUNLOG-RECORD
033000     MOVE 'LOTRPT  ' TO RUN-PROGRAM-ID
033100     MOVE WS-RUN-START-DATE TO RUN-START-DATE
033200     MOVE WS-RUN-START-TIME TO RUN-START-TIME
033300     ACCEPT RUN-END-DATE FROM DATE YYYYMMDD
033400     ACCEPT RUN-END-TIME FROM TIME
033500     MOVE RECORD-COUNT     TO RUN-RECORDS-READ
033600     MOVE LISTED-COUNT     TO RUN-RECORDS-WRITTEN
033700     MOVE 0                TO RUN-RECORDS-REJECTED
033800     MOVE RETURN-CODE      TO RUN-RETURN-CODE
033900     WRITE RUNLOG-RECORD
034000     CLOSE RUNLOG-FILE.
034100
034200 READ-PAR.
034300     READ LOT-FILE
034400         AT END MOVE 'Y' TO FILE-AT-END
034500     END-READ.
