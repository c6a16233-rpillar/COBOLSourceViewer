000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RMARPT.
000300* This program prints the morning quarantine report from
000400* the RMAFILE customer return register - every RMA with
000500* returned goods still sitting in quarantine waiting for
000600* the inspector's disposition, with where they are, how
000700* many, and how many days they have been there, so a
000800* return does not sit on the quarantine shelf until
000900* nobody remembers whose it was.
001000* every RMA with stock in quarantine is listed; those
001100* that have been there longer than a set number of days
001200* are flagged OVERDUE and counted. the number of days is
001300* taken from the command line the same careful way XFRRPT
001400* takes its own - blank or '*' leaves the shop default of
001500* five days.
001600* an RMA's quarantine ages from the day the first of the
001700* stock now sitting there came in; an RMA with nothing in
001800* quarantine - not back yet, or fully dispositioned - is
001900* not on the report.
002000* this runs in the morning stream after PARTPST has posted
002100* the overnight returns and dispositions.
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600*  INPUT FILE: RMAFILE - INDEXED BY PART+REFERENCE, OPTIONAL
002700*  SO A SHOP THAT HAS NEVER TAKEN A RETURN REPORTS EMPTY
002800     SELECT OPTIONAL RMA-FILE ASSIGN RMAFILE
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS SEQUENTIAL
003100         RECORD KEY IS RMA-KEY
003200         FILE STATUS IS WS-RMA-FILE-STATUS.
003300*  MASTER FILE: PARTS - DESCRIPTION FOR THE REPORT LINE
003400     SELECT PART-FILE ASSIGN PARTS
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS RANDOM
003700         RECORD KEY IS PART-NUMBER
003800         FILE STATUS IS WS-PART-FILE-STATUS.
003900*  OUTPUT FILE: SEND TO PRINTER
004000     SELECT RPT-FILE ASSIGN RMALIST.
004100*  RUN LOG: ONE RECORD PER BATCH RUN FOR THE MORNING SUMMARY
004200     SELECT OPTIONAL RUNLOG-FILE ASSIGN RUNLOG.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  RMA-FILE
004600     RECORDING MODE IS F
004700     RECORD CONTAINS 120 CHARACTERS.
004800 01  RMA-RECORD.
004900     COPY RMAREC.
005000
005100 FD  PART-FILE
005200     RECORDING MODE IS F
005300     RECORD CONTAINS 100 CHARACTERS.
005400 01  PART-RECORD.
005500     COPY PARTREC.
005600
005700 FD  RPT-FILE
005800     RECORDING MODE IS F
005900     RECORD CONTAINS 132 CHARACTERS.
006000 01  RPT-RECORD          PIC X(132).
006100
006200 FD  RUNLOG-FILE
006300     RECORDING MODE IS F
006400     RECORD CONTAINS 80 CHARACTERS.
006500 01  RUNLOG-RECORD.
006600     COPY RUNLREC.
006700
006800 WORKING-STORAGE SECTION.
006900 01  SWITCHES.
007000      05  FILE-AT-END     PIC X  VALUE 'N'.
007100
007200 01  WS-RMA-FILE-STATUS    PIC XX.
007300 01  WS-PART-FILE-STATUS   PIC XX.
007400
007500 01  RECORD-COUNT          PIC S9(7) PACKED-DECIMAL VALUE +0.
007600 01  DISPLAY-RECORD-COUNT  PIC Z(6)9.
007700 01  QUARANTINE-COUNT      PIC S9(7) PACKED-DECIMAL VALUE +0.
007800 01  DISPLAY-QUARANTINE-COUNT PIC Z(6)9.
007900 01  OVERDUE-COUNT         PIC S9(7) PACKED-DECIMAL VALUE +0.
008000 01  DISPLAY-OVERDUE-COUNT PIC Z(6)9.
008100 01  QUARANTINE-QTY        PIC S9(9) PACKED-DECIMAL VALUE +0.
008200 01  DISPLAY-QUARANTINE-QTY PIC Z(8)9.
008300
008400 01  WS-RUN-START-DATE     PIC 9(8).
008500 01  WS-RUN-START-TIME     PIC 9(8).
008600
008700*    the days returned stock may sit in quarantine before
008800*    it is flagged - blank or '*' on the command line
008900*    leaves the shop default
009000 01  WS-COMMAND-LINE-ARG   PIC X(10) VALUE SPACES.
009100 01  WS-COMMAND-LINE-ARG-LEN PIC 9(2) VALUE 0.
009200 01  WS-DAYS-ALLOWED       PIC 9(3) VALUE 5.
009300
009400 01  WS-TODAY-INTEGER      PIC 9(8) VALUE 0.
009500 01  WS-QUARANTINE-INTEGER PIC 9(8) VALUE 0.
009600 01  WS-DAYS-IN-QUARANTINE PIC S9(5) VALUE 0.
009700
009800 01  WS-RPT-HEADING-1.
009900      05  FILLER  PIC X(30)
010000          VALUE 'CUSTOMER RETURNS IN QUARANTINE'.
010100      05  FILLER  PIC X(20) VALUE ' - OVERDUE AFTER    '.
010200      05  HDG-DAYS-ALLOWED  PIC ZZ9.
010300      05  FILLER  PIC X(5)  VALUE ' DAYS'.
010400      05  FILLER  PIC X(74) VALUE SPACES.
010500
010600 01  WS-RPT-HEADING-2.
010700      05  FILLER  PIC X(6)  VALUE 'PART #'.
010800      05  FILLER  PIC X(2)  VALUE SPACES.
010900      05  FILLER  PIC X(30) VALUE 'DESCRIPTION'.
011000      05  FILLER  PIC X(2)  VALUE SPACES.
011100      05  FILLER  PIC X(10) VALUE 'RMA REF'.
011200      05  FILLER  PIC X(2)  VALUE SPACES.
011300      05  FILLER  PIC X(10) VALUE 'CUSTOMER'.
011400      05  FILLER  PIC X(2)  VALUE SPACES.
011500      05  FILLER  PIC X(15) VALUE 'QUARANTINED AT'.
011600      05  FILLER  PIC X(2)  VALUE SPACES.
011700      05  FILLER  PIC X(7)  VALUE '    QTY'.
011800      05  FILLER  PIC X(2)  VALUE SPACES.
011900      05  FILLER  PIC X(8)  VALUE 'SINCE   '.
012000      05  FILLER  PIC X(2)  VALUE SPACES.
012100      05  FILLER  PIC X(5)  VALUE ' DAYS'.
012200      05  FILLER  PIC X(27) VALUE SPACES.
012300
012400 01  WS-RPT-DETAIL.
012500      05  QTD-PART-NUMBER    PIC X(6).
012600      05  FILLER             PIC X(2) VALUE SPACES.
012700      05  QTD-PART-DESC      PIC X(30).
012800      05  FILLER             PIC X(2) VALUE SPACES.
012900      05  QTD-REFERENCE      PIC X(10).
013000      05  FILLER             PIC X(2) VALUE SPACES.
013100      05  QTD-CUSTOMER       PIC X(10).
013200      05  FILLER             PIC X(2) VALUE SPACES.
013300      05  QTD-LOCATION       PIC X(15).
013400      05  FILLER             PIC X(2) VALUE SPACES.
013500      05  QTD-QTY-QUARANTINE PIC ZZZZZZ9.
013600      05  FILLER             PIC X(2) VALUE SPACES.
013700      05  QTD-QUARANTINE-DATE PIC 9(8).
013800      05  FILLER             PIC X(2) VALUE SPACES.
013900      05  QTD-DAYS-IN-QUARANTINE PIC ZZZZ9.
014000      05  FILLER             PIC X(2) VALUE SPACES.
014100      05  QTD-OVERDUE-FLAG   PIC X(7).
014200      05  FILLER             PIC X(16) VALUE SPACES.
014300
014400 01  WS-RPT-TOTAL.
014500      05  FILLER             PIC X(20)
014600          VALUE 'TOTAL IN QUARANTINE:'.
014700      05  FILLER             PIC X(2) VALUE SPACES.
014800      05  QTT-QTY-QUARANTINE PIC Z(8)9.
014900      05  FILLER             PIC X(101) VALUE SPACES.
015000
015100 PROCEDURE DIVISION.
015200     PERFORM INITIALIZATION
015300     PERFORM PROCESS-ALL
015400         UNTIL FILE-AT-END = 'Y'
015500     PERFORM TERMINATION
015600     GOBACK.
015700
015800 INITIALIZATION.
015900     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
016000     ACCEPT WS-RUN-START-TIME FROM TIME
016100     COMPUTE WS-TODAY-INTEGER =
016200         FUNCTION INTEGER-OF-DATE(WS-RUN-START-DATE)
016300     PERFORM EDIT-PARAMETERS
016400     OPEN INPUT RMA-FILE
016500     PERFORM CHECK-RMA-FILE-STATUS
016600     OPEN INPUT PART-FILE
016700     PERFORM CHECK-PART-FILE-STATUS
016800     OPEN OUTPUT RPT-FILE
016900     MOVE WS-DAYS-ALLOWED TO HDG-DAYS-ALLOWED
017000     WRITE RPT-RECORD FROM WS-RPT-HEADING-1
017100     WRITE RPT-RECORD FROM WS-RPT-HEADING-2
017200     PERFORM READ-PAR.
017300
017400 EDIT-PARAMETERS.
017500     ACCEPT WS-COMMAND-LINE-ARG FROM COMMAND-LINE
017600     IF WS-COMMAND-LINE-ARG NOT = SPACES
017700             AND WS-COMMAND-LINE-ARG NOT = '*'
017800         MOVE 0 TO WS-COMMAND-LINE-ARG-LEN
017900         INSPECT WS-COMMAND-LINE-ARG TALLYING
018000             WS-COMMAND-LINE-ARG-LEN FOR CHARACTERS
018100                 BEFORE INITIAL SPACE
018200         IF WS-COMMAND-LINE-ARG-LEN > 3
018300             DISPLAY 'RMARPT: DAYS OVER 3 DIGITS, '
018400                 'DEFAULT OF 5 USED'
018500         ELSE IF WS-COMMAND-LINE-ARG(1:WS-COMMAND-LINE-ARG-LEN)
018600                 IS NUMERIC
018700             MOVE WS-COMMAND-LINE-ARG(1:WS-COMMAND-LINE-ARG-LEN)
018800                 TO WS-DAYS-ALLOWED
018900         ELSE
019000             DISPLAY 'RMARPT: DAYS NOT NUMERIC, '
019100                 'DEFAULT OF 5 USED'
019200         END-IF END-IF
019300     END-IF.
019400
019500 CHECK-RMA-FILE-STATUS.
019600*    a bad RMAFILE open has to stop the run here - an empty
019700*    report would otherwise look like a morning with the
019800*    quarantine shelf clear. status 05 (optional file not
019900*    created yet) reads as an empty file, which is the
020000*    honest answer at a shop that has never taken a return
020100     IF WS-RMA-FILE-STATUS NOT = '00'
020200             AND WS-RMA-FILE-STATUS NOT = '05'
020300         DISPLAY 'RMARPT: RMAFILE OPEN FAILED, FILE STATUS = '
020400             WS-RMA-FILE-STATUS
020500         MOVE 16 TO RETURN-CODE
020600         STOP RUN
020700     END-IF.
020800
020900 CHECK-PART-FILE-STATUS.
021000*    a bad PARTS open has to stop the run here - a report
021100*    of part numbers with no descriptions is half a report
021200     IF WS-PART-FILE-STATUS NOT = '00'
021300         DISPLAY 'RMARPT: PARTS OPEN FAILED, FILE STATUS = '
021400             WS-PART-FILE-STATUS
021500         MOVE 16 TO RETURN-CODE
021600         STOP RUN
021700     END-IF.
021800
021900 PROCESS-ALL.
022000     ADD 1 TO RECORD-COUNT
022100     IF RMA-QTY-QUARANTINE NOT NUMERIC
022200         DISPLAY 'RMARPT: QUARANTINE QTY NOT NUMERIC FOR: '
022300             RMA-PART-NUMBER ' ' RMA-REFERENCE
022400     ELSE IF RMA-QTY-QUARANTINE > 0
022500         IF RMA-QUARANTINE-DATE NOT NUMERIC
022600             DISPLAY 'RMARPT: QUARANTINE DATE NOT NUMERIC FOR: '
022700                 RMA-PART-NUMBER ' ' RMA-REFERENCE
022800         ELSE
022900             PERFORM AGE-THIS-RETURN
023000         END-IF
023100     END-IF END-IF
023200     PERFORM READ-PAR.
023300
023400 AGE-THIS-RETURN.
023500     COMPUTE WS-QUARANTINE-INTEGER =
023600         FUNCTION INTEGER-OF-DATE(RMA-QUARANTINE-DATE)
023700     COMPUTE WS-DAYS-IN-QUARANTINE =
023800         WS-TODAY-INTEGER - WS-QUARANTINE-INTEGER
023900     PERFORM WRITE-QUARANTINE-LINE.
024000
024100 WRITE-QUARANTINE-LINE.
024200     ADD 1 TO QUARANTINE-COUNT
024300     ADD RMA-QTY-QUARANTINE TO QUARANTINE-QTY
024400     MOVE RMA-PART-NUMBER     TO QTD-PART-NUMBER
024500     PERFORM GET-PART-DESC
024600     MOVE RMA-REFERENCE       TO QTD-REFERENCE
024700     MOVE RMA-CUSTOMER        TO QTD-CUSTOMER
024800     MOVE RMA-QUARANTINE-LOCATION TO QTD-LOCATION
024900     MOVE RMA-QTY-QUARANTINE  TO QTD-QTY-QUARANTINE
025000     MOVE RMA-QUARANTINE-DATE TO QTD-QUARANTINE-DATE
025100     MOVE WS-DAYS-IN-QUARANTINE TO QTD-DAYS-IN-QUARANTINE
025200     IF WS-DAYS-IN-QUARANTINE > WS-DAYS-ALLOWED
025300         ADD 1 TO OVERDUE-COUNT
025400         MOVE 'OVERDUE' TO QTD-OVERDUE-FLAG
025500     ELSE
025600         MOVE SPACES TO QTD-OVERDUE-FLAG
025700     END-IF
025800     WRITE RPT-RECORD FROM WS-RPT-DETAIL.
025900
026000 GET-PART-DESC.
026100*    a return for a part since deleted from the master is
026200*    itself worth seeing - the line prints with the gap
026300*    named rather than being dropped
026400     MOVE RMA-PART-NUMBER TO PART-NUMBER
026500     READ PART-FILE
026600         INVALID KEY
026700             MOVE 'PART NO LONGER ON MASTER' TO QTD-PART-DESC
026800         NOT INVALID KEY
026900             MOVE PART-DESC TO QTD-PART-DESC
027000     END-READ.
027100
027200 TERMINATION.
027300     MOVE QUARANTINE-QTY TO QTT-QTY-QUARANTINE
027400     WRITE RPT-RECORD FROM WS-RPT-TOTAL
027500     MOVE RECORD-COUNT     TO DISPLAY-RECORD-COUNT
027600     MOVE QUARANTINE-COUNT TO DISPLAY-QUARANTINE-COUNT
027700     MOVE OVERDUE-COUNT    TO DISPLAY-OVERDUE-COUNT
027800     MOVE QUARANTINE-QTY   TO DISPLAY-QUARANTINE-QTY
027900     DISPLAY 'RMAS ON FILE:          ' DISPLAY-RECORD-COUNT
028000     DISPLAY 'RMAS IN QUARANTINE:    ' DISPLAY-QUARANTINE-COUNT
028100     DISPLAY 'RMAS OVERDUE:          ' DISPLAY-OVERDUE-COUNT
028200     DISPLAY 'QTY IN QUARANTINE:   ' DISPLAY-QUARANTINE-QTY
028300     CLOSE RMA-FILE PART-FILE RPT-FILE
028400     PERFORM WRITE-RUN-LOG.
028500
028600 WRITE-RUN-LOG.
028700*    the control counts survive on RUNLOG after the job
028800*    output has scrolled away - one record per run for
028900*    the morning operations summary
029000     OPEN EXTEND RUNLOG-FILE
029100     MOVE SPACES TO RUNLOG-RECORD
029200     MOVE 'RMARPT  ' TO RUN-PROGRAM-ID
029300     MOVE WS-RUN-START-DATE TO RUN-START-DATE
029400     MOVE WS-RUN-START-TIME TO RUN-START-TIME
029500     ACCEPT RUN-END-DATE FROM DATE YYYYMMDD
029600     ACCEPT RUN-END-TIME FROM TIME
029700     MOVE RECORD-COUNT     TO RUN-RECORDS-READ
029800     MOVE QUARANTINE-COUNT TO RUN-RECORDS-WRITTEN
029900     MOVE 0                TO RUN-RECORDS-REJECTED
030000     MOVE RETURN-CODE      TO RUN-RETURN-CODE
030100     WRITE RUNLOG-RECORD
030200     CLOSE RUNLOG-FILE.
030300
030400 READ-PAR.
030500     READ RMA-FILE
030600         AT END MOVE 'Y' TO FILE-AT-END
030700     END-READ.
