000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. XFRRPT.
000300* This program prints the morning open-transfers report from
000400* the XFRFILE in-transit file - every stock transfer that
000500* left one stock room and has still not been confirmed into
000600* the other after a set number of days, with how long it
000700* has been on the road, so stock that never arrived is
000800* chased while somebody still remembers moving it.
000900* the number of days is taken from the command line the
001000* same careful way PRCAPL takes its threshold - blank or
001100* '*' leaves the shop default of three days.
001200* a partly-confirmed transfer shows only the quantity
001300* still in transit, and ages from the day it shipped.
001400* this runs in the morning stream after PARTPST has posted
001500* the overnight arrivals, so a transfer confirmed
001600* yesterday is already closed and does not cry wolf here.
001700 ENVIRONMENT DIVISION.
001800 CONFIGURATION SECTION.
001900 INPUT-OUTPUT SECTION.
002000 FILE-CONTROL.
002100*  INPUT FILE: XFRFILE - INDEXED BY PART+REFERENCE, OPTIONAL
002200*  SO A SHOP THAT HAS NEVER TRANSFERRED REPORTS EMPTY
002300     SELECT OPTIONAL XFR-FILE ASSIGN XFRFILE
002400         ORGANIZATION IS INDEXED
002500         ACCESS MODE IS SEQUENTIAL
002600         RECORD KEY IS XFR-KEY
002700         FILE STATUS IS WS-XFR-FILE-STATUS.
002800*  MASTER FILE: PARTS - DESCRIPTION FOR THE REPORT LINE
002900     SELECT PART-FILE ASSIGN PARTS
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS RANDOM
003200         RECORD KEY IS PART-NUMBER
003300         FILE STATUS IS WS-PART-FILE-STATUS.
003400*  OUTPUT FILE: SEND TO PRINTER
003500     SELECT RPT-FILE ASSIGN XFRLIST.
003600*  RUN LOG: ONE RECORD PER BATCH RUN FOR THE MORNING SUMMARY
003700     SELECT OPTIONAL RUNLOG-FILE ASSIGN RUNLOG.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  XFR-FILE
004100     RECORDING MODE IS F
004200     RECORD CONTAINS 80 CHARACTERS.
004300 01  XFR-RECORD.
004400     COPY XFRREC.
004500
004600 FD  PART-FILE
004700     RECORDING MODE IS F
004800     RECORD CONTAINS 100 CHARACTERS.
004900 01  PART-RECORD.
005000     COPY PARTREC.
005100
005200 FD  RPT-FILE
005300     RECORDING MODE IS F
005400     RECORD CONTAINS 132 CHARACTERS.
005500 01  RPT-RECORD          PIC X(132).
005600
005700 FD  RUNLOG-FILE
005800     RECORDING MODE IS F
005900     RECORD CONTAINS 80 CHARACTERS.
006000 01  RUNLOG-RECORD.
006100     COPY RUNLREC.
006200
006300 WORKING-STORAGE SECTION.
006400 01  SWITCHES.
006500      05  FILE-AT-END     PIC X  VALUE 'N'.
006600
006700 01  WS-XFR-FILE-STATUS    PIC XX.
006800 01  WS-PART-FILE-STATUS   PIC XX.
006900
007000 01  RECORD-COUNT          PIC S9(7) PACKED-DECIMAL VALUE +0.
007100 01  DISPLAY-RECORD-COUNT  PIC Z(6)9.
007200 01  OVERDUE-COUNT         PIC S9(7) PACKED-DECIMAL VALUE +0.
007300 01  DISPLAY-OVERDUE-COUNT PIC Z(6)9.
007400
007500 01  WS-RUN-START-DATE     PIC 9(8).
007600 01  WS-RUN-START-TIME     PIC 9(8).
007700
007800*    the days a transfer may sit in transit before it is
007900*    reported - blank or '*' on the command line leaves
008000*    the shop default
008100 01  WS-COMMAND-LINE-ARG   PIC X(10) VALUE SPACES.
008200 01  WS-COMMAND-LINE-ARG-LEN PIC 9(2) VALUE 0.
008300 01  WS-DAYS-ALLOWED       PIC 9(3) VALUE 3.
008400
008500 01  WS-TODAY-INTEGER      PIC 9(8) VALUE 0.
008600 01  WS-SHIP-INTEGER       PIC 9(8) VALUE 0.
008700 01  WS-DAYS-IN-TRANSIT    PIC S9(5) VALUE 0.
008800
008900 01  WS-RPT-HEADING-1.
009000      05  FILLER  PIC X(33)
009100          VALUE 'OPEN STOCK TRANSFERS IN TRANSIT -'.
009200      05  FILLER  PIC X(6)  VALUE ' OVER '.
009300      05  HDG-DAYS-ALLOWED  PIC ZZ9.
009400      05  FILLER  PIC X(5)  VALUE ' DAYS'.
009500      05  FILLER  PIC X(85) VALUE SPACES.
009600
009700 01  WS-RPT-HEADING-2.
009800      05  FILLER  PIC X(6)  VALUE 'PART #'.
009900      05  FILLER  PIC X(2)  VALUE SPACES.
010000      05  FILLER  PIC X(30) VALUE 'DESCRIPTION'.
010100      05  FILLER  PIC X(2)  VALUE SPACES.
010200      05  FILLER  PIC X(10) VALUE 'REFERENCE'.
010300      05  FILLER  PIC X(2)  VALUE SPACES.
010400      05  FILLER  PIC X(15) VALUE 'FROM LOCATION'.
010500      05  FILLER  PIC X(2)  VALUE SPACES.
010600      05  FILLER  PIC X(15) VALUE 'TO LOCATION'.
010700      05  FILLER  PIC X(2)  VALUE SPACES.
010800      05  FILLER  PIC X(7)  VALUE 'TRANSIT'.
010900      05  FILLER  PIC X(2)  VALUE SPACES.
011000      05  FILLER  PIC X(8)  VALUE 'SHIPPED '.
011100      05  FILLER  PIC X(2)  VALUE SPACES.
011200      05  FILLER  PIC X(5)  VALUE ' DAYS'.
011300      05  FILLER  PIC X(22) VALUE SPACES.
011400
011500 01  WS-RPT-DETAIL.
011600      05  XTD-PART-NUMBER    PIC X(6).
011700      05  FILLER             PIC X(2) VALUE SPACES.
011800      05  XTD-PART-DESC      PIC X(30).
011900      05  FILLER             PIC X(2) VALUE SPACES.
012000      05  XTD-REFERENCE      PIC X(10).
012100      05  FILLER             PIC X(2) VALUE SPACES.
012200      05  XTD-FROM-LOCATION  PIC X(15).
012300      05  FILLER             PIC X(2) VALUE SPACES.
012400      05  XTD-TO-LOCATION    PIC X(15).
012500      05  FILLER             PIC X(2) VALUE SPACES.
012600      05  XTD-QTY-IN-TRANSIT PIC ZZZZZZ9.
012700      05  FILLER             PIC X(2) VALUE SPACES.
012800      05  XTD-SHIP-DATE      PIC 9(8).
012900      05  FILLER             PIC X(2) VALUE SPACES.
013000      05  XTD-DAYS-IN-TRANSIT PIC ZZZZ9.
013100      05  FILLER             PIC X(22) VALUE SPACES.
013200
013300 PROCEDURE DIVISION.
013400     PERFORM INITIALIZATION
013500     PERFORM PROCESS-ALL
013600         UNTIL FILE-AT-END = 'Y'
013700     PERFORM TERMINATION
013800     GOBACK.
013900
014000 INITIALIZATION.
014100     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
014200     ACCEPT WS-RUN-START-TIME FROM TIME
014300     COMPUTE WS-TODAY-INTEGER =
014400         FUNCTION INTEGER-OF-DATE(WS-RUN-START-DATE)
014500     PERFORM EDIT-PARAMETERS
014600     OPEN INPUT XFR-FILE
014700     PERFORM CHECK-XFR-FILE-STATUS
014800     OPEN INPUT PART-FILE
014900     PERFORM CHECK-PART-FILE-STATUS
015000     OPEN OUTPUT RPT-FILE
015100     MOVE WS-DAYS-ALLOWED TO HDG-DAYS-ALLOWED
015200     WRITE RPT-RECORD FROM WS-RPT-HEADING-1
015300     WRITE RPT-RECORD FROM WS-RPT-HEADING-2
015400     PERFORM READ-PAR.
015500
015600 EDIT-PARAMETERS.
015700     ACCEPT WS-COMMAND-LINE-ARG FROM COMMAND-LINE
015800     IF WS-COMMAND-LINE-ARG NOT = SPACES
015900             AND WS-COMMAND-LINE-ARG NOT = '*'
016000         MOVE 0 TO WS-COMMAND-LINE-ARG-LEN
016100         INSPECT WS-COMMAND-LINE-ARG TALLYING
016200             WS-COMMAND-LINE-ARG-LEN FOR CHARACTERS
016300                 BEFORE INITIAL SPACE
016400         IF WS-COMMAND-LINE-ARG-LEN > 3
016500             DISPLAY 'XFRRPT: DAYS OVER 3 DIGITS, '
016600                 'DEFAULT OF 3 USED'
016700         ELSE IF WS-COMMAND-LINE-ARG(1:WS-COMMAND-LINE-ARG-LEN)
016800                 IS NUMERIC
016900             MOVE WS-COMMAND-LINE-ARG(1:WS-COMMAND-LINE-ARG-LEN)
017000                 TO WS-DAYS-ALLOWED
017100         ELSE
017200             DISPLAY 'XFRRPT: DAYS NOT NUMERIC, '
017300                 'DEFAULT OF 3 USED'
017400         END-IF END-IF
017500     END-IF.
017600
017700 CHECK-XFR-FILE-STATUS.
017800*    a bad XFRFILE open has to stop the run here - an empty
017900*    report would otherwise look like a morning with every
018000*    transfer safely delivered. status 05 (optional file
018100*    not created yet) reads as an empty file, which is the
018200*    honest answer at a shop that has never transferred
018300     IF WS-XFR-FILE-STATUS NOT = '00'
018400             AND WS-XFR-FILE-STATUS NOT = '05'
018500         DISPLAY 'XFRRPT: XFRFILE OPEN FAILED, FILE STATUS = '
018600             WS-XFR-FILE-STATUS
018700         MOVE 16 TO RETURN-CODE
018800         STOP RUN
018900     END-IF.
019000
019100 CHECK-PART-FILE-STATUS.
019200*    a bad PARTS open has to stop the run here - a report
019300*    of part numbers with no descriptions is half a report
019400     IF WS-PART-FILE-STATUS NOT = '00'
019500         DISPLAY 'XFRRPT: PARTS OPEN FAILED, FILE STATUS = '
019600             WS-PART-FILE-STATUS
019700         MOVE 16 TO RETURN-CODE
019800         STOP RUN
019900     END-IF.
020000
020100 PROCESS-ALL.
020200     ADD 1 TO RECORD-COUNT
020300     IF XFR-SHIP-DATE NOT NUMERIC
020400         DISPLAY 'XFRRPT: SHIP DATE NOT NUMERIC FOR: '
020500             XFR-PART-NUMBER ' ' XFR-REFERENCE
020600     ELSE
020700         PERFORM AGE-THIS-TRANSFER
020800     END-IF
020900     PERFORM READ-PAR.
021000
021100 AGE-THIS-TRANSFER.
021200     COMPUTE WS-SHIP-INTEGER =
021300         FUNCTION INTEGER-OF-DATE(XFR-SHIP-DATE)
021400     COMPUTE WS-DAYS-IN-TRANSIT =
021500         WS-TODAY-INTEGER - WS-SHIP-INTEGER
021600     IF WS-DAYS-IN-TRANSIT > WS-DAYS-ALLOWED
021700         PERFORM WRITE-OVERDUE-LINE
021800     END-IF.
021900
022000 WRITE-OVERDUE-LINE.
022100     ADD 1 TO OVERDUE-COUNT
022200     MOVE XFR-PART-NUMBER     TO XTD-PART-NUMBER
022300     PERFORM GET-PART-DESC
022400     MOVE XFR-REFERENCE       TO XTD-REFERENCE
022500     MOVE XFR-FROM-LOCATION   TO XTD-FROM-LOCATION
022600     MOVE XFR-TO-LOCATION     TO XTD-TO-LOCATION
022700     MOVE XFR-QTY-IN-TRANSIT  TO XTD-QTY-IN-TRANSIT
022800     MOVE XFR-SHIP-DATE       TO XTD-SHIP-DATE
022900     MOVE WS-DAYS-IN-TRANSIT  TO XTD-DAYS-IN-TRANSIT
023000     WRITE RPT-RECORD FROM WS-RPT-DETAIL.
023100
023200 GET-PART-DESC.
023300*    a transfer for a part since deleted from the master is
023400*    itself worth seeing - the line prints with the gap
023500*    named rather than being dropped
023600     MOVE XFR-PART-NUMBER TO PART-NUMBER
023700     READ PART-FILE
023800         INVALID KEY
023900             MOVE 'PART NO LONGER ON MASTER' TO XTD-PART-DESC
024000         NOT INVALID KEY
024100             MOVE PART-DESC TO XTD-PART-DESC
024200     END-READ.
024300
024400 TERMINATION.
024500     MOVE RECORD-COUNT  TO DISPLAY-RECORD-COUNT
024600     MOVE OVERDUE-COUNT TO DISPLAY-OVERDUE-COUNT
024700     DISPLAY 'TRANSFERS IN TRANSIT:  ' DISPLAY-RECORD-COUNT
024800     DISPLAY 'TRANSFERS OVERDUE:     ' DISPLAY-OVERDUE-COUNT
024900     CLOSE XFR-FILE PART-FILE RPT-FILE
025000     PERFORM WRITE-RUN-LOG.
025100
025200 WRITE-RUN-LOG.
025300*    the control counts survive on RUNLOG after the job
025400*    output has scrolled away - one record per run for
025500*    the morning operations summary
025600     OPEN EXTEND RUNLOG-FILE
025700     MOVE SPACES TO RUNLOG-RECORD
025800     MOVE 'XFRRPT  ' TO RUN-PROGRAM-ID
025900     MOVE WS-RUN-START-DATE TO RUN-START-DATE
026000     MOVE WS-RUN-START-TIME TO RUN-START-TIME
026100     ACCEPT RUN-END-DATE FROM DATE YYYYMMDD
026200     ACCEPT RUN-END-TIME FROM TIME
026300     MOVE RECORD-COUNT  TO RUN-RECORDS-READ
026400     MOVE OVERDUE-COUNT TO RUN-RECORDS-WRITTEN
026500     MOVE 0             TO RUN-RECORDS-REJECTED
026600     MOVE RETURN-CODE   TO RUN-RETURN-CODE
026700     WRITE RUNLOG-RECORD
026800     CLOSE RUNLOG-FILE.
026900
027000 READ-PAR.
027100     READ XFR-FILE
027200         AT END MOVE 'Y' TO FILE-AT-END
027300     END-READ.
