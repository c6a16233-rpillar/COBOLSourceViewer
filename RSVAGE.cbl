000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RSVAGE.
000300* This program ages the RSVFILE reservation register every
000400* night and releases any reservation that has been held
000500* longer than a set number of days - the reserve for a job
000600* that was cancelled and never released used to sit on
000700* QTY-ON-RESERVE for good, holding stock nobody could issue
000800* and sending PARTEXC after orders the shop did not need.
000900* each release comes off the master's QTY-ON-RESERVE and
001000* the stock room's LOC-QTY-ON-RESERVE together, is journaled
001100* to MOVEJRNL as an L movement under the reservation's own
001200* reference exactly as a keyed release would be, and is
001300* listed on the freed-reservations report so the planners
001400* can see what went back on the shelf and re-reserve it if
001500* the job is in fact still alive.
001600* the number of days is taken from the command line the
001700* same careful way PRCAPL takes its threshold - blank or
001800* '*' leaves the shop default of thirty days.
001900* a reservation is never released for more than the master
002000* and the stock room still have on reserve - reserves keyed
002100* or corrected outside the register may have taken some of
002200* it already - and one whose part has left the master is
002300* simply dropped from the register.
002400* this runs in the nightly stream after PARTPST, so a
002500* reservation drawn on or released today is already
002600* relieved, and ahead of PARTEXC so the freed stock counts
002700* as available when the exception report is worked out.
002725* a run in a month INVCLOSE has already closed on PERIODS
002750* posts nothing and ends with return code 16 - the ledger
002775* has been cut from that month's figures.
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200*  REGISTER FILE: RSVFILE - INDEXED BY PART+REFERENCE, OPTIONAL
003300*  SO A SHOP THAT HAS NEVER RESERVED AGES NOTHING
003400     SELECT OPTIONAL RSV-FILE ASSIGN RSVFILE
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS RSV-KEY
003800         FILE STATUS IS WS-RSV-FILE-STATUS.
003900*  MASTER FILE: PARTS - INDEXED BY PART-NUMBER
004000     SELECT PART-FILE ASSIGN PARTS
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS RANDOM
004300         RECORD KEY IS PART-NUMBER
004400         FILE STATUS IS WS-PART-FILE-STATUS.
004500*  BALANCE FILE: LOCBAL - ON-HAND/RESERVE BY PART+LOCATION
004600     SELECT OPTIONAL LOC-FILE ASSIGN LOCBAL
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS RANDOM
004900         RECORD KEY IS LOC-BAL-KEY
005000         FILE STATUS IS WS-LOC-FILE-STATUS.
005100*  JOURNAL FILE: EVERY RELEASE WITH BEFORE/AFTER QTYS, OPENED
005200*  EXTEND SO IT JOINS THE NIGHT'S POSTINGS
005300     SELECT OPTIONAL JRNL-FILE ASSIGN MOVEJRNL.
005400*  OUTPUT FILE: SEND TO PRINTER
005500     SELECT RPT-FILE ASSIGN RSVLIST.
005600*  RUN LOG: ONE RECORD PER BATCH RUN FOR THE MORNING SUMMARY
005700     SELECT OPTIONAL RUNLOG-FILE ASSIGN RUNLOG.
005712*  PERIOD FILE: PERIODS - MONTHS INVCLOSE HAS CLOSED, CHECKED
005725*  BEFORE ANYTHING IS POSTED
005737     SELECT OPTIONAL PER-FILE ASSIGN PERIODS
005750         ORGANIZATION IS INDEXED
005762         ACCESS MODE IS RANDOM
005775         RECORD KEY IS PER-PERIOD
005787         FILE STATUS IS WS-PER-FILE-STATUS.
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  RSV-FILE
006100     RECORDING MODE IS F
006200     RECORD CONTAINS 80 CHARACTERS.
006300 01  RSV-RECORD.
006400     COPY RSVREC.
006500
006600 FD  PART-FILE
006700     RECORDING MODE IS F
006800     RECORD CONTAINS 100 CHARACTERS.
006900 01  PART-RECORD.
007000     COPY PARTREC.
007100
007200 FD  LOC-FILE
007300     RECORDING MODE IS F
007400     RECORD CONTAINS 80 CHARACTERS.
007500 01  LOC-RECORD.
007600     COPY LOCBREC.
007700
007800 FD  JRNL-FILE
007900     RECORDING MODE IS F
008000     RECORD CONTAINS 140 CHARACTERS.
008100 01  JRNL-RECORD.
008200     COPY JRNLREC.
008300
008400 FD  RPT-FILE
008500     RECORDING MODE IS F
008600     RECORD CONTAINS 132 CHARACTERS.
008700 01  RPT-RECORD          PIC X(132).
008800
008900 FD  RUNLOG-FILE
009000     RECORDING MODE IS F
009100     RECORD CONTAINS 80 CHARACTERS.
009200 01  RUNLOG-RECORD.
009300     COPY RUNLREC.
009400
009414 FD  PER-FILE
009428     RECORDING MODE IS F
009442     RECORD CONTAINS 80 CHARACTERS.
009457 01  PER-RECORD.
009471     COPY PERREC.
009485
009500 WORKING-STORAGE SECTION.
009600 01  SWITCHES.
009700      05  FILE-AT-END     PIC X  VALUE 'N'.
009800      05  WS-PART-FOUND   PIC X  VALUE 'N'.
009900      05  WS-LOC-FOUND    PIC X  VALUE 'N'.
009950      05  WS-PERIOD-CLOSED   PIC X  VALUE 'N'.
010000
010100 01  WS-RSV-FILE-STATUS    PIC XX.
010200 01  WS-PART-FILE-STATUS   PIC XX.
010300 01  WS-LOC-FILE-STATUS    PIC XX.
010400
010500 01  RECORD-COUNT          PIC S9(7) PACKED-DECIMAL VALUE +0.
010600 01  DISPLAY-RECORD-COUNT  PIC Z(6)9.
010700 01  RELEASED-COUNT        PIC S9(7) PACKED-DECIMAL VALUE +0.
010800 01  DISPLAY-RELEASED-COUNT PIC Z(6)9.
010900 01  REJECT-COUNT          PIC S9(7) PACKED-DECIMAL VALUE +0.
011000 01  DISPLAY-REJECT-COUNT  PIC Z(6)9.
011100 01  QTY-FREED-TOTAL       PIC S9(9) PACKED-DECIMAL VALUE +0.
011200 01  DISPLAY-QTY-FREED-TOTAL PIC Z(8)9.
011300
011400 01  WS-RUN-START-DATE     PIC 9(8).
011500 01  WS-RUN-START-TIME     PIC 9(8).
011533*    why a run was refused, for the RUNLOG record
011566 01  WS-RUN-MESSAGE        PIC X(16) VALUE SPACES.
011600
011700*    the days a reservation may be held before it is
011800*    released - blank or '*' on the command line leaves
011900*    the shop default
012000 01  WS-COMMAND-LINE-ARG   PIC X(10) VALUE SPACES.
012100 01  WS-COMMAND-LINE-ARG-LEN PIC 9(2) VALUE 0.
012200 01  WS-DAYS-ALLOWED       PIC 9(3) VALUE 30.
012300
012400 01  WS-TODAY-INTEGER      PIC 9(8) VALUE 0.
012500 01  WS-RESERVE-INTEGER    PIC 9(8) VALUE 0.
012600 01  WS-DAYS-HELD          PIC S9(5) VALUE 0.
012700
012800*    the release is the smallest of the register's quantity
012900*    and what the master and the stock room still carry on
013000*    reserve, so neither figure can be driven below zero
013100 01  WS-RELEASE-QTY        PIC S9(9) VALUE 0.
013200 01  WS-LOC-ON-RESERVE     PIC S9(9) VALUE 0.
013300
013400 01  WS-RPT-HEADING-1.
013500      05  FILLER  PIC X(35)
013600          VALUE 'STALE RESERVATIONS RELEASED - HELD'.
013700      05  FILLER  PIC X(6)  VALUE ' OVER '.
013800      05  HDG-DAYS-ALLOWED  PIC ZZ9.
013900      05  FILLER  PIC X(5)  VALUE ' DAYS'.
014000      05  FILLER  PIC X(83) VALUE SPACES.
014100
014200 01  WS-RPT-HEADING-2.
014300      05  FILLER  PIC X(6)  VALUE 'PART #'.
014400      05  FILLER  PIC X(2)  VALUE SPACES.
014500      05  FILLER  PIC X(30) VALUE 'DESCRIPTION'.
014600      05  FILLER  PIC X(2)  VALUE SPACES.
014700      05  FILLER  PIC X(10) VALUE 'REFERENCE'.
014800      05  FILLER  PIC X(2)  VALUE SPACES.
014900      05  FILLER  PIC X(15) VALUE 'LOCATION'.
015000      05  FILLER  PIC X(2)  VALUE SPACES.
015100      05  FILLER  PIC X(8)  VALUE 'RESERVED'.
015200      05  FILLER  PIC X(2)  VALUE SPACES.
015300      05  FILLER  PIC X(5)  VALUE ' DAYS'.
015400      05  FILLER  PIC X(2)  VALUE SPACES.
015500      05  FILLER  PIC X(7)  VALUE '   HELD'.
015600      05  FILLER  PIC X(2)  VALUE SPACES.
015700      05  FILLER  PIC X(7)  VALUE '  FREED'.
015800      05  FILLER  PIC X(30) VALUE SPACES.
015900
016000 01  WS-RPT-DETAIL.
016100      05  RSD-PART-NUMBER    PIC X(6).
016200      05  FILLER             PIC X(2) VALUE SPACES.
016300      05  RSD-PART-DESC      PIC X(30).
016400      05  FILLER             PIC X(2) VALUE SPACES.
016500      05  RSD-REFERENCE      PIC X(10).
016600      05  FILLER             PIC X(2) VALUE SPACES.
016700      05  RSD-LOCATION       PIC X(15).
016800      05  FILLER             PIC X(2) VALUE SPACES.
016900      05  RSD-RESERVE-DATE   PIC 9(8).
017000      05  FILLER             PIC X(2) VALUE SPACES.
017100      05  RSD-DAYS-HELD      PIC ZZZZ9.
017200      05  FILLER             PIC X(2) VALUE SPACES.
017300      05  RSD-QTY-RESERVED   PIC ZZZZZZ9.
017400      05  FILLER             PIC X(2) VALUE SPACES.
017500      05  RSD-QTY-FREED      PIC ZZZZZZ9.
017600      05  FILLER             PIC X(30) VALUE SPACES.
017700
017716 01  WS-PER-FILE-STATUS    PIC XX.
017733 01  WS-POSTING-DATE-PARTS.
017750      05  WS-POSTING-PERIOD PIC 9(6).
017766      05  FILLER            PIC 9(2).
017783
017800 PROCEDURE DIVISION.
017900     PERFORM INITIALIZATION
018000     PERFORM PROCESS-ALL
018100         UNTIL FILE-AT-END = 'Y'
018200     PERFORM TERMINATION
018300     GOBACK.
018400
018500 INITIALIZATION.
018600     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
018700     ACCEPT WS-RUN-START-TIME FROM TIME
018750     PERFORM CHECK-PERIOD-OPEN
018800     COMPUTE WS-TODAY-INTEGER =
018900         FUNCTION INTEGER-OF-DATE(WS-RUN-START-DATE)
019000     PERFORM EDIT-PARAMETERS
019100     OPEN I-O RSV-FILE
019200     PERFORM CHECK-RSV-FILE-STATUS
019300     OPEN I-O PART-FILE
019400     PERFORM CHECK-PART-FILE-STATUS
019500     OPEN I-O LOC-FILE
019600     PERFORM CHECK-LOC-FILE-STATUS
019700     OPEN EXTEND JRNL-FILE
019800     OPEN OUTPUT RPT-FILE
019900     MOVE WS-DAYS-ALLOWED TO HDG-DAYS-ALLOWED
020000     WRITE RPT-RECORD FROM WS-RPT-HEADING-1
020100     WRITE RPT-RECORD FROM WS-RPT-HEADING-2
020200     PERFORM READ-PAR.
020300
020400 EDIT-PARAMETERS.
020500     ACCEPT WS-COMMAND-LINE-ARG FROM COMMAND-LINE
020600     IF WS-COMMAND-LINE-ARG NOT = SPACES
020700             AND WS-COMMAND-LINE-ARG NOT = '*'
020800         MOVE 0 TO WS-COMMAND-LINE-ARG-LEN
020900         INSPECT WS-COMMAND-LINE-ARG TALLYING
021000             WS-COMMAND-LINE-ARG-LEN FOR CHARACTERS
021100                 BEFORE INITIAL SPACE
021200         IF WS-COMMAND-LINE-ARG-LEN > 3
021300             DISPLAY 'RSVAGE: DAYS OVER 3 DIGITS, '
021400                 'DEFAULT OF 30 USED'
021500         ELSE IF WS-COMMAND-LINE-ARG(1:WS-COMMAND-LINE-ARG-LEN)
021600                 IS NUMERIC
021700             MOVE WS-COMMAND-LINE-ARG(1:WS-COMMAND-LINE-ARG-LEN)
021800                 TO WS-DAYS-ALLOWED
021900         ELSE
022000             DISPLAY 'RSVAGE: DAYS NOT NUMERIC, '
022100                 'DEFAULT OF 30 USED'
022200         END-IF END-IF
022300     END-IF.
022400
022500 CHECK-RSV-FILE-STATUS.
022600*    a bad RSVFILE open has to stop the run here - an empty
022700*    report would otherwise look like a night with nothing
022800*    stale. status 05 (optional file not created yet) reads
022900*    as an empty register, which is the honest answer at a
023000*    shop that has never reserved through PARTPST
023100     IF WS-RSV-FILE-STATUS NOT = '00'
023200             AND WS-RSV-FILE-STATUS NOT = '05'
023300         DISPLAY 'RSVAGE: RSVFILE OPEN FAILED, FILE STATUS = '
023400             WS-RSV-FILE-STATUS
023500         MOVE 16 TO RETURN-CODE
023600         STOP RUN
023700     END-IF.
023800
023900 CHECK-PART-FILE-STATUS.
024000*    a bad PARTS open has to stop the run here - a release
024100*    that cannot reach the master must not come off the
024200*    register either
024300     IF WS-PART-FILE-STATUS NOT = '00'
024400         DISPLAY 'RSVAGE: PARTS OPEN FAILED, FILE STATUS = '
024500             WS-PART-FILE-STATUS
024600         MOVE 16 TO RETURN-CODE
024700         STOP RUN
024800     END-IF.
024900
025000 CHECK-LOC-FILE-STATUS.
025100*    LOCBAL is OPTIONAL for the same reason it is in
025200*    PARTPST; anything else that is not a clean open stops
025300*    the run - the master and the stock rooms must come off
025400*    reserve together or PARTINT will be chasing the gap
025500     IF WS-LOC-FILE-STATUS NOT = '00'
025600             AND WS-LOC-FILE-STATUS NOT = '05'
025700         DISPLAY 'RSVAGE: LOCBAL OPEN FAILED, FILE STATUS = '
025800             WS-LOC-FILE-STATUS
025900         MOVE 16 TO RETURN-CODE
026000         STOP RUN
026100     END-IF.
026200
026202 CHECK-PERIOD-OPEN.
026205*    a month INVCLOSE has closed takes no more postings -
026208*    the ledger has been cut from its figures. PERIODS
026211*    not there at all (status 05) is a shop that has never
026214*    closed a month
026217     ACCEPT WS-POSTING-DATE-PARTS FROM DATE YYYYMMDD
026220     OPEN INPUT PER-FILE
026222     IF WS-PER-FILE-STATUS NOT = '00'
026225             AND WS-PER-FILE-STATUS NOT = '05'
026228         DISPLAY 'RSVAGE: PERIODS OPEN FAILED, FILE STATUS = '
026231             WS-PER-FILE-STATUS
026234         MOVE 16 TO RETURN-CODE
026237         STOP RUN
026240     END-IF
026242     MOVE 'N' TO WS-PERIOD-CLOSED
026245     IF WS-PER-FILE-STATUS = '00'
026248         MOVE WS-POSTING-PERIOD TO PER-PERIOD
026251         READ PER-FILE
026254             INVALID KEY
026257                 CONTINUE
026260             NOT INVALID KEY
026262                 IF PER-STATUS = 'C'
026265                     MOVE 'Y' TO WS-PERIOD-CLOSED
026268                 END-IF
026271         END-READ
026274     END-IF
026277     CLOSE PER-FILE
026280     IF WS-PERIOD-CLOSED = 'Y'
026282         DISPLAY 'RSVAGE: PERIOD ' WS-POSTING-PERIOD
026285             ' IS CLOSED - NOTHING POSTED'
026288         MOVE 16 TO RETURN-CODE
026289         MOVE 'PERIOD CLOSED' TO WS-RUN-MESSAGE
026290         PERFORM WRITE-RUN-LOG
026291         STOP RUN
026294     END-IF.
026297
026300 PROCESS-ALL.
026400     ADD 1 TO RECORD-COUNT
026500     IF RSV-RESERVE-DATE NOT NUMERIC
026600             OR RSV-QTY-RESERVED NOT NUMERIC
026700         ADD 1 TO REJECT-COUNT
026800         DISPLAY 'RSVAGE: RESERVATION NOT NUMERIC FOR: '
026900             RSV-PART-NUMBER ' ' RSV-REFERENCE
027000     ELSE
027100         PERFORM AGE-THIS-RESERVATION
027200     END-IF
027300     PERFORM READ-PAR.
027400
027500 AGE-THIS-RESERVATION.
027600     COMPUTE WS-RESERVE-INTEGER =
027700         FUNCTION INTEGER-OF-DATE(RSV-RESERVE-DATE)
027800     COMPUTE WS-DAYS-HELD =
027900         WS-TODAY-INTEGER - WS-RESERVE-INTEGER
028000     IF WS-DAYS-HELD > WS-DAYS-ALLOWED
028100         PERFORM RELEASE-THIS-RESERVATION
028200     END-IF.
028300
028400 RELEASE-THIS-RESERVATION.
028500     MOVE 0 TO WS-RELEASE-QTY
028600     MOVE RSV-PART-NUMBER TO RSD-PART-NUMBER
028700     PERFORM LOOKUP-PART
028800     IF WS-PART-FOUND = 'N'
028900         MOVE 'PART NO LONGER ON MASTER' TO RSD-PART-DESC
029000     ELSE
029100         MOVE PART-DESC TO RSD-PART-DESC
029200         PERFORM LOOKUP-LOCATION
029300         MOVE RSV-QTY-RESERVED TO WS-RELEASE-QTY
029400         IF WS-RELEASE-QTY > QTY-ON-RESERVE
029500             MOVE QTY-ON-RESERVE TO WS-RELEASE-QTY
029600         END-IF
029700         IF WS-RELEASE-QTY > WS-LOC-ON-RESERVE
029800             MOVE WS-LOC-ON-RESERVE TO WS-RELEASE-QTY
029900         END-IF
030000         IF WS-RELEASE-QTY > 0
030100             PERFORM POST-RELEASE
030200         END-IF
030300     END-IF
030400     DELETE RSV-FILE
030500         INVALID KEY
030600             DISPLAY 'RSVAGE: RSVFILE DELETE FAILED FOR: '
030700                 RSV-PART-NUMBER ' ' RSV-REFERENCE
030800         NOT INVALID KEY
030900             ADD 1 TO RELEASED-COUNT
031000             ADD WS-RELEASE-QTY TO QTY-FREED-TOTAL
031100             PERFORM WRITE-RELEASED-LINE
031200     END-DELETE.
031300
031400 LOOKUP-PART.
031500     MOVE 'N' TO WS-PART-FOUND
031600     MOVE RSV-PART-NUMBER TO PART-NUMBER
031700     READ PART-FILE
031800         INVALID KEY
031900             CONTINUE
032000         NOT INVALID KEY
032100             MOVE 'Y' TO WS-PART-FOUND
032200     END-READ.
032300
032400 LOOKUP-LOCATION.
032500*    a stock room with no LOCBAL record has nothing on
032600*    reserve there, so nothing is released from the master
032700*    either
032800     MOVE 'N' TO WS-LOC-FOUND
032900     MOVE 0 TO WS-LOC-ON-RESERVE
033000     MOVE RSV-PART-NUMBER TO LOC-PART-NUMBER
033100     MOVE RSV-LOCATION    TO LOC-WAREHOUSE-LOCATION
033200     READ LOC-FILE
033300         INVALID KEY
033400             CONTINUE
033500         NOT INVALID KEY
033600             MOVE 'Y' TO WS-LOC-FOUND
033700             MOVE LOC-QTY-ON-RESERVE TO WS-LOC-ON-RESERVE
033800     END-READ.
033900
034000 POST-RELEASE.
034100*    the release is posted exactly as PARTPST posts a keyed
034200*    L movement - master, stock room and a journal line with
034300*    the quantities as they were and as they became - so
034400*    PARTBAL nets it like any other release
034500     MOVE RSV-PART-NUMBER TO JRNL-PART-NUMBER
034600     MOVE 'L'             TO JRNL-MOVE-TYPE
034700     MOVE WS-RELEASE-QTY  TO JRNL-QUANTITY
034800     MOVE RSV-REFERENCE   TO JRNL-REFERENCE
034900     MOVE RSV-LOCATION    TO JRNL-LOCATION
034950     MOVE SPACES          TO JRNL-LOT-NUMBER
035000     ACCEPT JRNL-TRAN-DATE FROM DATE YYYYMMDD
035100     ACCEPT JRNL-TRAN-TIME FROM TIME
035200     MOVE QTY-ON-HAND     TO JRNL-OLD-ON-HAND
035300     MOVE QTY-ON-ORDER    TO JRNL-OLD-ON-ORDER
035400     MOVE QTY-ON-RESERVE  TO JRNL-OLD-ON-RESERVE
035411*    a release moves no stock, so it journals at the
035422*    average cost as it stands - a part not carrying one
035433*    yet takes its price, as PARTPST would give it, and a
035435*    price that is not a number is not copied into the
035438*    average, where every later valuation would use it -
035441*    the part is carried at zero rather than at garbage
035444     IF PART-AVG-COST NOT NUMERIC
035455         IF PART-PRICE NUMERIC
035457             MOVE PART-PRICE  TO PART-AVG-COST
035459         ELSE
035461             MOVE 0           TO PART-AVG-COST
035463         END-IF
035466     END-IF
035477     MOVE PART-AVG-COST   TO JRNL-UNIT-COST JRNL-OLD-AVG-COST
035488                             JRNL-NEW-AVG-COST
035500     SUBTRACT WS-RELEASE-QTY FROM QTY-ON-RESERVE
035600     MOVE QTY-ON-HAND     TO JRNL-NEW-ON-HAND
035700     MOVE QTY-ON-ORDER    TO JRNL-NEW-ON-ORDER
035800     MOVE QTY-ON-RESERVE  TO JRNL-NEW-ON-RESERVE
035900     REWRITE PART-RECORD
036000         INVALID KEY
036100             DISPLAY 'RSVAGE: REWRITE FAILED FOR: ' PART-NUMBER
036200             MOVE 0 TO WS-RELEASE-QTY
036300         NOT INVALID KEY
036400             SUBTRACT WS-RELEASE-QTY FROM LOC-QTY-ON-RESERVE
036500             REWRITE LOC-RECORD
036600                 INVALID KEY
036700                     DISPLAY 'RSVAGE: LOCBAL REWRITE FAILED'
036800                         ' FOR: ' LOC-PART-NUMBER ' '
036900                         LOC-WAREHOUSE-LOCATION
037000             END-REWRITE
037100             WRITE JRNL-RECORD
037200     END-REWRITE.
037300
037400 WRITE-RELEASED-LINE.
037500     MOVE RSV-REFERENCE    TO RSD-REFERENCE
037600     MOVE RSV-LOCATION     TO RSD-LOCATION
037700     MOVE RSV-RESERVE-DATE TO RSD-RESERVE-DATE
037800     MOVE WS-DAYS-HELD     TO RSD-DAYS-HELD
037900     MOVE RSV-QTY-RESERVED TO RSD-QTY-RESERVED
038000     MOVE WS-RELEASE-QTY   TO RSD-QTY-FREED
038100     WRITE RPT-RECORD FROM WS-RPT-DETAIL.
038200
038300 TERMINATION.
038400     MOVE RECORD-COUNT    TO DISPLAY-RECORD-COUNT
038500     MOVE RELEASED-COUNT  TO DISPLAY-RELEASED-COUNT
038600     MOVE REJECT-COUNT    TO DISPLAY-REJECT-COUNT
038700     MOVE QTY-FREED-TOTAL TO DISPLAY-QTY-FREED-TOTAL
038800     DISPLAY 'RESERVATIONS READ:     ' DISPLAY-RECORD-COUNT
038900     DISPLAY 'RESERVATIONS RELEASED: ' DISPLAY-RELEASED-COUNT
039000     DISPLAY 'RESERVATIONS IN ERROR: ' DISPLAY-REJECT-COUNT
039100     DISPLAY 'QUANTITY FREED:      ' DISPLAY-QTY-FREED-TOTAL
039200     CLOSE RSV-FILE PART-FILE LOC-FILE JRNL-FILE RPT-FILE
039300     PERFORM WRITE-RUN-LOG.
039400
039500 WRITE-RUN-LOG.
039600*    the control counts survive on RUNLOG after the job
039700*    output has scrolled away - one record per run for
039800*    the morning operations summary
039900     OPEN EXTEND RUNLOG-FILE
040000     MOVE SPACES TO RUNLOG-RECORD
040100     MOVE 'RSVAGE  ' TO RUN-PROGRAM-ID
040200     MOVE WS-RUN-START-DATE TO RUN-START-DATE
040300     MOVE WS-RUN-START-TIME TO RUN-START-TIME
040400     ACCEPT RUN-END-DATE FROM DATE YYYYMMDD
040500     ACCEPT RUN-END-TIME FROM TIME
040600     MOVE RECORD-COUNT   TO RUN-RECORDS-READ
040700     MOVE RELEASED-COUNT TO RUN-RECORDS-WRITTEN
040800     MOVE REJECT-COUNT   TO RUN-RECORDS-REJECTED
040900     MOVE RETURN-CODE    TO RUN-RETURN-CODE
040950     MOVE WS-RUN-MESSAGE TO RUN-MESSAGE
041000     WRITE RUNLOG-RECORD
041100     CLOSE RUNLOG-FILE.
041200
041300 READ-PAR.
041400     READ RSV-FILE NEXT
041500         AT END MOVE 'Y' TO FILE-AT-END
041600     END-READ.
