000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ATPEXT.
000300* This program cuts the nightly available-to-promise
000400* extract, so the order desk and the web storefront can see
000500* whether a part can ship without phoning the warehouse.
000600* for every active part on PARTS it nets together what no
000700* single report did before:
000800*     on hand across the part's stock rooms on LOCBAL,
000900*     less what those rooms hold on reserve,
001000*     less any expired lots of a lot-controlled part,
001100*     less what is still owed on open BACKORD backorders,
001200* and alongside it what is due in on OPENPO, with the date
001300* the first of it is expected - the order date plus the
001400* order vendor's VENDOR-LEAD-TIME, or the shop default of
001500* fourteen days where VENDMST has none, the same as POLATE.
001600* an order already past its expected date is promised as
001700* due today; chasing it is POLATE's job, not the website's.
001800* backorders the stock on hand cannot cover are owed out of
001900* the next delivery, so they come off the due-in quantity
002000* rather than driving available below zero.
002100* parts on hold or obsolete are not offered for sale and
002200* are left off the extract.
002300* the extract goes to ATPFILE (ATPREC.cpy), one '|'
002400* delimited record per part and a trailer carrying the
002500* record count and the available and due-in totals, the
002600* same way SUGORD is balanced. last night's extract is read
002700* back from ATPPREV and every part whose promise changed -
002800* new, dropped, or any of the four figures different - is
002900* listed on ATPCHG for the order desk. with no ATPPREV on
003000* hand (the first night) the listing says so and nothing
003100* is compared.
003200* this runs in the nightly stream after PARTPST, RSVAGE and
003300* the backorder releases have posted.
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800*  MASTER FILE: PARTS - WALKED IN PART NUMBER ORDER
003900     SELECT PART-FILE ASSIGN PARTS
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS SEQUENTIAL
004200         RECORD KEY IS PART-NUMBER
004300         FILE STATUS IS WS-PART-FILE-STATUS.
004400*  BALANCE FILE: LOCBAL - STOCK BY PART+LOCATION
004500     SELECT OPTIONAL LOC-FILE ASSIGN LOCBAL
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS LOC-BAL-KEY
004900         FILE STATUS IS WS-LOC-FILE-STATUS.
005000*  LOTS: LOTBAL - STOCK BY PART+LOCATION+LOT WITH EXPIRY
005100     SELECT OPTIONAL LOT-FILE ASSIGN LOTBAL
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS LOT-KEY
005500         FILE STATUS IS WS-LOT-FILE-STATUS.
005600*  BACKORDERS: BACKORD - STILL OWED, BY PART+REFERENCE
005700     SELECT OPTIONAL BO-FILE ASSIGN BACKORD
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS BO-KEY
006100         FILE STATUS IS WS-BO-FILE-STATUS.
006200*  OPEN ORDERS: OPENPO - DUE IN, BY PART+REFERENCE
006300     SELECT OPTIONAL OPO-FILE ASSIGN OPENPO
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS OPO-PO-KEY
006700         FILE STATUS IS WS-OPO-FILE-STATUS.
006800*  VENDOR MASTER: VENDMST - PROMISED LEAD TIME
006900     SELECT OPTIONAL VEND-FILE ASSIGN VENDMST
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS RANDOM
007200         RECORD KEY IS VENDOR-NUMBER
007300         FILE STATUS IS WS-VEND-FILE-STATUS.
007400*  PREVIOUS EXTRACT: LAST NIGHT'S ATPFILE, OPTIONAL SO THE
007500*  FIRST EVER RUN GOES AHEAD WITH NOTHING TO COMPARE
007600     SELECT OPTIONAL PRV-FILE ASSIGN ATPPREV
007700         FILE STATUS IS WS-PRV-FILE-STATUS.
007800*  INTERFACE FILE: AVAILABLE-TO-PROMISE FOR ORDER ENTRY/WEB
007900     SELECT ATP-FILE ASSIGN ATPFILE.
008000*  OUTPUT FILE: CHANGES LISTING - SEND TO PRINTER
008100     SELECT CHG-FILE ASSIGN ATPCHG.
008200*  RUN LOG: ONE RECORD PER BATCH RUN FOR THE MORNING SUMMARY
008300     SELECT OPTIONAL RUNLOG-FILE ASSIGN RUNLOG.
008400 DATA DIVISION.
008500 FILE SECTION.
008600 FD  PART-FILE
008700     RECORDING MODE IS F
008800     RECORD CONTAINS 100 CHARACTERS.
008900 01  PART-RECORD.
009000     COPY PARTREC.
009100
009200 FD  LOC-FILE
009300     RECORDING MODE IS F
009400     RECORD CONTAINS 80 CHARACTERS.
009500 01  LOC-RECORD.
009600     COPY LOCBREC.
009700
009800 FD  LOT-FILE
009900     RECORDING MODE IS F
010000     RECORD CONTAINS 80 CHARACTERS.
010100 01  LOT-RECORD.
010200     COPY LOTREC.
010300
010400 FD  BO-FILE
010500     RECORDING MODE IS F
010600     RECORD CONTAINS 80 CHARACTERS.
010700 01  BO-RECORD.
010800     COPY BAKREC.
010900
011000 FD  OPO-FILE
011100     RECORDING MODE IS F
011200     RECORD CONTAINS 80 CHARACTERS.
011300 01  OPO-RECORD.
011400     COPY OPOREC.
011500
011600 FD  VEND-FILE
011700     RECORDING MODE IS F
011800     RECORD CONTAINS 80 CHARACTERS.
011900 01  VEND-RECORD.
012000     COPY VENDREC.
012100
012200 FD  PRV-FILE
012300     RECORDING MODE IS F
012400     RECORD CONTAINS 60 CHARACTERS.
012500 01  PRV-RECORD.
012600     COPY ATPREC REPLACING ==ATP-RECORD-TYPE== BY
012700             ==PRV-RECORD-TYPE==
012800         ==ATP-DELIM-1== BY ==PRV-DELIM-1==
012900         ==ATP-PART-NUMBER== BY ==PRV-PART-NUMBER==
013000         ==ATP-DELIM-2== BY ==PRV-DELIM-2==
013100         ==ATP-AVAILABLE-NOW== BY ==PRV-AVAILABLE-NOW==
013200         ==ATP-DELIM-3== BY ==PRV-DELIM-3==
013300         ==ATP-DUE-IN-QTY== BY ==PRV-DUE-IN-QTY==
013400         ==ATP-DELIM-4== BY ==PRV-DELIM-4==
013500         ==ATP-DUE-DATE== BY ==PRV-DUE-DATE==
013600         ==ATP-DELIM-5== BY ==PRV-DELIM-5==
013700         ==ATP-STATUS== BY ==PRV-STATUS==.
013800
013900 FD  ATP-FILE
014000     RECORDING MODE IS F
014100     RECORD CONTAINS 60 CHARACTERS.
014200 01  ATP-RECORD          PIC X(60).
014300
014400 FD  CHG-FILE
014500     RECORDING MODE IS F
014600     RECORD CONTAINS 132 CHARACTERS.
014700 01  CHG-RECORD          PIC X(132).
014800
014900 FD  RUNLOG-FILE
015000     RECORDING MODE IS F
015100     RECORD CONTAINS 80 CHARACTERS.
015200 01  RUNLOG-RECORD.
015300     COPY RUNLREC.
015400
015500 WORKING-STORAGE SECTION.
015600 01  SWITCHES.
015700      05  FILE-AT-END     PIC X  VALUE 'N'.
015800      05  WS-LOC-AT-END   PIC X  VALUE 'N'.
015900      05  WS-LOT-AT-END   PIC X  VALUE 'N'.
016000      05  WS-BO-AT-END    PIC X  VALUE 'N'.
016100      05  WS-OPO-AT-END   PIC X  VALUE 'N'.
016200      05  WS-PRV-AT-END   PIC X  VALUE 'N'.
016300      05  WS-LOC-AVAILABLE PIC X VALUE 'N'.
016400      05  WS-LOT-AVAILABLE PIC X VALUE 'N'.
016500      05  WS-BO-AVAILABLE PIC X  VALUE 'N'.
016600      05  WS-OPO-AVAILABLE PIC X VALUE 'N'.
016700      05  WS-VEND-AVAILABLE PIC X VALUE 'N'.
016800      05  WS-PRV-AVAILABLE PIC X VALUE 'N'.
016900      05  WS-DUE-FOUND    PIC X  VALUE 'N'.
017000
017100 01  WS-PART-FILE-STATUS   PIC XX.
017200 01  WS-LOC-FILE-STATUS    PIC XX.
017300 01  WS-LOT-FILE-STATUS    PIC XX.
017400 01  WS-BO-FILE-STATUS     PIC XX.
017500 01  WS-OPO-FILE-STATUS    PIC XX.
017600 01  WS-VEND-FILE-STATUS   PIC XX.
017700 01  WS-PRV-FILE-STATUS    PIC XX.
017800
017900 01  RECORD-COUNT          PIC S9(7) PACKED-DECIMAL VALUE +0.
018000 01  DISPLAY-RECORD-COUNT  PIC Z(6)9.
018100 01  EXTRACT-COUNT         PIC S9(7) PACKED-DECIMAL VALUE +0.
018200 01  DISPLAY-EXTRACT-COUNT PIC Z(6)9.
018300 01  SKIPPED-COUNT         PIC S9(7) PACKED-DECIMAL VALUE +0.
018400 01  DISPLAY-SKIPPED-COUNT PIC Z(6)9.
018500 01  CHANGED-COUNT         PIC S9(7) PACKED-DECIMAL VALUE +0.
018600 01  DISPLAY-CHANGED-COUNT PIC Z(6)9.
018700 01  TOTAL-AVAILABLE       PIC S9(9) PACKED-DECIMAL VALUE +0.
018800 01  TOTAL-DUE-IN          PIC S9(9) PACKED-DECIMAL VALUE +0.
018900
019000 01  WS-RUN-START-DATE     PIC 9(8).
019100 01  WS-RUN-START-TIME     PIC 9(8).
019200 01  WS-TODAY-INTEGER      PIC 9(8) VALUE 0.
019300
019400*    the sums are carried wider than any one balance so a
019500*    part spread over many rooms and orders still sums
019600*    without truncating
019700 01  WS-SUM-ON-HAND        PIC S9(9) VALUE 0.
019800 01  WS-SUM-ON-RESERVE     PIC S9(9) VALUE 0.
019900 01  WS-EXPIRED-QTY        PIC S9(9) VALUE 0.
020000 01  WS-BACKORDER-QTY      PIC S9(9) VALUE 0.
020100 01  WS-DUE-IN-QTY         PIC S9(9) VALUE 0.
020200 01  WS-AVAILABLE-NOW      PIC S9(9) VALUE 0.
020300 01  WS-DUE-IN-NET         PIC S9(9) VALUE 0.
020400
020500*    an order's expected date is its order date plus the
020600*    vendor's promised lead time, worked in integer days;
020700*    the earliest across the part's open orders is the one
020800*    promised
020900 01  WS-DEFAULT-LEAD-TIME  PIC 9(3) VALUE 14.
021000 01  WS-LEAD-TIME          PIC 9(3) VALUE 0.
021100 01  WS-DUE-INTEGER        PIC 9(8) VALUE 0.
021200 01  WS-EARLIEST-DUE-INTEGER PIC 9(8) VALUE 0.
021300 01  WS-DUE-DATE           PIC 9(8) VALUE 0.
021400 01  WS-DUE-DATE-X         PIC X(8) VALUE SPACES.
021500 01  WS-ATP-STATUS         PIC X(8) VALUE SPACES.
021600 01  WS-CHANGE-TYPE        PIC X(8) VALUE SPACES.
021700
021800 01  ATP-LINE.
021900     COPY ATPREC.
022000
022100 01  ATP-TRAILER-LINE.
022200      05  ATP-TRL-RECORD-TYPE   PIC X.
022300      05  ATP-TRL-DELIM-1       PIC X.
022400      05  ATP-TRL-RECORD-COUNT  PIC 9(7).
022500      05  ATP-TRL-DELIM-2       PIC X.
022600      05  ATP-TRL-TOTAL-AVAILABLE PIC 9(9).
022700      05  ATP-TRL-DELIM-3       PIC X.
022800      05  ATP-TRL-TOTAL-DUE-IN  PIC 9(9).
022900      05  FILLER                PIC X(31).
023000
023100 01  WS-CHG-HEADING-1.
023200      05  FILLER  PIC X(48)
023300          VALUE 'AVAILABLE-TO-PROMISE CHANGES SINCE LAST EXTRACT'.
023400      05  FILLER  PIC X(84) VALUE SPACES.
023500
023600 01  WS-CHG-HEADING-2.
023700      05  FILLER  PIC X(6)  VALUE 'PART #'.
023800      05  FILLER  PIC X(2)  VALUE SPACES.
023900      05  FILLER  PIC X(30) VALUE 'DESCRIPTION'.
024000      05  FILLER  PIC X(2)  VALUE SPACES.
024100      05  FILLER  PIC X(8)  VALUE 'CHANGE'.
024200      05  FILLER  PIC X(2)  VALUE SPACES.
024300      05  FILLER  PIC X(7)  VALUE 'WAS AVL'.
024400      05  FILLER  PIC X(2)  VALUE SPACES.
024500      05  FILLER  PIC X(7)  VALUE ' IS AVL'.
024600      05  FILLER  PIC X(2)  VALUE SPACES.
024700      05  FILLER  PIC X(7)  VALUE 'WAS DUE'.
024800      05  FILLER  PIC X(2)  VALUE SPACES.
024900      05  FILLER  PIC X(7)  VALUE ' IS DUE'.
025000      05  FILLER  PIC X(2)  VALUE SPACES.
025100      05  FILLER  PIC X(8)  VALUE 'WAS DATE'.
025200      05  FILLER  PIC X(2)  VALUE SPACES.
025300      05  FILLER  PIC X(8)  VALUE 'IS DATE'.
025400      05  FILLER  PIC X(2)  VALUE SPACES.
025500      05  FILLER  PIC X(8)  VALUE 'WAS'.
025600      05  FILLER  PIC X(2)  VALUE SPACES.
025700      05  FILLER  PIC X(8)  VALUE 'IS'.
025800      05  FILLER  PIC X(6)  VALUE SPACES.
025900
026000 01  WS-CHG-DETAIL.
026100      05  CHD-PART-NUMBER    PIC X(6).
026200      05  FILLER             PIC X(2).
026300      05  CHD-PART-DESC      PIC X(30).
026400      05  FILLER             PIC X(2).
026500      05  CHD-CHANGE         PIC X(8).
026600      05  FILLER             PIC X(2).
026700      05  CHD-OLD-AVAILABLE  PIC ZZZZZZ9.
026800      05  FILLER             PIC X(2).
026900      05  CHD-NEW-AVAILABLE  PIC ZZZZZZ9.
027000      05  FILLER             PIC X(2).
027100      05  CHD-OLD-DUE-IN     PIC ZZZZZZ9.
027200      05  FILLER             PIC X(2).
027300      05  CHD-NEW-DUE-IN     PIC ZZZZZZ9.
027400      05  FILLER             PIC X(2).
027500      05  CHD-OLD-DUE-DATE   PIC X(8).
027600      05  FILLER             PIC X(2).
027700      05  CHD-NEW-DUE-DATE   PIC X(8).
027800      05  FILLER             PIC X(2).
027900      05  CHD-OLD-STATUS     PIC X(8).
028000      05  FILLER             PIC X(2).
028100      05  CHD-NEW-STATUS     PIC X(8).
028200      05  FILLER             PIC X(6).
028300
028400 01  WS-CHG-NO-PREVIOUS.
028500      05  FILLER  PIC X(51) VALUE
028600          'NO PREVIOUS EXTRACT ON HAND - NOTHING TO COMPARE TO'.
028700      05  FILLER  PIC X(81) VALUE SPACES.
028800
028900 01  WS-CHG-TOTAL.
029000      05  FILLER             PIC X(20)
029100          VALUE 'PARTS CHANGED:'.
029200      05  FILLER             PIC X(2) VALUE SPACES.
029300      05  CHT-CHANGED-COUNT  PIC Z(6)9.
029400      05  FILLER             PIC X(103) VALUE SPACES.
029500
029600 PROCEDURE DIVISION.
029700     PERFORM INITIALIZATION
029800     PERFORM PROCESS-ALL
029900         UNTIL FILE-AT-END = 'Y'
030000     PERFORM TERMINATION
030100     GOBACK.
030200
030300 INITIALIZATION.
030400     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
030500     ACCEPT WS-RUN-START-TIME FROM TIME
030600     COMPUTE WS-TODAY-INTEGER =
030700         FUNCTION INTEGER-OF-DATE(WS-RUN-START-DATE)
030800     OPEN INPUT PART-FILE
030900     PERFORM CHECK-PART-FILE-STATUS
031000*    the other inputs are optional, but optional only means
031100*    "not built yet" (status 05) - the figure that file
031200*    would have supplied is taken as nothing. any harder
031300*    open failure stops the run: a promise made without the
031400*    backorders or the open orders is a wrong promise
031500     OPEN INPUT LOC-FILE
031600     PERFORM CHECK-LOC-FILE-STATUS
031700     OPEN INPUT LOT-FILE
031800     PERFORM CHECK-LOT-FILE-STATUS
031900     OPEN INPUT BO-FILE
032000     PERFORM CHECK-BO-FILE-STATUS
032100     OPEN INPUT OPO-FILE
032200     PERFORM CHECK-OPO-FILE-STATUS
032300     OPEN INPUT VEND-FILE
032400     PERFORM CHECK-VEND-FILE-STATUS
032500     OPEN INPUT PRV-FILE
032600     PERFORM CHECK-PRV-FILE-STATUS
032700     OPEN OUTPUT ATP-FILE
032800          OUTPUT CHG-FILE
032900     WRITE CHG-RECORD FROM WS-CHG-HEADING-1
033000     IF WS-PRV-AVAILABLE = 'Y'
033100         WRITE CHG-RECORD FROM WS-CHG-HEADING-2
033200         PERFORM READ-PREVIOUS
033300     ELSE
033400         MOVE 'Y' TO WS-PRV-AT-END
033500         WRITE CHG-RECORD FROM WS-CHG-NO-PREVIOUS
033600     END-IF
033700     PERFORM READ-PAR.
033800
033900 CHECK-PART-FILE-STATUS.
034000*    a bad PARTS open has to stop the run here - an empty
034100*    extract would tell the website nothing is for sale
034200     IF WS-PART-FILE-STATUS NOT = '00'
034300         DISPLAY 'ATPEXT: PARTS OPEN FAILED, FILE STATUS = '
034400             WS-PART-FILE-STATUS
034500         MOVE 16 TO RETURN-CODE
034600         STOP RUN
034700     END-IF.
034800
034900 CHECK-LOC-FILE-STATUS.
035000     IF WS-LOC-FILE-STATUS = '00'
035100         MOVE 'Y' TO WS-LOC-AVAILABLE
035200     ELSE IF WS-LOC-FILE-STATUS NOT = '05'
035300         DISPLAY 'ATPEXT: LOCBAL OPEN FAILED, FILE STATUS = '
035400             WS-LOC-FILE-STATUS
035500         MOVE 16 TO RETURN-CODE
035600         STOP RUN
035700     END-IF END-IF.
035800
035900 CHECK-LOT-FILE-STATUS.
036000     IF WS-LOT-FILE-STATUS = '00'
036100         MOVE 'Y' TO WS-LOT-AVAILABLE
036200     ELSE IF WS-LOT-FILE-STATUS NOT = '05'
036300         DISPLAY 'ATPEXT: LOTBAL OPEN FAILED, FILE STATUS = '
036400             WS-LOT-FILE-STATUS
036500         MOVE 16 TO RETURN-CODE
036600         STOP RUN
036700     END-IF END-IF.
036800
036900 CHECK-BO-FILE-STATUS.
037000     IF WS-BO-FILE-STATUS = '00'
037100         MOVE 'Y' TO WS-BO-AVAILABLE
037200     ELSE IF WS-BO-FILE-STATUS NOT = '05'
037300         DISPLAY 'ATPEXT: BACKORD OPEN FAILED, FILE STATUS = '
037400             WS-BO-FILE-STATUS
037500         MOVE 16 TO RETURN-CODE
037600         STOP RUN
037700     END-IF END-IF.
037800
037900 CHECK-OPO-FILE-STATUS.
038000     IF WS-OPO-FILE-STATUS = '00'
038100         MOVE 'Y' TO WS-OPO-AVAILABLE
038200     ELSE IF WS-OPO-FILE-STATUS NOT = '05'
038300         DISPLAY 'ATPEXT: OPENPO OPEN FAILED, FILE STATUS = '
038400             WS-OPO-FILE-STATUS
038500         MOVE 16 TO RETURN-CODE
038600         STOP RUN
038700     END-IF END-IF.
038800
038900 CHECK-VEND-FILE-STATUS.
039000*    without VENDMST every order is expected on the shop
039100*    default lead time
039200     IF WS-VEND-FILE-STATUS = '00'
039300         MOVE 'Y' TO WS-VEND-AVAILABLE
039400     ELSE IF WS-VEND-FILE-STATUS NOT = '05'
039500         DISPLAY 'ATPEXT: VENDMST OPEN FAILED, FILE STATUS = '
039600             WS-VEND-FILE-STATUS
039700         MOVE 16 TO RETURN-CODE
039800         STOP RUN
039900     END-IF END-IF.
040000
040100 CHECK-PRV-FILE-STATUS.
040200     IF WS-PRV-FILE-STATUS = '00'
040300         MOVE 'Y' TO WS-PRV-AVAILABLE
040400     ELSE IF WS-PRV-FILE-STATUS NOT = '05'
040500         DISPLAY 'ATPEXT: ATPPREV OPEN FAILED, FILE STATUS = '
040600             WS-PRV-FILE-STATUS
040700         MOVE 16 TO RETURN-CODE
040800         STOP RUN
040900     END-IF END-IF.
041000
041100 PROCESS-ALL.
041200*    last night's extract is in part number order like the
041300*    master, so the two are matched as the master is walked:
041400*    anything on last night's behind this part has gone
041500*    from the master altogether
041600     ADD 1 TO RECORD-COUNT
041700     PERFORM DROP-DELETED-PART
041800         UNTIL WS-PRV-AT-END = 'Y'
041900            OR PRV-PART-NUMBER NOT < PART-NUMBER
042000     IF PART-STATUS = 'H' OR PART-STATUS = 'O'
042100         ADD 1 TO SKIPPED-COUNT
042200         PERFORM DROP-HELD-PART
042300     ELSE
042400         PERFORM WORK-OUT-AVAILABILITY
042500         PERFORM WRITE-ATP-RECORD
042600         PERFORM COMPARE-WITH-PREVIOUS
042700     END-IF
042800     PERFORM READ-PAR.
042900
043000 WORK-OUT-AVAILABILITY.
043100*    with no LOCBAL yet the master's own totals stand in
043200*    for the sum of the rooms
043300     IF WS-LOC-AVAILABLE = 'Y'
043400         PERFORM SUM-THIS-PARTS-LOCATIONS
043500     ELSE
043600         MOVE QTY-ON-HAND    TO WS-SUM-ON-HAND
043700         MOVE QTY-ON-RESERVE TO WS-SUM-ON-RESERVE
043800     END-IF
043900     MOVE 0 TO WS-EXPIRED-QTY WS-BACKORDER-QTY WS-DUE-IN-QTY
044000     IF PART-LOT-CONTROL = 'Y' AND WS-LOT-AVAILABLE = 'Y'
044100         PERFORM SUM-EXPIRED-LOTS
044200     END-IF
044300     IF WS-BO-AVAILABLE = 'Y'
044400         PERFORM SUM-THIS-PARTS-BACKORDERS
044500     END-IF
044600     MOVE 'N' TO WS-DUE-FOUND
044700     IF WS-OPO-AVAILABLE = 'Y'
044800         PERFORM SUM-THIS-PARTS-ORDERS
044900     END-IF
045000     COMPUTE WS-AVAILABLE-NOW =
045100         WS-SUM-ON-HAND - WS-SUM-ON-RESERVE - WS-EXPIRED-QTY
045200             - WS-BACKORDER-QTY
045300     MOVE WS-DUE-IN-QTY TO WS-DUE-IN-NET
045400     IF WS-AVAILABLE-NOW < 0
045500         ADD WS-AVAILABLE-NOW TO WS-DUE-IN-NET
045600         MOVE 0 TO WS-AVAILABLE-NOW
045700         IF WS-DUE-IN-NET < 0
045800             MOVE 0 TO WS-DUE-IN-NET
045900         END-IF
046000     END-IF
046100     MOVE SPACES TO WS-DUE-DATE-X
046200     IF WS-DUE-IN-NET > 0 AND WS-DUE-FOUND = 'Y'
046300         IF WS-EARLIEST-DUE-INTEGER < WS-TODAY-INTEGER
046400             MOVE WS-TODAY-INTEGER TO WS-EARLIEST-DUE-INTEGER
046500         END-IF
046600         COMPUTE WS-DUE-DATE =
046700             FUNCTION DATE-OF-INTEGER(WS-EARLIEST-DUE-INTEGER)
046800         MOVE WS-DUE-DATE TO WS-DUE-DATE-X
046900     END-IF
047000     IF WS-AVAILABLE-NOW > 0
047100         MOVE 'INSTOCK' TO WS-ATP-STATUS
047200     ELSE IF WS-DUE-IN-NET > 0
047300         MOVE 'DUEIN' TO WS-ATP-STATUS
047400     ELSE
047500         MOVE 'OUT' TO WS-ATP-STATUS
047600     END-IF END-IF.
047700
047800 SUM-THIS-PARTS-LOCATIONS.
047900     MOVE 0 TO WS-SUM-ON-HAND WS-SUM-ON-RESERVE
048000     MOVE PART-NUMBER TO LOC-PART-NUMBER
048100     MOVE LOW-VALUES  TO LOC-WAREHOUSE-LOCATION
048200     MOVE 'N' TO WS-LOC-AT-END
048300     START LOC-FILE KEY IS NOT LESS THAN LOC-BAL-KEY
048400         INVALID KEY MOVE 'Y' TO WS-LOC-AT-END
048500     END-START
048600     PERFORM SUM-NEXT-LOCATION
048700         UNTIL WS-LOC-AT-END = 'Y'.
048800
048900 SUM-NEXT-LOCATION.
049000     READ LOC-FILE NEXT
049100         AT END
049200             MOVE 'Y' TO WS-LOC-AT-END
049300         NOT AT END
049400             IF LOC-PART-NUMBER NOT = PART-NUMBER
049500                 MOVE 'Y' TO WS-LOC-AT-END
049600             ELSE
049700                 IF LOC-QTY-ON-HAND NUMERIC
049800                     ADD LOC-QTY-ON-HAND TO WS-SUM-ON-HAND
049900                 END-IF
050000                 IF LOC-QTY-ON-RESERVE NUMERIC
050100                     ADD LOC-QTY-ON-RESERVE TO WS-SUM-ON-RESERVE
050200                 END-IF
050300             END-IF
050400     END-READ.
050500
050600 SUM-EXPIRED-LOTS.
050700*    a lot past its expiry date is on the shelf but cannot
050800*    be shipped, so it cannot be promised
050900     MOVE PART-NUMBER TO LOT-PART-NUMBER
051000     MOVE LOW-VALUES  TO LOT-LOCATION LOT-NUMBER
051100     MOVE 'N' TO WS-LOT-AT-END
051200     START LOT-FILE KEY IS NOT LESS THAN LOT-KEY
051300         INVALID KEY MOVE 'Y' TO WS-LOT-AT-END
051400     END-START
051500     PERFORM SUM-NEXT-EXPIRED-LOT
051600         UNTIL WS-LOT-AT-END = 'Y'.
051700
051800 SUM-NEXT-EXPIRED-LOT.
051900     READ LOT-FILE NEXT
052000         AT END
052100             MOVE 'Y' TO WS-LOT-AT-END
052200         NOT AT END
052300             IF LOT-PART-NUMBER NOT = PART-NUMBER
052400                 MOVE 'Y' TO WS-LOT-AT-END
052500             ELSE
052600                 IF LOT-EXPIRY-DATE < WS-RUN-START-DATE
052700                     ADD LOT-QTY-ON-HAND TO WS-EXPIRED-QTY
052800                 END-IF
052900             END-IF
053000     END-READ.
053100
053200 SUM-THIS-PARTS-BACKORDERS.
053300     MOVE PART-NUMBER TO BO-PART-NUMBER
053400     MOVE LOW-VALUES  TO BO-REFERENCE
053500     MOVE 'N' TO WS-BO-AT-END
053600     START BO-FILE KEY IS NOT LESS THAN BO-KEY
053700         INVALID KEY MOVE 'Y' TO WS-BO-AT-END
053800     END-START
053900     PERFORM SUM-NEXT-BACKORDER
054000         UNTIL WS-BO-AT-END = 'Y'.
054100
054200 SUM-NEXT-BACKORDER.
054300     READ BO-FILE NEXT
054400         AT END
054500             MOVE 'Y' TO WS-BO-AT-END
054600         NOT AT END
054700             IF BO-PART-NUMBER NOT = PART-NUMBER
054800                 MOVE 'Y' TO WS-BO-AT-END
054900             ELSE
055000                 IF BO-QTY-OPEN NUMERIC
055100                     ADD BO-QTY-OPEN TO WS-BACKORDER-QTY
055200                 END-IF
055300             END-IF
055400     END-READ.
055500
055600 SUM-THIS-PARTS-ORDERS.
055700     MOVE PART-NUMBER TO OPO-PART-NUMBER
055800     MOVE LOW-VALUES  TO OPO-REFERENCE
055900     MOVE 'N' TO WS-OPO-AT-END
056000     START OPO-FILE KEY IS NOT LESS THAN OPO-PO-KEY
056100         INVALID KEY MOVE 'Y' TO WS-OPO-AT-END
056200     END-START
056300     PERFORM SUM-NEXT-ORDER
056400         UNTIL WS-OPO-AT-END = 'Y'.
056500
056600 SUM-NEXT-ORDER.
056700     READ OPO-FILE NEXT
056800         AT END
056900             MOVE 'Y' TO WS-OPO-AT-END
057000         NOT AT END
057100             IF OPO-PART-NUMBER NOT = PART-NUMBER
057200                 MOVE 'Y' TO WS-OPO-AT-END
057300             ELSE IF OPO-QTY-OUTSTANDING NUMERIC
057400                     AND OPO-QTY-OUTSTANDING > 0
057500                 ADD OPO-QTY-OUTSTANDING TO WS-DUE-IN-QTY
057600                 PERFORM WORK-OUT-ORDER-DUE-DATE
057700             END-IF END-IF
057800     END-READ.
057900
058000 WORK-OUT-ORDER-DUE-DATE.
058100*    an order with no usable order date cannot be dated -
058200*    it is promised as due today rather than not at all
058300     PERFORM GET-VENDOR-LEAD-TIME
058400     IF OPO-ORDER-DATE NOT NUMERIC
058500         MOVE WS-TODAY-INTEGER TO WS-DUE-INTEGER
058600     ELSE IF FUNCTION TEST-DATE-YYYYMMDD(OPO-ORDER-DATE) NOT = 0
058700         MOVE WS-TODAY-INTEGER TO WS-DUE-INTEGER
058800     ELSE
058900         COMPUTE WS-DUE-INTEGER =
059000             FUNCTION INTEGER-OF-DATE(OPO-ORDER-DATE)
059100                 + WS-LEAD-TIME
059200     END-IF END-IF
059300     IF WS-DUE-FOUND = 'N'
059400             OR WS-DUE-INTEGER < WS-EARLIEST-DUE-INTEGER
059500         MOVE WS-DUE-INTEGER TO WS-EARLIEST-DUE-INTEGER
059600         MOVE 'Y' TO WS-DUE-FOUND
059700     END-IF.
059800
059900 GET-VENDOR-LEAD-TIME.
060000*    an order with no vendor keyed, or a vendor gone from
060100*    the master, is expected on the shop default
060200     MOVE WS-DEFAULT-LEAD-TIME TO WS-LEAD-TIME
060300     IF WS-VEND-AVAILABLE = 'Y'
060400             AND OPO-VENDOR-NUMBER NOT = SPACES
060500         MOVE OPO-VENDOR-NUMBER TO VENDOR-NUMBER
060600         READ VEND-FILE
060700             INVALID KEY
060800                 CONTINUE
060900             NOT INVALID KEY
061000                 IF VENDOR-LEAD-TIME NUMERIC
061100                     MOVE VENDOR-LEAD-TIME TO WS-LEAD-TIME
061200                 END-IF
061300         END-READ
061400     END-IF.
061500
061600 WRITE-ATP-RECORD.
061700     ADD 1 TO EXTRACT-COUNT
061800     ADD WS-AVAILABLE-NOW TO TOTAL-AVAILABLE
061900     ADD WS-DUE-IN-NET    TO TOTAL-DUE-IN
062000     MOVE SPACES           TO ATP-LINE
062100     MOVE 'D'              TO ATP-RECORD-TYPE
062200     MOVE '|'              TO ATP-DELIM-1 ATP-DELIM-2 ATP-DELIM-3
062300                              ATP-DELIM-4 ATP-DELIM-5
062400     MOVE PART-NUMBER      TO ATP-PART-NUMBER
062500     MOVE WS-AVAILABLE-NOW TO ATP-AVAILABLE-NOW
062600     MOVE WS-DUE-IN-NET    TO ATP-DUE-IN-QTY
062700     MOVE WS-DUE-DATE-X    TO ATP-DUE-DATE
062800     MOVE WS-ATP-STATUS    TO ATP-STATUS
062900     WRITE ATP-RECORD FROM ATP-LINE.
063000
063100 COMPARE-WITH-PREVIOUS.
063200     IF WS-PRV-AVAILABLE = 'Y'
063300         IF WS-PRV-AT-END = 'N'
063400                 AND PRV-PART-NUMBER = PART-NUMBER
063500             IF PRV-AVAILABLE-NOW NOT = ATP-AVAILABLE-NOW
063600                     OR PRV-DUE-IN-QTY NOT = ATP-DUE-IN-QTY
063700                     OR PRV-DUE-DATE NOT = ATP-DUE-DATE
063800                     OR PRV-STATUS NOT = ATP-STATUS
063900                 MOVE 'CHANGED' TO WS-CHANGE-TYPE
064000                 PERFORM WRITE-CHANGE-LINE
064100             END-IF
064200             PERFORM READ-PREVIOUS
064300         ELSE
064400             MOVE 'NEW' TO WS-CHANGE-TYPE
064500             PERFORM WRITE-CHANGE-LINE
064600         END-IF
064700     END-IF.
064800
064900 WRITE-CHANGE-LINE.
065000*    a part new tonight has no old figures to show
065100     ADD 1 TO CHANGED-COUNT
065200     MOVE SPACES            TO WS-CHG-DETAIL
065300     MOVE WS-CHANGE-TYPE    TO CHD-CHANGE
065400     MOVE PART-NUMBER       TO CHD-PART-NUMBER
065500     MOVE PART-DESC         TO CHD-PART-DESC
065600     IF CHD-CHANGE = 'CHANGED'
065700         MOVE PRV-AVAILABLE-NOW TO CHD-OLD-AVAILABLE
065800         MOVE PRV-DUE-IN-QTY    TO CHD-OLD-DUE-IN
065900         MOVE PRV-DUE-DATE      TO CHD-OLD-DUE-DATE
066000         MOVE PRV-STATUS        TO CHD-OLD-STATUS
066100     END-IF
066200     MOVE ATP-AVAILABLE-NOW TO CHD-NEW-AVAILABLE
066300     MOVE ATP-DUE-IN-QTY    TO CHD-NEW-DUE-IN
066400     MOVE ATP-DUE-DATE      TO CHD-NEW-DUE-DATE
066500     MOVE ATP-STATUS        TO CHD-NEW-STATUS
066600     WRITE CHG-RECORD FROM WS-CHG-DETAIL.
066700
066800 DROP-HELD-PART.
066900*    a part put on hold or made obsolete since last night
067000*    is no longer offered - the order desk needs to know
067100     IF WS-PRV-AT-END = 'N' AND PRV-PART-NUMBER = PART-NUMBER
067200         MOVE SPACES      TO WS-CHG-DETAIL
067300         MOVE PART-DESC   TO CHD-PART-DESC
067400         IF PART-STATUS = 'H'
067500             MOVE 'ON HOLD'  TO CHD-NEW-STATUS
067600         ELSE
067700             MOVE 'OBSOLETE' TO CHD-NEW-STATUS
067800         END-IF
067900         PERFORM WRITE-DROPPED-LINE
068000     END-IF.
068100
068200 DROP-DELETED-PART.
068300     MOVE SPACES      TO WS-CHG-DETAIL
068400     MOVE 'PART NO LONGER ON MASTER' TO CHD-PART-DESC
068500     MOVE 'DELETED'   TO CHD-NEW-STATUS
068600     PERFORM WRITE-DROPPED-LINE.
068700
068800 WRITE-DROPPED-LINE.
068900     ADD 1 TO CHANGED-COUNT
069000     MOVE PRV-PART-NUMBER   TO CHD-PART-NUMBER
069100     MOVE 'DROPPED'         TO CHD-CHANGE
069200     MOVE PRV-AVAILABLE-NOW TO CHD-OLD-AVAILABLE
069300     MOVE PRV-DUE-IN-QTY    TO CHD-OLD-DUE-IN
069400     MOVE PRV-DUE-DATE      TO CHD-OLD-DUE-DATE
069500     MOVE PRV-STATUS        TO CHD-OLD-STATUS
069600     WRITE CHG-RECORD FROM WS-CHG-DETAIL
069700     PERFORM READ-PREVIOUS.
069800
069900 READ-PREVIOUS.
070000*    the trailer closes last night's file - it is the end
070100*    of the parts as far as the match is concerned
070200     READ PRV-FILE
070300         AT END
070400             MOVE 'Y' TO WS-PRV-AT-END
070500         NOT AT END
070600             IF PRV-RECORD-TYPE NOT = 'D'
070700                 MOVE 'Y' TO WS-PRV-AT-END
070800             END-IF
070900     END-READ.
071000
071100 TERMINATION.
071200*    whatever is left on last night's file past the last
071300*    part on the master has been deleted since
071400     PERFORM DROP-DELETED-PART
071500         UNTIL WS-PRV-AT-END = 'Y'
071600     MOVE SPACES          TO ATP-TRAILER-LINE
071700     MOVE 'T'             TO ATP-TRL-RECORD-TYPE
071800     MOVE '|'             TO ATP-TRL-DELIM-1 ATP-TRL-DELIM-2
071900                             ATP-TRL-DELIM-3
072000     MOVE EXTRACT-COUNT   TO ATP-TRL-RECORD-COUNT
072100     MOVE TOTAL-AVAILABLE TO ATP-TRL-TOTAL-AVAILABLE
072200     MOVE TOTAL-DUE-IN    TO ATP-TRL-TOTAL-DUE-IN
072300     WRITE ATP-RECORD FROM ATP-TRAILER-LINE
072400     IF WS-PRV-AVAILABLE = 'Y'
072500         MOVE CHANGED-COUNT TO CHT-CHANGED-COUNT
072600         WRITE CHG-RECORD FROM WS-CHG-TOTAL
072700     END-IF
072800     MOVE RECORD-COUNT    TO DISPLAY-RECORD-COUNT
072900     MOVE EXTRACT-COUNT   TO DISPLAY-EXTRACT-COUNT
073000     MOVE SKIPPED-COUNT   TO DISPLAY-SKIPPED-COUNT
073100     MOVE CHANGED-COUNT   TO DISPLAY-CHANGED-COUNT
073200     DISPLAY 'PARTS READ:            ' DISPLAY-RECORD-COUNT
073300     DISPLAY 'PARTS EXTRACTED:       ' DISPLAY-EXTRACT-COUNT
073400     DISPLAY 'PARTS HELD/OBSOLETE:   ' DISPLAY-SKIPPED-COUNT
073500     DISPLAY 'PROMISES CHANGED:      ' DISPLAY-CHANGED-COUNT
073600     CLOSE PART-FILE ATP-FILE CHG-FILE
073700     IF WS-LOC-AVAILABLE = 'Y'
073800         CLOSE LOC-FILE
073900     END-IF
074000     IF WS-LOT-AVAILABLE = 'Y'
074100         CLOSE LOT-FILE
074200     END-IF
074300     IF WS-BO-AVAILABLE = 'Y'
074400         CLOSE BO-FILE
074500     END-IF
074600     IF WS-OPO-AVAILABLE = 'Y'
074700         CLOSE OPO-FILE
074800     END-IF
074900     IF WS-VEND-AVAILABLE = 'Y'
075000         CLOSE VEND-FILE
075100     END-IF
075200     IF WS-PRV-AVAILABLE = 'Y'
075300         CLOSE PRV-FILE
075400     END-IF
075500     PERFORM WRITE-RUN-LOG.
075600
075700 WRITE-RUN-LOG.
075800*    the control counts survive on RUNLOG after the job
075900*    output has scrolled away - one record per run for
076000*    the morning operations summary
076100     OPEN EXTEND RUNLOG-FILE
076200     MOVE SPACES TO RUNLOG-RECORD
076300     MOVE 'ATPEXT  ' TO RUN-PROGRAM-ID
076400     MOVE WS-RUN-START-DATE TO RUN-START-DATE
076500     MOVE WS-RUN-START-TIME TO RUN-START-TIME
076600     ACCEPT RUN-END-DATE FROM DATE YYYYMMDD
076700     ACCEPT RUN-END-TIME FROM TIME
076800     MOVE RECORD-COUNT     TO RUN-RECORDS-READ
076900     MOVE EXTRACT-COUNT    TO RUN-RECORDS-WRITTEN
077000     MOVE 0                TO RUN-RECORDS-REJECTED
077100     MOVE RETURN-CODE      TO RUN-RETURN-CODE
077200     WRITE RUNLOG-RECORD
077300     CLOSE RUNLOG-FILE.
077400
077500 READ-PAR.
077600     READ PART-FILE
077700         AT END MOVE 'Y' TO FILE-AT-END
077800     END-READ.
