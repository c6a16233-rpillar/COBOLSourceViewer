000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. VNDSCR.
000300* This program prints the monthly vendor scorecard from the
000400* RCVHIST receipt history - one line per vendor for the
000500* month's receipts against open order lines, showing how
000600* many lines came in, how many arrived within the lead time
000700* the vendor promised on VENDMST, the average days they
000800* actually took against the days they promised, and how
000900* many deliveries were short of or over what was due - so
001000* purchasing goes into a vendor review with figures instead
001100* of impressions.
001200* a receipt is on time when the days from the order date to
001300* the receipt date are no more than the vendor's current
001400* VENDOR-LEAD-TIME; a vendor with no master record (or an
001500* order with no vendor keyed) is held to the same shop
001600* default POLATE uses. a delivery is short when it brought
001700* less than was still due on the line, over when it brought
001800* more - a line delivered in two halves counts as one short
001900* delivery and one complete one, because that is what the
002000* dock saw.
002100* the month to score comes in on the command line as YYYYMM,
002200* or '*'/blank for the month of the run date, the same way
002300* PARTUSG takes its period.
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800*  INPUT FILE: RCVHIST - RECEIPT HISTORY FROM PARTPST, OPTIONAL
002900*  SO A SHOP WITH NO RECEIPTS AGAINST ORDERS YET SCORES EMPTY
003000     SELECT OPTIONAL RCV-FILE ASSIGN RCVHIST
003100         FILE STATUS IS WS-RCV-FILE-STATUS.
003200*  VENDOR MASTER: VENDMST - NAME AND PROMISED LEAD TIME
003300     SELECT OPTIONAL VEND-FILE ASSIGN VENDMST
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS RANDOM
003600         RECORD KEY IS VENDOR-NUMBER
003700         FILE STATUS IS WS-VEND-FILE-STATUS.
003800*  SORT WORK FILE
003900     SELECT SORT-FILE ASSIGN SORTWK.
004000*  OUTPUT FILE: SEND TO PRINTER
004100     SELECT RPT-FILE ASSIGN SCORRPT.
004200*  RUN LOG: ONE RECORD PER BATCH RUN FOR THE MORNING SUMMARY
004300     SELECT OPTIONAL RUNLOG-FILE ASSIGN RUNLOG.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  RCV-FILE
004700     RECORDING MODE IS F
004800     RECORD CONTAINS 80 CHARACTERS.
004900 01  RCV-RECORD.
005000     COPY RCVREC.
005100
005200 FD  VEND-FILE
005300     RECORDING MODE IS F
005400     RECORD CONTAINS 80 CHARACTERS.
005500 01  VEND-RECORD.
005600     COPY VENDREC.
005700
005800 SD  SORT-FILE
005900     RECORD CONTAINS 36 CHARACTERS.
006000 01  SRT-RECORD.
006100      05  SRT-VENDOR-NUMBER      PIC X(6).
006200      05  SRT-ORDER-DATE         PIC 9(8).
006300      05  SRT-RECEIPT-DATE       PIC 9(8).
006400      05  SRT-QTY-DUE            PIC 9(7).
006500      05  SRT-QTY-RECEIVED       PIC 9(7).
006600
006700 FD  RPT-FILE
006800     RECORDING MODE IS F
006900     RECORD CONTAINS 132 CHARACTERS.
007000 01  RPT-RECORD          PIC X(132).
007100
007200 FD  RUNLOG-FILE
007300     RECORDING MODE IS F
007400     RECORD CONTAINS 80 CHARACTERS.
007500 01  RUNLOG-RECORD.
007600     COPY RUNLREC.
007700
007800 WORKING-STORAGE SECTION.
007900 01  SWITCHES.
008000      05  FILE-AT-END     PIC X  VALUE 'N'.
008100      05  SORT-AT-END     PIC X  VALUE 'N'.
008200      05  WS-VEND-AVAILABLE PIC X VALUE 'N'.
008300
008400 01  WS-RCV-FILE-STATUS    PIC XX.
008500 01  WS-VEND-FILE-STATUS   PIC XX.
008600
008700 01  RECORD-COUNT          PIC S9(7) PACKED-DECIMAL VALUE +0.
008800 01  DISPLAY-RECORD-COUNT  PIC Z(6)9.
008900 01  SELECTED-COUNT        PIC S9(7) PACKED-DECIMAL VALUE +0.
009000 01  DISPLAY-SELECTED-COUNT PIC Z(6)9.
009100 01  REJECT-COUNT          PIC S9(7) PACKED-DECIMAL VALUE +0.
009200 01  DISPLAY-REJECT-COUNT  PIC Z(6)9.
009300 01  VENDOR-COUNT          PIC S9(7) PACKED-DECIMAL VALUE +0.
009400 01  DISPLAY-VENDOR-COUNT  PIC Z(6)9.
009500
009600*    the period parameter is accepted into a wider field
009700*    and its true length checked before the value is
009800*    trusted, the same caution PARTUSG applies
009900 01  WS-COMMAND-LINE-ARG   PIC X(10) VALUE SPACES.
010000 01  WS-COMMAND-LINE-ARG-LEN PIC 9(2) VALUE 0.
010100 01  WS-TARGET-PERIOD      PIC 9(6) VALUE 0.
010200
010300 01  WS-RUN-START-DATE     PIC 9(8).
010400 01  WS-RUN-START-TIME     PIC 9(8).
010500 01  WS-RUN-DATE-PARTS.
010600      05  WS-RUN-PERIOD    PIC 9(6).
010700      05  FILLER           PIC 9(2).
010800 01  WS-RCV-DATE-PARTS.
010900      05  WS-RCV-PERIOD    PIC 9(6).
011000      05  FILLER           PIC 9(2).
011100
011200*    a vendor with no master record is held to the shop
011300*    default lead time, the same figure POLATE ages by
011400 01  WS-DEFAULT-LEAD-TIME  PIC 9(3) VALUE 14.
011500 01  WS-LEAD-TIME          PIC 9(3) VALUE 0.
011600 01  WS-ORDER-INTEGER      PIC 9(8) VALUE 0.
011700 01  WS-RECEIPT-INTEGER    PIC 9(8) VALUE 0.
011800 01  WS-DAYS-TAKEN         PIC S9(5) VALUE 0.
011900
012000*    one vendor's figures, accumulated across its group of
012100*    sorted receipts, and the same figures for all vendors
012200 01  WS-CURRENT-VENDOR     PIC X(6) VALUE SPACES.
012300 01  WS-VENDOR-TOTALS.
012400      05  WS-VND-LINES     PIC S9(7) PACKED-DECIMAL VALUE +0.
012500      05  WS-VND-ON-TIME   PIC S9(7) PACKED-DECIMAL VALUE +0.
012600      05  WS-VND-DAYS      PIC S9(9) PACKED-DECIMAL VALUE +0.
012700      05  WS-VND-SHORT     PIC S9(7) PACKED-DECIMAL VALUE +0.
012800      05  WS-VND-OVER      PIC S9(7) PACKED-DECIMAL VALUE +0.
012900 01  WS-GRAND-TOTALS.
013000      05  WS-ALL-LINES     PIC S9(7) PACKED-DECIMAL VALUE +0.
013100      05  WS-ALL-ON-TIME   PIC S9(7) PACKED-DECIMAL VALUE +0.
013200      05  WS-ALL-DAYS      PIC S9(9) PACKED-DECIMAL VALUE +0.
013300      05  WS-ALL-SHORT     PIC S9(7) PACKED-DECIMAL VALUE +0.
013400      05  WS-ALL-OVER      PIC S9(7) PACKED-DECIMAL VALUE +0.
013500 01  WS-ON-TIME-PCT        PIC S9(3)V9 VALUE 0.
013600 01  WS-AVERAGE-DAYS       PIC S9(5)V9 VALUE 0.
013700
013800 01  WS-RPT-HEADING-1.
013900      05  FILLER  PIC X(38)
014000          VALUE 'VENDOR PERFORMANCE SCORECARD - PERIOD'.
014100      05  FILLER  PIC X(1)  VALUE SPACES.
014200      05  HDG-TARGET-PERIOD PIC 9(6).
014300      05  FILLER  PIC X(87) VALUE SPACES.
014400
014500 01  WS-RPT-HEADING-2.
014600      05  FILLER  PIC X(6)  VALUE 'VENDOR'.
014700      05  FILLER  PIC X(2)  VALUE SPACES.
014800      05  FILLER  PIC X(30) VALUE 'VENDOR NAME'.
014900      05  FILLER  PIC X(2)  VALUE SPACES.
015000      05  FILLER  PIC X(7)  VALUE '  LINES'.
015100      05  FILLER  PIC X(2)  VALUE SPACES.
015200      05  FILLER  PIC X(7)  VALUE 'ON TIME'.
015300      05  FILLER  PIC X(2)  VALUE SPACES.
015400      05  FILLER  PIC X(7)  VALUE 'ON-TM %'.
015500      05  FILLER  PIC X(2)  VALUE SPACES.
015600      05  FILLER  PIC X(8)  VALUE 'AVG DAYS'.
015700      05  FILLER  PIC X(2)  VALUE SPACES.
015800      05  FILLER  PIC X(8)  VALUE 'PROMISED'.
015900      05  FILLER  PIC X(2)  VALUE SPACES.
016000      05  FILLER  PIC X(7)  VALUE '  SHORT'.
016100      05  FILLER  PIC X(2)  VALUE SPACES.
016200      05  FILLER  PIC X(7)  VALUE '   OVER'.
016300      05  FILLER  PIC X(29) VALUE SPACES.
016400
016500 01  WS-RPT-DETAIL.
016600      05  SCD-VENDOR-NUMBER  PIC X(6).
016700      05  FILLER             PIC X(2) VALUE SPACES.
016800      05  SCD-VENDOR-NAME    PIC X(30).
016900      05  FILLER             PIC X(2) VALUE SPACES.
017000      05  SCD-LINES          PIC ZZZZZZ9.
017100      05  FILLER             PIC X(2) VALUE SPACES.
017200      05  SCD-ON-TIME        PIC ZZZZZZ9.
017300      05  FILLER             PIC X(2) VALUE SPACES.
017400      05  SCD-ON-TIME-PCT    PIC ZZZZ9.9.
017500      05  FILLER             PIC X(2) VALUE SPACES.
017600      05  SCD-AVERAGE-DAYS   PIC ZZZZZ9.9.
017700      05  FILLER             PIC X(2) VALUE SPACES.
017800      05  SCD-LEAD-TIME      PIC X(8).
017900      05  FILLER             PIC X(2) VALUE SPACES.
018000      05  SCD-SHORT          PIC ZZZZZZ9.
018100      05  FILLER             PIC X(2) VALUE SPACES.
018200      05  SCD-OVER           PIC ZZZZZZ9.
018300      05  FILLER             PIC X(29) VALUE SPACES.
018400
018500*    the promised column is built as text so the total line
018600*    can leave it blank - an average of promises across
018700*    vendors means nothing
018800 01  WS-LEAD-TIME-EDIT.
018900      05  FILLER             PIC X(5) VALUE SPACES.
019000      05  LTE-LEAD-TIME      PIC ZZ9.
019100
019200 PROCEDURE DIVISION.
019300     PERFORM INITIALIZATION
019400     SORT SORT-FILE
019500         ON ASCENDING KEY SRT-VENDOR-NUMBER
019600         INPUT PROCEDURE IS RELEASE-RECEIPTS
019700         OUTPUT PROCEDURE IS PRINT-SCORECARD
019800     PERFORM TERMINATION
019900     GOBACK.
020000
020100 INITIALIZATION.
020200     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
020300     ACCEPT WS-RUN-START-TIME FROM TIME
020400     PERFORM EDIT-PARAMETERS
020500     OPEN INPUT RCV-FILE
020533     PERFORM CHECK-RCV-FILE-STATUS
020566     OPEN INPUT VEND-FILE
020600     PERFORM CHECK-VEND-FILE-STATUS
021500     OPEN OUTPUT RPT-FILE
021600     MOVE WS-TARGET-PERIOD TO HDG-TARGET-PERIOD
021700     WRITE RPT-RECORD FROM WS-RPT-HEADING-1
021800     WRITE RPT-RECORD FROM WS-RPT-HEADING-2.
021900
022000 EDIT-PARAMETERS.
022100*    an unusable period stops the run rather than quietly
022200*    scoring the wrong month
022300     ACCEPT WS-COMMAND-LINE-ARG FROM COMMAND-LINE
022400     MOVE WS-RUN-START-DATE TO WS-RUN-DATE-PARTS
022500     IF WS-COMMAND-LINE-ARG = SPACES
022600             OR WS-COMMAND-LINE-ARG = '*'
022700         MOVE WS-RUN-PERIOD TO WS-TARGET-PERIOD
022800     ELSE
022900         MOVE 0 TO WS-COMMAND-LINE-ARG-LEN
023000         INSPECT WS-COMMAND-LINE-ARG TALLYING
023100             WS-COMMAND-LINE-ARG-LEN FOR CHARACTERS
023200                 BEFORE INITIAL SPACE
023300         IF WS-COMMAND-LINE-ARG-LEN = 6
023400                 AND WS-COMMAND-LINE-ARG(1:6) IS NUMERIC
023500             MOVE WS-COMMAND-LINE-ARG(1:6) TO WS-TARGET-PERIOD
023600         ELSE
023700             DISPLAY 'VNDSCR: PERIOD MUST BE YYYYMM OR *: '
023800                 WS-COMMAND-LINE-ARG
023900             MOVE 16 TO RETURN-CODE
024000             STOP RUN
024100         END-IF
024200     END-IF
024300     DISPLAY 'VNDSCR: SCORING PERIOD ' WS-TARGET-PERIOD.
024400
024500 CHECK-RCV-FILE-STATUS.
024600*    a bad RCVHIST open has to stop the run here - an empty
024700*    scorecard would read as a month with no deliveries.
024800*    status 05 (optional file not created yet) reads as an
024900*    empty history, which is the honest answer at a shop
025000*    that has not received against an approved order yet
025100     IF WS-RCV-FILE-STATUS NOT = '00'
025200             AND WS-RCV-FILE-STATUS NOT = '05'
025300         DISPLAY 'VNDSCR: RCVHIST OPEN FAILED, FILE STATUS = '
025400             WS-RCV-FILE-STATUS
025500         MOVE 16 TO RETURN-CODE
025600         STOP RUN
025700     END-IF.
025800
025805 CHECK-VEND-FILE-STATUS.
025811*    the vendor master is optional: a missing one (status
025817*    05) turns the name column blank and every vendor onto
025823*    the shop default lead time, rather than killing the
025829*    scorecard - but a VENDMST that is there and will not
025835*    open has to stop the run, or the scorecard goes out
025841*    with every name missing and nobody told why
025847     IF WS-VEND-FILE-STATUS = '00'
025852         MOVE 'Y' TO WS-VEND-AVAILABLE
025858     ELSE IF WS-VEND-FILE-STATUS NOT = '05'
025864         DISPLAY 'VNDSCR: VENDMST OPEN FAILED, FILE STATUS = '
025870             WS-VEND-FILE-STATUS
025876         MOVE 16 TO RETURN-CODE
025882         STOP RUN
025888     END-IF END-IF.
025894
025900 RELEASE-RECEIPTS.
026000     PERFORM READ-PAR
026100     PERFORM RELEASE-ONE-RECEIPT
026200         UNTIL FILE-AT-END = 'Y'.
026300
026400 RELEASE-ONE-RECEIPT.
026500*    only the month's receipts are scored; a history line
026600*    whose dates or quantities are not numeric cannot be
026700*    aged and is counted out rather than guessed at, and
026716*    so is one whose dates are numbers but not dates -
026733*    INTEGER-OF-DATE has no answer for 20261332 or for
026750*    zeros, and one bad line would throw the vendor's
026766*    average days out. only lines that pass here reach
026783*    SCORE-ONE-RECEIPT
026800     IF RCV-RECEIPT-DATE NOT NUMERIC
026900             OR RCV-ORDER-DATE NOT NUMERIC
027000             OR RCV-QTY-DUE NOT NUMERIC
027100             OR RCV-QTY-RECEIVED NOT NUMERIC
027200         ADD 1 TO REJECT-COUNT
027300         DISPLAY 'VNDSCR: HISTORY LINE NOT NUMERIC FOR: '
027400             RCV-PART-NUMBER ' ' RCV-REFERENCE
027410     ELSE IF FUNCTION TEST-DATE-YYYYMMDD(RCV-RECEIPT-DATE)
027420                 NOT = 0
027430             OR FUNCTION TEST-DATE-YYYYMMDD(RCV-ORDER-DATE)
027440                 NOT = 0
027450         ADD 1 TO REJECT-COUNT
027466         DISPLAY 'VNDSCR: HISTORY LINE DATE NOT VALID FOR: '
027483             RCV-PART-NUMBER ' ' RCV-REFERENCE
027500     ELSE
027600         MOVE RCV-RECEIPT-DATE TO WS-RCV-DATE-PARTS
027700         IF WS-RCV-PERIOD = WS-TARGET-PERIOD
027800             ADD 1 TO SELECTED-COUNT
027900             MOVE RCV-VENDOR-NUMBER TO SRT-VENDOR-NUMBER
028000             MOVE RCV-ORDER-DATE    TO SRT-ORDER-DATE
028100             MOVE RCV-RECEIPT-DATE  TO SRT-RECEIPT-DATE
028200             MOVE RCV-QTY-DUE       TO SRT-QTY-DUE
028300             MOVE RCV-QTY-RECEIVED  TO SRT-QTY-RECEIVED
028400             RELEASE SRT-RECORD
028500         END-IF
028600     END-IF END-IF
028700     PERFORM READ-PAR.
028800
028900 PRINT-SCORECARD.
029000     MOVE 'N' TO SORT-AT-END
029100     PERFORM RETURN-PAR
029200     PERFORM SCORE-ONE-VENDOR
029300         UNTIL SORT-AT-END = 'Y'
029400     PERFORM WRITE-TOTAL-LINE.
029500
029600 SCORE-ONE-VENDOR.
029700     MOVE SRT-VENDOR-NUMBER TO WS-CURRENT-VENDOR
029800     MOVE SRT-VENDOR-NUMBER TO SCD-VENDOR-NUMBER
029900     MOVE 0 TO WS-VND-LINES WS-VND-ON-TIME WS-VND-DAYS
030000               WS-VND-SHORT WS-VND-OVER
030100     PERFORM GET-VENDOR-LEAD-TIME
030200     PERFORM SCORE-ONE-RECEIPT
030300         UNTIL SORT-AT-END = 'Y'
030400            OR SRT-VENDOR-NUMBER NOT = WS-CURRENT-VENDOR
030500     PERFORM WRITE-VENDOR-LINE.
030600
030700 GET-VENDOR-LEAD-TIME.
030800*    the promise is the vendor's lead time as it stands on
030900*    the master today - a vendor that has since promised
031000*    better is held to the better promise
031100     MOVE WS-DEFAULT-LEAD-TIME TO WS-LEAD-TIME
031200     IF WS-CURRENT-VENDOR = SPACES
031300         MOVE 'NO VENDOR ON ORDER' TO SCD-VENDOR-NAME
031400     ELSE IF WS-VEND-AVAILABLE = 'N'
031500         MOVE SPACES TO SCD-VENDOR-NAME
031600     ELSE
031700         MOVE WS-CURRENT-VENDOR TO VENDOR-NUMBER
031800         READ VEND-FILE
031900             INVALID KEY
032000                 MOVE 'VENDOR NOT ON MASTER' TO SCD-VENDOR-NAME
032100             NOT INVALID KEY
032200                 MOVE VENDOR-NAME TO SCD-VENDOR-NAME
032300                 IF VENDOR-LEAD-TIME NUMERIC
032400                     MOVE VENDOR-LEAD-TIME TO WS-LEAD-TIME
032500                 END-IF
032600         END-READ
032700     END-IF END-IF.
032800
032900 SCORE-ONE-RECEIPT.
033000     ADD 1 TO WS-VND-LINES
033100     COMPUTE WS-ORDER-INTEGER =
033200         FUNCTION INTEGER-OF-DATE(SRT-ORDER-DATE)
033300     COMPUTE WS-RECEIPT-INTEGER =
033400         FUNCTION INTEGER-OF-DATE(SRT-RECEIPT-DATE)
033500     COMPUTE WS-DAYS-TAKEN = WS-RECEIPT-INTEGER - WS-ORDER-INTEGER
033600     ADD WS-DAYS-TAKEN TO WS-VND-DAYS
033700     IF WS-DAYS-TAKEN NOT > WS-LEAD-TIME
033800         ADD 1 TO WS-VND-ON-TIME
033900     END-IF
034000     IF SRT-QTY-RECEIVED < SRT-QTY-DUE
034100         ADD 1 TO WS-VND-SHORT
034200     ELSE IF SRT-QTY-RECEIVED > SRT-QTY-DUE
034300         ADD 1 TO WS-VND-OVER
034400     END-IF END-IF
034500     PERFORM RETURN-PAR.
034600
034700 WRITE-VENDOR-LINE.
034800     ADD 1 TO VENDOR-COUNT
034900     MOVE WS-VND-LINES   TO SCD-LINES
035000     MOVE WS-VND-ON-TIME TO SCD-ON-TIME
035100     COMPUTE WS-ON-TIME-PCT ROUNDED =
035200         WS-VND-ON-TIME * 100 / WS-VND-LINES
035300     MOVE WS-ON-TIME-PCT TO SCD-ON-TIME-PCT
035400     COMPUTE WS-AVERAGE-DAYS ROUNDED =
035500         WS-VND-DAYS / WS-VND-LINES
035600     MOVE WS-AVERAGE-DAYS TO SCD-AVERAGE-DAYS
035700     MOVE WS-LEAD-TIME    TO LTE-LEAD-TIME
035800     MOVE WS-LEAD-TIME-EDIT TO SCD-LEAD-TIME
035900     MOVE WS-VND-SHORT   TO SCD-SHORT
036000     MOVE WS-VND-OVER    TO SCD-OVER
036100     WRITE RPT-RECORD FROM WS-RPT-DETAIL
036200     ADD WS-VND-LINES    TO WS-ALL-LINES
036300     ADD WS-VND-ON-TIME  TO WS-ALL-ON-TIME
036400     ADD WS-VND-DAYS     TO WS-ALL-DAYS
036500     ADD WS-VND-SHORT    TO WS-ALL-SHORT
036600     ADD WS-VND-OVER     TO WS-ALL-OVER.
036700
036800 WRITE-TOTAL-LINE.
036900*    the shop-wide line weighs every receipt equally, so a
037000*    vendor delivering twenty lines counts twenty times
037100     MOVE SPACES           TO SCD-VENDOR-NUMBER
037200     MOVE 'ALL VENDORS'    TO SCD-VENDOR-NAME
037300     MOVE WS-ALL-LINES     TO SCD-LINES
037400     MOVE WS-ALL-ON-TIME   TO SCD-ON-TIME
037500     MOVE 0 TO WS-ON-TIME-PCT WS-AVERAGE-DAYS
037600     IF WS-ALL-LINES > 0
037700         COMPUTE WS-ON-TIME-PCT ROUNDED =
037800             WS-ALL-ON-TIME * 100 / WS-ALL-LINES
037900         COMPUTE WS-AVERAGE-DAYS ROUNDED =
038000             WS-ALL-DAYS / WS-ALL-LINES
038100     END-IF
038200     MOVE WS-ON-TIME-PCT   TO SCD-ON-TIME-PCT
038300     MOVE WS-AVERAGE-DAYS  TO SCD-AVERAGE-DAYS
038400     MOVE SPACES           TO SCD-LEAD-TIME
038500     MOVE WS-ALL-SHORT     TO SCD-SHORT
038600     MOVE WS-ALL-OVER      TO SCD-OVER
038700     WRITE RPT-RECORD FROM WS-RPT-DETAIL.
038800
038900 RETURN-PAR.
039000     RETURN SORT-FILE
039100         AT END MOVE 'Y' TO SORT-AT-END
039200     END-RETURN.
039300
039400 TERMINATION.
039500     MOVE RECORD-COUNT   TO DISPLAY-RECORD-COUNT
039600     MOVE SELECTED-COUNT TO DISPLAY-SELECTED-COUNT
039700     MOVE REJECT-COUNT   TO DISPLAY-REJECT-COUNT
039800     MOVE VENDOR-COUNT   TO DISPLAY-VENDOR-COUNT
039900     DISPLAY 'HISTORY RECORDS READ:  ' DISPLAY-RECORD-COUNT
040000     DISPLAY 'RECEIPTS SCORED:       ' DISPLAY-SELECTED-COUNT
040100     DISPLAY 'RECORDS IN ERROR:      ' DISPLAY-REJECT-COUNT
040200     DISPLAY 'VENDORS SCORED:        ' DISPLAY-VENDOR-COUNT
040300     CLOSE RCV-FILE RPT-FILE
040400     IF WS-VEND-AVAILABLE = 'Y'
040500         CLOSE VEND-FILE
040600     END-IF
040700     PERFORM WRITE-RUN-LOG.
040800
040900 WRITE-RUN-LOG.
041000*    the control counts survive on RUNLOG after the job
041100*    output has scrolled away - one record per run for
041200*    the morning operations summary
041300     OPEN EXTEND RUNLOG-FILE
041400     MOVE SPACES TO RUNLOG-RECORD
041500     MOVE 'VNDSCR  ' TO RUN-PROGRAM-ID
041600     MOVE WS-RUN-START-DATE TO RUN-START-DATE
041700     MOVE WS-RUN-START-TIME TO RUN-START-TIME
041800     ACCEPT RUN-END-DATE FROM DATE YYYYMMDD
041900     ACCEPT RUN-END-TIME FROM TIME
042000     MOVE RECORD-COUNT  TO RUN-RECORDS-READ
042100     MOVE VENDOR-COUNT  TO RUN-RECORDS-WRITTEN
042200     MOVE REJECT-COUNT  TO RUN-RECORDS-REJECTED
042300     MOVE RETURN-CODE   TO RUN-RETURN-CODE
042400     WRITE RUNLOG-RECORD
042500     CLOSE RUNLOG-FILE.
042600
042700 READ-PAR.
042800     READ RCV-FILE
042900         AT END MOVE 'Y' TO FILE-AT-END
043000         NOT AT END ADD 1 TO RECORD-COUNT
043100     END-READ.
