000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. INVCLOSE.
000300* This program closes the stock ledger for a month and
000400* cuts the general ledger interface for it - the month-end
000500* figure the warehouse team used to pull together from
000600* PARTVAL and three journals by hand.
000676* the month's stock movements come from MOVEJRNL (new less
000752* old on-hand per line, and old and new average cost), and
000828* its count adjustments and keyed maintenance from the
000904* before and after images on PARTMLOG. ORDER records on
000980* PARTMLOG are passed over - they never touch stock on
001056* hand. stock is valued at the average cost PARTPST keeps,
001132* as PARTVAL values it, so a list price change alone moves
001208* nothing and PRCHIST is not read; a PRICE record is still
001284* read, because a part not yet carrying an average cost is
001360* costed at its price.
001436* every event is released to a SORT by part, newest first,
001512* and each part is walked back from where the master
001588* stands today: a quantity change is valued at the average
001664* cost in force when it happened and a cost change at the
001740* quantity then on hand, so the categories add up to the
001816* master's change in value to the penny:
001892*     receipts (R)          - inventory against GRNI, the
001968*                             reweighting of the average
002044*                             included, so the receipt is
002120*                             booked at what was paid
002196*     issues (I)            - inventory against COGS
002272*     count variances       - inventory against SHRINK
002348*     keyed cost changes    - inventory against REVALUE
002424*     anything else keyed   - inventory against INVADJ
002500* events dated after the month are walked through the same
002600* way and shown as posted since the period end, so a close
002700* run a few days into the next month still proves.
002800* the roll-forward report takes the opening value from the
002900* prior month's close on PERIODS, adds each category, and
003000* proves the closing value against the PARTVAL valuation of
003100* the master less what has posted since. a difference means
003200* stock moved without a journal line behind it: the month
003300* is left open, nothing goes to the ledger and the run ends
003400* with return code 8 - unless FORCE is given, when the
003500* difference goes to SUSPENSE and the month closes anyway.
003600* a closed month is written to PERIODS, and PARTPST, CYCVAR,
003700* PRCAPL, RSVAGE, PARTBCH, PARTMNT and REJWRK will not post
003800* into it again.
003900* the period is YYYYMM on the command line, blank or '*'
004000* for the month before the run date, optionally followed by
004100* FORCE.
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600*  JOURNAL FILE: MOVEJRNL - STOCK MOVEMENTS WITH BEFORE/AFTER QTYS
004700     SELECT OPTIONAL JRNL-FILE ASSIGN MOVEJRNL
004800         FILE STATUS IS WS-JRNL-FILE-STATUS.
004900*  MAINTENANCE LOG: PARTMLOG - COUNTS AND KEYED CHANGES
005000     SELECT OPTIONAL LOG-FILE ASSIGN PARTMLOG
005100         FILE STATUS IS WS-LOG-FILE-STATUS.
005500*  MASTER FILE: PARTS - INDEXED BY PART-NUMBER, READ BY KEY
005600*  FOR EACH PART WALKED AND IN FULL FOR THE VALUATION
005700     SELECT PART-FILE ASSIGN PARTS
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS PART-NUMBER
006100         FILE STATUS IS WS-PART-FILE-STATUS.
006200*  PERIOD FILE: PERIODS - ONE RECORD PER CLOSED MONTH,
006300*  OPTIONAL SO THE FIRST CLOSE CREATES IT
006400     SELECT OPTIONAL PER-FILE ASSIGN PERIODS
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS RANDOM
006700         RECORD KEY IS PER-PERIOD
006800         FILE STATUS IS WS-PER-FILE-STATUS.
006900*  SORT WORK FILE
007000     SELECT SORT-FILE ASSIGN SORTWK.
007100*  LEDGER FILE: GLINTF - THE MONTH'S DEBIT AND CREDIT LINES
007200     SELECT GL-FILE ASSIGN GLINTF.
007300*  OUTPUT FILE: SEND TO PRINTER
007400     SELECT RPT-FILE ASSIGN CLOSRPT.
007500*  RUN LOG: ONE RECORD PER BATCH RUN FOR THE MORNING SUMMARY
007600     SELECT OPTIONAL RUNLOG-FILE ASSIGN RUNLOG.
007700 DATA DIVISION.
007800 FILE SECTION.
007900 FD  JRNL-FILE
008000     RECORDING MODE IS F
008100     RECORD CONTAINS 140 CHARACTERS.
008200 01  JRNL-RECORD.
008300     COPY JRNLREC.
008400
008500 FD  LOG-FILE
008600     RECORDING MODE IS F
008700     RECORD CONTAINS 230 CHARACTERS.
008800 01  LOG-RECORD.
008900      05  LOG-TRAN-TYPE     PIC X(6).
009000      05  LOG-TRAN-DATE     PIC 9(8).
009100      05  LOG-TRAN-TIME     PIC 9(8).
009200      05  LOG-BEFORE-IMAGE  PIC X(100).
009300      05  LOG-AFTER-IMAGE   PIC X(100).
009400      05  LOG-OPERATOR-ID   PIC X(8).
009500
011100 FD  PART-FILE
011200     RECORDING MODE IS F
011300     RECORD CONTAINS 100 CHARACTERS.
011400 01  PART-RECORD.
011500     COPY PARTREC.
011600
011700 FD  PER-FILE
011800     RECORDING MODE IS F
011900     RECORD CONTAINS 80 CHARACTERS.
012000 01  PER-RECORD.
012100     COPY PERREC.
012200
012300 SD  SORT-FILE
012400     RECORD CONTAINS 46 CHARACTERS.
012500 01  SRT-RECORD.
012600      05  SRT-PART-NUMBER        PIC X(6).
012700      05  SRT-TRAN-DATE          PIC 9(8).
012800      05  SRT-TRAN-TIME          PIC 9(8).
012900      05  SRT-SEQUENCE           PIC 9(7).
013000      05  SRT-CATEGORY           PIC X.
013100      05  SRT-QTY-DELTA          PIC S9(8).
013200      05  SRT-COST-DELTA         PIC S9(4)V9999.
013300
013400 FD  GL-FILE
013500     RECORDING MODE IS F
013600     RECORD CONTAINS 80 CHARACTERS.
013700 01  GL-RECORD.
013800     COPY GLIREC.
013900
014000 FD  RPT-FILE
014100     RECORDING MODE IS F
014200     RECORD CONTAINS 132 CHARACTERS.
014300 01  RPT-RECORD          PIC X(132).
014400
014500 FD  RUNLOG-FILE
014600     RECORDING MODE IS F
014700     RECORD CONTAINS 80 CHARACTERS.
014800 01  RUNLOG-RECORD.
014900     COPY RUNLREC.
015000
015100 WORKING-STORAGE SECTION.
015200 01  SWITCHES.
015300      05  FILE-AT-END     PIC X  VALUE 'N'.
015400      05  SORT-AT-END     PIC X  VALUE 'N'.
015500      05  WS-FORCE-CLOSE  PIC X  VALUE 'N'.
015600      05  WS-PRIOR-CLOSED PIC X  VALUE 'N'.
015700      05  WS-PERIOD-ON-FILE PIC X VALUE 'N'.
015800      05  WS-CLOSE-PERIOD PIC X  VALUE 'N'.
015900
016000 01  WS-JRNL-FILE-STATUS   PIC XX.
016100 01  WS-LOG-FILE-STATUS    PIC XX.
016300 01  WS-PART-FILE-STATUS   PIC XX.
016400 01  WS-PER-FILE-STATUS    PIC XX.
016500
016600 01  RECORD-COUNT          PIC S9(7) PACKED-DECIMAL VALUE +0.
016700 01  DISPLAY-RECORD-COUNT  PIC Z(6)9.
016800 01  SELECTED-COUNT        PIC S9(7) PACKED-DECIMAL VALUE +0.
016900 01  DISPLAY-SELECTED-COUNT PIC Z(6)9.
017000 01  REJECT-COUNT          PIC S9(7) PACKED-DECIMAL VALUE +0.
017100 01  DISPLAY-REJECT-COUNT  PIC Z(6)9.
017200 01  GL-LINE-COUNT         PIC S9(7) PACKED-DECIMAL VALUE +0.
017300 01  DISPLAY-GL-LINE-COUNT PIC Z(6)9.
017400
017500*    the command line is a period and an optional FORCE,
017600*    split apart and length-checked the way PARTAUD takes
017700*    its selection
017800 01  WS-COMMAND-LINE       PIC X(40) VALUE SPACES.
017900 01  WS-PARM-PERIOD        PIC X(10) VALUE SPACES.
018000 01  WS-PARM-PERIOD-LEN    PIC 9(2) VALUE 0.
018100 01  WS-PARM-FORCE         PIC X(10) VALUE SPACES.
018200 01  WS-PARM-FORCE-LEN     PIC 9(2) VALUE 0.
018300
018400 01  WS-RUN-START-DATE     PIC 9(8).
018500 01  WS-RUN-START-TIME     PIC 9(8).
018600 01  WS-RUN-DATE-PARTS.
018700      05  WS-RUN-PERIOD    PIC 9(6).
018800      05  FILLER           PIC 9(2).
018900 01  WS-TARGET-PERIOD      PIC 9(6) VALUE 0.
019000 01  WS-TARGET-PARTS REDEFINES WS-TARGET-PERIOD.
019100      05  WS-TARGET-YYYY   PIC 9(4).
019200      05  WS-TARGET-MM     PIC 9(2).
019300 01  WS-PRIOR-PERIOD       PIC 9(6) VALUE 0.
019400 01  WS-PRIOR-PARTS REDEFINES WS-PRIOR-PERIOD.
019500      05  WS-PRIOR-YYYY    PIC 9(4).
019600      05  WS-PRIOR-MM      PIC 9(2).
019700 01  WS-EVENT-DATE-PARTS.
019800      05  WS-EVENT-PERIOD  PIC 9(6).
019900      05  FILLER           PIC 9(2).
020000
020500 01  WS-EVENT-SEQUENCE     PIC 9(7) VALUE 0.
020600
020700*    before and after images of a PARTMLOG record
020800 01  WS-BEFORE-RECORD.
020900     COPY PARTREC REPLACING ==PART-NUMBER== BY ==BEF-PART-NUMBER==
021000         ==PART-DESC== BY ==BEF-PART-DESC==
021100         ==QTY-ON-HAND== BY ==BEF-QTY-ON-HAND==
021200         ==QTY-ON-ORDER== BY ==BEF-QTY-ON-ORDER==
021300         ==QTY-ON-RESERVE== BY ==BEF-QTY-ON-RESERVE==
021400         ==PART-PRICE== BY ==BEF-PART-PRICE==
021500         ==WAREHOUSE-LOCATION== BY ==BEF-WAREHOUSE-LOCATION==
021600         ==REORDER-POINT== BY ==BEF-REORDER-POINT==
021700         ==PART-STATUS== BY ==BEF-PART-STATUS==
021750         ==PART-AVG-COST== BY ==BEF-PART-AVG-COST==
021775         ==PART-LOT-CONTROL== BY ==BEF-PART-LOT-CONTROL==.
021800 01  WS-AFTER-RECORD.
021900     COPY PARTREC REPLACING ==PART-NUMBER== BY ==AFT-PART-NUMBER==
022000         ==PART-DESC== BY ==AFT-PART-DESC==
022100         ==QTY-ON-HAND== BY ==AFT-QTY-ON-HAND==
022200         ==QTY-ON-ORDER== BY ==AFT-QTY-ON-ORDER==
022300         ==QTY-ON-RESERVE== BY ==AFT-QTY-ON-RESERVE==
022400         ==PART-PRICE== BY ==AFT-PART-PRICE==
022500         ==WAREHOUSE-LOCATION== BY ==AFT-WAREHOUSE-LOCATION==
022600         ==REORDER-POINT== BY ==AFT-REORDER-POINT==
022700         ==PART-STATUS== BY ==AFT-PART-STATUS==
022750         ==PART-AVG-COST== BY ==AFT-PART-AVG-COST==
022775         ==PART-LOT-CONTROL== BY ==AFT-PART-LOT-CONTROL==.
022800 01  WS-BEF-QTY            PIC S9(8) VALUE 0.
022900 01  WS-AFT-QTY            PIC S9(8) VALUE 0.
023000 01  WS-BEF-COST           PIC S9(4)V9999 VALUE 0.
023100 01  WS-AFT-COST           PIC S9(4)V9999 VALUE 0.
023200
023300*    one part's quantity and cost as the walk steps back
023400*    through its events, and the value each event moved
023500 01  WS-CURRENT-PART       PIC X(6) VALUE SPACES.
023600 01  WS-WALK-QTY           PIC S9(9) VALUE 0.
023700 01  WS-WALK-COST          PIC S9(5)V9999 VALUE 0.
023800 01  WS-EVENT-VALUE        PIC S9(13)V9999 VALUE 0.
023900
023960*    the roll-forward - each category is the signed change
024020*    it made to the value of stock. values are carried to
024080*    the four places of the average cost so the walk nets
024140*    exactly; the difference is taken to the penny
024200 01  WS-ROLL-FORWARD.
024300      05  WS-RECEIPTS-VALUE   PIC S9(13)V9999 VALUE 0.
024400      05  WS-ISSUES-VALUE     PIC S9(13)V9999 VALUE 0.
024500      05  WS-COUNTS-VALUE     PIC S9(13)V9999 VALUE 0.
024600      05  WS-REVALUE-VALUE    PIC S9(13)V9999 VALUE 0.
024700      05  WS-OTHER-VALUE      PIC S9(13)V9999 VALUE 0.
024800      05  WS-SINCE-VALUE      PIC S9(13)V9999 VALUE 0.
024900 01  WS-PERIOD-CHANGE      PIC S9(13)V9999 VALUE 0.
025000 01  WS-OPENING-VALUE      PIC S9(13)V9999 VALUE 0.
025100 01  WS-OPENING-DERIVED    PIC S9(13)V9999 VALUE 0.
025200 01  WS-CLOSING-VALUE      PIC S9(13)V9999 VALUE 0.
025300 01  WS-CLOSING-PER-MASTER PIC S9(13)V9999 VALUE 0.
025400 01  WS-MASTER-VALUE       PIC S9(13)V9999 VALUE 0.
025500 01  WS-EXTENDED-VALUE     PIC S9(10)V9999 VALUE 0.
025514*    PARTVAL's own figure - each part's value rounded to the
025528*    penny before it is added in - and what that rounding
025542*    comes to against the four-place total
025557 01  WS-PARTVAL-EXTENDED   PIC S9(10)V99 VALUE 0.
025571 01  WS-PARTVAL-VALUE      PIC S9(13)V99 VALUE 0.
025585 01  WS-ROUNDING-VALUE     PIC S9(13)V9999 VALUE 0.
025600 01  WS-DIFFERENCE         PIC S9(13)V99 VALUE 0.
025700
025800*    one ledger pair - the category's signed effect on
025900*    inventory and the account it is offset to
026000 01  WS-GL-EFFECT          PIC S9(13)V99 VALUE 0.
026100 01  WS-GL-OFFSET-ACCOUNT  PIC X(8) VALUE SPACES.
026200 01  WS-GL-DESCRIPTION     PIC X(30) VALUE SPACES.
026300
026400 01  WS-RPT-HEADING-1.
026500      05  FILLER  PIC X(34)
026600          VALUE 'INVENTORY MONTH-END CLOSE - PERIOD'.
026700      05  FILLER  PIC X(1)  VALUE SPACES.
026800      05  HDG-TARGET-PERIOD PIC 9(6).
026900      05  FILLER  PIC X(91) VALUE SPACES.
027000
027100 01  WS-RPT-HEADING-2.
027200      05  FILLER  PIC X(45) VALUE 'STOCK VALUE ROLL-FORWARD'.
027300      05  FILLER  PIC X(19) VALUE '              VALUE'.
027400      05  FILLER  PIC X(68) VALUE SPACES.
027500
027600 01  WS-RPT-ROLL-LINE.
027700      05  RLD-LABEL          PIC X(45).
027800      05  RLD-VALUE          PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
027900      05  FILLER             PIC X(68) VALUE SPACES.
028000
028100 01  WS-RPT-STATUS-LINE.
028200      05  FILLER             PIC X(6) VALUE '*** '.
028300      05  RSL-STATUS         PIC X(60).
028400      05  FILLER             PIC X(66) VALUE SPACES.
028500
028600 01  WS-GL-HEADING.
028700      05  FILLER  PIC X(10) VALUE 'ACCOUNT'.
028800      05  FILLER  PIC X(4)  VALUE 'D/C'.
028900      05  FILLER  PIC X(18) VALUE '            AMOUNT'.
029000      05  FILLER  PIC X(3)  VALUE SPACES.
029100      05  FILLER  PIC X(30) VALUE 'DESCRIPTION'.
029200      05  FILLER  PIC X(67) VALUE SPACES.
029300
029400 01  WS-GL-DETAIL.
029500      05  GLD-ACCOUNT        PIC X(8).
029600      05  FILLER             PIC X(2) VALUE SPACES.
029700      05  GLD-DEBIT-CREDIT   PIC X.
029800      05  FILLER             PIC X(3) VALUE SPACES.
029900      05  GLD-AMOUNT         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
030000      05  FILLER             PIC X(3) VALUE SPACES.
030100      05  GLD-DESCRIPTION    PIC X(30).
030200      05  FILLER             PIC X(67) VALUE SPACES.
030300
030400 PROCEDURE DIVISION.
030500     PERFORM INITIALIZATION
030600     SORT SORT-FILE
030700         ON ASCENDING KEY SRT-PART-NUMBER
030800         ON DESCENDING KEY SRT-TRAN-DATE SRT-TRAN-TIME
030900                           SRT-SEQUENCE
031000         INPUT PROCEDURE IS RELEASE-EVENTS
031100         OUTPUT PROCEDURE IS WALK-ALL-PARTS
031200     PERFORM VALUE-MASTER
031300     PERFORM PROVE-ROLL-FORWARD
031400     PERFORM PRINT-ROLL-FORWARD
031500     IF WS-CLOSE-PERIOD = 'Y'
031600         PERFORM CLOSE-THE-PERIOD
031700     END-IF
031800     PERFORM TERMINATION
031900     GOBACK.
032000
032100 INITIALIZATION.
032200     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
032300     ACCEPT WS-RUN-START-TIME FROM TIME
032400     PERFORM EDIT-PARAMETERS
032500     OPEN I-O PER-FILE
032600     PERFORM CHECK-PER-FILE-STATUS
032700     PERFORM CHECK-PERIOD-STATUS
032800     OPEN INPUT PART-FILE
032900     PERFORM CHECK-PART-FILE-STATUS
033000     OPEN OUTPUT RPT-FILE
033100     MOVE WS-TARGET-PERIOD TO HDG-TARGET-PERIOD
033200     WRITE RPT-RECORD FROM WS-RPT-HEADING-1
033300     WRITE RPT-RECORD FROM WS-RPT-HEADING-2.
033400
033500 EDIT-PARAMETERS.
033600*    an unusable period stops the run rather than quietly
033700*    closing the wrong month - a month closed in error can
033800*    only be reopened by hand on PERIODS
033900     MOVE SPACES TO WS-COMMAND-LINE
034000     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
034100     UNSTRING WS-COMMAND-LINE DELIMITED BY ALL ' '
034200         INTO WS-PARM-PERIOD COUNT IN WS-PARM-PERIOD-LEN
034300              WS-PARM-FORCE  COUNT IN WS-PARM-FORCE-LEN
034400     END-UNSTRING
034500     MOVE WS-RUN-START-DATE TO WS-RUN-DATE-PARTS
034600     IF WS-PARM-PERIOD = SPACES OR WS-PARM-PERIOD = '*'
034700         MOVE WS-RUN-PERIOD TO WS-TARGET-PERIOD
034800         IF WS-TARGET-MM = 1
034900             SUBTRACT 1 FROM WS-TARGET-YYYY
035000             MOVE 12 TO WS-TARGET-MM
035100         ELSE
035200             SUBTRACT 1 FROM WS-TARGET-MM
035300         END-IF
035400     ELSE IF WS-PARM-PERIOD-LEN = 6
035500             AND WS-PARM-PERIOD(1:6) IS NUMERIC
035600         MOVE WS-PARM-PERIOD(1:6) TO WS-TARGET-PERIOD
035700     ELSE
035800         DISPLAY 'INVCLOSE: PERIOD MUST BE YYYYMM OR *: '
035900             WS-PARM-PERIOD
036000         MOVE 16 TO RETURN-CODE
036100         STOP RUN
036200     END-IF END-IF
036300     IF WS-TARGET-MM < 1 OR WS-TARGET-MM > 12
036400         DISPLAY 'INVCLOSE: PERIOD MONTH MUST BE 01-12: '
036500             WS-TARGET-PERIOD
036600         MOVE 16 TO RETURN-CODE
036700         STOP RUN
036800     END-IF
036900     IF WS-TARGET-PERIOD > WS-RUN-PERIOD
037000         DISPLAY 'INVCLOSE: PERIOD IS IN THE FUTURE: '
037100             WS-TARGET-PERIOD
037200         MOVE 16 TO RETURN-CODE
037300         STOP RUN
037400     END-IF
037500     IF WS-PARM-FORCE = SPACES
037600         MOVE 'N' TO WS-FORCE-CLOSE
037700     ELSE IF WS-PARM-FORCE = 'FORCE'
037800         MOVE 'Y' TO WS-FORCE-CLOSE
037900     ELSE
038000         DISPLAY 'INVCLOSE: SECOND PARAMETER MAY ONLY BE FORCE: '
038100             WS-PARM-FORCE
038200         MOVE 16 TO RETURN-CODE
038300         STOP RUN
038400     END-IF END-IF
038500     MOVE WS-TARGET-PERIOD TO WS-PRIOR-PERIOD
038600     IF WS-PRIOR-MM = 1
038700         SUBTRACT 1 FROM WS-PRIOR-YYYY
038800         MOVE 12 TO WS-PRIOR-MM
038900     ELSE
039000         SUBTRACT 1 FROM WS-PRIOR-MM
039100     END-IF
039200     DISPLAY 'INVCLOSE: CLOSING PERIOD ' WS-TARGET-PERIOD.
039300
039400 CHECK-PER-FILE-STATUS.
039500*    status 05 (optional file not created yet) is a shop
039600*    that has never closed a month - the first close
039700*    creates PERIODS. anything else stops the run before
039800*    a month can be closed twice or not at all
039900     IF WS-PER-FILE-STATUS NOT = '00'
040000             AND WS-PER-FILE-STATUS NOT = '05'
040100         DISPLAY 'INVCLOSE: PERIODS OPEN FAILED, FILE STATUS = '
040200             WS-PER-FILE-STATUS
040300         MOVE 16 TO RETURN-CODE
040400         STOP RUN
040500     END-IF.
040600
040700 CHECK-PERIOD-STATUS.
040800*    a month is closed once - closing it again would cut
040900*    a second set of ledger lines for the same movements.
041000*    the prior month's recorded close is the opening value
041100*    this month has to roll forward from
041200     MOVE WS-TARGET-PERIOD TO PER-PERIOD
041300     READ PER-FILE
041400         INVALID KEY
041500             CONTINUE
041600         NOT INVALID KEY
041700             MOVE 'Y' TO WS-PERIOD-ON-FILE
041800             IF PER-STATUS = 'C'
041900                 DISPLAY 'INVCLOSE: PERIOD ' WS-TARGET-PERIOD
042000                     ' IS ALREADY CLOSED'
042100                 MOVE 16 TO RETURN-CODE
042200                 STOP RUN
042300             END-IF
042400     END-READ
042500     MOVE WS-PRIOR-PERIOD TO PER-PERIOD
042600     READ PER-FILE
042700         INVALID KEY
042800             CONTINUE
042900         NOT INVALID KEY
043000             IF PER-STATUS = 'C'
043100                 MOVE 'Y' TO WS-PRIOR-CLOSED
043200                 MOVE PER-CLOSING-VALUE TO WS-OPENING-VALUE
043300             END-IF
043400     END-READ.
043500
043600 CHECK-PART-FILE-STATUS.
043700*    a bad PARTS open has to stop the run here - without
043800*    the master there is nothing to prove the month against
043900     IF WS-PART-FILE-STATUS NOT = '00'
044000         DISPLAY 'INVCLOSE: PARTS OPEN FAILED, FILE STATUS = '
044100             WS-PART-FILE-STATUS
044200         MOVE 16 TO RETURN-CODE
044300         STOP RUN
044400     END-IF.
044500
044600 CHECK-JOURNAL-FILE-STATUS.
044700*    both journals are OPTIONAL - status 05 is a shop
044800*    that has never written one, which is an honest nothing
044900*    to close. any other bad open stops the run: a month
045000*    closed without its journal would post nothing and
045100*    throw the whole value into the difference
045200     IF WS-JRNL-FILE-STATUS NOT = '00'
045300             AND WS-JRNL-FILE-STATUS NOT = '05'
045400         DISPLAY 'INVCLOSE: MOVEJRNL OPEN FAILED, FILE STATUS = '
045500             WS-JRNL-FILE-STATUS
045600         MOVE 16 TO RETURN-CODE
045700         STOP RUN
045800     END-IF
045900     IF WS-LOG-FILE-STATUS NOT = '00'
046000             AND WS-LOG-FILE-STATUS NOT = '05'
046100         DISPLAY 'INVCLOSE: PARTMLOG OPEN FAILED, FILE STATUS = '
046200             WS-LOG-FILE-STATUS
046300         MOVE 16 TO RETURN-CODE
046400         STOP RUN
046500     END-IF.
047300
047400 RELEASE-EVENTS.
047500     OPEN INPUT JRNL-FILE LOG-FILE
047600     PERFORM CHECK-JOURNAL-FILE-STATUS
047700     MOVE 'N' TO FILE-AT-END
047800     PERFORM READ-JRNL
047900     PERFORM RELEASE-JOURNAL-EVENT
048000         UNTIL FILE-AT-END = 'Y'
048100     MOVE 'N' TO FILE-AT-END
048200     PERFORM READ-LOG
048300     PERFORM RELEASE-LOG-EVENT
048400         UNTIL FILE-AT-END = 'Y'
048900     CLOSE JRNL-FILE LOG-FILE.
049000
049100 RELEASE-JOURNAL-EVENT.
049200*    only lines that moved on-hand or the average cost carry
049300*    value - reserves, releases and transfers between stock
049400*    rooms net to nothing on the master and are passed over
049500     IF JRNL-TRAN-DATE NOT NUMERIC
049600             OR JRNL-TRAN-TIME NOT NUMERIC
049700             OR JRNL-OLD-ON-HAND NOT NUMERIC
049800             OR JRNL-NEW-ON-HAND NOT NUMERIC
049833             OR JRNL-OLD-AVG-COST NOT NUMERIC
049866             OR JRNL-NEW-AVG-COST NOT NUMERIC
049900         ADD 1 TO REJECT-COUNT
050000         DISPLAY 'INVCLOSE: JOURNAL LINE NOT NUMERIC FOR: '
050100             JRNL-PART-NUMBER ' ' JRNL-REFERENCE
050200     ELSE
050300         MOVE JRNL-TRAN-DATE TO WS-EVENT-DATE-PARTS
050356         IF WS-EVENT-PERIOD NOT < WS-TARGET-PERIOD
050412             MOVE JRNL-PART-NUMBER TO SRT-PART-NUMBER
050468             MOVE JRNL-TRAN-DATE   TO SRT-TRAN-DATE
050525             MOVE JRNL-TRAN-TIME   TO SRT-TRAN-TIME
050581             IF JRNL-MOVE-TYPE = 'R'
050637                 MOVE 'R' TO SRT-CATEGORY
050693             ELSE IF JRNL-MOVE-TYPE = 'I'
050750                 MOVE 'I' TO SRT-CATEGORY
050806             ELSE
050862                 MOVE 'O' TO SRT-CATEGORY
050918             END-IF END-IF
050975             IF JRNL-NEW-ON-HAND NOT = JRNL-OLD-ON-HAND
051031                 COMPUTE SRT-QTY-DELTA =
051087                     JRNL-NEW-ON-HAND - JRNL-OLD-ON-HAND
051143                 MOVE 0 TO SRT-COST-DELTA
051200                 PERFORM RELEASE-EVENT
051256             END-IF
051312*            a costed receipt moves the average as well; the
051368*            cost change is released after the quantity so
051425*            that, walked back newest first, the quantity is
051481*            valued at the average it came in against. a line
051537*            from before average costing carries zero on both
051593*            sides and moves no cost; a part's first costed
051621*            receipt, from a cost of zero, moves it all the same
051650             IF JRNL-NEW-AVG-COST NOT = JRNL-OLD-AVG-COST
051762                 MOVE 0 TO SRT-QTY-DELTA
051818                 COMPUTE SRT-COST-DELTA =
051875                     JRNL-NEW-AVG-COST - JRNL-OLD-AVG-COST
051931                 PERFORM RELEASE-EVENT
051987             END-IF
052043         END-IF
052100     END-IF
052200     PERFORM READ-JRNL.
052300
052400 RELEASE-LOG-EVENT.
052500*    a maintenance record can change both quantity and
052600*    cost; the cost change is released first so that,
052700*    walked back newest first, the quantity change is
052800*    valued at the cost it was keyed against
052900     IF LOG-TRAN-DATE NOT NUMERIC
053000             OR LOG-TRAN-TIME NOT NUMERIC
053100         ADD 1 TO REJECT-COUNT
053200         DISPLAY 'INVCLOSE: LOG RECORD NOT NUMERIC, TYPE: '
053300             LOG-TRAN-TYPE
053400     ELSE
053500         MOVE LOG-TRAN-DATE TO WS-EVENT-DATE-PARTS
053600         IF WS-EVENT-PERIOD NOT < WS-TARGET-PERIOD
053800                 AND LOG-TRAN-TYPE NOT = 'ORDER '
053900             PERFORM RELEASE-MAINTENANCE-EVENT
054000         END-IF
054100     END-IF
054200     PERFORM READ-LOG.
054300
054400 RELEASE-MAINTENANCE-EVENT.
054500     MOVE LOG-BEFORE-IMAGE TO WS-BEFORE-RECORD
054600     MOVE LOG-AFTER-IMAGE  TO WS-AFTER-RECORD
054700     IF LOG-TRAN-TYPE = 'DELETE'
054800         MOVE BEF-PART-NUMBER TO SRT-PART-NUMBER
054900     ELSE
055000         MOVE AFT-PART-NUMBER TO SRT-PART-NUMBER
055100     END-IF
055200     MOVE LOG-TRAN-DATE TO SRT-TRAN-DATE
055300     MOVE LOG-TRAN-TIME TO SRT-TRAN-TIME
055441*    a blank image (the before of an ADD, the after of a
055582*    DELETE) is a part with nothing on hand at no cost. an
055723*    image from before average costing is costed at its
055864*    price, as PARTVAL costs such a part
056005     MOVE 0 TO WS-BEF-QTY WS-AFT-QTY WS-BEF-COST WS-AFT-COST
056146     IF BEF-QTY-ON-HAND NUMERIC
056287         MOVE BEF-QTY-ON-HAND TO WS-BEF-QTY
056428     END-IF
056569     IF AFT-QTY-ON-HAND NUMERIC
056710         MOVE AFT-QTY-ON-HAND TO WS-AFT-QTY
056851     END-IF
056992     IF BEF-PART-AVG-COST NUMERIC
057133         MOVE BEF-PART-AVG-COST TO WS-BEF-COST
057274     ELSE IF BEF-PART-PRICE NUMERIC
057415         MOVE BEF-PART-PRICE TO WS-BEF-COST
057556     END-IF END-IF
057697     IF AFT-PART-AVG-COST NUMERIC
057838         MOVE AFT-PART-AVG-COST TO WS-AFT-COST
057979     ELSE IF AFT-PART-PRICE NUMERIC
058120         MOVE AFT-PART-PRICE TO WS-AFT-COST
058261     END-IF END-IF
058402     IF WS-AFT-COST NOT = WS-BEF-COST
058543         MOVE 'V' TO SRT-CATEGORY
058684         MOVE 0 TO SRT-QTY-DELTA
058825         COMPUTE SRT-COST-DELTA = WS-AFT-COST - WS-BEF-COST
058966         PERFORM RELEASE-EVENT
059107     END-IF
059248     IF WS-AFT-QTY NOT = WS-BEF-QTY
059389         IF LOG-TRAN-TYPE = 'COUNT '
059530             MOVE 'C' TO SRT-CATEGORY
059671         ELSE
059812             MOVE 'O' TO SRT-CATEGORY
059953         END-IF
060094         COMPUTE SRT-QTY-DELTA = WS-AFT-QTY - WS-BEF-QTY
060235         MOVE 0 TO SRT-COST-DELTA
060376         PERFORM RELEASE-EVENT
060517     END-IF.
060658
060800 RELEASE-EVENT.
060900     ADD 1 TO WS-EVENT-SEQUENCE
061000     MOVE WS-EVENT-SEQUENCE TO SRT-SEQUENCE
061100     ADD 1 TO SELECTED-COUNT
061200     RELEASE SRT-RECORD.
061300
061400 WALK-ALL-PARTS.
061500     MOVE 'N' TO SORT-AT-END
061600     PERFORM RETURN-PAR
061700     PERFORM WALK-ONE-PART
061800         UNTIL SORT-AT-END = 'Y'.
061900
062000 WALK-ONE-PART.
062089*    the walk starts from the master as it stands; a part
062178*    deleted since has nothing on hand at no cost today
062268     MOVE SRT-PART-NUMBER TO WS-CURRENT-PART
062357     MOVE SRT-PART-NUMBER TO PART-NUMBER
062447     MOVE 0 TO WS-WALK-QTY WS-WALK-COST
062536     READ PART-FILE
062626         INVALID KEY
062715             CONTINUE
062805         NOT INVALID KEY
062894             IF QTY-ON-HAND NUMERIC
062984                 MOVE QTY-ON-HAND TO WS-WALK-QTY
063073             END-IF
063163             IF PART-AVG-COST NUMERIC
063252                 MOVE PART-AVG-COST TO WS-WALK-COST
063342             ELSE IF PART-PRICE NUMERIC
063431                 MOVE PART-PRICE TO WS-WALK-COST
063521             END-IF END-IF
063610     END-READ
063700     PERFORM WALK-ONE-EVENT
063800         UNTIL SORT-AT-END = 'Y'
063900            OR SRT-PART-NUMBER NOT = WS-CURRENT-PART.
064000
064100 WALK-ONE-EVENT.
064200     IF SRT-QTY-DELTA NOT = 0
064300         COMPUTE WS-EVENT-VALUE = SRT-QTY-DELTA * WS-WALK-COST
064400         SUBTRACT SRT-QTY-DELTA FROM WS-WALK-QTY
064500     ELSE
064600         COMPUTE WS-EVENT-VALUE = WS-WALK-QTY * SRT-COST-DELTA
064700         SUBTRACT SRT-COST-DELTA FROM WS-WALK-COST
064800     END-IF
064900     MOVE SRT-TRAN-DATE TO WS-EVENT-DATE-PARTS
065000     IF WS-EVENT-PERIOD > WS-TARGET-PERIOD
065100         ADD WS-EVENT-VALUE TO WS-SINCE-VALUE
065200     ELSE
065300         EVALUATE SRT-CATEGORY
065400             WHEN 'R' ADD WS-EVENT-VALUE TO WS-RECEIPTS-VALUE
065500             WHEN 'I' ADD WS-EVENT-VALUE TO WS-ISSUES-VALUE
065600             WHEN 'C' ADD WS-EVENT-VALUE TO WS-COUNTS-VALUE
065700             WHEN 'V' ADD WS-EVENT-VALUE TO WS-REVALUE-VALUE
065800             WHEN OTHER ADD WS-EVENT-VALUE TO WS-OTHER-VALUE
065900         END-EVALUATE
066000     END-IF
066100     PERFORM RETURN-PAR.
066200
066300 VALUE-MASTER.
066400*    the same extended value PARTVAL prints - on-hand times
066500*    average cost, part by part - summed over the whole
066525*    master, once at the four places the walk-back is
066550*    carried at and once rounded to the penny part by part
066575*    the way PARTVAL totals it
066600     MOVE LOW-VALUES TO PART-NUMBER
066700     MOVE 'N' TO FILE-AT-END
066800     START PART-FILE KEY IS NOT LESS THAN PART-NUMBER
066900         INVALID KEY MOVE 'Y' TO FILE-AT-END
067000     END-START
067100     PERFORM READ-PART-NEXT
067200     PERFORM VALUE-ONE-PART
067300         UNTIL FILE-AT-END = 'Y'.
067400
067500 VALUE-ONE-PART.
067545     IF QTY-ON-HAND NUMERIC
067590         IF PART-AVG-COST NUMERIC
067636             COMPUTE WS-EXTENDED-VALUE =
067681                 QTY-ON-HAND * PART-AVG-COST
067727             ADD WS-EXTENDED-VALUE TO WS-MASTER-VALUE
067738             COMPUTE WS-PARTVAL-EXTENDED ROUNDED =
067749                 QTY-ON-HAND * PART-AVG-COST
067760             ADD WS-PARTVAL-EXTENDED TO WS-PARTVAL-VALUE
067772         ELSE IF PART-PRICE NUMERIC
067818             COMPUTE WS-EXTENDED-VALUE = QTY-ON-HAND * PART-PRICE
067863             ADD WS-EXTENDED-VALUE TO WS-MASTER-VALUE
067874             COMPUTE WS-PARTVAL-EXTENDED ROUNDED =
067886                 QTY-ON-HAND * PART-PRICE
067897             ADD WS-PARTVAL-EXTENDED TO WS-PARTVAL-VALUE
067909         END-IF END-IF
067954     END-IF
068000     PERFORM READ-PART-NEXT.
068100
068200 PROVE-ROLL-FORWARD.
068300*    the master less what has posted since is the month's
068400*    true closing value; the roll-forward from the prior
068500*    close has to land on it. the first month ever closed
068600*    has no prior close and opens at the value derived
068700*    from the master, so it proves by construction
068800     COMPUTE WS-PERIOD-CHANGE = WS-RECEIPTS-VALUE
068900         + WS-ISSUES-VALUE + WS-COUNTS-VALUE
069000         + WS-REVALUE-VALUE + WS-OTHER-VALUE
069100     COMPUTE WS-CLOSING-PER-MASTER =
069200         WS-MASTER-VALUE - WS-SINCE-VALUE
069300     COMPUTE WS-OPENING-DERIVED =
069400         WS-CLOSING-PER-MASTER - WS-PERIOD-CHANGE
069500     IF WS-PRIOR-CLOSED = 'N'
069600         MOVE WS-OPENING-DERIVED TO WS-OPENING-VALUE
069700     END-IF
069800     COMPUTE WS-CLOSING-VALUE =
069900         WS-OPENING-VALUE + WS-PERIOD-CHANGE
070000     COMPUTE WS-DIFFERENCE =
070100         WS-CLOSING-PER-MASTER - WS-CLOSING-VALUE
070200     IF WS-DIFFERENCE = 0 OR WS-FORCE-CLOSE = 'Y'
070300         MOVE 'Y' TO WS-CLOSE-PERIOD
070400     ELSE
070500         MOVE 'N' TO WS-CLOSE-PERIOD
070600         MOVE 8 TO RETURN-CODE
070700         DISPLAY 'INVCLOSE: PERIOD ' WS-TARGET-PERIOD
070800             ' IS OUT OF BALANCE - NOT CLOSED'
070900     END-IF.
071000
071100 PRINT-ROLL-FORWARD.
071200     IF WS-PRIOR-CLOSED = 'Y'
071300         MOVE 'OPENING VALUE - PRIOR PERIOD CLOSE'
071400             TO RLD-LABEL
071500     ELSE
071600         MOVE 'OPENING VALUE - DERIVED, NO PRIOR CLOSE'
071700             TO RLD-LABEL
071800     END-IF
071900     MOVE WS-OPENING-VALUE TO RLD-VALUE
072000     PERFORM WRITE-ROLL-LINE
072100     MOVE '  RECEIPTS TO INVENTORY' TO RLD-LABEL
072200     MOVE WS-RECEIPTS-VALUE TO RLD-VALUE
072300     PERFORM WRITE-ROLL-LINE
072400     MOVE '  ISSUES TO COST OF GOODS SOLD' TO RLD-LABEL
072500     MOVE WS-ISSUES-VALUE TO RLD-VALUE
072600     PERFORM WRITE-ROLL-LINE
072700     MOVE '  COUNT VARIANCES TO SHRINKAGE' TO RLD-LABEL
072800     MOVE WS-COUNTS-VALUE TO RLD-VALUE
072900     PERFORM WRITE-ROLL-LINE
073000     MOVE '  COST CHANGES TO REVALUATION' TO RLD-LABEL
073100     MOVE WS-REVALUE-VALUE TO RLD-VALUE
073200     PERFORM WRITE-ROLL-LINE
073300     MOVE '  OTHER STOCK ADJUSTMENTS' TO RLD-LABEL
073400     MOVE WS-OTHER-VALUE TO RLD-VALUE
073500     PERFORM WRITE-ROLL-LINE
073600     MOVE 'CLOSING VALUE - ROLLED FORWARD' TO RLD-LABEL
073700     MOVE WS-CLOSING-VALUE TO RLD-VALUE
073800     PERFORM WRITE-ROLL-LINE
073900     MOVE SPACES TO RPT-RECORD
074000     WRITE RPT-RECORD
074100     MOVE 'INVENTORY VALUE TODAY - AS PARTVAL' TO RLD-LABEL
074200     MOVE WS-PARTVAL-VALUE TO RLD-VALUE
074300     PERFORM WRITE-ROLL-LINE
074311     COMPUTE WS-ROUNDING-VALUE =
074322         WS-PARTVAL-VALUE - WS-MASTER-VALUE
074333     MOVE '  LESS PART-BY-PART ROUNDING' TO RLD-LABEL
074344     MOVE WS-ROUNDING-VALUE TO RLD-VALUE
074355     PERFORM WRITE-ROLL-LINE
074366     MOVE 'INVENTORY VALUE TODAY - AT FULL COST' TO RLD-LABEL
074377     MOVE WS-MASTER-VALUE TO RLD-VALUE
074388     PERFORM WRITE-ROLL-LINE
074400     MOVE '  LESS POSTED SINCE PERIOD END' TO RLD-LABEL
074500     MOVE WS-SINCE-VALUE TO RLD-VALUE
074600     PERFORM WRITE-ROLL-LINE
074700     MOVE 'CLOSING VALUE - PER MASTER' TO RLD-LABEL
074800     MOVE WS-CLOSING-PER-MASTER TO RLD-VALUE
074900     PERFORM WRITE-ROLL-LINE
075000     MOVE 'DIFFERENCE - UNEXPLAINED BY THE JOURNALS'
075100         TO RLD-LABEL
075200     MOVE WS-DIFFERENCE TO RLD-VALUE
075300     PERFORM WRITE-ROLL-LINE
075400     MOVE SPACES TO RPT-RECORD
075500     WRITE RPT-RECORD
075600     IF WS-CLOSE-PERIOD = 'N'
075700         MOVE 'OUT OF BALANCE - PERIOD NOT CLOSED, NOTHING TO GL'
075800             TO RSL-STATUS
075900     ELSE IF WS-DIFFERENCE NOT = 0
076000         MOVE 'CLOSED BY FORCE - DIFFERENCE POSTED TO SUSPENSE'
076100             TO RSL-STATUS
076200     ELSE
076300         MOVE 'IN BALANCE - PERIOD CLOSED' TO RSL-STATUS
076400     END-IF END-IF
076500     WRITE RPT-RECORD FROM WS-RPT-STATUS-LINE.
076600
076700 WRITE-ROLL-LINE.
076800     WRITE RPT-RECORD FROM WS-RPT-ROLL-LINE.
076900
077000 CLOSE-THE-PERIOD.
077100*    the ledger lines go out first and the month is marked
077200*    closed only after them, so a run that dies part way
077300*    leaves the month open to be closed again cleanly
077400     OPEN OUTPUT GL-FILE
077500     MOVE SPACES TO RPT-RECORD
077600     WRITE RPT-RECORD
077700     WRITE RPT-RECORD FROM WS-GL-HEADING
077800     MOVE WS-RECEIPTS-VALUE TO WS-GL-EFFECT
077900     MOVE 'GRNI    ' TO WS-GL-OFFSET-ACCOUNT
078000     MOVE 'RECEIPTS TO INVENTORY' TO WS-GL-DESCRIPTION
078100     PERFORM WRITE-GL-PAIR
078200     MOVE WS-ISSUES-VALUE TO WS-GL-EFFECT
078300     MOVE 'COGS    ' TO WS-GL-OFFSET-ACCOUNT
078400     MOVE 'ISSUES TO COST OF GOODS SOLD' TO WS-GL-DESCRIPTION
078500     PERFORM WRITE-GL-PAIR
078600     MOVE WS-COUNTS-VALUE TO WS-GL-EFFECT
078700     MOVE 'SHRINK  ' TO WS-GL-OFFSET-ACCOUNT
078800     MOVE 'COUNT VARIANCES TO SHRINKAGE' TO WS-GL-DESCRIPTION
078900     PERFORM WRITE-GL-PAIR
079000     MOVE WS-REVALUE-VALUE TO WS-GL-EFFECT
079100     MOVE 'REVALUE ' TO WS-GL-OFFSET-ACCOUNT
079200     MOVE 'COST CHANGES TO REVALUATION' TO WS-GL-DESCRIPTION
079300     PERFORM WRITE-GL-PAIR
079400     MOVE WS-OTHER-VALUE TO WS-GL-EFFECT
079500     MOVE 'INVADJ  ' TO WS-GL-OFFSET-ACCOUNT
079600     MOVE 'OTHER STOCK ADJUSTMENTS' TO WS-GL-DESCRIPTION
079700     PERFORM WRITE-GL-PAIR
079800     MOVE WS-DIFFERENCE TO WS-GL-EFFECT
079900     MOVE 'SUSPENSE' TO WS-GL-OFFSET-ACCOUNT
080000     MOVE 'UNEXPLAINED CLOSE DIFFERENCE' TO WS-GL-DESCRIPTION
080100     PERFORM WRITE-GL-PAIR
080200     CLOSE GL-FILE
080300     MOVE WS-TARGET-PERIOD      TO PER-PERIOD
080400     MOVE 'C'                   TO PER-STATUS
080500     MOVE WS-RUN-START-DATE     TO PER-CLOSE-DATE
080600     MOVE WS-RUN-START-TIME     TO PER-CLOSE-TIME
080700     MOVE WS-OPENING-VALUE      TO PER-OPENING-VALUE
080800     MOVE WS-CLOSING-PER-MASTER TO PER-CLOSING-VALUE
080900     MOVE WS-DIFFERENCE         TO PER-FORCED-DIFFERENCE
081000     IF WS-PERIOD-ON-FILE = 'Y'
081100         REWRITE PER-RECORD
081200             INVALID KEY
081300                 DISPLAY 'INVCLOSE: PERIODS REWRITE FAILED FOR: '
081400                     PER-PERIOD
081500                 MOVE 16 TO RETURN-CODE
081600         END-REWRITE
081700     ELSE
081800         WRITE PER-RECORD
081900             INVALID KEY
082000                 DISPLAY 'INVCLOSE: PERIODS WRITE FAILED FOR: '
082100                     PER-PERIOD
082200                 MOVE 16 TO RETURN-CODE
082300         END-WRITE
082400     END-IF
082500     DISPLAY 'INVCLOSE: PERIOD ' WS-TARGET-PERIOD ' CLOSED'.
082600
082700 WRITE-GL-PAIR.
082800*    a category that raised the value of stock debits
082900*    inventory and credits its offset; one that lowered it
083000*    does the reverse. a category that did not move is
083100*    left off the ledger altogether
083200     IF WS-GL-EFFECT NOT = 0
083300         MOVE SPACES TO GL-RECORD
083400         MOVE WS-TARGET-PERIOD  TO GL-PERIOD
083500         MOVE WS-GL-DESCRIPTION TO GL-DESCRIPTION
083600         MOVE 'INVCLOSE'        TO GL-SOURCE
083700         IF WS-GL-EFFECT > 0
083800             MOVE WS-GL-EFFECT TO GL-AMOUNT
083900         ELSE
084000             COMPUTE GL-AMOUNT = 0 - WS-GL-EFFECT
084100         END-IF
084200         MOVE 'INVENTRY' TO GL-ACCOUNT
084300         IF WS-GL-EFFECT > 0
084400             MOVE 'D' TO GL-DEBIT-CREDIT
084500         ELSE
084600             MOVE 'C' TO GL-DEBIT-CREDIT
084700         END-IF
084800         PERFORM WRITE-GL-LINE
084900         MOVE WS-GL-OFFSET-ACCOUNT TO GL-ACCOUNT
085000         IF WS-GL-EFFECT > 0
085100             MOVE 'C' TO GL-DEBIT-CREDIT
085200         ELSE
085300             MOVE 'D' TO GL-DEBIT-CREDIT
085400         END-IF
085500         PERFORM WRITE-GL-LINE
085600     END-IF.
085700
085800 WRITE-GL-LINE.
085900     WRITE GL-RECORD
086000     ADD 1 TO GL-LINE-COUNT
086100     MOVE GL-ACCOUNT      TO GLD-ACCOUNT
086200     MOVE GL-DEBIT-CREDIT TO GLD-DEBIT-CREDIT
086300     MOVE GL-AMOUNT       TO GLD-AMOUNT
086400     MOVE GL-DESCRIPTION  TO GLD-DESCRIPTION
086500     WRITE RPT-RECORD FROM WS-GL-DETAIL.
086600
086700 TERMINATION.
086800     MOVE RECORD-COUNT   TO DISPLAY-RECORD-COUNT
086900     MOVE SELECTED-COUNT TO DISPLAY-SELECTED-COUNT
087000     MOVE REJECT-COUNT   TO DISPLAY-REJECT-COUNT
087100     MOVE GL-LINE-COUNT  TO DISPLAY-GL-LINE-COUNT
087200     DISPLAY 'JOURNAL RECORDS READ:  ' DISPLAY-RECORD-COUNT
087300     DISPLAY 'EVENTS VALUED:         ' DISPLAY-SELECTED-COUNT
087400     DISPLAY 'RECORDS IN ERROR:      ' DISPLAY-REJECT-COUNT
087500     DISPLAY 'GL LINES WRITTEN:      ' DISPLAY-GL-LINE-COUNT
087600     CLOSE PART-FILE PER-FILE RPT-FILE
087700     PERFORM WRITE-RUN-LOG.
087800
087900 WRITE-RUN-LOG.
088000*    the control counts survive on RUNLOG after the job
088100*    output has scrolled away - one record per run for
088200*    the morning operations summary
088300     OPEN EXTEND RUNLOG-FILE
088400     MOVE SPACES TO RUNLOG-RECORD
088500     MOVE 'INVCLOSE' TO RUN-PROGRAM-ID
088600     MOVE WS-RUN-START-DATE TO RUN-START-DATE
088700     MOVE WS-RUN-START-TIME TO RUN-START-TIME
088800     ACCEPT RUN-END-DATE FROM DATE YYYYMMDD
088900     ACCEPT RUN-END-TIME FROM TIME
089000     MOVE RECORD-COUNT  TO RUN-RECORDS-READ
089100     MOVE GL-LINE-COUNT TO RUN-RECORDS-WRITTEN
089200     MOVE REJECT-COUNT  TO RUN-RECORDS-REJECTED
089300     MOVE RETURN-CODE   TO RUN-RETURN-CODE
089400     WRITE RUNLOG-RECORD
089500     CLOSE RUNLOG-FILE.
089600
089700 READ-JRNL.
089800     READ JRNL-FILE
089900         AT END MOVE 'Y' TO FILE-AT-END
090000         NOT AT END ADD 1 TO RECORD-COUNT
090100     END-READ.
090200
090300 READ-LOG.
090400     READ LOG-FILE
090500         AT END MOVE 'Y' TO FILE-AT-END
090600         NOT AT END ADD 1 TO RECORD-COUNT
090700     END-READ.
090800
091500 READ-PART-NEXT.
091600     IF FILE-AT-END = 'N'
091700         READ PART-FILE NEXT
091800             AT END MOVE 'Y' TO FILE-AT-END
091900         END-READ
092000     END-IF.
092100
092200 RETURN-PAR.
092300     RETURN SORT-FILE
092400         AT END MOVE 'Y' TO SORT-AT-END
092500     END-RETURN.
