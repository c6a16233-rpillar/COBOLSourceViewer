000300* This program reads the PARTMLOG maintenance log that
000400* PARTMNT writes and prints a proper audit trail from it,
000500* so "who changed the price on part 123456 last month" no
000600* longer means browsing raw 230-byte records by eye.
000700* each logged transaction prints as one line with its
000800* type, date, time and part number; for a CHANGE the
000900* before and after images are decoded with the PARTREC
001100* fields that differ, in the same style PARTRCN uses on
001200* its reconciliation report.
001300* selection parameters come in on the command line as
001400*     FROM-DATE TO-DATE PART-NUMBER SOURCE OPERATOR
001500* each either a value or '*' (trailing ones may be left
001600* off entirely), so a month-end audit pull does not mean
001700* printing the whole log, e.g.
001940* SOURCE is LIVE (the default) or ARCHIVE: the LOGARC
001950* housekeeping run cuts old records out of PARTMLOG into
001960* MLOGARCH, and this is how a year-old question is still
001970* answered without keeping a year online.
001972* OPERATOR selects the changes one signed-on operator
001975* made (batch programs log under their own program name,
001978* e.g. CYCVAR or PRCAPL), e.g.
001980*     20260801 20260831 * * JSMITH
001983* whatever is selected, the operator id prints on each
001986* transaction line, and the report ends with a summary
001989* of the selected transactions subtotalled by operator
001991* and transaction type - the selected records are
001994* RELEASEd to a SORT as they print and come back in
001997* operator order, the same way CYCSHT sequences PARTS.
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
002200 INPUT-OUTPUT SECTION.
002630     SELECT ARCH-FILE ASSIGN MLOGARCH
002640         FILE STATUS IS WS-ARCH-FILE-STATUS.
002700*  OUTPUT FILE: SEND TO PRINTER
002725     SELECT AUD-FILE ASSIGN AUDRPT.
002750*  SORT WORK FILE: THE OPERATOR SUMMARY
002775     SELECT SORT-FILE ASSIGN SORTWK.
002801*  RUN LOG: ONE RECORD PER BATCH RUN FOR THE MORNING SUMMARY
002802     SELECT OPTIONAL RUNLOG-FILE ASSIGN RUNLOG.
002900 DATA DIVISION.
003000 FILE SECTION.
003100 FD  LOG-FILE
003200     RECORDING MODE IS F
003300     RECORD CONTAINS 230 CHARACTERS.
003400 01  LOG-RECORD          PIC X(230).
004000
004010 FD  ARCH-FILE
004020     RECORDING MODE IS F
004030     RECORD CONTAINS 230 CHARACTERS.
004040 01  ARCH-RECORD         PIC X(230).
004041
004042 SD  SORT-FILE
004044     RECORD CONTAINS 14 CHARACTERS.
004045 01  SRT-RECORD.
004047      05  SRT-OPERATOR-ID    PIC X(8).
004048      05  SRT-TRAN-TYPE      PIC X(6).
004050
004100 FD  AUD-FILE
004200     RECORDING MODE IS F
004604 01  RUNLOG-RECORD.
004605     COPY RUNLREC.
004606
004653 WORKING-STORAGE SECTION.
004700 01  SWITCHES.
004800      05  FILE-AT-END     PIC X  VALUE 'N'.
004850      05  SORT-AT-END     PIC X  VALUE 'N'.
004900
005000 01  WS-LOG-FILE-STATUS    PIC XX.
005010 01  WS-ARCH-FILE-STATUS   PIC XX.
005095      05  LOG-TRAN-TIME     PIC 9(8).
005096      05  LOG-BEFORE-IMAGE  PIC X(100).
005098      05  LOG-AFTER-IMAGE   PIC X(100).
005099      05  LOG-OPERATOR-ID   PIC X(8).
005100
005200 01  RECORD-COUNT          PIC S9(7) PACKED-DECIMAL VALUE +0.
005300 01  DISPLAY-RECORD-COUNT  PIC Z(6)9.
006800 01  WS-PARM-PART-LEN      PIC 9(2)  VALUE 0.
006810 01  WS-PARM-SOURCE        PIC X(10) VALUE SPACES.
006820 01  WS-PARM-SOURCE-LEN    PIC 9(2)  VALUE 0.
006846 01  WS-PARM-OPERATOR      PIC X(10) VALUE SPACES.
006873 01  WS-PARM-OPERATOR-LEN  PIC 9(2)  VALUE 0.
006900 01  WS-FROM-DATE          PIC 9(8)  VALUE 0.
007000 01  WS-TO-DATE            PIC 9(8)  VALUE 99999999.
007100 01  WS-PART-FILTER        PIC X(6)  VALUE SPACES.
007150 01  WS-OPERATOR-FILTER    PIC X(8)  VALUE SPACES.
007200
007300*    the part number a transaction belongs to comes from the
007400*    after image except on a DELETE, where only the before
007500*    image still carries it
007600 01  WS-LOG-PART-NUMBER    PIC X(6).
007612
007625*    operator summary control-break fields and counts
007637 01  WS-SUM-OPERATOR-ID    PIC X(8).
007650 01  WS-SUM-TRAN-TYPE      PIC X(6).
007662 01  WS-TYPE-COUNT         PIC S9(7) PACKED-DECIMAL VALUE +0.
007675 01  WS-OPERATOR-COUNT     PIC S9(7) PACKED-DECIMAL VALUE +0.
007687 01  WS-SUMMARY-COUNT      PIC S9(7) PACKED-DECIMAL VALUE +0.
007700
007800 01  WS-BEFORE-RECORD.
007900     COPY PARTREC REPLACING ==PART-NUMBER== BY ==BEF-PART-NUMBER==
008400         ==PART-PRICE== BY ==BEF-PART-PRICE==
008500         ==WAREHOUSE-LOCATION== BY ==BEF-WAREHOUSE-LOCATION==
008600         ==REORDER-POINT== BY ==BEF-REORDER-POINT==
008610         ==PART-STATUS== BY ==BEF-PART-STATUS==
008640         ==PART-AVG-COST== BY ==BEF-PART-AVG-COST==
008670         ==PART-LOT-CONTROL== BY ==BEF-PART-LOT-CONTROL==.
008700
008800 01  WS-AFTER-RECORD.
008900     COPY PARTREC REPLACING ==PART-NUMBER== BY ==AFT-PART-NUMBER==
009400         ==PART-PRICE== BY ==AFT-PART-PRICE==
009500         ==WAREHOUSE-LOCATION== BY ==AFT-WAREHOUSE-LOCATION==
009600         ==REORDER-POINT== BY ==AFT-REORDER-POINT==
009610         ==PART-STATUS== BY ==AFT-PART-STATUS==
009640         ==PART-AVG-COST== BY ==AFT-PART-AVG-COST==
009670         ==PART-LOT-CONTROL== BY ==AFT-PART-LOT-CONTROL==.
009700
009800 01  WS-EDIT-PRICE         PIC ZZ9.99.
009900 01  WS-EDIT-REORDER-POINT PIC ZZZZ9.
013200      05  HDG-TO-DATE       PIC X(8).
013300      05  FILLER  PIC X(7)  VALUE '  PART '.
013400      05  HDG-PART-FILTER   PIC X(6).
013500      05  FILLER  PIC X(11) VALUE '  OPERATOR '.
013533      05  HDG-OPERATOR-FILTER PIC X(8).
013566      05  FILLER  PIC X(24) VALUE SPACES.
013600
013700 01  WS-AUD-DETAIL-1.
013800      05  DET1-TRAN-TYPE     PIC X(6).
014400      05  DET1-PART-NUMBER   PIC X(6).
014500      05  FILLER             PIC X(2) VALUE SPACES.
014600      05  DET1-PART-DESC     PIC X(30).
014700      05  FILLER             PIC X(2) VALUE SPACES.
014733      05  DET1-OPERATOR-ID   PIC X(8).
014766      05  FILLER             PIC X(9) VALUE SPACES.
014800
014900 01  WS-AUD-DETAIL-2.
015000      05  FILLER             PIC X(17) VALUE SPACES.
015300      05  FILLER             PIC X(5)  VALUE 'NOW: '.
015400      05  DET2-NEW-VALUE     PIC X(30).
015500
015505 01  WS-SUM-HEADING-1.
015510      05  FILLER  PIC X(24) VALUE 'TRANSACTIONS BY OPERATOR'.
015515      05  FILLER  PIC X(63) VALUE SPACES.
015521
015526 01  WS-SUM-HEADING-2.
015531      05  FILLER  PIC X(10) VALUE 'OPERATOR'.
015537      05  FILLER  PIC X(8)  VALUE 'TYPE'.
015542      05  FILLER  PIC X(7)  VALUE '  COUNT'.
015547      05  FILLER  PIC X(62) VALUE SPACES.
015553
015558 01  WS-SUM-DETAIL.
015563      05  SUMD-OPERATOR-ID   PIC X(8).
015569      05  FILLER             PIC X(2) VALUE SPACES.
015574      05  SUMD-TRAN-TYPE     PIC X(6).
015579      05  FILLER             PIC X(2) VALUE SPACES.
015585      05  SUMD-COUNT         PIC Z(6)9.
015590      05  FILLER             PIC X(62) VALUE SPACES.
015595
015601 01  WS-RUN-START-DATE     PIC 9(8).
015602 01  WS-RUN-START-TIME     PIC 9(8).
015603
015651 PROCEDURE DIVISION.
015700     PERFORM INITIALIZATION
015800     SORT SORT-FILE
015900         ON ASCENDING KEY SRT-OPERATOR-ID SRT-TRAN-TYPE
015933         INPUT PROCEDURE IS PRINT-ALL-TRANSACTIONS
015966         OUTPUT PROCEDURE IS PRINT-OPERATOR-SUMMARY
016000     PERFORM TERMINATION
016100     GOBACK.
016200
018100              WS-PARM-TO   COUNT IN WS-PARM-TO-LEN
018200              WS-PARM-PART COUNT IN WS-PARM-PART-LEN
018210              WS-PARM-SOURCE COUNT IN WS-PARM-SOURCE-LEN
018255              WS-PARM-OPERATOR COUNT IN WS-PARM-OPERATOR-LEN
018300     END-UNSTRING
018400     IF WS-PARM-FROM = SPACES OR WS-PARM-FROM = '*'
018500         MOVE 0 TO WS-FROM-DATE
021590         MOVE 16 TO RETURN-CODE
021592         STOP RUN
021594     END-IF END-IF
021602     IF WS-PARM-OPERATOR = SPACES OR WS-PARM-OPERATOR = '*'
021610         MOVE SPACES TO WS-OPERATOR-FILTER
021618     ELSE IF WS-PARM-OPERATOR-LEN NOT > 8
021626         MOVE FUNCTION UPPER-CASE(WS-PARM-OPERATOR(1:8))
021634             TO WS-OPERATOR-FILTER
021642     ELSE
021651         DISPLAY 'PARTAUD: OPERATOR ID IS OVER 8 CHARACTERS: '
021659             WS-PARM-OPERATOR
021667         MOVE 16 TO RETURN-CODE
021675         STOP RUN
021683     END-IF END-IF
021691     IF WS-FROM-DATE > WS-TO-DATE
021700         DISPLAY 'PARTAUD: FROM DATE IS AFTER TO DATE'
021800         MOVE 16 TO RETURN-CODE
021900         STOP RUN
023200         MOVE 'ALL   ' TO HDG-PART-FILTER
023300     ELSE
023400         MOVE WS-PART-FILTER TO HDG-PART-FILTER
023416     END-IF
023433     IF WS-OPERATOR-FILTER = SPACES
023450         MOVE 'ALL     ' TO HDG-OPERATOR-FILTER
023466     ELSE
023483         MOVE WS-OPERATOR-FILTER TO HDG-OPERATOR-FILTER
023500     END-IF.
023600
023700 CHECK-LOG-FILE-STATUS.
024694         STOP RUN
024696     END-IF.
024700
024720 PRINT-ALL-TRANSACTIONS.
024740     PERFORM PROCESS-ALL
024760         UNTIL FILE-AT-END = 'Y'.
024780
024800 PROCESS-ALL.
024900     MOVE LOG-BEFORE-IMAGE TO WS-BEFORE-RECORD
025000     MOVE LOG-AFTER-IMAGE  TO WS-AFTER-RECORD
025700         AND LOG-TRAN-DATE NOT > WS-TO-DATE
025800         AND (WS-PART-FILTER = SPACES
025900             OR WS-LOG-PART-NUMBER = WS-PART-FILTER)
025933         AND (WS-OPERATOR-FILTER = SPACES
025966             OR LOG-OPERATOR-ID = WS-OPERATOR-FILTER)
026000         PERFORM PRINT-TRANSACTION
026100     END-IF
026200     PERFORM READ-PAR.
027500     MOVE WS-LOG-SS          TO WS-TRAN-TIME-SS
027600     MOVE WS-TRAN-TIME-DISPLAY TO DET1-TRAN-TIME
027700     MOVE WS-LOG-PART-NUMBER TO DET1-PART-NUMBER
027750     MOVE LOG-OPERATOR-ID    TO DET1-OPERATOR-ID
027800     IF LOG-TRAN-TYPE = 'DELETE'
027900         MOVE BEF-PART-DESC  TO DET1-PART-DESC
028000     ELSE
028100         MOVE AFT-PART-DESC  TO DET1-PART-DESC
028200     END-IF
028300     WRITE AUD-RECORD FROM WS-AUD-DETAIL-1
028325     MOVE LOG-OPERATOR-ID    TO SRT-OPERATOR-ID
028350     MOVE LOG-TRAN-TYPE      TO SRT-TRAN-TYPE
028375     RELEASE SRT-RECORD
028400*    only a CHANGE (or a CYCVAR COUNT adjustment, a POAPPR
028410*    ORDER approval, a PRCAPL PRICE application or a REJWRK
028415*    REPAIR, all of which are changes in all but name)
033140         WRITE AUD-RECORD FROM WS-AUD-DETAIL-2
033150     END-IF.
033200
033201 PRINT-OPERATOR-SUMMARY.
033203*    every transaction printed above comes back from the
033204*    sort in operator then transaction-type order, and is
033206*    counted with a line per type, a total per operator
033208*    and a total for the whole selection; records logged
033209*    before operators signed on carry no id and summarize
033211*    under *NONE*
033212     MOVE SPACES TO AUD-RECORD
033214     WRITE AUD-RECORD
033216     WRITE AUD-RECORD FROM WS-SUM-HEADING-1
033217     WRITE AUD-RECORD FROM WS-SUM-HEADING-2
033219     MOVE 'N' TO SORT-AT-END
033220     PERFORM RETURN-SRT
033222     PERFORM SUMMARIZE-ONE-OPERATOR
033224         UNTIL SORT-AT-END = 'Y'
033225     MOVE 'ALL     '       TO SUMD-OPERATOR-ID
033227     MOVE 'TOTAL '         TO SUMD-TRAN-TYPE
033229     MOVE WS-SUMMARY-COUNT TO SUMD-COUNT
033230     WRITE AUD-RECORD FROM WS-SUM-DETAIL.
033232
033233 SUMMARIZE-ONE-OPERATOR.
033235     MOVE SRT-OPERATOR-ID TO WS-SUM-OPERATOR-ID
033237     MOVE 0 TO WS-OPERATOR-COUNT
033238     PERFORM SUMMARIZE-ONE-TRAN-TYPE
033240         UNTIL SORT-AT-END = 'Y'
033241            OR SRT-OPERATOR-ID NOT = WS-SUM-OPERATOR-ID
033243     PERFORM MOVE-SUMMARY-OPERATOR
033245     MOVE 'TOTAL '          TO SUMD-TRAN-TYPE
033246     MOVE WS-OPERATOR-COUNT TO SUMD-COUNT
033248     WRITE AUD-RECORD FROM WS-SUM-DETAIL
033250     ADD WS-OPERATOR-COUNT TO WS-SUMMARY-COUNT.
033251
033253 SUMMARIZE-ONE-TRAN-TYPE.
033254     MOVE SRT-TRAN-TYPE TO WS-SUM-TRAN-TYPE
033256     MOVE 0 TO WS-TYPE-COUNT
033258     PERFORM COUNT-ONE-SORTED
033259         UNTIL SORT-AT-END = 'Y'
033261            OR SRT-OPERATOR-ID NOT = WS-SUM-OPERATOR-ID
033262            OR SRT-TRAN-TYPE NOT = WS-SUM-TRAN-TYPE
033264     PERFORM MOVE-SUMMARY-OPERATOR
033266     MOVE WS-SUM-TRAN-TYPE TO SUMD-TRAN-TYPE
033267     MOVE WS-TYPE-COUNT    TO SUMD-COUNT
033269     WRITE AUD-RECORD FROM WS-SUM-DETAIL
033270     ADD WS-TYPE-COUNT TO WS-OPERATOR-COUNT.
033272
033274 COUNT-ONE-SORTED.
033275     ADD 1 TO WS-TYPE-COUNT
033277     PERFORM RETURN-SRT.
033279
033280 MOVE-SUMMARY-OPERATOR.
033282     IF WS-SUM-OPERATOR-ID = SPACES
033283         MOVE '*NONE*  ' TO SUMD-OPERATOR-ID
033285     ELSE
033287         MOVE WS-SUM-OPERATOR-ID TO SUMD-OPERATOR-ID
033288     END-IF.
033290
033291 RETURN-SRT.
033293     RETURN SORT-FILE
033295         AT END MOVE 'Y' TO SORT-AT-END
033296     END-RETURN.
033298
033300 TERMINATION.
033400     MOVE RECORD-COUNT  TO DISPLAY-RECORD-COUNT
033500     MOVE PRINTED-COUNT TO DISPLAY-PRINTED-COUNT
