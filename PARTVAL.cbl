000700* nothing else in this system ever multiplies those two
000800* fields together and the warehouse team has been pulling
000900* this number together by hand every month-end.
000933* stock is valued at the weighted moving-average cost
000966* PARTPST keeps on each part, not at PART-PRICE - that is
001000* the selling/list price, and valuing at it booked profit
001033* nobody had made. the price still prints beside the cost
001066* with the unit margin and margin percent between them,
001100* and a part whose price is below its cost is flagged.
001133* a part not carrying an average cost yet is costed at its
001166* price, as PARTPST would cost it.
001200 ENVIRONMENT DIVISION.
001300 CONFIGURATION SECTION.
001400 INPUT-OUTPUT SECTION.
003900
004000 FD  VAL-FILE
004100     RECORDING MODE IS F
004200     RECORD CONTAINS 132 CHARACTERS.
004300 01  VAL-RECORD          PIC X(132).
004310
004320 FD  RUNLOG-FILE
004330     RECORDING MODE IS F
005010 01  WS-RUN-START-DATE     PIC 9(8).
005020 01  WS-RUN-START-TIME     PIC 9(8).
005100
005150 01  WS-AVG-COST           PIC 9(3)V9999 VALUE 0.
005200 01  WS-EXTENDED-VALUE     PIC S9(10)V99 VALUE 0.
005300 01  WS-GRAND-TOTAL        PIC S9(12)V99 VALUE 0.
005314 01  WS-PRICE-VALUE        PIC S9(10)V99 VALUE 0.
005328 01  WS-PRICE-TOTAL        PIC S9(12)V99 VALUE 0.
005342 01  WS-UNIT-MARGIN        PIC S9(3)V9999 VALUE 0.
005357 01  WS-MARGIN-PCT         PIC S9(5)V9 VALUE 0.
005371 01  BELOW-COST-COUNT      PIC S9(7) PACKED-DECIMAL VALUE +0.
005385 01  DISPLAY-BELOW-COST-COUNT PIC Z(6)9.
005400
005500 01  WS-VAL-HEADING-1.
005510      05  FILLER  PIC X(29)
005520          VALUE 'INVENTORY VALUATION REPORT'.
005530      05  FILLER  PIC X(103) VALUE SPACES.
005600
005700 01  WS-VAL-HEADING-2.
005710      05  FILLER  PIC X(6)  VALUE 'PART #'.
005730      05  FILLER  PIC X(30) VALUE 'DESCRIPTION'.
005740      05  FILLER  PIC X(2)  VALUE SPACES.
005750      05  FILLER  PIC X(7)  VALUE ' ONHAND'.
005780      05  FILLER  PIC X(2)  VALUE SPACES.
005790      05  FILLER  PIC X(8)  VALUE 'AVG COST'.
005800      05  FILLER  PIC X(2)  VALUE SPACES.
005809      05  FILLER  PIC X(17) VALUE 'EXT VALUE AT COST'.
005818      05  FILLER  PIC X(2)  VALUE SPACES.
005827      05  FILLER  PIC X(8)  VALUE '   PRICE'.
005836      05  FILLER  PIC X(2)  VALUE SPACES.
005845      05  FILLER  PIC X(9)  VALUE '   MARGIN'.
005854      05  FILLER  PIC X(2)  VALUE SPACES.
005863      05  FILLER  PIC X(8)  VALUE 'MARGIN %'.
005872      05  FILLER  PIC X(2)  VALUE SPACES.
005881      05  FILLER  PIC X(10) VALUE SPACES.
005890      05  FILLER  PIC X(11) VALUE SPACES.
005900
006000 01  WS-VAL-DETAIL.
006100      05  DET-PART-NUMBER    PIC X(6).
006300      05  DET-PART-DESC      PIC X(30).
006400      05  FILLER             PIC X(2) VALUE SPACES.
006500      05  DET-QTY-ON-HAND    PIC ZZZZZZ9.
006600      05  FILLER             PIC X(2) VALUE SPACES.
006620      05  DET-AVG-COST       PIC ZZ9.9999.
006640      05  FILLER             PIC X(2) VALUE SPACES.
006660      05  DET-EXTENDED-VALUE PIC ZZ,ZZZ,ZZZ,ZZ9.99.
006680      05  FILLER             PIC X(2) VALUE SPACES.
006700      05  DET-PART-PRICE     PIC Z,ZZ9.99.
006800      05  FILLER             PIC X(2) VALUE SPACES.
006900      05  DET-UNIT-MARGIN    PIC -ZZ9.9999.
007000      05  FILLER             PIC X(2) VALUE SPACES.
007020      05  DET-MARGIN-PCT     PIC -ZZZZ9.9.
007040      05  FILLER             PIC X(2) VALUE SPACES.
007060      05  DET-BELOW-COST     PIC X(10).
007080      05  FILLER             PIC X(11) VALUE SPACES.
007100
007200 01  WS-VAL-TOTAL-LINE.
007300      05  FILLER             PIC X(38) VALUE SPACES.
007400      05  TOT-LABEL          PIC X(24).
007500      05  FILLER             PIC X(2)  VALUE SPACES.
007600      05  TOT-GRAND-TOTAL    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
007700      05  FILLER             PIC X(48) VALUE SPACES.
007800
007900 PROCEDURE DIVISION.
008000     PERFORM INITIALIZATION
009190         MOVE 16 TO RETURN-CODE
009200         STOP RUN
009210     END-IF.
009255
009300 PROCESS-ALL.
009400     ADD 1 TO RECORD-COUNT
009500     IF PART-AVG-COST NUMERIC
009516         MOVE PART-AVG-COST TO WS-AVG-COST
009533     ELSE
009550         MOVE PART-PRICE TO WS-AVG-COST
009566     END-IF
009583     COMPUTE WS-EXTENDED-VALUE ROUNDED = QTY-ON-HAND * WS-AVG-COST
009600     ADD WS-EXTENDED-VALUE TO WS-GRAND-TOTAL
009625     COMPUTE WS-PRICE-VALUE = QTY-ON-HAND * PART-PRICE
009650     ADD WS-PRICE-VALUE TO WS-PRICE-TOTAL
009675     PERFORM WORK-OUT-MARGIN
009700     PERFORM WRITE-VALUATION-LINE
009800     PERFORM READ-PAR.
009803
009806 WORK-OUT-MARGIN.
009810*    the margin is what a unit sells for over what it
009813*    stands in at; a part with no price has no margin
009817*    percent to speak of and prints zero there. a cheap
009820*    part whose cost has run far past its price can be
009824*    more than 99999.9 percent under water - that prints
009827*    at the limit of the column rather than truncated
009831     COMPUTE WS-UNIT-MARGIN = PART-PRICE - WS-AVG-COST
009834     IF PART-PRICE > 0
009837         COMPUTE WS-MARGIN-PCT ROUNDED =
009841             WS-UNIT-MARGIN * 100 / PART-PRICE
009844             ON SIZE ERROR
009848                 IF WS-UNIT-MARGIN < 0
009851                     MOVE -99999.9 TO WS-MARGIN-PCT
009855                 ELSE
009858                     MOVE 99999.9 TO WS-MARGIN-PCT
009862                 END-IF
009865         END-COMPUTE
009868     ELSE
009872         MOVE 0 TO WS-MARGIN-PCT
009875     END-IF
009879     IF WS-UNIT-MARGIN < 0
009882         MOVE 'BELOW COST' TO DET-BELOW-COST
009886         ADD 1 TO BELOW-COST-COUNT
009889     ELSE
009893         MOVE SPACES TO DET-BELOW-COST
009896     END-IF.
009900
010000 WRITE-VALUATION-LINE.
010100     MOVE PART-NUMBER        TO DET-PART-NUMBER
010200     MOVE PART-DESC          TO DET-PART-DESC
010300     MOVE QTY-ON-HAND        TO DET-QTY-ON-HAND
010333     MOVE WS-AVG-COST        TO DET-AVG-COST
010366     MOVE WS-EXTENDED-VALUE  TO DET-EXTENDED-VALUE
010400     MOVE PART-PRICE         TO DET-PART-PRICE
010500     MOVE WS-UNIT-MARGIN     TO DET-UNIT-MARGIN
010550     MOVE WS-MARGIN-PCT      TO DET-MARGIN-PCT
010600     WRITE VAL-RECORD FROM WS-VAL-DETAIL.
010700
010800 TERMINATION.
010850     MOVE 'GRAND TOTAL AT COST:'  TO TOT-LABEL
010900     MOVE WS-GRAND-TOTAL  TO TOT-GRAND-TOTAL
010925     WRITE VAL-RECORD FROM WS-VAL-TOTAL-LINE
010950     MOVE 'GRAND TOTAL AT PRICE:' TO TOT-LABEL
010975     MOVE WS-PRICE-TOTAL  TO TOT-GRAND-TOTAL
011000     WRITE VAL-RECORD FROM WS-VAL-TOTAL-LINE
011100     MOVE RECORD-COUNT    TO DISPLAY-RECORD-COUNT
011200     DISPLAY 'PARTS RECORDS READ:    ' DISPLAY-RECORD-COUNT
011233     MOVE BELOW-COST-COUNT TO DISPLAY-BELOW-COST-COUNT
011266     DISPLAY 'PRICED BELOW COST:     ' DISPLAY-BELOW-COST-COUNT
011300     CLOSE IN-FILE VAL-FILE
011310     PERFORM WRITE-RUN-LOG.
011320
