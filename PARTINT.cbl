001600*   every PARTVEND record whose part is gone from PARTS or
001700*   whose vendor is gone from VENDMST.
001800* a clean run closes with a single line saying so.
001816* stock on the road between two stock rooms has left one
001833* LOCBAL record and not reached the other, but it is still
001850* on the master's QTY-ON-HAND - the part's open XFRFILE
001866* transfers are added to its location on-hand sum so a
001883* transfer in transit is not reported as drift.
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
002100 INPUT-OUTPUT SECTION.
003800         ACCESS MODE IS SEQUENTIAL
003900         RECORD KEY IS XRF-PART-NUMBER
004000         FILE STATUS IS WS-XRF-FILE-STATUS.
004014*  TRANSFER FILE: XFRFILE - STOCK IN TRANSIT, SUMMED BY PART
004028     SELECT OPTIONAL XFR-FILE ASSIGN XFRFILE
004042         ORGANIZATION IS INDEXED
004057         ACCESS MODE IS DYNAMIC
004071         RECORD KEY IS XFR-KEY
004085         FILE STATUS IS WS-XFR-FILE-STATUS.
004100*  VENDOR MASTER: VENDMST - THE VENDOR SIDE OF THE CHECK
004200     SELECT OPTIONAL VEND-FILE ASSIGN VENDMST
004300         ORGANIZATION IS INDEXED
006800 01  XRF-RECORD.
006900     COPY PVXREC.
007000
007014 FD  XFR-FILE
007028     RECORDING MODE IS F
007042     RECORD CONTAINS 80 CHARACTERS.
007057 01  XFR-RECORD.
007071     COPY XFRREC.
007085
007100 FD  VEND-FILE
007200     RECORDING MODE IS F
007300     RECORD CONTAINS 80 CHARACTERS.
009300      05  WS-LOC-AVAILABLE PIC X VALUE 'N'.
009400      05  WS-XRF-AVAILABLE PIC X VALUE 'N'.
009500      05  WS-VEND-AVAILABLE PIC X VALUE 'N'.
009533      05  WS-XFR-AVAILABLE PIC X VALUE 'N'.
009566      05  WS-XFR-AT-END   PIC X  VALUE 'N'.
009600      05  WS-PART-FOUND   PIC X  VALUE 'N'.
009700      05  WS-VENDOR-FOUND PIC X  VALUE 'N'.
009800
010000 01  WS-LOC-FILE-STATUS    PIC XX.
010100 01  WS-XRF-FILE-STATUS    PIC XX.
010200 01  WS-VEND-FILE-STATUS   PIC XX.
010250 01  WS-XFR-FILE-STATUS    PIC XX.
010300
010400 01  WS-CHECKED-COUNT      PIC S9(7) PACKED-DECIMAL VALUE +0.
010500 01  DISPLAY-CHECKED-COUNT PIC Z(6)9.
011600*    stock rooms still sums without truncating
011700 01  WS-SUM-LOC-ON-HAND    PIC S9(9) VALUE 0.
011800 01  WS-SUM-LOC-ON-RESERVE PIC S9(9) VALUE 0.
011850 01  WS-SUM-IN-TRANSIT     PIC S9(9) VALUE 0.
011900 01  WS-DIFF               PIC S9(9) VALUE 0.
012000
012100 01  WS-RPT-HEADING-1.
013600      05  DET2-FIELD-NAME    PIC X(12).
013700      05  FILLER             PIC X(9)  VALUE '  MASTER '.
013800      05  DET2-MASTER        PIC -ZZZZZZZZ9.
013900      05  FILLER             PIC X(13) VALUE '  LOC+TRANSIT'.
014000      05  DET2-LOC-SUM       PIC -ZZZZZZZZ9.
014100      05  FILLER             PIC X(7)  VALUE '  DIFF '.
014200      05  DET2-DIFF          PIC -ZZZZZZZZ9.
017210     PERFORM CHECK-XRF-FILE-STATUS
017600     OPEN INPUT VEND-FILE
017610     PERFORM CHECK-VEND-FILE-STATUS
017773     OPEN INPUT XFR-FILE
017936     PERFORM CHECK-XFR-FILE-STATUS
018100     OPEN OUTPUT RPT-FILE
018200     WRITE RPT-RECORD FROM WS-RPT-HEADING-1.
018300
018410         MOVE 16 TO RETURN-CODE
018411         STOP RUN
018412     END-IF END-IF.
018413
018414 CHECK-XFR-FILE-STATUS.
018416*    no XFRFILE yet just means nothing has ever been in
018417*    transit - the sums go ahead with zero on the road
018418     IF WS-XFR-FILE-STATUS = '00'
018419         MOVE 'Y' TO WS-XFR-AVAILABLE
018420     ELSE IF WS-XFR-FILE-STATUS NOT = '05'
018421         DISPLAY 'PARTINT: XFRFILE OPEN FAILED, FILE STATUS = '
018423             WS-XFR-FILE-STATUS
018424         MOVE 16 TO RETURN-CODE
018425         STOP RUN
018426     END-IF END-IF.
018427
018428 CHECK-PART-FILE-STATUS.
018430*    a bad PARTS open has to stop the run here - an audit
018440*    that cannot see the master cannot clear anything
018450     IF WS-PART-FILE-STATUS NOT = '00'
021600         NOT AT END
021700             ADD 1 TO WS-CHECKED-COUNT
021800             PERFORM SUM-THIS-PARTS-LOCATIONS
021850             PERFORM SUM-THIS-PARTS-TRANSFERS
021900             PERFORM COMPARE-SUMS-TO-MASTER
022000     END-READ.
022100
024400                 IF LOC-QTY-ON-RESERVE NUMERIC
024500                     ADD LOC-QTY-ON-RESERVE
024600                         TO WS-SUM-LOC-ON-RESERVE
024603                 END-IF
024606             END-IF
024609     END-READ.
024612
024615 SUM-THIS-PARTS-TRANSFERS.
024618*    whatever is in transit is added into the on-hand sum;
024621*    it carries no reserve - a transfer only ever moves
024625*    free stock
024628     MOVE 0 TO WS-SUM-IN-TRANSIT
024631     IF WS-XFR-AVAILABLE = 'Y'
024634         MOVE PART-NUMBER TO XFR-PART-NUMBER
024637         MOVE LOW-VALUES  TO XFR-REFERENCE
024640         MOVE 'N' TO WS-XFR-AT-END
024643         START XFR-FILE KEY IS NOT LESS THAN XFR-KEY
024646             INVALID KEY MOVE 'Y' TO WS-XFR-AT-END
024650         END-START
024653         PERFORM SUM-NEXT-TRANSFER
024656             UNTIL WS-XFR-AT-END = 'Y'
024659     END-IF
024662     ADD WS-SUM-IN-TRANSIT TO WS-SUM-LOC-ON-HAND.
024665
024668 SUM-NEXT-TRANSFER.
024671     READ XFR-FILE NEXT
024675         AT END
024678             MOVE 'Y' TO WS-XFR-AT-END
024681         NOT AT END
024684             IF XFR-PART-NUMBER NOT = PART-NUMBER
024687                 MOVE 'Y' TO WS-XFR-AT-END
024690             ELSE
024693                 IF XFR-QTY-IN-TRANSIT NUMERIC
024696                     ADD XFR-QTY-IN-TRANSIT TO WS-SUM-IN-TRANSIT
024700                 END-IF
024800             END-IF
024900     END-READ.
038800     IF WS-VEND-AVAILABLE = 'Y'
038900         CLOSE VEND-FILE
039000     END-IF
039025     IF WS-XFR-AVAILABLE = 'Y'
039050         CLOSE XFR-FILE
039075     END-IF
039100     PERFORM WRITE-RUN-LOG.
039200
039300 WRITE-RUN-LOG.
