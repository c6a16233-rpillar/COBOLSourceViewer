000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. COSTCNV.
000300* This program is the one-shot conversion to average
000400* costing. PARTPST now keeps a weighted moving-average unit
000500* cost on every part and journals it beside the quantities,
000600* so two files change:
000700*     the PARTS master gains PART-AVG-COST in what was
000800*     trailing filler - every part is seeded with its
000900*     PART-PRICE, the only cost figure the shop has ever
001000*     kept, so the first valuation at cost agrees with the
001100*     last one at price to the penny;
001200*     the MOVEJRNL journal and its JRNLARCH archive grow
001300*     from 100-byte records to 140, the unit cost and the
001400*     old and new average costs zero on every converted
001500*     line - what history was paid is not known and a
001600*     conversion must not invent it.
001700* as with PARTCNV and LOGCNV, the job stream points the OLD
001800* names at the renamed current datasets and the NEW names
001900* at fresh ones, and swaps the new files into place only
002000* after this run ends clean - the conversion itself never
002100* touches a live file.
002200*     OLDPART -> NEWPART   (master, indexed)
002300*     OLDJRNL -> NEWJRNL   (journal, sequential; skipped
002400*                           with a note if empty)
002500*     OLDJARC -> NEWJARC   (its archive, sequential;
002600*                           skipped likewise)
002700* records read must equal records written for each file;
002800* any mismatch ends with return code 8 so the swap does
002900* not happen.
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400*  OLD MASTER: THE RENAMED PARTS, READ IN KEY ORDER
003500     SELECT OLD-PART-FILE ASSIGN OLDPART
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS SEQUENTIAL
003800         RECORD KEY IS OLD-PART-NUMBER
003900         FILE STATUS IS WS-OLD-PART-STATUS.
004000*  NEW MASTER: THE SAME PARTS WITH THEIR AVERAGE COST SEEDED
004100     SELECT NEW-PART-FILE ASSIGN NEWPART
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS SEQUENTIAL
004400         RECORD KEY IS PART-NUMBER
004500         FILE STATUS IS WS-NEW-PART-STATUS.
004600*  OLD JOURNAL: THE RENAMED 100-BYTE MOVEJRNL
004700     SELECT OPTIONAL OLD-JRNL-FILE ASSIGN OLDJRNL
004800         FILE STATUS IS WS-OLD-JRNL-STATUS.
004900*  NEW JOURNAL: 140 BYTES WITH THE COSTS
005000     SELECT NEW-JRNL-FILE ASSIGN NEWJRNL.
005100*  OLD ARCHIVE: THE RENAMED 100-BYTE JRNLARCH, OPTIONAL AT
005200*  A SHOP THAT HAS NEVER RUN LOGARC
005300     SELECT OPTIONAL OLD-JARC-FILE ASSIGN OLDJARC
005400         FILE STATUS IS WS-OLD-JARC-STATUS.
005500*  NEW ARCHIVE: THE SAME RECORDS, 140 BYTES WIDE
005600     SELECT NEW-JARC-FILE ASSIGN NEWJARC.
005700*  RUN LOG: ONE RECORD PER BATCH RUN FOR THE MORNING SUMMARY
005800     SELECT OPTIONAL RUNLOG-FILE ASSIGN RUNLOG.
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  OLD-PART-FILE
006200     RECORDING MODE IS F
006300     RECORD CONTAINS 100 CHARACTERS.
006400 01  OLD-PART-RECORD.
006500      05  OLD-PART-NUMBER   PIC X(6).
006600      05  FILLER            PIC X(94).
006700
006800 FD  NEW-PART-FILE
006900     RECORDING MODE IS F
007000     RECORD CONTAINS 100 CHARACTERS.
007100 01  NEW-PART-RECORD.
007200     COPY PARTREC.
007300
007400 FD  OLD-JRNL-FILE
007500     RECORDING MODE IS F
007600     RECORD CONTAINS 100 CHARACTERS.
007700 01  OLD-JRNL-RECORD     PIC X(100).
007800
007900 FD  NEW-JRNL-FILE
008000     RECORDING MODE IS F
008100     RECORD CONTAINS 140 CHARACTERS.
008200 01  NEW-JRNL-RECORD.
008300     COPY JRNLREC.
008400
008500 FD  OLD-JARC-FILE
008600     RECORDING MODE IS F
008700     RECORD CONTAINS 100 CHARACTERS.
008800 01  OLD-JARC-RECORD     PIC X(100).
008900
009000 FD  NEW-JARC-FILE
009100     RECORDING MODE IS F
009200     RECORD CONTAINS 140 CHARACTERS.
009300 01  NEW-JARC-RECORD     PIC X(140).
009400
009500 FD  RUNLOG-FILE
009600     RECORDING MODE IS F
009700     RECORD CONTAINS 80 CHARACTERS.
009800 01  RUNLOG-RECORD.
009900     COPY RUNLREC.
010000
010100 WORKING-STORAGE SECTION.
010200 01  SWITCHES.
010300      05  FILE-AT-END     PIC X  VALUE 'N'.
010400      05  WS-OLD-JRNL-AVAILABLE PIC X VALUE 'N'.
010500      05  WS-OLD-JARC-AVAILABLE PIC X VALUE 'N'.
010600      05  WS-TOTALS-AGREE PIC X  VALUE 'Y'.
010700
010800 01  WS-OLD-PART-STATUS    PIC XX.
010900 01  WS-NEW-PART-STATUS    PIC XX.
011000 01  WS-OLD-JRNL-STATUS    PIC XX.
011100 01  WS-OLD-JARC-STATUS    PIC XX.
011200
011300*    one set of counters per file pair, printed and
011400*    cleared as each conversion finishes
011500 01  WS-READ-COUNT         PIC S9(7) PACKED-DECIMAL VALUE +0.
011600 01  WS-WRITE-COUNT        PIC S9(7) PACKED-DECIMAL VALUE +0.
011700 01  DISPLAY-READ-COUNT    PIC Z(6)9.
011800 01  DISPLAY-WRITE-COUNT   PIC Z(6)9.
011900 01  WS-TOTAL-READ         PIC S9(7) PACKED-DECIMAL VALUE +0.
012000 01  WS-TOTAL-WRITTEN      PIC S9(7) PACKED-DECIMAL VALUE +0.
012100 01  WS-NOT-PRICED-COUNT   PIC S9(7) PACKED-DECIMAL VALUE +0.
012200 01  DISPLAY-NOT-PRICED-COUNT PIC Z(6)9.
012300
012400 01  WS-RUN-START-DATE     PIC 9(8).
012500 01  WS-RUN-START-TIME     PIC 9(8).
012600
012700 PROCEDURE DIVISION.
012800     PERFORM INITIALIZATION
012900     PERFORM CONVERT-MASTER
013000     PERFORM CONVERT-JOURNAL
013100     PERFORM CONVERT-JOURNAL-ARCHIVE
013200     PERFORM TERMINATION
013300     GOBACK.
013400
013500 INITIALIZATION.
013600     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
013700     ACCEPT WS-RUN-START-TIME FROM TIME
013800     DISPLAY '***** COSTCNV AVERAGE COST CONVERSION *****'.
013900
014000 CONVERT-MASTER.
014100*    the master is not optional - average costing cannot
014200*    start without one
014300     MOVE 0 TO WS-READ-COUNT WS-WRITE-COUNT
014400     OPEN INPUT OLD-PART-FILE
014500     IF WS-OLD-PART-STATUS NOT = '00'
014600         DISPLAY 'COSTCNV: OLDPART OPEN FAILED, FILE STATUS = '
014700             WS-OLD-PART-STATUS
014800         MOVE 16 TO RETURN-CODE
014900         STOP RUN
015000     END-IF
015100     OPEN OUTPUT NEW-PART-FILE
015200     IF WS-NEW-PART-STATUS NOT = '00'
015300         DISPLAY 'COSTCNV: NEWPART OPEN FAILED, FILE STATUS = '
015400             WS-NEW-PART-STATUS
015500         MOVE 16 TO RETURN-CODE
015600         STOP RUN
015700     END-IF
015800     MOVE 'N' TO FILE-AT-END
015900     PERFORM READ-OLD-PART
016000     PERFORM CONVERT-ONE-PART
016100         UNTIL FILE-AT-END = 'Y'
016200     CLOSE OLD-PART-FILE NEW-PART-FILE
016300     DISPLAY 'COSTCNV: PARTS'
016400     PERFORM PRINT-COUNT-PROOF
016500     MOVE WS-NOT-PRICED-COUNT TO DISPLAY-NOT-PRICED-COUNT
016600     DISPLAY '  PRICE NOT NUMERIC:   ' DISPLAY-NOT-PRICED-COUNT.
016700
016800 CONVERT-ONE-PART.
016900*    a part whose price will not read as a number is given
017000*    no cost at all and named on the console - PARTVAL and
017100*    the nightly edits already flag such a record, and a
017200*    guessed cost would value stock nobody can explain
017300     MOVE OLD-PART-RECORD TO NEW-PART-RECORD
017400     IF PART-PRICE NUMERIC
017500         MOVE PART-PRICE TO PART-AVG-COST
017600     ELSE
017700         MOVE 0 TO PART-AVG-COST
017800         ADD 1 TO WS-NOT-PRICED-COUNT
017900         DISPLAY 'COSTCNV: PRICE NOT NUMERIC, COST ZERO FOR: '
018000             PART-NUMBER
018100     END-IF
018200     WRITE NEW-PART-RECORD
018300         INVALID KEY
018400             DISPLAY 'COSTCNV: NEWPART WRITE FAILED FOR: '
018500                 PART-NUMBER
018600         NOT INVALID KEY
018700             ADD 1 TO WS-WRITE-COUNT
018800     END-WRITE
018900     PERFORM READ-OLD-PART.
019000
019100 READ-OLD-PART.
019200     READ OLD-PART-FILE
019300         AT END MOVE 'Y' TO FILE-AT-END
019400         NOT AT END ADD 1 TO WS-READ-COUNT
019500     END-READ.
019600
019700 CONVERT-JOURNAL.
019800     MOVE 0 TO WS-READ-COUNT WS-WRITE-COUNT
019900     OPEN INPUT OLD-JRNL-FILE
020000     IF WS-OLD-JRNL-STATUS = '00'
020100         MOVE 'Y' TO WS-OLD-JRNL-AVAILABLE
020200     ELSE IF WS-OLD-JRNL-STATUS = '05'
020300         DISPLAY 'COSTCNV: NO OLDJRNL ON HAND, JOURNAL SKIPPED'
020400     ELSE
020500         DISPLAY 'COSTCNV: OLDJRNL OPEN FAILED, FILE STATUS = '
020600             WS-OLD-JRNL-STATUS
020700         MOVE 16 TO RETURN-CODE
020800         STOP RUN
020900     END-IF END-IF
021000     IF WS-OLD-JRNL-AVAILABLE = 'Y'
021100         OPEN OUTPUT NEW-JRNL-FILE
021200         MOVE 'N' TO FILE-AT-END
021300         PERFORM READ-OLD-JRNL
021400         PERFORM CONVERT-ONE-JRNL
021500             UNTIL FILE-AT-END = 'Y'
021600         CLOSE OLD-JRNL-FILE NEW-JRNL-FILE
021700         DISPLAY 'COSTCNV: MOVEJRNL'
021800         PERFORM PRINT-COUNT-PROOF
021900     ELSE
022000         CLOSE OLD-JRNL-FILE
022100     END-IF.
022200
022300 CONVERT-ONE-JRNL.
022400*    the first 97 bytes are the old record's fields byte
022500*    for byte; its three bytes of filler give way to the
022600*    costs, zero for not known
022700     MOVE SPACES          TO NEW-JRNL-RECORD
022800     MOVE OLD-JRNL-RECORD(1:97) TO NEW-JRNL-RECORD(1:97)
022900     MOVE 0 TO JRNL-UNIT-COST JRNL-OLD-AVG-COST
023000               JRNL-NEW-AVG-COST
023100     WRITE NEW-JRNL-RECORD
023200     ADD 1 TO WS-WRITE-COUNT
023300     PERFORM READ-OLD-JRNL.
023400
023500 READ-OLD-JRNL.
023600     READ OLD-JRNL-FILE
023700         AT END MOVE 'Y' TO FILE-AT-END
023800         NOT AT END ADD 1 TO WS-READ-COUNT
023900     END-READ.
024000
024100 CONVERT-JOURNAL-ARCHIVE.
024200     MOVE 0 TO WS-READ-COUNT WS-WRITE-COUNT
024300     OPEN INPUT OLD-JARC-FILE
024400     IF WS-OLD-JARC-STATUS = '00'
024500         MOVE 'Y' TO WS-OLD-JARC-AVAILABLE
024600     ELSE IF WS-OLD-JARC-STATUS = '05'
024700         DISPLAY 'COSTCNV: NO OLDJARC ON HAND, ARCHIVE SKIPPED'
024800     ELSE
024900         DISPLAY 'COSTCNV: OLDJARC OPEN FAILED, FILE STATUS = '
025000             WS-OLD-JARC-STATUS
025100         MOVE 16 TO RETURN-CODE
025200         STOP RUN
025300     END-IF END-IF
025400     IF WS-OLD-JARC-AVAILABLE = 'Y'
025500         OPEN OUTPUT NEW-JARC-FILE
025600         MOVE 'N' TO FILE-AT-END
025700         PERFORM READ-OLD-JARC
025800         PERFORM CONVERT-ONE-JARC
025900             UNTIL FILE-AT-END = 'Y'
026000         CLOSE OLD-JARC-FILE NEW-JARC-FILE
026100         DISPLAY 'COSTCNV: JRNLARCH'
026200         PERFORM PRINT-COUNT-PROOF
026300     ELSE
026400         CLOSE OLD-JARC-FILE
026500     END-IF.
026600
026700 CONVERT-ONE-JARC.
026800*    the archive holds records cut from MOVEJRNL by LOGARC
026900*    and is converted the same way, so one layout serves
027000*    whatever year is asked about
027100     MOVE OLD-JARC-RECORD(1:97) TO NEW-JRNL-RECORD(1:97)
027200     MOVE SPACES TO NEW-JRNL-RECORD(98:43)
027300     MOVE 0 TO JRNL-UNIT-COST JRNL-OLD-AVG-COST
027400               JRNL-NEW-AVG-COST
027500     MOVE NEW-JRNL-RECORD TO NEW-JARC-RECORD
027600     WRITE NEW-JARC-RECORD
027700     ADD 1 TO WS-WRITE-COUNT
027800     PERFORM READ-OLD-JARC.
027900
028000 READ-OLD-JARC.
028100     READ OLD-JARC-FILE
028200         AT END MOVE 'Y' TO FILE-AT-END
028300         NOT AT END ADD 1 TO WS-READ-COUNT
028400     END-READ.
028500
028600 PRINT-COUNT-PROOF.
028700     MOVE WS-READ-COUNT      TO DISPLAY-READ-COUNT
028800     MOVE WS-WRITE-COUNT     TO DISPLAY-WRITE-COUNT
028900     DISPLAY '  RECORDS READ:        ' DISPLAY-READ-COUNT
029000     DISPLAY '  RECORDS WRITTEN:     ' DISPLAY-WRITE-COUNT
029100     ADD WS-READ-COUNT  TO WS-TOTAL-READ
029200     ADD WS-WRITE-COUNT TO WS-TOTAL-WRITTEN
029300     IF WS-READ-COUNT NOT = WS-WRITE-COUNT
029400         DISPLAY '  PROOF FAILED: READ NOT = WRITTEN'
029500         MOVE 'N' TO WS-TOTALS-AGREE
029600     END-IF.
029700
029800 TERMINATION.
029900     IF WS-TOTALS-AGREE = 'Y'
030000         DISPLAY 'COSTCNV: ALL CONTROL TOTALS AGREE -'
030100             ' SAFE TO SWAP THE NEW FILES IN'
030200     ELSE
030300         DISPLAY 'COSTCNV: CONTROL TOTALS DO NOT AGREE -'
030400             ' DO NOT SWAP, INVESTIGATE FIRST'
030500         MOVE 8 TO RETURN-CODE
030600     END-IF
030700     PERFORM WRITE-RUN-LOG.
030800
030900 WRITE-RUN-LOG.
031000*    the control counts survive on RUNLOG after the job
031100*    output has scrolled away - one record per run for
031200*    the morning operations summary
031300     OPEN EXTEND RUNLOG-FILE
031400     MOVE SPACES TO RUNLOG-RECORD
031500     MOVE 'COSTCNV ' TO RUN-PROGRAM-ID
031600     MOVE WS-RUN-START-DATE TO RUN-START-DATE
031700     MOVE WS-RUN-START-TIME TO RUN-START-TIME
031800     ACCEPT RUN-END-DATE FROM DATE YYYYMMDD
031900     ACCEPT RUN-END-TIME FROM TIME
032000     MOVE WS-TOTAL-READ    TO RUN-RECORDS-READ
032100     MOVE WS-TOTAL-WRITTEN TO RUN-RECORDS-WRITTEN
032200     MOVE 0                TO RUN-RECORDS-REJECTED
032300     MOVE RETURN-CODE      TO RUN-RETURN-CODE
032400     WRITE RUNLOG-RECORD
032500     CLOSE RUNLOG-FILE.
