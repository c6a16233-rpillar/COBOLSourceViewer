000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LOGCNV.
000300* This program is the one-shot conversion of the PARTMLOG
000400* maintenance log and its MLOGARCH archive from 222-byte
000500* records to 230, the eight new bytes carrying the id of
000600* the operator who signed on and made the change, so
000700* PARTAUD can select and subtotal by operator.
000800* records logged before operators signed on have no id
000900* to give, so the new field is left blank on every
001000* converted record - PARTAUD summarizes those under
001100* *NONE* - and the rest of each record is carried across
001200* byte for byte: the before/after images are already in
001300* the 100-byte PARTREC layout and are not touched.
001400* as with PARTCNV, the job stream points the OLD names at
001500* the renamed current datasets and the NEW names at fresh
001600* ones, and swaps the new files into place only after
001700* this run ends clean - the conversion itself never
001800* touches a live file.
001900*     OLDMLOG -> NEWMLOG   (maintenance log, sequential;
002000*                           skipped with a note if empty)
002100*     OLDMARC -> NEWMARC   (its archive, sequential;
002200*                           skipped likewise)
002300* records read must equal records written for each file;
002400* any mismatch ends with return code 8 so the swap does
002500* not happen.
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000*  OLD MAINTENANCE LOG: THE RENAMED 222-BYTE PARTMLOG
003100     SELECT OPTIONAL OLD-MLOG-FILE ASSIGN OLDMLOG
003200         FILE STATUS IS WS-OLD-MLOG-STATUS.
003300*  NEW MAINTENANCE LOG: 230 BYTES WITH THE OPERATOR ID
003400     SELECT NEW-MLOG-FILE ASSIGN NEWMLOG.
003500*  OLD ARCHIVE: THE RENAMED 222-BYTE MLOGARCH, OPTIONAL AT
003600*  A SHOP THAT HAS NEVER RUN LOGARC
003700     SELECT OPTIONAL OLD-MARC-FILE ASSIGN OLDMARC
003800         FILE STATUS IS WS-OLD-MARC-STATUS.
003900*  NEW ARCHIVE: THE SAME RECORDS, 230 BYTES WIDE
004000     SELECT NEW-MARC-FILE ASSIGN NEWMARC.
004100*  RUN LOG: ONE RECORD PER BATCH RUN FOR THE MORNING SUMMARY
004200     SELECT OPTIONAL RUNLOG-FILE ASSIGN RUNLOG.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  OLD-MLOG-FILE
004600     RECORDING MODE IS F
004700     RECORD CONTAINS 222 CHARACTERS.
004800 01  OLD-MLOG-RECORD     PIC X(222).
004900
005000 FD  NEW-MLOG-FILE
005100     RECORDING MODE IS F
005200     RECORD CONTAINS 230 CHARACTERS.
005300 01  NEW-MLOG-RECORD.
005400      05  NM-TRAN-TYPE      PIC X(6).
005500      05  NM-TRAN-DATE      PIC 9(8).
005600      05  NM-TRAN-TIME      PIC 9(8).
005700      05  NM-BEFORE-IMAGE   PIC X(100).
005800      05  NM-AFTER-IMAGE    PIC X(100).
005900      05  NM-OPERATOR-ID    PIC X(8).
006000
006100 FD  OLD-MARC-FILE
006200     RECORDING MODE IS F
006300     RECORD CONTAINS 222 CHARACTERS.
006400 01  OLD-MARC-RECORD     PIC X(222).
006500
006600 FD  NEW-MARC-FILE
006700     RECORDING MODE IS F
006800     RECORD CONTAINS 230 CHARACTERS.
006900 01  NEW-MARC-RECORD     PIC X(230).
007000
007100 FD  RUNLOG-FILE
007200     RECORDING MODE IS F
007300     RECORD CONTAINS 80 CHARACTERS.
007400 01  RUNLOG-RECORD.
007500     COPY RUNLREC.
007600
007700 WORKING-STORAGE SECTION.
007800 01  SWITCHES.
007900      05  FILE-AT-END     PIC X  VALUE 'N'.
008000      05  WS-OLD-MLOG-AVAILABLE PIC X VALUE 'N'.
008100      05  WS-OLD-MARC-AVAILABLE PIC X VALUE 'N'.
008200      05  WS-TOTALS-AGREE PIC X  VALUE 'Y'.
008300
008400 01  WS-OLD-MLOG-STATUS    PIC XX.
008500 01  WS-OLD-MARC-STATUS    PIC XX.
008600
008700*    one set of counters per file pair, printed and
008800*    cleared as each conversion finishes
008900 01  WS-READ-COUNT         PIC S9(7) PACKED-DECIMAL VALUE +0.
009000 01  WS-WRITE-COUNT        PIC S9(7) PACKED-DECIMAL VALUE +0.
009100 01  DISPLAY-READ-COUNT    PIC Z(6)9.
009200 01  DISPLAY-WRITE-COUNT   PIC Z(6)9.
009300 01  WS-TOTAL-READ         PIC S9(7) PACKED-DECIMAL VALUE +0.
009400 01  WS-TOTAL-WRITTEN      PIC S9(7) PACKED-DECIMAL VALUE +0.
009500
009600 01  WS-RUN-START-DATE     PIC 9(8).
009700 01  WS-RUN-START-TIME     PIC 9(8).
009800
009900 PROCEDURE DIVISION.
010000     PERFORM INITIALIZATION
010100     PERFORM CONVERT-MAINT-LOG
010200     PERFORM CONVERT-LOG-ARCHIVE
010300     PERFORM TERMINATION
010400     GOBACK.
010500
010600 INITIALIZATION.
010700     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
010800     ACCEPT WS-RUN-START-TIME FROM TIME
010900     DISPLAY '***** LOGCNV MAINTENANCE LOG CONVERSION *****'.
011000
011100 CONVERT-MAINT-LOG.
011200     MOVE 0 TO WS-READ-COUNT WS-WRITE-COUNT
011300     OPEN INPUT OLD-MLOG-FILE
011400     IF WS-OLD-MLOG-STATUS = '00'
011500         MOVE 'Y' TO WS-OLD-MLOG-AVAILABLE
011600     ELSE IF WS-OLD-MLOG-STATUS = '05'
011700         DISPLAY 'LOGCNV: NO OLDMLOG ON HAND, LOG SKIPPED'
011800     ELSE
011900         DISPLAY 'LOGCNV: OLDMLOG OPEN FAILED, FILE STATUS = '
012000             WS-OLD-MLOG-STATUS
012100         MOVE 16 TO RETURN-CODE
012200         STOP RUN
012300     END-IF END-IF
012400     IF WS-OLD-MLOG-AVAILABLE = 'Y'
012500         OPEN OUTPUT NEW-MLOG-FILE
012600         MOVE 'N' TO FILE-AT-END
012700         PERFORM READ-OLD-MLOG
012800         PERFORM CONVERT-ONE-MLOG
012900             UNTIL FILE-AT-END = 'Y'
013000         CLOSE OLD-MLOG-FILE NEW-MLOG-FILE
013100         DISPLAY 'LOGCNV: PARTMLOG'
013200         PERFORM PRINT-COUNT-PROOF
013300     ELSE
013400         CLOSE OLD-MLOG-FILE
013500     END-IF.
013600
013700 CONVERT-ONE-MLOG.
013800     MOVE SPACES          TO NEW-MLOG-RECORD
013900     MOVE OLD-MLOG-RECORD TO NEW-MLOG-RECORD(1:222)
014000     MOVE SPACES          TO NM-OPERATOR-ID
014100     WRITE NEW-MLOG-RECORD
014200     ADD 1 TO WS-WRITE-COUNT
014300     PERFORM READ-OLD-MLOG.
014400
014500 READ-OLD-MLOG.
014600     READ OLD-MLOG-FILE
014700         AT END MOVE 'Y' TO FILE-AT-END
014800         NOT AT END ADD 1 TO WS-READ-COUNT
014900     END-READ.
015000
015100 CONVERT-LOG-ARCHIVE.
015200     MOVE 0 TO WS-READ-COUNT WS-WRITE-COUNT
015300     OPEN INPUT OLD-MARC-FILE
015400     IF WS-OLD-MARC-STATUS = '00'
015500         MOVE 'Y' TO WS-OLD-MARC-AVAILABLE
015600     ELSE IF WS-OLD-MARC-STATUS = '05'
015700         DISPLAY 'LOGCNV: NO OLDMARC ON HAND, ARCHIVE SKIPPED'
015800     ELSE
015900         DISPLAY 'LOGCNV: OLDMARC OPEN FAILED, FILE STATUS = '
016000             WS-OLD-MARC-STATUS
016100         MOVE 16 TO RETURN-CODE
016200         STOP RUN
016300     END-IF END-IF
016400     IF WS-OLD-MARC-AVAILABLE = 'Y'
016500         OPEN OUTPUT NEW-MARC-FILE
016600         MOVE 'N' TO FILE-AT-END
016700         PERFORM READ-OLD-MARC
016800         PERFORM CONVERT-ONE-MARC
016900             UNTIL FILE-AT-END = 'Y'
017000         CLOSE OLD-MARC-FILE NEW-MARC-FILE
017100         DISPLAY 'LOGCNV: MLOGARCH'
017200         PERFORM PRINT-COUNT-PROOF
017300     ELSE
017400         CLOSE OLD-MARC-FILE
017500     END-IF.
017600
017700 CONVERT-ONE-MARC.
017800*    the archive holds records cut from PARTMLOG by LOGARC
017900*    and is converted the same way, so PARTAUD's ARCHIVE
018000*    pull reads one layout whatever year it asks about
018100     MOVE SPACES          TO NEW-MARC-RECORD
018200     MOVE OLD-MARC-RECORD TO NEW-MARC-RECORD(1:222)
018300     WRITE NEW-MARC-RECORD
018400     ADD 1 TO WS-WRITE-COUNT
018500     PERFORM READ-OLD-MARC.
018600
018700 READ-OLD-MARC.
018800     READ OLD-MARC-FILE
018900         AT END MOVE 'Y' TO FILE-AT-END
019000         NOT AT END ADD 1 TO WS-READ-COUNT
019100     END-READ.
019200
019300 PRINT-COUNT-PROOF.
019400*    nothing in the record changes but its length, so the
019500*    proof is the record count alone
019600     MOVE WS-READ-COUNT      TO DISPLAY-READ-COUNT
019700     MOVE WS-WRITE-COUNT     TO DISPLAY-WRITE-COUNT
019800     DISPLAY '  RECORDS READ:        ' DISPLAY-READ-COUNT
019900     DISPLAY '  RECORDS WRITTEN:     ' DISPLAY-WRITE-COUNT
020000     ADD WS-READ-COUNT  TO WS-TOTAL-READ
020100     ADD WS-WRITE-COUNT TO WS-TOTAL-WRITTEN
020200     IF WS-READ-COUNT NOT = WS-WRITE-COUNT
020300         DISPLAY '  PROOF FAILED: READ NOT = WRITTEN'
020400         MOVE 'N' TO WS-TOTALS-AGREE
020500     END-IF.
020600
020700 TERMINATION.
020800     IF WS-TOTALS-AGREE = 'Y'
020900         DISPLAY 'LOGCNV: ALL CONTROL TOTALS AGREE -'
021000             ' SAFE TO SWAP THE NEW FILES IN'
021100     ELSE
021200         DISPLAY 'LOGCNV: CONTROL TOTALS DO NOT AGREE -'
021300             ' DO NOT SWAP, INVESTIGATE FIRST'
021400         MOVE 8 TO RETURN-CODE
021500     END-IF
021600     PERFORM WRITE-RUN-LOG.
021700
021800 WRITE-RUN-LOG.
021900*    the control counts survive on RUNLOG after the job
022000*    output has scrolled away - one record per run for
022100*    the morning operations summary
022200     OPEN EXTEND RUNLOG-FILE
022300     MOVE SPACES TO RUNLOG-RECORD
022400     MOVE 'LOGCNV  ' TO RUN-PROGRAM-ID
022500     MOVE WS-RUN-START-DATE TO RUN-START-DATE
022600     MOVE WS-RUN-START-TIME TO RUN-START-TIME
022700     ACCEPT RUN-END-DATE FROM DATE YYYYMMDD
022800     ACCEPT RUN-END-TIME FROM TIME
022900     MOVE WS-TOTAL-READ    TO RUN-RECORDS-READ
023000     MOVE WS-TOTAL-WRITTEN TO RUN-RECORDS-WRITTEN
023100     MOVE 0                TO RUN-RECORDS-REJECTED
023200     MOVE RETURN-CODE      TO RUN-RETURN-CODE
023300     WRITE RUNLOG-RECORD
023400     CLOSE RUNLOG-FILE.
