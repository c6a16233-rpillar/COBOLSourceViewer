001085* flag - retiring a part is how purchasing stops being
001086* told to reorder it.
001087* when the LOCBAL balance file is on hand, a stock room
001088* that is empty for a part is flagged on its own line
001089* even when the shop-wide total looks healthy - a
001090* stockout on the assembly floor used to be invisible
001092* because the overflow warehouse still had plenty.
001107* for a lot-controlled part, stock in lots past their
001122* expiry date on LOTBAL is taken out of the available
001138* figure - it is on the shelf but cannot ship, and a part
001153* whose good stock has run low should come up for reorder
001169* however much expired stock is still waiting to be
001184* written off.
001200 ENVIRONMENT DIVISION.
001300 CONFIGURATION SECTION.
001400 INPUT-OUTPUT SECTION.
001980         FILE STATUS IS WS-LOC-FILE-STATUS.
001982*  RUN LOG: ONE RECORD PER BATCH RUN FOR THE MORNING SUMMARY
001984     SELECT OPTIONAL RUNLOG-FILE ASSIGN RUNLOG.
001986*  LOTS: LOTBAL - STOCK BY PART+LOCATION+LOT WITH EXPIRY
001988     SELECT OPTIONAL LOT-FILE ASSIGN LOTBAL
001990         ORGANIZATION IS INDEXED
001993         ACCESS MODE IS DYNAMIC
001995         RECORD KEY IS LOT-KEY
001997         FILE STATUS IS WS-LOT-FILE-STATUS.
002000 DATA DIVISION.
002100 FILE SECTION.
002200 FD  IN-FILE
004318 01  LOC-RECORD.
004319     COPY LOCBREC.
004320
004321 FD  LOT-FILE
004322     RECORDING MODE IS F
004324     RECORD CONTAINS 80 CHARACTERS.
004325 01  LOT-RECORD.
004326     COPY LOTREC.
004328
004329 FD  RUNLOG-FILE
004330     RECORDING MODE IS F
004332     RECORD CONTAINS 80 CHARACTERS.
004333 01  RUNLOG-RECORD.
004334     COPY RUNLREC.
004336
004337 FD  ORD-FILE
004338     RECORDING MODE IS F
004340     RECORD CONTAINS 44 CHARACTERS.
004350*    detail records carry one suggested order each; the
004360*    single trailer record written at end of run carries
004870 01  WS-VEND-FILE-STATUS   PIC XX.
004872 01  WS-LOC-FILE-STATUS    PIC XX.
004880 01  WS-XRF-AVAILABLE      PIC X VALUE 'N'.
004882 01  WS-VEND-AVAILABLE     PIC X VALUE 'N'.
004884 01  WS-LOC-AVAILABLE      PIC X VALUE 'N'.
004886 01  WS-LOC-AT-END         PIC X VALUE 'N'.
004888 01  WS-LOT-FILE-STATUS    PIC XX.
004890 01  WS-LOT-AVAILABLE      PIC X VALUE 'N'.
004892 01  WS-LOT-AT-END         PIC X VALUE 'N'.
004895 01  WS-EDIT-LEAD-TIME     PIC ZZ9.
004896 01  WS-RUN-START-DATE     PIC 9(8).
004897 01  WS-RUN-START-TIME     PIC 9(8).
009920*    every part's reorder point for this run; anything
009930*    blank, non-numeric, or too long to be a valid 5-digit
009940*    REORDER-POINT leaves the override at zero, i.e. off,
009942*    and per-part logic in PROCESS-ALL takes over
009945     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
009946     ACCEPT WS-RUN-START-TIME FROM TIME
009950     ACCEPT WS-COMMAND-LINE-ARG FROM COMMAND-LINE
010180     IF WS-LOC-FILE-STATUS = '00' OR WS-LOC-FILE-STATUS = '05'
010182         MOVE 'Y' TO WS-LOC-AVAILABLE
010184     END-IF
010187     OPEN INPUT LOT-FILE
010190     IF WS-LOT-FILE-STATUS = '00' OR WS-LOT-FILE-STATUS = '05'
010193         MOVE 'Y' TO WS-LOT-AVAILABLE
010196     END-IF
010200     WRITE EXC-RECORD FROM WS-EXC-HEADING-1
010300     WRITE EXC-RECORD FROM WS-EXC-HEADING-2
010400     PERFORM READ-PAR.
010490         MOVE 16 TO RETURN-CODE
010500         STOP RUN
010510     END-IF.
010555
010600 PROCESS-ALL.
010700     add 1 to record-count
010710*    an obsolete part is retired, not deleted - nobody
010760         CONTINUE
010770     ELSE
010800     COMPUTE WS-AVAILABLE = QTY-ON-HAND - QTY-ON-RESERVE
010825     IF PART-LOT-CONTROL = 'Y' AND WS-LOT-AVAILABLE = 'Y'
010850         PERFORM SUBTRACT-EXPIRED-LOTS
010875     END-IF
010900     IF WS-REORDER-POINT-OVERRIDE > 0
011000         MOVE WS-REORDER-POINT-OVERRIDE TO WS-REORDER-POINT
011010     ELSE IF REORDER-POINT > 0
011782     MOVE PART-DESC      TO LXD-PART-DESC
011784     MOVE LOC-WAREHOUSE-LOCATION TO LXD-LOCATION
011786     WRITE EXC-RECORD FROM WS-LOC-EXC-DETAIL.
011790
011794 SUBTRACT-EXPIRED-LOTS.
011798*    every lot of the part, in every stock room, that
011802*    expired before today comes off what is available
011806     MOVE PART-NUMBER TO LOT-PART-NUMBER
011810     MOVE LOW-VALUES  TO LOT-LOCATION LOT-NUMBER
011814     MOVE 'N' TO WS-LOT-AT-END
011818     START LOT-FILE KEY IS NOT LESS THAN LOT-KEY
011822         INVALID KEY MOVE 'Y' TO WS-LOT-AT-END
011826     END-START
011830     PERFORM SCAN-NEXT-LOT
011834         UNTIL WS-LOT-AT-END = 'Y'.
011838
011843 SCAN-NEXT-LOT.
011847     READ LOT-FILE NEXT
011851         AT END
011855             MOVE 'Y' TO WS-LOT-AT-END
011859         NOT AT END
011863             IF LOT-PART-NUMBER NOT = PART-NUMBER
011867                 MOVE 'Y' TO WS-LOT-AT-END
011871             ELSE
011875                 IF LOT-EXPIRY-DATE < WS-RUN-START-DATE
011879                     SUBTRACT LOT-QTY-ON-HAND FROM WS-AVAILABLE
011883                 END-IF
011887             END-IF
011891     END-READ.
011895
011900 WRITE-EXCEPTION.
012000     ADD 1 TO EXCEPTION-COUNT
012100     MOVE PART-NUMBER    TO DET-PART-NUMBER
012742                 MOVE WS-EDIT-LEAD-TIME TO DET-LEAD-TIME
012743         END-READ
012744     END-IF.
012745
012747 WRITE-SUGGESTED-ORDER.
012748*    enough to bring available stock back above the reorder
012750*    point, less what is already on order; a part already
012760*    covered by outstanding orders still gets its record,
012770*    with a zero suggestion, so the file and the printed
013414     IF WS-LOC-AVAILABLE = 'Y'
013416         CLOSE LOC-FILE
013418     END-IF
013419     IF WS-LOT-AVAILABLE = 'Y'
013420         CLOSE LOT-FILE
013421     END-IF
013422     PERFORM WRITE-RUN-LOG.
013423
013424 WRITE-RUN-LOG.
013426*    the control counts survive on RUNLOG after the job
013428*    output has scrolled away - one record per run for
013452     MOVE RETURN-CODE     TO RUN-RETURN-CODE
013454     WRITE RUNLOG-RECORD
013456     CLOSE RUNLOG-FILE.
013458
013460 WRITE-ORDER-TRAILER.
013462     MOVE SPACES          TO ORD-TRAILER-RECORD
013464     MOVE 'T'             TO ORD-TRL-RECORD-TYPE
013466     MOVE SUGGESTED-COUNT TO ORD-TRL-RECORD-COUNT
013468     MOVE SUGGESTED-UNITS TO ORD-TRL-TOTAL-UNITS
013470     WRITE ORD-TRAILER-RECORD.
013500
013600 READ-PAR.
