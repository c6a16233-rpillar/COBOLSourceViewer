001510* issue - after proving every component can ship in full.
001520* a kit that cannot be built whole is rejected whole; half
001530* a kit on the bench helps nobody.
001565* this runs in the nightly stream ahead of SEQSIMP1 so
001600* the extract reflects the day's activity.
001610* each movement names the stock room it happened in, and
001620* the same arithmetic is applied to that location's
001640* the master carries the rolled-up totals, LOCBAL the
001650* per-location breakdown, and a movement that does not
001660* balance at either level is rejected at both.
001662* a T movement transfers stock between two stock rooms:
001664* it comes out of the MOVE-LOCATION record on LOCBAL and
001666* is held in transit on XFRFILE under part plus reference
001668* until the receiving room confirms it with an A movement
001670* naming the MOVE-TO-LOCATION, when it goes into that
001672* room's record. the master's totals never move - the
001674* stock is the shop's the whole way - so both sides are
001676* journaled with unchanged master quantities, PARTBAL
001678* nets them to nothing, and PARTUSG does not count them
001680* as usage. XFRRPT lists what has sat in transit too long.
001682* an S movement books its reserve on the RSVFILE register
001685* under part plus reference, in the stock room it names;
001687* an L movement under that reference releases from it, and
001689* an issue under it draws on the stock held for it before
001691* anything else - the reserve comes off as the stock
001693* ships. RSVAGE releases whatever has been held too long.
001695* every receipt against an OPENPO line is written to the
001697* RCVHIST receipt history before the line is relieved or
001699* closed, carrying the order's vendor, dates and quantities
001701* and the PARTVEND quoted price, for VNDSCR's scorecard.
001703* a run in a month INVCLOSE has already closed on PERIODS
001705* posts nothing and ends with return code 16 - the ledger
001708* has been cut from that month's figures.
001710* every part carries a weighted moving-average unit cost.
001712* a receipt names the unit cost it was paid at, and the
001714* average is reweighted over the stock already held and
001716* the stock coming in; issues, reserves and the rest go
001718* out at the average as it stands. a receipt with no cost
001720* comes in at the average, leaving it where it was. each
001722* journal line carries the unit cost and the average
001724* before and after, so the value of stock replays from
001726* MOVEJRNL as well as the count.
001728* customer returns come in against an RMA registered
001731* through RMAMNT. a Q movement receives the goods into
001733* quarantine on the RMAFILE record - NOT onto the master or
001735* LOCBAL, so returned stock nobody has inspected cannot be
001737* issued, reserved or used to fill a backorder, and does
001739* not relieve an open order the way an R receipt would.
001741* the inspector's disposition then takes it out again: B
001743* restocks it into the stock room the movement names, as
001745* good stock on the master and LOCBAL; W scraps it as a
001747* write-off; V sends it back to the part's vendor on
001749* PARTVEND. every one is journaled to MOVEJRNL, and
001751* RMARPT lists what is still sitting in quarantine.
001754* a lot-controlled part (PART-LOT-CONTROL Y on the master)
001756* carries its stock by lot on LOTBAL, each lot with the
001758* expiry date it was received under. an R receipt or B
001760* restock names the lot and its expiry and adds to it; a T
001762* transfer names the lot it ships and the lot arrives in
001764* the receiving room with the expiry it left with. an
001766* issue, a backorder fill or a kit component draws the
001768* lots oldest-expiry first, journaling each lot's share on
001770* its own MOVEJRNL line, and never draws an expired lot -
001772* expired stock stays on the shelf and on LOCBAL, but is
001774* not counted as stock that can ship. LOTRPT lists what is
001777* expired or about to be.
001779* MOVEFILE comes from the warehouse as one batch between a
001781* header and a trailer (MOVEREC). MOVEPRE proves the
001783* trailer's count and hash totals ahead of this run and
001785* writes its verdict to MOVECTL; nothing is posted unless
001787* MOVECTL says the batch passed and the header here is the
001789* batch it passed, and none of it if the batch is already
001791* on the BATCHHST history - a short, unbalanced or re-sent
001793* file is held whole. the batch goes onto BATCHHST, in
001794* progress, before its first movement is posted, and is
001795* marked posted as the run finishes - a batch whose run
001796* ended part way is never posted a second time.
001797 ENVIRONMENT DIVISION.
001800 CONFIGURATION SECTION.
001900 INPUT-OUTPUT SECTION.
002000 FILE-CONTROL.
002985         ACCESS MODE IS DYNAMIC
002988         RECORD KEY IS KIT-KEY
002991         FILE STATUS IS WS-KIT-FILE-STATUS.
002993*  TRANSFER FILE: XFRFILE - STOCK IN TRANSIT BY PART+REFERENCE,
002996*  OPTIONAL SO THE FIRST EVER TRANSFER CREATES IT
002998     SELECT OPTIONAL XFR-FILE ASSIGN XFRFILE
003001         ORGANIZATION IS INDEXED
003003         ACCESS MODE IS RANDOM
003006         RECORD KEY IS XFR-KEY
003008         FILE STATUS IS WS-XFR-FILE-STATUS.
003011*  RESERVATIONS: RSVFILE - RESERVES HELD BY PART+REFERENCE,
003014*  OPTIONAL SO THE FIRST EVER RESERVE CREATES IT
003016     SELECT OPTIONAL RSV-FILE ASSIGN RSVFILE
003019         ORGANIZATION IS INDEXED
003021         ACCESS MODE IS RANDOM
003024         RECORD KEY IS RSV-KEY
003026         FILE STATUS IS WS-RSV-FILE-STATUS.
003029*  RETURNS: RMAFILE - CUSTOMER RETURNS BY PART+REFERENCE,
003032*  OPTIONAL AT A SHOP THAT HAS NEVER REGISTERED ONE
003034     SELECT OPTIONAL RMA-FILE ASSIGN RMAFILE
003037         ORGANIZATION IS INDEXED
003039         ACCESS MODE IS RANDOM
003042         RECORD KEY IS RMA-KEY
003044         FILE STATUS IS WS-RMA-FILE-STATUS.
003047*  JOURNAL FILE: EVERY APPLIED MOVEMENT WITH BEFORE/AFTER QTYS,
003050*  OPENED EXTEND SO HISTORY ACCUMULATES - OPTIONAL SO THE
003060*  FIRST EVER RUN CREATES IT
003100     SELECT OPTIONAL JRNL-FILE ASSIGN MOVEJRNL.
003108*  RECEIPT HISTORY: EVERY RECEIPT AGAINST AN OPEN ORDER LINE,
003116*  OPENED EXTEND LIKE THE JOURNAL - OPTIONAL SO THE FIRST
003125*  EVER RUN CREATES IT
003133     SELECT OPTIONAL RCV-FILE ASSIGN RCVHIST.
003141*  CROSS-REFERENCE: PARTVEND - QUOTED PRICE FOR THE HISTORY,
003150*  OPTIONAL AT SHOPS THAT HAVE NOT LOADED IT
003158     SELECT OPTIONAL XRF-FILE ASSIGN PARTVEND
003166         ORGANIZATION IS INDEXED
003175         ACCESS MODE IS RANDOM
003183         RECORD KEY IS XRF-PART-NUMBER
003191         FILE STATUS IS WS-XRF-FILE-STATUS.
003200*  EXCEPTION LISTING: MOVEMENTS THAT COULD NOT BE APPLIED
003300     SELECT EXC-FILE ASSIGN MOVEXCP.
003301*  RUN LOG: ONE RECORD PER BATCH RUN FOR THE MORNING SUMMARY
003302     SELECT OPTIONAL RUNLOG-FILE ASSIGN RUNLOG.
003305*  PERIOD FILE: PERIODS - MONTHS INVCLOSE HAS CLOSED, CHECKED
003309*  BEFORE ANYTHING IS POSTED
003313     SELECT OPTIONAL PER-FILE ASSIGN PERIODS
003317         ORGANIZATION IS INDEXED
003320         ACCESS MODE IS RANDOM
003324         RECORD KEY IS PER-PERIOD
003328         FILE STATUS IS WS-PER-FILE-STATUS.
003332*  LOTS: LOTBAL - STOCK BY PART+LOCATION+LOT WITH EXPIRY,
003335*  OPTIONAL AT A SHOP WITH NO LOT-CONTROLLED PARTS
003339     SELECT OPTIONAL LOT-FILE ASSIGN LOTBAL
003343         ORGANIZATION IS INDEXED
003347         ACCESS MODE IS DYNAMIC
003351         RECORD KEY IS LOT-KEY
003354         FILE STATUS IS WS-LOT-FILE-STATUS.
003358*  BATCH CONTROL: MOVECTL - MOVEPRE'S PASSED/HELD VERDICT ON
003362*  THE MOVEFILE BATCH, READ BEFORE ANYTHING IS POSTED
003366     SELECT MCTL-FILE ASSIGN MOVECTL
003369         FILE STATUS IS WS-MCTL-FILE-STATUS.
003373*  BATCH HISTORY: BATCHHST - BATCHES POSTED BY BATCH NUMBER,
003377*  OPTIONAL SO THE FIRST EVER RUN CREATES IT
003381     SELECT OPTIONAL BHST-FILE ASSIGN BATCHHST
003384         ORGANIZATION IS INDEXED
003388         ACCESS MODE IS RANDOM
003392         RECORD KEY IS BHS-BATCH-NUMBER
003396         FILE STATUS IS WS-BHST-FILE-STATUS.
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  MOVE-FILE
003700     RECORDING MODE IS F
003800     RECORD CONTAINS 80 CHARACTERS.
003900 01  MOVE-RECORD.
004000     COPY MOVEREC.
004600
004700 FD  PART-FILE
004800     RECORDING MODE IS F
005280 01  KIT-RECORD.
005282     COPY KITREC.
005284
005288 FD  XFR-FILE
005292     RECORDING MODE IS F
005297     RECORD CONTAINS 80 CHARACTERS.
005301 01  XFR-RECORD.
005306     COPY XFRREC.
005310
005315 FD  RSV-FILE
005319     RECORDING MODE IS F
005324     RECORD CONTAINS 80 CHARACTERS.
005328 01  RSV-RECORD.
005333     COPY RSVREC.
005337
005342 FD  RMA-FILE
005346     RECORDING MODE IS F
005350     RECORD CONTAINS 120 CHARACTERS.
005355 01  RMA-RECORD.
005359     COPY RMAREC.
005364
005368 FD  LOT-FILE
005373     RECORDING MODE IS F
005377     RECORD CONTAINS 80 CHARACTERS.
005382 01  LOT-RECORD.
005386     COPY LOTREC.
005391
005395 FD  JRNL-FILE
005400     RECORDING MODE IS F
005500     RECORD CONTAINS 140 CHARACTERS.
005600 01  JRNL-RECORD.
005700     COPY JRNLREC.
005800
005900 FD  RCV-FILE
006000     RECORDING MODE IS F
006100     RECORD CONTAINS 80 CHARACTERS.
006200 01  RCV-RECORD.
006300     COPY RCVREC.
006400
006500 FD  XRF-FILE
006600     RECORDING MODE IS F
006700     RECORD CONTAINS 80 CHARACTERS.
006800 01  XRF-RECORD.
006900     COPY PVXREC.
007000
007100 FD  EXC-FILE
007200     RECORDING MODE IS F
007604 01  RUNLOG-RECORD.
007605     COPY RUNLREC.
007606
007610 FD  PER-FILE
007615     RECORDING MODE IS F
007620     RECORD CONTAINS 80 CHARACTERS.
007624 01  PER-RECORD.
007629     COPY PERREC.
007634
007638 FD  MCTL-FILE
007643     RECORDING MODE IS F
007648     RECORD CONTAINS 80 CHARACTERS.
007653 01  MCTL-RECORD.
007657     COPY MCTLREC.
007662
007667 FD  BHST-FILE
007671     RECORDING MODE IS F
007676     RECORD CONTAINS 80 CHARACTERS.
007681 01  BHST-RECORD.
007685     COPY BHSTREC.
007690
007695 WORKING-STORAGE SECTION.
007700 01  SWITCHES.
007800      05  FILE-AT-END     PIC X  VALUE 'N'.
007900      05  WS-PART-FOUND   PIC X  VALUE 'N'.
007990      05  WS-BO-AT-END    PIC X  VALUE 'N'.
007992      05  WS-KIT-AT-END   PIC X  VALUE 'N'.
007994      05  WS-COMP-FOUND   PIC X  VALUE 'N'.
008004      05  WS-XFR-FOUND    PIC X  VALUE 'N'.
008015      05  WS-RSV-FOUND    PIC X  VALUE 'N'.
008025      05  WS-XRF-AVAILABLE PIC X VALUE 'N'.
008036      05  WS-PERIOD-CLOSED   PIC X  VALUE 'N'.
008047      05  WS-RMA-FOUND    PIC X  VALUE 'N'.
008057      05  WS-LOT-FOUND    PIC X  VALUE 'N'.
008068      05  WS-LOT-AT-END   PIC X  VALUE 'N'.
008078      05  WS-LOT-DONE     PIC X  VALUE 'N'.
008089
008100 01  WS-MOVE-FILE-STATUS   PIC XX.
008200 01  WS-PART-FILE-STATUS   PIC XX.
008250 01  WS-LOC-FILE-STATUS    PIC XX.
008318 01  WS-KIT-NEEDED-QTY     PIC S9(11) VALUE 0.
008319 01  WS-KIT-SHORT-COMPONENT PIC X(6) VALUE SPACES.
008320 01  WS-COMP-LOC-SHIPPABLE PIC S9(7) VALUE 0.
008322 01  WS-XFR-FILE-STATUS    PIC XX.
008324 01  WS-RSV-FILE-STATUS    PIC XX.
008326*    an issue may draw on the stock reserved under its own
008328*    reference - the part of the register entry it can use
008330*    and the part the shipment actually relieves
008332 01  WS-RSV-HELD           PIC S9(9) VALUE 0.
008334 01  WS-RSV-RELIEF         PIC S9(9) VALUE 0.
008336 01  WS-XRF-FILE-STATUS    PIC XX.
008338 01  WS-RMA-FILE-STATUS    PIC XX.
008341*    what a customer still has to send back against an RMA,
008343*    and the vendor a return-to-vendor is going back to
008345 01  WS-RMA-STILL-DUE      PIC S9(9) VALUE 0.
008347 01  WS-RETURN-VENDOR      PIC X(6)  VALUE SPACES.
008349 01  WS-LOT-FILE-STATUS    PIC XX.
008351*    the lot being looked at, what is left of an issue
008353*    still to draw from lots, the share taken from the lot
008355*    in hand, and the master's on-hand stepping down the
008357*    journal lines as the lots are drawn
008360 01  WS-LOT-PART           PIC X(6)  VALUE SPACES.
008362 01  WS-LOT-LOCATION       PIC X(15) VALUE SPACES.
008364 01  WS-LOT-NUMBER         PIC X(10) VALUE SPACES.
008366 01  WS-LOT-EXPIRY-DATE    PIC 9(8)  VALUE 0.
008368 01  WS-LOT-EXPIRED-QTY    PIC S9(9) VALUE 0.
008370 01  WS-LOT-DRAW-LEFT      PIC S9(9) VALUE 0.
008372 01  WS-LOT-TAKE           PIC S9(9) VALUE 0.
008374 01  WS-LOT-RUNNING-ON-HAND PIC S9(9) VALUE 0.
008376 01  WS-LOT-EARLIEST-DATE  PIC 9(8)  VALUE 0.
008378 01  WS-LOT-EARLIEST-NUMBER PIC X(10) VALUE SPACES.
008381 01  WS-MCTL-FILE-STATUS   PIC XX.
008383 01  WS-BHST-FILE-STATUS   PIC XX.
008385*    the batch MOVEPRE passed, from MOVECTL, and the date
008387*    on its header
008389 01  WS-BATCH-NUMBER       PIC X(10) VALUE SPACES.
008391 01  WS-BATCH-DATE         PIC 9(8)  VALUE 0.
008393*    why a run was refused, for the RUNLOG record
008395 01  WS-RUN-MESSAGE        PIC X(16) VALUE SPACES.
008397
008400 01  MOVE-COUNT            PIC S9(7) PACKED-DECIMAL VALUE +0.
008500 01  DISPLAY-MOVE-COUNT    PIC Z(6)9.
008600 01  APPLIED-COUNT         PIC S9(7) PACKED-DECIMAL VALUE +0.
008920 01  DISPLAY-BACKORDER-COUNT PIC Z(6)9.
008930 01  RELEASED-COUNT        PIC S9(7) PACKED-DECIMAL VALUE +0.
008940 01  DISPLAY-RELEASED-COUNT PIC Z(6)9.
008944 01  XFR-SHIPPED-COUNT     PIC S9(7) PACKED-DECIMAL VALUE +0.
008948 01  DISPLAY-XFR-SHIPPED-COUNT PIC Z(6)9.
008952 01  XFR-ARRIVED-COUNT     PIC S9(7) PACKED-DECIMAL VALUE +0.
008956 01  DISPLAY-XFR-ARRIVED-COUNT PIC Z(6)9.
008960 01  RSV-BOOKED-COUNT      PIC S9(7) PACKED-DECIMAL VALUE +0.
008964 01  DISPLAY-RSV-BOOKED-COUNT PIC Z(6)9.
008968 01  RSV-CLOSED-COUNT      PIC S9(7) PACKED-DECIMAL VALUE +0.
008972 01  DISPLAY-RSV-CLOSED-COUNT PIC Z(6)9.
008976 01  RCV-HISTORY-COUNT     PIC S9(7) PACKED-DECIMAL VALUE +0.
008980 01  DISPLAY-RCV-HISTORY-COUNT PIC Z(6)9.
008984 01  RMA-RECEIVED-COUNT    PIC S9(7) PACKED-DECIMAL VALUE +0.
008988 01  DISPLAY-RMA-RECEIVED-COUNT PIC Z(6)9.
008992 01  RMA-DISPOSED-COUNT    PIC S9(7) PACKED-DECIMAL VALUE +0.
008996 01  DISPLAY-RMA-DISPOSED-COUNT PIC Z(6)9.
009000
009100 01  WS-MOVE-VALID         PIC X VALUE 'Y'.
009200 01  WS-REJECT-REASON-CODE PIC X(4).
010250 01  WS-LOC-ON-RESERVE     PIC S9(9) VALUE 0.
010260 01  WS-NEW-LOC-ON-HAND    PIC S9(9) VALUE 0.
010270 01  WS-NEW-LOC-ON-RESERVE PIC S9(9) VALUE 0.
010273*    the part's average cost as the movement finds it, the
010277*    cost the movement is journaled at, and the average it
010281*    leaves behind - the same figure unless a costed
010285*    receipt reweights it
010288 01  WS-AVG-COST           PIC 9(3)V9999 VALUE 0.
010292 01  WS-MOVE-COST          PIC 9(3)V9999 VALUE 0.
010296 01  WS-NEW-AVG-COST       PIC 9(3)V9999 VALUE 0.
010300
010400 01  WS-EXC-HEADING-1.
010500      05  FILLER  PIC X(32)
014001 01  WS-RUN-START-DATE     PIC 9(8).
014002 01  WS-RUN-START-TIME     PIC 9(8).
014003
014016 01  WS-PER-FILE-STATUS    PIC XX.
014030 01  WS-POSTING-DATE-PARTS.
014044      05  WS-POSTING-PERIOD PIC 9(6).
014058      05  FILLER            PIC 9(2).
014072
014086 PROCEDURE DIVISION.
014100     PERFORM INITIALIZATION
014200     PERFORM PROCESS-ALL
014300         UNTIL FILE-AT-END = 'Y'
014700 INITIALIZATION.
014701     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
014702     ACCEPT WS-RUN-START-TIME FROM TIME
014734     PERFORM CHECK-PERIOD-OPEN
014767     PERFORM CHECK-BATCH-RELEASED
014800     OPEN INPUT MOVE-FILE
014900          I-O PART-FILE
014950          I-O LOC-FILE
014960          I-O OPO-FILE
014965          I-O BO-FILE
014967          INPUT KIT-FILE
014968          I-O XFR-FILE
014970          I-O RSV-FILE
014972          I-O RMA-FILE
014974          I-O LOT-FILE
014976          I-O BHST-FILE
014978*         the journal accumulates across runs - it is the
014980*         source the monthly usage history is rolled up
014990*         from, and the LOGARC housekeeping run is what
014995*         trims it, not tonight's open
015000          EXTEND JRNL-FILE
015050                 RCV-FILE
015100          OUTPUT EXC-FILE
015200     PERFORM CHECK-MOVE-FILE-STATUS
015300     PERFORM CHECK-PART-FILE-STATUS
015360     PERFORM CHECK-OPO-FILE-STATUS
015365     PERFORM CHECK-BO-FILE-STATUS
015370     PERFORM CHECK-KIT-FILE-STATUS
015372     PERFORM CHECK-XFR-FILE-STATUS
015375     PERFORM CHECK-RSV-FILE-STATUS
015377     PERFORM CHECK-RMA-FILE-STATUS
015380     PERFORM CHECK-LOT-FILE-STATUS
015382     PERFORM CHECK-BHST-FILE-STATUS
015385*    the cross-reference is optional: without it the
015387*    receipt history simply carries no quoted price
015390     OPEN INPUT XRF-FILE
015392     IF WS-XRF-FILE-STATUS = '00' OR WS-XRF-FILE-STATUS = '05'
015395         MOVE 'Y' TO WS-XRF-AVAILABLE
015397     END-IF
015400     WRITE EXC-RECORD FROM WS-EXC-HEADING-1
015500     WRITE EXC-RECORD FROM WS-EXC-HEADING-2
015550     PERFORM CHECK-BATCH-HEADER
015600     PERFORM READ-PAR.
015700
015800 CHECK-MOVE-FILE-STATUS.
017862         STOP RUN
017864     END-IF.
017866
017867 CHECK-XFR-FILE-STATUS.
017868*    XFRFILE is OPTIONAL so the first ever transfer creates
017870*    it (status 05); anything else that is not a clean open
017871*    stops the run - stock taken out of one room with no
017873*    in-transit record would simply vanish from LOCBAL
017874     IF WS-XFR-FILE-STATUS NOT = '00'
017875             AND WS-XFR-FILE-STATUS NOT = '05'
017877         DISPLAY 'PARTPST: XFRFILE OPEN FAILED, FILE STATUS = '
017878             WS-XFR-FILE-STATUS
017880         MOVE 16 TO RETURN-CODE
017881         STOP RUN
017882     END-IF.
017884
017885 CHECK-RSV-FILE-STATUS.
017887*    RSVFILE is OPTIONAL so the first ever reserve creates
017888*    it (status 05); anything else that is not a clean open
017889*    stops the run - reserves booked with no register entry
017891*    are exactly the ones nobody can ever age out
017892     IF WS-RSV-FILE-STATUS NOT = '00'
017894             AND WS-RSV-FILE-STATUS NOT = '05'
017895         DISPLAY 'PARTPST: RSVFILE OPEN FAILED, FILE STATUS = '
017897             WS-RSV-FILE-STATUS
017898         MOVE 16 TO RETURN-CODE
017899         STOP RUN
017901     END-IF.
017902
017904 CHECK-RMA-FILE-STATUS.
017905*    RMAFILE is OPTIONAL - a shop that has never registered
017906*    a return has no file and no return movements either;
017908*    anything else that is not a clean open stops the run,
017909*    because returned goods taken in with no RMA to hold
017911*    them would be in nobody's stock at all
017912     IF WS-RMA-FILE-STATUS NOT = '00'
017913             AND WS-RMA-FILE-STATUS NOT = '05'
017915         DISPLAY 'PARTPST: RMAFILE OPEN FAILED, FILE STATUS = '
017916             WS-RMA-FILE-STATUS
017918         MOVE 16 TO RETURN-CODE
017919         STOP RUN
017920     END-IF.
017922
017923 CHECK-LOT-FILE-STATUS.
017925*    LOTBAL is OPTIONAL - a shop with no lot-controlled
017926*    parts has never had one, and the first lot received
017928*    creates it
017929     IF WS-LOT-FILE-STATUS NOT = '00'
017930             AND WS-LOT-FILE-STATUS NOT = '05'
017932         DISPLAY 'PARTPST: LOTBAL OPEN FAILED, FILE STATUS = '
017933             WS-LOT-FILE-STATUS
017935         MOVE 16 TO RETURN-CODE
017936         STOP RUN
017937     END-IF.
017939
017940 CHECK-BHST-FILE-STATUS.
017942*    BATCHHST is OPTIONAL - the first batch ever posted
017943*    creates it
017944     IF WS-BHST-FILE-STATUS NOT = '00'
017946             AND WS-BHST-FILE-STATUS NOT = '05'
017947         DISPLAY 'PARTPST: BATCHHST OPEN FAILED, FILE STATUS = '
017949             WS-BHST-FILE-STATUS
017950         MOVE 16 TO RETURN-CODE
017951         STOP RUN
017953     END-IF.
017954
017956 CHECK-BATCH-RELEASED.
017957*    MOVEPRE has to have passed the batch before any of it
017959*    is posted - no MOVECTL at all means it has not been
017960*    run, and a held batch waits for the warehouse to send
017961*    it again
017963     OPEN INPUT MCTL-FILE
017964     IF WS-MCTL-FILE-STATUS NOT = '00'
017966         DISPLAY 'PARTPST: MOVECTL OPEN FAILED, FILE STATUS = '
017967             WS-MCTL-FILE-STATUS
017968         DISPLAY 'PARTPST: MOVEFILE NOT PRE-EDITED'
017970             ' - NOTHING POSTED'
017971         MOVE 16 TO RETURN-CODE
017973         MOVE 'NOT PRE-EDITED' TO WS-RUN-MESSAGE
017974         PERFORM WRITE-RUN-LOG
017975         STOP RUN
017977     END-IF
017978     READ MCTL-FILE
017980         AT END MOVE SPACES TO MCTL-RECORD
017981     END-READ
017983     CLOSE MCTL-FILE
017984     IF MCTL-RESULT NOT = 'P'
017985         DISPLAY 'PARTPST: BATCH ' MCTL-BATCH-NUMBER
017987             ' HELD BY MOVEPRE: ' MCTL-REASON
017988         DISPLAY 'PARTPST: NOTHING POSTED'
017990         MOVE 16 TO RETURN-CODE
017991         MOVE 'BATCH HELD' TO WS-RUN-MESSAGE
017992         PERFORM WRITE-RUN-LOG
017994         STOP RUN
017995     END-IF
017997     MOVE MCTL-BATCH-NUMBER TO WS-BATCH-NUMBER.
017998
017999 CHECK-BATCH-HEADER.
018001*    the header has to be the batch MOVEPRE passed - a file
018002*    swapped in after the pre-edit is not posted - and a
018003*    batch already on BATCHHST is not posted twice, however
018004*    it got past MOVEPRE. one whose last run ended part
018005*    way is refused too: re-posting it would apply again
018006*    the movements that run did post
018007     READ MOVE-FILE
018008         AT END MOVE SPACES TO MOVE-RECORD
018009     END-READ
018011     IF MOVE-CTL-ID NOT = '******'
018012             OR MOVE-CTL-TYPE NOT = 'H'
018014             OR MOVE-HDR-BATCH-NUMBER NOT = WS-BATCH-NUMBER
018015         DISPLAY 'PARTPST: MOVEFILE IS NOT BATCH ' WS-BATCH-NUMBER
018016             ' PASSED BY MOVEPRE - NOTHING POSTED'
018018         MOVE 16 TO RETURN-CODE
018019         MOVE 'WRONG BATCH' TO WS-RUN-MESSAGE
018021         PERFORM WRITE-RUN-LOG
018022         STOP RUN
018023     END-IF
018025     MOVE MOVE-HDR-BATCH-DATE TO WS-BATCH-DATE
018026     MOVE WS-BATCH-NUMBER TO BHS-BATCH-NUMBER
018027     READ BHST-FILE
018028         INVALID KEY
018029             PERFORM RECORD-BATCH-STARTED
018030         NOT INVALID KEY
018031             IF BHS-STATUS = 'I'
018032                 DISPLAY 'PARTPST: BATCH ' WS-BATCH-NUMBER
018033                     ' STARTED ' BHS-POSTED-DATE
018034                     ' AND NEVER FINISHED - NOTHING POSTED'
018035                 DISPLAY 'PARTPST: RESTORE THE FILES SAVED'
018036                     ' AHEAD OF THAT RUN BEFORE POSTING IT AGAIN'
018037                 MOVE 16 TO RETURN-CODE
018038                 MOVE 'PART POSTED' TO WS-RUN-MESSAGE
018039                 PERFORM WRITE-RUN-LOG
018040                 STOP RUN
018041             ELSE
018042                 DISPLAY 'PARTPST: BATCH ' WS-BATCH-NUMBER
018043                     ' ALREADY POSTED ' BHS-POSTED-DATE
018044                     ' - NOTHING POSTED'
018045                 MOVE 16 TO RETURN-CODE
018046                 MOVE 'ALREADY POSTED' TO WS-RUN-MESSAGE
018047                 PERFORM WRITE-RUN-LOG
018048                 STOP RUN
018049             END-IF
018050     END-READ.
018051
018052 CHECK-PERIOD-OPEN.
018053*    a month INVCLOSE has closed takes no more postings -
018054*    the ledger has been cut from its figures. PERIODS
018055*    not there at all (status 05) is a shop that has never
018056*    closed a month
018057     ACCEPT WS-POSTING-DATE-PARTS FROM DATE YYYYMMDD
018058     OPEN INPUT PER-FILE
018059     IF WS-PER-FILE-STATUS NOT = '00'
018060             AND WS-PER-FILE-STATUS NOT = '05'
018061         DISPLAY 'PARTPST: PERIODS OPEN FAILED, FILE STATUS = '
018062             WS-PER-FILE-STATUS
018063         MOVE 16 TO RETURN-CODE
018064         STOP RUN
018065     END-IF
018066     MOVE 'N' TO WS-PERIOD-CLOSED
018067     IF WS-PER-FILE-STATUS = '00'
018068         MOVE WS-POSTING-PERIOD TO PER-PERIOD
018070         READ PER-FILE
018071             INVALID KEY
018073                 CONTINUE
018074             NOT INVALID KEY
018076                 IF PER-STATUS = 'C'
018077                     MOVE 'Y' TO WS-PERIOD-CLOSED
018078                 END-IF
018080         END-READ
018081     END-IF
018083     CLOSE PER-FILE
018084     IF WS-PERIOD-CLOSED = 'Y'
018085         DISPLAY 'PARTPST: PERIOD ' WS-POSTING-PERIOD
018087             ' IS CLOSED - NOTHING POSTED'
018088         MOVE 16 TO RETURN-CODE
018090         MOVE 'PERIOD CLOSED' TO WS-RUN-MESSAGE
018091         PERFORM WRITE-RUN-LOG
018092         STOP RUN
018094     END-IF.
018095
018097 PROCESS-ALL.
018098     PERFORM EDIT-MOVEMENT
018100     IF WS-MOVE-VALID = 'Y'
018110*        an issue nothing can ship against moves no stock,
018120*        so there is nothing to apply or journal - the
018145             PERFORM APPLY-KIT-ISSUE
018150         ELSE IF MOVE-TYPE = 'I' AND WS-FILL-QTY = 0
018160             PERFORM CREATE-BACKORDER
018161         ELSE IF MOVE-TYPE = 'T'
018162             PERFORM APPLY-TRANSFER-OUT
018163         ELSE IF MOVE-TYPE = 'A'
018164             PERFORM APPLY-TRANSFER-ARRIVAL
018165         ELSE IF MOVE-TYPE = 'Q'
018166             PERFORM APPLY-RETURN-RECEIPT
018167         ELSE IF MOVE-TYPE = 'W' OR MOVE-TYPE = 'V'
018168             PERFORM APPLY-RETURN-DISPOSAL
018170         ELSE
018200             PERFORM APPLY-MOVEMENT
018250         END-IF END-IF END-IF END-IF END-IF END-IF
018300     ELSE
018400         PERFORM WRITE-EXCEPTION
018500     END-IF
020000             TO WS-REJECT-REASON-TEXT
020100     ELSE IF MOVE-TYPE NOT = 'R' AND MOVE-TYPE NOT = 'I'
020200             AND MOVE-TYPE NOT = 'S' AND MOVE-TYPE NOT = 'L'
020250             AND MOVE-TYPE NOT = 'K' AND MOVE-TYPE NOT = 'T'
020262             AND MOVE-TYPE NOT = 'A' AND MOVE-TYPE NOT = 'Q'
020275             AND MOVE-TYPE NOT = 'B' AND MOVE-TYPE NOT = 'W'
020287             AND MOVE-TYPE NOT = 'V'
020300         MOVE 'N' TO WS-MOVE-VALID
020400         MOVE 'M002' TO WS-REJECT-REASON-CODE
020500         MOVE 'INVALID MOVEMENT TYPE' TO WS-REJECT-REASON-TEXT
020520         MOVE 'N' TO WS-MOVE-VALID
020530         MOVE 'M009' TO WS-REJECT-REASON-CODE
020540         MOVE 'LOCATION IS BLANK' TO WS-REJECT-REASON-TEXT
020548     ELSE IF MOVE-TYPE = 'R' AND MOVE-UNIT-COST-X NOT = SPACES
020557             AND MOVE-UNIT-COST NOT NUMERIC
020565         MOVE 'N' TO WS-MOVE-VALID
020574         MOVE 'M027' TO WS-REJECT-REASON-CODE
020582         MOVE 'RECEIPT UNIT COST NOT NUMERIC'
020591             TO WS-REJECT-REASON-TEXT
020600     ELSE
020700         PERFORM LOOKUP-PART
020800         IF WS-PART-FOUND = 'N'
021311                 TO WS-REJECT-REASON-TEXT
021312         ELSE IF MOVE-TYPE = 'K'
021313             PERFORM CHECK-KIT-ISSUE
021314         ELSE IF MOVE-TYPE = 'T'
021316             PERFORM CHECK-TRANSFER-OUT
021318         ELSE IF MOVE-TYPE = 'A'
021320             PERFORM CHECK-TRANSFER-ARRIVAL
021322         ELSE IF MOVE-TYPE = 'Q' OR MOVE-TYPE = 'B'
021324                 OR MOVE-TYPE = 'W' OR MOVE-TYPE = 'V'
021326             PERFORM CHECK-RETURN-MOVEMENT
021328         ELSE
021330             PERFORM CHECK-MOVEMENT-BALANCE
021400         END-IF END-IF END-IF END-IF END-IF END-IF
021500     END-IF END-IF END-IF END-IF
021516     IF WS-MOVE-VALID = 'Y' AND PART-LOT-CONTROL = 'Y'
021533             AND (MOVE-TYPE = 'R' OR MOVE-TYPE = 'B'
021550                  OR MOVE-TYPE = 'T')
021566         PERFORM CHECK-LOT-MOVEMENT
021583     END-IF.
021600
021700 LOOKUP-PART.
021800     MOVE 'N' TO WS-PART-FOUND
023300     MOVE QTY-ON-ORDER   TO WS-NEW-ON-ORDER
023400     MOVE QTY-ON-RESERVE TO WS-NEW-ON-RESERVE
023410     MOVE 'N' TO WS-ISSUE-SHORT
023420     MOVE 0   TO WS-FILL-QTY WS-SHORT-QTY WS-RSV-RELIEF
023430     IF MOVE-TYPE = 'I'
023440         PERFORM WORK-OUT-ISSUE-FILL
023450     ELSE
024100                 IF WS-NEW-ON-ORDER < 0
024200                     MOVE 0 TO WS-NEW-ON-ORDER
024300                 END-IF
024342*            a restock puts inspected returns back on the
024385*            shelf - they were never on order, so on-order
024428*            is left alone
024471             WHEN 'B'
024514                 COMPUTE WS-NEW-ON-HAND =
024557                     QTY-ON-HAND + MOVE-QUANTITY
024600             WHEN 'S'
024700                 COMPUTE WS-NEW-ON-RESERVE =
024800                     QTY-ON-RESERVE + MOVE-QUANTITY
026900             MOVE 'M007' TO WS-REJECT-REASON-CODE
027000             MOVE 'QTY ON HAND OVER FIELD LIMIT'
027100                 TO WS-REJECT-REASON-TEXT
027102         END-IF END-IF END-IF
027104         IF WS-MOVE-VALID = 'Y'
027106                 AND (MOVE-TYPE = 'S' OR MOVE-TYPE = 'L')
027108             PERFORM CHECK-RESERVATION
027110         END-IF
027112         IF WS-MOVE-VALID = 'Y'
027114             PERFORM CHECK-LOCATION-BALANCE
027116         END-IF
027118     END-IF.
027120
027122 WORK-OUT-ISSUE-FILL.
027124*    what can ship is bounded three ways: the quantity
027126*    asked for, the master's stock net of its reserve, and
027128*    the movement's own stock room net of its reserve -
027130*    reserved stock is spoken for and an issue never dips
027132*    into it, unless it is reserved under this issue's own
027134*    reference in this stock room, in which case it is the
027136*    issue's to take and the reserve comes off as it ships.
027138*    whatever cannot ship becomes the backorder remainder;
027140*    nothing here rejects
027142     PERFORM LOOKUP-LOCATION
027144     PERFORM WORK-OUT-RESERVATION-HELD
027146     COMPUTE WS-MASTER-SHIPPABLE =
027148         QTY-ON-HAND - QTY-ON-RESERVE + WS-RSV-HELD
027150     IF WS-MASTER-SHIPPABLE < 0
027152         MOVE 0 TO WS-MASTER-SHIPPABLE
027154     END-IF
027156     COMPUTE WS-LOC-SHIPPABLE =
027158         WS-LOC-ON-HAND - WS-LOC-ON-RESERVE + WS-RSV-HELD
027160     IF WS-LOC-SHIPPABLE < 0
027162         MOVE 0 TO WS-LOC-SHIPPABLE
027164     END-IF
027166     IF PART-LOT-CONTROL = 'Y'
027168*        an expired lot is on the shelf but not for shipping
027170         MOVE MOVE-PART-NUMBER TO WS-LOT-PART
027172         MOVE MOVE-LOCATION    TO WS-LOT-LOCATION
027174         PERFORM SUM-EXPIRED-LOTS
027176         SUBTRACT WS-LOT-EXPIRED-QTY FROM WS-MASTER-SHIPPABLE
027178                                          WS-LOC-SHIPPABLE
027180         IF WS-MASTER-SHIPPABLE < 0
027182             MOVE 0 TO WS-MASTER-SHIPPABLE
027184         END-IF
027186         IF WS-LOC-SHIPPABLE < 0
027188             MOVE 0 TO WS-LOC-SHIPPABLE
027190         END-IF
027192     END-IF
027194     MOVE MOVE-QUANTITY TO WS-FILL-QTY
027196     IF WS-FILL-QTY > WS-MASTER-SHIPPABLE
027198         MOVE WS-MASTER-SHIPPABLE TO WS-FILL-QTY
027200     END-IF
027202     IF WS-FILL-QTY > WS-LOC-SHIPPABLE
027204         MOVE WS-LOC-SHIPPABLE TO WS-FILL-QTY
027206     END-IF
027208     COMPUTE WS-SHORT-QTY = MOVE-QUANTITY - WS-FILL-QTY
027210     IF WS-SHORT-QTY > 0
027212         MOVE 'Y' TO WS-ISSUE-SHORT
027214     END-IF
027216     COMPUTE WS-NEW-ON-HAND = QTY-ON-HAND - WS-FILL-QTY
027218     COMPUTE WS-NEW-LOC-ON-HAND = WS-LOC-ON-HAND - WS-FILL-QTY
027220     MOVE WS-FILL-QTY TO WS-RSV-RELIEF
027222     IF WS-RSV-RELIEF > WS-RSV-HELD
027224         MOVE WS-RSV-HELD TO WS-RSV-RELIEF
027226     END-IF
027228     COMPUTE WS-NEW-ON-RESERVE = QTY-ON-RESERVE - WS-RSV-RELIEF
027230     COMPUTE WS-NEW-LOC-ON-RESERVE =
027232         WS-LOC-ON-RESERVE - WS-RSV-RELIEF.
027234
027236 WORK-OUT-RESERVATION-HELD.
027238*    the register can only be trusted as far as the reserve
027240*    quantities it sits under - an entry larger than the
027242*    master's or the room's reserve is drawn on no further
027244*    than they are
027246     MOVE 0 TO WS-RSV-HELD
027248     PERFORM LOOKUP-RESERVATION
027250     IF WS-RSV-FOUND = 'Y' AND RSV-LOCATION = MOVE-LOCATION
027252         MOVE RSV-QTY-RESERVED TO WS-RSV-HELD
027254         IF WS-RSV-HELD > QTY-ON-RESERVE
027256             MOVE QTY-ON-RESERVE TO WS-RSV-HELD
027258         END-IF
027260         IF WS-RSV-HELD > WS-LOC-ON-RESERVE
027262             MOVE WS-LOC-ON-RESERVE TO WS-RSV-HELD
027264         END-IF
027266     END-IF.
027269
027270 CHECK-LOCATION-BALANCE.
027271*    the same prospective arithmetic against the stock
027279     MOVE WS-LOC-ON-RESERVE TO WS-NEW-LOC-ON-RESERVE
027280     EVALUATE MOVE-TYPE
027281         WHEN 'R'
027282         WHEN 'B'
027283             COMPUTE WS-NEW-LOC-ON-HAND =
027285                 WS-LOC-ON-HAND + MOVE-QUANTITY
027286         WHEN 'S'
027288             COMPUTE WS-NEW-LOC-ON-RESERVE =
027289                 WS-LOC-ON-RESERVE + MOVE-QUANTITY
027290         WHEN 'L'
027292             COMPUTE WS-NEW-LOC-ON-RESERVE =
027293                 WS-LOC-ON-RESERVE - MOVE-QUANTITY
027295     END-EVALUATE
027296     IF WS-NEW-LOC-ON-RESERVE < 0
027298         MOVE 'N' TO WS-MOVE-VALID
027300         MOVE 'M011' TO WS-REJECT-REASON-CODE
027302         MOVE 'RELEASE EXCEEDS LOCATION RESERVE'
027322         MOVE 'LOCATION QTY OVER FIELD LIMIT'
027324             TO WS-REJECT-REASON-TEXT
027326     END-IF END-IF END-IF.
027327
027328 CHECK-RESERVATION.
027329*    a reference holds its stock in one stock room - a
027331*    second S under a reference already held somewhere else
027332*    is refused rather than splitting the register entry,
027333*    and an L may not release more than its reference
027335*    holds. an L with no entry at all is a reserve booked
027336*    before the register existed and posts as it always did
027337     PERFORM LOOKUP-RESERVATION
027339     IF WS-RSV-FOUND = 'Y'
027340         IF MOVE-LOCATION NOT = RSV-LOCATION
027341             MOVE 'N' TO WS-MOVE-VALID
027343             MOVE 'M025' TO WS-REJECT-REASON-CODE
027344             MOVE 'REFERENCE RESERVED AT ANOTHER LOCATION'
027345                 TO WS-REJECT-REASON-TEXT
027347         ELSE IF MOVE-TYPE = 'L'
027348             IF MOVE-QUANTITY > RSV-QTY-RESERVED
027349                 MOVE 'N' TO WS-MOVE-VALID
027351                 MOVE 'M026' TO WS-REJECT-REASON-CODE
027352                 MOVE 'RELEASE EXCEEDS REFERENCE RESERVATION'
027353                     TO WS-REJECT-REASON-TEXT
027355             ELSE
027356                 MOVE MOVE-QUANTITY TO WS-RSV-RELIEF
027357             END-IF
027359         END-IF END-IF
027360     END-IF.
027361
027363 LOOKUP-RESERVATION.
027364     MOVE 'N' TO WS-RSV-FOUND
027365     MOVE MOVE-PART-NUMBER TO RSV-PART-NUMBER
027366     MOVE MOVE-REFERENCE   TO RSV-REFERENCE
027368     READ RSV-FILE
027369         INVALID KEY
027370             CONTINUE
027372         NOT INVALID KEY
027373             MOVE 'Y' TO WS-RSV-FOUND
027374     END-READ.
027376
027377 LOOKUP-LOCATION.
027378*    a location with no record yet is not an error - the
027380*    first receipt into a stock room is what creates it -
027381*    so a miss just starts both quantities from zero
027382     MOVE 'N' TO WS-LOC-FOUND
027384     MOVE 0 TO WS-LOC-ON-HAND WS-LOC-ON-RESERVE
027385     MOVE MOVE-PART-NUMBER TO LOC-PART-NUMBER
027386     MOVE MOVE-LOCATION    TO LOC-WAREHOUSE-LOCATION
027388     READ LOC-FILE
027389         INVALID KEY
027390             CONTINUE
027392         NOT INVALID KEY
027393             MOVE 'Y' TO WS-LOC-FOUND
027394             MOVE LOC-QTY-ON-HAND    TO WS-LOC-ON-HAND
027396             MOVE LOC-QTY-ON-RESERVE TO WS-LOC-ON-RESERVE
027397     END-READ.
027398
027400 APPLY-MOVEMENT.
027500*    the journal line carries the quantities as they were
027600*    and as they become, so the journal alone can replay
028040     END-IF
028100     MOVE MOVE-REFERENCE   TO JRNL-REFERENCE
028150     MOVE MOVE-LOCATION    TO JRNL-LOCATION
028175     MOVE SPACES           TO JRNL-LOT-NUMBER
028200     ACCEPT JRNL-TRAN-DATE FROM DATE YYYYMMDD
028300     ACCEPT JRNL-TRAN-TIME FROM TIME
028400     MOVE QTY-ON-HAND      TO JRNL-OLD-ON-HAND
028500     MOVE QTY-ON-ORDER     TO JRNL-OLD-ON-ORDER
028600     MOVE QTY-ON-RESERVE   TO JRNL-OLD-ON-RESERVE
028620     PERFORM WORK-OUT-AVERAGE-COST
028640     MOVE WS-MOVE-COST     TO JRNL-UNIT-COST
028660     MOVE WS-AVG-COST      TO JRNL-OLD-AVG-COST
028680     MOVE WS-NEW-AVG-COST  TO JRNL-NEW-AVG-COST PART-AVG-COST
028700     MOVE WS-NEW-ON-HAND    TO QTY-ON-HAND
028800     MOVE WS-NEW-ON-ORDER   TO QTY-ON-ORDER
028900     MOVE WS-NEW-ON-RESERVE TO QTY-ON-RESERVE
029800             PERFORM WRITE-EXCEPTION
029900         NOT INVALID KEY
029950             PERFORM UPDATE-LOCATION-BALANCE
029958             IF MOVE-TYPE = 'S'
029966                 PERFORM BOOK-RESERVATION
029975             ELSE IF WS-RSV-RELIEF > 0
029983                 PERFORM RELIEVE-RESERVATION
029991             END-IF END-IF
030000             ADD 1 TO APPLIED-COUNT
030100             PERFORM WRITE-MOVEMENT-JOURNAL
030110*            the receipt's own journal line is written
030120*            before the backorder releases write theirs -
030130*            each release builds a fresh journal record
030131             IF MOVE-TYPE = 'R'
030132                 PERFORM RELIEVE-OPEN-ORDER
030133*                a held part's stock is frozen for issues,
030134*                and an automatic backorder fill is an
030135*                issue - the backorders wait until the
030136*                hold comes off
030137                 IF PART-STATUS NOT = 'H'
030138                     PERFORM RELEASE-BACKORDERS
030139                 END-IF
030140             ELSE IF MOVE-TYPE = 'B'
030141*                a restock is inspected stock back on the
030142*                shelf, so it fills backorders like a receipt -
030143*                but it was never ordered, so no open order is
030144*                relieved
030145                 PERFORM RESTOCK-RETURN
030146                 IF PART-STATUS NOT = 'H'
030147                     PERFORM RELEASE-BACKORDERS
030148                 END-IF
030149             END-IF END-IF
030150             IF WS-ISSUE-SHORT = 'Y'
030151                 PERFORM CREATE-BACKORDER
030152             END-IF
030153     END-REWRITE.
030154
030155 WORK-OUT-AVERAGE-COST.
030156*    a costed receipt reweights the average over the stock
030157*    already held and the stock coming in; every other
030158*    movement, and a receipt with no cost, moves at the
030159*    average and leaves it as it was
030160     PERFORM GET-AVERAGE-COST
030161     MOVE WS-AVG-COST TO WS-MOVE-COST WS-NEW-AVG-COST
030162     IF MOVE-TYPE = 'R' AND MOVE-UNIT-COST-X NOT = SPACES
030163         IF MOVE-UNIT-COST > 0
030164             MOVE MOVE-UNIT-COST TO WS-MOVE-COST
030165             COMPUTE WS-NEW-AVG-COST ROUNDED =
030166                 (QTY-ON-HAND * WS-AVG-COST
030167                  + MOVE-QUANTITY * WS-MOVE-COST)
030168                 / WS-NEW-ON-HAND
030169         END-IF
030170     END-IF.
030171
030172 GET-AVERAGE-COST.
030173*    a part not carrying an average cost yet is costed at
030174*    its price, and takes that as its average from the
030175*    first time it is rewritten
030176     IF PART-AVG-COST NUMERIC
030177         MOVE PART-AVG-COST TO WS-AVG-COST
030178     ELSE IF PART-PRICE NUMERIC
030179         MOVE PART-PRICE TO WS-AVG-COST
030180     ELSE
030181         MOVE 0 TO WS-AVG-COST
030182     END-IF END-IF.
030183
030184 UPDATE-LOCATION-BALANCE.
030185*    LOC-RECORD still holds what LOOKUP-LOCATION read, so
030186*    a found record just gets its new quantities; a first
030187*    movement into a stock room builds the record fresh
030188     IF WS-LOC-FOUND = 'Y'
030189         MOVE WS-NEW-LOC-ON-HAND    TO LOC-QTY-ON-HAND
030190         MOVE WS-NEW-LOC-ON-RESERVE TO LOC-QTY-ON-RESERVE
030191         REWRITE LOC-RECORD
030192             INVALID KEY
030193                 DISPLAY 'PARTPST: LOCBAL REWRITE FAILED FOR: '
030194                     LOC-PART-NUMBER ' ' LOC-WAREHOUSE-LOCATION
030195         END-REWRITE
030196     ELSE
030197         MOVE SPACES TO LOC-RECORD
030198         MOVE MOVE-PART-NUMBER      TO LOC-PART-NUMBER
030199         MOVE MOVE-LOCATION         TO LOC-WAREHOUSE-LOCATION
030200         MOVE WS-NEW-LOC-ON-HAND    TO LOC-QTY-ON-HAND
030201         MOVE WS-NEW-LOC-ON-RESERVE TO LOC-QTY-ON-RESERVE
030202         WRITE LOC-RECORD
030203             INVALID KEY
030204                 DISPLAY 'PARTPST: LOCBAL WRITE FAILED FOR: '
030205                     LOC-PART-NUMBER ' ' LOC-WAREHOUSE-LOCATION
030206         END-WRITE
030207     END-IF.
030208
030209 BOOK-RESERVATION.
030210*    a second S under a reference already on the register
030211*    adds to it and keeps the date it was first reserved,
030212*    so a job topping up its reserve does not reset the
030213*    clock RSVAGE ages it by
030214     IF WS-RSV-FOUND = 'Y'
030215         ADD MOVE-QUANTITY TO RSV-QTY-RESERVED
030216         REWRITE RSV-RECORD
030217             INVALID KEY
030218                 DISPLAY 'PARTPST: RSVFILE REWRITE FAILED FOR: '
030219                     RSV-PART-NUMBER ' ' RSV-REFERENCE
030220         END-REWRITE
030221     ELSE
030222         MOVE SPACES           TO RSV-RECORD
030223         MOVE MOVE-PART-NUMBER TO RSV-PART-NUMBER
030224         MOVE MOVE-REFERENCE   TO RSV-REFERENCE
030225         MOVE MOVE-LOCATION    TO RSV-LOCATION
030226         MOVE MOVE-QUANTITY    TO RSV-QTY-RESERVED
030227         ACCEPT RSV-RESERVE-DATE FROM DATE YYYYMMDD
030228         WRITE RSV-RECORD
030229             INVALID KEY
030230                 DISPLAY 'PARTPST: RSVFILE WRITE FAILED FOR: '
030231                     RSV-PART-NUMBER ' ' RSV-REFERENCE
030232             NOT INVALID KEY
030233                 ADD 1 TO RSV-BOOKED-COUNT
030234         END-WRITE
030235     END-IF.
030236
030237 RELIEVE-RESERVATION.
030238*    RSV-RECORD still holds what the edit read; a release
030239*    or issue that uses up the whole reservation closes it
030240     SUBTRACT WS-RSV-RELIEF FROM RSV-QTY-RESERVED
030241     IF RSV-QTY-RESERVED > 0
030242         REWRITE RSV-RECORD
030243             INVALID KEY
030244                 DISPLAY 'PARTPST: RSVFILE REWRITE FAILED FOR: '
030245                     RSV-PART-NUMBER ' ' RSV-REFERENCE
030246         END-REWRITE
030247     ELSE
030248         DELETE RSV-FILE
030249             INVALID KEY
030250                 DISPLAY 'PARTPST: RSVFILE DELETE FAILED FOR: '
030251                     RSV-PART-NUMBER ' ' RSV-REFERENCE
030252             NOT INVALID KEY
030253                 ADD 1 TO RSV-CLOSED-COUNT
030254         END-DELETE
030255     END-IF.
030256
030257 RELIEVE-OPEN-ORDER.
030258*    the receipt's reference is the purchase-order number
030259*    purchasing keyed in POAPPR, so part plus reference
030260*    finds the exact order line this delivery is against -
030261*    a full delivery (or an over-delivery) closes the
030262*    order, a short one leaves the remainder outstanding
030263*    for POLATE to chase. a receipt with no matching order
030264*    is still a receipt - stock arriving unordered was
030265*    posted long before this file existed
030266*    the receipt goes to RCVHIST first, while the order's
030267*    vendor, date and quantities are still there to copy
030268     MOVE MOVE-PART-NUMBER TO OPO-PART-NUMBER
030269     MOVE MOVE-REFERENCE   TO OPO-REFERENCE
030270     READ OPO-FILE
030271         INVALID KEY
030272             CONTINUE
030273         NOT INVALID KEY
030274             PERFORM WRITE-RECEIPT-HISTORY
030275             COMPUTE WS-NEW-OUTSTANDING =
030276                 OPO-QTY-OUTSTANDING - MOVE-QUANTITY
030277             IF WS-NEW-OUTSTANDING > 0
030278                 MOVE WS-NEW-OUTSTANDING TO OPO-QTY-OUTSTANDING
030279                 REWRITE OPO-RECORD
030280                     INVALID KEY
030281                         DISPLAY 'PARTPST: OPENPO REWRITE FAILED'
030282                             ' FOR: ' OPO-PART-NUMBER ' '
030283                             OPO-REFERENCE
030284                 END-REWRITE
030285             ELSE
030286                 DELETE OPO-FILE
030287                     INVALID KEY
030288                         DISPLAY 'PARTPST: OPENPO DELETE FAILED'
030289                             ' FOR: ' OPO-PART-NUMBER ' '
030290                             OPO-REFERENCE
030291                 END-DELETE
030292             END-IF
030293     END-READ.
030294
030295 WRITE-RECEIPT-HISTORY.
030296*    the history line is the order line as this delivery
030297*    found it - what was due and what came - so the
030298*    scorecard can tell short and over deliveries apart
030299*    without the order record that no longer exists
030300     MOVE SPACES            TO RCV-RECORD
030301     MOVE OPO-PART-NUMBER   TO RCV-PART-NUMBER
030302     MOVE OPO-REFERENCE     TO RCV-REFERENCE
030303     MOVE OPO-VENDOR-NUMBER TO RCV-VENDOR-NUMBER
030304     MOVE OPO-ORDER-DATE    TO RCV-ORDER-DATE
030305     ACCEPT RCV-RECEIPT-DATE FROM DATE YYYYMMDD
030306     MOVE OPO-QTY-ORDERED   TO RCV-QTY-ORDERED
030307     MOVE OPO-QTY-OUTSTANDING TO RCV-QTY-DUE
030308     MOVE MOVE-QUANTITY     TO RCV-QTY-RECEIVED
030309     IF MOVE-QUANTITY < OPO-QTY-OUTSTANDING
030310         MOVE 'P' TO RCV-LINE-STATUS
030311     ELSE
030312         MOVE 'C' TO RCV-LINE-STATUS
030313     END-IF
030314     PERFORM GET-QUOTED-PRICE
030315     WRITE RCV-RECORD
030316     ADD 1 TO RCV-HISTORY-COUNT.
030317
030318 GET-QUOTED-PRICE.
030319*    PARTVEND holds one quote per part, from its primary
030320*    vendor - a quote from some other vendor says nothing
030321*    about what this order was placed at, so it is left out
030322     MOVE 0 TO RCV-QUOTED-PRICE
030323     IF WS-XRF-AVAILABLE = 'Y'
030324         MOVE OPO-PART-NUMBER TO XRF-PART-NUMBER
030325         READ XRF-FILE
030326             INVALID KEY
030327                 CONTINUE
030328             NOT INVALID KEY
030329                 IF XRF-VENDOR-NUMBER = OPO-VENDOR-NUMBER
030330                         AND XRF-QUOTED-PRICE NUMERIC
030331                     MOVE XRF-QUOTED-PRICE TO RCV-QUOTED-PRICE
030332                 END-IF
030333         END-READ
030334     END-IF.
030335
030336 CREATE-BACKORDER.
030337*    the unfilled remainder lands on BACKORD under part
030439     IF WS-MASTER-SHIPPABLE < 0
030440         MOVE 0 TO WS-MASTER-SHIPPABLE
030441     END-IF
030442     IF PART-LOT-CONTROL = 'Y'
030443         MOVE BO-PART-NUMBER TO WS-LOT-PART
030444         MOVE BO-LOCATION    TO WS-LOT-LOCATION
030445         PERFORM SUM-EXPIRED-LOTS
030446         SUBTRACT WS-LOT-EXPIRED-QTY FROM WS-MASTER-SHIPPABLE
030447                                          WS-REL-LOC-ON-HAND
030448         IF WS-MASTER-SHIPPABLE < 0
030449             MOVE 0 TO WS-MASTER-SHIPPABLE
030450         END-IF
030451         IF WS-REL-LOC-ON-HAND < 0
030452             MOVE 0 TO WS-REL-LOC-ON-HAND
030453         END-IF
030454     END-IF
030455     MOVE BO-QTY-OPEN TO WS-RELEASE-QTY
030456     IF WS-RELEASE-QTY > WS-MASTER-SHIPPABLE
030457         MOVE WS-MASTER-SHIPPABLE TO WS-RELEASE-QTY
030458     END-IF
030459     IF WS-RELEASE-QTY > WS-REL-LOC-ON-HAND
030460         MOVE WS-REL-LOC-ON-HAND TO WS-RELEASE-QTY
030461     END-IF
030462     IF WS-RELEASE-QTY < 1
030463*        the oldest backorder cannot move, and everything
030464*        younger waits behind it - first owed, first filled
030465         MOVE 'Y' TO WS-BO-DONE
030466     ELSE
030467         PERFORM POST-BACKORDER-FILL
030468     END-IF.
030469
030470 LOOKUP-RELEASE-LOCATION.
030471*    the fill ships from the stock room the original issue
030472*    wanted to draw from; the receipt may have landed in a
030473*    different one, in which case that location has no
030474*    stock free and the backorder keeps waiting
030475     MOVE 'N' TO WS-REL-LOC-FOUND
030476     MOVE 0 TO WS-REL-LOC-ON-HAND
030477     MOVE BO-PART-NUMBER TO LOC-PART-NUMBER
030478     MOVE BO-LOCATION    TO LOC-WAREHOUSE-LOCATION
030480     READ LOC-FILE
030481         INVALID KEY
030482             CONTINUE
030483         NOT INVALID KEY
030484             MOVE 'Y' TO WS-REL-LOC-FOUND
030485             COMPUTE WS-REL-LOC-ON-HAND =
030486                 LOC-QTY-ON-HAND - LOC-QTY-ON-RESERVE
030487             IF WS-REL-LOC-ON-HAND < 0
030488                 MOVE 0 TO WS-REL-LOC-ON-HAND
030489             END-IF
030490     END-READ.
030491
030492 POST-BACKORDER-FILL.
030493*    a fill is an issue in all but origin - the master, the
030494*    location balance and the journal all move exactly as
030495*    they would for a keyed issue of the same quantity
030496     MOVE BO-PART-NUMBER TO JRNL-PART-NUMBER
030497     MOVE 'I'            TO JRNL-MOVE-TYPE
030498     MOVE WS-RELEASE-QTY TO JRNL-QUANTITY
030499     MOVE BO-REFERENCE   TO JRNL-REFERENCE
030500     MOVE BO-LOCATION    TO JRNL-LOCATION
030501     MOVE SPACES         TO JRNL-LOT-NUMBER
030502     ACCEPT JRNL-TRAN-DATE FROM DATE YYYYMMDD
030503     ACCEPT JRNL-TRAN-TIME FROM TIME
030504     MOVE QTY-ON-HAND    TO JRNL-OLD-ON-HAND
030505     MOVE QTY-ON-ORDER   TO JRNL-OLD-ON-ORDER
030506     MOVE QTY-ON-RESERVE TO JRNL-OLD-ON-RESERVE
030507     PERFORM GET-AVERAGE-COST
030508     MOVE WS-AVG-COST    TO JRNL-UNIT-COST JRNL-OLD-AVG-COST
030509                            JRNL-NEW-AVG-COST PART-AVG-COST
030510     SUBTRACT WS-RELEASE-QTY FROM QTY-ON-HAND
030511     MOVE QTY-ON-HAND    TO JRNL-NEW-ON-HAND
030512     MOVE QTY-ON-ORDER   TO JRNL-NEW-ON-ORDER
030513     MOVE QTY-ON-RESERVE TO JRNL-NEW-ON-RESERVE
030514     REWRITE PART-RECORD
030515         INVALID KEY
030516             DISPLAY 'PARTPST: REWRITE FAILED FOR: ' PART-NUMBER
030518             MOVE 'Y' TO WS-BO-DONE
030519         NOT INVALID KEY
030520             SUBTRACT WS-RELEASE-QTY FROM LOC-QTY-ON-HAND
030521             REWRITE LOC-RECORD
030522                 INVALID KEY
030523                     DISPLAY 'PARTPST: LOCBAL REWRITE FAILED'
030524                         ' FOR: ' LOC-PART-NUMBER ' '
030525                         LOC-WAREHOUSE-LOCATION
030526             END-REWRITE
030527             MOVE BO-PART-NUMBER TO WS-LOT-PART
030528             MOVE BO-LOCATION    TO WS-LOT-LOCATION
030529             MOVE WS-RELEASE-QTY TO WS-LOT-DRAW-LEFT
030530             PERFORM WRITE-ISSUE-JOURNAL
030531             ADD 1 TO RELEASED-COUNT
030532             PERFORM RELIEVE-BACKORDER-RECORD
030533     END-REWRITE.
030534
030535 RELIEVE-BACKORDER-RECORD.
030536     SUBTRACT WS-RELEASE-QTY FROM BO-QTY-OPEN
030537     IF BO-QTY-OPEN > 0
030538         REWRITE BO-RECORD
030539             INVALID KEY
030540                 DISPLAY 'PARTPST: BACKORD REWRITE FAILED FOR: '
030541                     BO-PART-NUMBER ' ' BO-REFERENCE
030542         END-REWRITE
030543     ELSE
030544         DELETE BO-FILE
030545             INVALID KEY
030546                 DISPLAY 'PARTPST: BACKORD DELETE FAILED FOR: '
030547                     BO-PART-NUMBER ' ' BO-REFERENCE
030548         END-DELETE
030549     END-IF.
030550
030551 CHECK-KIT-ISSUE.
030552*    a kit issue is all or nothing: every component line
030553*    on KITCOMP must be able to ship its full needed
030554*    quantity - kits asked for times quantity per - from
030555*    the movement's stock room, net of reserve at both
030557*    levels, or the whole movement rejects. half-built
030558*    kits are exactly the hand-keyed mess this type
030559*    replaces
030560     MOVE 0 TO WS-COMPONENT-COUNT
030561     MOVE SPACES TO WS-KIT-SHORT-COMPONENT
030562     MOVE MOVE-PART-NUMBER TO KIT-PART-NUMBER
030563     MOVE LOW-VALUES       TO KIT-COMPONENT-NUMBER
030564     MOVE 'N' TO WS-KIT-AT-END
030565     START KIT-FILE KEY IS NOT LESS THAN KIT-KEY
030566         INVALID KEY MOVE 'Y' TO WS-KIT-AT-END
030567     END-START
030568     PERFORM SCAN-KIT-FOR-EDIT
030569         UNTIL WS-KIT-AT-END = 'Y'
030570     IF WS-MOVE-VALID = 'Y' AND WS-COMPONENT-COUNT = 0
030571         MOVE 'N' TO WS-MOVE-VALID
030572         MOVE 'M014' TO WS-REJECT-REASON-CODE
030573         MOVE 'NO COMPONENTS ON KIT FILE'
030574             TO WS-REJECT-REASON-TEXT
030575     END-IF.
030576
030577 SCAN-KIT-FOR-EDIT.
030578     READ KIT-FILE NEXT
030579         AT END
030580             MOVE 'Y' TO WS-KIT-AT-END
030581         NOT AT END
030582             IF KIT-PART-NUMBER NOT = MOVE-PART-NUMBER
030583                 MOVE 'Y' TO WS-KIT-AT-END
030584             ELSE
030585                 ADD 1 TO WS-COMPONENT-COUNT
030586                 IF WS-MOVE-VALID = 'Y'
030587                     PERFORM CHECK-ONE-COMPONENT
030588                 END-IF
030589             END-IF
030590     END-READ.
030591
030592 CHECK-ONE-COMPONENT.
030593     IF KIT-QTY-PER NOT NUMERIC OR KIT-QTY-PER = 0
030595         MOVE 'N' TO WS-MOVE-VALID
030596         MOVE 'M016' TO WS-REJECT-REASON-CODE
030597         MOVE 'KIT QTY PER NOT NUMERIC OR ZERO'
030598             TO WS-REJECT-REASON-TEXT
030599     ELSE
030600         COMPUTE WS-KIT-NEEDED-QTY =
030601             MOVE-QUANTITY * KIT-QTY-PER
030602         MOVE 'N' TO WS-COMP-FOUND
030603         MOVE KIT-COMPONENT-NUMBER TO PART-NUMBER
030604         READ PART-FILE
030605             INVALID KEY
030606                 CONTINUE
030607             NOT INVALID KEY
030608                 MOVE 'Y' TO WS-COMP-FOUND
030609         END-READ
030610         IF WS-COMP-FOUND = 'N'
030611             MOVE 'N' TO WS-MOVE-VALID
030612             MOVE 'M017' TO WS-REJECT-REASON-CODE
030613             MOVE SPACES TO WS-REJECT-REASON-TEXT
030614             STRING 'COMPONENT NOT ON MASTER: '
030615                 KIT-COMPONENT-NUMBER DELIMITED BY SIZE
030616                 INTO WS-REJECT-REASON-TEXT
030617         ELSE IF PART-STATUS = 'H'
030618*            a kit cannot be built over a frozen component
030619             MOVE 'N' TO WS-MOVE-VALID
030620             MOVE 'M018' TO WS-REJECT-REASON-CODE
030621             MOVE SPACES TO WS-REJECT-REASON-TEXT
030622             STRING 'COMPONENT ON HOLD: '
030623                 KIT-COMPONENT-NUMBER DELIMITED BY SIZE
030624                 INTO WS-REJECT-REASON-TEXT
030625         ELSE
030626             PERFORM CHECK-COMPONENT-STOCK
030627         END-IF END-IF
030628     END-IF.
030629
030630 CHECK-COMPONENT-STOCK.
030631     COMPUTE WS-MASTER-SHIPPABLE =
030633         QTY-ON-HAND - QTY-ON-RESERVE
030634     IF WS-MASTER-SHIPPABLE < 0
030635         MOVE 0 TO WS-MASTER-SHIPPABLE
030636     END-IF
030637     PERFORM LOOKUP-COMPONENT-LOCATION
030638     IF PART-LOT-CONTROL = 'Y'
030639         MOVE KIT-COMPONENT-NUMBER TO WS-LOT-PART
030640         MOVE MOVE-LOCATION        TO WS-LOT-LOCATION
030641         PERFORM SUM-EXPIRED-LOTS
030642         SUBTRACT WS-LOT-EXPIRED-QTY FROM WS-MASTER-SHIPPABLE
030643                                          WS-COMP-LOC-SHIPPABLE
030644         IF WS-MASTER-SHIPPABLE < 0
030645             MOVE 0 TO WS-MASTER-SHIPPABLE
030646         END-IF
030647         IF WS-COMP-LOC-SHIPPABLE < 0
030648             MOVE 0 TO WS-COMP-LOC-SHIPPABLE
030649         END-IF
030650     END-IF
030651     IF WS-KIT-NEEDED-QTY > WS-MASTER-SHIPPABLE
030652             OR WS-KIT-NEEDED-QTY > WS-COMP-LOC-SHIPPABLE
030653         MOVE 'N' TO WS-MOVE-VALID
030654         MOVE 'M015' TO WS-REJECT-REASON-CODE
030655         MOVE SPACES TO WS-REJECT-REASON-TEXT
030656         STRING 'COMPONENT SHORT FOR KIT: '
030657             KIT-COMPONENT-NUMBER DELIMITED BY SIZE
030658             INTO WS-REJECT-REASON-TEXT
030659     END-IF.
030660
030661 LOOKUP-COMPONENT-LOCATION.
030662*    the component ships from the stock room the kit
030663*    movement names - a component held only somewhere
030664*    else cannot build this kit here
030665     MOVE 0 TO WS-COMP-LOC-SHIPPABLE
030666     MOVE KIT-COMPONENT-NUMBER TO LOC-PART-NUMBER
030667     MOVE MOVE-LOCATION        TO LOC-WAREHOUSE-LOCATION
030668     READ LOC-FILE
030669         INVALID KEY
030670             CONTINUE
030672         NOT INVALID KEY
030673             COMPUTE WS-COMP-LOC-SHIPPABLE =
030674                 LOC-QTY-ON-HAND - LOC-QTY-ON-RESERVE
030675             IF WS-COMP-LOC-SHIPPABLE < 0
030676                 MOVE 0 TO WS-COMP-LOC-SHIPPABLE
030677             END-IF
030678     END-READ.
030679
030680 APPLY-KIT-ISSUE.
030681*    the edit already proved every component can ship in
030682*    full, so the explosion just walks the component lines
030683*    again and posts each one as an ordinary issue - the
030684*    journal shows component issues under the kit's
030685*    reference, which is exactly what the warehouse used
030686*    to hand-key and forget lines of
030687     ADD 1 TO APPLIED-COUNT
030688     MOVE MOVE-PART-NUMBER TO KIT-PART-NUMBER
030689     MOVE LOW-VALUES       TO KIT-COMPONENT-NUMBER
030690     MOVE 'N' TO WS-KIT-AT-END
030691     START KIT-FILE KEY IS NOT LESS THAN KIT-KEY
030692         INVALID KEY MOVE 'Y' TO WS-KIT-AT-END
030693     END-START
030694     PERFORM SCAN-KIT-FOR-APPLY
030695         UNTIL WS-KIT-AT-END = 'Y'.
030696
030697 SCAN-KIT-FOR-APPLY.
030698     READ KIT-FILE NEXT
030699         AT END
030700             MOVE 'Y' TO WS-KIT-AT-END
030701         NOT AT END
030702             IF KIT-PART-NUMBER NOT = MOVE-PART-NUMBER
030703                 MOVE 'Y' TO WS-KIT-AT-END
030704             ELSE
030705                 PERFORM ISSUE-ONE-COMPONENT
030706             END-IF
030707     END-READ.
030708
030710 ISSUE-ONE-COMPONENT.
030711     COMPUTE WS-KIT-NEEDED-QTY =
030712         MOVE-QUANTITY * KIT-QTY-PER
030713     MOVE KIT-COMPONENT-NUMBER TO PART-NUMBER
030714     READ PART-FILE
030715         INVALID KEY
030716             DISPLAY 'PARTPST: KIT COMPONENT VANISHED: '
030717                 KIT-COMPONENT-NUMBER
030718         NOT INVALID KEY
030719             PERFORM POST-COMPONENT-ISSUE
030720     END-READ.
030721
030722 POST-COMPONENT-ISSUE.
030723     MOVE KIT-COMPONENT-NUMBER TO JRNL-PART-NUMBER
030724     MOVE 'I'                  TO JRNL-MOVE-TYPE
030725     MOVE WS-KIT-NEEDED-QTY    TO JRNL-QUANTITY
030726     MOVE MOVE-REFERENCE       TO JRNL-REFERENCE
030727     MOVE MOVE-LOCATION        TO JRNL-LOCATION
030728     MOVE SPACES               TO JRNL-LOT-NUMBER
030729     ACCEPT JRNL-TRAN-DATE FROM DATE YYYYMMDD
030730     ACCEPT JRNL-TRAN-TIME FROM TIME
030731     MOVE QTY-ON-HAND    TO JRNL-OLD-ON-HAND
030732     MOVE QTY-ON-ORDER   TO JRNL-OLD-ON-ORDER
030733     MOVE QTY-ON-RESERVE TO JRNL-OLD-ON-RESERVE
030734     PERFORM GET-AVERAGE-COST
030735     MOVE WS-AVG-COST    TO JRNL-UNIT-COST JRNL-OLD-AVG-COST
030736                            JRNL-NEW-AVG-COST PART-AVG-COST
030737     SUBTRACT WS-KIT-NEEDED-QTY FROM QTY-ON-HAND
030738     MOVE QTY-ON-HAND    TO JRNL-NEW-ON-HAND
030739     MOVE QTY-ON-ORDER   TO JRNL-NEW-ON-ORDER
030740     MOVE QTY-ON-RESERVE TO JRNL-NEW-ON-RESERVE
030741     REWRITE PART-RECORD
030742         INVALID KEY
030743             DISPLAY 'PARTPST: REWRITE FAILED FOR: ' PART-NUMBER
030744         NOT INVALID KEY
030745             PERFORM UPDATE-COMPONENT-LOCATION
030746             MOVE KIT-COMPONENT-NUMBER TO WS-LOT-PART
030748             MOVE MOVE-LOCATION        TO WS-LOT-LOCATION
030749             MOVE WS-KIT-NEEDED-QTY    TO WS-LOT-DRAW-LEFT
030750             PERFORM WRITE-ISSUE-JOURNAL
030751     END-REWRITE.
030752
030753 UPDATE-COMPONENT-LOCATION.
030754     MOVE KIT-COMPONENT-NUMBER TO LOC-PART-NUMBER
030755     MOVE MOVE-LOCATION        TO LOC-WAREHOUSE-LOCATION
030756     READ LOC-FILE
030757         INVALID KEY
030758             DISPLAY 'PARTPST: LOCBAL MISSING FOR: '
030759                 LOC-PART-NUMBER ' ' LOC-WAREHOUSE-LOCATION
030760         NOT INVALID KEY
030761             SUBTRACT WS-KIT-NEEDED-QTY FROM LOC-QTY-ON-HAND
030762             REWRITE LOC-RECORD
030763                 INVALID KEY
030764                     DISPLAY 'PARTPST: LOCBAL REWRITE FAILED'
030765                         ' FOR: ' LOC-PART-NUMBER ' '
030766                         LOC-WAREHOUSE-LOCATION
030767             END-REWRITE
030768     END-READ.
030769
030770 CHECK-TRANSFER-OUT.
030771*    a transfer moves stock the source room actually has
030772*    free - never its reserved quantity, which is spoken
030773*    for where it sits - to a different, named room. the
030774*    reference identifies the shipment until it arrives,
030775*    so a second transfer under a reference still in
030776*    transit is refused rather than merged
030777     IF MOVE-TO-LOCATION = SPACES
030778             OR MOVE-TO-LOCATION = MOVE-LOCATION
030779         MOVE 'N' TO WS-MOVE-VALID
030780         MOVE 'M019' TO WS-REJECT-REASON-CODE
030781         MOVE 'TO LOCATION BLANK OR SAME AS FROM'
030782             TO WS-REJECT-REASON-TEXT
030783     ELSE
030784         PERFORM LOOKUP-TRANSFER
030785         IF WS-XFR-FOUND = 'Y'
030787             MOVE 'N' TO WS-MOVE-VALID
030788             MOVE 'M020' TO WS-REJECT-REASON-CODE
030789             MOVE 'TRANSFER REFERENCE ALREADY IN TRANSIT'
030790                 TO WS-REJECT-REASON-TEXT
030791         ELSE
030792             PERFORM LOOKUP-LOCATION
030793             COMPUTE WS-NEW-LOC-ON-HAND =
030794                 WS-LOC-ON-HAND - MOVE-QUANTITY
030795             MOVE WS-LOC-ON-RESERVE TO WS-NEW-LOC-ON-RESERVE
030796             IF WS-NEW-LOC-ON-HAND < WS-LOC-ON-RESERVE
030797                 MOVE 'N' TO WS-MOVE-VALID
030798                 MOVE 'M021' TO WS-REJECT-REASON-CODE
030799                 MOVE 'TRANSFER EXCEEDS LOCATION FREE STOCK'
030800                     TO WS-REJECT-REASON-TEXT
030801             END-IF
030802         END-IF
030803     END-IF.
030804
030805 CHECK-TRANSFER-ARRIVAL.
030806*    the receiving room confirms against the transfer's
030807*    reference, in its own name, for no more than is still
030808*    on the road - a short arrival leaves the rest in
030809*    transit where XFRRPT will find it
030810     PERFORM LOOKUP-TRANSFER
030811     IF WS-XFR-FOUND = 'N'
030812         MOVE 'N' TO WS-MOVE-VALID
030813         MOVE 'M022' TO WS-REJECT-REASON-CODE
030814         MOVE 'NO TRANSFER IN TRANSIT FOR REFERENCE'
030815             TO WS-REJECT-REASON-TEXT
030816     ELSE IF MOVE-LOCATION NOT = XFR-TO-LOCATION
030817         MOVE 'N' TO WS-MOVE-VALID
030818         MOVE 'M023' TO WS-REJECT-REASON-CODE
030819         MOVE 'LOCATION IS NOT TRANSFER DESTINATION'
030820             TO WS-REJECT-REASON-TEXT
030821     ELSE IF MOVE-QUANTITY > XFR-QTY-IN-TRANSIT
030822         MOVE 'N' TO WS-MOVE-VALID
030823         MOVE 'M024' TO WS-REJECT-REASON-CODE
030825         MOVE 'ARRIVAL EXCEEDS QTY IN TRANSIT'
030826             TO WS-REJECT-REASON-TEXT
030827     ELSE
030828         PERFORM LOOKUP-LOCATION
030829         COMPUTE WS-NEW-LOC-ON-HAND =
030830             WS-LOC-ON-HAND + MOVE-QUANTITY
030831         MOVE WS-LOC-ON-RESERVE TO WS-NEW-LOC-ON-RESERVE
030832         IF WS-NEW-LOC-ON-HAND > 9999999
030833             MOVE 'N' TO WS-MOVE-VALID
030834             MOVE 'M013' TO WS-REJECT-REASON-CODE
030835             MOVE 'LOCATION QTY OVER FIELD LIMIT'
030836                 TO WS-REJECT-REASON-TEXT
030837         END-IF
030838     END-IF END-IF END-IF.
030839
030840 LOOKUP-TRANSFER.
030841     MOVE 'N' TO WS-XFR-FOUND
030842     MOVE MOVE-PART-NUMBER TO XFR-PART-NUMBER
030843     MOVE MOVE-REFERENCE   TO XFR-REFERENCE
030844     READ XFR-FILE
030845         INVALID KEY
030846             CONTINUE
030847         NOT INVALID KEY
030848             MOVE 'Y' TO WS-XFR-FOUND
030849     END-READ.
030850
030851 APPLY-TRANSFER-OUT.
030852*    the stock leaves the source room's LOCBAL record and
030853*    lands on XFRFILE; the master is not rewritten at all,
030854*    so the journal line carries its quantities unchanged
030855     PERFORM BUILD-TRANSFER-JOURNAL
030856     MOVE MOVE-LOCATION    TO JRNL-LOCATION
030857     MOVE SPACES           TO XFR-RECORD
030858     MOVE MOVE-PART-NUMBER TO XFR-PART-NUMBER
030859     MOVE MOVE-REFERENCE   TO XFR-REFERENCE
030860     MOVE MOVE-LOCATION    TO XFR-FROM-LOCATION
030861     MOVE MOVE-TO-LOCATION TO XFR-TO-LOCATION
030863     MOVE MOVE-QUANTITY    TO XFR-QTY-IN-TRANSIT
030864     MOVE JRNL-TRAN-DATE   TO XFR-SHIP-DATE
030865     IF PART-LOT-CONTROL = 'Y'
030866         MOVE MOVE-LOT-NUMBER TO XFR-LOT-NUMBER JRNL-LOT-NUMBER
030867     END-IF
030868     WRITE XFR-RECORD
030869         INVALID KEY
030870             DISPLAY 'PARTPST: XFRFILE WRITE FAILED FOR: '
030871                 XFR-PART-NUMBER ' ' XFR-REFERENCE
030872             MOVE 'M008' TO WS-REJECT-REASON-CODE
030873             MOVE 'TRANSFER WRITE FAILED'
030874                 TO WS-REJECT-REASON-TEXT
030875             PERFORM WRITE-EXCEPTION
030876         NOT INVALID KEY
030877             PERFORM UPDATE-LOCATION-BALANCE
030878             IF XFR-LOT-NUMBER NOT = SPACES
030879                 PERFORM SHIP-FROM-LOT
030880             END-IF
030881             ADD 1 TO APPLIED-COUNT
030882             ADD 1 TO XFR-SHIPPED-COUNT
030883             WRITE JRNL-RECORD
030884     END-WRITE.
030885
030886 APPLY-TRANSFER-ARRIVAL.
030887*    the confirmed quantity goes into the receiving room's
030888*    LOCBAL record - built fresh if this is the first stock
030889*    the room has held of the part - and comes off the
030890*    in-transit record, which closes when nothing is left
030891     PERFORM BUILD-TRANSFER-JOURNAL
030892     MOVE MOVE-LOCATION    TO JRNL-LOCATION
030893     IF XFR-LOT-NUMBER NOT = SPACES
030894         PERFORM ARRIVE-INTO-LOT
030895     END-IF
030896     SUBTRACT MOVE-QUANTITY FROM XFR-QTY-IN-TRANSIT
030897     IF XFR-QTY-IN-TRANSIT > 0
030898         REWRITE XFR-RECORD
030899             INVALID KEY
030900                 DISPLAY 'PARTPST: XFRFILE REWRITE FAILED FOR: '
030902                     XFR-PART-NUMBER ' ' XFR-REFERENCE
030903         END-REWRITE
030904     ELSE
030905         DELETE XFR-FILE
030906             INVALID KEY
030907                 DISPLAY 'PARTPST: XFRFILE DELETE FAILED FOR: '
030908                     XFR-PART-NUMBER ' ' XFR-REFERENCE
030909         END-DELETE
030910     END-IF
030911     PERFORM UPDATE-LOCATION-BALANCE
030912     ADD 1 TO APPLIED-COUNT
030913     ADD 1 TO XFR-ARRIVED-COUNT
030914     WRITE JRNL-RECORD.
030915
030916 BUILD-TRANSFER-JOURNAL.
030917*    old and new master quantities are the same figures -
030918*    a transfer changes where the stock is, not how much
030919*    the shop holds
030920     MOVE MOVE-PART-NUMBER TO JRNL-PART-NUMBER
030921     MOVE MOVE-TYPE        TO JRNL-MOVE-TYPE
030922     MOVE MOVE-QUANTITY    TO JRNL-QUANTITY
030923     MOVE MOVE-REFERENCE   TO JRNL-REFERENCE
030924     MOVE SPACES           TO JRNL-LOT-NUMBER
030925     ACCEPT JRNL-TRAN-DATE FROM DATE YYYYMMDD
030926     ACCEPT JRNL-TRAN-TIME FROM TIME
030927     MOVE QTY-ON-HAND      TO JRNL-OLD-ON-HAND
030928     MOVE QTY-ON-ORDER     TO JRNL-OLD-ON-ORDER
030929     MOVE QTY-ON-RESERVE   TO JRNL-OLD-ON-RESERVE
030930     MOVE QTY-ON-HAND      TO JRNL-NEW-ON-HAND
030931     MOVE QTY-ON-ORDER     TO JRNL-NEW-ON-ORDER
030932     MOVE QTY-ON-RESERVE   TO JRNL-NEW-ON-RESERVE
030933     PERFORM GET-AVERAGE-COST
030934     MOVE WS-AVG-COST      TO JRNL-UNIT-COST JRNL-OLD-AVG-COST
030935                              JRNL-NEW-AVG-COST.
030936
030937 CHECK-RETURN-MOVEMENT.
030938*    every return movement quotes the RMA it belongs to in
030940*    its reference, and the RMA must still be open. a Q may
030941*    take in no more than the customer still has to send
030942*    back; a B, W or V may disposition no more than is in
030943*    quarantine. W and V come out of the room the stock is
030944*    quarantined in; a B names the room it is restocked
030945*    into, and goes on to the same balance checks as a
030946*    receipt into that room
030947     PERFORM LOOKUP-RETURN
030948     IF WS-RMA-FOUND = 'N' OR RMA-STATUS NOT = 'O'
030949         MOVE 'N' TO WS-MOVE-VALID
030950         MOVE 'M028' TO WS-REJECT-REASON-CODE
030951         MOVE 'NO OPEN RMA FOR PART/REFERENCE'
030952             TO WS-REJECT-REASON-TEXT
030953     ELSE IF MOVE-TYPE = 'Q'
030954         PERFORM CHECK-RETURN-RECEIPT
030955     ELSE IF MOVE-QUANTITY > RMA-QTY-QUARANTINE
030956         MOVE 'N' TO WS-MOVE-VALID
030957         MOVE 'M030' TO WS-REJECT-REASON-CODE
030958         MOVE 'DISPOSITION EXCEEDS QTY IN QUARANTINE'
030959             TO WS-REJECT-REASON-TEXT
030960     ELSE IF MOVE-TYPE = 'B'
030961         PERFORM CHECK-MOVEMENT-BALANCE
030962     ELSE IF MOVE-LOCATION NOT = RMA-QUARANTINE-LOCATION
030963         MOVE 'N' TO WS-MOVE-VALID
030964         MOVE 'M032' TO WS-REJECT-REASON-CODE
030965         MOVE 'LOCATION IS NOT RMA QUARANTINE LOCATION'
030966             TO WS-REJECT-REASON-TEXT
030967     ELSE IF MOVE-TYPE = 'V'
030968         PERFORM CHECK-RETURN-VENDOR
030969     END-IF END-IF END-IF END-IF END-IF END-IF.
030970
030971 CHECK-RETURN-RECEIPT.
030972*    an RMA's quarantine stock sits in one room - a second
030973*    receipt while some is still there must come into the
030974*    same room, or W and V would not know where to take it
030975*    from
030976     COMPUTE WS-RMA-STILL-DUE = RMA-QTY-AUTHORISED
030977         - RMA-QTY-QUARANTINE - RMA-QTY-RESTOCKED
030979         - RMA-QTY-SCRAPPED - RMA-QTY-TO-VENDOR
030980     IF MOVE-QUANTITY > WS-RMA-STILL-DUE
030981         MOVE 'N' TO WS-MOVE-VALID
030982         MOVE 'M029' TO WS-REJECT-REASON-CODE
030983         MOVE 'RETURN EXCEEDS QTY AUTHORISED ON RMA'
030984             TO WS-REJECT-REASON-TEXT
030985     ELSE IF RMA-QTY-QUARANTINE > 0
030986             AND MOVE-LOCATION NOT = RMA-QUARANTINE-LOCATION
030987         MOVE 'N' TO WS-MOVE-VALID
030988         MOVE 'M032' TO WS-REJECT-REASON-CODE
030989         MOVE 'LOCATION IS NOT RMA QUARANTINE LOCATION'
030990             TO WS-REJECT-REASON-TEXT
030991     END-IF END-IF.
030992
030993 CHECK-RETURN-VENDOR.
030994*    a return to vendor goes back to the part's primary
030995*    vendor on PARTVEND - with no cross-reference there is
030996*    nobody on file to send it to
030997     MOVE SPACES TO WS-RETURN-VENDOR
030998     IF WS-XRF-AVAILABLE = 'Y'
030999         MOVE MOVE-PART-NUMBER TO XRF-PART-NUMBER
031000         READ XRF-FILE
031001             INVALID KEY
031002                 CONTINUE
031003             NOT INVALID KEY
031004                 MOVE XRF-VENDOR-NUMBER TO WS-RETURN-VENDOR
031005         END-READ
031006     END-IF
031007     IF WS-RETURN-VENDOR = SPACES
031008         MOVE 'N' TO WS-MOVE-VALID
031009         MOVE 'M031' TO WS-REJECT-REASON-CODE
031010         MOVE 'NO PARTVEND VENDOR FOR RETURN'
031011             TO WS-REJECT-REASON-TEXT
031012     END-IF.
031013
031014 LOOKUP-RETURN.
031015     MOVE 'N' TO WS-RMA-FOUND
031017     MOVE MOVE-PART-NUMBER TO RMA-PART-NUMBER
031018     MOVE MOVE-REFERENCE   TO RMA-REFERENCE
031019     READ RMA-FILE
031020         INVALID KEY
031021             CONTINUE
031022         NOT INVALID KEY
031023             MOVE 'Y' TO WS-RMA-FOUND
031024     END-READ.
031025
031026 APPLY-RETURN-RECEIPT.
031027*    returned goods go into quarantine on the RMA and
031028*    nowhere else - the master is not rewritten and no
031029*    LOCBAL record moves, so the journal line carries the
031030*    master's quantities unchanged, as a transfer does.
031031*    the quarantine date is the day the first of the stock
031032*    now sitting there came in, which is what RMARPT ages
031033     PERFORM BUILD-TRANSFER-JOURNAL
031034     MOVE MOVE-LOCATION    TO JRNL-LOCATION
031035     IF RMA-QTY-QUARANTINE = 0
031036         MOVE MOVE-LOCATION  TO RMA-QUARANTINE-LOCATION
031037         MOVE JRNL-TRAN-DATE TO RMA-QUARANTINE-DATE
031038     END-IF
031039     ADD MOVE-QUANTITY TO RMA-QTY-QUARANTINE
031040     REWRITE RMA-RECORD
031041         INVALID KEY
031042             DISPLAY 'PARTPST: RMAFILE REWRITE FAILED FOR: '
031043                 RMA-PART-NUMBER ' ' RMA-REFERENCE
031044             MOVE 'M008' TO WS-REJECT-REASON-CODE
031045             MOVE 'RMA REWRITE FAILED' TO WS-REJECT-REASON-TEXT
031046             PERFORM WRITE-EXCEPTION
031047         NOT INVALID KEY
031048             ADD 1 TO APPLIED-COUNT
031049             ADD 1 TO RMA-RECEIVED-COUNT
031050             WRITE JRNL-RECORD
031051     END-REWRITE.
031052
031053 APPLY-RETURN-DISPOSAL.
031055*    scrap and return-to-vendor take the stock out of
031056*    quarantine and out of the shop - it was never on the
031057*    master, so again nothing there moves and the journal
031058*    line is the only trace besides the RMA itself
031059     PERFORM BUILD-TRANSFER-JOURNAL
031060     MOVE MOVE-LOCATION    TO JRNL-LOCATION
031061     SUBTRACT MOVE-QUANTITY FROM RMA-QTY-QUARANTINE
031062     IF MOVE-TYPE = 'W'
031063         ADD MOVE-QUANTITY TO RMA-QTY-SCRAPPED
031064     ELSE
031065         ADD MOVE-QUANTITY TO RMA-QTY-TO-VENDOR
031066         MOVE WS-RETURN-VENDOR TO RMA-VENDOR-NUMBER
031067     END-IF
031068     PERFORM CLOSE-RETURN-IF-DONE
031069     REWRITE RMA-RECORD
031070         INVALID KEY
031071             DISPLAY 'PARTPST: RMAFILE REWRITE FAILED FOR: '
031072                 RMA-PART-NUMBER ' ' RMA-REFERENCE
031073             MOVE 'M008' TO WS-REJECT-REASON-CODE
031074             MOVE 'RMA REWRITE FAILED' TO WS-REJECT-REASON-TEXT
031075             PERFORM WRITE-EXCEPTION
031076         NOT INVALID KEY
031077             ADD 1 TO APPLIED-COUNT
031078             ADD 1 TO RMA-DISPOSED-COUNT
031079             WRITE JRNL-RECORD
031080     END-REWRITE.
031081
031082 RESTOCK-RETURN.
031083*    the master and LOCBAL already carry the restocked
031084*    quantity by now; RMA-RECORD still holds what the edit
031085*    read, so it just moves from quarantine to restocked
031086     SUBTRACT MOVE-QUANTITY FROM RMA-QTY-QUARANTINE
031087     ADD MOVE-QUANTITY TO RMA-QTY-RESTOCKED
031088     PERFORM CLOSE-RETURN-IF-DONE
031089     REWRITE RMA-RECORD
031090         INVALID KEY
031091             DISPLAY 'PARTPST: RMAFILE REWRITE FAILED FOR: '
031092                 RMA-PART-NUMBER ' ' RMA-REFERENCE
031094         NOT INVALID KEY
031095             ADD 1 TO RMA-DISPOSED-COUNT
031096     END-REWRITE.
031097
031098 CLOSE-RETURN-IF-DONE.
031099*    an RMA closes itself once nothing is left in quarantine
031100*    and every unit authorised has come back and been
031101*    dispositioned; one the customer sends back short stays
031102*    open until it is closed through RMAMNT
031103     IF RMA-QTY-QUARANTINE = 0
031104             AND RMA-QTY-RESTOCKED + RMA-QTY-SCRAPPED
031105                 + RMA-QTY-TO-VENDOR NOT < RMA-QTY-AUTHORISED
031106         MOVE 'C' TO RMA-STATUS
031107     END-IF.
031108
031109 CHECK-LOT-MOVEMENT.
031110*    stock of a lot-controlled part coming into a room, or
031111*    leaving it for another, says which lot it is. a
031112*    receipt or restock also carries the lot's expiry,
031113*    which must be a real date and must agree with the lot
031114*    if the room already holds some of it; a transfer
031115*    ships from a lot the room actually holds enough of
031116     IF MOVE-LOT-NUMBER = SPACES
031117         MOVE 'N' TO WS-MOVE-VALID
031118         MOVE 'M033' TO WS-REJECT-REASON-CODE
031119         MOVE 'LOT NUMBER REQUIRED FOR LOT PART'
031120             TO WS-REJECT-REASON-TEXT
031121     ELSE
031122         MOVE MOVE-PART-NUMBER TO WS-LOT-PART
031123         MOVE MOVE-LOCATION    TO WS-LOT-LOCATION
031124         MOVE MOVE-LOT-NUMBER  TO WS-LOT-NUMBER
031125         PERFORM LOOKUP-LOT
031126         IF MOVE-TYPE = 'T'
031127             PERFORM CHECK-LOT-TRANSFER
031128         ELSE
031129             PERFORM CHECK-LOT-RECEIPT
031130         END-IF
031132     END-IF.
031133
031134 CHECK-LOT-RECEIPT.
031135     IF MOVE-EXPIRY-DATE NOT NUMERIC
031136         MOVE 'N' TO WS-MOVE-VALID
031137         MOVE 'M034' TO WS-REJECT-REASON-CODE
031138         MOVE 'EXPIRY DATE MISSING OR INVALID'
031139             TO WS-REJECT-REASON-TEXT
031140     ELSE IF FUNCTION TEST-DATE-YYYYMMDD(MOVE-EXPIRY-DATE)
031141             NOT = 0
031142         MOVE 'N' TO WS-MOVE-VALID
031143         MOVE 'M034' TO WS-REJECT-REASON-CODE
031144         MOVE 'EXPIRY DATE MISSING OR INVALID'
031145             TO WS-REJECT-REASON-TEXT
031146     ELSE IF WS-LOT-FOUND = 'Y'
031147             AND LOT-EXPIRY-DATE NOT = MOVE-EXPIRY-DATE
031148         MOVE 'N' TO WS-MOVE-VALID
031149         MOVE 'M035' TO WS-REJECT-REASON-CODE
031150         MOVE 'EXPIRY DIFFERS FROM LOT ALREADY HELD'
031151             TO WS-REJECT-REASON-TEXT
031152     END-IF END-IF END-IF.
031153
031154 CHECK-LOT-TRANSFER.
031155     IF WS-LOT-FOUND = 'N'
031156         MOVE 'N' TO WS-MOVE-VALID
031157         MOVE 'M036' TO WS-REJECT-REASON-CODE
031158         MOVE 'LOT NOT HELD AT LOCATION'
031159             TO WS-REJECT-REASON-TEXT
031160     ELSE IF MOVE-QUANTITY > LOT-QTY-ON-HAND
031161         MOVE 'N' TO WS-MOVE-VALID
031162         MOVE 'M036' TO WS-REJECT-REASON-CODE
031163         MOVE 'TRANSFER EXCEEDS LOT QTY AT LOCATION'
031164             TO WS-REJECT-REASON-TEXT
031165     END-IF END-IF.
031166
031167 LOOKUP-LOT.
031168     MOVE 'N' TO WS-LOT-FOUND
031170     MOVE WS-LOT-PART     TO LOT-PART-NUMBER
031171     MOVE WS-LOT-LOCATION TO LOT-LOCATION
031172     MOVE WS-LOT-NUMBER   TO LOT-NUMBER
031173     READ LOT-FILE
031174         INVALID KEY
031175             CONTINUE
031176         NOT INVALID KEY
031177             MOVE 'Y' TO WS-LOT-FOUND
031178     END-READ.
031179
031180 SUM-EXPIRED-LOTS.
031181*    the lots in the room past their expiry date - still on
031182*    the shelf and on LOCBAL until somebody writes them
031183*    off, but not stock anyone may ship
031184     MOVE 0 TO WS-LOT-EXPIRED-QTY
031185     MOVE WS-LOT-PART     TO LOT-PART-NUMBER
031186     MOVE WS-LOT-LOCATION TO LOT-LOCATION
031187     MOVE LOW-VALUES      TO LOT-NUMBER
031188     MOVE 'N' TO WS-LOT-AT-END
031189     START LOT-FILE KEY IS NOT LESS THAN LOT-KEY
031190         INVALID KEY MOVE 'Y' TO WS-LOT-AT-END
031191     END-START
031192     PERFORM SCAN-NEXT-EXPIRED-LOT
031193         UNTIL WS-LOT-AT-END = 'Y'.
031194
031195 SCAN-NEXT-EXPIRED-LOT.
031196     READ LOT-FILE NEXT
031197         AT END
031198             MOVE 'Y' TO WS-LOT-AT-END
031199         NOT AT END
031200             IF LOT-PART-NUMBER NOT = WS-LOT-PART
031201                     OR LOT-LOCATION NOT = WS-LOT-LOCATION
031202                 MOVE 'Y' TO WS-LOT-AT-END
031203             ELSE IF LOT-EXPIRY-DATE < WS-RUN-START-DATE
031204                 ADD LOT-QTY-ON-HAND TO WS-LOT-EXPIRED-QTY
031205             END-IF END-IF
031206     END-READ.
031207
031209 WRITE-MOVEMENT-JOURNAL.
031210*    an issue of a lot-controlled part is drawn from its
031211*    lots and journaled lot by lot; a receipt or restock
031212*    goes into the lot it names and the journal line says
031213*    which. anything else is the one line already built
031214     IF PART-LOT-CONTROL NOT = 'Y'
031215         WRITE JRNL-RECORD
031216     ELSE IF MOVE-TYPE = 'I'
031217         MOVE MOVE-PART-NUMBER TO WS-LOT-PART
031218         MOVE MOVE-LOCATION    TO WS-LOT-LOCATION
031219         MOVE WS-FILL-QTY      TO WS-LOT-DRAW-LEFT
031220         PERFORM DRAW-FROM-LOTS
031221     ELSE IF MOVE-TYPE = 'R' OR MOVE-TYPE = 'B'
031222         MOVE MOVE-PART-NUMBER TO WS-LOT-PART
031223         MOVE MOVE-LOCATION    TO WS-LOT-LOCATION
031224         MOVE MOVE-LOT-NUMBER  TO WS-LOT-NUMBER
031225         MOVE MOVE-EXPIRY-DATE TO WS-LOT-EXPIRY-DATE
031226         MOVE MOVE-QUANTITY    TO WS-LOT-TAKE
031227         PERFORM ADD-TO-LOT
031228         MOVE MOVE-LOT-NUMBER  TO JRNL-LOT-NUMBER
031229         WRITE JRNL-RECORD
031230     ELSE
031231         WRITE JRNL-RECORD
031232     END-IF END-IF END-IF.
031233
031234 WRITE-ISSUE-JOURNAL.
031235*    a backorder fill or a kit component is an issue like
031236*    any other, and a lot-controlled part's is drawn from
031237*    its lots the same way
031238     IF PART-LOT-CONTROL = 'Y'
031239         PERFORM DRAW-FROM-LOTS
031240     ELSE
031241         WRITE JRNL-RECORD
031242     END-IF.
031243
031244 ADD-TO-LOT.
031245*    a lot the room already holds just grows; a lot new to
031247*    the room is built fresh, received today
031248     PERFORM LOOKUP-LOT
031249     IF WS-LOT-FOUND = 'Y'
031250         ADD WS-LOT-TAKE TO LOT-QTY-ON-HAND
031251         REWRITE LOT-RECORD
031252             INVALID KEY
031253                 DISPLAY 'PARTPST: LOTBAL REWRITE FAILED FOR: '
031254                     LOT-PART-NUMBER ' ' LOT-NUMBER
031255         END-REWRITE
031256     ELSE
031257         MOVE SPACES             TO LOT-RECORD
031258         MOVE WS-LOT-PART        TO LOT-PART-NUMBER
031259         MOVE WS-LOT-LOCATION    TO LOT-LOCATION
031260         MOVE WS-LOT-NUMBER      TO LOT-NUMBER
031261         MOVE WS-LOT-EXPIRY-DATE TO LOT-EXPIRY-DATE
031262         MOVE WS-LOT-TAKE        TO LOT-QTY-ON-HAND
031263         MOVE WS-RUN-START-DATE  TO LOT-RECEIPT-DATE
031264         WRITE LOT-RECORD
031265             INVALID KEY
031266                 DISPLAY 'PARTPST: LOTBAL WRITE FAILED FOR: '
031267                     LOT-PART-NUMBER ' ' LOT-NUMBER
031268         END-WRITE
031269     END-IF.
031270
031271 SHIP-FROM-LOT.
031272*    the edit proved the source room holds enough of the
031273*    lot; what ships comes off it here
031274     MOVE MOVE-PART-NUMBER TO WS-LOT-PART
031275     MOVE MOVE-LOCATION    TO WS-LOT-LOCATION
031276     MOVE MOVE-LOT-NUMBER  TO WS-LOT-NUMBER
031277     PERFORM LOOKUP-LOT
031278     IF WS-LOT-FOUND = 'Y'
031279         SUBTRACT MOVE-QUANTITY FROM LOT-QTY-ON-HAND
031280         REWRITE LOT-RECORD
031281             INVALID KEY
031282                 DISPLAY 'PARTPST: LOTBAL REWRITE FAILED FOR: '
031283                     LOT-PART-NUMBER ' ' LOT-NUMBER
031285         END-REWRITE
031286     END-IF.
031287
031288 ARRIVE-INTO-LOT.
031289*    the lot arrives with the expiry it has in the room it
031290*    was shipped from - lots are never deleted, so that
031291*    record is still there to ask. one gone missing all
031292*    the same arrives with no expiry, which counts as
031293*    expired: a lot nobody can date is not one to ship
031294     MOVE XFR-PART-NUMBER   TO WS-LOT-PART
031295     MOVE XFR-FROM-LOCATION TO WS-LOT-LOCATION
031296     MOVE XFR-LOT-NUMBER    TO WS-LOT-NUMBER
031297     PERFORM LOOKUP-LOT
031298     IF WS-LOT-FOUND = 'Y'
031299         MOVE LOT-EXPIRY-DATE TO WS-LOT-EXPIRY-DATE
031300     ELSE
031301         MOVE 0 TO WS-LOT-EXPIRY-DATE
031302         DISPLAY 'PARTPST: NO EXPIRY ON FILE FOR LOT: '
031303             XFR-PART-NUMBER ' ' XFR-LOT-NUMBER
031304     END-IF
031305     MOVE MOVE-LOCATION     TO WS-LOT-LOCATION
031306     MOVE MOVE-QUANTITY     TO WS-LOT-TAKE
031307     PERFORM ADD-TO-LOT
031308     MOVE XFR-LOT-NUMBER    TO JRNL-LOT-NUMBER.
031309
031310 DRAW-FROM-LOTS.
031311*    the issue is drawn from the room's unexpired lots,
031312*    earliest expiry first, one journal line per lot. the
031313*    master's on-hand steps down line by line from where
031314*    the issue found it to where the issue left it, and any
031315*    reserve relieved shows on the first line only. stock
031316*    the lots do not account for - taken on before the part
031317*    was lot-controlled - goes last, on a line with no lot
031318     MOVE JRNL-OLD-ON-HAND TO WS-LOT-RUNNING-ON-HAND
031319     MOVE 'N' TO WS-LOT-DONE
031320     PERFORM DRAW-EARLIEST-LOT
031321         UNTIL WS-LOT-DONE = 'Y'.
031322
031324 DRAW-EARLIEST-LOT.
031325     PERFORM FIND-EARLIEST-LOT
031326     MOVE WS-LOT-DRAW-LEFT TO WS-LOT-TAKE
031327     IF WS-LOT-FOUND = 'N'
031328         MOVE SPACES TO JRNL-LOT-NUMBER
031329     ELSE
031330         MOVE WS-LOT-EARLIEST-NUMBER TO WS-LOT-NUMBER
031331         PERFORM LOOKUP-LOT
031332         IF WS-LOT-TAKE > LOT-QTY-ON-HAND
031333             MOVE LOT-QTY-ON-HAND TO WS-LOT-TAKE
031334         END-IF
031335         SUBTRACT WS-LOT-TAKE FROM LOT-QTY-ON-HAND
031336         REWRITE LOT-RECORD
031337             INVALID KEY
031338                 DISPLAY 'PARTPST: LOTBAL REWRITE FAILED FOR: '
031339                     LOT-PART-NUMBER ' ' LOT-NUMBER
031340         END-REWRITE
031341         MOVE LOT-NUMBER TO JRNL-LOT-NUMBER
031342     END-IF
031343     PERFORM WRITE-LOT-JOURNAL-LINE
031344     IF WS-LOT-DRAW-LEFT < 1
031345         MOVE 'Y' TO WS-LOT-DONE
031346     END-IF.
031347
031348 FIND-EARLIEST-LOT.
031349     MOVE 'N' TO WS-LOT-FOUND
031350     MOVE 99999999 TO WS-LOT-EARLIEST-DATE
031351     MOVE SPACES   TO WS-LOT-EARLIEST-NUMBER
031352     MOVE WS-LOT-PART     TO LOT-PART-NUMBER
031353     MOVE WS-LOT-LOCATION TO LOT-LOCATION
031354     MOVE LOW-VALUES      TO LOT-NUMBER
031355     MOVE 'N' TO WS-LOT-AT-END
031356     START LOT-FILE KEY IS NOT LESS THAN LOT-KEY
031357         INVALID KEY MOVE 'Y' TO WS-LOT-AT-END
031358     END-START
031359     PERFORM SCAN-NEXT-LOT
031360         UNTIL WS-LOT-AT-END = 'Y'.
031362
031363 SCAN-NEXT-LOT.
031364     READ LOT-FILE NEXT
031365         AT END
031366             MOVE 'Y' TO WS-LOT-AT-END
031367         NOT AT END
031368             IF LOT-PART-NUMBER NOT = WS-LOT-PART
031369                     OR LOT-LOCATION NOT = WS-LOT-LOCATION
031370                 MOVE 'Y' TO WS-LOT-AT-END
031371             ELSE IF LOT-QTY-ON-HAND > 0
031372                     AND LOT-EXPIRY-DATE NOT < WS-RUN-START-DATE
031373                     AND LOT-EXPIRY-DATE < WS-LOT-EARLIEST-DATE
031374                 MOVE 'Y' TO WS-LOT-FOUND
031375                 MOVE LOT-EXPIRY-DATE TO WS-LOT-EARLIEST-DATE
031376                 MOVE LOT-NUMBER      TO WS-LOT-EARLIEST-NUMBER
031377             END-IF END-IF
031378     END-READ.
031379
031380 WRITE-LOT-JOURNAL-LINE.
031381     MOVE WS-LOT-TAKE            TO JRNL-QUANTITY
031382     MOVE WS-LOT-RUNNING-ON-HAND TO JRNL-OLD-ON-HAND
031383     SUBTRACT WS-LOT-TAKE FROM WS-LOT-RUNNING-ON-HAND
031384     MOVE WS-LOT-RUNNING-ON-HAND TO JRNL-NEW-ON-HAND
031385     WRITE JRNL-RECORD
031386     MOVE JRNL-NEW-ON-RESERVE    TO JRNL-OLD-ON-RESERVE
031387     SUBTRACT WS-LOT-TAKE FROM WS-LOT-DRAW-LEFT.
031388
031389 WRITE-EXCEPTION.
031390     ADD 1 TO REJECT-COUNT
031391     MOVE MOVE-PART-NUMBER    TO EXD-PART-NUMBER
031392     MOVE MOVE-TYPE           TO EXD-MOVE-TYPE
031393     MOVE MOVE-QUANTITY       TO EXD-QUANTITY
031394     MOVE MOVE-REFERENCE      TO EXD-REFERENCE
031395     MOVE WS-REJECT-REASON-CODE TO EXD-REASON-CODE
031396     MOVE WS-REJECT-REASON-TEXT TO EXD-REASON-TEXT
031397     WRITE EXC-RECORD FROM WS-EXC-DETAIL.
031398
031400 TERMINATION.
031450     PERFORM RECORD-POSTED-BATCH
031500     MOVE MOVE-COUNT    TO DISPLAY-MOVE-COUNT
031600     MOVE APPLIED-COUNT TO DISPLAY-APPLIED-COUNT
031700     MOVE REJECT-COUNT  TO DISPLAY-REJECT-COUNT
031710     MOVE BACKORDER-COUNT TO DISPLAY-BACKORDER-COUNT
031720     MOVE RELEASED-COUNT  TO DISPLAY-RELEASED-COUNT
031730     MOVE XFR-SHIPPED-COUNT TO DISPLAY-XFR-SHIPPED-COUNT
031740     MOVE XFR-ARRIVED-COUNT TO DISPLAY-XFR-ARRIVED-COUNT
031750     MOVE RSV-BOOKED-COUNT  TO DISPLAY-RSV-BOOKED-COUNT
031760     MOVE RSV-CLOSED-COUNT  TO DISPLAY-RSV-CLOSED-COUNT
031770     MOVE RCV-HISTORY-COUNT TO DISPLAY-RCV-HISTORY-COUNT
031780     MOVE RMA-RECEIVED-COUNT TO DISPLAY-RMA-RECEIVED-COUNT
031790     MOVE RMA-DISPOSED-COUNT TO DISPLAY-RMA-DISPOSED-COUNT
031800     DISPLAY '***** PARTPST CONTROL REPORT *****'
031850     DISPLAY 'BATCH NUMBER:        ' WS-BATCH-NUMBER
031900     DISPLAY 'MOVEMENTS READ:      ' DISPLAY-MOVE-COUNT
032000     DISPLAY 'MOVEMENTS APPLIED:   ' DISPLAY-APPLIED-COUNT
032100     DISPLAY 'MOVEMENTS REJECTED:  ' DISPLAY-REJECT-COUNT
032110     DISPLAY 'BACKORDERS RAISED:   ' DISPLAY-BACKORDER-COUNT
032120     DISPLAY 'BACKORDER FILLS:     ' DISPLAY-RELEASED-COUNT
032122     DISPLAY 'TRANSFERS SHIPPED:   ' DISPLAY-XFR-SHIPPED-COUNT
032124     DISPLAY 'TRANSFERS ARRIVED:   ' DISPLAY-XFR-ARRIVED-COUNT
032127     DISPLAY 'RESERVATIONS BOOKED: ' DISPLAY-RSV-BOOKED-COUNT
032129     DISPLAY 'RESERVATIONS CLOSED: ' DISPLAY-RSV-CLOSED-COUNT
032132     DISPLAY 'RECEIPTS TO HISTORY: ' DISPLAY-RCV-HISTORY-COUNT
032134     DISPLAY 'RETURNS RECEIVED:    ' DISPLAY-RMA-RECEIVED-COUNT
032137     DISPLAY 'RETURNS DISPOSED:    ' DISPLAY-RMA-DISPOSED-COUNT
032139     CLOSE MOVE-FILE PART-FILE LOC-FILE OPO-FILE BO-FILE
032142           KIT-FILE XFR-FILE RSV-FILE RMA-FILE JRNL-FILE
032144           RCV-FILE EXC-FILE
032147           LOT-FILE BHST-FILE
032149     IF WS-XRF-AVAILABLE = 'Y'
032152         CLOSE XRF-FILE
032154     END-IF
032157     PERFORM WRITE-RUN-LOG.
032159
032160 RECORD-BATCH-STARTED.
032161*    the batch goes onto BATCHHST in progress before its
032162*    first movement is posted, so a run that ends part way
032163*    leaves it there for the next run to refuse. a batch
032164*    whose start cannot be recorded is not posted at all
032165     MOVE SPACES TO BHST-RECORD
032166     MOVE WS-BATCH-NUMBER TO BHS-BATCH-NUMBER
032167     MOVE WS-BATCH-DATE TO BHS-BATCH-DATE
032168     ACCEPT BHS-POSTED-DATE FROM DATE YYYYMMDD
032169     ACCEPT BHS-POSTED-TIME FROM TIME
032170     MOVE 0 TO BHS-RECORD-COUNT BHS-APPLIED-COUNT
032171               BHS-REJECTED-COUNT
032172     MOVE 'I' TO BHS-STATUS
032173     WRITE BHST-RECORD
032174         INVALID KEY
032175             DISPLAY 'PARTPST: BATCHHST WRITE FAILED, BATCH '
032176                 WS-BATCH-NUMBER ' - NOTHING POSTED'
032177             MOVE 16 TO RETURN-CODE
032178             MOVE 'NO BATCHHST' TO WS-RUN-MESSAGE
032179             PERFORM WRITE-RUN-LOG
032180             STOP RUN
032181     END-WRITE.
032182
032183 RECORD-POSTED-BATCH.
032184*    once the whole file has been through, the batch is
032185*    marked posted with its counts - from here on MOVEPRE
032186*    holds it as a duplicate
032187     MOVE SPACES TO BHST-RECORD
032188     MOVE WS-BATCH-NUMBER TO BHS-BATCH-NUMBER
032189     MOVE WS-BATCH-DATE TO BHS-BATCH-DATE
032190     ACCEPT BHS-POSTED-DATE FROM DATE YYYYMMDD
032191     ACCEPT BHS-POSTED-TIME FROM TIME
032192     MOVE MOVE-COUNT TO BHS-RECORD-COUNT
032193     MOVE APPLIED-COUNT TO BHS-APPLIED-COUNT
032194     MOVE REJECT-COUNT TO BHS-REJECTED-COUNT
032195     MOVE 'P' TO BHS-STATUS
032196     REWRITE BHST-RECORD
032197         INVALID KEY
032198             DISPLAY 'PARTPST: BATCHHST REWRITE FAILED, BATCH '
032199                 WS-BATCH-NUMBER
032200     END-REWRITE.
032202
032203 WRITE-RUN-LOG.
032204*    the control counts survive on RUNLOG after the job
032215     MOVE APPLIED-COUNT TO RUN-RECORDS-WRITTEN
032216     MOVE REJECT-COUNT TO RUN-RECORDS-REJECTED
032217     MOVE RETURN-CODE TO RUN-RETURN-CODE
032237     MOVE WS-RUN-MESSAGE TO RUN-MESSAGE
032258     WRITE RUNLOG-RECORD
032279     CLOSE RUNLOG-FILE.
032300
032400 READ-PAR.
032500     READ MOVE-FILE
032600         AT END MOVE 'Y' TO FILE-AT-END
032700         NOT AT END
032712*            the trailer ends the batch - MOVEPRE has proved
032725*            there is nothing after it
032737             IF MOVE-CTL-ID = '******'
032750                 MOVE 'Y' TO FILE-AT-END
032762             ELSE
032775                 ADD 1 TO MOVE-COUNT
032787             END-IF
032800     END-READ.
