001900* the same rejects stop reappearing run after run - kept
002000* records are staged to STGREJ during the pass and copied
002100* back, the same way SEQSIMP1 stages its own output.
002111* the operator signs on from OPERFILE before the first
002122* reject is shown: fix and discard change the master or
002133* throw a record away, so both need stock maintenance
002144* authority - an operator without it can only skip. the
002155* signed-on id is stamped on every PARTMLOG record.
002166* once INVCLOSE has closed the month on PERIODS a fix is
002177* refused, since it would move stock the ledger has been
002188* cut for; a reject can still be skipped or discarded.
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 INPUT-OUTPUT SECTION.
003800     SELECT STAGE-REJ-FILE ASSIGN STGREJ.
003900*  LISTING FILE: DISPOSITION LINE PER REJECT
004000     SELECT LST-FILE ASSIGN REJLIST.
004006*  OPERATORS: OPERFILE - INDEXED BY OPERATOR ID, READ AT
004013*  SIGN-ON FOR WHO IS AT THE CONSOLE AND WHAT THEY MAY DO
004020     SELECT OPR-FILE ASSIGN OPERFILE
004026         ORGANIZATION IS INDEXED
004033         ACCESS MODE IS RANDOM
004040         RECORD KEY IS OPR-OPERATOR-ID
004046         FILE STATUS IS WS-OPR-FILE-STATUS.
004053*  PERIOD FILE: PERIODS - MONTHS INVCLOSE HAS CLOSED, CHECKED
004060*  BEFORE ANYTHING IS POSTED
004066     SELECT OPTIONAL PER-FILE ASSIGN PERIODS
004073         ORGANIZATION IS INDEXED
004080         ACCESS MODE IS RANDOM
004086         RECORD KEY IS PER-PERIOD
004093         FILE STATUS IS WS-PER-FILE-STATUS.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  REJ-FILE
006000         ==PART-PRICE== BY ==MST-PART-PRICE==
006100         ==WAREHOUSE-LOCATION== BY ==MST-WAREHOUSE-LOCATION==
006200         ==REORDER-POINT== BY ==MST-REORDER-POINT==
006210         ==PART-STATUS== BY ==MST-PART-STATUS==
006240         ==PART-AVG-COST== BY ==MST-PART-AVG-COST==
006270         ==PART-LOT-CONTROL== BY ==MST-PART-LOT-CONTROL==.
006300
006400 FD  LOG-FILE
006500     RECORDING MODE IS F
006600     RECORD CONTAINS 230 CHARACTERS.
006700 01  LOG-RECORD.
006800      05  LOG-TRAN-TYPE     PIC X(6).
006900      05  LOG-TRAN-DATE     PIC 9(8).
007000      05  LOG-TRAN-TIME     PIC 9(8).
007100      05  LOG-BEFORE-IMAGE  PIC X(100).
007200      05  LOG-AFTER-IMAGE   PIC X(100).
007250      05  LOG-OPERATOR-ID   PIC X(8).
007300
007400 FD  STAGE-REJ-FILE
007500     RECORDING MODE IS F
008100     RECORD CONTAINS 80 CHARACTERS.
008200 01  LST-RECORD          PIC X(80).
008300
008307 FD  OPR-FILE
008315     RECORDING MODE IS F
008323     RECORD CONTAINS 80 CHARACTERS.
008330 01  OPR-RECORD.
008338     COPY OPRREC.
008346
008353 FD  PER-FILE
008361     RECORDING MODE IS F
008369     RECORD CONTAINS 80 CHARACTERS.
008376 01  PER-RECORD.
008384     COPY PERREC.
008392
008400 WORKING-STORAGE SECTION.
008405 01  WS-OPR-FILE-STATUS      PIC XX.
008411*    the signed-on operator and the authority flags read
008417*    for them at sign-on - held here because OPERFILE is
008423*    closed again as soon as the sign-on is settled
008429 01  WS-OPERATOR.
008435      05  WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
008441      05  WS-OPERATOR-AUTHORITY.
008447           10  WS-AUTH-INQUIRE   PIC X VALUE 'N'.
008452           10  WS-AUTH-STOCK     PIC X VALUE 'N'.
008458           10  WS-AUTH-PRICE     PIC X VALUE 'N'.
008464           10  WS-AUTH-PURCHASE  PIC X VALUE 'N'.
008470           10  WS-AUTH-SECURITY  PIC X VALUE 'N'.
008476 01  WS-SIGN-ON-ID           PIC X(8).
008482 01  WS-SIGN-ON-PASSWORD     PIC X(8).
008488 01  WS-SIGN-ON-TRIES        PIC 9 VALUE 0.
008494
008500 01  SWITCHES.
008600      05  FILE-AT-END     PIC X  VALUE 'N'.
008700      05  WS-STAGE-AT-END PIC X  VALUE 'N'.
008800      05  WS-ACTION-DONE  PIC X  VALUE 'N'.
008900      05  WS-PART-FOUND   PIC X  VALUE 'N'.
008950      05  WS-KEY-CONFLICT PIC X  VALUE 'N'.
008966      05  WS-SIGNED-ON       PIC X  VALUE 'N'.
008983      05  WS-PERIOD-CLOSED   PIC X  VALUE 'N'.
009000
009100 01  WS-REJ-FILE-STATUS    PIC XX.
009200 01  WS-PART-FILE-STATUS   PIC XX.
012100         ==PART-PRICE== BY ==BEF-PART-PRICE==
012200         ==WAREHOUSE-LOCATION== BY ==BEF-WAREHOUSE-LOCATION==
012300         ==REORDER-POINT== BY ==BEF-REORDER-POINT==
012310         ==PART-STATUS== BY ==BEF-PART-STATUS==
012340         ==PART-AVG-COST== BY ==BEF-PART-AVG-COST==
012370         ==PART-LOT-CONTROL== BY ==BEF-PART-LOT-CONTROL==.
012400
012500 01  WS-AFTER-RECORD.
012600     COPY PARTREC REPLACING ==PART-NUMBER== BY ==AFT-PART-NUMBER==
013100         ==PART-PRICE== BY ==AFT-PART-PRICE==
013200         ==WAREHOUSE-LOCATION== BY ==AFT-WAREHOUSE-LOCATION==
013300         ==REORDER-POINT== BY ==AFT-REORDER-POINT==
013310         ==PART-STATUS== BY ==AFT-PART-STATUS==
013340         ==PART-AVG-COST== BY ==AFT-PART-AVG-COST==
013370         ==PART-LOT-CONTROL== BY ==AFT-PART-LOT-CONTROL==.
013400
013500 01  WS-LST-HEADING-1.
013600      05  FILLER  PIC X(24)
015700      05  LST-REASON-TEXT    PIC X(40).
015800      05  FILLER             PIC X(16) VALUE SPACES.
015900
015916 01  WS-PER-FILE-STATUS    PIC XX.
015933 01  WS-POSTING-DATE-PARTS.
015950      05  WS-POSTING-PERIOD PIC 9(6).
015966      05  FILLER            PIC 9(2).
015983
016000 PROCEDURE DIVISION.
016100     PERFORM INITIALIZATION
016200     PERFORM PROCESS-ALL
016500     GOBACK.
016600
016700 INITIALIZATION.
016733     PERFORM SIGN-ON
016766     PERFORM CHECK-PERIOD-OPEN
016800     OPEN INPUT REJ-FILE
016900     PERFORM CHECK-REJ-FILE-STATUS
017000     OPEN I-O PART-FILE
019700         STOP RUN
019800     END-IF.
019900
019901 SIGN-ON.
019902*    nothing is maintained anonymously - an operator id
019903*    and password from OPERFILE before the first prompt,
019904*    three tries and the session is refused. the
019906*    authority flags come across into working storage and
019907*    OPERFILE is closed again straight away
019908     OPEN INPUT OPR-FILE
019909     IF WS-OPR-FILE-STATUS NOT = '00'
019910         DISPLAY 'REJWRK: OPERFILE OPEN FAILED, FILE STATUS = '
019912             WS-OPR-FILE-STATUS
019913         MOVE 16 TO RETURN-CODE
019914         STOP RUN
019915     END-IF
019916     PERFORM PROMPT-SIGN-ON
019918         UNTIL WS-SIGNED-ON = 'Y'
019919            OR WS-SIGN-ON-TRIES = 3
019920     CLOSE OPR-FILE
019921     IF WS-SIGNED-ON NOT = 'Y'
019922         DISPLAY 'REJWRK: SIGN-ON REFUSED'
019924         MOVE 16 TO RETURN-CODE
019925         STOP RUN
019926     END-IF.
019927
019928 PROMPT-SIGN-ON.
019930     ADD 1 TO WS-SIGN-ON-TRIES
019931     DISPLAY 'OPERATOR ID:    ' WITH NO ADVANCING
019932     ACCEPT WS-SIGN-ON-ID
019933     DISPLAY 'PASSWORD:       ' WITH NO ADVANCING
019934     ACCEPT WS-SIGN-ON-PASSWORD
019936     MOVE FUNCTION UPPER-CASE(WS-SIGN-ON-ID) TO OPR-OPERATOR-ID
019937     READ OPR-FILE
019938         INVALID KEY
019939             DISPLAY 'OPERATOR ID OR PASSWORD NOT RECOGNISED'
019940         NOT INVALID KEY
019942             IF OPR-PASSWORD = WS-SIGN-ON-PASSWORD
019943                 MOVE 'Y' TO WS-SIGNED-ON
019944                 MOVE OPR-OPERATOR-ID TO WS-OPERATOR-ID
019945                 MOVE OPR-AUTHORITY   TO WS-OPERATOR-AUTHORITY
019946             ELSE
019948                 DISPLAY 'OPERATOR ID OR PASSWORD NOT RECOGNISED'
019949             END-IF
019950     END-READ.
019951
019953 REFUSE-FUNCTION.
019954     DISPLAY 'OPERATOR ' WS-OPERATOR-ID
019955         ' IS NOT AUTHORISED FOR THAT FUNCTION'.
019956
019957 CHECK-PERIOD-OPEN.
019959*    a month INVCLOSE has closed takes no more postings -
019960*    the ledger has been cut from its figures. PERIODS
019961*    not there at all (status 05) is a shop that has never
019962*    closed a month
019963     ACCEPT WS-POSTING-DATE-PARTS FROM DATE YYYYMMDD
019965     OPEN INPUT PER-FILE
019966     IF WS-PER-FILE-STATUS NOT = '00'
019967             AND WS-PER-FILE-STATUS NOT = '05'
019968         DISPLAY 'REJWRK: PERIODS OPEN FAILED, FILE STATUS = '
019969             WS-PER-FILE-STATUS
019971         MOVE 16 TO RETURN-CODE
019972         STOP RUN
019973     END-IF
019974     MOVE 'N' TO WS-PERIOD-CLOSED
019975     IF WS-PER-FILE-STATUS = '00'
019977         MOVE WS-POSTING-PERIOD TO PER-PERIOD
019978         READ PER-FILE
019979             INVALID KEY
019980                 CONTINUE
019981             NOT INVALID KEY
019983                 IF PER-STATUS = 'C'
019984                     MOVE 'Y' TO WS-PERIOD-CLOSED
019985                 END-IF
019986         END-READ
019987     END-IF
019989     CLOSE PER-FILE
019990     IF WS-PERIOD-CLOSED = 'Y'
019991         PERFORM REFUSE-CLOSED-PERIOD
019992     END-IF.
019993
019995 REFUSE-CLOSED-PERIOD.
019996     DISPLAY 'PERIOD ' WS-POSTING-PERIOD
019997         ' IS CLOSED - NO STOCK CHANGES ACCEPTED'.
019998
020000 PROCESS-ALL.
020100     MOVE REJ-INPUT-DATA TO WS-WORK-RECORD
020150     MOVE PART-NUMBER    TO WS-ORIGINAL-KEY
022200     ACCEPT WS-ACTION-CODE
022300     EVALUATE FUNCTION UPPER-CASE(WS-ACTION-CODE)
022400         WHEN 'F'
022500             IF WS-PERIOD-CLOSED = 'Y'
022550                 PERFORM REFUSE-CLOSED-PERIOD
022560             ELSE IF WS-AUTH-STOCK NOT = 'Y'
022570                 PERFORM REFUSE-FUNCTION
022572             ELSE
022574                 PERFORM FIX-REJECT
022576*                a key conflict leaves the reject unresolved
022578*                and comes straight back to this prompt
022580                 IF WS-KEY-CONFLICT = 'N'
022582                     MOVE 'Y' TO WS-ACTION-DONE
022585                 END-IF
022587             END-IF END-IF
022589         WHEN 'D'
022591             IF WS-AUTH-STOCK NOT = 'Y'
022593                 PERFORM REFUSE-FUNCTION
022595             ELSE
022597                 PERFORM DISCARD-REJECT
022600                 MOVE 'Y' TO WS-ACTION-DONE
022610             END-IF
023000         WHEN 'S'
023100             PERFORM SKIP-REJECT
023200             MOVE 'Y' TO WS-ACTION-DONE
041100     ACCEPT LOG-TRAN-TIME    FROM TIME
041200     MOVE WS-BEFORE-RECORD   TO LOG-BEFORE-IMAGE
041300     MOVE WS-AFTER-RECORD    TO LOG-AFTER-IMAGE
041350     MOVE WS-OPERATOR-ID     TO LOG-OPERATOR-ID
041400     WRITE LOG-RECORD.
041500
041600 TERMINATION.
