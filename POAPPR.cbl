002100* post against it, and POLATE reports what sits open past
002200* the vendor's promised lead time - from here on the
002300* on-order number is derived from reality, not memory.
002314* the operator signs on from OPERFILE before the first
002328* suggestion is shown, and only an operator holding PO
002342* approval authority can approve - anyone else may look
002357* through the suggestions, and an approval they try is
002371* refused and counted as skipped. the signed-on id is
002385* stamped on every PARTMLOG record.
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 INPUT-OUTPUT SECTION.
004900         FILE STATUS IS WS-XRF-FILE-STATUS.
005000*  MAINTENANCE LOG: BEFORE/AFTER IMAGE OF EACH APPROVAL
005100     SELECT LOG-FILE ASSIGN PARTMLOG.
005112*  OPERATORS: OPERFILE - INDEXED BY OPERATOR ID, READ AT
005125*  SIGN-ON FOR WHO IS AT THE CONSOLE AND WHAT THEY MAY DO
005137     SELECT OPR-FILE ASSIGN OPERFILE
005150         ORGANIZATION IS INDEXED
005162         ACCESS MODE IS RANDOM
005175         RECORD KEY IS OPR-OPERATOR-ID
005187         FILE STATUS IS WS-OPR-FILE-STATUS.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  ORD-FILE
008900
009000 FD  LOG-FILE
009100     RECORDING MODE IS F
009200     RECORD CONTAINS 230 CHARACTERS.
009300 01  LOG-RECORD.
009400      05  LOG-TRAN-TYPE     PIC X(6).
009500      05  LOG-TRAN-DATE     PIC 9(8).
009600      05  LOG-TRAN-TIME     PIC 9(8).
009700      05  LOG-BEFORE-IMAGE  PIC X(100).
009800      05  LOG-AFTER-IMAGE   PIC X(100).
009812      05  LOG-OPERATOR-ID   PIC X(8).
009825
009837 FD  OPR-FILE
009850     RECORDING MODE IS F
009862     RECORD CONTAINS 80 CHARACTERS.
009875 01  OPR-RECORD.
009887     COPY OPRREC.
009900
010000 WORKING-STORAGE SECTION.
010005 01  WS-OPR-FILE-STATUS      PIC XX.
010011*    the signed-on operator and the authority flags read
010017*    for them at sign-on - held here because OPERFILE is
010023*    closed again as soon as the sign-on is settled
010029 01  WS-OPERATOR.
010035      05  WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
010041      05  WS-OPERATOR-AUTHORITY.
010047           10  WS-AUTH-INQUIRE   PIC X VALUE 'N'.
010052           10  WS-AUTH-STOCK     PIC X VALUE 'N'.
010058           10  WS-AUTH-PRICE     PIC X VALUE 'N'.
010064           10  WS-AUTH-PURCHASE  PIC X VALUE 'N'.
010070           10  WS-AUTH-SECURITY  PIC X VALUE 'N'.
010076 01  WS-SIGN-ON-ID           PIC X(8).
010082 01  WS-SIGN-ON-PASSWORD     PIC X(8).
010088 01  WS-SIGN-ON-TRIES        PIC 9 VALUE 0.
010094
010100 01  SWITCHES.
010200      05  FILE-AT-END     PIC X  VALUE 'N'.
010300      05  DONE            PIC X  VALUE 'N'.
010400      05  WS-PART-FOUND   PIC X  VALUE 'N'.
010500      05  WS-XRF-AVAILABLE PIC X VALUE 'N'.
010550      05  WS-SIGNED-ON       PIC X  VALUE 'N'.
010600
010700 01  WS-ORD-FILE-STATUS    PIC XX.
010800 01  WS-OPO-FILE-STATUS    PIC XX.
014300         ==PART-PRICE== BY ==BEF-PART-PRICE==
014400         ==WAREHOUSE-LOCATION== BY ==BEF-WAREHOUSE-LOCATION==
014500         ==REORDER-POINT== BY ==BEF-REORDER-POINT==
014510         ==PART-STATUS== BY ==BEF-PART-STATUS==
014540         ==PART-AVG-COST== BY ==BEF-PART-AVG-COST==
014570         ==PART-LOT-CONTROL== BY ==BEF-PART-LOT-CONTROL==.
014600
014700 01  WS-AFTER-RECORD.
014800     COPY PARTREC REPLACING ==PART-NUMBER== BY ==AFT-PART-NUMBER==
015300         ==PART-PRICE== BY ==AFT-PART-PRICE==
015400         ==WAREHOUSE-LOCATION== BY ==AFT-WAREHOUSE-LOCATION==
015500         ==REORDER-POINT== BY ==AFT-REORDER-POINT==
015510         ==PART-STATUS== BY ==AFT-PART-STATUS==
015540         ==PART-AVG-COST== BY ==AFT-PART-AVG-COST==
015570         ==PART-LOT-CONTROL== BY ==AFT-PART-LOT-CONTROL==.
015600
015700 PROCEDURE DIVISION.
015800     PERFORM INITIALIZATION
016200     GOBACK.
016300
016400 INITIALIZATION.
016450     PERFORM SIGN-ON
016500     OPEN INPUT ORD-FILE
016600     PERFORM CHECK-ORD-FILE-STATUS
016700     OPEN I-O OPO-FILE
021500         STOP RUN
021600     END-IF.
021700
021702 SIGN-ON.
021704*    nothing is maintained anonymously - an operator id
021706*    and password from OPERFILE before the first prompt,
021708*    three tries and the session is refused. the
021710*    authority flags come across into working storage and
021712*    OPERFILE is closed again straight away
021714     OPEN INPUT OPR-FILE
021716     IF WS-OPR-FILE-STATUS NOT = '00'
021718         DISPLAY 'POAPPR: OPERFILE OPEN FAILED, FILE STATUS = '
021720             WS-OPR-FILE-STATUS
021722         MOVE 16 TO RETURN-CODE
021725         STOP RUN
021727     END-IF
021729     PERFORM PROMPT-SIGN-ON
021731         UNTIL WS-SIGNED-ON = 'Y'
021733            OR WS-SIGN-ON-TRIES = 3
021735     CLOSE OPR-FILE
021737     IF WS-SIGNED-ON NOT = 'Y'
021739         DISPLAY 'POAPPR: SIGN-ON REFUSED'
021741         MOVE 16 TO RETURN-CODE
021743         STOP RUN
021745     END-IF.
021747
021750 PROMPT-SIGN-ON.
021752     ADD 1 TO WS-SIGN-ON-TRIES
021754     DISPLAY 'OPERATOR ID:    ' WITH NO ADVANCING
021756     ACCEPT WS-SIGN-ON-ID
021758     DISPLAY 'PASSWORD:       ' WITH NO ADVANCING
021760     ACCEPT WS-SIGN-ON-PASSWORD
021762     MOVE FUNCTION UPPER-CASE(WS-SIGN-ON-ID) TO OPR-OPERATOR-ID
021764     READ OPR-FILE
021766         INVALID KEY
021768             DISPLAY 'OPERATOR ID OR PASSWORD NOT RECOGNISED'
021770         NOT INVALID KEY
021772             IF OPR-PASSWORD = WS-SIGN-ON-PASSWORD
021775                 MOVE 'Y' TO WS-SIGNED-ON
021777                 MOVE OPR-OPERATOR-ID TO WS-OPERATOR-ID
021779                 MOVE OPR-AUTHORITY   TO WS-OPERATOR-AUTHORITY
021781             ELSE
021783                 DISPLAY 'OPERATOR ID OR PASSWORD NOT RECOGNISED'
021785             END-IF
021787     END-READ.
021789
021791 REFUSE-FUNCTION.
021793     DISPLAY 'OPERATOR ' WS-OPERATOR-ID
021795         ' IS NOT AUTHORISED FOR THAT FUNCTION'.
021797
021800 PROCESS-ALL.
021900     EVALUATE TRUE
022000         WHEN ORD-RECORD-TYPE = 'D'
024500             WITH NO ADVANCING
024600         ACCEPT WS-REPLY
024700         EVALUATE FUNCTION UPPER-CASE(WS-REPLY)
024800             WHEN 'A'
024814                 IF WS-AUTH-PURCHASE = 'Y'
024828                     PERFORM APPROVE-SUGGESTION
024842                 ELSE
024857                     PERFORM REFUSE-FUNCTION
024871                     ADD 1 TO SKIPPED-COUNT
024885                 END-IF
024900             WHEN 'X' MOVE 'Y' TO DONE
025000                      ADD 1 TO SKIPPED-COUNT
025100             WHEN OTHER
037900     ACCEPT LOG-TRAN-TIME    FROM TIME
038000     MOVE WS-BEFORE-RECORD   TO LOG-BEFORE-IMAGE
038100     MOVE WS-AFTER-RECORD    TO LOG-AFTER-IMAGE
038150     MOVE WS-OPERATOR-ID     TO LOG-OPERATOR-ID
038200     WRITE LOG-RECORD.
038300
038400 TERMINATION.
