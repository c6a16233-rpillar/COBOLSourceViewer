001040* at once. delete is reserved for a part whose quantities
001050* are zero across the board; anything still holding stock
001060* gets a status instead.
001062* the operator signs on from OPERFILE before the first
001065* prompt: add, change and delete need stock maintenance
001068* authority, and the price is only offered for keying to
001070* an operator who also holds price authority (a part
001073* added by anyone else comes in at zero, for a pending
001076* price through PRCMNT to set). the signed-on id is
001078* stamped on every PARTMLOG record.
001081* once INVCLOSE has closed the month on PERIODS, add,
001084* change and delete are refused - the ledger has been cut
001086* from that month's figures and the stock must not move.
001089* the lot-control flag is set here: a part flagged Y has
001092* its stock received, transferred and issued by lot and
001094* expiry through PARTPST, and can only be turned back to N
001097* once it is understood the lots on LOTBAL stop moving.
001100 ENVIRONMENT DIVISION.
001200 CONFIGURATION SECTION.
001300 INPUT-OUTPUT SECTION.
001640         FILE STATUS IS WS-IN-FILE-STATUS.
001700*  MAINTENANCE LOG: BEFORE/AFTER IMAGE OF EACH CHANGE
001800     SELECT LOG-FILE ASSIGN PARTMLOG.
001806*  OPERATORS: OPERFILE - INDEXED BY OPERATOR ID, READ AT
001813*  SIGN-ON FOR WHO IS AT THE CONSOLE AND WHAT THEY MAY DO
001820     SELECT OPR-FILE ASSIGN OPERFILE
001826         ORGANIZATION IS INDEXED
001833         ACCESS MODE IS RANDOM
001840         RECORD KEY IS OPR-OPERATOR-ID
001846         FILE STATUS IS WS-OPR-FILE-STATUS.
001853*  PERIOD FILE: PERIODS - MONTHS INVCLOSE HAS CLOSED, CHECKED
001860*  BEFORE ANYTHING IS POSTED
001866     SELECT OPTIONAL PER-FILE ASSIGN PERIODS
001873         ORGANIZATION IS INDEXED
001880         ACCESS MODE IS RANDOM
001886         RECORD KEY IS PER-PERIOD
001893         FILE STATUS IS WS-PER-FILE-STATUS.
001900 DATA DIVISION.
002000 FILE SECTION.
002100 FD  IN-FILE
002300
002400 FD  LOG-FILE
002410     RECORDING MODE IS F
002420     RECORD CONTAINS 230 CHARACTERS.
002500 01  LOG-RECORD.
002510      05  LOG-TRAN-TYPE     PIC X(6).
002520      05  LOG-TRAN-DATE     PIC 9(8).
002530      05  LOG-TRAN-TIME     PIC 9(8).
002540      05  LOG-BEFORE-IMAGE  PIC X(100).
002550      05  LOG-AFTER-IMAGE   PIC X(100).
002553      05  LOG-OPERATOR-ID   PIC X(8).
002556
002560 FD  OPR-FILE
002563     RECORDING MODE IS F
002566     RECORD CONTAINS 80 CHARACTERS.
002570 01  OPR-RECORD.
002573     COPY OPRREC.
002576
002580 FD  PER-FILE
002583     RECORDING MODE IS F
002586     RECORD CONTAINS 80 CHARACTERS.
002590 01  PER-RECORD.
002593     COPY PERREC.
002596
002600 WORKING-STORAGE SECTION.
002700 01  WS-IN-FILE-STATUS       PIC XX.
002750 01  WS-OPR-FILE-STATUS      PIC XX.
002800 01  SWITCHES.
002810      05  DONE               PIC X  VALUE 'N'.
002820      05  WS-PART-FOUND      PIC X  VALUE 'N'.
002824      05  WS-SIGNED-ON       PIC X  VALUE 'N'.
002828      05  WS-PERIOD-CLOSED   PIC X  VALUE 'N'.
002833
002837*    the signed-on operator and the authority flags read
002842*    for them at sign-on - held here because OPERFILE is
002846*    closed again as soon as the sign-on is settled
002851 01  WS-OPERATOR.
002855      05  WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
002860      05  WS-OPERATOR-AUTHORITY.
002864           10  WS-AUTH-INQUIRE   PIC X VALUE 'N'.
002868           10  WS-AUTH-STOCK     PIC X VALUE 'N'.
002873           10  WS-AUTH-PRICE     PIC X VALUE 'N'.
002877           10  WS-AUTH-PURCHASE  PIC X VALUE 'N'.
002882           10  WS-AUTH-SECURITY  PIC X VALUE 'N'.
002886 01  WS-SIGN-ON-ID           PIC X(8).
002891 01  WS-SIGN-ON-PASSWORD     PIC X(8).
002895 01  WS-SIGN-ON-TRIES        PIC 9 VALUE 0.
002900
003000 01  WS-TRANSACTION-CODE     PIC X.
003010*    A = ADD, C = CHANGE, D = DELETE, X = EXIT
003100 01  WS-PART-NUMBER-REQUEST  PIC X(6).
003105 01  WS-LOT-CONTROL-REQUEST  PIC X.
003110 01  WS-TRAN-TYPE            PIC X(6).
003200
003300 01  WS-BEFORE-RECORD.
003360         ==PART-PRICE== BY ==BEF-PART-PRICE==
003365         ==WAREHOUSE-LOCATION== BY ==BEF-WAREHOUSE-LOCATION==
003370         ==REORDER-POINT== BY ==BEF-REORDER-POINT==
003372         ==PART-STATUS== BY ==BEF-PART-STATUS==
003375         ==PART-AVG-COST== BY ==BEF-PART-AVG-COST==
003377         ==PART-LOT-CONTROL== BY ==BEF-PART-LOT-CONTROL==.
003380
003400 01  WS-AFTER-RECORD.
003410     COPY PARTREC REPLACING ==PART-NUMBER== BY ==AFT-PART-NUMBER==
003460         ==PART-PRICE== BY ==AFT-PART-PRICE==
003465         ==WAREHOUSE-LOCATION== BY ==AFT-WAREHOUSE-LOCATION==
003470         ==REORDER-POINT== BY ==AFT-REORDER-POINT==
003480         ==PART-STATUS== BY ==AFT-PART-STATUS==
003482         ==PART-AVG-COST== BY ==AFT-PART-AVG-COST==
003485         ==PART-LOT-CONTROL== BY ==AFT-PART-LOT-CONTROL==.
003487
003490 01  WS-PER-FILE-STATUS    PIC XX.
003492 01  WS-POSTING-DATE-PARTS.
003495      05  WS-POSTING-PERIOD PIC 9(6).
003497      05  FILLER            PIC 9(2).
003500
003600 PROCEDURE DIVISION.
003700     PERFORM INITIALIZATION
004100     GOBACK.
004200
004300 INITIALIZATION.
004333     PERFORM SIGN-ON
004366     PERFORM CHECK-PERIOD-OPEN
004400     OPEN I-O IN-FILE
004450     PERFORM CHECK-IN-FILE-STATUS
004500     OPEN EXTEND LOG-FILE.
004690         MOVE 16 TO RETURN-CODE
004700         STOP RUN
004710     END-IF.
004711
004712 SIGN-ON.
004713*    nothing is maintained anonymously - an operator id
004714*    and password from OPERFILE before the first prompt,
004715*    three tries and the session is refused. the
004716*    authority flags come across into working storage and
004717*    OPERFILE is closed again straight away
004718     OPEN INPUT OPR-FILE
004719     IF WS-OPR-FILE-STATUS NOT = '00'
004720         DISPLAY 'PARTMNT: OPERFILE OPEN FAILED, FILE STATUS = '
004721             WS-OPR-FILE-STATUS
004722         MOVE 16 TO RETURN-CODE
004723         STOP RUN
004724     END-IF
004725     PERFORM PROMPT-SIGN-ON
004726         UNTIL WS-SIGNED-ON = 'Y'
004728            OR WS-SIGN-ON-TRIES = 3
004729     CLOSE OPR-FILE
004730     IF WS-SIGNED-ON NOT = 'Y'
004731         DISPLAY 'PARTMNT: SIGN-ON REFUSED'
004732         MOVE 16 TO RETURN-CODE
004733         STOP RUN
004734     END-IF.
004735
004736 PROMPT-SIGN-ON.
004737     ADD 1 TO WS-SIGN-ON-TRIES
004738     DISPLAY 'OPERATOR ID:    ' WITH NO ADVANCING
004739     ACCEPT WS-SIGN-ON-ID
004740     DISPLAY 'PASSWORD:       ' WITH NO ADVANCING
004741     ACCEPT WS-SIGN-ON-PASSWORD
004742     MOVE FUNCTION UPPER-CASE(WS-SIGN-ON-ID) TO OPR-OPERATOR-ID
004743     READ OPR-FILE
004744         INVALID KEY
004746             DISPLAY 'OPERATOR ID OR PASSWORD NOT RECOGNISED'
004747         NOT INVALID KEY
004748             IF OPR-PASSWORD = WS-SIGN-ON-PASSWORD
004749                 MOVE 'Y' TO WS-SIGNED-ON
004750                 MOVE OPR-OPERATOR-ID TO WS-OPERATOR-ID
004751                 MOVE OPR-AUTHORITY   TO WS-OPERATOR-AUTHORITY
004752             ELSE
004753                 DISPLAY 'OPERATOR ID OR PASSWORD NOT RECOGNISED'
004754             END-IF
004755     END-READ.
004756
004757 REFUSE-FUNCTION.
004758     DISPLAY 'OPERATOR ' WS-OPERATOR-ID
004759         ' IS NOT AUTHORISED FOR THAT FUNCTION'.
004760
004761 CHECK-PERIOD-OPEN.
004762*    a month INVCLOSE has closed takes no more postings -
004764*    the ledger has been cut from its figures. PERIODS
004765*    not there at all (status 05) is a shop that has never
004766*    closed a month
004767     ACCEPT WS-POSTING-DATE-PARTS FROM DATE YYYYMMDD
004768     OPEN INPUT PER-FILE
004769     IF WS-PER-FILE-STATUS NOT = '00'
004770             AND WS-PER-FILE-STATUS NOT = '05'
004771         DISPLAY 'PARTMNT: PERIODS OPEN FAILED, FILE STATUS = '
004772             WS-PER-FILE-STATUS
004773         MOVE 16 TO RETURN-CODE
004774         STOP RUN
004775     END-IF
004776     MOVE 'N' TO WS-PERIOD-CLOSED
004777     IF WS-PER-FILE-STATUS = '00'
004778         MOVE WS-POSTING-PERIOD TO PER-PERIOD
004779         READ PER-FILE
004780             INVALID KEY
004782                 CONTINUE
004783             NOT INVALID KEY
004784                 IF PER-STATUS = 'C'
004785                     MOVE 'Y' TO WS-PERIOD-CLOSED
004786                 END-IF
004787         END-READ
004788     END-IF
004789     CLOSE PER-FILE
004790     IF WS-PERIOD-CLOSED = 'Y'
004791         PERFORM REFUSE-CLOSED-PERIOD
004792     END-IF.
004793
004794 REFUSE-CLOSED-PERIOD.
004795     DISPLAY 'PERIOD ' WS-POSTING-PERIOD
004796         ' IS CLOSED - NO STOCK CHANGES ACCEPTED'.
004797
004798 PROCESS-ALL.
004800     DISPLAY 'A)DD, C)HANGE, D)ELETE, X)IT: '
004810         WITH NO ADVANCING
004820     ACCEPT WS-TRANSACTION-CODE
004830     EVALUATE FUNCTION UPPER-CASE(WS-TRANSACTION-CODE)
004840         WHEN 'A'
004841             IF WS-PERIOD-CLOSED = 'Y'
004842                 PERFORM REFUSE-CLOSED-PERIOD
004843             ELSE IF WS-AUTH-STOCK = 'Y'
004845                 PERFORM ADD-PART
004846             ELSE
004847                 PERFORM REFUSE-FUNCTION
004848             END-IF END-IF
004850         WHEN 'C'
004851             IF WS-PERIOD-CLOSED = 'Y'
004852                 PERFORM REFUSE-CLOSED-PERIOD
004853             ELSE IF WS-AUTH-STOCK = 'Y'
004855                 PERFORM CHANGE-PART
004856             ELSE
004857                 PERFORM REFUSE-FUNCTION
004858             END-IF END-IF
004860         WHEN 'D'
004861             IF WS-PERIOD-CLOSED = 'Y'
004862                 PERFORM REFUSE-CLOSED-PERIOD
004863             ELSE IF WS-AUTH-STOCK = 'Y'
004865                 PERFORM DELETE-PART
004866             ELSE
004867                 PERFORM REFUSE-FUNCTION
004868             END-IF END-IF
004870         WHEN 'X' MOVE 'Y' TO DONE
004880         WHEN OTHER
004890             DISPLAY 'INVALID SELECTION'
005190     ACCEPT QTY-ON-ORDER
005200     DISPLAY 'QTY ON RESERVE: ' WITH NO ADVANCING
005210     ACCEPT QTY-ON-RESERVE
005220     IF WS-AUTH-PRICE = 'Y'
005221         DISPLAY 'PART PRICE:     ' WITH NO ADVANCING
005223         ACCEPT PART-PRICE
005224     ELSE
005226         MOVE 0 TO PART-PRICE
005227         DISPLAY 'PART PRICE:     ' PART-PRICE
005229             ' (NO PRICE AUTHORITY - SET THROUGH PRCMNT)'
005230     END-IF
005232     DISPLAY 'LOCATION:       ' WITH NO ADVANCING
005234     ACCEPT WAREHOUSE-LOCATION
005236     DISPLAY 'REORDER POINT:  ' WITH NO ADVANCING
005238     ACCEPT REORDER-POINT
005239     PERFORM ACCEPT-PART-STATUS
005242     PERFORM ACCEPT-LOT-CONTROL
005246     WRITE IN-RECORD
005250         INVALID KEY
005260             DISPLAY 'PART ALREADY EXISTS: ' PART-NUMBER
005270         NOT INVALID KEY
005630         DISPLAY 'QTY ON RESERVE [' QTY-ON-RESERVE ']: '
005640             WITH NO ADVANCING
005650         ACCEPT QTY-ON-RESERVE
005660         IF WS-AUTH-PRICE = 'Y'
005670             DISPLAY 'PART PRICE     [' PART-PRICE ']: '
005671                 WITH NO ADVANCING
005673             ACCEPT PART-PRICE
005675         ELSE
005676             DISPLAY 'PART PRICE     [' PART-PRICE ']'
005678                 ' (NO PRICE AUTHORITY)'
005680         END-IF
005682         DISPLAY 'LOCATION       [' WAREHOUSE-LOCATION ']: '
005684             WITH NO ADVANCING
005686         ACCEPT WAREHOUSE-LOCATION
005690             WITH NO ADVANCING
005692         ACCEPT REORDER-POINT
005693         PERFORM ACCEPT-PART-STATUS
005695         PERFORM ACCEPT-LOT-CONTROL
005697         REWRITE IN-RECORD
005700             INVALID KEY
005710                 DISPLAY 'REWRITE FAILED FOR: ' PART-NUMBER
005720             NOT INVALID KEY
006094         MOVE SPACE TO PART-STATUS
006096     END-IF.
006100
006104 ACCEPT-LOT-CONTROL.
006109*    Y or N sets the flag and a blank answer leaves it as it
006114*    was; anything else is refused and the flag left alone.
006119*    a new part comes in not lot-controlled unless it is
006123*    asked for
006128     DISPLAY 'LOT CONTROL (Y/N) [' PART-LOT-CONTROL ']: '
006133         WITH NO ADVANCING
006138     ACCEPT WS-LOT-CONTROL-REQUEST
006142     MOVE FUNCTION UPPER-CASE(WS-LOT-CONTROL-REQUEST)
006147         TO WS-LOT-CONTROL-REQUEST
006152     IF WS-LOT-CONTROL-REQUEST = 'Y'
006157             OR WS-LOT-CONTROL-REQUEST = 'N'
006161         MOVE WS-LOT-CONTROL-REQUEST TO PART-LOT-CONTROL
006166     ELSE IF WS-LOT-CONTROL-REQUEST NOT = SPACE
006171         DISPLAY 'INVALID LOT CONTROL, LEFT AS IT WAS'
006176     END-IF END-IF
006180     IF PART-LOT-CONTROL NOT = 'Y'
006185         MOVE 'N' TO PART-LOT-CONTROL
006190     END-IF.
006195
006200 LOOKUP-FOR-MAINTENANCE.
006210     MOVE 'N' TO WS-PART-FOUND
006220     DISPLAY 'PART NUMBER:    ' WITH NO ADVANCING
006530     ACCEPT LOG-TRAN-TIME    FROM TIME
006540     MOVE WS-BEFORE-RECORD   TO LOG-BEFORE-IMAGE
006550     MOVE WS-AFTER-RECORD    TO LOG-AFTER-IMAGE
006555     MOVE WS-OPERATOR-ID     TO LOG-OPERATOR-ID
006560     WRITE LOG-RECORD.
006600
006700 TERMINATION.
