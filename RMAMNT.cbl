000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RMAMNT.
000300* This program maintains the RMAFILE customer return
000400* register - one record per return authorisation, keyed
000500* by part number plus the RMA reference the customer
000600* quotes. register, close and inquire work from the
000700* console in the same style as PVXMNT/KITMNT.
000800* a register is cross-edited: the part must exist on
000900* PARTS, the reference and customer must be given and the
001000* quantity authorised must be numeric and not zero. the
001100* RMA is registered open with nothing received - PARTPST
001200* takes the goods into quarantine with Q movements and
001300* out again with B (restock), W (scrap) and V (return to
001400* vendor) movements quoting the same reference.
001500* close shuts an RMA the customer never sent back in full
001600* so it stops waiting for goods - it is refused while
001700* anything is still sitting in quarantine, because that
001800* stock has to be dispositioned first or it is lost.
001900* inquire shows the whole life of one RMA.
002000* the operator signs on from OPERFILE before the first
002100* prompt: register and close need stock maintenance
002200* authority, and inquire needs view authority.
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700*  RETURNS: RMAFILE - INDEXED BY PART+REFERENCE, OPTIONAL
002800*  SO THE FIRST EVER RUN CREATES IT
002900     SELECT OPTIONAL RMA-FILE ASSIGN RMAFILE
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS RANDOM
003200         RECORD KEY IS RMA-KEY
003300         FILE STATUS IS WS-RMA-FILE-STATUS.
003400*  MASTER FILE: PARTS - CROSS-EDIT THAT THE PART EXISTS
003500     SELECT PART-FILE ASSIGN PARTS
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS RANDOM
003800         RECORD KEY IS PART-NUMBER
003900         FILE STATUS IS WS-PART-FILE-STATUS.
004000*  OPERATORS: OPERFILE - INDEXED BY OPERATOR ID, READ AT
004100*  SIGN-ON FOR WHO IS AT THE CONSOLE AND WHAT THEY MAY DO
004200     SELECT OPR-FILE ASSIGN OPERFILE
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS RANDOM
004500         RECORD KEY IS OPR-OPERATOR-ID
004600         FILE STATUS IS WS-OPR-FILE-STATUS.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  RMA-FILE
005000     RECORDING MODE IS F
005100     RECORD CONTAINS 120 CHARACTERS.
005200 01  RMA-RECORD.
005300     COPY RMAREC.
005400
005500 FD  PART-FILE
005600     RECORDING MODE IS F
005700     RECORD CONTAINS 100 CHARACTERS.
005800 01  PART-RECORD.
005900     COPY PARTREC.
006000
006100 FD  OPR-FILE
006200     RECORDING MODE IS F
006300     RECORD CONTAINS 80 CHARACTERS.
006400 01  OPR-RECORD.
006500     COPY OPRREC.
006600
006700 WORKING-STORAGE SECTION.
006800 01  WS-OPR-FILE-STATUS      PIC XX.
006900*    the signed-on operator and the authority flags read
007000*    for them at sign-on - held here because OPERFILE is
007100*    closed again as soon as the sign-on is settled
007200 01  WS-OPERATOR.
007300      05  WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
007400      05  WS-OPERATOR-AUTHORITY.
007500           10  WS-AUTH-INQUIRE   PIC X VALUE 'N'.
007600           10  WS-AUTH-STOCK     PIC X VALUE 'N'.
007700           10  WS-AUTH-PRICE     PIC X VALUE 'N'.
007800           10  WS-AUTH-PURCHASE  PIC X VALUE 'N'.
007900           10  WS-AUTH-SECURITY  PIC X VALUE 'N'.
008000 01  WS-SIGN-ON-ID           PIC X(8).
008100 01  WS-SIGN-ON-PASSWORD     PIC X(8).
008200 01  WS-SIGN-ON-TRIES        PIC 9 VALUE 0.
008300
008400 01  WS-RMA-FILE-STATUS      PIC XX.
008500 01  WS-PART-FILE-STATUS     PIC XX.
008600 01  SWITCHES.
008700      05  DONE               PIC X  VALUE 'N'.
008800      05  WS-RMA-FOUND       PIC X  VALUE 'N'.
008900      05  WS-PART-FOUND      PIC X  VALUE 'N'.
009000      05  WS-SIGNED-ON       PIC X  VALUE 'N'.
009100
009200 01  WS-TRANSACTION-CODE     PIC X.
009300*    R = REGISTER, C = CLOSE, I = INQUIRE, X = EXIT
009400 01  WS-PART-NUMBER-REQUEST  PIC X(6).
009500 01  WS-REFERENCE-REQUEST    PIC X(10).
009600 01  WS-TODAY                PIC 9(8).
009700*    what the customer has still to send back - authorised
009800*    less everything received so far, wherever it went
009900 01  WS-QTY-OUTSTANDING      PIC S9(7) VALUE 0.
010000
010100 PROCEDURE DIVISION.
010200     PERFORM INITIALIZATION
010300     PERFORM PROCESS-ALL
010400         UNTIL DONE = 'Y'
010500     PERFORM TERMINATION
010600     GOBACK.
010700
010800 INITIALIZATION.
010900     PERFORM SIGN-ON
011000     ACCEPT WS-TODAY FROM DATE YYYYMMDD
011100     OPEN I-O RMA-FILE
011200     PERFORM CHECK-RMA-FILE-STATUS
011300     OPEN INPUT PART-FILE
011400     PERFORM CHECK-PART-FILE-STATUS.
011500
011600 CHECK-RMA-FILE-STATUS.
011700*    RMAFILE is OPTIONAL so the very first maintenance
011800*    run creates it (status 05, same as PARTVEND in
011900*    PVXMNT); any other bad open has to stop the run
012000*    here - every maintenance transaction would otherwise
012100*    fail against a file that was never really opened
012200     IF WS-RMA-FILE-STATUS NOT = '00'
012300             AND WS-RMA-FILE-STATUS NOT = '05'
012400         DISPLAY 'RMAMNT: RMAFILE OPEN FAILED, FILE STATUS = '
012500             WS-RMA-FILE-STATUS
012600         MOVE 16 TO RETURN-CODE
012700         STOP RUN
012800     END-IF.
012900
013000 CHECK-PART-FILE-STATUS.
013100*    without PARTS the part-exists cross-edit cannot run,
013200*    and an uneditable register is worse than none
013300     IF WS-PART-FILE-STATUS NOT = '00'
013400         DISPLAY 'RMAMNT: PARTS OPEN FAILED, FILE STATUS = '
013500             WS-PART-FILE-STATUS
013600         MOVE 16 TO RETURN-CODE
013700         STOP RUN
013800     END-IF.
013900
014000 SIGN-ON.
014100*    nothing is maintained anonymously - an operator id
014200*    and password from OPERFILE before the first prompt,
014300*    three tries and the session is refused. the
014400*    authority flags come across into working storage and
014500*    OPERFILE is closed again straight away
014600     OPEN INPUT OPR-FILE
014700     IF WS-OPR-FILE-STATUS NOT = '00'
014800         DISPLAY 'RMAMNT: OPERFILE OPEN FAILED, FILE STATUS = '
014900             WS-OPR-FILE-STATUS
015000         MOVE 16 TO RETURN-CODE
015100         STOP RUN
015200     END-IF
015300     PERFORM PROMPT-SIGN-ON
015400         UNTIL WS-SIGNED-ON = 'Y'
015500            OR WS-SIGN-ON-TRIES = 3
015600     CLOSE OPR-FILE
015700     IF WS-SIGNED-ON NOT = 'Y'
015800         DISPLAY 'RMAMNT: SIGN-ON REFUSED'
015900         MOVE 16 TO RETURN-CODE
016000         STOP RUN
016100     END-IF.
016200
016300 PROMPT-SIGN-ON.
016400     ADD 1 TO WS-SIGN-ON-TRIES
016500     DISPLAY 'OPERATOR ID:    ' WITH NO ADVANCING
016600     ACCEPT WS-SIGN-ON-ID
016700     DISPLAY 'PASSWORD:       ' WITH NO ADVANCING
016800     ACCEPT WS-SIGN-ON-PASSWORD
016900     MOVE FUNCTION UPPER-CASE(WS-SIGN-ON-ID) TO OPR-OPERATOR-ID
017000     READ OPR-FILE
017100         INVALID KEY
017200             DISPLAY 'OPERATOR ID OR PASSWORD NOT RECOGNISED'
017300         NOT INVALID KEY
017400             IF OPR-PASSWORD = WS-SIGN-ON-PASSWORD
017500                 MOVE 'Y' TO WS-SIGNED-ON
017600                 MOVE OPR-OPERATOR-ID TO WS-OPERATOR-ID
017700                 MOVE OPR-AUTHORITY   TO WS-OPERATOR-AUTHORITY
017800             ELSE
017900                 DISPLAY 'OPERATOR ID OR PASSWORD NOT RECOGNISED'
018000             END-IF
018100     END-READ.
018200
018300 REFUSE-FUNCTION.
018400     DISPLAY 'OPERATOR ' WS-OPERATOR-ID
018500         ' IS NOT AUTHORISED FOR THAT FUNCTION'.
018600
018700 PROCESS-ALL.
018800     DISPLAY 'R)EGISTER, C)LOSE, I)NQUIRE, X)IT: '
018900         WITH NO ADVANCING
019000     ACCEPT WS-TRANSACTION-CODE
019100     EVALUATE FUNCTION UPPER-CASE(WS-TRANSACTION-CODE)
019200         WHEN 'R'
019300             IF WS-AUTH-STOCK = 'Y'
019400                 PERFORM REGISTER-RMA
019500             ELSE
019600                 PERFORM REFUSE-FUNCTION
019700             END-IF
019800         WHEN 'C'
019900             IF WS-AUTH-STOCK = 'Y'
020000                 PERFORM CLOSE-RMA
020100             ELSE
020200                 PERFORM REFUSE-FUNCTION
020300             END-IF
020400         WHEN 'I'
020500             IF WS-AUTH-INQUIRE = 'Y'
020600                 PERFORM INQUIRE-RMA
020700             ELSE
020800                 PERFORM REFUSE-FUNCTION
020900             END-IF
021000         WHEN 'X' MOVE 'Y' TO DONE
021100         WHEN OTHER
021200             DISPLAY 'INVALID SELECTION'
021300     END-EVALUATE.
021400
021500 REGISTER-RMA.
021600*    the edits run in the order the operator can fix
021700*    them - part first, then the reference and customer,
021800*    then the quantity - and nothing is written until
021900*    every one has passed
022000     MOVE SPACES TO RMA-RECORD
022100     PERFORM ACCEPT-RMA-KEY
022200     PERFORM CHECK-PART-EXISTS
022300     IF WS-PART-FOUND = 'Y'
022400         IF RMA-REFERENCE = SPACES
022500             DISPLAY 'RMA REFERENCE MUST BE GIVEN'
022600         ELSE
022700             DISPLAY 'CUSTOMER:       ' WITH NO ADVANCING
022800             ACCEPT RMA-CUSTOMER
022900             IF RMA-CUSTOMER = SPACES
023000                 DISPLAY 'CUSTOMER MUST BE GIVEN'
023100             ELSE
023200                 DISPLAY 'QTY AUTHORISED: ' WITH NO ADVANCING
023300                 ACCEPT RMA-QTY-AUTHORISED
023400                 IF RMA-QTY-AUTHORISED NOT NUMERIC
023500                         OR RMA-QTY-AUTHORISED = 0
023600                     DISPLAY 'QTY AUTHORISED MUST BE NUMERIC '
023700                         'AND NOT ZERO'
023800                 ELSE
023900                     PERFORM WRITE-NEW-RMA
024000                 END-IF
024100             END-IF
024200         END-IF
024300     END-IF.
024400
024500 WRITE-NEW-RMA.
024600     MOVE 'O'      TO RMA-STATUS
024700     MOVE 0        TO RMA-QTY-QUARANTINE
024800     MOVE 0        TO RMA-QTY-RESTOCKED
024900     MOVE 0        TO RMA-QTY-SCRAPPED
025000     MOVE 0        TO RMA-QTY-TO-VENDOR
025100     MOVE WS-TODAY TO RMA-REGISTER-DATE
025200     MOVE 0        TO RMA-QUARANTINE-DATE
025300     WRITE RMA-RECORD
025400         INVALID KEY
025500             DISPLAY 'RMA ALREADY EXISTS: '
025600                 RMA-PART-NUMBER ' ' RMA-REFERENCE
025700         NOT INVALID KEY
025800             DISPLAY 'RMA REGISTERED: '
025900                 RMA-PART-NUMBER ' ' RMA-REFERENCE
026000     END-WRITE.
026100
026200 CLOSE-RMA.
026300     PERFORM LOOKUP-FOR-MAINTENANCE
026400     IF WS-RMA-FOUND = 'Y'
026500         IF RMA-STATUS = 'C'
026600             DISPLAY 'RMA IS ALREADY CLOSED'
026700         ELSE IF RMA-QTY-QUARANTINE > 0
026800             DISPLAY 'RMA STILL HAS ' RMA-QTY-QUARANTINE
026900                 ' IN QUARANTINE - DISPOSITION IT FIRST'
027000         ELSE
027100             MOVE 'C' TO RMA-STATUS
027200             REWRITE RMA-RECORD
027300                 INVALID KEY
027400                     DISPLAY 'REWRITE FAILED FOR: '
027500                         RMA-PART-NUMBER ' ' RMA-REFERENCE
027600             END-REWRITE
027700         END-IF END-IF
027800     END-IF.
027900
028000 INQUIRE-RMA.
028100     PERFORM LOOKUP-FOR-MAINTENANCE
028200     IF WS-RMA-FOUND = 'Y'
028300         COMPUTE WS-QTY-OUTSTANDING = RMA-QTY-AUTHORISED
028400             - RMA-QTY-QUARANTINE - RMA-QTY-RESTOCKED
028500             - RMA-QTY-SCRAPPED - RMA-QTY-TO-VENDOR
028600         DISPLAY 'PART NUMBER:    ' RMA-PART-NUMBER
028700         DISPLAY 'RMA REFERENCE:  ' RMA-REFERENCE
028800         DISPLAY 'STATUS:         ' RMA-STATUS
028900         DISPLAY 'CUSTOMER:       ' RMA-CUSTOMER
029000         DISPLAY 'REGISTERED:     ' RMA-REGISTER-DATE
029100         DISPLAY 'QTY AUTHORISED: ' RMA-QTY-AUTHORISED
029200         DISPLAY 'NOT YET BACK:   ' WS-QTY-OUTSTANDING
029300         DISPLAY 'IN QUARANTINE:  ' RMA-QTY-QUARANTINE
029400         IF RMA-QTY-QUARANTINE > 0
029500             DISPLAY 'QUARANTINE LOC: ' RMA-QUARANTINE-LOCATION
029600             DISPLAY 'SINCE:          ' RMA-QUARANTINE-DATE
029700         END-IF
029800         DISPLAY 'RESTOCKED:      ' RMA-QTY-RESTOCKED
029900         DISPLAY 'SCRAPPED:       ' RMA-QTY-SCRAPPED
030000         DISPLAY 'TO VENDOR:      ' RMA-QTY-TO-VENDOR
030100         IF RMA-QTY-TO-VENDOR > 0
030200             DISPLAY 'VENDOR NUMBER:  ' RMA-VENDOR-NUMBER
030300         END-IF
030400     END-IF.
030500
030600 ACCEPT-RMA-KEY.
030700     DISPLAY 'PART NUMBER:    ' WITH NO ADVANCING
030800     ACCEPT WS-PART-NUMBER-REQUEST
030900     DISPLAY 'RMA REFERENCE:  ' WITH NO ADVANCING
031000     ACCEPT WS-REFERENCE-REQUEST
031100     MOVE WS-PART-NUMBER-REQUEST TO RMA-PART-NUMBER
031200     MOVE WS-REFERENCE-REQUEST   TO RMA-REFERENCE.
031300
031400 CHECK-PART-EXISTS.
031500     MOVE 'N' TO WS-PART-FOUND
031600     MOVE RMA-PART-NUMBER TO PART-NUMBER
031700     READ PART-FILE
031800         INVALID KEY
031900             DISPLAY 'PART NOT FOUND: ' RMA-PART-NUMBER
032000         NOT INVALID KEY
032100             MOVE 'Y' TO WS-PART-FOUND
032200     END-READ.
032300
032400 LOOKUP-FOR-MAINTENANCE.
032500     MOVE 'N' TO WS-RMA-FOUND
032600     PERFORM ACCEPT-RMA-KEY
032700     READ RMA-FILE
032800         INVALID KEY
032900             DISPLAY 'RMA NOT FOUND: ' WS-PART-NUMBER-REQUEST
033000                 ' ' WS-REFERENCE-REQUEST
033100         NOT INVALID KEY
033200             MOVE 'Y' TO WS-RMA-FOUND
033300     END-READ.
033400
033500 TERMINATION.
033600     CLOSE RMA-FILE PART-FILE.
