000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. OPRMNT.
000300* This program maintains the OPERFILE operator file - one
000400* record per person allowed to sign on to the console
000500* maintenance programs, with a password and a Y/N
000600* authority flag for each kind of work (see OPRREC).
000700* add, change, delete and inquire work from the console
000800* in the same style as VENDMNT/PVXMNT.
000900* every function here hands out authority, so the
001000* operator signing on must hold security authority or
001100* the session is refused outright.
001200* the very first run finds OPERFILE empty and nobody able
001300* to sign on, so it skips the sign-on, takes one add - the
001400* security administrator, whose security flag is set
001500* whatever is keyed - and ends; everyone else is added by
001600* that operator after signing on in the normal way.
001700* an operator cannot delete their own record, so the
001800* file can never be left with nobody able to maintain it
001900* by accident. the password is never displayed.
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400*  OPERATORS: OPERFILE - INDEXED BY OPERATOR ID,
002500*  OPTIONAL SO THE FIRST EVER RUN CREATES IT
002600     SELECT OPTIONAL OPR-FILE ASSIGN OPERFILE
002700         ORGANIZATION IS INDEXED
002800         ACCESS MODE IS DYNAMIC
002900         RECORD KEY IS OPR-OPERATOR-ID
003000         FILE STATUS IS WS-OPR-FILE-STATUS.
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD  OPR-FILE
003400     RECORDING MODE IS F
003500     RECORD CONTAINS 80 CHARACTERS.
003600 01  OPR-RECORD.
003700     COPY OPRREC.
003800
003900 WORKING-STORAGE SECTION.
004000 01  WS-OPR-FILE-STATUS      PIC XX.
004100 01  SWITCHES.
004200      05  DONE               PIC X  VALUE 'N'.
004300      05  WS-OPERATOR-FOUND  PIC X  VALUE 'N'.
004400      05  WS-SIGNED-ON       PIC X  VALUE 'N'.
004500      05  WS-FILE-EMPTY      PIC X  VALUE 'N'.
004600
004700*    the signed-on operator and the authority flags read
004800*    for them at sign-on
004900 01  WS-OPERATOR.
005000      05  WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
005100      05  WS-OPERATOR-AUTHORITY.
005200           10  WS-AUTH-INQUIRE   PIC X VALUE 'N'.
005300           10  WS-AUTH-STOCK     PIC X VALUE 'N'.
005400           10  WS-AUTH-PRICE     PIC X VALUE 'N'.
005500           10  WS-AUTH-PURCHASE  PIC X VALUE 'N'.
005600           10  WS-AUTH-SECURITY  PIC X VALUE 'N'.
005700 01  WS-SIGN-ON-ID           PIC X(8).
005800 01  WS-SIGN-ON-PASSWORD     PIC X(8).
005900 01  WS-SIGN-ON-TRIES        PIC 9 VALUE 0.
006000
006100 01  WS-TRANSACTION-CODE     PIC X.
006200*    A = ADD, C = CHANGE, D = DELETE, I = INQUIRE, X = EXIT
006300 01  WS-OPERATOR-ID-REQUEST  PIC X(8).
006400 01  WS-PASSWORD-REQUEST     PIC X(8).
006500
006600 PROCEDURE DIVISION.
006700     PERFORM INITIALIZATION
006800     PERFORM PROCESS-ALL
006900         UNTIL DONE = 'Y'
007000     PERFORM TERMINATION
007100     GOBACK.
007200
007300 INITIALIZATION.
007400     OPEN I-O OPR-FILE
007500     PERFORM CHECK-OPR-FILE-STATUS
007600     PERFORM CHECK-FILE-EMPTY
007700     IF WS-FILE-EMPTY = 'Y'
007800         PERFORM ADD-FIRST-OPERATOR
007900         MOVE 'Y' TO DONE
008000     ELSE
008100         PERFORM SIGN-ON
008200     END-IF.
008300
008400 CHECK-OPR-FILE-STATUS.
008500*    OPERFILE is OPTIONAL so the very first maintenance
008600*    run creates it (status 05, same as VENDMST in
008700*    VENDMNT); any other bad open has to stop the run here
008800     IF WS-OPR-FILE-STATUS NOT = '00'
008900             AND WS-OPR-FILE-STATUS NOT = '05'
009000         DISPLAY 'OPRMNT: OPERFILE OPEN FAILED, FILE STATUS = '
009100             WS-OPR-FILE-STATUS
009200         MOVE 16 TO RETURN-CODE
009300         STOP RUN
009400     END-IF.
009500
009600 CHECK-FILE-EMPTY.
009700     MOVE LOW-VALUES TO OPR-OPERATOR-ID
009800     START OPR-FILE KEY IS NOT LESS THAN OPR-OPERATOR-ID
009900         INVALID KEY
010000             MOVE 'Y' TO WS-FILE-EMPTY
010100     END-START.
010200
010300 ADD-FIRST-OPERATOR.
010400     DISPLAY 'OPRMNT: OPERFILE IS EMPTY - ADD THE SECURITY '
010500         'ADMINISTRATOR'
010600     PERFORM ADD-OPERATOR
010700     DISPLAY 'OPRMNT: SIGN ON AS ' OPR-OPERATOR-ID
010800         ' TO ADD THE OTHER OPERATORS'.
010900
011000 SIGN-ON.
011100*    nothing is maintained anonymously - an operator id
011200*    and password from OPERFILE before the first prompt,
011300*    three tries and the session is refused; here the
011400*    operator must also hold security authority, since
011500*    every function hands authority out
011600     PERFORM PROMPT-SIGN-ON
011700         UNTIL WS-SIGNED-ON = 'Y'
011800            OR WS-SIGN-ON-TRIES = 3
011900     IF WS-SIGNED-ON NOT = 'Y'
012000         DISPLAY 'OPRMNT: SIGN-ON REFUSED'
012100         CLOSE OPR-FILE
012200         MOVE 16 TO RETURN-CODE
012300         STOP RUN
012400     END-IF
012500     IF WS-AUTH-SECURITY NOT = 'Y'
012600         DISPLAY 'OPRMNT: OPERATOR ' WS-OPERATOR-ID
012700             ' IS NOT AUTHORISED TO MAINTAIN OPERATORS'
012800         CLOSE OPR-FILE
012900         MOVE 16 TO RETURN-CODE
013000         STOP RUN
013100     END-IF.
013200
013300 PROMPT-SIGN-ON.
013400     ADD 1 TO WS-SIGN-ON-TRIES
013500     DISPLAY 'OPERATOR ID:    ' WITH NO ADVANCING
013600     ACCEPT WS-SIGN-ON-ID
013700     DISPLAY 'PASSWORD:       ' WITH NO ADVANCING
013800     ACCEPT WS-SIGN-ON-PASSWORD
013900     MOVE FUNCTION UPPER-CASE(WS-SIGN-ON-ID) TO OPR-OPERATOR-ID
014000     READ OPR-FILE
014100         INVALID KEY
014200             DISPLAY 'OPERATOR ID OR PASSWORD NOT RECOGNISED'
014300         NOT INVALID KEY
014400             IF OPR-PASSWORD = WS-SIGN-ON-PASSWORD
014500                 MOVE 'Y' TO WS-SIGNED-ON
014600                 MOVE OPR-OPERATOR-ID TO WS-OPERATOR-ID
014700                 MOVE OPR-AUTHORITY   TO WS-OPERATOR-AUTHORITY
014800             ELSE
014900                 DISPLAY 'OPERATOR ID OR PASSWORD NOT RECOGNISED'
015000             END-IF
015100     END-READ.
015200
015300 PROCESS-ALL.
015400     DISPLAY 'A)DD, C)HANGE, D)ELETE, I)NQUIRE, X)IT: '
015500         WITH NO ADVANCING
015600     ACCEPT WS-TRANSACTION-CODE
015700     EVALUATE FUNCTION UPPER-CASE(WS-TRANSACTION-CODE)
015800         WHEN 'A' PERFORM ADD-OPERATOR
015900         WHEN 'C' PERFORM CHANGE-OPERATOR
016000         WHEN 'D' PERFORM DELETE-OPERATOR
016100         WHEN 'I' PERFORM INQUIRE-OPERATOR
016200         WHEN 'X' MOVE 'Y' TO DONE
016300         WHEN OTHER
016400             DISPLAY 'INVALID SELECTION'
016500     END-EVALUATE.
016600
016700 ADD-OPERATOR.
016800     MOVE SPACES TO OPR-RECORD
016900     DISPLAY 'OPERATOR ID:    ' WITH NO ADVANCING
017000     ACCEPT WS-OPERATOR-ID-REQUEST
017100     MOVE FUNCTION UPPER-CASE(WS-OPERATOR-ID-REQUEST)
017200         TO OPR-OPERATOR-ID
017300     IF OPR-OPERATOR-ID = SPACES
017400         DISPLAY 'OPERATOR ID MAY NOT BE BLANK'
017500     ELSE
017600         DISPLAY 'OPERATOR NAME:  ' WITH NO ADVANCING
017700         ACCEPT OPR-OPERATOR-NAME
017800         PERFORM ACCEPT-PASSWORD
017900         PERFORM ACCEPT-AUTHORITY-FLAGS
018000         IF WS-FILE-EMPTY = 'Y'
018100             MOVE 'Y' TO OPR-AUTH-SECURITY
018200         END-IF
018300         WRITE OPR-RECORD
018400             INVALID KEY
018500                 DISPLAY 'OPERATOR ALREADY EXISTS: '
018600                     OPR-OPERATOR-ID
018700         END-WRITE
018800     END-IF.
018900
019000 CHANGE-OPERATOR.
019100     PERFORM LOOKUP-FOR-MAINTENANCE
019200     IF WS-OPERATOR-FOUND = 'Y'
019300         DISPLAY 'OPERATOR NAME  [' OPR-OPERATOR-NAME ']: '
019400             WITH NO ADVANCING
019500         ACCEPT OPR-OPERATOR-NAME
019600         PERFORM ACCEPT-PASSWORD
019700         PERFORM ACCEPT-AUTHORITY-FLAGS
019800         REWRITE OPR-RECORD
019900             INVALID KEY
020000                 DISPLAY 'REWRITE FAILED FOR: ' OPR-OPERATOR-ID
020100         END-REWRITE
020200     END-IF.
020300
020400 DELETE-OPERATOR.
020500     PERFORM LOOKUP-FOR-MAINTENANCE
020600     IF WS-OPERATOR-FOUND = 'Y'
020700         IF OPR-OPERATOR-ID = WS-OPERATOR-ID
020800             DISPLAY 'YOU CANNOT DELETE YOUR OWN OPERATOR RECORD'
020900         ELSE
021000             DELETE OPR-FILE
021100                 INVALID KEY
021200                     DISPLAY 'DELETE FAILED FOR: ' OPR-OPERATOR-ID
021300             END-DELETE
021400         END-IF
021500     END-IF.
021600
021700 INQUIRE-OPERATOR.
021800     PERFORM LOOKUP-FOR-MAINTENANCE
021900     IF WS-OPERATOR-FOUND = 'Y'
022000         DISPLAY 'OPERATOR ID:    ' OPR-OPERATOR-ID
022100         DISPLAY 'OPERATOR NAME:  ' OPR-OPERATOR-NAME
022200         DISPLAY 'VIEW/INQUIRE:   ' OPR-AUTH-INQUIRE
022300         DISPLAY 'STOCK MAINT:    ' OPR-AUTH-STOCK
022400         DISPLAY 'PRICE CHANGES:  ' OPR-AUTH-PRICE
022500         DISPLAY 'PO APPROVAL:    ' OPR-AUTH-PURCHASE
022600         DISPLAY 'SECURITY:       ' OPR-AUTH-SECURITY
022700     END-IF.
022800
022900 ACCEPT-PASSWORD.
023000*    a password is required - a blank one would let anyone
023100*    who knows the id straight in
023200     MOVE SPACES TO WS-PASSWORD-REQUEST
023300     PERFORM PROMPT-PASSWORD
023400         UNTIL WS-PASSWORD-REQUEST NOT = SPACES
023500     MOVE WS-PASSWORD-REQUEST TO OPR-PASSWORD.
023600
023700 PROMPT-PASSWORD.
023800     DISPLAY 'PASSWORD:       ' WITH NO ADVANCING
023900     ACCEPT WS-PASSWORD-REQUEST
024000     IF WS-PASSWORD-REQUEST = SPACES
024100         DISPLAY 'PASSWORD MAY NOT BE BLANK'
024200     END-IF.
024300
024400 ACCEPT-AUTHORITY-FLAGS.
024500*    each flag is Y or N; anything other than Y is stored
024600*    as N so a mistyped grant never reads as a grant
024700     DISPLAY 'VIEW/INQUIRE  [' OPR-AUTH-INQUIRE ']: '
024800         WITH NO ADVANCING
024900     ACCEPT OPR-AUTH-INQUIRE
025000     DISPLAY 'STOCK MAINT   [' OPR-AUTH-STOCK ']: '
025100         WITH NO ADVANCING
025200     ACCEPT OPR-AUTH-STOCK
025300     DISPLAY 'PRICE CHANGES [' OPR-AUTH-PRICE ']: '
025400         WITH NO ADVANCING
025500     ACCEPT OPR-AUTH-PRICE
025600     DISPLAY 'PO APPROVAL   [' OPR-AUTH-PURCHASE ']: '
025700         WITH NO ADVANCING
025800     ACCEPT OPR-AUTH-PURCHASE
025900     DISPLAY 'SECURITY      [' OPR-AUTH-SECURITY ']: '
026000         WITH NO ADVANCING
026100     ACCEPT OPR-AUTH-SECURITY
026200     MOVE FUNCTION UPPER-CASE(OPR-AUTHORITY) TO OPR-AUTHORITY
026500     PERFORM FORCE-FLAG-N.
026600
026700 FORCE-FLAG-N.
026800     IF OPR-AUTH-INQUIRE NOT = 'Y'
026900         MOVE 'N' TO OPR-AUTH-INQUIRE
027000     END-IF
027100     IF OPR-AUTH-STOCK NOT = 'Y'
027200         MOVE 'N' TO OPR-AUTH-STOCK
027300     END-IF
027400     IF OPR-AUTH-PRICE NOT = 'Y'
027500         MOVE 'N' TO OPR-AUTH-PRICE
027600     END-IF
027700     IF OPR-AUTH-PURCHASE NOT = 'Y'
027800         MOVE 'N' TO OPR-AUTH-PURCHASE
027900     END-IF
028000     IF OPR-AUTH-SECURITY NOT = 'Y'
028100         MOVE 'N' TO OPR-AUTH-SECURITY
028200     END-IF.
028300
028400 LOOKUP-FOR-MAINTENANCE.
028500     MOVE 'N' TO WS-OPERATOR-FOUND
028600     DISPLAY 'OPERATOR ID:    ' WITH NO ADVANCING
028700     ACCEPT WS-OPERATOR-ID-REQUEST
028800     MOVE FUNCTION UPPER-CASE(WS-OPERATOR-ID-REQUEST)
028900         TO OPR-OPERATOR-ID
029000     READ OPR-FILE
029100         INVALID KEY
029200             DISPLAY 'OPERATOR NOT FOUND: ' OPR-OPERATOR-ID
029300         NOT INVALID KEY
029400             MOVE 'Y' TO WS-OPERATOR-FOUND
029500     END-READ.
029600
029700 TERMINATION.
029800     CLOSE OPR-FILE.
