001600* date must be a usable YYYYMMDD - a pending record that
001700* can never apply is a price increase that quietly never
001800* happens.
001820* the operator signs on from OPERFILE before the first
001840* prompt: add, change and delete of a pending price need
001860* price change authority, and inquire needs view
001880* authority.
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
002100 INPUT-OUTPUT SECTION.
003300         ACCESS MODE IS RANDOM
003400         RECORD KEY IS PART-NUMBER
003500         FILE STATUS IS WS-PART-FILE-STATUS.
003512*  OPERATORS: OPERFILE - INDEXED BY OPERATOR ID, READ AT
003525*  SIGN-ON FOR WHO IS AT THE CONSOLE AND WHAT THEY MAY DO
003537     SELECT OPR-FILE ASSIGN OPERFILE
003550         ORGANIZATION IS INDEXED
003562         ACCESS MODE IS RANDOM
003575         RECORD KEY IS OPR-OPERATOR-ID
003587         FILE STATUS IS WS-OPR-FILE-STATUS.
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  PND-FILE
004700 01  PART-RECORD.
004800     COPY PARTREC.
004900
004914 FD  OPR-FILE
004928     RECORDING MODE IS F
004942     RECORD CONTAINS 80 CHARACTERS.
004957 01  OPR-RECORD.
004971     COPY OPRREC.
004985
005000 WORKING-STORAGE SECTION.
005005 01  WS-OPR-FILE-STATUS      PIC XX.
005011*    the signed-on operator and the authority flags read
005017*    for them at sign-on - held here because OPERFILE is
005023*    closed again as soon as the sign-on is settled
005029 01  WS-OPERATOR.
005035      05  WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
005041      05  WS-OPERATOR-AUTHORITY.
005047           10  WS-AUTH-INQUIRE   PIC X VALUE 'N'.
005052           10  WS-AUTH-STOCK     PIC X VALUE 'N'.
005058           10  WS-AUTH-PRICE     PIC X VALUE 'N'.
005064           10  WS-AUTH-PURCHASE  PIC X VALUE 'N'.
005070           10  WS-AUTH-SECURITY  PIC X VALUE 'N'.
005076 01  WS-SIGN-ON-ID           PIC X(8).
005082 01  WS-SIGN-ON-PASSWORD     PIC X(8).
005088 01  WS-SIGN-ON-TRIES        PIC 9 VALUE 0.
005094
005100 01  WS-PND-FILE-STATUS      PIC XX.
005200 01  WS-PART-FILE-STATUS     PIC XX.
005300 01  SWITCHES.
005500      05  WS-PND-FOUND       PIC X  VALUE 'N'.
005600      05  WS-PART-FOUND      PIC X  VALUE 'N'.
005700      05  WS-PND-AT-END      PIC X  VALUE 'N'.
005750      05  WS-SIGNED-ON       PIC X  VALUE 'N'.
005800
005900 01  WS-TRANSACTION-CODE     PIC X.
006000*    A = ADD, C = CHANGE, D = DELETE, I = INQUIRE, X = EXIT
007000     GOBACK.
007100
007200 INITIALIZATION.
007250     PERFORM SIGN-ON
007300     OPEN I-O PND-FILE
007400     PERFORM CHECK-PND-FILE-STATUS
007500     OPEN INPUT PART-FILE
009700         STOP RUN
009800     END-IF.
009900
009902 SIGN-ON.
009904*    nothing is maintained anonymously - an operator id
009906*    and password from OPERFILE before the first prompt,
009908*    three tries and the session is refused. the
009910*    authority flags come across into working storage and
009912*    OPERFILE is closed again straight away
009914     OPEN INPUT OPR-FILE
009916     IF WS-OPR-FILE-STATUS NOT = '00'
009918         DISPLAY 'PRCMNT: OPERFILE OPEN FAILED, FILE STATUS = '
009920             WS-OPR-FILE-STATUS
009922         MOVE 16 TO RETURN-CODE
009925         STOP RUN
009927     END-IF
009929     PERFORM PROMPT-SIGN-ON
009931         UNTIL WS-SIGNED-ON = 'Y'
009933            OR WS-SIGN-ON-TRIES = 3
009935     CLOSE OPR-FILE
009937     IF WS-SIGNED-ON NOT = 'Y'
009939         DISPLAY 'PRCMNT: SIGN-ON REFUSED'
009941         MOVE 16 TO RETURN-CODE
009943         STOP RUN
009945     END-IF.
009947
009950 PROMPT-SIGN-ON.
009952     ADD 1 TO WS-SIGN-ON-TRIES
009954     DISPLAY 'OPERATOR ID:    ' WITH NO ADVANCING
009956     ACCEPT WS-SIGN-ON-ID
009958     DISPLAY 'PASSWORD:       ' WITH NO ADVANCING
009960     ACCEPT WS-SIGN-ON-PASSWORD
009962     MOVE FUNCTION UPPER-CASE(WS-SIGN-ON-ID) TO OPR-OPERATOR-ID
009964     READ OPR-FILE
009966         INVALID KEY
009968             DISPLAY 'OPERATOR ID OR PASSWORD NOT RECOGNISED'
009970         NOT INVALID KEY
009972             IF OPR-PASSWORD = WS-SIGN-ON-PASSWORD
009975                 MOVE 'Y' TO WS-SIGNED-ON
009977                 MOVE OPR-OPERATOR-ID TO WS-OPERATOR-ID
009979                 MOVE OPR-AUTHORITY   TO WS-OPERATOR-AUTHORITY
009981             ELSE
009983                 DISPLAY 'OPERATOR ID OR PASSWORD NOT RECOGNISED'
009985             END-IF
009987     END-READ.
009989
009991 REFUSE-FUNCTION.
009993     DISPLAY 'OPERATOR ' WS-OPERATOR-ID
009995         ' IS NOT AUTHORISED FOR THAT FUNCTION'.
009997
010000 PROCESS-ALL.
010100     DISPLAY 'A)DD, C)HANGE, D)ELETE, I)NQUIRE, X)IT: '
010200         WITH NO ADVANCING
010300     ACCEPT WS-TRANSACTION-CODE
010400     EVALUATE FUNCTION UPPER-CASE(WS-TRANSACTION-CODE)
010500         WHEN 'A'
010516             IF WS-AUTH-PRICE = 'Y'
010533                 PERFORM ADD-PENDING-PRICE
010550             ELSE
010566                 PERFORM REFUSE-FUNCTION
010583             END-IF
010600         WHEN 'C'
010616             IF WS-AUTH-PRICE = 'Y'
010633                 PERFORM CHANGE-PENDING-PRICE
010650             ELSE
010666                 PERFORM REFUSE-FUNCTION
010683             END-IF
010700         WHEN 'D'
010716             IF WS-AUTH-PRICE = 'Y'
010733                 PERFORM DELETE-PENDING-PRICE
010750             ELSE
010766                 PERFORM REFUSE-FUNCTION
010783             END-IF
010800         WHEN 'I'
010816             IF WS-AUTH-INQUIRE = 'Y'
010833                 PERFORM INQUIRE-PENDING-PRICES
010850             ELSE
010866                 PERFORM REFUSE-FUNCTION
010883             END-IF
010900         WHEN 'X' MOVE 'Y' TO DONE
011000         WHEN OTHER
011100             DISPLAY 'INVALID SELECTION'
012000         IF PND-NEW-PRICE NOT NUMERIC
012100             DISPLAY 'PRICE MUST BE NUMERIC'
012200         ELSE
012250             MOVE WS-OPERATOR-ID TO PND-OPERATOR-ID
012300             WRITE PND-RECORD
012400                 INVALID KEY
012500                     DISPLAY 'PENDING PRICE ALREADY ON FILE: '
013800         IF PND-NEW-PRICE NOT NUMERIC
013900             DISPLAY 'PRICE MUST BE NUMERIC'
014000         ELSE
014050             MOVE WS-OPERATOR-ID TO PND-OPERATOR-ID
014100             REWRITE PND-RECORD
014200                 INVALID KEY
014300                     DISPLAY 'REWRITE FAILED FOR: '
