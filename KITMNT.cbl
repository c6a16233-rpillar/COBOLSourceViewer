001300* silently issue the sub-kit's shell instead of its parts.
001400* inquire lists every component line of a kit, which is
001500* the picking list the assembler used to keep on paper.
001525* the operator signs on from OPERFILE before the first
001550* prompt: add, change and delete need stock maintenance
001575* authority, and inquire needs view authority.
001600 ENVIRONMENT DIVISION.
001700 CONFIGURATION SECTION.
001800 INPUT-OUTPUT SECTION.
003000         ACCESS MODE IS RANDOM
003100         RECORD KEY IS PART-NUMBER
003200         FILE STATUS IS WS-PART-FILE-STATUS.
003212*  OPERATORS: OPERFILE - INDEXED BY OPERATOR ID, READ AT
003225*  SIGN-ON FOR WHO IS AT THE CONSOLE AND WHAT THEY MAY DO
003237     SELECT OPR-FILE ASSIGN OPERFILE
003250         ORGANIZATION IS INDEXED
003262         ACCESS MODE IS RANDOM
003275         RECORD KEY IS OPR-OPERATOR-ID
003287         FILE STATUS IS WS-OPR-FILE-STATUS.
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  KIT-FILE
004400 01  PART-RECORD.
004500     COPY PARTREC.
004600
004614 FD  OPR-FILE
004628     RECORDING MODE IS F
004642     RECORD CONTAINS 80 CHARACTERS.
004657 01  OPR-RECORD.
004671     COPY OPRREC.
004685
004700 WORKING-STORAGE SECTION.
004705 01  WS-OPR-FILE-STATUS      PIC XX.
004711*    the signed-on operator and the authority flags read
004717*    for them at sign-on - held here because OPERFILE is
004723*    closed again as soon as the sign-on is settled
004729 01  WS-OPERATOR.
004735      05  WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
004741      05  WS-OPERATOR-AUTHORITY.
004747           10  WS-AUTH-INQUIRE   PIC X VALUE 'N'.
004752           10  WS-AUTH-STOCK     PIC X VALUE 'N'.
004758           10  WS-AUTH-PRICE     PIC X VALUE 'N'.
004764           10  WS-AUTH-PURCHASE  PIC X VALUE 'N'.
004770           10  WS-AUTH-SECURITY  PIC X VALUE 'N'.
004776 01  WS-SIGN-ON-ID           PIC X(8).
004782 01  WS-SIGN-ON-PASSWORD     PIC X(8).
004788 01  WS-SIGN-ON-TRIES        PIC 9 VALUE 0.
004794
004800 01  WS-KIT-FILE-STATUS      PIC XX.
004900 01  WS-PART-FILE-STATUS     PIC XX.
005000 01  SWITCHES.
005400      05  WS-NESTED-KIT      PIC X  VALUE 'N'.
005410      05  WS-KIT-IS-COMPONENT PIC X VALUE 'N'.
005500      05  WS-KIT-AT-END      PIC X  VALUE 'N'.
005550      05  WS-SIGNED-ON       PIC X  VALUE 'N'.
005600
005700 01  WS-TRANSACTION-CODE     PIC X.
005800*    A = ADD, C = CHANGE, D = DELETE, I = INQUIRE, X = EXIT
006800     GOBACK.
006900
007000 INITIALIZATION.
007050     PERFORM SIGN-ON
007100     OPEN I-O KIT-FILE
007200     PERFORM CHECK-KIT-FILE-STATUS
007300     OPEN INPUT PART-FILE
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
009918         DISPLAY 'KITMNT: OPERFILE OPEN FAILED, FILE STATUS = '
009920             WS-OPR-FILE-STATUS
009922         MOVE 16 TO RETURN-CODE
009925         STOP RUN
009927     END-IF
009929     PERFORM PROMPT-SIGN-ON
009931         UNTIL WS-SIGNED-ON = 'Y'
009933            OR WS-SIGN-ON-TRIES = 3
009935     CLOSE OPR-FILE
009937     IF WS-SIGNED-ON NOT = 'Y'
009939         DISPLAY 'KITMNT: SIGN-ON REFUSED'
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
010516             IF WS-AUTH-STOCK = 'Y'
010533                 PERFORM ADD-COMPONENT
010550             ELSE
010566                 PERFORM REFUSE-FUNCTION
010583             END-IF
010600         WHEN 'C'
010616             IF WS-AUTH-STOCK = 'Y'
010633                 PERFORM CHANGE-COMPONENT
010650             ELSE
010666                 PERFORM REFUSE-FUNCTION
010683             END-IF
010700         WHEN 'D'
010716             IF WS-AUTH-STOCK = 'Y'
010733                 PERFORM DELETE-COMPONENT
010750             ELSE
010766                 PERFORM REFUSE-FUNCTION
010783             END-IF
010800         WHEN 'I'
010816             IF WS-AUTH-INQUIRE = 'Y'
010833                 PERFORM INQUIRE-KIT
010850             ELSE
010866                 PERFORM REFUSE-FUNCTION
010883             END-IF
010900         WHEN 'X' MOVE 'Y' TO DONE
011000         WHEN OTHER
011100             DISPLAY 'INVALID SELECTION'
