000800* as PARTMNT/PARTINQ maintain and display the PARTS file.
000900* the part-to-vendor cross-reference that points parts at
001000* these vendors is maintained separately by PVXMNT.
001020* the operator signs on from OPERFILE before the first
001040* prompt: add, change and delete need purchasing
001060* authority - the buyer's - and inquire needs view
001080* authority.
001100 ENVIRONMENT DIVISION.
001200 CONFIGURATION SECTION.
001300 INPUT-OUTPUT SECTION.
001800         ACCESS MODE IS DYNAMIC
001900         RECORD KEY IS VENDOR-NUMBER
002000         FILE STATUS IS WS-VEND-FILE-STATUS.
002012*  OPERATORS: OPERFILE - INDEXED BY OPERATOR ID, READ AT
002025*  SIGN-ON FOR WHO IS AT THE CONSOLE AND WHAT THEY MAY DO
002037     SELECT OPR-FILE ASSIGN OPERFILE
002050         ORGANIZATION IS INDEXED
002062         ACCESS MODE IS RANDOM
002075         RECORD KEY IS OPR-OPERATOR-ID
002087         FILE STATUS IS WS-OPR-FILE-STATUS.
002100 DATA DIVISION.
002200 FILE SECTION.
002300 FD  VEND-FILE
002600 01  VEND-RECORD.
002700     COPY VENDREC.
002800
002814 FD  OPR-FILE
002828     RECORDING MODE IS F
002842     RECORD CONTAINS 80 CHARACTERS.
002857 01  OPR-RECORD.
002871     COPY OPRREC.
002885
002900 WORKING-STORAGE SECTION.
002905 01  WS-OPR-FILE-STATUS      PIC XX.
002911*    the signed-on operator and the authority flags read
002917*    for them at sign-on - held here because OPERFILE is
002923*    closed again as soon as the sign-on is settled
002929 01  WS-OPERATOR.
002935      05  WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
002941      05  WS-OPERATOR-AUTHORITY.
002947           10  WS-AUTH-INQUIRE   PIC X VALUE 'N'.
002952           10  WS-AUTH-STOCK     PIC X VALUE 'N'.
002958           10  WS-AUTH-PRICE     PIC X VALUE 'N'.
002964           10  WS-AUTH-PURCHASE  PIC X VALUE 'N'.
002970           10  WS-AUTH-SECURITY  PIC X VALUE 'N'.
002976 01  WS-SIGN-ON-ID           PIC X(8).
002982 01  WS-SIGN-ON-PASSWORD     PIC X(8).
002988 01  WS-SIGN-ON-TRIES        PIC 9 VALUE 0.
002994
003000 01  WS-VEND-FILE-STATUS     PIC XX.
003100 01  SWITCHES.
003200      05  DONE               PIC X  VALUE 'N'.
003300      05  WS-VENDOR-FOUND    PIC X  VALUE 'N'.
003350      05  WS-SIGNED-ON       PIC X  VALUE 'N'.
003400
003500 01  WS-TRANSACTION-CODE     PIC X.
003600*    A = ADD, C = CHANGE, D = DELETE, I = INQUIRE, X = EXIT
004400     GOBACK.
004500
004600 INITIALIZATION.
004650     PERFORM SIGN-ON
004700     OPEN I-O VEND-FILE
004800     PERFORM CHECK-VEND-FILE-STATUS.
004900
005900         STOP RUN
006000     END-IF.
006100
006102 SIGN-ON.
006104*    nothing is maintained anonymously - an operator id
006106*    and password from OPERFILE before the first prompt,
006108*    three tries and the session is refused. the
006110*    authority flags come across into working storage and
006112*    OPERFILE is closed again straight away
006114     OPEN INPUT OPR-FILE
006116     IF WS-OPR-FILE-STATUS NOT = '00'
006118         DISPLAY 'VENDMNT: OPERFILE OPEN FAILED, FILE STATUS = '
006120             WS-OPR-FILE-STATUS
006122         MOVE 16 TO RETURN-CODE
006125         STOP RUN
006127     END-IF
006129     PERFORM PROMPT-SIGN-ON
006131         UNTIL WS-SIGNED-ON = 'Y'
006133            OR WS-SIGN-ON-TRIES = 3
006135     CLOSE OPR-FILE
006137     IF WS-SIGNED-ON NOT = 'Y'
006139         DISPLAY 'VENDMNT: SIGN-ON REFUSED'
006141         MOVE 16 TO RETURN-CODE
006143         STOP RUN
006145     END-IF.
006147
006150 PROMPT-SIGN-ON.
006152     ADD 1 TO WS-SIGN-ON-TRIES
006154     DISPLAY 'OPERATOR ID:    ' WITH NO ADVANCING
006156     ACCEPT WS-SIGN-ON-ID
006158     DISPLAY 'PASSWORD:       ' WITH NO ADVANCING
006160     ACCEPT WS-SIGN-ON-PASSWORD
006162     MOVE FUNCTION UPPER-CASE(WS-SIGN-ON-ID) TO OPR-OPERATOR-ID
006164     READ OPR-FILE
006166         INVALID KEY
006168             DISPLAY 'OPERATOR ID OR PASSWORD NOT RECOGNISED'
006170         NOT INVALID KEY
006172             IF OPR-PASSWORD = WS-SIGN-ON-PASSWORD
006175                 MOVE 'Y' TO WS-SIGNED-ON
006177                 MOVE OPR-OPERATOR-ID TO WS-OPERATOR-ID
006179                 MOVE OPR-AUTHORITY   TO WS-OPERATOR-AUTHORITY
006181             ELSE
006183                 DISPLAY 'OPERATOR ID OR PASSWORD NOT RECOGNISED'
006185             END-IF
006187     END-READ.
006189
006191 REFUSE-FUNCTION.
006193     DISPLAY 'OPERATOR ' WS-OPERATOR-ID
006195         ' IS NOT AUTHORISED FOR THAT FUNCTION'.
006197
006200 PROCESS-ALL.
006300     DISPLAY 'A)DD, C)HANGE, D)ELETE, I)NQUIRE, X)IT: '
006400         WITH NO ADVANCING
006500     ACCEPT WS-TRANSACTION-CODE
006600     EVALUATE FUNCTION UPPER-CASE(WS-TRANSACTION-CODE)
006700         WHEN 'A'
006716             IF WS-AUTH-PURCHASE = 'Y'
006733                 PERFORM ADD-VENDOR
006750             ELSE
006766                 PERFORM REFUSE-FUNCTION
006783             END-IF
006800         WHEN 'C'
006816             IF WS-AUTH-PURCHASE = 'Y'
006833                 PERFORM CHANGE-VENDOR
006850             ELSE
006866                 PERFORM REFUSE-FUNCTION
006883             END-IF
006900         WHEN 'D'
006916             IF WS-AUTH-PURCHASE = 'Y'
006933                 PERFORM DELETE-VENDOR
006950             ELSE
006966                 PERFORM REFUSE-FUNCTION
006983             END-IF
007000         WHEN 'I'
007016             IF WS-AUTH-INQUIRE = 'Y'
007033                 PERFORM INQUIRE-VENDOR
007050             ELSE
007066                 PERFORM REFUSE-FUNCTION
007083             END-IF
007100         WHEN 'X' MOVE 'Y' TO DONE
007200         WHEN OTHER
007300             DISPLAY 'INVALID SELECTION'
