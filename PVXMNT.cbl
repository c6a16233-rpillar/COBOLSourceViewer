001000* must exist on PARTS and the vendor on VENDMST, so the
001100* cross-reference can never point at nothing from either
001200* end.
001220* the operator signs on from OPERFILE before the first
001240* prompt: add, change and delete need purchasing
001260* authority - the buyer's - and inquire needs view
001280* authority.
001300 ENVIRONMENT DIVISION.
001400 CONFIGURATION SECTION.
001500 INPUT-OUTPUT SECTION.
003200         ACCESS MODE IS RANDOM
003300         RECORD KEY IS VENDOR-NUMBER
003400         FILE STATUS IS WS-VEND-FILE-STATUS.
003412*  OPERATORS: OPERFILE - INDEXED BY OPERATOR ID, READ AT
003425*  SIGN-ON FOR WHO IS AT THE CONSOLE AND WHAT THEY MAY DO
003437     SELECT OPR-FILE ASSIGN OPERFILE
003450         ORGANIZATION IS INDEXED
003462         ACCESS MODE IS RANDOM
003475         RECORD KEY IS OPR-OPERATOR-ID
003487         FILE STATUS IS WS-OPR-FILE-STATUS.
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  XRF-FILE
005200 01  VEND-RECORD.
005300     COPY VENDREC.
005400
005414 FD  OPR-FILE
005428     RECORDING MODE IS F
005442     RECORD CONTAINS 80 CHARACTERS.
005457 01  OPR-RECORD.
005471     COPY OPRREC.
005485
005500 WORKING-STORAGE SECTION.
005505 01  WS-OPR-FILE-STATUS      PIC XX.
005511*    the signed-on operator and the authority flags read
005517*    for them at sign-on - held here because OPERFILE is
005523*    closed again as soon as the sign-on is settled
005529 01  WS-OPERATOR.
005535      05  WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
005541      05  WS-OPERATOR-AUTHORITY.
005547           10  WS-AUTH-INQUIRE   PIC X VALUE 'N'.
005552           10  WS-AUTH-STOCK     PIC X VALUE 'N'.
005558           10  WS-AUTH-PRICE     PIC X VALUE 'N'.
005564           10  WS-AUTH-PURCHASE  PIC X VALUE 'N'.
005570           10  WS-AUTH-SECURITY  PIC X VALUE 'N'.
005576 01  WS-SIGN-ON-ID           PIC X(8).
005582 01  WS-SIGN-ON-PASSWORD     PIC X(8).
005588 01  WS-SIGN-ON-TRIES        PIC 9 VALUE 0.
005594
005600 01  WS-XRF-FILE-STATUS      PIC XX.
005700 01  WS-PART-FILE-STATUS     PIC XX.
005800 01  WS-VEND-FILE-STATUS     PIC XX.
006100      05  WS-XRF-FOUND       PIC X  VALUE 'N'.
006200      05  WS-PART-FOUND      PIC X  VALUE 'N'.
006300      05  WS-VENDOR-FOUND    PIC X  VALUE 'N'.
006350      05  WS-SIGNED-ON       PIC X  VALUE 'N'.
006400
006500 01  WS-TRANSACTION-CODE     PIC X.
006600*    A = ADD, C = CHANGE, D = DELETE, I = INQUIRE, X = EXIT
007400     GOBACK.
007500
007600 INITIALIZATION.
007650     PERFORM SIGN-ON
007700     OPEN I-O XRF-FILE
007800     PERFORM CHECK-XRF-FILE-STATUS
007900     OPEN INPUT PART-FILE
011100         STOP RUN
011200     END-IF.
011300
011302 SIGN-ON.
011304*    nothing is maintained anonymously - an operator id
011306*    and password from OPERFILE before the first prompt,
011308*    three tries and the session is refused. the
011310*    authority flags come across into working storage and
011312*    OPERFILE is closed again straight away
011314     OPEN INPUT OPR-FILE
011316     IF WS-OPR-FILE-STATUS NOT = '00'
011318         DISPLAY 'PVXMNT: OPERFILE OPEN FAILED, FILE STATUS = '
011320             WS-OPR-FILE-STATUS
011322         MOVE 16 TO RETURN-CODE
011325         STOP RUN
011327     END-IF
011329     PERFORM PROMPT-SIGN-ON
011331         UNTIL WS-SIGNED-ON = 'Y'
011333            OR WS-SIGN-ON-TRIES = 3
011335     CLOSE OPR-FILE
011337     IF WS-SIGNED-ON NOT = 'Y'
011339         DISPLAY 'PVXMNT: SIGN-ON REFUSED'
011341         MOVE 16 TO RETURN-CODE
011343         STOP RUN
011345     END-IF.
011347
011350 PROMPT-SIGN-ON.
011352     ADD 1 TO WS-SIGN-ON-TRIES
011354     DISPLAY 'OPERATOR ID:    ' WITH NO ADVANCING
011356     ACCEPT WS-SIGN-ON-ID
011358     DISPLAY 'PASSWORD:       ' WITH NO ADVANCING
011360     ACCEPT WS-SIGN-ON-PASSWORD
011362     MOVE FUNCTION UPPER-CASE(WS-SIGN-ON-ID) TO OPR-OPERATOR-ID
011364     READ OPR-FILE
011366         INVALID KEY
011368             DISPLAY 'OPERATOR ID OR PASSWORD NOT RECOGNISED'
011370         NOT INVALID KEY
011372             IF OPR-PASSWORD = WS-SIGN-ON-PASSWORD
011375                 MOVE 'Y' TO WS-SIGNED-ON
011377                 MOVE OPR-OPERATOR-ID TO WS-OPERATOR-ID
011379                 MOVE OPR-AUTHORITY   TO WS-OPERATOR-AUTHORITY
011381             ELSE
011383                 DISPLAY 'OPERATOR ID OR PASSWORD NOT RECOGNISED'
011385             END-IF
011387     END-READ.
011389
011391 REFUSE-FUNCTION.
011393     DISPLAY 'OPERATOR ' WS-OPERATOR-ID
011395         ' IS NOT AUTHORISED FOR THAT FUNCTION'.
011397
011400 PROCESS-ALL.
011500     DISPLAY 'A)DD, C)HANGE, D)ELETE, I)NQUIRE, X)IT: '
011600         WITH NO ADVANCING
011700     ACCEPT WS-TRANSACTION-CODE
011800     EVALUATE FUNCTION UPPER-CASE(WS-TRANSACTION-CODE)
011900         WHEN 'A'
011916             IF WS-AUTH-PURCHASE = 'Y'
011933                 PERFORM ADD-XRF
011950             ELSE
011966                 PERFORM REFUSE-FUNCTION
011983             END-IF
012000         WHEN 'C'
012016             IF WS-AUTH-PURCHASE = 'Y'
012033                 PERFORM CHANGE-XRF
012050             ELSE
012066                 PERFORM REFUSE-FUNCTION
012083             END-IF
012100         WHEN 'D'
012116             IF WS-AUTH-PURCHASE = 'Y'
012133                 PERFORM DELETE-XRF
012150             ELSE
012166                 PERFORM REFUSE-FUNCTION
012183             END-IF
012200         WHEN 'I'
012216             IF WS-AUTH-INQUIRE = 'Y'
012233                 PERFORM INQUIRE-XRF
012250             ELSE
012266                 PERFORM REFUSE-FUNCTION
012283             END-IF
012300         WHEN 'X' MOVE 'Y' TO DONE
012400         WHEN OTHER
012500             DISPLAY 'INVALID SELECTION'
