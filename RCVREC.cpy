000100* RCVREC - shared receipt history record layout.
000200* PICTURES MUST CORRESPOND TO THE ACTUAL RCVHIST FILE.
000300* one record per receipt PARTPST posts against an OPENPO
000400* order line, written before the line is relieved or
000500* deleted, so the order's vendor, order date and quantity
000600* ordered outlive the order itself. it carries:
000700*     RCV-QTY-DUE         - what was still outstanding on
000800*                           the line when this delivery
000900*                           arrived
001000*     RCV-QTY-RECEIVED    - what this delivery brought
001100*     RCV-LINE-STATUS     - 'C' this delivery closed the
001200*                           line, 'P' it left some open
001300*     RCV-QUOTED-PRICE    - the XRF-QUOTED-PRICE on
001400*                           PARTVEND at the time, zero
001500*                           when the part's cross-reference
001600*                           names some other vendor
001700* the file is opened EXTEND and accumulates across runs -
001800* it is the permanent record VNDSCR builds the monthly
001900* vendor scorecard from.
002000* field names carry the RCV- prefix so this copybook can
002100* sit beside PARTREC and VENDREC in one program without
002200* REPLACING gymnastics.
002300     05  RCV-PART-NUMBER      PIC X(6).
002400     05  RCV-REFERENCE        PIC X(10).
002500     05  FILLER               PIC X.
002600     05  RCV-VENDOR-NUMBER    PIC X(6).
002700     05  FILLER               PIC X.
002800     05  RCV-ORDER-DATE       PIC 9(8).
002900     05  FILLER               PIC X.
003000     05  RCV-RECEIPT-DATE     PIC 9(8).
003100     05  FILLER               PIC X.
003200     05  RCV-QTY-ORDERED      PIC 9(7).
003300     05  FILLER               PIC X.
003400     05  RCV-QTY-DUE          PIC 9(7).
003500     05  FILLER               PIC X.
003600     05  RCV-QTY-RECEIVED     PIC 9(7).
003700     05  FILLER               PIC X.
003800     05  RCV-QUOTED-PRICE     PIC 9(3)V99.
003900     05  FILLER               PIC X.
004000     05  RCV-LINE-STATUS      PIC X.
004100     05  FILLER               PIC X(7).
