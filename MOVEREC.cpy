000100* MOVEREC - shared stock movement record layout.
000200* PICTURES MUST CORRESPOND TO THE ACTUAL MOVEFILE FILE.
000300* one record per stock movement in the day's batch from
000400* the warehouse system, framed by a batch header and a
000500* batch trailer. the header and trailer carry '******' in
000600* the part number position - no real part number is all
000700* asterisks - and H or T in the movement type:
000800*   header:  the warehouse batch number and batch date.
000900*   trailer: the count of movement records between the
001000*            two, and a hash total of MOVE-QUANTITY for
001100*            each movement type in the fixed order
001200*            R I S L K T A Q B W V, each the low-order six
001300*            digits of the sum.
001400* MOVEPRE proves the header and trailer before PARTPST is
001500* allowed to post anything; PARTPST posts the movement
001600* records and passes over the other two.
001700     05  MOVE-DETAIL.
001800          10  MOVE-PART-NUMBER  PIC X(6).
001900          10  MOVE-TYPE         PIC X.
002000*             R = RECEIPT, I = ISSUE, S = RESERVE, L = RELEASE,
002100*             K = KIT ISSUE (EXPLODED THROUGH KITCOMP),
002200*             T = TRANSFER OUT, A = TRANSFER ARRIVAL,
002300*             Q = RETURN INTO QUARANTINE, B = RETURN RESTOCKED,
002400*             W = RETURN SCRAPPED, V = RETURN TO VENDOR
002500          10  MOVE-QUANTITY     PIC 9(7).
002600          10  MOVE-REFERENCE    PIC X(10).
002700          10  MOVE-LOCATION     PIC X(15).
002800*             the destination room on a T movement; blank on
002900*             every other type
003000          10  MOVE-TO-LOCATION  PIC X(15).
003100*             the unit cost paid, on an R movement only; left
003200*             blank the receipt comes in at the average cost
003300          10  MOVE-UNIT-COST    PIC 9(3)V99.
003400          10  MOVE-UNIT-COST-X  REDEFINES MOVE-UNIT-COST
003500                                PIC X(5).
003600*             the lot, on an R, B or T movement of a lot-
003700*             controlled part, and the lot's expiry date
003800*             (YYYYMMDD) on an R or B - a T's lot keeps the
003900*             expiry it already has
004000          10  MOVE-LOT-NUMBER   PIC X(10).
004100          10  MOVE-EXPIRY-DATE  PIC 9(8).
004200          10  FILLER            PIC X(3).
004300     05  MOVE-CONTROL REDEFINES MOVE-DETAIL.
004400          10  MOVE-CTL-ID       PIC X(6).
004500          10  MOVE-CTL-TYPE     PIC X.
004600          10  MOVE-CTL-BODY     PIC X(73).
004700          10  MOVE-HEADER-BODY REDEFINES MOVE-CTL-BODY.
004800               15  MOVE-HDR-BATCH-NUMBER PIC X(10).
004900               15  MOVE-HDR-BATCH-DATE   PIC 9(8).
005000               15  FILLER                PIC X(55).
005100          10  MOVE-TRAILER-BODY REDEFINES MOVE-CTL-BODY.
005200               15  MOVE-TRL-RECORD-COUNT PIC 9(7).
005300               15  MOVE-TRL-HASH-QTY     PIC 9(6)
005400                                         OCCURS 11 TIMES.
