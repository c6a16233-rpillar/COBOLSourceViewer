000100* GLIREC - shared general ledger interface record layout.
000200* PICTURES MUST CORRESPOND TO THE ACTUAL GLINTF FILE.
000300* one debit or credit line per ledger account per month,
000400* cut by INVCLOSE at month-end and picked up by the ledger
000500* as a single balanced journal. every category of stock
000600* movement is one pair of lines against the INVENTRY
000700* account:
000800*     GRNI     - receipts, against goods received not
000900*                invoiced
001000*     COGS     - issues, to cost of goods sold
001100*     SHRINK   - count variances, to shrinkage
001200*     REVALUE  - price changes, to revaluation
001300*     INVADJ   - other stock adjustments keyed through
001400*                maintenance
001500*     SUSPENSE - an unexplained difference a close was
001600*                forced through with
001700* GL-DEBIT-CREDIT is D or C; GL-AMOUNT is never negative,
001800* the side carries the sign.
001900     05  GL-PERIOD             PIC 9(6).
002000     05  FILLER                PIC X.
002100     05  GL-ACCOUNT            PIC X(8).
002200     05  FILLER                PIC X.
002300     05  GL-DEBIT-CREDIT       PIC X.
002400     05  FILLER                PIC X.
002500     05  GL-AMOUNT             PIC 9(11)V99.
002600     05  FILLER                PIC X.
002700     05  GL-DESCRIPTION        PIC X(30).
002800     05  FILLER                PIC X.
002900     05  GL-SOURCE             PIC X(8).
003000     05  FILLER                PIC X(9).
