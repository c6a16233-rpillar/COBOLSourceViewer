000100* PERREC - shared accounting period control record layout.
000200* PICTURES MUST CORRESPOND TO THE ACTUAL PERIODS FILE.
000300* one record per month INVCLOSE has closed, keyed by the
000400* period as YYYYMM, written when the month-end close proves
000500* and the GL interface for the month has been cut:
000600*     PER-STATUS          - C = CLOSED
000700*     PER-OPENING-VALUE   - the stock value the month opened
000800*                           at (the prior month's close, or
000900*                           derived from the master for the
001000*                           first month ever closed)
001100*     PER-CLOSING-VALUE   - the stock value it closed at,
001200*                           which opens the following month
001300*     PER-FORCED-DIFFERENCE - any unexplained difference the
001400*                           close was forced through with,
001500*                           posted to suspense; zero for a
001600*                           month that proved clean
001700* the posting programs read this file for the month they
001800* are posting into and refuse to post once it is closed -
001900* the figures finance has booked must not move under them.
002000* the values carry a separate leading sign so the file can
002100* be read by eye and loaded by the ledger without unpacking.
002200     05  PER-PERIOD            PIC 9(6).
002300     05  FILLER                PIC X.
002400     05  PER-STATUS            PIC X.
002500     05  FILLER                PIC X.
002600     05  PER-CLOSE-DATE        PIC 9(8).
002700     05  FILLER                PIC X.
002800     05  PER-CLOSE-TIME        PIC 9(8).
002900     05  FILLER                PIC X.
003000     05  PER-OPENING-VALUE     PIC S9(11)V99
003100                               SIGN LEADING SEPARATE.
003200     05  FILLER                PIC X.
003300     05  PER-CLOSING-VALUE     PIC S9(11)V99
003400                               SIGN LEADING SEPARATE.
003500     05  FILLER                PIC X.
003600     05  PER-FORCED-DIFFERENCE PIC S9(11)V99
003700                               SIGN LEADING SEPARATE.
003800     05  FILLER                PIC X(9).
