001340* master's, taking the record from 80 to 100 bytes -
001360* journal history from before the conversion stays in
001380* the old layout on its archive.
001381* the record grew again from 100 to 140 bytes for average
001382* costing: JRNL-UNIT-COST is the cost a receipt was paid
001384* at, or the average cost an issue went out at, and the
001385* old and new average costs sit beside the old and new
001386* quantities so the journal replays the value of stock as
001388* well as the count. COSTCNV widened the history, leaving
001389* the costs zero on lines from before - zero there means
001390* not known, not free.
001392* JRNL-LOT-NUMBER was carved from the trailing filler:
001393* the lot a lot-controlled part was received into, issued
001394* from or transferred as. an issue that draws on more than
001396* one lot is journaled as one line per lot, each carrying
001397* the master's on-hand as that lot's share left it. blank
001398* on every other line, and on history from before.
001400     05  JRNL-PART-NUMBER    PIC X(6).
001500     05  JRNL-MOVE-TYPE      PIC X.
001600     05  JRNL-QUANTITY       PIC 9(7).
002400     05  JRNL-NEW-ON-ORDER   PIC 9(7).
002500     05  JRNL-NEW-ON-RESERVE PIC 9(7).
002600     05  JRNL-LOCATION       PIC X(15).
002700     05  JRNL-UNIT-COST      PIC 9(3)V9999.
002710     05  JRNL-OLD-AVG-COST   PIC 9(3)V9999.
002720     05  JRNL-NEW-AVG-COST   PIC 9(3)V9999.
002730     05  JRNL-LOT-NUMBER     PIC X(10).
002740     05  FILLER              PIC X(12).
