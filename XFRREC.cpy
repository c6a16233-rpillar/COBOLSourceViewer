000100* XFRREC - shared stock transfer record layout.
000200* PICTURES MUST CORRESPOND TO THE ACTUAL XFRFILE FILE.
000300* one record per transfer still in transit between two
000400* stock rooms, keyed by part number plus the transfer's
000500* MOVE-REFERENCE, carrying the room it left, the room it
000600* is bound for, the quantity still on the road and the
000700* date it was shipped.
000800* records are created by PARTPST when a T movement takes
000900* stock out of the source room's LOCBAL record, relieved
001000* or deleted by PARTPST as the receiving room confirms
001100* arrival with an A movement, and listed by XFRRPT once
001200* they have sat in transit too long. stock in transit
001300* is still on the master's QTY-ON-HAND - it has left one
001400* LOCBAL record and not yet reached the other, so
001500* PARTINT counts it alongside the location balances.
001516* XFR-LOT-NUMBER is the lot a lot-controlled part was
001533* shipped as, carved from the trailing filler - the
001550* arrival puts it into the same lot in the receiving
001566* room, at the expiry the lot has in the room it left.
001583* blank for every other part.
001600* field names carry the XFR- prefix so this copybook can
001700* sit beside PARTREC and LOCBREC in one program without
001800* REPLACING gymnastics.
001900     05  XFR-KEY.
002000          10  XFR-PART-NUMBER     PIC X(6).
002100          10  XFR-REFERENCE       PIC X(10).
002200     05  FILLER               PIC X.
002300     05  XFR-FROM-LOCATION    PIC X(15).
002400     05  FILLER               PIC X.
002500     05  XFR-TO-LOCATION      PIC X(15).
002600     05  FILLER               PIC X.
002700     05  XFR-QTY-IN-TRANSIT   PIC 9(7).
002800     05  FILLER               PIC X.
002900     05  XFR-SHIP-DATE        PIC 9(8).
003000     05  XFR-LOT-NUMBER       PIC X(10).
003010     05  FILLER               PIC X(5).
