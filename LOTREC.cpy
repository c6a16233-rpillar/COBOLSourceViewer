000100* LOTREC - shared lot balance record layout.
000200* PICTURES MUST CORRESPOND TO THE ACTUAL LOTBAL FILE.
000300* one record per lot of a lot-controlled part per stock
000400* room, keyed by part number plus location plus the lot
000500* number the supplier printed on the batch, carrying the
000600* lot's expiry date, the quantity of it the room still
000700* holds, and the date it was first received there.
000800* records are created by PARTPST when an R receipt or a B
000900* restock of a lot-controlled part (PART-LOT-CONTROL = Y)
001000* posts, or when an A arrival confirms a lot transferred
001100* in from another room; issues draw them down earliest
001200* expiry first, and never from a lot already expired.
001300* a lot drawn down to zero stays on the file - its expiry
001400* is still wanted by a transfer of it that is in transit,
001500* and by anyone tracing where a batch went - and LOTRPT
001600* passes zero lots over.
001700* the room's LOCBAL quantity is still the figure that
001800* counts; stock the room held before the part was made
001900* lot-controlled has no lot record here and is issued
002000* after the lots, journaled with no lot number.
002100* field names carry the LOT- prefix so this copybook can
002200* sit beside PARTREC and LOCBREC in one program without
002300* REPLACING gymnastics.
002400     05  LOT-KEY.
002500          10  LOT-PART-NUMBER     PIC X(6).
002600          10  LOT-LOCATION        PIC X(15).
002700          10  LOT-NUMBER          PIC X(10).
002800     05  FILLER               PIC X.
002900     05  LOT-EXPIRY-DATE      PIC 9(8).
003000     05  FILLER               PIC X.
003100     05  LOT-QTY-ON-HAND      PIC 9(7).
003200     05  FILLER               PIC X.
003300     05  LOT-RECEIPT-DATE     PIC 9(8).
003400     05  FILLER               PIC X(23).
