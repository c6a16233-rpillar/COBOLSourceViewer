000100* RSVREC - shared reservation register record layout.
000200* PICTURES MUST CORRESPOND TO THE ACTUAL RSVFILE FILE.
000300* one record per reservation still held, keyed by part
000400* number plus the S movement's MOVE-REFERENCE - the job,
000500* order or whatever the stock is being held for - carrying
000600* the stock room it is held in, the quantity still held
000700* and the date it was first reserved.
000800* records are created by PARTPST when an S movement posts,
000900* relieved or deleted by PARTPST as L movements and issues
001000* under the same reference post, and released by RSVAGE
001100* once they have been held too long with nothing drawn -
001200* the reserve for a job that was cancelled and never
001300* released used to sit on QTY-ON-RESERVE for good.
001400* the master and LOCBAL reserve quantities stay the
001500* figures that count; reserves posted before this file
001600* existed have no record here and are released by hand.
001700* field names carry the RSV- prefix so this copybook can
001800* sit beside PARTREC and LOCBREC in one program without
001900* REPLACING gymnastics.
002000     05  RSV-KEY.
002100          10  RSV-PART-NUMBER     PIC X(6).
002200          10  RSV-REFERENCE       PIC X(10).
002300     05  FILLER               PIC X.
002400     05  RSV-LOCATION         PIC X(15).
002500     05  FILLER               PIC X.
002600     05  RSV-QTY-RESERVED     PIC 9(7).
002700     05  FILLER               PIC X.
002800     05  RSV-RESERVE-DATE     PIC 9(8).
002900     05  FILLER               PIC X(31).
