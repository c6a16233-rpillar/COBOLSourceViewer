000100* RMAREC - shared customer return (RMA) record layout.
000200* PICTURES MUST CORRESPOND TO THE ACTUAL RMAFILE FILE.
000300* one record per return authorisation, keyed by part
000400* number plus the RMA reference the customer quotes,
000500* carrying the customer, the quantity authorised to come
000600* back and how much of it has been received into
000700* quarantine and dispositioned so far - restocked,
000800* scrapped or sent back to the vendor.
000900* records are registered by RMAMNT, received into and
001000* dispositioned out of quarantine by PARTPST with the Q,
001100* B, W and V movements, and listed by RMARPT while they
001200* still have stock sitting in quarantine.
001300* quarantine stock is NOT on the master's QTY-ON-HAND or
001400* on any LOCBAL record - it cannot be issued, reserved or
001500* used to fill a backorder until a B movement restocks it
001600* into a named stock room. RMA-QTY-QUARANTINE is the only
001700* place it is counted.
001800* RMA-STATUS is O while the return is open and C once
001900* every unit authorised has been received and
002000* dispositioned, or the RMA has been closed short.
002100* field names carry the RMA- prefix so this copybook can
002200* sit beside PARTREC and LOCBREC in one program without
002300* REPLACING gymnastics.
002400     05  RMA-KEY.
002500          10  RMA-PART-NUMBER     PIC X(6).
002600          10  RMA-REFERENCE       PIC X(10).
002700     05  FILLER               PIC X.
002800     05  RMA-STATUS           PIC X.
002900     05  FILLER               PIC X.
003000     05  RMA-CUSTOMER         PIC X(10).
003100     05  FILLER               PIC X.
003200     05  RMA-QUARANTINE-LOCATION PIC X(15).
003300     05  FILLER               PIC X.
003400     05  RMA-QTY-AUTHORISED   PIC 9(7).
003500     05  FILLER               PIC X.
003600     05  RMA-QTY-QUARANTINE   PIC 9(7).
003700     05  FILLER               PIC X.
003800     05  RMA-QTY-RESTOCKED    PIC 9(7).
003900     05  FILLER               PIC X.
004000     05  RMA-QTY-SCRAPPED     PIC 9(7).
004100     05  FILLER               PIC X.
004200     05  RMA-QTY-TO-VENDOR    PIC 9(7).
004300     05  FILLER               PIC X.
004400     05  RMA-REGISTER-DATE    PIC 9(8).
004500     05  FILLER               PIC X.
004600     05  RMA-QUARANTINE-DATE  PIC 9(8).
004700     05  FILLER               PIC X.
004800     05  RMA-VENDOR-NUMBER    PIC X(6).
004900     05  FILLER               PIC X(10).
