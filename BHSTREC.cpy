000100* BHSTREC - shared movement batch history record layout.
000200* PICTURES MUST CORRESPOND TO THE ACTUAL BATCHHST FILE.
000300* one record per warehouse MOVEFILE batch PARTPST has
000400* posted, keyed by the batch number from the batch
000500* header, carrying the batch date, when it was posted and
000600* PARTPST's counts for it. PARTPST adds the record before
000700* it posts the first movement of the batch; MOVEPRE holds
000800* any batch whose number is already here, so a file sent
000900* twice is never posted twice. records are never deleted.
000920* BHS-STATUS is I from the moment PARTPST starts on the
000940* batch and P once it has posted the whole file and put
000960* its counts here. a batch left at I is one whose run
000980* ended part way - the master and journal hold some of
000985* its movements - and PARTPST will not post it again.
000990* records from before the status was kept are blank there
000995* and count as posted.
001000     05  BHS-BATCH-NUMBER      PIC X(10).
001100     05  FILLER                PIC X.
001200     05  BHS-BATCH-DATE        PIC 9(8).
001300     05  FILLER                PIC X.
001400     05  BHS-POSTED-DATE       PIC 9(8).
001500     05  FILLER                PIC X.
001600     05  BHS-POSTED-TIME       PIC 9(8).
001700     05  FILLER                PIC X.
001800     05  BHS-RECORD-COUNT      PIC 9(7).
001900     05  FILLER                PIC X.
002000     05  BHS-APPLIED-COUNT     PIC 9(7).
002100     05  FILLER                PIC X.
002200     05  BHS-REJECTED-COUNT    PIC 9(7).
002300     05  FILLER                PIC X.
002400     05  BHS-STATUS            PIC X.
002500     05  FILLER                PIC X(17).
