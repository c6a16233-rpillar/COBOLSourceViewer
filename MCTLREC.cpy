000100* MCTLREC - shared movement batch control record layout.
000200* PICTURES MUST CORRESPOND TO THE ACTUAL MOVECTL FILE.
000300* one record, rewritten by MOVEPRE every time it edits a
000400* MOVEFILE: the batch number and date from the header,
000500* P if the batch proved and may be posted or H if it is
000600* held, the reason it was held, the count of movement
000700* records, and when the edit ran. PARTPST reads it before
000800* it opens anything else and posts only a batch MOVEPRE
000900* has passed - and only the batch it passed.
001000     05  MCTL-BATCH-NUMBER     PIC X(10).
001100     05  FILLER                PIC X.
001200     05  MCTL-BATCH-DATE       PIC 9(8).
001300     05  FILLER                PIC X.
001400     05  MCTL-RESULT           PIC X.
001500     05  FILLER                PIC X.
001600     05  MCTL-REASON           PIC X(16).
001700     05  FILLER                PIC X.
001800     05  MCTL-RECORD-COUNT     PIC 9(7).
001900     05  FILLER                PIC X.
002000     05  MCTL-EDIT-DATE        PIC 9(8).
002100     05  FILLER                PIC X.
002200     05  MCTL-EDIT-TIME        PIC 9(8).
002300     05  FILLER                PIC X(16).
