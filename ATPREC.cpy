000100* ATPREC - shared available-to-promise interface layout.
000200* PICTURES MUST CORRESPOND TO THE ACTUAL ATPFILE FILE.
000300* one D record per active part, cut nightly by ATPEXT for
000400* the order-entry system and the web storefront, followed
000500* by a single T trailer (see ATPEXT). the fields are fixed
000600* width and zero-filled with a '|' between each, so the
000700* receiving systems can split on the delimiter and ATPEXT
000800* can read last night's file back by position to see what
000900* changed:
001000*     ATP-AVAILABLE-NOW - on hand across the stock rooms,
001100*         less reserves, expired lots and open backorders
001200*     ATP-DUE-IN-QTY    - outstanding on open orders, less
001300*         any backorders the stock on hand cannot cover
001400*     ATP-DUE-DATE      - YYYYMMDD the first of it is due,
001500*         blank when nothing is due in
001600*     ATP-STATUS        - INSTOCK, DUEIN or OUT
001700     05  ATP-RECORD-TYPE       PIC X.
001800     05  ATP-DELIM-1           PIC X.
001900     05  ATP-PART-NUMBER       PIC X(6).
002000     05  ATP-DELIM-2           PIC X.
002100     05  ATP-AVAILABLE-NOW     PIC 9(7).
002200     05  ATP-DELIM-3           PIC X.
002300     05  ATP-DUE-IN-QTY        PIC 9(7).
002400     05  ATP-DELIM-4           PIC X.
002500     05  ATP-DUE-DATE          PIC X(8).
002600     05  ATP-DELIM-5           PIC X.
002700     05  ATP-STATUS            PIC X(8).
002800     05  FILLER                PIC X(18).
