000100* OPRREC - shared operator record layout.
000200* PICTURES MUST CORRESPOND TO THE ACTUAL OPERFILE FILE.
000300* one record per person allowed to sign on to the console
000400* maintenance programs, keyed by operator id, carrying
000500* the name, the sign-on password and one Y/N authority
000600* flag per kind of work:
000700*     OPR-AUTH-INQUIRE   - view-only inquiry functions
000800*     OPR-AUTH-STOCK     - stock maintenance (PARTMNT,
000900*                          KITMNT, REJWRK)
001000*     OPR-AUTH-PRICE     - price changes (PRCMNT, and a
001100*                          price keyed through PARTMNT)
001200*     OPR-AUTH-PURCHASE  - PO approval in POAPPR and the
001300*                          vendor files a buyer keeps
001400*                          (VENDMNT, PVXMNT)
001500*     OPR-AUTH-SECURITY  - maintaining OPERFILE itself
001600*                          through OPRMNT
001700* anything but 'Y' in a flag means not authorised, so a
001800* record added with the flags left blank can sign on and
001900* do nothing at all until someone grants it work.
002000* the signed-on operator id is stamped on every PARTMLOG
002100* record, so PARTAUD can say who made each change.
002200* field names carry the OPR- prefix so this copybook can
002300* sit beside PARTREC and VENDREC in one program without
002400* REPLACING gymnastics.
002500     05  OPR-OPERATOR-ID      PIC X(8).
002600     05  FILLER               PIC X.
002700     05  OPR-OPERATOR-NAME    PIC X(30).
002800     05  FILLER               PIC X.
002900     05  OPR-PASSWORD         PIC X(8).
003000     05  FILLER               PIC X.
003100     05  OPR-AUTHORITY.
003200          10  OPR-AUTH-INQUIRE    PIC X.
003300          10  OPR-AUTH-STOCK      PIC X.
003400          10  OPR-AUTH-PRICE      PIC X.
003500          10  OPR-AUTH-PURCHASE   PIC X.
003600          10  OPR-AUTH-SECURITY   PIC X.
003700     05  FILLER               PIC X(26).
