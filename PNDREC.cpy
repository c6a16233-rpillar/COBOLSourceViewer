001300* field names carry the PND- prefix so this copybook can
001400* sit beside PARTREC in one program without REPLACING
001500* gymnastics.
001516* PND-OPERATOR-ID is the operator signed on to PRCMNT when
001533* the change was keyed or last changed; PRCAPL carries it
001550* onto the PARTMLOG record, so the log says who changed
001566* the price and not just that the nightly step applied it.
001583* records keyed before it was added have it blank.
001600     05  PND-KEY.
001700          10  PND-PART-NUMBER     PIC X(6).
001800          10  PND-EFFECTIVE-DATE  PIC 9(8).
001900     05  FILLER               PIC X.
002000     05  PND-NEW-PRICE        PIC 9(3)V99.
002100     05  PND-OPERATOR-ID      PIC X(8).
002110     05  FILLER               PIC X(52).
