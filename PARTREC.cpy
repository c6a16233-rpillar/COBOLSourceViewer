001300*             ==PART-PRICE== BY ==OUT-PART-PRICE==
001400*             ==WAREHOUSE-LOCATION== BY ==OUT-WAREHOUSE-LOCATION==
001500*             ==REORDER-POINT== BY ==OUT-REORDER-POINT==
001550*             ==PART-STATUS== BY ==OUT-PART-STATUS==
001566*             ==PART-AVG-COST== BY ==OUT-PART-AVG-COST==
001583*             ==PART-LOT-CONTROL== BY ==OUT-PART-LOT-CONTROL==.
001600* WAREHOUSE-LOCATION/REORDER-POINT used to be a single
001700* 25-byte UNUSED filler - broken out to track which stock
001800* room a part sits in and its trigger reorder quantity.
001884* numbers; the record is now 100 bytes with 9(7)
001886* quantities, and the PARTCNV one-shot conversion rebuilds
001888* PARTS, LOCBAL and PARTSNAP from the old layout.
001895* PART-AVG-COST was carved from the trailing filler to
001902* carry the weighted moving-average unit cost PARTPST keeps
001910* up to date with the cost on every receipt; stock is
001917* valued at it, and PART-PRICE is the selling/list price
001925* only. a record without one yet (the filler was blank
001932* before COSTCNV seeded it from PART-PRICE) is costed at
001940* PART-PRICE wherever it is read.
001947* PART-LOT-CONTROL was carved from the trailing filler
001955* for shelf-life stock - adhesives, sealants, batteries:
001962*     Y = LOT-CONTROLLED (receipts name a lot and expiry,
001970*         issues draw the earliest-expiring lot first)
001977*     anything else, blank included = NOT LOT-CONTROLLED
001985* the lots themselves are on LOTBAL (LOTREC.cpy).
001992     05  PART-NUMBER          PIC X(6).
002000     05  FILLER               PIC X.
002100     05  PART-DESC            PIC X(30).
002200     05  FILLER               PIC X.
003000     05  WAREHOUSE-LOCATION   PIC X(15).
003100     05  REORDER-POINT        PIC 9(5).
003200     05  PART-STATUS          PIC X.
003300     05  PART-AVG-COST        PIC 9(3)V9999.
003310     05  PART-LOT-CONTROL     PIC X.
003320     05  FILLER               PIC X(4).
