006160         ==PART-PRICE== BY ==OUT-PART-PRICE==
006165         ==WAREHOUSE-LOCATION== BY ==OUT-WAREHOUSE-LOCATION==
006170         ==REORDER-POINT== BY ==OUT-REORDER-POINT==
006180         ==PART-STATUS== BY ==OUT-PART-STATUS==
006790         ==PART-AVG-COST== BY ==OUT-PART-AVG-COST==
007095         ==PART-LOT-CONTROL== BY ==OUT-PART-LOT-CONTROL==.
007400
007410 01  WS-PAGE-NUMBER        PIC 9(4) VALUE 0.
007420 01  WS-LINE-COUNT         PIC 9(4) VALUE 0.
