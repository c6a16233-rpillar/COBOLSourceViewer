002960         ==PART-PRICE== BY ==TDY-PART-PRICE==
002970         ==WAREHOUSE-LOCATION== BY ==TDY-WAREHOUSE-LOCATION==
002980         ==REORDER-POINT== BY ==TDY-REORDER-POINT==
002990         ==PART-STATUS== BY ==TDY-PART-STATUS==
002995         ==PART-AVG-COST== BY ==TDY-PART-AVG-COST==
002997         ==PART-LOT-CONTROL== BY ==TDY-PART-LOT-CONTROL==.
003000
003100 FD  PRIOR-FILE
003110     RECORDING MODE IS F
003260         ==PART-PRICE== BY ==PRI-PART-PRICE==
003270         ==WAREHOUSE-LOCATION== BY ==PRI-WAREHOUSE-LOCATION==
003280         ==REORDER-POINT== BY ==PRI-REORDER-POINT==
003290         ==PART-STATUS== BY ==PRI-PART-STATUS==
003295         ==PART-AVG-COST== BY ==PRI-PART-AVG-COST==
003297         ==PART-LOT-CONTROL== BY ==PRI-PART-LOT-CONTROL==.
003300
003400 FD  RECN-FILE
003410     RECORDING MODE IS F
