013714     RECORDING MODE IS F
013716     RECORD CONTAINS 80 CHARACTERS.
013718*    the 80-byte journal layout as it stood at cutover -
013720*    the new file's layout follows below
013722 01  OLD-JRNL-RECORD.
013724      05  OJ-PART-NUMBER    PIC X(6).
013726      05  OJ-MOVE-TYPE      PIC X.
013750      05  FILLER            PIC X(11).
013752
013754 FD  NEW-JRNL-FILE
013755     RECORDING MODE IS F
013756     RECORD CONTAINS 100 CHARACTERS.
013757*    the 100-byte layout JRNLREC.cpy carried at cutover -
013758*    the copybook has since grown, and COSTCNV widens
013759*    this file on to it
013760 01  JRNL-RECORD.
013761      05  JRNL-PART-NUMBER    PIC X(6).
013762      05  JRNL-MOVE-TYPE      PIC X.
013763      05  JRNL-QUANTITY       PIC 9(7).
013764      05  JRNL-REFERENCE      PIC X(10).
013765      05  JRNL-TRAN-DATE      PIC 9(8).
013766      05  JRNL-TRAN-TIME      PIC 9(8).
013767      05  JRNL-OLD-ON-HAND    PIC 9(7).
013768      05  JRNL-OLD-ON-ORDER   PIC 9(7).
013769      05  JRNL-OLD-ON-RESERVE PIC 9(7).
013770      05  JRNL-NEW-ON-HAND    PIC 9(7).
013771      05  JRNL-NEW-ON-ORDER   PIC 9(7).
013772      05  JRNL-NEW-ON-RESERVE PIC 9(7).
013773      05  JRNL-LOCATION       PIC X(15).
013774      05  FILLER              PIC X(3).
013775
013776 FD  OLD-MLOG-FILE
013777     RECORDING MODE IS F
013778     RECORD CONTAINS 182 CHARACTERS.
013779 01  OLD-MLOG-RECORD.
013780      05  OM-TRAN-TYPE      PIC X(6).
013781      05  OM-TRAN-DATE      PIC 9(8).
013782      05  OM-TRAN-TIME      PIC 9(8).
013783      05  OM-BEFORE-IMAGE   PIC X(80).
013784      05  OM-AFTER-IMAGE    PIC X(80).
013785
013786 FD  NEW-MLOG-FILE
013788     RECORDING MODE IS F
013790     RECORD CONTAINS 222 CHARACTERS.
018400         ==PART-PRICE== BY ==SNP-PART-PRICE==
018500         ==WAREHOUSE-LOCATION== BY ==SNP-WAREHOUSE-LOCATION==
018600         ==REORDER-POINT== BY ==SNP-REORDER-POINT==
018700         ==PART-STATUS== BY ==SNP-PART-STATUS==
018703         ==PART-AVG-COST== BY ==SNP-PART-AVG-COST==
018706         ==PART-LOT-CONTROL== BY ==SNP-PART-LOT-CONTROL==.
018710
018720*    a maintenance-log image decoded with the 80-byte
018730*    layout it was written under; the widened image is
