000900* it to refuse to run before SEQSIMP1 has completed
001000* cleanly today.
001100* times are raw ACCEPT FROM TIME values (HHMMSSHH).
001125* RUN-MESSAGE is a short word from the program on why it
001150* ended the way it did - MOVEPRE puts the reason a batch
001175* was held there; most programs leave it blank.
001200     05  RUN-PROGRAM-ID        PIC X(8).
001300     05  RUN-START-DATE        PIC 9(8).
001400     05  RUN-START-TIME        PIC 9(8).
001800     05  RUN-RECORDS-WRITTEN   PIC 9(7).
001900     05  RUN-RECORDS-REJECTED  PIC 9(7).
002000     05  RUN-RETURN-CODE       PIC 9(2).
002100     05  RUN-MESSAGE           PIC X(16).
002110     05  FILLER                PIC X(1).
