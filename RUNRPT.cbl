000300* This program prints the morning operations summary from
000400* the RUNLOG run log - last night's whole batch stream on
000500* one page, one line per run: program, start and end
000600* times, records read/written/rejected, return code and
000650* the program's message, if it left one.
000700* the numbers used to be DISPLAYed by each program and
000800* scroll away with the job output; now operations reads
000900* them over coffee instead of paging through sysout.
009100      05  FILLER  PIC X(8)  VALUE 'REJECTED'.
009200      05  FILLER  PIC X(2)  VALUE SPACES.
009300      05  FILLER  PIC X(2)  VALUE 'RC'.
009400      05  FILLER  PIC X(2)  VALUE SPACES.
009433      05  FILLER  PIC X(16) VALUE 'MESSAGE'.
009466      05  FILLER  PIC X(5)  VALUE SPACES.
009500
009600 01  WS-RPT-DETAIL.
009700      05  RPD-PROGRAM-ID     PIC X(8).
010900      05  RPD-RECORDS-REJECTED PIC ZZZZZZ9.
011000      05  FILLER             PIC X(3) VALUE SPACES.
011100      05  RPD-RETURN-CODE    PIC 99.
011200      05  FILLER             PIC X(2) VALUE SPACES.
011233      05  RPD-MESSAGE        PIC X(16).
011266      05  FILLER             PIC X(5) VALUE SPACES.
011300
011400 PROCEDURE DIVISION.
011500     PERFORM INITIALIZATION
017800     MOVE RUN-RECORDS-WRITTEN  TO RPD-RECORDS-WRITTEN
017900     MOVE RUN-RECORDS-REJECTED TO RPD-RECORDS-REJECTED
018000     MOVE RUN-RETURN-CODE      TO RPD-RETURN-CODE
018050     MOVE RUN-MESSAGE          TO RPD-MESSAGE
018100     WRITE RPT-RECORD FROM WS-RPT-DETAIL.
018200
018300 FORMAT-TIME.
