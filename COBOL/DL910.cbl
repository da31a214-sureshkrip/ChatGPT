003000*    MODIFICATION HISTORY.                                    *
003100*    DATE       INIT  DESCRIPTION                             *
003200*    2026-09-02  RK   ORIGINAL PROGRAM.                       *
003210*    2026-10-15  RK   DL142, THE FUNDING BANK TRANSFER, ADDED *
003220*                     TO THE CHAIN AFTER DL100 NOW THAT IT    *
003230*                     RUNS UNDER DL900 RUN CONTROL.           *
003300*                                                             *
003400***************************************************************
003500 IDENTIFICATION DIVISION.
010200     05  FILLER  PIC X(08) VALUE 'DL105'.
010300     05  FILLER  PIC X(08) VALUE 'DL110'.
010400     05  FILLER  PIC X(08) VALUE 'DL100'.
010410     05  FILLER  PIC X(08) VALUE 'DL142'.
010500     05  FILLER  PIC X(08) VALUE 'DL112'.
010600     05  FILLER  PIC X(08) VALUE 'DL130'.
010700     05  FILLER  PIC X(08) VALUE 'DL140'.
010900     05  FILLER  PIC X(08) VALUE 'DL120'.
011000     05  FILLER  PIC X(08) VALUE 'DL172'.
011100 01  WS-CHAIN-NAME-TABLE REDEFINES WS-CHAIN-NAME-VALUES.
011200     05  WS-CHAIN-PROGRAM PIC X(08) OCCURS 11 TIMES.
011300***************************************************************
011400*    PER-PROGRAM HISTORY ACCUMULATORS, ONE SLOT PER CHAIN     *
011500*    POSITION                                                 *
011600***************************************************************
011700 01  WS-HIST-ACCUM.
011800     05  WS-HIST-SLOT OCCURS 11 TIMES.
011900         10  WS-HA-TOTAL-MINS PIC 9(09)  COMP.
012000         10  WS-HA-RUN-COUNT  PIC 9(05)  COMP.
012100 77  WS-CHAIN-SUB            PIC 9(02)   COMP  VALUE ZERO.
018200             + WS-RUN-X-DD
018210     PERFORM 1100-ZERO-ONE-SLOT THRU 1100-EXIT
018220         VARYING WS-HIST-SUB FROM 1 BY 1
018230         UNTIL WS-HIST-SUB > 11
018300     DISPLAY 'DL910 - CHAIN STATUS REPORT - RUN DATE '
018400         WS-RUN-DATE
018500     OPEN INPUT RUN-CONTROL-FILE
026800     ADD 1 TO WS-HIST-CARRIED
026900     PERFORM 2300-ACCUM-ONE-RHIST THRU 2300-EXIT
027000         VARYING WS-HIST-SUB FROM 1 BY 1
027100         UNTIL WS-HIST-SUB > 11.
027200 2200-NEXT.
027300     PERFORM 2100-READ-RHIST THRU 2100-EXIT.
027400 2200-EXIT.
029300 3000-REPORT-THE-CHAIN.
029400     PERFORM 3100-REPORT-ONE-PROGRAM THRU 3100-EXIT
029500         VARYING WS-CHAIN-SUB FROM 1 BY 1
029600         UNTIL WS-CHAIN-SUB > 11
029700     CLOSE RUN-HISTORY-OUT-FILE.
029800 3000-EXIT.
029900     EXIT.
