007500     05  MH-RUN-DATE                  PIC 9(8).
007600     05  MH-RUN-DATE-X  REDEFINES  MH-RUN-DATE       PIC X(8).
007700     05  FILLER                       PIC X(1).
007800     05  MH-CUST-NO                   PIC X(5).
007900     05  FILLER                       PIC X(1).
008000     05  MH-CURRENT                   PIC 9(7)V99.
008100     05  FILLER                       PIC X(1).
008800     05  MH-OVER-120                  PIC 9(7)V99.
008900     05  FILLER                       PIC X(1).
009000     05  MH-CUST-TOTAL                PIC 9(7)V99.
009100     05  FILLER                       PIC X(6).
009200
009300 01  WS-DATE-CONTROLS.
009400     05  WS-LATEST-DATE    PIC 9(8)       VALUE ZERO.
010000     05  WS-HORIZON-SUB    PIC S9(4) COMP VALUE ZERO.
010100
010200 01  FORECAST-TABLE.
010300     05  FCST-ENTRY OCCURS 999 TIMES INDEXED BY FCST-INDEX.
010400         10  FC-CUST-NO               PIC X(5).
010500         10  FC-CURR-SEEN             PIC X(1).
010600         10  FC-L-CURRENT             PIC S9(7)V99 COMP-3.
010700         10  FC-L-OVER-30             PIC S9(7)V99 COMP-3.
017500     05  FILLER            PIC X(64)  VALUE SPACES.
017600
017700 01  HL-FCST-HDR-3.
017800     05  FILLER            PIC X(7)   VALUE ' CUST  '.
017900     05  FILLER            PIC X(15)  VALUE '      TOTAL NOW'.
018000     05  FILLER            PIC X(15)  VALUE '  COLLECT 1-MO '.
018100     05  FILLER            PIC X(15)  VALUE '  OVER-90 1-MO '.
018200     05  FILLER            PIC X(15)  VALUE '  COLLECT 3-MO '.
018300     05  FILLER            PIC X(15)  VALUE '  OVER-90 3-MO '.
018400     05  FILLER            PIC X(51)  VALUE SPACES.
018500
018600 01  DL-FCST-DETAIL.
018700     05  FILLER            PIC X(1)   VALUE SPACES.
018800     05  FCST-CUST-NO      PIC X(5).
018900     05  FILLER            PIC X(1)   VALUE SPACES.
019000     05  FCST-TOTAL-NOW    PIC Z,ZZZ,ZZ9.99.
019100     05  FILLER            PIC X(3)   VALUE SPACES.
019600     05  FCST-COLL-3MO     PIC Z,ZZZ,ZZ9.99.
019700     05  FILLER            PIC X(3)   VALUE SPACES.
019800     05  FCST-O90-3MO      PIC Z,ZZZ,ZZ9.99.
019900     05  FILLER            PIC X(54)  VALUE SPACES.
020000
020100 01  TL-FCST-TOTAL.
020200     05  FILLER            PIC X(5)   VALUE ' ALL '.
031800               OR FCST-CUST-FOUND.
031900     IF FCST-CUST-FOUND
032000        GO TO 210-FIND-FCST-ROW-EXIT.
032100     IF WS-FCST-COUNT IS NOT LESS THAN 999
032200        GO TO 210-FIND-FCST-ROW-EXIT.
032300     ADD 1 TO WS-FCST-COUNT.
032400     MOVE WS-FCST-COUNT TO WS-FCST-SUB.
