006400     05  MH-RUN-DATE                  PIC 9(8).
006500     05  MH-RUN-DATE-X  REDEFINES  MH-RUN-DATE       PIC X(8).
006600     05  FILLER                       PIC X(1).
006700     05  MH-CUST-NO                   PIC X(5).
006800     05  FILLER                       PIC X(1).
006900     05  MH-CURRENT                   PIC 9(7)V99.
007000     05  FILLER                       PIC X(1).
007700     05  MH-OVER-120                  PIC 9(7)V99.
007800     05  FILLER                       PIC X(1).
007900     05  MH-CUST-TOTAL                PIC 9(7)V99.
008000     05  FILLER                       PIC X(6).
008100
008200 01  WS-DATE-CONTROLS.
008300     05  WS-LATEST-DATE    PIC 9(8)       VALUE ZERO.
009100     05  WS-TREND-SUB      PIC S9(4) COMP VALUE ZERO.
009200
009300 01  TREND-TABLE.
009400     05  TREND-ENTRY OCCURS 999 TIMES INDEXED BY TREND-INDEX.
009500         10  TR-CUST-NO               PIC X(5).
009600         10  TR-CURR-TOTAL            PIC 9(7)V99.
009700         10  TR-CURR-OVER-90          PIC 9(7)V99.
009800         10  TR-CURR-SEEN             PIC X(1).
011100     05  FILLER            PIC X(87)  VALUE SPACES.
011200
011300 01  HL-TREND-HDR-2.
011400     05  FILLER            PIC X(7)   VALUE ' CUST  '.
011500     05  FILLER            PIC X(15)  VALUE '        CURRENT'.
011600     05  FILLER            PIC X(15)  VALUE '      WEEK-AGO '.
011700     05  FILLER            PIC X(2)   VALUE 'WK'.
012000     05  FILLER            PIC X(15)  VALUE '   OVER-90 NOW '.
012100     05  FILLER            PIC X(15)  VALUE '  OVER-90 MONTH'.
012200     05  FILLER            PIC X(2)   VALUE '90'.
012300     05  FILLER            PIC X(45)  VALUE SPACES.
012400
012500 01  DL-TREND-DETAIL.
012600     05  FILLER            PIC X(1)   VALUE SPACES.
012700     05  TRND-CUST-NO      PIC X(5).
012800     05  FILLER            PIC X(1)   VALUE SPACES.
012900     05  TRND-CURR-TOTAL   PIC Z,ZZZ,ZZ9.99.
013000     05  FILLER            PIC X(3)   VALUE SPACES.
014100     05  TRND-O90-MONTH    PIC Z,ZZZ,ZZ9.99.
014200     05  FILLER            PIC X(1)   VALUE SPACES.
014300     05  TRND-O90-DIR      PIC X(1).
014400     05  FILLER            PIC X(46)  VALUE SPACES.
014500
014600 01  DISPLAY-LINE.
014700     05  DISP-MESSAGE     PIC X(45).
024100               OR TREND-CUST-FOUND.
024200     IF TREND-CUST-FOUND
024300        GO TO 210-FIND-TREND-ROW-EXIT.
024400     IF WS-TREND-COUNT IS NOT LESS THAN 999
024500        GO TO 210-FIND-TREND-ROW-EXIT.
024600     ADD 1 TO WS-TREND-COUNT.
024700     MOVE WS-TREND-COUNT TO WS-TREND-SUB.
