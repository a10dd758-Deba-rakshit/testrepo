010400     05  MH-RUN-DATE                  PIC 9(8).
010500     05  MH-RUN-DATE-X  REDEFINES  MH-RUN-DATE       PIC X(8).
010600     05  FILLER                       PIC X(1).
010700     05  MH-CUST-NO                   PIC X(5).
010800     05  FILLER                       PIC X(1).
010900     05  MH-CURRENT                   PIC 9(7)V99.
011000     05  FILLER                       PIC X(1).
011700     05  MH-OVER-120                  PIC 9(7)V99.
011800     05  FILLER                       PIC X(1).
011900     05  MH-CUST-TOTAL                PIC 9(7)V99.
012000     05  FILLER                       PIC X(6).
012100
012200 01  CASH-HIST-REC.
012300     05  CH-RUN-DATE                  PIC 9(8).
012400     05  FILLER                       PIC X(1).
012500     05  CH-CUST-NO                   PIC 9(5).
012600     05  CH-CUST-NO-X  REDEFINES  CH-CUST-NO         PIC X(5).
012700     05  FILLER                       PIC X(1).
012800     05  CH-INV-NO                    PIC X(5).
012900     05  FILLER                       PIC X(1).
014000     05  CH-INV-DATE-N REDEFINES CH-INV-DATE         PIC 9(6).
014100     05  FILLER                       PIC X(1).
014200     05  CH-SHORT-FLAG                PIC X(1).
014300     05  FILLER                       PIC X(22).
014400
014500 01  FINCHG-REC.
014600     05  FC-CUST-NO                   PIC X(5).
014700     05  FILLER                       PIC X(75).
014800
014900 01  WS-DATE-WORK.
015000     05  WS-LATEST-DATE    PIC 9(8)       VALUE ZERO.
016000     05  WS-WORK-SLOT      PIC S9(4) COMP VALUE ZERO.
016100     05  WS-OUTER-IDX      PIC S9(4) COMP VALUE ZERO.
016200     05  WS-INNER-IDX      PIC S9(4) COMP VALUE ZERO.
016300     05  WS-LOOKUP-CUST    PIC X(5)       VALUE SPACES.
016400
016500 01  WORKLIST-TABLE.
016600     05  WK-ENTRY OCCURS 999 TIMES.
016700         10  WK-CUST-NO               PIC X(5).
016800         10  WK-OVER-90-EXP           PIC S9(9)V99 COMP-3.
016900         10  WK-PAY-COUNT             PIC S9(5)    COMP-3.
017000         10  WK-DAYS-SUM              PIC S9(9)    COMP-3.
017400         10  WK-AVG-DAYS              PIC S9(5)V9  COMP-3.
017500         10  WK-SCORE                 PIC S9(9)V99 COMP-3.
017600 01  WK-SWAP-ENTRY.
017700     05  WK-SWAP-CUST-NO          PIC X(5).
017800     05  WK-SWAP-OVER-90          PIC S9(9)V99 COMP-3.
017900     05  WK-SWAP-PAY-COUNT        PIC S9(5)    COMP-3.
018000     05  WK-SWAP-DAYS-SUM         PIC S9(9)    COMP-3.
019400
019500 01  HL-WORKLIST-HDR-2.
019600     05  FILLER            PIC X(5)   VALUE ' RANK'.
019700     05  FILLER            PIC X(7)   VALUE '  CUST '.
019800     05  FILLER            PIC X(15)  VALUE '          SCORE'.
019900     05  FILLER            PIC X(15)  VALUE '  OVER-90+ EXP '.
020000     05  FILLER            PIC X(11)  VALUE '  AVG DAYS '.
020100     05  FILLER            PIC X(11)  VALUE ' SHORT-PAYS'.
020200     05  FILLER            PIC X(11)  VALUE ' FIN-CHRGS '.
020300     05  FILLER            PIC X(58)  VALUE SPACES.
020400
020500 01  DL-WORKLIST-DETAIL.
020600     05  FILLER            PIC X(1)   VALUE SPACES.
020700     05  WKL-RANK          PIC ZZZ9.
020800     05  FILLER            PIC X(2)   VALUE SPACES.
020900     05  WKL-CUST-NO       PIC X(5).
021000     05  FILLER            PIC X(2)   VALUE SPACES.
021100     05  WKL-SCORE         PIC Z,ZZZ,ZZ9.99.
021200     05  FILLER            PIC X(2)   VALUE SPACES.
021700     05  WKL-SHORT         PIC ZZZZ9.
021800     05  FILLER            PIC X(6)   VALUE SPACES.
021900     05  WKL-FINCHG        PIC ZZZZ9.
022000     05  FILLER            PIC X(64)  VALUE SPACES.
022100
022200 01  DISPLAY-LINE.
022300     05  DISP-MESSAGE     PIC X(45).
030700            OR WS-WORK-SLOT IS GREATER THAN ZERO.
030800     IF WS-WORK-SLOT IS GREATER THAN ZERO
030900        GO TO 250-FIND-WORK-ROW-EXIT.
031000     IF WS-WORK-COUNT IS NOT LESS THAN 999
031100        GO TO 250-FIND-WORK-ROW-EXIT.
031200     ADD 1 TO WS-WORK-COUNT.
031300     MOVE WS-WORK-COUNT TO WS-WORK-SLOT.
