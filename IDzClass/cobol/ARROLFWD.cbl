000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ARROLFWD.
000300 AUTHOR.        IBM.
000400 DATE-WRITTEN.  10-15-26.
000500
000600******************************************************************
000700*  MONTH-END RECEIVABLES ROLL-FORWARD.  PROVES THAT             *
000800*      OPENING AR (PRIOR MONTH'S LAST MATBHIST SNAPSHOT)        *
000900*    + NEW INVOICES          (ORDINV - MONTH'S ORDACT2 FILES)   *
001000*    + FINANCE CHARGES       (CNTRLBRK FINCHGF)                 *
001100*    - CASH APPLIED          (PAYAPPLY CASHHIST)                *
001200*    - WRITE-OFFS            (WOPOST WOHIST)                    *
001300*    +/- NET ADJUSTMENTS     (ADJPOST ADJHIST)                  *
001400*    = CLOSING AR            (CNTRLBRK GRAND TOTALS, AS SAVED   *
001500*                             IN TODAY'S MATBHIST SNAPSHOT)     *
001600*  DATED MOVEMENTS ARE TAKEN AFTER THE OPENING SNAPSHOT DATE    *
001700*  THROUGH THE BUSINESS DATE.  ANY UNEXPLAINED DIFFERENCE IS    *
001800*  PRINTED AND THE RUN ENDS WITH RETURN CODE 8.  NO CLOSING     *
001900*  SNAPSHOT FOR THE BUSINESS DATE ENDS WITH RETURN CODE 12.     *
002000*                                                               *
002100*  RUNS ON THE MONTH-END CYCLE ONLY, USING THE SAME BUSDATE     *
002200*  CARD AND CALFILE LOOKUP AS CNTRLBRK SO BOTH PROGRAMS AGREE   *
002300*  ON WHAT KIND OF DAY IT IS.  ON ANY OTHER DAY THE PROGRAM     *
002400*  ENDS WITH RETURN CODE 0 AND PRINTS NOTHING.                  *
002500******************************************************************
002600
002700 ENVIRONMENT DIVISION.
002800
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.   IBM-390.
003100 OBJECT-COMPUTER.   IBM-390.
003200
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500
003600     SELECT BUSDATE-FILE ASSIGN TO UT-S-BUSDATE
003700        ACCESS MODE IS SEQUENTIAL
003800        FILE STATUS IS WS-BUSDATE-STATUS.
003900     SELECT CALENDAR-FILE ASSIGN TO UT-S-CALFILE
004000        ACCESS MODE IS SEQUENTIAL
004100        FILE STATUS IS WS-CALFILE-STATUS.
004200     SELECT MATBHIST-FILE ASSIGN TO UT-S-MATBHIST
004300        ACCESS MODE IS SEQUENTIAL
004400        FILE STATUS IS WS-MATBHIST-STATUS.
004500     SELECT MONTH-INVOICE-FILE ASSIGN TO UT-S-ORDACTM
004600        ACCESS MODE IS SEQUENTIAL
004700        FILE STATUS IS WS-ORDACTM-STATUS.
004800     SELECT FINCHG-FILE ASSIGN TO UT-S-FINCHGF
004900        ACCESS MODE IS SEQUENTIAL
005000        FILE STATUS IS WS-FINCHGF-STATUS.
005100     SELECT CASH-HISTORY-FILE ASSIGN TO UT-S-CASHHIST
005200        ACCESS MODE IS SEQUENTIAL
005300        FILE STATUS IS WS-CASHHIST-STATUS.
005400     SELECT WRITEOFF-HISTORY-FILE ASSIGN TO UT-S-WOHIST
005500        ACCESS MODE IS SEQUENTIAL
005600        FILE STATUS IS WS-WOHIST-STATUS.
005700     SELECT ADJ-HISTORY-FILE ASSIGN TO UT-S-ADJHIST
005800        ACCESS MODE IS SEQUENTIAL
005900        FILE STATUS IS WS-ADJHIST-STATUS.
006000     SELECT ROLLFWD-REPORT ASSIGN TO UT-S-ARRFRPT.
006100     SELECT CTLTOTS-FILE ASSIGN TO UT-S-CTLTOTS
006200        ACCESS MODE IS SEQUENTIAL
006300        FILE STATUS IS WS-CTLTOTS-STATUS.
006400
006500 DATA DIVISION.
006600
006700 FILE SECTION.
006800
006900 FD  BUSDATE-FILE
007000     RECORDING MODE IS F
007100     LABEL RECORDS ARE STANDARD
007200     RECORD CONTAINS 80 CHARACTERS
007300     BLOCK CONTAINS 0 RECORDS
007400     DATA RECORD IS BUSDATE-RECORD.
007500
007600 01  BUSDATE-RECORD.
007700     05  BUSDATE-PARM                 PIC 9(8).
007800     05  FILLER                       PIC X(72).
007900
008000* OPERATIONS-MAINTAINED PROCESSING CALENDAR - SAME FILE
008100* CNTRLBRK READS.
008200 FD  CALENDAR-FILE
008300     RECORDING MODE IS F
008400     LABEL RECORDS ARE STANDARD
008500     RECORD CONTAINS 80 CHARACTERS
008600     BLOCK CONTAINS 0 RECORDS
008700     DATA RECORD IS CALENDAR-RECORD.
008800
008900 01  CALENDAR-RECORD.
009000     05  CAL-DATE                     PIC 9(8).
009100     05  FILLER                       PIC X(1).
009200     05  CAL-HOLIDAY-FLAG             PIC X(1).
009300     05  FILLER                       PIC X(1).
009400     05  CAL-MONTH-END-FLAG           PIC X(1).
009500     05  FILLER                       PIC X(1).
009600     05  CAL-QTR-END-FLAG             PIC X(1).
009700     05  FILLER                       PIC X(66).
009800
009900* CNTRLBRK'S AGED-BALANCE SNAPSHOTS - ONE RECORD PER CUSTOMER
010000* PER RUN.  THE RECORDS FOR ONE RUN DATE ADD UP TO THAT RUN'S
010100* GRAND TOTALS.
010200 FD  MATBHIST-FILE
010300     RECORDING MODE IS F
010400     LABEL RECORDS ARE STANDARD
010500     RECORD CONTAINS 80 CHARACTERS
010600     BLOCK CONTAINS 0 RECORDS
010700     DATA RECORD IS MATB-HIST-REC.
010800
010900 01  MATB-HIST-REC.
011000     05  MH-RUN-DATE                  PIC 9(8).
011100     05  FILLER                       PIC X(1).
011200     05  MH-CUST-NO                   PIC X(5).
011300     05  FILLER                       PIC X(1).
011400     05  MH-CURRENT                   PIC 9(7)V99.
011500     05  FILLER                       PIC X(1).
011600     05  MH-OVER-30                   PIC 9(7)V99.
011700     05  FILLER                       PIC X(1).
011800     05  MH-OVER-60                   PIC 9(7)V99.
011900     05  FILLER                       PIC X(1).
012000     05  MH-OVER-90                   PIC 9(7)V99.
012100     05  FILLER                       PIC X(1).
012200     05  MH-OVER-120                  PIC 9(7)V99.
012300     05  FILLER                       PIC X(1).
012400     05  MH-CUST-TOTAL                PIC 9(7)V99.
012500     05  FILLER                       PIC X(6).
012600
012700* THE MONTH'S ORDINV INVOICE FILES (ORDACT2), CONCATENATED BY
012800* THE JCL.  ACT2DATA LAYOUT.
012900 FD  MONTH-INVOICE-FILE
013000     RECORDING MODE IS F
013100     LABEL RECORDS ARE STANDARD
013200     RECORD CONTAINS 80 CHARACTERS
013300     BLOCK CONTAINS 0 RECORDS
013400     DATA RECORD IS MONTH-INVOICE-RECORD.
013500
013600 01  MONTH-INVOICE-RECORD.
013700     05  MI-CUST-NO                   PIC 9(5).
013800     05  MI-INV-NO                    PIC X(5).
013900     05  MI-AGED-CODE                 PIC 9.
014000     05  MI-INV-AMT                   PIC S9(7)V99.
014100     05  MI-PAID-DATE                 PIC X(6).
014200     05  MI-INV-DATE                  PIC 9(6).
014300     05  FILLER                       PIC X(48).
014400
014500 FD  FINCHG-FILE
014600     RECORDING MODE IS F
014700     LABEL RECORDS ARE STANDARD
014800     RECORD CONTAINS 80 CHARACTERS
014900     BLOCK CONTAINS 0 RECORDS
015000     DATA RECORD IS FINCHG-RECORD.
015100
015200 01  FINCHG-RECORD.
015300     05  FC-CUST-NO                   PIC X(5).
015400     05  FILLER                       PIC X(1).
015500     05  FC-RUN-DATE                  PIC 9(6).
015600     05  FILLER                       PIC X(1).
015700     05  FC-BASIS-AMT                 PIC 9(7)V99.
015800     05  FILLER                       PIC X(1).
015900     05  FC-RATE                      PIC 9(2)V999.
016000     05  FILLER                       PIC X(1).
016100     05  FC-CHARGE-AMT                PIC 9(7)V99.
016200     05  FILLER                       PIC X(42).
016300
016400 FD  CASH-HISTORY-FILE
016500     RECORDING MODE IS F
016600     LABEL RECORDS ARE STANDARD
016700     RECORD CONTAINS 80 CHARACTERS
016800     BLOCK CONTAINS 0 RECORDS
016900     DATA RECORD IS CASH-HISTORY-RECORD.
017000
017100 01  CASH-HISTORY-RECORD.
017200     05  CH-RUN-DATE                  PIC 9(8).
017300     05  FILLER                       PIC X(1).
017400     05  CH-CUST-NO                   PIC 9(5).
017500     05  FILLER                       PIC X(1).
017600     05  CH-INV-NO                    PIC X(5).
017700     05  FILLER                       PIC X(1).
017800     05  CH-INV-AMT                   PIC S9(7)V99
017900                                      SIGN LEADING SEPARATE.
018000     05  FILLER                       PIC X(1).
018100     05  CH-PAY-AMT                   PIC S9(7)V99
018200                                      SIGN LEADING SEPARATE.
018300     05  FILLER                       PIC X(38).
018400
018500 FD  WRITEOFF-HISTORY-FILE
018600     RECORDING MODE IS F
018700     LABEL RECORDS ARE STANDARD
018800     RECORD CONTAINS 80 CHARACTERS
018900     BLOCK CONTAINS 0 RECORDS
019000     DATA RECORD IS WRITEOFF-HISTORY-RECORD.
019100
019200 01  WRITEOFF-HISTORY-RECORD.
019300     05  WO-POST-DATE                 PIC 9(8).
019400     05  FILLER                       PIC X(1).
019500     05  WO-CUST-NO                   PIC 9(5).
019600     05  FILLER                       PIC X(1).
019700     05  WO-INV-NO                    PIC X(5).
019800     05  FILLER                       PIC X(1).
019900     05  WO-INV-DATE                  PIC X(6).
020000     05  FILLER                       PIC X(1).
020100     05  WO-AMOUNT                    PIC S9(7)V99
020200                                      SIGN LEADING SEPARATE.
020300     05  FILLER                       PIC X(42).
020400
020500 FD  ADJ-HISTORY-FILE
020600     RECORDING MODE IS F
020700     LABEL RECORDS ARE STANDARD
020800     RECORD CONTAINS 80 CHARACTERS
020900     BLOCK CONTAINS 0 RECORDS
021000     DATA RECORD IS ADJ-HISTORY-RECORD.
021100
021200 01  ADJ-HISTORY-RECORD.
021300     05  AH-POST-DATE                 PIC 9(8).
021400     05  FILLER                       PIC X(1).
021500     05  AH-CUST-NO                   PIC 9(5).
021600     05  FILLER                       PIC X(1).
021700     05  AH-INV-NO                    PIC X(5).
021800     05  FILLER                       PIC X(1).
021900     05  AH-ADJ-TYPE                  PIC X(1).
022000     05  AH-REVERSAL-IND              PIC X(1).
022100     05  FILLER                       PIC X(1).
022200     05  AH-ADJ-AMT                   PIC S9(7)V99
022300                                      SIGN LEADING SEPARATE.
022400     05  FILLER                       PIC X(46).
022500
022600 FD  ROLLFWD-REPORT
022700     RECORDING MODE IS F
022800     LABEL RECORDS ARE STANDARD
022900     RECORD CONTAINS 133 CHARACTERS
023000     BLOCK CONTAINS 0 RECORDS
023100     DATA RECORD IS ROLLFWD-REPORT-LINE.
023200
023300 01  ROLLFWD-REPORT-LINE              PIC X(133).
023400
023500 FD  CTLTOTS-FILE
023600     RECORDING MODE IS F.
023700 COPY CTLTOTS.
023800
023900 WORKING-STORAGE SECTION.
024000
024100 01  PROGRAM-INDICATOR-SWITCHES.
024200     05  WS-CAL-EOF-SW                PIC X(3)  VALUE 'NO '.
024300         88  EOF-CALENDAR                        VALUE 'YES'.
024400     05  WS-CAL-FOUND-SW              PIC X(3)  VALUE 'NO '.
024500         88  CALENDAR-DATE-FOUND                 VALUE 'YES'.
024600     05  WS-MONTH-END-SW              PIC X(1)  VALUE 'Y'.
024700         88  MONTH-END-CYCLE                     VALUE 'Y'.
024800     05  WS-EOF-MATBHIST-SW           PIC X(3)  VALUE 'NO '.
024900         88  EOF-MATBHIST                        VALUE 'YES'.
025000     05  WS-EOF-INVOICES-SW           PIC X(3)  VALUE 'NO '.
025100         88  EOF-INVOICES                        VALUE 'YES'.
025200     05  WS-EOF-FINCHG-SW             PIC X(3)  VALUE 'NO '.
025300         88  EOF-FINCHG                          VALUE 'YES'.
025400     05  WS-EOF-CASH-SW               PIC X(3)  VALUE 'NO '.
025500         88  EOF-CASH                            VALUE 'YES'.
025600     05  WS-EOF-WOHIST-SW             PIC X(3)  VALUE 'NO '.
025700         88  EOF-WOHIST                          VALUE 'YES'.
025800     05  WS-EOF-ADJHIST-SW            PIC X(3)  VALUE 'NO '.
025900         88  EOF-ADJHIST                         VALUE 'YES'.
026000
026100 01  WS-STATUS-FIELDS.
026200     05  WS-BUSDATE-STATUS PIC X(2)       VALUE SPACES.
026300     05  WS-CALFILE-STATUS PIC X(2)       VALUE SPACES.
026400     05  WS-MATBHIST-STATUS PIC X(2)      VALUE SPACES.
026500     05  WS-ORDACTM-STATUS PIC X(2)       VALUE SPACES.
026600     05  WS-FINCHGF-STATUS PIC X(2)       VALUE SPACES.
026700     05  WS-CASHHIST-STATUS PIC X(2)      VALUE SPACES.
026800     05  WS-WOHIST-STATUS  PIC X(2)       VALUE SPACES.
026900     05  WS-ADJHIST-STATUS PIC X(2)       VALUE SPACES.
027000     05  WS-CTLTOTS-STATUS PIC X(2)       VALUE SPACES.
027100
027200* THE ROLL-FORWARD WINDOW RUNS FROM THE DAY AFTER THE OPENING
027300* SNAPSHOT THROUGH THE BUSINESS DATE.
027400 01  WS-DATE-FIELDS.
027500     05  WS-RUN-YYYYMMDD   PIC 9(8)       VALUE ZERO.
027600     05  WS-MONTH-START    PIC 9(8)       VALUE ZERO.
027700     05  WS-MONTH-START-X  REDEFINES WS-MONTH-START.
027800         10  WS-MONTH-START-YYYYMM        PIC 9(6).
027900         10  WS-MONTH-START-DD            PIC 9(2).
028000     05  WS-OPENING-DATE   PIC 9(8)       VALUE ZERO.
028100     05  WS-INV-YYYYMMDD   PIC 9(8)       VALUE ZERO.
028200
028300 01  WS-ACCUMULATORS.
028400     05  WS-MATBHIST-CTR   PIC 9(4)       VALUE ZERO.
028500     05  WS-OPENING-CTR    PIC 9(4)       VALUE ZERO.
028600     05  WS-CLOSING-CTR    PIC 9(4)       VALUE ZERO.
028700     05  WS-INVOICE-CTR    PIC 9(4)       VALUE ZERO.
028800     05  WS-FINCHG-CTR     PIC 9(4)       VALUE ZERO.
028900     05  WS-CASH-CTR       PIC 9(4)       VALUE ZERO.
029000     05  WS-WRITEOFF-CTR   PIC 9(4)       VALUE ZERO.
029100     05  WS-ADJUST-CTR     PIC 9(4)       VALUE ZERO.
029200     05  WS-OUTSIDE-CTR    PIC 9(4)       VALUE ZERO.
029300     05  WS-REJECT-CTR     PIC 9(4)       VALUE ZERO.
029400     05  WS-OPENING-TL     PIC S9(9)V99   VALUE ZERO.
029500     05  WS-INVOICE-TL     PIC S9(9)V99   VALUE ZERO.
029600     05  WS-FINCHG-TL      PIC S9(9)V99   VALUE ZERO.
029700     05  WS-CASH-TL        PIC S9(9)V99   VALUE ZERO.
029800     05  WS-WRITEOFF-TL    PIC S9(9)V99   VALUE ZERO.
029900     05  WS-ADJUST-TL      PIC S9(9)V99   VALUE ZERO.
030000     05  WS-EXPECTED-TL    PIC S9(9)V99   VALUE ZERO.
030100     05  WS-CLOSING-TL     PIC S9(9)V99   VALUE ZERO.
030200     05  WS-DIFFERENCE-TL  PIC S9(9)V99   VALUE ZERO.
030300     05  WS-CURRENT-GTL    PIC S9(9)V99   VALUE ZERO.
030400     05  WS-OVER-30-GTL    PIC S9(9)V99   VALUE ZERO.
030500     05  WS-OVER-60-GTL    PIC S9(9)V99   VALUE ZERO.
030600     05  WS-OVER-90-GTL    PIC S9(9)V99   VALUE ZERO.
030700     05  WS-OVER-120-GTL   PIC S9(9)V99   VALUE ZERO.
030800
030900 01  HL-REPORT-HDR.
031000     05  FILLER            PIC X(1)   VALUE SPACES.
031100     05  FILLER            PIC X(44)  VALUE
031200            'MONTH-END RECEIVABLES ROLL-FORWARD FOR      '.
031300     05  HDR-RUN-DATE      PIC 9(8).
031400     05  FILLER            PIC X(80)  VALUE SPACES.
031500
031600 01  DL-ROLL-LINE.
031700     05  FILLER            PIC X(1)   VALUE SPACES.
031800     05  RL-LIT            PIC X(36).
031900     05  RL-DATE           PIC X(8).
032000     05  FILLER            PIC X(2)   VALUE SPACES.
032100     05  RL-COUNT          PIC ZZZ9.
032200     05  FILLER            PIC X(2)   VALUE SPACES.
032300     05  RL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99-.
032400     05  FILLER            PIC X(65)  VALUE SPACES.
032500
032600 01  DL-BUCKET-LINE.
032700     05  FILLER            PIC X(1)   VALUE SPACES.
032800     05  FILLER            PIC X(10)  VALUE '  CURRENT '.
032900     05  BL-CURRENT        PIC ZZZ,ZZZ,ZZ9.99-.
033000     05  FILLER            PIC X(10)  VALUE '  OVER 30 '.
033100     05  BL-OVER-30        PIC ZZZ,ZZZ,ZZ9.99-.
033200     05  FILLER            PIC X(10)  VALUE '  OVER 60 '.
033300     05  BL-OVER-60        PIC ZZZ,ZZZ,ZZ9.99-.
033400     05  FILLER            PIC X(10)  VALUE '  OVER 90 '.
033500     05  BL-OVER-90        PIC ZZZ,ZZZ,ZZ9.99-.
033600     05  FILLER            PIC X(11)  VALUE '  OVER 120 '.
033700     05  BL-OVER-120       PIC ZZZ,ZZZ,ZZ9.99-.
033800     05  FILLER            PIC X(16)  VALUE SPACES.
033900
034000 01  DL-RESULT-LINE.
034100     05  FILLER            PIC X(1)   VALUE SPACES.
034200     05  RS-MESSAGE        PIC X(60).
034300     05  FILLER            PIC X(72)  VALUE SPACES.
034400
034500 01  DISPLAY-LINE.
034600     05  DISP-MESSAGE     PIC X(45).
034700     05  DISP-VALUE       PIC ZZZ9.
034710
034720* HEADER / TRAILER RECORDS THE CHAIN PUTS ON EVERY INVOICE FILE.
034730 COPY ACT2HT.
034800
034900 PROCEDURE DIVISION.
035000
035100 000-MAINLINE SECTION.
035200
035300     DISPLAY '****     ARROLFWD RUNNING    ****'.
035400     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-YYYYMMDD.
035500     PERFORM 175-GET-BUSINESS-DATE THRU
035600                  175-GET-BUSINESS-DATE-EXIT.
035700     PERFORM 176-READ-CALENDAR THRU 176-READ-CALENDAR-EXIT.
035800     IF NOT MONTH-END-CYCLE
035900        DISPLAY 'NOT A MONTH-END BUSINESS DATE - ROLL-FORWARD '
036000                'NOT RUN'
036100        MOVE ZERO TO RETURN-CODE
036200        GOBACK.
036300     MOVE WS-RUN-YYYYMMDD TO WS-MONTH-START.
036400     MOVE 01 TO WS-MONTH-START-DD.
036500     PERFORM 200-READ-SNAPSHOTS THRU 200-READ-SNAPSHOTS-EXIT.
036600     PERFORM 300-TOTAL-INVOICES THRU 300-TOTAL-INVOICES-EXIT.
036700     PERFORM 320-TOTAL-FINANCE-CHARGES THRU
036800                  320-TOTAL-FINANCE-CHARGES-EXIT.
036900     PERFORM 340-TOTAL-CASH THRU 340-TOTAL-CASH-EXIT.
037000     PERFORM 360-TOTAL-WRITEOFFS THRU 360-TOTAL-WRITEOFFS-EXIT.
037100     PERFORM 380-TOTAL-ADJUSTMENTS THRU
037200                  380-TOTAL-ADJUSTMENTS-EXIT.
037300     COMPUTE WS-EXPECTED-TL = WS-OPENING-TL + WS-INVOICE-TL
037400                            + WS-FINCHG-TL - WS-CASH-TL
037500                            - WS-WRITEOFF-TL + WS-ADJUST-TL.
037600     COMPUTE WS-DIFFERENCE-TL = WS-CLOSING-TL - WS-EXPECTED-TL.
037700     PERFORM 500-PRINT-ROLL-FORWARD THRU
037800                  500-PRINT-ROLL-FORWARD-EXIT.
037900     PERFORM 550-DISPLAY-PROG-DIAG THRU
038000                  550-DISPLAY-PROG-DIAG-EXIT.
038100     IF WS-CLOSING-CTR IS EQUAL TO ZERO
038200        DISPLAY '** ERROR **  NO MATBHIST SNAPSHOT FOR '
038300                WS-RUN-YYYYMMDD ' - RUN CNTRLBRK FIRST'
038400        MOVE 12 TO RETURN-CODE
038500     ELSE
038600        IF WS-DIFFERENCE-TL IS NOT EQUAL TO ZERO
038700           DISPLAY '** ERROR **  RECEIVABLES ROLL-FORWARD DOES '
038800                   'NOT TIE TO CLOSING AR'
038900           MOVE 8 TO RETURN-CODE
039000        ELSE
039100           IF WS-OPENING-CTR IS EQUAL TO ZERO OR
039200              WS-REJECT-CTR IS GREATER THAN ZERO
039300              MOVE 4 TO RETURN-CODE
039400           ELSE
039500              MOVE ZERO TO RETURN-CODE.
039600     PERFORM 565-WRITE-CONTROL-TOTALS THRU
039700                  565-WRITE-CONTROL-TOTALS-EXIT.
039800     GOBACK.
039900
040000 175-GET-BUSINESS-DATE.
040100
040200     OPEN INPUT BUSDATE-FILE.
040300     IF WS-BUSDATE-STATUS IS NOT EQUAL TO '00'
040400        GO TO 175-GET-BUSINESS-DATE-EXIT.
040500     READ BUSDATE-FILE
040600         AT END  GO TO 175-GET-BUSINESS-CLOSE.
040700     IF BUSDATE-PARM IS NUMERIC AND
040800        BUSDATE-PARM IS NOT EQUAL TO ZERO
040900        MOVE BUSDATE-PARM TO WS-RUN-YYYYMMDD
041000        DISPLAY 'BUSINESS DATE OVERRIDE: ' WS-RUN-YYYYMMDD.
041100
041200 175-GET-BUSINESS-CLOSE.
041300     CLOSE BUSDATE-FILE.
041400
041500 175-GET-BUSINESS-DATE-EXIT.
041600     EXIT.
041700
041800* SAME RULE AS CNTRLBRK: QUARTER-END IMPLIES MONTH-END, AND NO
041900* CALENDAR OR NO RECORD FOR THE DATE LEAVES MONTH-END IN FORCE.
042000 176-READ-CALENDAR.
042100
042200     OPEN INPUT CALENDAR-FILE.
042300     IF WS-CALFILE-STATUS IS NOT EQUAL TO '00'
042400        DISPLAY '** WARNING **  CALFILE NOT AVAILABLE - '
042500                'MONTH-END CYCLE ASSUMED'
042600        GO TO 176-READ-CALENDAR-EXIT.
042700     PERFORM 177-SCAN-CALENDAR THRU 177-SCAN-CALENDAR-EXIT
042800         UNTIL EOF-CALENDAR OR CALENDAR-DATE-FOUND.
042900     CLOSE CALENDAR-FILE.
043000     IF NOT CALENDAR-DATE-FOUND
043100        DISPLAY '** WARNING **  BUSINESS DATE NOT ON CALFILE '
043200                '- MONTH-END CYCLE ASSUMED'
043300        GO TO 176-READ-CALENDAR-EXIT.
043400     IF CAL-MONTH-END-FLAG IS EQUAL TO 'Y' OR
043500        CAL-QTR-END-FLAG IS EQUAL TO 'Y'
043600        MOVE 'Y' TO WS-MONTH-END-SW
043700     ELSE
043800        MOVE 'N' TO WS-MONTH-END-SW.
043900
044000 176-READ-CALENDAR-EXIT.
044100     EXIT.
044200
044300 177-SCAN-CALENDAR.
044400
044500     READ CALENDAR-FILE
044600         AT END  MOVE 'YES' TO WS-CAL-EOF-SW,
044700                 GO TO 177-SCAN-CALENDAR-EXIT.
044800     IF CAL-DATE IS NUMERIC AND
044900        CAL-DATE IS EQUAL TO WS-RUN-YYYYMMDD
045000        MOVE 'YES' TO WS-CAL-FOUND-SW.
045100
045200 177-SCAN-CALENDAR-EXIT.
045300     EXIT.
045400
045500* ONE PASS OF MATBHIST PICKS UP BOTH ENDS OF THE ROLL-FORWARD:
045600* THE LATEST SNAPSHOT BEFORE THE FIRST OF THE MONTH IS THE
045700* OPENING BALANCE, TODAY'S SNAPSHOT IS THE CLOSING BALANCE.
045800 200-READ-SNAPSHOTS.
045900
046000     OPEN INPUT MATBHIST-FILE.
046100     IF WS-MATBHIST-STATUS IS NOT EQUAL TO '00'
046200        DISPLAY '** ERROR **  MATBHIST NOT AVAILABLE - STATUS '
046300                WS-MATBHIST-STATUS
046400        GO TO 200-READ-SNAPSHOTS-EXIT.
046500     PERFORM 210-READ-ONE-SNAPSHOT THRU
046600                  210-READ-ONE-SNAPSHOT-EXIT
046700         UNTIL EOF-MATBHIST.
046800     CLOSE MATBHIST-FILE.
046900     IF WS-OPENING-CTR IS EQUAL TO ZERO
047000        DISPLAY '** WARNING **  NO PRIOR-MONTH MATBHIST '
047100                'SNAPSHOT - OPENING AR TAKEN AS ZERO'.
047200
047300 200-READ-SNAPSHOTS-EXIT.
047400     EXIT.
047500
047600 210-READ-ONE-SNAPSHOT.
047700
047800     READ MATBHIST-FILE
047900         AT END  MOVE 'YES' TO WS-EOF-MATBHIST-SW,
048000                 GO TO 210-READ-ONE-SNAPSHOT-EXIT.
048100     ADD 1 TO WS-MATBHIST-CTR.
048200     IF MH-RUN-DATE IS NOT NUMERIC OR
048300        MH-CUST-TOTAL IS NOT NUMERIC
048400        ADD 1 TO WS-REJECT-CTR
048500        GO TO 210-READ-ONE-SNAPSHOT-EXIT.
048600     IF MH-RUN-DATE IS EQUAL TO WS-RUN-YYYYMMDD
048700        ADD 1 TO WS-CLOSING-CTR
048800        ADD MH-CUST-TOTAL TO WS-CLOSING-TL
048900        ADD MH-CURRENT    TO WS-CURRENT-GTL
049000        ADD MH-OVER-30    TO WS-OVER-30-GTL
049100        ADD MH-OVER-60    TO WS-OVER-60-GTL
049200        ADD MH-OVER-90    TO WS-OVER-90-GTL
049300        ADD MH-OVER-120   TO WS-OVER-120-GTL
049400        GO TO 210-READ-ONE-SNAPSHOT-EXIT.
049500     IF MH-RUN-DATE IS NOT LESS THAN WS-MONTH-START OR
049600        MH-RUN-DATE IS LESS THAN WS-OPENING-DATE
049700        GO TO 210-READ-ONE-SNAPSHOT-EXIT.
049800     IF MH-RUN-DATE IS GREATER THAN WS-OPENING-DATE
049900        MOVE MH-RUN-DATE TO WS-OPENING-DATE
050000        MOVE ZERO TO WS-OPENING-CTR
050100        MOVE ZERO TO WS-OPENING-TL.
050200     ADD 1 TO WS-OPENING-CTR.
050300     ADD MH-CUST-TOTAL TO WS-OPENING-TL.
050400
050500 210-READ-ONE-SNAPSHOT-EXIT.
050600     EXIT.
050700
050800 300-TOTAL-INVOICES.
050900
051000     OPEN INPUT MONTH-INVOICE-FILE.
051100     IF WS-ORDACTM-STATUS IS NOT EQUAL TO '00'
051200        DISPLAY '** WARNING **  ORDACTM NOT AVAILABLE - NO '
051300                'INVOICES IN ROLL-FORWARD'
051400        GO TO 300-TOTAL-INVOICES-EXIT.
051500     PERFORM 310-ADD-ONE-INVOICE THRU 310-ADD-ONE-INVOICE-EXIT
051600         UNTIL EOF-INVOICES.
051700     CLOSE MONTH-INVOICE-FILE.
051800
051900 300-TOTAL-INVOICES-EXIT.
052000     EXIT.
052100
052200 310-ADD-ONE-INVOICE.
052300
052400     READ MONTH-INVOICE-FILE
052500         AT END  MOVE 'YES' TO WS-EOF-INVOICES-SW,
052600                 GO TO 310-ADD-ONE-INVOICE-EXIT.
052610* HEADER AND TRAILER RECORDS (COPY ACT2HT) ARE NOT INVOICES
052620     MOVE MONTH-INVOICE-RECORD (1:10) TO A2C-KEY.
052630     IF A2C-HEADER OR A2C-TRAILER
052640        GO TO 310-ADD-ONE-INVOICE-EXIT.
052700     IF MI-INV-DATE IS NOT NUMERIC OR
052800        MI-INV-AMT IS NOT NUMERIC
052900        ADD 1 TO WS-REJECT-CTR
053000        DISPLAY '** WARNING **  ORDACTM RECORD NOT NUMERIC - '
053100                'SKIPPED'
053200        DISPLAY MONTH-INVOICE-RECORD
053300        GO TO 310-ADD-ONE-INVOICE-EXIT.
053400     COMPUTE WS-INV-YYYYMMDD = 20000000 + MI-INV-DATE.
053500     IF WS-INV-YYYYMMDD IS NOT GREATER THAN WS-OPENING-DATE OR
053600        WS-INV-YYYYMMDD IS GREATER THAN WS-RUN-YYYYMMDD
053700        ADD 1 TO WS-OUTSIDE-CTR
053800        GO TO 310-ADD-ONE-INVOICE-EXIT.
053900     ADD 1 TO WS-INVOICE-CTR.
054000     ADD MI-INV-AMT TO WS-INVOICE-TL.
054100
054200 310-ADD-ONE-INVOICE-EXIT.
054300     EXIT.
054400
054500* FINCHGF HOLDS ONLY THE CHARGES CNTRLBRK ASSESSED ON THIS
054600* MONTH-END CYCLE, SO EVERY RECORD BELONGS TO THE MONTH.
054700 320-TOTAL-FINANCE-CHARGES.
054800
054900     OPEN INPUT FINCHG-FILE.
055000     IF WS-FINCHGF-STATUS IS NOT EQUAL TO '00'
055100        DISPLAY '** WARNING **  FINCHGF NOT AVAILABLE - NO '
055200                'FINANCE CHARGES IN ROLL-FORWARD'
055300        GO TO 320-TOTAL-FINANCE-CHARGES-EXIT.
055400     PERFORM 330-ADD-ONE-CHARGE THRU 330-ADD-ONE-CHARGE-EXIT
055500         UNTIL EOF-FINCHG.
055600     CLOSE FINCHG-FILE.
055700
055800 320-TOTAL-FINANCE-CHARGES-EXIT.
055900     EXIT.
056000
056100 330-ADD-ONE-CHARGE.
056200
056300     READ FINCHG-FILE
056400         AT END  MOVE 'YES' TO WS-EOF-FINCHG-SW,
056500                 GO TO 330-ADD-ONE-CHARGE-EXIT.
056600     IF FC-CHARGE-AMT IS NOT NUMERIC
056700        ADD 1 TO WS-REJECT-CTR
056800        DISPLAY '** WARNING **  FINCHGF AMOUNT NOT NUMERIC - '
056900                'SKIPPED'
057000        DISPLAY FINCHG-RECORD
057100        GO TO 330-ADD-ONE-CHARGE-EXIT.
057200     ADD 1 TO WS-FINCHG-CTR.
057300     ADD FC-CHARGE-AMT TO WS-FINCHG-TL.
057400
057500 330-ADD-ONE-CHARGE-EXIT.
057600     EXIT.
057700
057800 340-TOTAL-CASH.
057900
058000     OPEN INPUT CASH-HISTORY-FILE.
058100     IF WS-CASHHIST-STATUS IS NOT EQUAL TO '00'
058200        DISPLAY '** WARNING **  CASHHIST NOT AVAILABLE - NO '
058300                'CASH IN ROLL-FORWARD'
058400        GO TO 340-TOTAL-CASH-EXIT.
058500     PERFORM 350-ADD-ONE-PAYMENT THRU 350-ADD-ONE-PAYMENT-EXIT
058600         UNTIL EOF-CASH.
058700     CLOSE CASH-HISTORY-FILE.
058800
058900 340-TOTAL-CASH-EXIT.
059000     EXIT.
059100
059200 350-ADD-ONE-PAYMENT.
059300
059400     READ CASH-HISTORY-FILE
059500         AT END  MOVE 'YES' TO WS-EOF-CASH-SW,
059600                 GO TO 350-ADD-ONE-PAYMENT-EXIT.
059700     IF CH-RUN-DATE IS NOT NUMERIC OR
059800        CH-PAY-AMT IS NOT NUMERIC
059900        ADD 1 TO WS-REJECT-CTR
060000        DISPLAY '** WARNING **  CASHHIST RECORD NOT NUMERIC - '
060100                'SKIPPED'
060200        DISPLAY CASH-HISTORY-RECORD
060300        GO TO 350-ADD-ONE-PAYMENT-EXIT.
060400     IF CH-RUN-DATE IS NOT GREATER THAN WS-OPENING-DATE OR
060500        CH-RUN-DATE IS GREATER THAN WS-RUN-YYYYMMDD
060600        ADD 1 TO WS-OUTSIDE-CTR
060700        GO TO 350-ADD-ONE-PAYMENT-EXIT.
060800     ADD 1 TO WS-CASH-CTR.
060900     ADD CH-PAY-AMT TO WS-CASH-TL.
061000
061100 350-ADD-ONE-PAYMENT-EXIT.
061200     EXIT.
061300
061400 360-TOTAL-WRITEOFFS.
061500
061600     OPEN INPUT WRITEOFF-HISTORY-FILE.
061700     IF WS-WOHIST-STATUS IS NOT EQUAL TO '00'
061800        DISPLAY '** WARNING **  WOHIST NOT AVAILABLE - NO '
061900                'WRITE-OFFS IN ROLL-FORWARD'
062000        GO TO 360-TOTAL-WRITEOFFS-EXIT.
062100     PERFORM 370-ADD-ONE-WRITEOFF THRU 370-ADD-ONE-WRITEOFF-EXIT
062200         UNTIL EOF-WOHIST.
062300     CLOSE WRITEOFF-HISTORY-FILE.
062400
062500 360-TOTAL-WRITEOFFS-EXIT.
062600     EXIT.
062700
062800 370-ADD-ONE-WRITEOFF.
062900
063000     READ WRITEOFF-HISTORY-FILE
063100         AT END  MOVE 'YES' TO WS-EOF-WOHIST-SW,
063200                 GO TO 370-ADD-ONE-WRITEOFF-EXIT.
063300     IF WO-POST-DATE IS NOT NUMERIC OR
063400        WO-AMOUNT IS NOT NUMERIC
063500        ADD 1 TO WS-REJECT-CTR
063600        DISPLAY '** WARNING **  WOHIST RECORD NOT NUMERIC - '
063700                'SKIPPED'
063800        DISPLAY WRITEOFF-HISTORY-RECORD
063900        GO TO 370-ADD-ONE-WRITEOFF-EXIT.
064000     IF WO-POST-DATE IS NOT GREATER THAN WS-OPENING-DATE OR
064100        WO-POST-DATE IS GREATER THAN WS-RUN-YYYYMMDD
064200        ADD 1 TO WS-OUTSIDE-CTR
064300        GO TO 370-ADD-ONE-WRITEOFF-EXIT.
064400     ADD 1 TO WS-WRITEOFF-CTR.
064500     ADD WO-AMOUNT TO WS-WRITEOFF-TL.
064600
064700 370-ADD-ONE-WRITEOFF-EXIT.
064800     EXIT.
064900
065000* ADJHIST AMOUNTS ARE ALREADY SIGNED - CREDITS NEGATIVE.
065100 380-TOTAL-ADJUSTMENTS.
065200
065300     OPEN INPUT ADJ-HISTORY-FILE.
065400     IF WS-ADJHIST-STATUS IS NOT EQUAL TO '00'
065500        DISPLAY '** WARNING **  ADJHIST NOT AVAILABLE - NO '
065600                'ADJUSTMENTS IN ROLL-FORWARD'
065700        GO TO 380-TOTAL-ADJUSTMENTS-EXIT.
065800     PERFORM 390-ADD-ONE-ADJUSTMENT THRU
065900                  390-ADD-ONE-ADJUSTMENT-EXIT
066000         UNTIL EOF-ADJHIST.
066100     CLOSE ADJ-HISTORY-FILE.
066200
066300 380-TOTAL-ADJUSTMENTS-EXIT.
066400     EXIT.
066500
066600 390-ADD-ONE-ADJUSTMENT.
066700
066800     READ ADJ-HISTORY-FILE
066900         AT END  MOVE 'YES' TO WS-EOF-ADJHIST-SW,
067000                 GO TO 390-ADD-ONE-ADJUSTMENT-EXIT.
067100     IF AH-POST-DATE IS NOT NUMERIC OR
067200        AH-ADJ-AMT IS NOT NUMERIC
067300        ADD 1 TO WS-REJECT-CTR
067400        DISPLAY '** WARNING **  ADJHIST RECORD NOT NUMERIC - '
067500                'SKIPPED'
067600        DISPLAY ADJ-HISTORY-RECORD
067700        GO TO 390-ADD-ONE-ADJUSTMENT-EXIT.
067800     IF AH-POST-DATE IS NOT GREATER THAN WS-OPENING-DATE OR
067900        AH-POST-DATE IS GREATER THAN WS-RUN-YYYYMMDD
068000        ADD 1 TO WS-OUTSIDE-CTR
068100        GO TO 390-ADD-ONE-ADJUSTMENT-EXIT.
068200     ADD 1 TO WS-ADJUST-CTR.
068300     ADD AH-ADJ-AMT TO WS-ADJUST-TL.
068400
068500 390-ADD-ONE-ADJUSTMENT-EXIT.
068600     EXIT.
068700
068800 500-PRINT-ROLL-FORWARD.
068900
069000     OPEN OUTPUT ROLLFWD-REPORT.
069100     MOVE WS-RUN-YYYYMMDD TO HDR-RUN-DATE.
069200     WRITE ROLLFWD-REPORT-LINE FROM HL-REPORT-HDR
069300         AFTER ADVANCING PAGE.
069400     MOVE 'OPENING AR - MATBHIST SNAPSHOT OF  ' TO RL-LIT.
069500     MOVE WS-OPENING-DATE TO RL-DATE.
069600     MOVE WS-OPENING-CTR TO RL-COUNT.
069700     MOVE WS-OPENING-TL TO RL-AMOUNT.
069800     WRITE ROLLFWD-REPORT-LINE FROM DL-ROLL-LINE
069900         AFTER ADVANCING 2.
070000     MOVE SPACES TO RL-DATE.
070100     MOVE 'ADD   NEW INVOICES (ORDINV)        ' TO RL-LIT.
070200     MOVE WS-INVOICE-CTR TO RL-COUNT.
070300     MOVE WS-INVOICE-TL TO RL-AMOUNT.
070400     WRITE ROLLFWD-REPORT-LINE FROM DL-ROLL-LINE
070500         AFTER ADVANCING 2.
070600     MOVE 'ADD   FINANCE CHARGES (FINCHGF)    ' TO RL-LIT.
070700     MOVE WS-FINCHG-CTR TO RL-COUNT.
070800     MOVE WS-FINCHG-TL TO RL-AMOUNT.
070900     WRITE ROLLFWD-REPORT-LINE FROM DL-ROLL-LINE
071000         AFTER ADVANCING 1.
071100     MOVE 'LESS  CASH APPLIED (CASHHIST)      ' TO RL-LIT.
071200     MOVE WS-CASH-CTR TO RL-COUNT.
071300     MOVE WS-CASH-TL TO RL-AMOUNT.
071400     WRITE ROLLFWD-REPORT-LINE FROM DL-ROLL-LINE
071500         AFTER ADVANCING 1.
071600     MOVE 'LESS  WRITE-OFFS (WOHIST)          ' TO RL-LIT.
071700     MOVE WS-WRITEOFF-CTR TO RL-COUNT.
071800     MOVE WS-WRITEOFF-TL TO RL-AMOUNT.
071900     WRITE ROLLFWD-REPORT-LINE FROM DL-ROLL-LINE
072000         AFTER ADVANCING 1.
072100     MOVE 'NET   ADJUSTMENTS (ADJHIST)        ' TO RL-LIT.
072200     MOVE WS-ADJUST-CTR TO RL-COUNT.
072300     MOVE WS-ADJUST-TL TO RL-AMOUNT.
072400     WRITE ROLLFWD-REPORT-LINE FROM DL-ROLL-LINE
072500         AFTER ADVANCING 1.
072600     MOVE 'EXPECTED CLOSING AR                ' TO RL-LIT.
072700     MOVE ZERO TO RL-COUNT.
072800     MOVE WS-EXPECTED-TL TO RL-AMOUNT.
072900     WRITE ROLLFWD-REPORT-LINE FROM DL-ROLL-LINE
073000         AFTER ADVANCING 2.
073100     MOVE 'CLOSING AR - CNTRLBRK TOTALS OF    ' TO RL-LIT.
073200     MOVE WS-RUN-YYYYMMDD TO RL-DATE.
073300     MOVE WS-CLOSING-CTR TO RL-COUNT.
073400     MOVE WS-CLOSING-TL TO RL-AMOUNT.
073500     WRITE ROLLFWD-REPORT-LINE FROM DL-ROLL-LINE
073600         AFTER ADVANCING 1.
073700     MOVE WS-CURRENT-GTL  TO BL-CURRENT.
073800     MOVE WS-OVER-30-GTL  TO BL-OVER-30.
073900     MOVE WS-OVER-60-GTL  TO BL-OVER-60.
074000     MOVE WS-OVER-90-GTL  TO BL-OVER-90.
074100     MOVE WS-OVER-120-GTL TO BL-OVER-120.
074200     WRITE ROLLFWD-REPORT-LINE FROM DL-BUCKET-LINE
074300         AFTER ADVANCING 1.
074400     MOVE 'UNEXPLAINED DIFFERENCE             ' TO RL-LIT.
074500     MOVE SPACES TO RL-DATE.
074600     MOVE ZERO TO RL-COUNT.
074700     MOVE WS-DIFFERENCE-TL TO RL-AMOUNT.
074800     WRITE ROLLFWD-REPORT-LINE FROM DL-ROLL-LINE
074900         AFTER ADVANCING 2.
075000     IF WS-CLOSING-CTR IS EQUAL TO ZERO
075100        MOVE '** NO CLOSING SNAPSHOT - CNTRLBRK HAS NOT RUN **'
075200          TO RS-MESSAGE
075300     ELSE
075400        IF WS-DIFFERENCE-TL IS EQUAL TO ZERO
075500           MOVE 'ROLL-FORWARD TIES TO CLOSING AR' TO RS-MESSAGE
075600        ELSE
075700           MOVE '** ROLL-FORWARD DOES NOT TIE TO CLOSING AR **'
075800             TO RS-MESSAGE.
075900     WRITE ROLLFWD-REPORT-LINE FROM DL-RESULT-LINE
076000         AFTER ADVANCING 2.
076100     CLOSE ROLLFWD-REPORT.
076200
076300 500-PRINT-ROLL-FORWARD-EXIT.
076400     EXIT.
076500
076600 550-DISPLAY-PROG-DIAG.
076700
076800     MOVE 'MATBHIST SNAPSHOT RECORDS READ               '  TO
076900          DISP-MESSAGE.
077000     MOVE WS-MATBHIST-CTR TO DISP-VALUE.
077100     DISPLAY DISPLAY-LINE.
077200     MOVE 'INVOICES IN ROLL-FORWARD                     '  TO
077300          DISP-MESSAGE.
077400     MOVE WS-INVOICE-CTR TO DISP-VALUE.
077500     DISPLAY DISPLAY-LINE.
077600     MOVE 'FINANCE CHARGES IN ROLL-FORWARD              '  TO
077700          DISP-MESSAGE.
077800     MOVE WS-FINCHG-CTR TO DISP-VALUE.
077900     DISPLAY DISPLAY-LINE.
078000     MOVE 'CASH APPLICATIONS IN ROLL-FORWARD            '  TO
078100          DISP-MESSAGE.
078200     MOVE WS-CASH-CTR TO DISP-VALUE.
078300     DISPLAY DISPLAY-LINE.
078400     MOVE 'WRITE-OFFS IN ROLL-FORWARD                   '  TO
078500          DISP-MESSAGE.
078600     MOVE WS-WRITEOFF-CTR TO DISP-VALUE.
078700     DISPLAY DISPLAY-LINE.
078800     MOVE 'ADJUSTMENTS IN ROLL-FORWARD                  '  TO
078900          DISP-MESSAGE.
079000     MOVE WS-ADJUST-CTR TO DISP-VALUE.
079100     DISPLAY DISPLAY-LINE.
079200     MOVE 'DATED RECORDS OUTSIDE THE MONTH - SKIPPED    '  TO
079300          DISP-MESSAGE.
079400     MOVE WS-OUTSIDE-CTR TO DISP-VALUE.
079500     DISPLAY DISPLAY-LINE.
079600     MOVE 'RECORDS REJECTED - NOT NUMERIC               '  TO
079700          DISP-MESSAGE.
079800     MOVE WS-REJECT-CTR TO DISP-VALUE.
079900     DISPLAY DISPLAY-LINE.
080000     DISPLAY '****     ARROLFWD EOJ        ****'.
080100
080200 550-DISPLAY-PROG-DIAG-EXIT.
080300     EXIT.
080400
080500* A RECONCILIATION WRITES NOTHING BUT ITS REPORT - EVERY
080600* MOVEMENT RECORD TAKEN COUNTS AS READ AND WRITTEN (INTO ITS
080700* TOTAL) SO READ = WRITTEN + ERROR.
080800 565-WRITE-CONTROL-TOTALS.
080900
081000     OPEN EXTEND CTLTOTS-FILE.
081100     MOVE 'ARROLFWD' TO CTL-PROGRAM-ID.
081200     MOVE WS-RUN-YYYYMMDD TO CTL-RUN-DATE.
081300     MOVE FUNCTION CURRENT-DATE (9:6) TO CTL-RUN-TIME.
081400     COMPUTE CTL-RECORDS-WRITTEN =
081500         WS-INVOICE-CTR + WS-FINCHG-CTR + WS-CASH-CTR +
081600         WS-WRITEOFF-CTR + WS-ADJUST-CTR.
081700     COMPUTE CTL-RECORDS-READ =
081800         CTL-RECORDS-WRITTEN + WS-REJECT-CTR.
081900     MOVE WS-REJECT-CTR   TO CTL-RECORDS-ERROR.
082000     MOVE RETURN-CODE     TO CTL-RETURN-CODE.
082100     MOVE ZERO            TO CTL-ADJ-COUNT.
082200     MOVE ZERO            TO CTL-ADJ-AMOUNT.
082300     WRITE CTL-TOTALS-RECORD.
082400     CLOSE CTLTOTS-FILE.
082500
082600 565-WRITE-CONTROL-TOTALS-EXIT.
082700     EXIT.
