000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    QUOTRPRC.
000300 AUTHOR.        IBM.
000400 DATE-WRITTEN.  10-15-26.
000500
000600******************************************************************
000700*  NIGHTLY REPRICING OF THE SAVED LOAN QUOTES ON QUOTEF (WRITTEN *
000800*  BY THE EPSMORT PF7 KEY).  EVERY QUOTE STILL INSIDE ITS 30-DAY *
000900*  LIFE IS PRICED AGAIN AT TODAY'S RATETBL RATE FOR ITS PRODUCT  *
001000*  AND TERM (AS POSTED BY RATEMNT).  A QUOTE WHOSE MONTHLY P+I   *
001100*  PAYMENT MOVES BY MORE THAN THE CALL THRESHOLD GOES ON THE     *
001200*  CALL LIST - ONE PAGE PER TERMINAL (THE OFFICER WHO SAVED IT), *
001300*  SOONEST-TO-EXPIRE FIRST, WITH OLD AND NEW RATE AND PAYMENT    *
001400*  AND THE DAYS LEFT BEFORE THE QUOTE EXPIRES.  OPTIONAL PARM    *
001500*  CARD ON QRPRCPRM:                                             *
001600*                                                                *
001700*      COLS  1-7   CALL THRESHOLD AS 99999V99 (DEFAULT 0002500)  *
001800*      COLS  9-16  RUN DATE YYYYMMDD (DEFAULT TODAY)             *
001900*                                                                *
002000*  QUOTES SAVED BEFORE QUOTEF CARRIED THE TERMINAL ARE LISTED    *
002100*  UNDER TERMINAL NONE AND PRICED AS PRODUCT MORT.  A QUOTE WITH *
002200*  NO CURRENT RATETBL ENTRY IS DISPLAYED AND GIVES RETURN CODE   *
002300*  4; RETURN CODE 16 WHEN QUOTEF OR RATETBL CANNOT BE OPENED.    *
002400******************************************************************
002500
002600 ENVIRONMENT DIVISION.
002700
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.   IBM-390.
003000 OBJECT-COMPUTER.   IBM-390.
003100
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400
003500     SELECT PARM-INPUT-FILE ASSIGN TO UT-S-QRPRCPRM.
003600     SELECT QUOTEF-FILE ASSIGN TO QUOTEF
003700        ORGANIZATION IS INDEXED
003800        ACCESS MODE IS SEQUENTIAL
003900        RECORD KEY IS QT-QUOTE-ID
004000        FILE STATUS IS WS-QUOTEF-STATUS.
004100     SELECT RATETBL-FILE ASSIGN TO RATETBL
004200        ORGANIZATION IS INDEXED
004300        ACCESS MODE IS RANDOM
004400        RECORD KEY IS RT-KEY
004500        FILE STATUS IS WS-RATETBL-STATUS.
004600     SELECT CALL-SORT-FILE ASSIGN TO UT-S-SORTWK01.
004700     SELECT CALL-REPORT-FILE ASSIGN TO UT-S-QRPRCRPT.
004800
004900 DATA DIVISION.
005000
005100 FILE SECTION.
005200
005300 FD  PARM-INPUT-FILE
005400     RECORDING MODE IS F
005500     LABEL RECORDS ARE STANDARD
005600     RECORD CONTAINS 80 CHARACTERS
005700     BLOCK CONTAINS 0 RECORDS
005800     DATA RECORD IS PARM-INPUT-RECORD.
005900
006000 01  PARM-INPUT-RECORD                PIC X(80).
006100
006200 FD  QUOTEF-FILE
006300     RECORD CONTAINS 80 CHARACTERS
006400     DATA RECORD IS QUOTE-REC.
006500 01  QUOTE-REC.
006600     05  QT-QUOTE-ID                  PIC X(8).
006700     05  QT-QUOTE-DATE                PIC 9(8).
006800     05  QT-LOAN-AMOUNT               PIC 9(10)V99.
006900     05  QT-TERM-YEARS                PIC 9(2).
007000     05  QT-ANNUAL-RATE               PIC 9(2)V999.
007100     05  QT-MONTHLY-PAYMENT           PIC 9(7)V99.
007200     05  QT-APR                       PIC 9(2)V999    COMP-3.
007300     05  QT-FINANCE-CHARGE            PIC 9(10)V99    COMP-3.
007400     05  QT-AMOUNT-FINANCED           PIC 9(10)V99    COMP-3.
007500     05  QT-TOTAL-OF-PAYMENTS         PIC 9(10)V99    COMP-3.
007600     05  QT-TERMINAL                  PIC X(4).
007700     05  QT-PRODUCT                   PIC X(4).
007800     05  FILLER                       PIC X(4).
007900
008000 FD  RATETBL-FILE
008100     RECORD CONTAINS 80 CHARACTERS
008200     DATA RECORD IS RATE-REC.
008300 01  RATE-REC.
008400     05  RT-KEY.
008500         10  RT-PRODUCT               PIC X(4).
008600         10  RT-TERM-YEARS            PIC 9(2).
008700     05  RT-EFFECTIVE-DATE            PIC 9(8).
008800     05  RT-ANNUAL-RATE               PIC 9(2)V999.
008900     05  RT-MAX-FRONT-DTI             PIC 9(2)V99.
009000     05  RT-MAX-BACK-DTI              PIC 9(2)V99.
009100     05  FILLER                       PIC X(53).
009200
009300 SD  CALL-SORT-FILE
009400     DATA RECORD IS CALL-SORT-REC.
009500 01  CALL-SORT-REC.
009600     05  SR-TERMINAL                  PIC X(4).
009700     05  SR-DAYS-LEFT                 PIC 9(2).
009800     05  SR-QUOTE-ID                  PIC X(8).
009900     05  SR-QUOTE-DATE                PIC 9(8).
010000     05  SR-LOAN-AMOUNT               PIC 9(10)V99.
010100     05  SR-TERM-YEARS                PIC 9(2).
010200     05  SR-OLD-RATE                  PIC 9(2)V999.
010300     05  SR-NEW-RATE                  PIC 9(2)V999.
010400     05  SR-OLD-PAYMENT               PIC 9(7)V99.
010500     05  SR-NEW-PAYMENT               PIC 9(7)V99.
010600     05  SR-PMT-CHANGE                PIC S9(7)V99.
010700
010800 FD  CALL-REPORT-FILE
010900     RECORDING MODE IS F
011000     LABEL RECORDS ARE STANDARD
011100     RECORD CONTAINS 133 CHARACTERS
011200     BLOCK CONTAINS 0 RECORDS
011300     DATA RECORD IS CALL-REPORT-LINE.
011400
011500 01  CALL-REPORT-LINE                 PIC X(133).
011600
011700 WORKING-STORAGE SECTION.
011800
011900 01  PROGRAM-INDICATOR-SWITCHES.
012000     05  WS-EOF-QUOTEF-SW             PIC X(3)       VALUE 'NO '.
012100         88  EOF-QUOTEF                              VALUE 'YES'.
012200     05  WS-EOF-SORT-SW               PIC X(3)       VALUE 'NO '.
012300         88  EOF-SORT                                VALUE 'YES'.
012400
012500 01  WS-QUOTEF-STATUS                 PIC X(2)       VALUE SPACES.
012600 01  WS-RATETBL-STATUS                PIC X(2)       VALUE SPACES.
012700
012800 01  WS-ACCUMULATORS.
012900     05  WS-QUOTES-READ-CTR PIC 9(6)       VALUE ZERO.
013000     05  WS-EXPIRED-CTR     PIC 9(6)       VALUE ZERO.
013100     05  WS-BAD-DATE-CTR    PIC 9(6)       VALUE ZERO.
013200     05  WS-REPRICED-CTR    PIC 9(6)       VALUE ZERO.
013300     05  WS-NO-RATE-CTR     PIC 9(6)       VALUE ZERO.
013400     05  WS-CALL-CTR        PIC 9(6)       VALUE ZERO.
013500     05  WS-TERMINAL-CTR    PIC 9(4)       VALUE ZERO.
013600     05  WS-TERM-CALL-CTR   PIC 9(4)       VALUE ZERO.
013700
013800 01  PARM-CARD-REC.
013900     05  PARM-THRESHOLD               PIC 9(5)V99.
014000     05  PARM-THRESHOLD-X  REDEFINES  PARM-THRESHOLD  PIC X(7).
014100     05  FILLER                       PIC X(1).
014200     05  PARM-RUN-DATE                PIC 9(8).
014300     05  PARM-RUN-DATE-X  REDEFINES  PARM-RUN-DATE    PIC X(8).
014400     05  FILLER                       PIC X(64).
014500
014600*  THE 30 DAYS MATCH THE RETENTION PROMISE EPSMORT ENFORCES ON
014700*  PF8 RECALL.  THE MONTHLY RATE IS ROUNDED TO SIX PLACES AS IN
014800*  EPSMORT SO THE NEW PAYMENT IS THE ONE THE SCREEN WOULD QUOTE.
014900 01  WS-REPRICE-FIELDS.
015000     05  WS-QUOTE-LIFE-DAYS           PIC 9(2)       VALUE 30.
015100     05  WS-CALL-THRESHOLD            PIC 9(5)V99    VALUE 25.00.
015200     05  WS-RUN-DATE                  PIC 9(8)       VALUE ZERO.
015300     05  WS-QUOTE-AGE-DAYS            PIC S9(9) COMP VALUE ZERO.
015400     05  WS-DAYS-LEFT                 PIC 9(2)       VALUE ZERO.
015500     05  WS-TERM-MONTHS               PIC 9(3)       VALUE ZERO.
015600     05  WS-MONTHLY-RATE              PIC 9V9(6)     VALUE ZERO.
015700     05  WS-NEW-PAYMENT               PIC 9(7)V99    VALUE ZERO.
015800     05  WS-PMT-CHANGE                PIC S9(7)V99   VALUE ZERO.
015900     05  WS-PREV-TERMINAL             PIC X(4)       VALUE SPACES.
016000
016100 01  HL-CALL-HDR-1.
016200     05  FILLER            PIC X(1)   VALUE SPACES.
016300     05  FILLER            PIC X(44)  VALUE
016400            'SAVED QUOTES REPRICED AT CURRENT RATES -    '.
016500     05  FILLER            PIC X(9)   VALUE 'CALL LIST'.
016600     05  FILLER            PIC X(11)  VALUE '   RUN DATE'.
016700     05  HL-RUN-DATE       PIC 9(8).
016800     05  FILLER            PIC X(26)  VALUE
016900            '   PAYMENT MOVED MORE THAN'.
017000     05  HL-THRESHOLD      PIC ZZ,ZZ9.99.
017100     05  FILLER            PIC X(25)  VALUE SPACES.
017200
017300 01  HL-CALL-HDR-2.
017400     05  FILLER            PIC X(1)   VALUE SPACES.
017500     05  FILLER            PIC X(18)  VALUE 'TERMINAL/OFFICER: '.
017600     05  HL-TERMINAL       PIC X(4).
017700     05  FILLER            PIC X(110) VALUE SPACES.
017800
017900 01  HL-CALL-HDR-3.
018000     05  FILLER            PIC X(44)  VALUE
018100            ' QUOTE ID  QUOTED          LOAN AMOUNT TERM '.
018200     05  FILLER            PIC X(44)  VALUE
018300            ' OLD RATE  NEW RATE   OLD PAYMENT   NEW PAYM'.
018400     05  FILLER            PIC X(44)  VALUE
018500            'ENT        CHANGE  DAYS LEFT                '.
018600     05  FILLER            PIC X(1)   VALUE SPACES.
018700
018800 01  DL-CALL-DETAIL.
018900     05  FILLER            PIC X(1)   VALUE SPACES.
019000     05  QR-QUOTE-ID       PIC X(8).
019100     05  FILLER            PIC X(2)   VALUE SPACES.
019200     05  QR-QUOTE-DATE     PIC 9(8).
019300     05  FILLER            PIC X(5)   VALUE SPACES.
019400     05  QR-LOAN-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99.
019500     05  FILLER            PIC X(3)   VALUE SPACES.
019600     05  QR-TERM-YEARS     PIC Z9.
019700     05  FILLER            PIC X(4)   VALUE SPACES.
019800     05  QR-OLD-RATE       PIC Z9.999.
019900     05  FILLER            PIC X(4)   VALUE SPACES.
020000     05  QR-NEW-RATE       PIC Z9.999.
020100     05  FILLER            PIC X(2)   VALUE SPACES.
020200     05  QR-OLD-PAYMENT    PIC Z,ZZZ,ZZ9.99.
020300     05  FILLER            PIC X(2)   VALUE SPACES.
020400     05  QR-NEW-PAYMENT    PIC Z,ZZZ,ZZ9.99.
020500     05  FILLER            PIC X(2)   VALUE SPACES.
020600     05  QR-PMT-CHANGE     PIC +,+++,++9.99.
020700     05  FILLER            PIC X(9)   VALUE SPACES.
020800     05  QR-DAYS-LEFT      PIC Z9.
020900     05  FILLER            PIC X(2)   VALUE SPACES.
021000     05  QR-DIRECTION      PIC X(6).
021100     05  FILLER            PIC X(9)   VALUE SPACES.
021200
021300 01  TL-CALL-TOTAL.
021400     05  FILLER            PIC X(1)   VALUE SPACES.
021500     05  FILLER            PIC X(26)  VALUE
021600            'QUOTES TO CALL - TERMINAL '.
021700     05  TL-TERMINAL       PIC X(4).
021800     05  FILLER            PIC X(2)   VALUE ': '.
021900     05  TL-CALL-COUNT     PIC ZZZ9.
022000     05  FILLER            PIC X(96)  VALUE SPACES.
022100
022200 01  NL-NO-CALLS.
022300     05  FILLER            PIC X(1)   VALUE SPACES.
022400     05  FILLER            PIC X(44)  VALUE
022500            'NO SAVED QUOTE MOVED BY MORE THAN THE THRESH'.
022600     05  FILLER            PIC X(4)   VALUE 'OLD '.
022700     05  FILLER            PIC X(84)  VALUE SPACES.
022800
022900 01  DISPLAY-LINE.
023000     05  DISP-MESSAGE     PIC X(45).
023100     05  DISP-VALUE       PIC ZZZZZ9.
023200
023300 PROCEDURE DIVISION.
023400
023500 000-MAINLINE SECTION.
023600
023700     DISPLAY '****     QUOTRPRC RUNNING    ****'.
023800     PERFORM 050-READ-PARM-CARD THRU 050-READ-PARM-CARD-EXIT.
023900     OPEN INPUT QUOTEF-FILE
024000                RATETBL-FILE.
024100     IF WS-QUOTEF-STATUS IS NOT EQUAL TO '00' OR
024200        WS-RATETBL-STATUS IS NOT EQUAL TO '00'
024300        DISPLAY '** ERROR **  CANNOT OPEN QUOTEF/RATETBL - '
024400                'STATUS ' WS-QUOTEF-STATUS '/' WS-RATETBL-STATUS
024500        MOVE 16 TO RETURN-CODE
024600        GOBACK.
024700     SORT CALL-SORT-FILE
024800         ON ASCENDING KEY SR-TERMINAL
024900                          SR-DAYS-LEFT
025000                          SR-QUOTE-ID
025100         INPUT PROCEDURE IS 100-SELECT-QUOTES
025200                       THRU 100-SELECT-QUOTES-EXIT
025300         OUTPUT PROCEDURE IS 300-PRINT-CALL-LIST
025400                        THRU 300-PRINT-CALL-LIST-EXIT.
025500     CLOSE QUOTEF-FILE
025600           RATETBL-FILE.
025700     PERFORM 550-DISPLAY-PROG-DIAG THRU
025800                  550-DISPLAY-PROG-DIAG-EXIT.
025900     IF WS-NO-RATE-CTR IS GREATER THAN ZERO
026000        MOVE 4 TO RETURN-CODE
026100     ELSE
026200        MOVE ZERO TO RETURN-CODE.
026300     GOBACK.
026400
026500 050-READ-PARM-CARD.
026600
026700     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
026800     OPEN INPUT PARM-INPUT-FILE.
026900     READ PARM-INPUT-FILE INTO PARM-CARD-REC
027000         AT END  CLOSE PARM-INPUT-FILE,
027100                 GO TO 050-READ-PARM-CARD-EXIT.
027200     CLOSE PARM-INPUT-FILE.
027300     DISPLAY PARM-CARD-REC.
027400     IF PARM-THRESHOLD-X IS NOT EQUAL TO SPACES
027500        IF PARM-THRESHOLD IS NUMERIC
027600           MOVE PARM-THRESHOLD TO WS-CALL-THRESHOLD
027700        ELSE
027800           DISPLAY '** WARNING **  THRESHOLD NOT NUMERIC - '
027900                   'DEFAULT USED'.
028000     IF PARM-RUN-DATE-X IS NOT EQUAL TO SPACES
028100        IF PARM-RUN-DATE IS NUMERIC
028200           MOVE PARM-RUN-DATE TO WS-RUN-DATE
028300        ELSE
028400           DISPLAY '** WARNING **  RUN DATE NOT NUMERIC - '
028500                   'TODAY USED'.
028600
028700 050-READ-PARM-CARD-EXIT.
028800     EXIT.
028900
029000 100-SELECT-QUOTES.
029100
029200     PERFORM 800-READ-QUOTEF-FILE THRU 800-READ-QUOTEF-FILE-EXIT.
029300     PERFORM 200-REPRICE-ONE-QUOTE THRU
029400                  200-REPRICE-ONE-QUOTE-EXIT
029500         UNTIL EOF-QUOTEF.
029600
029700 100-SELECT-QUOTES-EXIT.
029800     EXIT.
029900
030000 200-REPRICE-ONE-QUOTE.
030100
030200     IF QT-QUOTE-DATE IS NOT NUMERIC OR
030300        QT-QUOTE-DATE IS EQUAL TO ZERO
030400        DISPLAY '** WARNING **  QUOTE ' QT-QUOTE-ID
030500                ' HAS NO VALID QUOTE DATE - SKIPPED'
030600        ADD 1 TO WS-BAD-DATE-CTR
030700        GO TO 200-REPRICE-NEXT.
030800     COMPUTE WS-QUOTE-AGE-DAYS =
030900         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
031000       - FUNCTION INTEGER-OF-DATE (QT-QUOTE-DATE).
031100     IF WS-QUOTE-AGE-DAYS IS GREATER THAN WS-QUOTE-LIFE-DAYS
031200        ADD 1 TO WS-EXPIRED-CTR
031300        GO TO 200-REPRICE-NEXT.
031400     IF WS-QUOTE-AGE-DAYS IS LESS THAN ZERO
031500        MOVE WS-QUOTE-LIFE-DAYS TO WS-DAYS-LEFT
031600     ELSE
031700        COMPUTE WS-DAYS-LEFT =
031800            WS-QUOTE-LIFE-DAYS - WS-QUOTE-AGE-DAYS.
031900     IF QT-PRODUCT IS EQUAL TO SPACES OR
032000        QT-PRODUCT IS EQUAL TO LOW-VALUES
032100        MOVE 'MORT' TO RT-PRODUCT
032200     ELSE
032300        MOVE QT-PRODUCT TO RT-PRODUCT.
032400     MOVE QT-TERM-YEARS TO RT-TERM-YEARS.
032500     READ RATETBL-FILE.
032600     IF WS-RATETBL-STATUS IS NOT EQUAL TO '00' OR
032700        RT-ANNUAL-RATE IS NOT NUMERIC OR
032800        RT-ANNUAL-RATE IS EQUAL TO ZERO
032900        DISPLAY '** WARNING **  NO RATETBL RATE FOR QUOTE '
033000                QT-QUOTE-ID ' - ' RT-KEY
033100        ADD 1 TO WS-NO-RATE-CTR
033200        GO TO 200-REPRICE-NEXT.
033300     ADD 1 TO WS-REPRICED-CTR.
033400     COMPUTE WS-TERM-MONTHS = QT-TERM-YEARS * 12.
033500     COMPUTE WS-MONTHLY-RATE ROUNDED =
033600         RT-ANNUAL-RATE / 100 / 12.
033700     COMPUTE WS-NEW-PAYMENT ROUNDED =
033800         (QT-LOAN-AMOUNT * WS-MONTHLY-RATE) /
033900         (1 - ((1 + WS-MONTHLY-RATE) ** (- WS-TERM-MONTHS))).
034000     COMPUTE WS-PMT-CHANGE =
034100         WS-NEW-PAYMENT - QT-MONTHLY-PAYMENT.
034200     IF WS-PMT-CHANGE IS NOT GREATER THAN WS-CALL-THRESHOLD AND
034300        WS-PMT-CHANGE IS NOT LESS THAN ZERO - WS-CALL-THRESHOLD
034400        GO TO 200-REPRICE-NEXT.
034500     MOVE SPACES             TO CALL-SORT-REC.
034600     IF QT-TERMINAL IS EQUAL TO SPACES OR
034700        QT-TERMINAL IS EQUAL TO LOW-VALUES
034800        MOVE 'NONE'          TO SR-TERMINAL
034900     ELSE
035000        MOVE QT-TERMINAL     TO SR-TERMINAL.
035100     MOVE WS-DAYS-LEFT       TO SR-DAYS-LEFT.
035200     MOVE QT-QUOTE-ID        TO SR-QUOTE-ID.
035300     MOVE QT-QUOTE-DATE      TO SR-QUOTE-DATE.
035400     MOVE QT-LOAN-AMOUNT     TO SR-LOAN-AMOUNT.
035500     MOVE QT-TERM-YEARS      TO SR-TERM-YEARS.
035600     MOVE QT-ANNUAL-RATE     TO SR-OLD-RATE.
035700     MOVE RT-ANNUAL-RATE     TO SR-NEW-RATE.
035800     MOVE QT-MONTHLY-PAYMENT TO SR-OLD-PAYMENT.
035900     MOVE WS-NEW-PAYMENT     TO SR-NEW-PAYMENT.
036000     MOVE WS-PMT-CHANGE      TO SR-PMT-CHANGE.
036100     RELEASE CALL-SORT-REC.
036200     ADD 1 TO WS-CALL-CTR.
036300
036400 200-REPRICE-NEXT.
036500     PERFORM 800-READ-QUOTEF-FILE THRU 800-READ-QUOTEF-FILE-EXIT.
036600
036700 200-REPRICE-ONE-QUOTE-EXIT.
036800     EXIT.
036900
037000 300-PRINT-CALL-LIST.
037100
037200     OPEN OUTPUT CALL-REPORT-FILE.
037300     MOVE WS-RUN-DATE       TO HL-RUN-DATE.
037400     MOVE WS-CALL-THRESHOLD TO HL-THRESHOLD.
037500     PERFORM 810-RETURN-SORT-FILE THRU 810-RETURN-SORT-FILE-EXIT.
037600     IF EOF-SORT
037700        WRITE CALL-REPORT-LINE FROM HL-CALL-HDR-1
037800            AFTER ADVANCING PAGE
037900        WRITE CALL-REPORT-LINE FROM NL-NO-CALLS
038000            AFTER ADVANCING 2.
038100     PERFORM 400-PRINT-ONE-CALL THRU 400-PRINT-ONE-CALL-EXIT
038200         UNTIL EOF-SORT.
038300     IF WS-TERMINAL-CTR IS GREATER THAN ZERO
038400        PERFORM 420-PRINT-TERMINAL-TOTAL THRU
038500                     420-PRINT-TERMINAL-TOTAL-EXIT.
038600     CLOSE CALL-REPORT-FILE.
038700
038800 300-PRINT-CALL-LIST-EXIT.
038900     EXIT.
039000
039100 400-PRINT-ONE-CALL.
039200
039300     IF SR-TERMINAL IS NOT EQUAL TO WS-PREV-TERMINAL
039400        IF WS-TERMINAL-CTR IS GREATER THAN ZERO
039500           PERFORM 420-PRINT-TERMINAL-TOTAL THRU
039600                        420-PRINT-TERMINAL-TOTAL-EXIT
039700           PERFORM 410-PRINT-TERMINAL-HEADING THRU
039800                        410-PRINT-TERMINAL-HEADING-EXIT
039900        ELSE
040000           PERFORM 410-PRINT-TERMINAL-HEADING THRU
040100                        410-PRINT-TERMINAL-HEADING-EXIT.
040200     MOVE SR-QUOTE-ID        TO QR-QUOTE-ID.
040300     MOVE SR-QUOTE-DATE      TO QR-QUOTE-DATE.
040400     MOVE SR-LOAN-AMOUNT     TO QR-LOAN-AMOUNT.
040500     MOVE SR-TERM-YEARS      TO QR-TERM-YEARS.
040600     MOVE SR-OLD-RATE        TO QR-OLD-RATE.
040700     MOVE SR-NEW-RATE        TO QR-NEW-RATE.
040800     MOVE SR-OLD-PAYMENT     TO QR-OLD-PAYMENT.
040900     MOVE SR-NEW-PAYMENT     TO QR-NEW-PAYMENT.
041000     MOVE SR-PMT-CHANGE      TO QR-PMT-CHANGE.
041100     MOVE SR-DAYS-LEFT       TO QR-DAYS-LEFT.
041200     IF SR-PMT-CHANGE IS LESS THAN ZERO
041300        MOVE 'LOWER ' TO QR-DIRECTION
041400     ELSE
041500        MOVE 'HIGHER' TO QR-DIRECTION.
041600     WRITE CALL-REPORT-LINE FROM DL-CALL-DETAIL
041700         AFTER ADVANCING 1.
041800     ADD 1 TO WS-TERM-CALL-CTR.
041900     PERFORM 810-RETURN-SORT-FILE THRU 810-RETURN-SORT-FILE-EXIT.
042000
042100 400-PRINT-ONE-CALL-EXIT.
042200     EXIT.
042300
042400 410-PRINT-TERMINAL-HEADING.
042500
042600     ADD 1 TO WS-TERMINAL-CTR.
042700     MOVE SR-TERMINAL TO WS-PREV-TERMINAL
042800                         HL-TERMINAL.
042900     MOVE ZERO TO WS-TERM-CALL-CTR.
043000     WRITE CALL-REPORT-LINE FROM HL-CALL-HDR-1
043100         AFTER ADVANCING PAGE.
043200     WRITE CALL-REPORT-LINE FROM HL-CALL-HDR-2
043300         AFTER ADVANCING 2.
043400     WRITE CALL-REPORT-LINE FROM HL-CALL-HDR-3
043500         AFTER ADVANCING 2.
043600
043700 410-PRINT-TERMINAL-HEADING-EXIT.
043800     EXIT.
043900
044000 420-PRINT-TERMINAL-TOTAL.
044100
044200     MOVE WS-PREV-TERMINAL TO TL-TERMINAL.
044300     MOVE WS-TERM-CALL-CTR TO TL-CALL-COUNT.
044400     WRITE CALL-REPORT-LINE FROM TL-CALL-TOTAL
044500         AFTER ADVANCING 2.
044600
044700 420-PRINT-TERMINAL-TOTAL-EXIT.
044800     EXIT.
044900
045000 550-DISPLAY-PROG-DIAG.
045100
045200     MOVE 'SAVED QUOTES READ                            '  TO
045300          DISP-MESSAGE.
045400     MOVE WS-QUOTES-READ-CTR TO DISP-VALUE.
045500     DISPLAY DISPLAY-LINE.
045600     MOVE 'EXPIRED QUOTES SKIPPED                       '  TO
045700          DISP-MESSAGE.
045800     MOVE WS-EXPIRED-CTR TO DISP-VALUE.
045900     DISPLAY DISPLAY-LINE.
046000     MOVE 'QUOTES WITH NO VALID DATE                    '  TO
046100          DISP-MESSAGE.
046200     MOVE WS-BAD-DATE-CTR TO DISP-VALUE.
046300     DISPLAY DISPLAY-LINE.
046400     MOVE 'QUOTES WITH NO CURRENT TABLE RATE            '  TO
046500          DISP-MESSAGE.
046600     MOVE WS-NO-RATE-CTR TO DISP-VALUE.
046700     DISPLAY DISPLAY-LINE.
046800     MOVE 'QUOTES REPRICED                              '  TO
046900          DISP-MESSAGE.
047000     MOVE WS-REPRICED-CTR TO DISP-VALUE.
047100     DISPLAY DISPLAY-LINE.
047200     MOVE 'QUOTES ON THE CALL LIST                      '  TO
047300          DISP-MESSAGE.
047400     MOVE WS-CALL-CTR TO DISP-VALUE.
047500     DISPLAY DISPLAY-LINE.
047600     MOVE 'TERMINALS ON THE CALL LIST                   '  TO
047700          DISP-MESSAGE.
047800     MOVE WS-TERMINAL-CTR TO DISP-VALUE.
047900     DISPLAY DISPLAY-LINE.
048000     DISPLAY '****     QUOTRPRC EOJ        ****'.
048100
048200 550-DISPLAY-PROG-DIAG-EXIT.
048300     EXIT.
048400
048500 800-READ-QUOTEF-FILE.
048600
048700     READ QUOTEF-FILE
048800         AT END  MOVE 'YES' TO WS-EOF-QUOTEF-SW,
048900                 GO TO 800-READ-QUOTEF-FILE-EXIT.
049000     ADD 1 TO WS-QUOTES-READ-CTR.
049100
049200 800-READ-QUOTEF-FILE-EXIT.
049300     EXIT.
049400
049500 810-RETURN-SORT-FILE.
049600
049700     RETURN CALL-SORT-FILE
049800         AT END  MOVE 'YES' TO WS-EOF-SORT-SW.
049900
050000 810-RETURN-SORT-FILE-EXIT.
050100     EXIT.
