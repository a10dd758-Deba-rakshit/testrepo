000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DSPTAGE.
000300 AUTHOR.        IBM.
000400 DATE-WRITTEN.  10-15-26.
000500
000600******************************************************************
000700*  WEEKLY OPEN-DISPUTES REPORT.  READS THE DISPUTE CASE FILE    *
000800*  (DSPTCASE) KEPT BY DSPTPOST AND LISTS EVERY CASE STILL OPEN  *
000900*  WITH ITS DAYS OPEN, REASON AND OWNER.  CASES OPEN LONGER     *
001000*  THAN 30, 60 AND 90 DAYS ARE FLAGGED SO THE STALE ONES ARE    *
001100*  CHASED, AND THE REPORT ENDS WITH THE NUMBER AND AMOUNT OF    *
001200*  OPEN DISPUTES IN EACH AGE BAND.  A CASE WITH NO OWNER PRINTS *
001300*  *NONE* IN THE OWNER COLUMN.                                  *
001400*                                                               *
001500*  RETURN CODE 12 IF THE CASE FILE CANNOT BE READ.              *
001600******************************************************************
001700
001800 ENVIRONMENT DIVISION.
001900
002000 CONFIGURATION SECTION.
002100 SOURCE-COMPUTER.   IBM-390.
002200 OBJECT-COMPUTER.   IBM-390.
002300
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600
002700     SELECT DISPUTE-CASE-FILE ASSIGN TO DSPTCASE
002800        ORGANIZATION IS INDEXED
002900        ACCESS MODE IS SEQUENTIAL
003000        RECORD KEY IS DC-CASE-KEY
003100        FILE STATUS IS WS-DSPTCASE-STATUS.
003200     SELECT DISPUTE-AGING-RPT ASSIGN TO UT-S-DSPTAGRP.
003300
003400 DATA DIVISION.
003500
003600 FILE SECTION.
003700
003800 FD  DISPUTE-CASE-FILE
003900     LABEL RECORDS ARE STANDARD
004000     DATA RECORD IS DISPUTE-CASE-REC.
004100 COPY DSPTCASE.
004200
004300 FD  DISPUTE-AGING-RPT
004400     RECORDING MODE IS F
004500     LABEL RECORDS ARE STANDARD
004600     RECORD CONTAINS 133 CHARACTERS
004700     BLOCK CONTAINS 0 RECORDS
004800     DATA RECORD IS DISPUTE-AGING-LINE.
004900
005000 01  DISPUTE-AGING-LINE               PIC X(133).
005100
005200 WORKING-STORAGE SECTION.
005300
005400 01  PROGRAM-INDICATOR-SWITCHES.
005500     05  WS-EOF-CASES-SW              PIC X(3)       VALUE 'NO '.
005600         88  EOF-CASES                               VALUE 'YES'.
005700     05  WS-READ-ERROR-SW             PIC X(3)       VALUE 'NO '.
005800         88  CASE-READ-ERROR                         VALUE 'YES'.
005900
006000 01  WS-DSPTCASE-STATUS               PIC X(2)       VALUE SPACES.
006100 01  WS-TODAY-YYYYMMDD                PIC 9(8)       VALUE ZERO.
006200 01  WS-DAYS-OPEN                     PIC S9(5)      VALUE ZERO.
006300
006400* AGE BANDS - 1 = 0-30 DAYS, 2 = 31-60, 3 = 61-90, 4 = OVER 90
006500 01  WS-BAND-SUB                      PIC S9(4) COMP VALUE ZERO.
006600
006700 01  WS-BAND-TOTALS.
006800     05  WS-BAND OCCURS 4 TIMES.
006900         10  WS-BAND-CTR              PIC 9(5).
007000         10  WS-BAND-AMT              PIC 9(9)V99.
007100
007200 01  WS-BAND-NAMES.
007300     05  FILLER            PIC X(12)  VALUE '0 - 30 DAYS '.
007400     05  FILLER            PIC X(12)  VALUE '31 - 60 DAYS'.
007500     05  FILLER            PIC X(12)  VALUE '61 - 90 DAYS'.
007600     05  FILLER            PIC X(12)  VALUE 'OVER 90 DAYS'.
007700 01  WS-BAND-NAME-TABLE  REDEFINES  WS-BAND-NAMES.
007800     05  WS-BAND-NAME  OCCURS 4 TIMES  PIC X(12).
007900
008000 01  WS-ACCUMULATORS.
008100     05  WS-CASE-READ-CTR  PIC 9(5)       VALUE ZERO.
008200     05  WS-OPEN-CTR       PIC 9(5)       VALUE ZERO.
008300     05  WS-UNASSIGNED-CTR PIC 9(5)       VALUE ZERO.
008400     05  WS-OPEN-TL        PIC 9(9)V99    VALUE ZERO.
008500
008600 01  HL-REPORT-HDR.
008700     05  FILLER            PIC X(1)   VALUE SPACES.
008800     05  FILLER            PIC X(36)  VALUE
008900                  'OPEN DISPUTE CASES BY DAYS OPEN  AS '.
009000     05  FILLER            PIC X(3)   VALUE 'OF '.
009100     05  HDR-RUN-DATE      PIC 9(8).
009200     05  FILLER            PIC X(85)  VALUE SPACES.
009300
009400 01  HL-REPORT-COLS.
009500     05  FILLER            PIC X(1)   VALUE SPACES.
009600     05  FILLER            PIC X(44)  VALUE
009700            'CUST   INV#   OPENED     DAYS   DISPUTE AMT '.
009800     05  FILLER            PIC X(44)  VALUE
009900            ' RC  OWNER     REASON            FLAG       '.
010000     05  FILLER            PIC X(44)  VALUE SPACES.
010100
010200 01  DL-REPORT-DETAIL.
010300     05  FILLER            PIC X(1)   VALUE SPACES.
010400     05  RPT-CUST-NO       PIC X(5).
010500     05  FILLER            PIC X(2)   VALUE SPACES.
010600     05  RPT-INV-NO        PIC X(5).
010700     05  FILLER            PIC X(2)   VALUE SPACES.
010800     05  RPT-OPEN-DATE     PIC X(8).
010900     05  FILLER            PIC X(2)   VALUE SPACES.
011000     05  RPT-DAYS-OPEN     PIC ZZZZ9.
011100     05  FILLER            PIC X(2)   VALUE SPACES.
011200     05  RPT-DISPUTE-AMT   PIC Z,ZZZ,ZZ9.99.
011300     05  FILLER            PIC X(2)   VALUE SPACES.
011400     05  RPT-REASON-CODE   PIC X(2).
011500     05  FILLER            PIC X(2)   VALUE SPACES.
011600     05  RPT-OWNER         PIC X(8).
011700     05  FILLER            PIC X(2)   VALUE SPACES.
011800     05  RPT-REASON-TEXT   PIC X(16).
011900     05  FILLER            PIC X(2)   VALUE SPACES.
012000     05  RPT-FLAG          PIC X(10).
012100     05  FILLER            PIC X(45)  VALUE SPACES.
012200
012300 01  HL-SUMMARY-HDR.
012400     05  FILLER            PIC X(1)   VALUE SPACES.
012500     05  FILLER            PIC X(44)  VALUE
012600            'DAYS OPEN        CASES          DISPUTE AMT '.
012700     05  FILLER            PIC X(88)  VALUE SPACES.
012800
012900 01  TL-SUMMARY-LINE.
013000     05  FILLER            PIC X(1)   VALUE SPACES.
013100     05  TL-BAND-NAME      PIC X(12).
013200     05  FILLER            PIC X(5)   VALUE SPACES.
013300     05  TL-BAND-CTR       PIC ZZ,ZZ9.
013400     05  FILLER            PIC X(5)   VALUE SPACES.
013500     05  TL-BAND-AMT       PIC ZZZ,ZZZ,ZZ9.99.
013600     05  FILLER            PIC X(90)  VALUE SPACES.
013700
013800 01  DISPLAY-LINE.
013900     05  DISP-MESSAGE     PIC X(45).
014000     05  DISP-VALUE       PIC ZZZZ9.
014100
014200 PROCEDURE DIVISION.
014300
014400 000-MAINLINE SECTION.
014500
014600     DISPLAY '****     DSPTAGE RUNNING     ****'.
014700     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-YYYYMMDD.
014800     INITIALIZE WS-BAND-TOTALS.
014900     OPEN INPUT DISPUTE-CASE-FILE.
015000     IF WS-DSPTCASE-STATUS IS NOT EQUAL TO '00'
015100        DISPLAY '** ERROR **  CANNOT OPEN DSPTCASE - STATUS '
015200                WS-DSPTCASE-STATUS
015300        MOVE 12 TO RETURN-CODE
015400        GOBACK.
015500     OPEN OUTPUT DISPUTE-AGING-RPT.
015600     MOVE WS-TODAY-YYYYMMDD TO HDR-RUN-DATE.
015700     WRITE DISPUTE-AGING-LINE FROM HL-REPORT-HDR
015800         AFTER ADVANCING PAGE.
015900     WRITE DISPUTE-AGING-LINE FROM HL-REPORT-COLS
016000         AFTER ADVANCING 2.
016100     PERFORM 800-READ-CASE-FILE THRU 800-READ-CASE-FILE-EXIT.
016200     PERFORM 200-PRSS-CASE THRU 200-PRSS-CASE-EXIT
016300         UNTIL EOF-CASES.
016400     PERFORM 300-WRITE-SUMMARY THRU 300-WRITE-SUMMARY-EXIT.
016500     CLOSE DISPUTE-CASE-FILE
016600           DISPUTE-AGING-RPT.
016700     PERFORM 550-DISPLAY-PROG-DIAG THRU
016800                  550-DISPLAY-PROG-DIAG-EXIT.
016900     IF CASE-READ-ERROR
017000        MOVE 12 TO RETURN-CODE
017100     ELSE
017200        MOVE ZERO TO RETURN-CODE.
017300     GOBACK.
017400
017500 200-PRSS-CASE.
017600
017700     IF NOT DC-CASE-OPEN
017800        GO TO 200-READ-NEXT.
017900     ADD 1 TO WS-OPEN-CTR.
018000     ADD DC-DISPUTE-AMT TO WS-OPEN-TL.
018100     MOVE ZERO TO WS-DAYS-OPEN.
018200     IF DC-OPEN-DATE IS NUMERIC AND
018300        DC-OPEN-DATE IS GREATER THAN ZERO
018400        COMPUTE WS-DAYS-OPEN =
018500            FUNCTION INTEGER-OF-DATE (WS-TODAY-YYYYMMDD)
018600          - FUNCTION INTEGER-OF-DATE (DC-OPEN-DATE).
018700     MOVE SPACES TO DL-REPORT-DETAIL.
018800     MOVE DC-CUST-NO TO RPT-CUST-NO.
018900     MOVE DC-INV-NO TO RPT-INV-NO.
019000     MOVE DC-OPEN-DATE TO RPT-OPEN-DATE.
019100     MOVE WS-DAYS-OPEN TO RPT-DAYS-OPEN.
019200     MOVE DC-DISPUTE-AMT TO RPT-DISPUTE-AMT.
019300     MOVE DC-REASON-CODE TO RPT-REASON-CODE.
019400     MOVE DC-OWNER TO RPT-OWNER.
019500     IF DC-OWNER IS EQUAL TO SPACES
019600        MOVE '*NONE*' TO RPT-OWNER
019700        ADD 1 TO WS-UNASSIGNED-CTR.
019800     MOVE DC-REASON-TEXT TO RPT-REASON-TEXT.
019900     IF WS-DAYS-OPEN IS GREATER THAN 90
020000        MOVE 4 TO WS-BAND-SUB
020100        MOVE '** OVER 90' TO RPT-FLAG
020200     ELSE
020300        IF WS-DAYS-OPEN IS GREATER THAN 60
020400           MOVE 3 TO WS-BAND-SUB
020500           MOVE '*  OVER 60' TO RPT-FLAG
020600        ELSE
020700           IF WS-DAYS-OPEN IS GREATER THAN 30
020800              MOVE 2 TO WS-BAND-SUB
020900              MOVE '   OVER 30' TO RPT-FLAG
021000           ELSE
021100              MOVE 1 TO WS-BAND-SUB.
021200     ADD 1 TO WS-BAND-CTR (WS-BAND-SUB).
021300     ADD DC-DISPUTE-AMT TO WS-BAND-AMT (WS-BAND-SUB).
021400     WRITE DISPUTE-AGING-LINE FROM DL-REPORT-DETAIL
021500         AFTER ADVANCING 1.
021600
021700 200-READ-NEXT.
021800     PERFORM 800-READ-CASE-FILE THRU 800-READ-CASE-FILE-EXIT.
021900
022000 200-PRSS-CASE-EXIT.
022100     EXIT.
022200
022300 300-WRITE-SUMMARY.
022400
022500     WRITE DISPUTE-AGING-LINE FROM HL-SUMMARY-HDR
022600         AFTER ADVANCING 3.
022700     PERFORM 310-WRITE-BAND-LINE THRU 310-WRITE-BAND-LINE-EXIT
022800         VARYING WS-BAND-SUB FROM 1 BY 1
022900         UNTIL WS-BAND-SUB IS GREATER THAN 4.
023000     MOVE 'TOTAL OPEN  ' TO TL-BAND-NAME.
023100     MOVE WS-OPEN-CTR TO TL-BAND-CTR.
023200     MOVE WS-OPEN-TL TO TL-BAND-AMT.
023300     WRITE DISPUTE-AGING-LINE FROM TL-SUMMARY-LINE
023400         AFTER ADVANCING 2.
023500
023600 300-WRITE-SUMMARY-EXIT.
023700     EXIT.
023800
023900 310-WRITE-BAND-LINE.
024000
024100     MOVE WS-BAND-NAME (WS-BAND-SUB) TO TL-BAND-NAME.
024200     MOVE WS-BAND-CTR (WS-BAND-SUB) TO TL-BAND-CTR.
024300     MOVE WS-BAND-AMT (WS-BAND-SUB) TO TL-BAND-AMT.
024400     WRITE DISPUTE-AGING-LINE FROM TL-SUMMARY-LINE
024500         AFTER ADVANCING 1.
024600
024700 310-WRITE-BAND-LINE-EXIT.
024800     EXIT.
024900
025000 550-DISPLAY-PROG-DIAG.
025100
025200     MOVE 'DISPUTE CASES READ                           '  TO
025300          DISP-MESSAGE.
025400     MOVE WS-CASE-READ-CTR TO DISP-VALUE.
025500     DISPLAY DISPLAY-LINE.
025600     MOVE 'OPEN DISPUTE CASES LISTED                    '  TO
025700          DISP-MESSAGE.
025800     MOVE WS-OPEN-CTR TO DISP-VALUE.
025900     DISPLAY DISPLAY-LINE.
026000     MOVE 'OPEN CASES OVER 90 DAYS                      '  TO
026100          DISP-MESSAGE.
026200     MOVE WS-BAND-CTR (4) TO DISP-VALUE.
026300     DISPLAY DISPLAY-LINE.
026400     MOVE 'OPEN CASES WITH NO OWNER                     '  TO
026500          DISP-MESSAGE.
026600     MOVE WS-UNASSIGNED-CTR TO DISP-VALUE.
026700     DISPLAY DISPLAY-LINE.
026800     DISPLAY '****     DSPTAGE EOJ         ****'.
026900
027000 550-DISPLAY-PROG-DIAG-EXIT.
027100     EXIT.
027200
027300 800-READ-CASE-FILE.
027400
027500     READ DISPUTE-CASE-FILE NEXT RECORD
027600         AT END  MOVE 'YES' TO WS-EOF-CASES-SW,
027700                 GO TO 800-READ-CASE-FILE-EXIT.
027800     IF WS-DSPTCASE-STATUS IS NOT EQUAL TO '00'
027900        DISPLAY '** ERROR **  DSPTCASE READ FAILED - STATUS '
028000                WS-DSPTCASE-STATUS
028100        MOVE 'YES' TO WS-EOF-CASES-SW
028200        MOVE 'YES' TO WS-READ-ERROR-SW
028300        GO TO 800-READ-CASE-FILE-EXIT.
028400     ADD 1 TO WS-CASE-READ-CTR.
028500
028600 800-READ-CASE-FILE-EXIT.
028700     EXIT.
