000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LOCKBOX.
000300 AUTHOR.        IBM.
000400 DATE-WRITTEN.  10-15-26.
000500
000600******************************************************************
000700*  BANK LOCKBOX IMPORT AHEAD OF PAYAPPLY.  READS THE BANK'S     *
000800*  DAILY LOCKBOX TRANSMISSION (LBXDATA) AND CONVERTS EACH       *
000900*  CHECK INTO PAYMDATA PAYMENT RECORDS - ONE PER REMITTANCE     *
001000*  INVOICE REFERENCE - SO CASH APPLICATIONS NO LONGER KEYS      *
001100*  PAYMDATA FROM THE BANK'S PRINTED REPORT.                     *
001200*                                                               *
001300*  TRANSMISSION RECORDS (80 BYTES, TYPE IN COL 1):              *
001400*    1  DEPOSIT HEADER  2-9 DEPOSIT DATE YYYYMMDD               *
001500*                       10-19 LOCKBOX NUMBER                    *
001600*    5  BATCH HEADER    2-4 BATCH NUMBER                        *
001700*    6  CHECK DETAIL    2-4 BATCH   5-8 ITEM  9-18 CHECK AMOUNT *
001800*                       9(8)V99  19-28 CHECK NUMBER             *
001900*                       29-33 CUSTOMER NUMBER                   *
002000*                       34-38/39-47, 48-52/53-61, 62-66/67-75   *
002100*                       UP TO THREE INVOICE NUMBER/AMOUNT       *
002200*                       9(7)V99 REMITTANCE REFERENCES           *
002300*    7  BATCH TRAILER   2-4 BATCH  5-8 ITEM COUNT               *
002400*                       9-20 BATCH TOTAL 9(10)V99               *
002500*    8  DEPOSIT TRAILER 2-4 BATCH COUNT  5-9 ITEM COUNT         *
002600*                       10-21 DEPOSIT TOTAL 9(10)V99            *
002700*                                                               *
002800*  A LONE INVOICE REFERENCE WITH NO AMOUNT TAKES THE WHOLE      *
002900*  CHECK.  ANY PART OF A CHECK NOT COVERED BY A USABLE          *
003000*  REFERENCE - NO CUSTOMER, NO VALID INVOICE NUMBER, OR         *
003100*  REMITTANCE AMOUNTS THAT OVERRUN THE CHECK - GOES STRAIGHT    *
003200*  TO THE UNAPPLIED-CASH FILE (LBXUNAP, PAYAPPLY UNAPIN         *
003300*  LAYOUT; THE JCL CONCATENATES IT INTO PAYAPPLY'S UNAPIN).     *
003400*                                                               *
003500*  EVERY BATCH TRAILER AND THE DEPOSIT TRAILER ARE PROVED       *
003600*  AGAINST THE CHECK DETAIL.  AN OUT-OF-BALANCE OR INCOMPLETE   *
003700*  TRANSMISSION CALLS ABENDRTN (RETURN CODE 16) SO PAYAPPLY     *
003800*  DOES NOT RUN ON IT.  THE DEPOSIT TOTAL GOES TO CTLTOTS FOR   *
003900*  CTLRECON TO BALANCE THE DAY'S CASH AGAINST THE BANK.         *
004000******************************************************************
004100
004200 ENVIRONMENT DIVISION.
004300
004400 CONFIGURATION SECTION.
004500 SOURCE-COMPUTER.   IBM-390.
004600 OBJECT-COMPUTER.   IBM-390.
004700
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000
005100     SELECT LOCKBOX-INPUT-FILE ASSIGN TO UT-S-LBXDATA.
005200     SELECT PAYMENT-OUT-FILE ASSIGN TO UT-S-PAYMDATA.
005300     SELECT UNAPPLIED-OUT-FILE ASSIGN TO UT-S-LBXUNAP.
005400     SELECT LOCKBOX-REPORT ASSIGN TO UT-S-LBXRPT.
005500     SELECT CTLTOTS-FILE ASSIGN TO UT-S-CTLTOTS
005600        ACCESS MODE IS SEQUENTIAL
005700        FILE STATUS IS WS-CTLTOTS-STATUS.
005710     SELECT BUSDATE-FILE ASSIGN TO UT-S-BUSDATE
005720        ACCESS MODE IS SEQUENTIAL
005730        FILE STATUS IS WS-BUSDATE-STATUS.
005800
005900 DATA DIVISION.
006000
006100 FILE SECTION.
006200
006300 FD  LOCKBOX-INPUT-FILE
006400     RECORDING MODE IS F
006500     LABEL RECORDS ARE STANDARD
006600     RECORD CONTAINS 80 CHARACTERS
006700     BLOCK CONTAINS 0 RECORDS
006800     DATA RECORD IS LOCKBOX-INPUT-RECORD.
006900
007000 01  LOCKBOX-INPUT-RECORD             PIC X(80).
007100
007200 FD  PAYMENT-OUT-FILE
007300     RECORDING MODE IS F
007400     LABEL RECORDS ARE STANDARD
007500     RECORD CONTAINS 80 CHARACTERS
007600     BLOCK CONTAINS 0 RECORDS
007700     DATA RECORD IS PAYMENT-OUT-RECORD.
007800
007900 01  PAYMENT-OUT-RECORD               PIC X(80).
008000
008100 FD  UNAPPLIED-OUT-FILE
008200     RECORDING MODE IS F
008300     LABEL RECORDS ARE STANDARD
008400     RECORD CONTAINS 80 CHARACTERS
008500     BLOCK CONTAINS 0 RECORDS
008600     DATA RECORD IS UNAPPLIED-OUT-RECORD.
008700
008800 01  UNAPPLIED-OUT-RECORD             PIC X(80).
008900
009000 FD  LOCKBOX-REPORT
009100     RECORDING MODE IS F
009200     LABEL RECORDS ARE STANDARD
009300     RECORD CONTAINS 133 CHARACTERS
009400     BLOCK CONTAINS 0 RECORDS
009500     DATA RECORD IS LOCKBOX-REPORT-LINE.
009600
009700 01  LOCKBOX-REPORT-LINE              PIC X(133).
009800
009900 FD  CTLTOTS-FILE
010000     RECORDING MODE IS F.
010100 COPY CTLTOTS.
010110
010120* OPTIONAL AS-OF BUSINESS DATE CARD (YYYYMMDD IN COLS 1-8), THE
010130* SAME CARD PAYAPPLY AND CNTRLBRK READ.  THE CONTROL RECORD
010140* CARRIES IT SO CTLRECON MATCHES A LATE OR RERUN NIGHT.
010150 FD  BUSDATE-FILE
010160     RECORDING MODE IS F
010170     LABEL RECORDS ARE STANDARD
010180     RECORD CONTAINS 80 CHARACTERS
010190     BLOCK CONTAINS 0 RECORDS
010191     DATA RECORD IS BUSDATE-RECORD.
010192
010193 01  BUSDATE-RECORD.
010194     05  BUSDATE-PARM                 PIC 9(8).
010195     05  FILLER                       PIC X(72).
010200
010300 WORKING-STORAGE SECTION.
010400
010500 01  PROGRAM-INDICATOR-SWITCHES.
010600     05  WS-EOF-LOCKBOX-SW            PIC X(3)       VALUE 'NO '.
010700         88  EOF-LOCKBOX                             VALUE 'YES'.
010800     05  WS-HEADER-SEEN-SW            PIC X(3)       VALUE 'NO '.
010900         88  DEPOSIT-HEADER-SEEN                     VALUE 'YES'.
011000     05  WS-TRAILER-SEEN-SW           PIC X(3)       VALUE 'NO '.
011100         88  DEPOSIT-TRAILER-SEEN                    VALUE 'YES'.
011200     05  WS-BATCH-OPEN-SW             PIC X(3)       VALUE 'NO '.
011300         88  BATCH-OPEN                              VALUE 'YES'.
011400
011500 01  WS-CTLTOTS-STATUS                PIC X(2)       VALUE SPACES.
011510 01  WS-BUSDATE-STATUS                PIC X(2)       VALUE SPACES.
011600
011700 01  WS-DATE-FIELDS.
011800     05  WS-TODAY-YYYYMMDD PIC 9(8)       VALUE ZERO.
011810     05  WS-BUSINESS-YYYYMMDD PIC 9(8)    VALUE ZERO.
011900     05  WS-DEPOSIT-DATE   PIC 9(8)       VALUE ZERO.
012000     05  WS-DEPOSIT-DATE-X REDEFINES WS-DEPOSIT-DATE.
012100         10  FILLER                   PIC X(2).
012200         10  WS-DEPOSIT-YYMMDD        PIC X(6).
012300     05  WS-LOCKBOX-NO     PIC X(10)      VALUE SPACES.
012400
012500 01  WS-ACCUMULATORS.
012600     05  WS-REC-READ-CTR   PIC 9(5)       VALUE ZERO.
012700     05  WS-CHECK-CTR      PIC 9(5)       VALUE ZERO.
012800     05  WS-CHECK-REJ-CTR  PIC 9(5)       VALUE ZERO.
012900     05  WS-BAD-TYPE-CTR   PIC 9(5)       VALUE ZERO.
013000     05  WS-PAYMENT-CTR    PIC 9(5)       VALUE ZERO.
013100     05  WS-UNAPPLIED-CTR  PIC 9(5)       VALUE ZERO.
013200     05  WS-BATCH-CTR      PIC 9(3)       VALUE ZERO.
013300     05  WS-BATCH-ERR-CTR  PIC 9(3)       VALUE ZERO.
013400     05  WS-DEPOSIT-ERR-CTR PIC 9(3)      VALUE ZERO.
013500     05  WS-DETAIL-TL      PIC 9(10)V99   VALUE ZERO.
013600     05  WS-PAYMENT-TL     PIC 9(10)V99   VALUE ZERO.
013700     05  WS-UNAPPLIED-TL   PIC 9(10)V99   VALUE ZERO.
013800     05  WS-DEPOSIT-TOTAL  PIC 9(10)V99   VALUE ZERO.
013900
014000 01  WS-BATCH-FIELDS.
014100     05  WS-BATCH-NO       PIC 9(3)       VALUE ZERO.
014200     05  WS-BATCH-ITEMS    PIC 9(4)       VALUE ZERO.
014300     05  WS-BATCH-TL       PIC 9(10)V99   VALUE ZERO.
014400
014500 01  WS-CHECK-WORK.
014600     05  WS-REF-SUB        PIC S9(4) COMP VALUE ZERO.
014700     05  WS-USABLE-REFS    PIC S9(4) COMP VALUE ZERO.
014800     05  WS-REF-AMT-TL     PIC 9(9)V99    VALUE ZERO.
014900     05  WS-REMAINDER      PIC 9(9)V99    VALUE ZERO.
015000     05  WS-DISPOSITION    PIC X(8)       VALUE SPACES.
015100
015200* TRANSMISSION RECORD VIEWS - ONE PER RECORD TYPE.
015300 01  LBX-HEADER-REC.
015400     05  LH-REC-TYPE                  PIC X(1).
015500     05  LH-DEPOSIT-DATE              PIC 9(8).
015600     05  LH-LOCKBOX-NO                PIC X(10).
015700     05  FILLER                       PIC X(61).
015800
015900 01  LBX-BATCH-HDR-REC  REDEFINES  LBX-HEADER-REC.
016000     05  FILLER                       PIC X(1).
016100     05  LB-BATCH-NO                  PIC 9(3).
016200     05  FILLER                       PIC X(76).
016300
016400 01  LBX-CHECK-REC  REDEFINES  LBX-HEADER-REC.
016500     05  FILLER                       PIC X(1).
016600     05  LC-BATCH-NO                  PIC 9(3).
016700     05  LC-ITEM-NO                   PIC 9(4).
016800     05  LC-CHECK-AMT                 PIC 9(8)V99.
016900     05  LC-CHECK-NO                  PIC X(10).
017000     05  LC-CUST-NO                   PIC 9(5).
017100     05  LC-CUST-NO-X  REDEFINES  LC-CUST-NO        PIC X(5).
017200     05  LC-REMIT-REF OCCURS 3 TIMES.
017300         10  LC-REF-INV-NO            PIC 9(5).
017400         10  LC-REF-INV-NO-X  REDEFINES  LC-REF-INV-NO
017500                                      PIC X(5).
017600         10  LC-REF-AMT               PIC 9(7)V99.
017700         10  LC-REF-AMT-X  REDEFINES  LC-REF-AMT
017800                                      PIC X(9).
017900     05  FILLER                       PIC X(5).
018000
018100 01  LBX-BATCH-TRL-REC  REDEFINES  LBX-HEADER-REC.
018200     05  FILLER                       PIC X(1).
018300     05  LT-BATCH-NO                  PIC 9(3).
018400     05  LT-ITEM-COUNT                PIC 9(4).
018500     05  LT-BATCH-TOTAL               PIC 9(10)V99.
018600     05  FILLER                       PIC X(60).
018700
018800 01  LBX-DEPOSIT-TRL-REC  REDEFINES  LBX-HEADER-REC.
018900     05  FILLER                       PIC X(1).
019000     05  LD-BATCH-COUNT               PIC 9(3).
019100     05  LD-ITEM-COUNT                PIC 9(5).
019200     05  LD-DEPOSIT-TOTAL             PIC 9(10)V99.
019300     05  FILLER                       PIC X(59).
019400
019500* PAYMDATA LAYOUT PAYAPPLY READS.
019600 01  PAYMENT-OUT-REC.
019700     05  PO-CUST-NO                   PIC 9(5).
019800     05  PO-INV-NO                    PIC 9(5).
019900     05  PO-PAY-AMT                   PIC S9(7)V99.
020000     05  PO-PAY-DATE                  PIC X(6).
020100     05  FILLER                       PIC X(55).
020200
020300* UNAPPLIED-CASH LAYOUT PAYAPPLY CARRIES FORWARD ON UNAPIN.
020400 01  UNAPPLIED-CASH-REC.
020500     05  UC-CUST-NO                   PIC 9(5).
020600     05  UC-INV-NO                    PIC X(5).
020700     05  UC-AMOUNT                    PIC S9(7)V99.
020800     05  UC-PAY-DATE                  PIC X(6).
020900     05  UC-FIRST-SEEN                PIC 9(8).
021000     05  FILLER                       PIC X(47).
021100
021200* SHARED ABEND-DIAGNOSTICS AREA PASSED TO ABENDRTN ON FATAL
021300* ERRORS.
021400 COPY ABENDWS.
021500
021600 01  HL-REPORT-HDR.
021700     05  FILLER            PIC X(1)   VALUE SPACES.
021800     05  FILLER            PIC X(30)  VALUE
021900                  'LOCKBOX IMPORT     DEPOSIT OF '.
022000     05  HDR-DEPOSIT-DATE  PIC 9(8).
022100     05  FILLER            PIC X(10)  VALUE '  LOCKBOX '.
022200     05  HDR-LOCKBOX-NO    PIC X(10).
022300     05  FILLER            PIC X(74)  VALUE SPACES.
022400
022500 01  HL-REPORT-COLS.
022600     05  FILLER            PIC X(1)   VALUE SPACES.
022700     05  FILLER            PIC X(47)  VALUE
022800            'BATCH ITEM  CHECK NO    CUST      CHECK AMOUNT '.
022900     05  FILLER            PIC X(44)  VALUE
023000            ' DISPOSITN     TO PAYMDATA    TO UNAPPLIED  '.
023100     05  FILLER            PIC X(41)  VALUE SPACES.
023200
023300 01  DL-CHECK-DETAIL.
023400     05  FILLER            PIC X(1)   VALUE SPACES.
023500     05  DL-BATCH-NO       PIC 9(3).
023600     05  FILLER            PIC X(3)   VALUE SPACES.
023700     05  DL-ITEM-NO        PIC 9(4).
023800     05  FILLER            PIC X(2)   VALUE SPACES.
023900     05  DL-CHECK-NO       PIC X(10).
024000     05  FILLER            PIC X(2)   VALUE SPACES.
024100     05  DL-CUST-NO        PIC X(5).
024200     05  FILLER            PIC X(2)   VALUE SPACES.
024300     05  DL-CHECK-AMT      PIC ZZZ,ZZZ,ZZ9.99.
024400     05  FILLER            PIC X(2)   VALUE SPACES.
024500     05  DL-DISPOSITION    PIC X(8).
024600     05  FILLER            PIC X(2)   VALUE SPACES.
024700     05  DL-APPLIED-AMT    PIC ZZZ,ZZZ,ZZ9.99.
024800     05  FILLER            PIC X(2)   VALUE SPACES.
024900     05  DL-UNAPPLIED-AMT  PIC ZZZ,ZZZ,ZZ9.99.
025000     05  FILLER            PIC X(45)  VALUE SPACES.
025100
025200 01  TL-CONTROL-LINE.
025300     05  FILLER            PIC X(1)   VALUE SPACES.
025400     05  TL-LIT            PIC X(20).
025500     05  TL-ID             PIC X(4).
025600     05  FILLER            PIC X(7)   VALUE ' ITEMS '.
025700     05  TL-ITEMS-DETAIL   PIC ZZZZ9.
025800     05  FILLER            PIC X(4)   VALUE ' VS '.
025900     05  TL-ITEMS-BANK     PIC ZZZZ9.
026000     05  FILLER            PIC X(8)   VALUE '  TOTAL '.
026100     05  TL-AMT-DETAIL     PIC Z,ZZZ,ZZZ,ZZ9.99.
026200     05  FILLER            PIC X(4)   VALUE ' VS '.
026300     05  TL-AMT-BANK       PIC Z,ZZZ,ZZZ,ZZ9.99.
026400     05  FILLER            PIC X(2)   VALUE SPACES.
026500     05  TL-RESULT         PIC X(18).
026600     05  FILLER            PIC X(22)  VALUE SPACES.
026700
026800 01  DISPLAY-LINE.
026900     05  DISP-MESSAGE     PIC X(45).
027000     05  DISP-VALUE       PIC ZZZZ9.
027100
027200 PROCEDURE DIVISION.
027300
027400 000-MAINLINE SECTION.
027500
027600     DISPLAY '****     LOCKBOX RUNNING     ****'.
027700     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-YYYYMMDD.
027710     PERFORM 175-GET-BUSINESS-DATE THRU
027720                  175-GET-BUSINESS-DATE-EXIT.
027800     OPEN INPUT  LOCKBOX-INPUT-FILE
027900          OUTPUT PAYMENT-OUT-FILE
028000                 UNAPPLIED-OUT-FILE
028100                 LOCKBOX-REPORT.
028200     PERFORM 800-READ-LOCKBOX-FILE THRU
028300                  800-READ-LOCKBOX-FILE-EXIT.
028400     PERFORM 200-PRSS-LOCKBOX-REC THRU
028500                  200-PRSS-LOCKBOX-REC-EXIT
028600         UNTIL EOF-LOCKBOX.
028700     IF BATCH-OPEN
028800        DISPLAY '** ERROR **  BATCH ' WS-BATCH-NO
028900                ' HAS NO TRAILER'
029000        ADD 1 TO WS-BATCH-ERR-CTR.
029100     IF NOT DEPOSIT-HEADER-SEEN OR NOT DEPOSIT-TRAILER-SEEN
029200        DISPLAY '** ERROR **  LOCKBOX TRANSMISSION INCOMPLETE - '
029300                'DEPOSIT HEADER OR TRAILER MISSING'
029400        ADD 1 TO WS-DEPOSIT-ERR-CTR.
029500     CLOSE LOCKBOX-INPUT-FILE
029600           PAYMENT-OUT-FILE
029700           UNAPPLIED-OUT-FILE
029800           LOCKBOX-REPORT.
029900     PERFORM 550-DISPLAY-PROG-DIAG THRU
030000                  550-DISPLAY-PROG-DIAG-EXIT.
030100     IF WS-BATCH-ERR-CTR IS GREATER THAN ZERO OR
030200        WS-DEPOSIT-ERR-CTR IS GREATER THAN ZERO
030300        MOVE 16 TO RETURN-CODE
030400        PERFORM 565-WRITE-CONTROL-TOTALS THRU
030500                     565-WRITE-CONTROL-TOTALS-EXIT
030600        MOVE 'LOCKBOX' TO AD-PROGRAM-ID
030700        MOVE '000-MAINLINE' TO AD-PARA-NAME
030800        MOVE 'LOCKBOX TRANSMISSION OUT OF BALANCE' TO
030900             AD-ABEND-REASON
031000        MOVE SPACES TO AD-FILE-STATUS-1, AD-FILE-STATUS-2
031100        MOVE WS-REC-READ-CTR TO AD-RECORDS-READ
031200        COMPUTE AD-RECORDS-WRITTEN =
031300            WS-PAYMENT-CTR + WS-UNAPPLIED-CTR
031400        MOVE SPACES TO AD-CHECKPOINT-POS
031500        CALL 'ABENDRTN' USING ABEND-DIAG-AREA
031600        MOVE 16 TO RETURN-CODE
031700        GOBACK.
031800     IF WS-UNAPPLIED-CTR IS GREATER THAN ZERO OR
031900        WS-CHECK-REJ-CTR IS GREATER THAN ZERO OR
032000        WS-BAD-TYPE-CTR IS GREATER THAN ZERO
032100        MOVE 4 TO RETURN-CODE
032200     ELSE
032300        MOVE ZERO TO RETURN-CODE.
032400     PERFORM 565-WRITE-CONTROL-TOTALS THRU
032500                  565-WRITE-CONTROL-TOTALS-EXIT.
032600     GOBACK.
032700
032701 175-GET-BUSINESS-DATE.
032702
032703     MOVE WS-TODAY-YYYYMMDD TO WS-BUSINESS-YYYYMMDD.
032704     OPEN INPUT BUSDATE-FILE.
032705     IF WS-BUSDATE-STATUS IS NOT EQUAL TO '00'
032706        GO TO 175-GET-BUSINESS-DATE-EXIT.
032707     READ BUSDATE-FILE
032708         AT END  GO TO 175-GET-BUSINESS-CLOSE.
032709     IF BUSDATE-PARM IS NUMERIC AND
032710        BUSDATE-PARM IS NOT EQUAL TO ZERO
032711        MOVE BUSDATE-PARM TO WS-BUSINESS-YYYYMMDD
032712        DISPLAY 'BUSINESS DATE OVERRIDE: ' WS-BUSINESS-YYYYMMDD.
032713
032714 175-GET-BUSINESS-CLOSE.
032715     CLOSE BUSDATE-FILE.
032716
032717 175-GET-BUSINESS-DATE-EXIT.
032718     EXIT.
032719
032800 200-PRSS-LOCKBOX-REC.
032900
033000     IF LH-REC-TYPE IS EQUAL TO '1'
033100        PERFORM 210-DEPOSIT-HEADER THRU 210-DEPOSIT-HEADER-EXIT
033200        GO TO 200-PRSS-NEXT.
033300     IF LH-REC-TYPE IS EQUAL TO '5'
033400        PERFORM 220-BATCH-HEADER THRU 220-BATCH-HEADER-EXIT
033500        GO TO 200-PRSS-NEXT.
033600     IF LH-REC-TYPE IS EQUAL TO '6'
033700        PERFORM 300-PRSS-CHECK THRU 300-PRSS-CHECK-EXIT
033800        GO TO 200-PRSS-NEXT.
033900     IF LH-REC-TYPE IS EQUAL TO '7'
034000        PERFORM 230-BATCH-TRAILER THRU 230-BATCH-TRAILER-EXIT
034100        GO TO 200-PRSS-NEXT.
034200     IF LH-REC-TYPE IS EQUAL TO '8'
034300        PERFORM 240-DEPOSIT-TRAILER THRU
034400                     240-DEPOSIT-TRAILER-EXIT
034500        GO TO 200-PRSS-NEXT.
034600     DISPLAY '** WARNING **  UNKNOWN LOCKBOX RECORD TYPE - '
034700             'IGNORED'.
034800     DISPLAY LOCKBOX-INPUT-RECORD.
034900     ADD 1 TO WS-BAD-TYPE-CTR.
035000
035100 200-PRSS-NEXT.
035200     PERFORM 800-READ-LOCKBOX-FILE THRU
035300                  800-READ-LOCKBOX-FILE-EXIT.
035400
035500 200-PRSS-LOCKBOX-REC-EXIT.
035600     EXIT.
035700
035800* THE DEPOSIT DATE IS THE PAYMENT DATE PAYAPPLY STAMPS ON THE
035900* INVOICES.  A MISSING OR BAD DATE FALLS BACK TO TODAY.
036000 210-DEPOSIT-HEADER.
036100
036200     MOVE 'YES' TO WS-HEADER-SEEN-SW.
036300     MOVE LH-LOCKBOX-NO TO WS-LOCKBOX-NO.
036400     IF LH-DEPOSIT-DATE IS NUMERIC AND
036500        LH-DEPOSIT-DATE IS NOT EQUAL TO ZERO
036600        MOVE LH-DEPOSIT-DATE TO WS-DEPOSIT-DATE
036700     ELSE
036800        DISPLAY '** WARNING **  DEPOSIT DATE INVALID - '
036900                'BUSINESS DATE USED'
037000        MOVE WS-BUSINESS-YYYYMMDD TO WS-DEPOSIT-DATE.
037100     MOVE WS-DEPOSIT-DATE TO HDR-DEPOSIT-DATE.
037200     MOVE WS-LOCKBOX-NO TO HDR-LOCKBOX-NO.
037300     WRITE LOCKBOX-REPORT-LINE FROM HL-REPORT-HDR
037400         AFTER ADVANCING PAGE.
037500     WRITE LOCKBOX-REPORT-LINE FROM HL-REPORT-COLS
037600         AFTER ADVANCING 2.
037700
037800 210-DEPOSIT-HEADER-EXIT.
037900     EXIT.
038000
038100 220-BATCH-HEADER.
038200
038300     IF BATCH-OPEN
038400        DISPLAY '** ERROR **  BATCH ' WS-BATCH-NO
038500                ' HAS NO TRAILER'
038600        ADD 1 TO WS-BATCH-ERR-CTR.
038700     MOVE 'YES' TO WS-BATCH-OPEN-SW.
038800     ADD 1 TO WS-BATCH-CTR.
038900     IF LB-BATCH-NO IS NUMERIC
039000        MOVE LB-BATCH-NO TO WS-BATCH-NO
039100     ELSE
039200        MOVE ZERO TO WS-BATCH-NO.
039300     MOVE ZERO TO WS-BATCH-ITEMS.
039400     MOVE ZERO TO WS-BATCH-TL.
039500
039600 220-BATCH-HEADER-EXIT.
039700     EXIT.
039800
039900 230-BATCH-TRAILER.
040000
040100     MOVE SPACES TO TL-CONTROL-LINE.
040200     MOVE 'BATCH TRAILER       ' TO TL-LIT.
040300     MOVE WS-BATCH-NO TO TL-ID.
040400     MOVE WS-BATCH-ITEMS TO TL-ITEMS-DETAIL.
040500     MOVE WS-BATCH-TL TO TL-AMT-DETAIL.
040600     IF NOT BATCH-OPEN OR
040700        LT-BATCH-NO IS NOT NUMERIC OR
040800        LT-ITEM-COUNT IS NOT NUMERIC OR
040900        LT-BATCH-TOTAL IS NOT NUMERIC
041000        DISPLAY '** ERROR **  BATCH TRAILER INVALID OR '
041100                'OUT OF SEQUENCE'
041200        DISPLAY LOCKBOX-INPUT-RECORD
041300        MOVE '** INVALID **' TO TL-RESULT
041400        ADD 1 TO WS-BATCH-ERR-CTR
041500        GO TO 230-BATCH-TRAILER-PRINT.
041600     MOVE LT-ITEM-COUNT TO TL-ITEMS-BANK.
041700     MOVE LT-BATCH-TOTAL TO TL-AMT-BANK.
041800     IF LT-BATCH-NO IS NOT EQUAL TO WS-BATCH-NO OR
041900        LT-ITEM-COUNT IS NOT EQUAL TO WS-BATCH-ITEMS OR
042000        LT-BATCH-TOTAL IS NOT EQUAL TO WS-BATCH-TL
042100        DISPLAY '** ERROR **  BATCH ' WS-BATCH-NO
042200                ' OUT OF BALANCE WITH ITS TRAILER'
042300        MOVE '** OUT OF BALANCE' TO TL-RESULT
042400        ADD 1 TO WS-BATCH-ERR-CTR
042500     ELSE
042600        MOVE 'IN BALANCE' TO TL-RESULT.
042700
042800 230-BATCH-TRAILER-PRINT.
042900     WRITE LOCKBOX-REPORT-LINE FROM TL-CONTROL-LINE
043000         AFTER ADVANCING 2.
043100     MOVE SPACES TO LOCKBOX-REPORT-LINE.
043200     WRITE LOCKBOX-REPORT-LINE
043300         AFTER ADVANCING 1.
043400     MOVE 'NO ' TO WS-BATCH-OPEN-SW.
043500
043600 230-BATCH-TRAILER-EXIT.
043700     EXIT.
043800
043900 240-DEPOSIT-TRAILER.
044000
044100     MOVE 'YES' TO WS-TRAILER-SEEN-SW.
044200     MOVE SPACES TO TL-CONTROL-LINE.
044300     MOVE 'DEPOSIT TRAILER     ' TO TL-LIT.
044400     MOVE WS-BATCH-CTR TO TL-ID.
044500     MOVE WS-CHECK-CTR TO TL-ITEMS-DETAIL.
044600     MOVE WS-DETAIL-TL TO TL-AMT-DETAIL.
044700     IF LD-BATCH-COUNT IS NOT NUMERIC OR
044800        LD-ITEM-COUNT IS NOT NUMERIC OR
044900        LD-DEPOSIT-TOTAL IS NOT NUMERIC
045000        DISPLAY '** ERROR **  DEPOSIT TRAILER INVALID'
045100        DISPLAY LOCKBOX-INPUT-RECORD
045200        MOVE '** INVALID **' TO TL-RESULT
045300        ADD 1 TO WS-DEPOSIT-ERR-CTR
045400        GO TO 240-DEPOSIT-TRAILER-PRINT.
045500     MOVE LD-DEPOSIT-TOTAL TO WS-DEPOSIT-TOTAL.
045600     MOVE LD-ITEM-COUNT TO TL-ITEMS-BANK.
045700     MOVE LD-DEPOSIT-TOTAL TO TL-AMT-BANK.
045800     IF LD-BATCH-COUNT IS NOT EQUAL TO WS-BATCH-CTR OR
045900        LD-ITEM-COUNT IS NOT EQUAL TO WS-CHECK-CTR OR
046000        LD-DEPOSIT-TOTAL IS NOT EQUAL TO WS-DETAIL-TL
046100        DISPLAY '** ERROR **  DEPOSIT OUT OF BALANCE WITH ITS '
046200                'TRAILER'
046300        MOVE '** OUT OF BALANCE' TO TL-RESULT
046400        ADD 1 TO WS-DEPOSIT-ERR-CTR
046500     ELSE
046600        MOVE 'IN BALANCE' TO TL-RESULT.
046700
046800 240-DEPOSIT-TRAILER-PRINT.
046900     WRITE LOCKBOX-REPORT-LINE FROM TL-CONTROL-LINE
047000         AFTER ADVANCING 2.
047100
047200 240-DEPOSIT-TRAILER-EXIT.
047300     EXIT.
047400
047500* ONE CHECK.  A CHECK WHOSE AMOUNT IS UNREADABLE CANNOT BE
047600* CONVERTED AT ALL - IT IS REJECTED AND THE BATCH WILL NOT
047700* BALANCE, WHICH STOPS THE RUN.
047800 300-PRSS-CHECK.
047900
048000     ADD 1 TO WS-CHECK-CTR.
048100     ADD 1 TO WS-BATCH-ITEMS.
048200     IF NOT BATCH-OPEN
048300        DISPLAY '** ERROR **  CHECK OUTSIDE A BATCH'
048400        ADD 1 TO WS-BATCH-ERR-CTR.
048500     IF LC-CHECK-AMT IS NOT NUMERIC
048600        DISPLAY '** ERROR **  CHECK AMOUNT NOT NUMERIC - '
048700                'REJECTED'
048800        DISPLAY LOCKBOX-INPUT-RECORD
048900        ADD 1 TO WS-CHECK-REJ-CTR
049000        GO TO 300-PRSS-CHECK-EXIT.
049100     ADD LC-CHECK-AMT TO WS-BATCH-TL.
049200     ADD LC-CHECK-AMT TO WS-DETAIL-TL.
049300     MOVE ZERO TO WS-REF-AMT-TL.
049400     MOVE ZERO TO WS-USABLE-REFS.
049500     MOVE SPACES TO DL-CHECK-DETAIL.
049600     MOVE LC-BATCH-NO TO DL-BATCH-NO.
049700     MOVE LC-ITEM-NO TO DL-ITEM-NO.
049800     MOVE LC-CHECK-NO TO DL-CHECK-NO.
049900     MOVE LC-CUST-NO-X TO DL-CUST-NO.
050000     MOVE LC-CHECK-AMT TO DL-CHECK-AMT.
050100     IF LC-CUST-NO IS NOT NUMERIC OR
050200        LC-CUST-NO IS EQUAL TO ZERO
050300        GO TO 300-CHECK-ALL-UNAPPLIED.
050400     PERFORM 310-EDIT-REFERENCE THRU 310-EDIT-REFERENCE-EXIT
050500         VARYING WS-REF-SUB FROM 1 BY 1
050600         UNTIL WS-REF-SUB IS GREATER THAN 3.
050700     IF WS-USABLE-REFS IS EQUAL TO ZERO
050800        GO TO 300-CHECK-ALL-UNAPPLIED.
050900* A SINGLE REFERENCE WITH NO AMOUNT TAKES THE WHOLE CHECK.
051000     IF WS-USABLE-REFS IS EQUAL TO 1 AND
051100        WS-REF-AMT-TL IS EQUAL TO ZERO
051200        MOVE LC-CHECK-AMT TO WS-REF-AMT-TL
051300        PERFORM 330-WRITE-WHOLE-CHECK THRU
051400                     330-WRITE-WHOLE-CHECK-EXIT
051500        MOVE 'APPLIED ' TO DL-DISPOSITION
051600        MOVE LC-CHECK-AMT TO DL-APPLIED-AMT
051700        MOVE ZERO TO DL-UNAPPLIED-AMT
051800        GO TO 300-PRSS-CHECK-PRINT.
051900     IF WS-REF-AMT-TL IS EQUAL TO ZERO OR
052000        WS-REF-AMT-TL IS GREATER THAN LC-CHECK-AMT
052100        GO TO 300-CHECK-ALL-UNAPPLIED.
052200     PERFORM 320-WRITE-REFERENCE THRU 320-WRITE-REFERENCE-EXIT
052300         VARYING WS-REF-SUB FROM 1 BY 1
052400         UNTIL WS-REF-SUB IS GREATER THAN 3.
052500     COMPUTE WS-REMAINDER = LC-CHECK-AMT - WS-REF-AMT-TL.
052600     MOVE WS-REF-AMT-TL TO DL-APPLIED-AMT.
052700     MOVE WS-REMAINDER TO DL-UNAPPLIED-AMT.
052800     IF WS-REMAINDER IS EQUAL TO ZERO
052900        MOVE 'APPLIED ' TO DL-DISPOSITION
053000        GO TO 300-PRSS-CHECK-PRINT.
053100     MOVE 'PARTIAL ' TO DL-DISPOSITION.
053200     PERFORM 340-WRITE-UNAPPLIED THRU 340-WRITE-UNAPPLIED-EXIT.
053300     GO TO 300-PRSS-CHECK-PRINT.
053400
053500 300-CHECK-ALL-UNAPPLIED.
053600     MOVE LC-CHECK-AMT TO WS-REMAINDER.
053700     MOVE 'UNAPPLD ' TO DL-DISPOSITION.
053800     MOVE ZERO TO DL-APPLIED-AMT.
053900     MOVE WS-REMAINDER TO DL-UNAPPLIED-AMT.
054000     PERFORM 340-WRITE-UNAPPLIED THRU 340-WRITE-UNAPPLIED-EXIT.
054100
054200 300-PRSS-CHECK-PRINT.
054300     WRITE LOCKBOX-REPORT-LINE FROM DL-CHECK-DETAIL
054400         AFTER ADVANCING 1.
054500
054600 300-PRSS-CHECK-EXIT.
054700     EXIT.
054800
054900* A REFERENCE IS USABLE WHEN IT CARRIES A NON-ZERO NUMERIC
055000* INVOICE NUMBER AND ITS AMOUNT IS NUMERIC OR BLANK.
055100 310-EDIT-REFERENCE.
055200
055300     IF LC-REF-INV-NO-X (WS-REF-SUB) IS EQUAL TO SPACES
055400        GO TO 310-EDIT-REFERENCE-EXIT.
055500     IF LC-REF-INV-NO (WS-REF-SUB) IS NOT NUMERIC OR
055600        LC-REF-INV-NO (WS-REF-SUB) IS EQUAL TO ZERO
055700        MOVE SPACES TO LC-REF-INV-NO-X (WS-REF-SUB)
055800        GO TO 310-EDIT-REFERENCE-EXIT.
055900     IF LC-REF-AMT-X (WS-REF-SUB) IS EQUAL TO SPACES
056000        MOVE ZERO TO LC-REF-AMT (WS-REF-SUB).
056100     IF LC-REF-AMT (WS-REF-SUB) IS NOT NUMERIC
056200        MOVE SPACES TO LC-REF-INV-NO-X (WS-REF-SUB)
056300        GO TO 310-EDIT-REFERENCE-EXIT.
056400     ADD 1 TO WS-USABLE-REFS.
056500     ADD LC-REF-AMT (WS-REF-SUB) TO WS-REF-AMT-TL.
056600
056700 310-EDIT-REFERENCE-EXIT.
056800     EXIT.
056900
057000 320-WRITE-REFERENCE.
057100
057200     IF LC-REF-INV-NO-X (WS-REF-SUB) IS EQUAL TO SPACES OR
057300        LC-REF-AMT (WS-REF-SUB) IS EQUAL TO ZERO
057400        GO TO 320-WRITE-REFERENCE-EXIT.
057500     MOVE SPACES TO PAYMENT-OUT-REC.
057600     MOVE LC-CUST-NO TO PO-CUST-NO.
057700     MOVE LC-REF-INV-NO (WS-REF-SUB) TO PO-INV-NO.
057800     MOVE LC-REF-AMT (WS-REF-SUB) TO PO-PAY-AMT.
057900     MOVE WS-DEPOSIT-YYMMDD TO PO-PAY-DATE.
058000     WRITE PAYMENT-OUT-RECORD FROM PAYMENT-OUT-REC.
058100     ADD 1 TO WS-PAYMENT-CTR.
058200     ADD LC-REF-AMT (WS-REF-SUB) TO WS-PAYMENT-TL.
058300
058400 320-WRITE-REFERENCE-EXIT.
058500     EXIT.
058600
058700 330-WRITE-WHOLE-CHECK.
058800
058900     MOVE 1 TO WS-REF-SUB.
059000     IF LC-REF-INV-NO-X (1) IS EQUAL TO SPACES
059100        MOVE 2 TO WS-REF-SUB.
059200     IF LC-REF-INV-NO-X (WS-REF-SUB) IS EQUAL TO SPACES
059300        MOVE 3 TO WS-REF-SUB.
059400     MOVE SPACES TO PAYMENT-OUT-REC.
059500     MOVE LC-CUST-NO TO PO-CUST-NO.
059600     MOVE LC-REF-INV-NO (WS-REF-SUB) TO PO-INV-NO.
059700     MOVE LC-CHECK-AMT TO PO-PAY-AMT.
059800     MOVE WS-DEPOSIT-YYMMDD TO PO-PAY-DATE.
059900     WRITE PAYMENT-OUT-RECORD FROM PAYMENT-OUT-REC.
060000     ADD 1 TO WS-PAYMENT-CTR.
060100     ADD LC-CHECK-AMT TO WS-PAYMENT-TL.
060200
060300 330-WRITE-WHOLE-CHECK-EXIT.
060400     EXIT.
060500
060600* CASH WITH NO CUSTOMER IS CARRIED UNDER CUSTOMER 00000 SO
060700* PAYAPPLY KEEPS IT (AND CHASES IT) UNTIL IT IS IDENTIFIED.
060800 340-WRITE-UNAPPLIED.
060900
061000     MOVE SPACES TO UNAPPLIED-CASH-REC.
061100     IF LC-CUST-NO IS NUMERIC
061200        MOVE LC-CUST-NO TO UC-CUST-NO
061300     ELSE
061400        MOVE ZERO TO UC-CUST-NO.
061500     MOVE SPACES TO UC-INV-NO.
061600     MOVE WS-REMAINDER TO UC-AMOUNT.
061700     MOVE WS-DEPOSIT-YYMMDD TO UC-PAY-DATE.
061800     MOVE WS-BUSINESS-YYYYMMDD TO UC-FIRST-SEEN.
061900     WRITE UNAPPLIED-OUT-RECORD FROM UNAPPLIED-CASH-REC.
062000     ADD 1 TO WS-UNAPPLIED-CTR.
062100     ADD WS-REMAINDER TO WS-UNAPPLIED-TL.
062200
062300 340-WRITE-UNAPPLIED-EXIT.
062400     EXIT.
062500
062600 550-DISPLAY-PROG-DIAG.
062700
062800     MOVE 'LOCKBOX RECORDS READ                         '  TO
062900          DISP-MESSAGE.
063000     MOVE WS-REC-READ-CTR TO DISP-VALUE.
063100     DISPLAY DISPLAY-LINE.
063200     MOVE 'BATCHES                                      '  TO
063300          DISP-MESSAGE.
063400     MOVE WS-BATCH-CTR TO DISP-VALUE.
063500     DISPLAY DISPLAY-LINE.
063600     MOVE 'CHECKS READ                                  '  TO
063700          DISP-MESSAGE.
063800     MOVE WS-CHECK-CTR TO DISP-VALUE.
063900     DISPLAY DISPLAY-LINE.
064000     MOVE 'CHECKS REJECTED                              '  TO
064100          DISP-MESSAGE.
064200     MOVE WS-CHECK-REJ-CTR TO DISP-VALUE.
064300     DISPLAY DISPLAY-LINE.
064400     MOVE 'PAYMDATA RECORDS WRITTEN                     '  TO
064500          DISP-MESSAGE.
064600     MOVE WS-PAYMENT-CTR TO DISP-VALUE.
064700     DISPLAY DISPLAY-LINE.
064800     MOVE 'UNAPPLIED-CASH RECORDS WRITTEN               '  TO
064900          DISP-MESSAGE.
065000     MOVE WS-UNAPPLIED-CTR TO DISP-VALUE.
065100     DISPLAY DISPLAY-LINE.
065200     MOVE 'BATCHES OUT OF BALANCE                       '  TO
065300          DISP-MESSAGE.
065400     MOVE WS-BATCH-ERR-CTR TO DISP-VALUE.
065500     DISPLAY DISPLAY-LINE.
065600     MOVE 'UNKNOWN RECORD TYPES IGNORED                 '  TO
065700          DISP-MESSAGE.
065800     MOVE WS-BAD-TYPE-CTR TO DISP-VALUE.
065900     DISPLAY DISPLAY-LINE.
066000     DISPLAY '****     LOCKBOX EOJ         ****'.
066100
066200 550-DISPLAY-PROG-DIAG-EXIT.
066300     EXIT.
066400
066500* ONE CHECK IN, ONE CHECK CONVERTED (TO PAYMDATA, UNAPPLIED OR
066600* BOTH).  THE CASH FIELDS CARRY THE BANK'S DEPOSIT TOTAL FOR
066700* CTLRECON TO BALANCE AGAINST THE CASH PAYAPPLY TAKES IN.
066800 565-WRITE-CONTROL-TOTALS.
066900
067000     OPEN EXTEND CTLTOTS-FILE.
067100     MOVE 'LOCKBOX ' TO CTL-PROGRAM-ID.
067200     MOVE WS-BUSINESS-YYYYMMDD TO CTL-RUN-DATE.
067300     MOVE FUNCTION CURRENT-DATE (9:6) TO CTL-RUN-TIME.
067400     MOVE WS-CHECK-CTR    TO CTL-RECORDS-READ.
067500     COMPUTE CTL-RECORDS-WRITTEN =
067600         WS-CHECK-CTR - WS-CHECK-REJ-CTR.
067700     MOVE WS-CHECK-REJ-CTR TO CTL-RECORDS-ERROR.
067800     MOVE RETURN-CODE     TO CTL-RETURN-CODE.
067900     MOVE WS-CHECK-CTR    TO CTL-CASH-COUNT.
068000     MOVE WS-DEPOSIT-TOTAL TO CTL-CASH-AMOUNT.
068100     WRITE CTL-TOTALS-RECORD.
068200     CLOSE CTLTOTS-FILE.
068300
068400 565-WRITE-CONTROL-TOTALS-EXIT.
068500     EXIT.
068600
068700 800-READ-LOCKBOX-FILE.
068800
068900     READ LOCKBOX-INPUT-FILE INTO LBX-HEADER-REC
069000         AT END  MOVE 'YES' TO WS-EOF-LOCKBOX-SW,
069100                 GO TO 800-READ-LOCKBOX-FILE-EXIT.
069200     ADD 1 TO WS-REC-READ-CTR.
069300
069400 800-READ-LOCKBOX-FILE-EXIT.
069500     EXIT.
