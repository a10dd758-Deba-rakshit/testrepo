000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ARGLPOST.
000300 AUTHOR.        IBM.
000400 DATE-WRITTEN.  10-15-26.
000500
000600******************************************************************
000700*  RECEIVABLES GENERAL-LEDGER INTERFACE.  SUMMARIZES THE DAY'S  *
000800*  RECEIVABLES ACTIVITY INTO BALANCED GL POSTINGS IN THE SAME   *
000900*  GL-POSTING-REC LAYOUT THE SANDBOX GLINTF FEED USES, SO       *
001000*  FINANCE POSTS THE SUBLEDGER WITHOUT KEYING:                  *
001100*      NEW INVOICES (ORDINV ORDACT2)   DR AR     CR SALES       *
001200*      CASH APPLIED (PAYAPPLY CASHHIST) DR BANK  CR AR          *
001300*      FINANCE CHARGES (CNTRLBRK FINCHGF) DR AR  CR FIN INCOME  *
001400*  CASHHIST IS THE PERMANENT MACHINE-READABLE CASH REGISTER -   *
001500*  ONLY RECORDS STAMPED WITH THE POSTING DATE ARE TAKEN.        *
001600*                                                               *
001700*  ACCOUNTS COME FROM THE GLMAP FILE UNDER SOURCE TYPE R:       *
001800*      R AR    RECEIVABLES CONTROL                              *
001900*      R SALE  SALES                                            *
002000*      R BANK  CASH IN BANK                                     *
002100*      R FINC  FINANCE-CHARGE INCOME                            *
002200*  AN UNMAPPED ACCOUNT POSTS TO GLSUSPNS WITH A WARNING AND     *
002300*  RETURN CODE 4 - THE FEED STILL BALANCES.  THE OPTIONAL       *
002400*  BUSDATE CARD (YYYYMMDD IN COLS 1-8) OVERRIDES THE POSTING    *
002500*  DATE FOR A CATCH-UP RUN.  A FEED WHOSE DEBITS DO NOT EQUAL   *
002600*  ITS CREDITS ENDS WITH RETURN CODE 12.                        *
002700******************************************************************
002800
002900 ENVIRONMENT DIVISION.
003000
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.   IBM-390.
003300 OBJECT-COMPUTER.   IBM-390.
003400
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700
003800     SELECT NEW-INVOICE-FILE ASSIGN TO UT-S-ORDACT2
003900        ACCESS MODE IS SEQUENTIAL
004000        FILE STATUS IS WS-ORDACT2-STATUS.
004100     SELECT CASH-HISTORY-FILE ASSIGN TO UT-S-CASHHIST
004200        ACCESS MODE IS SEQUENTIAL
004300        FILE STATUS IS WS-CASHHIST-STATUS.
004400     SELECT FINCHG-FILE ASSIGN TO UT-S-FINCHGF
004500        ACCESS MODE IS SEQUENTIAL
004600        FILE STATUS IS WS-FINCHGF-STATUS.
004700     SELECT GLMAP-FILE ASSIGN TO UT-S-GLMAP
004800        ACCESS MODE IS SEQUENTIAL
004900        FILE STATUS IS WS-GLMAP-STATUS.
005000     SELECT BUSDATE-FILE ASSIGN TO UT-S-BUSDATE
005100        ACCESS MODE IS SEQUENTIAL
005200        FILE STATUS IS WS-BUSDATE-STATUS.
005300     SELECT GL-INTERFACE-FILE ASSIGN TO UT-S-ARGLINTF.
005400     SELECT ARGL-REPORT ASSIGN TO UT-S-ARGLRPT.
005500     SELECT CTLTOTS-FILE ASSIGN TO UT-S-CTLTOTS
005600        ACCESS MODE IS SEQUENTIAL
005700        FILE STATUS IS WS-CTLTOTS-STATUS.
005800
005900 DATA DIVISION.
006000
006100 FILE SECTION.
006200
006300* THE DAY'S NEW INVOICES FROM ORDINV, ACT2DATA LAYOUT.
006400 FD  NEW-INVOICE-FILE
006500     RECORDING MODE IS F
006600     LABEL RECORDS ARE STANDARD
006700     RECORD CONTAINS 80 CHARACTERS
006800     BLOCK CONTAINS 0 RECORDS
006900     DATA RECORD IS NEW-INVOICE-RECORD.
007000
007100 01  NEW-INVOICE-RECORD.
007200     05  NI-CUST-NO                   PIC 9(5).
007300     05  NI-INV-NO                    PIC X(5).
007400     05  NI-AGED-CODE                 PIC 9.
007500     05  NI-INV-AMT                   PIC S9(7)V99.
007600     05  FILLER                       PIC X(60).
007700
007800* PAYAPPLY'S PERMANENT CASH REGISTER (JCL SUPPLIES THE WHOLE
007900* HISTORY; THIS RUN TAKES ONLY THE POSTING DATE).
008000 FD  CASH-HISTORY-FILE
008100     RECORDING MODE IS F
008200     LABEL RECORDS ARE STANDARD
008300     RECORD CONTAINS 80 CHARACTERS
008400     BLOCK CONTAINS 0 RECORDS
008500     DATA RECORD IS CASH-HISTORY-RECORD.
008600
008700 01  CASH-HISTORY-RECORD.
008800     05  CH-RUN-DATE                  PIC 9(8).
008900     05  FILLER                       PIC X(1).
009000     05  CH-CUST-NO                   PIC 9(5).
009100     05  FILLER                       PIC X(1).
009200     05  CH-INV-NO                    PIC X(5).
009300     05  FILLER                       PIC X(1).
009400     05  CH-INV-AMT                   PIC S9(7)V99
009500                                      SIGN LEADING SEPARATE.
009600     05  FILLER                       PIC X(1).
009700     05  CH-PAY-AMT                   PIC S9(7)V99
009800                                      SIGN LEADING SEPARATE.
009900     05  FILLER                       PIC X(38).
010000
010100* CNTRLBRK FINANCE-CHARGE FILE FOR THE MONTH-END CYCLE.  EMPTY
010200* OR ABSENT ON AN ORDINARY DAY.
010300 FD  FINCHG-FILE
010400     RECORDING MODE IS F
010500     LABEL RECORDS ARE STANDARD
010600     RECORD CONTAINS 80 CHARACTERS
010700     BLOCK CONTAINS 0 RECORDS
010800     DATA RECORD IS FINCHG-RECORD.
010900
011000 01  FINCHG-RECORD.
011100     05  FC-CUST-NO                   PIC X(5).
011200     05  FILLER                       PIC X(1).
011300     05  FC-RUN-DATE                  PIC 9(6).
011400     05  FILLER                       PIC X(1).
011500     05  FC-BASIS-AMT                 PIC 9(7)V99.
011600     05  FILLER                       PIC X(1).
011700     05  FC-RATE                      PIC 9(2)V999.
011800     05  FILLER                       PIC X(1).
011900     05  FC-CHARGE-AMT                PIC 9(7)V99.
012000     05  FILLER                       PIC X(42).
012100
012200* GL ACCOUNT MAPPING - SAME FILE AND LAYOUT SANDBOX LOADS:
012300*     COL   1     SOURCE TYPE (R FOR RECEIVABLES)
012400*     COLS  3-6   SOURCE CODE
012500*     COLS  8-15  GL ACCOUNT
012600 FD  GLMAP-FILE
012700     RECORDING MODE IS F
012800     LABEL RECORDS ARE STANDARD
012900     RECORD CONTAINS 80 CHARACTERS
013000     BLOCK CONTAINS 0 RECORDS
013100     DATA RECORD IS GLMAP-INPUT-REC.
013200
013300 01  GLMAP-INPUT-REC.
013400     05  GLM-SOURCE-TYPE              PIC X(1).
013500     05  FILLER                       PIC X(1).
013600     05  GLM-SOURCE-CODE              PIC X(4).
013700     05  FILLER                       PIC X(1).
013800     05  GLM-ACCOUNT                  PIC X(8).
013900     05  FILLER                       PIC X(65).
014000
014100 FD  BUSDATE-FILE
014200     RECORDING MODE IS F
014300     LABEL RECORDS ARE STANDARD
014400     RECORD CONTAINS 80 CHARACTERS
014500     BLOCK CONTAINS 0 RECORDS
014600     DATA RECORD IS BUSDATE-RECORD.
014700
014800 01  BUSDATE-RECORD.
014900     05  BUSDATE-PARM                 PIC 9(8).
015000     05  FILLER                       PIC X(72).
015100
015200* GL INTERFACE - SAME POSTING LAYOUT AS THE SANDBOX GLINTF.
015300 FD  GL-INTERFACE-FILE
015400     RECORDING MODE IS F
015500     LABEL RECORDS ARE STANDARD
015600     RECORD CONTAINS 80 CHARACTERS
015700     BLOCK CONTAINS 0 RECORDS
015800     DATA RECORD IS GL-POSTING-REC.
015900
016000 01  GL-POSTING-REC.
016100     05  GL-POST-DATE                 PIC 9(8).
016200     05  FILLER                       PIC X(1).
016300     05  GL-ACCOUNT                   PIC X(8).
016400     05  FILLER                       PIC X(1).
016500     05  GL-DR-CR                     PIC X(1).
016600     05  FILLER                       PIC X(1).
016700     05  GL-AMOUNT                    PIC 9(9)V99.
016800     05  FILLER                       PIC X(1).
016900     05  GL-SOURCE-DESC               PIC X(12).
017000     05  FILLER                       PIC X(36).
017100
017200 FD  ARGL-REPORT
017300     RECORDING MODE IS F
017400     LABEL RECORDS ARE STANDARD
017500     RECORD CONTAINS 133 CHARACTERS
017600     BLOCK CONTAINS 0 RECORDS
017700     DATA RECORD IS ARGL-REPORT-LINE.
017800
017900 01  ARGL-REPORT-LINE                 PIC X(133).
018000
018100 FD  CTLTOTS-FILE
018200     RECORDING MODE IS F.
018300 COPY CTLTOTS.
018400
018500 WORKING-STORAGE SECTION.
018600
018700 01  PROGRAM-INDICATOR-SWITCHES.
018800     05  WS-EOF-INVOICES-SW           PIC X(3)       VALUE 'NO '.
018900         88  EOF-INVOICES                            VALUE 'YES'.
019000     05  WS-EOF-CASH-SW               PIC X(3)       VALUE 'NO '.
019100         88  EOF-CASH                                VALUE 'YES'.
019200     05  WS-EOF-FINCHG-SW             PIC X(3)       VALUE 'NO '.
019300         88  EOF-FINCHG                              VALUE 'YES'.
019400     05  WS-EOF-GLMAP-SW              PIC X(3)       VALUE 'NO '.
019500         88  EOF-GLMAP                               VALUE 'YES'.
019510     05  WS-FINCHGF-MISSING-SW        PIC X(3)       VALUE 'NO '.
019520         88  FINCHGF-MISSING                         VALUE 'YES'.
019600
019700 01  WS-STATUS-FIELDS.
019800     05  WS-ORDACT2-STATUS PIC X(2)       VALUE SPACES.
019900     05  WS-CASHHIST-STATUS PIC X(2)      VALUE SPACES.
020000     05  WS-FINCHGF-STATUS PIC X(2)       VALUE SPACES.
020100     05  WS-GLMAP-STATUS   PIC X(2)       VALUE SPACES.
020200     05  WS-BUSDATE-STATUS PIC X(2)       VALUE SPACES.
020300     05  WS-CTLTOTS-STATUS PIC X(2)       VALUE SPACES.
020400
020500 01  WS-POST-YYYYMMDD                 PIC 9(8)       VALUE ZERO.
020600
020700 01  WS-ACCUMULATORS.
020800     05  WS-INV-READ-CTR   PIC 9(4)       VALUE ZERO.
020900     05  WS-CASH-READ-CTR  PIC 9(4)       VALUE ZERO.
021000     05  WS-CASH-OTHER-CTR PIC 9(4)       VALUE ZERO.
021100     05  WS-FC-READ-CTR    PIC 9(4)       VALUE ZERO.
021200     05  WS-REJECT-CTR     PIC 9(4)       VALUE ZERO.
021300     05  WS-POSTING-CTR    PIC 9(4)       VALUE ZERO.
021400     05  WS-UNMAPPED-CTR   PIC 9(4)       VALUE ZERO.
021500     05  WS-INVOICE-TL     PIC S9(9)V99   VALUE ZERO.
021600     05  WS-CASH-TL        PIC S9(9)V99   VALUE ZERO.
021700     05  WS-FINCHG-TL      PIC S9(9)V99   VALUE ZERO.
021800     05  WS-DEBIT-TL       PIC S9(11)V99  VALUE ZERO.
021900     05  WS-CREDIT-TL      PIC S9(11)V99  VALUE ZERO.
022000
022100* GL ACCOUNT MAP - RECEIVABLES (TYPE R) ENTRIES ONLY.
022200 01  WS-GLMAP-CONTROLS.
022300     05  WS-GLMAP-COUNT    PIC S9(4) COMP VALUE ZERO.
022400     05  WS-GLMAP-MAX      PIC S9(4) COMP VALUE +30.
022500
022600 01  GLMAP-TABLE.
022700     05  GLMAP-ENTRY OCCURS 30 TIMES INDEXED BY GLMAP-INDEX.
022800         10  GLT-SOURCE-CODE      PIC X(4).
022900         10  GLT-ACCOUNT          PIC X(8).
023000
023100 01  WS-GL-POSTING-WORK.
023200     05  WS-GL-LOOKUP-CODE            PIC X(4)       VALUE SPACES.
023300     05  WS-GL-ACCOUNT                PIC X(8)       VALUE SPACES.
023400     05  WS-GL-DR-CR                  PIC X(1)       VALUE SPACE.
023500     05  WS-GL-POST-AMT               PIC S9(9)V99   VALUE ZERO.
023600     05  WS-GL-SOURCE-DESC            PIC X(12)      VALUE SPACES.
023700
023800 01  HL-REPORT-HDR.
023900     05  FILLER            PIC X(1)   VALUE SPACES.
024000     05  FILLER            PIC X(37)  VALUE
024100                  'RECEIVABLES GL INTERFACE  POSTED FOR '.
024200     05  HDR-POST-DATE     PIC 9(8).
024300     05  FILLER            PIC X(87)  VALUE SPACES.
024400
024500 01  HL-REPORT-COLS.
024600     05  FILLER            PIC X(1)   VALUE SPACES.
024700     05  FILLER            PIC X(44)  VALUE
024800            'ACCOUNT  D/C          AMOUNT  SOURCE        '.
024900     05  FILLER            PIC X(88)  VALUE SPACES.
025000
025100 01  DL-REPORT-DETAIL.
025200     05  FILLER            PIC X(1)   VALUE SPACES.
025300     05  RPT-ACCOUNT       PIC X(8).
025400     05  FILLER            PIC X(2)   VALUE SPACES.
025500     05  RPT-DR-CR         PIC X(1).
025600     05  FILLER            PIC X(3)   VALUE SPACES.
025700     05  RPT-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
025800     05  FILLER            PIC X(2)   VALUE SPACES.
025900     05  RPT-SOURCE-DESC   PIC X(12).
026000     05  FILLER            PIC X(2)   VALUE SPACES.
026100     05  RPT-NOTE          PIC X(30).
026200     05  FILLER            PIC X(58)  VALUE SPACES.
026300
026400 01  TL-REPORT-TOTALS.
026500     05  FILLER            PIC X(1)   VALUE SPACES.
026600     05  TL-LIT            PIC X(21).
026700     05  TL-AMOUNT         PIC Z,ZZZ,ZZZ,ZZ9.99.
026800     05  FILLER            PIC X(2)   VALUE SPACES.
026900     05  TL-NOTE           PIC X(30).
027000     05  FILLER            PIC X(63)  VALUE SPACES.
027100
027200 01  DISPLAY-LINE.
027300     05  DISP-MESSAGE     PIC X(45).
027400     05  DISP-VALUE       PIC ZZZ9.
027410
027420* HEADER / TRAILER RECORDS THE CHAIN PUTS ON EVERY INVOICE FILE.
027430 COPY ACT2HT.
027500
027600 PROCEDURE DIVISION.
027700
027800 000-MAINLINE SECTION.
027900
028000     DISPLAY '****     ARGLPOST RUNNING    ****'.
028100     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-POST-YYYYMMDD.
028200     PERFORM 170-GET-BUSINESS-DATE THRU
028300                  170-GET-BUSINESS-DATE-EXIT.
028400     PERFORM 150-LOAD-GL-MAP THRU 150-LOAD-GL-MAP-EXIT.
028500     OPEN OUTPUT GL-INTERFACE-FILE
028600                 ARGL-REPORT.
028700     MOVE WS-POST-YYYYMMDD TO HDR-POST-DATE.
028800     WRITE ARGL-REPORT-LINE FROM HL-REPORT-HDR
028900         AFTER ADVANCING PAGE.
029000     WRITE ARGL-REPORT-LINE FROM HL-REPORT-COLS
029100         AFTER ADVANCING 2.
029200     PERFORM 200-TOTAL-NEW-INVOICES THRU
029300                  200-TOTAL-NEW-INVOICES-EXIT.
029400     PERFORM 300-TOTAL-CASH-APPLIED THRU
029500                  300-TOTAL-CASH-APPLIED-EXIT.
029600     PERFORM 400-TOTAL-FINANCE-CHARGES THRU
029700                  400-TOTAL-FINANCE-CHARGES-EXIT.
029800     PERFORM 500-WRITE-POSTINGS THRU 500-WRITE-POSTINGS-EXIT.
029900     CLOSE GL-INTERFACE-FILE
030000           ARGL-REPORT.
030100     PERFORM 550-DISPLAY-PROG-DIAG THRU
030200                  550-DISPLAY-PROG-DIAG-EXIT.
030300     IF WS-DEBIT-TL IS NOT EQUAL TO WS-CREDIT-TL
030400        DISPLAY '** ERROR **  GL FEED OUT OF BALANCE - DEBITS '
030500                'DO NOT EQUAL CREDITS'
030600        MOVE 12 TO RETURN-CODE
030700     ELSE
030800        IF WS-UNMAPPED-CTR IS GREATER THAN ZERO OR
030900           WS-REJECT-CTR IS GREATER THAN ZERO OR
030950           FINCHGF-MISSING
031000           MOVE 4 TO RETURN-CODE
031100        ELSE
031200           MOVE ZERO TO RETURN-CODE.
031300     PERFORM 565-WRITE-CONTROL-TOTALS THRU
031400                  565-WRITE-CONTROL-TOTALS-EXIT.
031500     GOBACK.
031600
031700* LOAD THE RECEIVABLES ENTRIES OF THE GL ACCOUNT MAP.  AN
031800* UNAVAILABLE MAP SENDS EVERY POSTING TO SUSPENSE.
031900 150-LOAD-GL-MAP.
032000
032100     OPEN INPUT GLMAP-FILE.
032200     IF WS-GLMAP-STATUS IS NOT EQUAL TO '00'
032300        DISPLAY '** WARNING **  GLMAP NOT AVAILABLE - GL '
032400                'POSTINGS GO TO SUSPENSE'
032500        GO TO 150-LOAD-GL-MAP-EXIT.
032600     PERFORM 155-STORE-GL-MAP THRU 155-STORE-GL-MAP-EXIT
032700         UNTIL EOF-GLMAP.
032800     CLOSE GLMAP-FILE.
032900
033000 150-LOAD-GL-MAP-EXIT.
033100     EXIT.
033200
033300 155-STORE-GL-MAP.
033400
033500     READ GLMAP-FILE
033600         AT END  MOVE 'YES' TO WS-EOF-GLMAP-SW,
033700                 GO TO 155-STORE-GL-MAP-EXIT.
033800     IF GLM-SOURCE-TYPE IS EQUAL TO 'R' AND
033900        GLM-ACCOUNT IS NOT EQUAL TO SPACES AND
034000        WS-GLMAP-COUNT IS LESS THAN WS-GLMAP-MAX
034100        ADD 1 TO WS-GLMAP-COUNT
034200        SET GLMAP-INDEX TO WS-GLMAP-COUNT
034300        MOVE GLM-SOURCE-CODE TO GLT-SOURCE-CODE (GLMAP-INDEX)
034400        MOVE GLM-ACCOUNT TO GLT-ACCOUNT (GLMAP-INDEX).
034500
034600 155-STORE-GL-MAP-EXIT.
034700     EXIT.
034800
034900 170-GET-BUSINESS-DATE.
035000
035100     OPEN INPUT BUSDATE-FILE.
035200     IF WS-BUSDATE-STATUS IS NOT EQUAL TO '00'
035300        GO TO 170-GET-BUSINESS-DATE-EXIT.
035400     READ BUSDATE-FILE
035500         AT END  GO TO 170-GET-BUSINESS-CLOSE.
035600     IF BUSDATE-PARM IS NUMERIC AND
035700        BUSDATE-PARM IS NOT EQUAL TO ZERO
035800        MOVE BUSDATE-PARM TO WS-POST-YYYYMMDD
035900        DISPLAY 'BUSINESS DATE OVERRIDE: ' WS-POST-YYYYMMDD.
036000
036100 170-GET-BUSINESS-CLOSE.
036200     CLOSE BUSDATE-FILE.
036300
036400 170-GET-BUSINESS-DATE-EXIT.
036500     EXIT.
036600
036700 200-TOTAL-NEW-INVOICES.
036800
036900     OPEN INPUT NEW-INVOICE-FILE.
037000     IF WS-ORDACT2-STATUS IS NOT EQUAL TO '00'
037100        DISPLAY '** WARNING **  ORDACT2 NOT AVAILABLE - NO '
037200                'INVOICES POSTED'
037300        GO TO 200-TOTAL-NEW-INVOICES-EXIT.
037400     PERFORM 210-ADD-ONE-INVOICE THRU 210-ADD-ONE-INVOICE-EXIT
037500         UNTIL EOF-INVOICES.
037600     CLOSE NEW-INVOICE-FILE.
037700
037800 200-TOTAL-NEW-INVOICES-EXIT.
037900     EXIT.
038000
038100 210-ADD-ONE-INVOICE.
038200
038300     READ NEW-INVOICE-FILE
038400         AT END  MOVE 'YES' TO WS-EOF-INVOICES-SW,
038500                 GO TO 210-ADD-ONE-INVOICE-EXIT.
038510* HEADER AND TRAILER RECORDS (COPY ACT2HT) ARE NOT INVOICES
038520     MOVE NEW-INVOICE-RECORD (1:10) TO A2C-KEY.
038530     IF A2C-HEADER OR A2C-TRAILER
038540        GO TO 210-ADD-ONE-INVOICE-EXIT.
038600     ADD 1 TO WS-INV-READ-CTR.
038700     IF NI-INV-AMT IS NOT NUMERIC
038800        DISPLAY '** ERROR **  ORDACT2 AMOUNT NOT NUMERIC - '
038900                'NOT POSTED'
039000        DISPLAY NEW-INVOICE-RECORD
039100        ADD 1 TO WS-REJECT-CTR
039200        GO TO 210-ADD-ONE-INVOICE-EXIT.
039300     ADD NI-INV-AMT TO WS-INVOICE-TL.
039400
039500 210-ADD-ONE-INVOICE-EXIT.
039600     EXIT.
039700
039800 300-TOTAL-CASH-APPLIED.
039900
040000     OPEN INPUT CASH-HISTORY-FILE.
040100     IF WS-CASHHIST-STATUS IS NOT EQUAL TO '00'
040200        DISPLAY '** WARNING **  CASHHIST NOT AVAILABLE - NO '
040300                'CASH POSTED'
040400        GO TO 300-TOTAL-CASH-APPLIED-EXIT.
040500     PERFORM 310-ADD-ONE-PAYMENT THRU 310-ADD-ONE-PAYMENT-EXIT
040600         UNTIL EOF-CASH.
040700     CLOSE CASH-HISTORY-FILE.
040800
040900 300-TOTAL-CASH-APPLIED-EXIT.
041000     EXIT.
041100
041200 310-ADD-ONE-PAYMENT.
041300
041400     READ CASH-HISTORY-FILE
041500         AT END  MOVE 'YES' TO WS-EOF-CASH-SW,
041600                 GO TO 310-ADD-ONE-PAYMENT-EXIT.
041700     IF CH-RUN-DATE IS NOT EQUAL TO WS-POST-YYYYMMDD
041800        ADD 1 TO WS-CASH-OTHER-CTR
041900        GO TO 310-ADD-ONE-PAYMENT-EXIT.
042000     ADD 1 TO WS-CASH-READ-CTR.
042100     IF CH-PAY-AMT IS NOT NUMERIC
042200        DISPLAY '** ERROR **  CASHHIST AMOUNT NOT NUMERIC - '
042300                'NOT POSTED'
042400        DISPLAY CASH-HISTORY-RECORD
042500        ADD 1 TO WS-REJECT-CTR
042600        GO TO 310-ADD-ONE-PAYMENT-EXIT.
042700     ADD CH-PAY-AMT TO WS-CASH-TL.
042800
042900 310-ADD-ONE-PAYMENT-EXIT.
043000     EXIT.
043100
043200 400-TOTAL-FINANCE-CHARGES.
043300
043400     OPEN INPUT FINCHG-FILE.
043500     IF WS-FINCHGF-STATUS IS NOT EQUAL TO '00'
043510        DISPLAY '** WARNING **  FINCHGF NOT AVAILABLE - NO '
043520                'FINANCE CHARGES POSTED. STATUS '
043530                WS-FINCHGF-STATUS
043540        MOVE 'YES' TO WS-FINCHGF-MISSING-SW
043600        GO TO 400-TOTAL-FINANCE-CHARGES-EXIT.
043700     PERFORM 410-ADD-ONE-CHARGE THRU 410-ADD-ONE-CHARGE-EXIT
043800         UNTIL EOF-FINCHG.
043900     CLOSE FINCHG-FILE.
044000
044100 400-TOTAL-FINANCE-CHARGES-EXIT.
044200     EXIT.
044300
044400 410-ADD-ONE-CHARGE.
044500
044600     READ FINCHG-FILE
044700         AT END  MOVE 'YES' TO WS-EOF-FINCHG-SW,
044800                 GO TO 410-ADD-ONE-CHARGE-EXIT.
044900     ADD 1 TO WS-FC-READ-CTR.
045000     IF FC-CHARGE-AMT IS NOT NUMERIC
045100        DISPLAY '** ERROR **  FINCHGF AMOUNT NOT NUMERIC - '
045200                'NOT POSTED'
045300        DISPLAY FINCHG-RECORD
045400        ADD 1 TO WS-REJECT-CTR
045500        GO TO 410-ADD-ONE-CHARGE-EXIT.
045600     ADD FC-CHARGE-AMT TO WS-FINCHG-TL.
045700
045800 410-ADD-ONE-CHARGE-EXIT.
045900     EXIT.
046000
046100* ONE DEBIT AND ONE CREDIT PER KIND OF ACTIVITY.  NOTHING IS
046200* POSTED FOR A KIND WITH NO ACTIVITY TODAY.
046300 500-WRITE-POSTINGS.
046400
046500     IF WS-INVOICE-TL IS NOT EQUAL TO ZERO
046600        MOVE WS-INVOICE-TL TO WS-GL-POST-AMT
046700        MOVE 'AR INVOICES ' TO WS-GL-SOURCE-DESC
046800        MOVE 'AR  ' TO WS-GL-LOOKUP-CODE
046900        MOVE 'D' TO WS-GL-DR-CR
047000        PERFORM 510-WRITE-ONE-POSTING THRU
047100                     510-WRITE-ONE-POSTING-EXIT
047200        MOVE 'SALE' TO WS-GL-LOOKUP-CODE
047300        MOVE 'C' TO WS-GL-DR-CR
047400        PERFORM 510-WRITE-ONE-POSTING THRU
047500                     510-WRITE-ONE-POSTING-EXIT.
047600     IF WS-CASH-TL IS NOT EQUAL TO ZERO
047700        MOVE WS-CASH-TL TO WS-GL-POST-AMT
047800        MOVE 'AR CASH     ' TO WS-GL-SOURCE-DESC
047900        MOVE 'BANK' TO WS-GL-LOOKUP-CODE
048000        MOVE 'D' TO WS-GL-DR-CR
048100        PERFORM 510-WRITE-ONE-POSTING THRU
048200                     510-WRITE-ONE-POSTING-EXIT
048300        MOVE 'AR  ' TO WS-GL-LOOKUP-CODE
048400        MOVE 'C' TO WS-GL-DR-CR
048500        PERFORM 510-WRITE-ONE-POSTING THRU
048600                     510-WRITE-ONE-POSTING-EXIT.
048700     IF WS-FINCHG-TL IS NOT EQUAL TO ZERO
048800        MOVE WS-FINCHG-TL TO WS-GL-POST-AMT
048900        MOVE 'AR FIN CHG  ' TO WS-GL-SOURCE-DESC
049000        MOVE 'AR  ' TO WS-GL-LOOKUP-CODE
049100        MOVE 'D' TO WS-GL-DR-CR
049200        PERFORM 510-WRITE-ONE-POSTING THRU
049300                     510-WRITE-ONE-POSTING-EXIT
049400        MOVE 'FINC' TO WS-GL-LOOKUP-CODE
049500        MOVE 'C' TO WS-GL-DR-CR
049600        PERFORM 510-WRITE-ONE-POSTING THRU
049700                     510-WRITE-ONE-POSTING-EXIT.
049800     MOVE 'TOTAL DEBITS         ' TO TL-LIT.
049900     MOVE WS-DEBIT-TL TO TL-AMOUNT.
050000     MOVE SPACES TO TL-NOTE.
050100     WRITE ARGL-REPORT-LINE FROM TL-REPORT-TOTALS
050200         AFTER ADVANCING 2.
050300     MOVE 'TOTAL CREDITS        ' TO TL-LIT.
050400     MOVE WS-CREDIT-TL TO TL-AMOUNT.
050500     IF WS-DEBIT-TL IS EQUAL TO WS-CREDIT-TL
050600        MOVE 'FEED IN BALANCE' TO TL-NOTE
050700     ELSE
050800        MOVE '** FEED OUT OF BALANCE **' TO TL-NOTE.
050900     WRITE ARGL-REPORT-LINE FROM TL-REPORT-TOTALS
051000         AFTER ADVANCING 1.
051100
051200 500-WRITE-POSTINGS-EXIT.
051300     EXIT.
051400
051500 510-WRITE-ONE-POSTING.
051600
051700     MOVE SPACES TO DL-REPORT-DETAIL.
051800     PERFORM 520-GL-ACCOUNT-LOOKUP THRU
051900                  520-GL-ACCOUNT-LOOKUP-EXIT.
052000     MOVE SPACES TO GL-POSTING-REC.
052100     MOVE WS-POST-YYYYMMDD TO GL-POST-DATE.
052200     MOVE WS-GL-ACCOUNT TO GL-ACCOUNT.
052300     MOVE WS-GL-DR-CR TO GL-DR-CR.
052400     MOVE WS-GL-POST-AMT TO GL-AMOUNT.
052500     MOVE WS-GL-SOURCE-DESC TO GL-SOURCE-DESC.
052600     WRITE GL-POSTING-REC.
052700     ADD 1 TO WS-POSTING-CTR.
052800     IF WS-GL-DR-CR IS EQUAL TO 'D'
052900        ADD WS-GL-POST-AMT TO WS-DEBIT-TL
053000     ELSE
053100        ADD WS-GL-POST-AMT TO WS-CREDIT-TL.
053200     MOVE WS-GL-ACCOUNT TO RPT-ACCOUNT.
053300     MOVE WS-GL-DR-CR TO RPT-DR-CR.
053400     MOVE WS-GL-POST-AMT TO RPT-AMOUNT.
053500     MOVE WS-GL-SOURCE-DESC TO RPT-SOURCE-DESC.
053600     WRITE ARGL-REPORT-LINE FROM DL-REPORT-DETAIL
053700         AFTER ADVANCING 1.
053800
053900 510-WRITE-ONE-POSTING-EXIT.
054000     EXIT.
054100
054200 520-GL-ACCOUNT-LOOKUP.
054300
054400     MOVE 'GLSUSPNS' TO WS-GL-ACCOUNT.
054500     IF WS-GLMAP-COUNT IS EQUAL TO ZERO
054600        GO TO 520-GL-NOT-MAPPED.
054700     SET GLMAP-INDEX TO 1.
054800     SEARCH GLMAP-ENTRY
054900         AT END
055000             GO TO 520-GL-NOT-MAPPED
055100         WHEN GLMAP-INDEX IS GREATER THAN WS-GLMAP-COUNT
055200             GO TO 520-GL-NOT-MAPPED
055300         WHEN GLT-SOURCE-CODE (GLMAP-INDEX) IS EQUAL TO
055400              WS-GL-LOOKUP-CODE
055500             MOVE GLT-ACCOUNT (GLMAP-INDEX) TO WS-GL-ACCOUNT.
055600     GO TO 520-GL-ACCOUNT-LOOKUP-EXIT.
055700
055800 520-GL-NOT-MAPPED.
055900     DISPLAY '** WARNING **  GLMAP HAS NO ACCOUNT FOR R '
056000             WS-GL-LOOKUP-CODE ' - POSTED TO SUSPENSE'.
056100     ADD 1 TO WS-UNMAPPED-CTR.
056200     MOVE 'UNMAPPED - POSTED TO SUSPENSE ' TO RPT-NOTE.
056300
056400 520-GL-ACCOUNT-LOOKUP-EXIT.
056500     EXIT.
056600
056700 550-DISPLAY-PROG-DIAG.
056800
056900     MOVE 'NEW INVOICES READ (ORDACT2)                  '  TO
057000          DISP-MESSAGE.
057100     MOVE WS-INV-READ-CTR TO DISP-VALUE.
057200     DISPLAY DISPLAY-LINE.
057300     MOVE 'CASH APPLICATIONS FOR POSTING DATE           '  TO
057400          DISP-MESSAGE.
057500     MOVE WS-CASH-READ-CTR TO DISP-VALUE.
057600     DISPLAY DISPLAY-LINE.
057700     MOVE 'CASHHIST RECORDS FOR OTHER DATES - SKIPPED   '  TO
057800          DISP-MESSAGE.
057900     MOVE WS-CASH-OTHER-CTR TO DISP-VALUE.
058000     DISPLAY DISPLAY-LINE.
058100     MOVE 'FINANCE CHARGES READ (FINCHGF)               '  TO
058200          DISP-MESSAGE.
058300     MOVE WS-FC-READ-CTR TO DISP-VALUE.
058400     DISPLAY DISPLAY-LINE.
058500     MOVE 'SOURCE RECORDS REJECTED                      '  TO
058600          DISP-MESSAGE.
058700     MOVE WS-REJECT-CTR TO DISP-VALUE.
058800     DISPLAY DISPLAY-LINE.
058900     MOVE 'GL POSTING RECORDS WRITTEN                   '  TO
059000          DISP-MESSAGE.
059100     MOVE WS-POSTING-CTR TO DISP-VALUE.
059200     DISPLAY DISPLAY-LINE.
059300     MOVE 'POSTINGS TO SUSPENSE (UNMAPPED)              '  TO
059400          DISP-MESSAGE.
059500     MOVE WS-UNMAPPED-CTR TO DISP-VALUE.
059600     DISPLAY DISPLAY-LINE.
059700     DISPLAY '****     ARGLPOST EOJ        ****'.
059800
059900 550-DISPLAY-PROG-DIAG-EXIT.
060000     EXIT.
060100
060200* THE FEED SUMMARIZES - EVERY SOURCE RECORD TAKEN IS COUNTED
060300* AS WRITTEN (INTO ITS POSTING) SO READ = WRITTEN + ERROR.
060400 565-WRITE-CONTROL-TOTALS.
060500
060600     OPEN EXTEND CTLTOTS-FILE.
060700     MOVE 'ARGLPOST' TO CTL-PROGRAM-ID.
060800     MOVE WS-POST-YYYYMMDD TO CTL-RUN-DATE.
060900     MOVE FUNCTION CURRENT-DATE (9:6) TO CTL-RUN-TIME.
061000     COMPUTE CTL-RECORDS-READ =
061100         WS-INV-READ-CTR + WS-CASH-READ-CTR + WS-FC-READ-CTR.
061200     COMPUTE CTL-RECORDS-WRITTEN =
061300         WS-INV-READ-CTR + WS-CASH-READ-CTR + WS-FC-READ-CTR -
061400         WS-REJECT-CTR.
061500     MOVE WS-REJECT-CTR   TO CTL-RECORDS-ERROR.
061600     MOVE RETURN-CODE     TO CTL-RETURN-CODE.
061700     WRITE CTL-TOTALS-RECORD.
061800     CLOSE CTLTOTS-FILE.
061900
062000 565-WRITE-CONTROL-TOTALS-EXIT.
062100     EXIT.
