000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    WOPOST.
000300 AUTHOR.        IBM.
000400 DATE-WRITTEN.  10-15-26.
000500
000600******************************************************************
000700*  WRITE-OFF APPROVAL AND POSTING RUN.  COLLPOST STAMPS 'W'     *
000800*  (WRITE-OFF RECOMMENDATION) AND 'U' (UNCOLLECTIBLE) ON THE    *
000900*  INVOICE IN COLUMN 42; THIS STEP ACTS ON THEM.  CREDIT        *
001000*  MANAGEMENT SUPPLIES ONE APPROVAL CARD PER INVOICE TO BE      *
001100*  WRITTEN OFF.  AN APPROVED INVOICE IS TAKEN OUT OF THE        *
001200*  ACT2NEW STREAM (SO CNTRLBRK NO LONGER AGES, DUNS OR CHARGES  *
001300*  FINANCE ON IT) AND APPENDED TO THE PERMANENT WRITE-OFF       *
001400*  HISTORY (WOHIST).  THE WOREG REGISTER LISTS EVERY POSTED AND *
001500*  REFUSED WRITE-OFF WITH ITS APPROVERS AND REASON.             *
001600*                                                               *
001700*  APPROVAL CARD (WOAPPRV, 80 BYTES):                           *
001800*      COLS  1-5   CUSTOMER NUMBER                              *
001900*      COLS  7-11  INVOICE NUMBER                               *
002000*      COLS 13-20  APPROVER USER ID                             *
002100*      COLS 22-29  SECOND APPROVER USER ID (OVER-LIMIT ONLY)    *
002200*      COLS 31-32  REASON CODE                                  *
002300*      COLS 34-63  REASON TEXT                                  *
002400*                                                               *
002500*  OPTIONAL LIMIT CARD (WOLIMIT): COLS 1-9 SINGLE-APPROVER      *
002600*  LIMIT 9(7)V99.  ABSENT OR INVALID, THE LIMIT IS 1,000.00.    *
002700*  AN OPEN AMOUNT OVER THE LIMIT IS REFUSED UNLESS A SECOND,    *
002800*  DIFFERENT APPROVER IS ON THE CARD.                           *
002900*                                                               *
003000*  ONLY UNPAID INVOICES CARRYING 'W' OR 'U' ARE WRITTEN OFF.    *
003100*  REFUSED AND UNMATCHED CARDS SET RETURN CODE 4; CARDS THAT    *
003200*  FAIL EDIT SET RETURN CODE 8.  RUN BETWEEN COLLPOST AND       *
003300*  CNTRLBRK.                                                    *
003310*                                                               *
003320*  ACT2DATA MUST CARRY THE HEADER AND TRAILER (COPY ACT2HT) OF  *
003330*  EVERY STEP THAT FED IT.  ACT2CTL PROVES THEM BEFORE ANY      *
003340*  INVOICE IS TOUCHED AND THE RUN STOPS THROUGH ABENDRTN WHEN   *
003350*  THE COUNT, AMOUNT OR DATE DOES NOT FOLLOW FROM THE PREVIOUS  *
003360*  STEP.  ACT2NEW GOES OUT WITH THIS STEP'S OWN HEADER AND      *
003370*  TRAILER, RECORDED ON ACT2GEN FOR THE NEXT STEP TO CHECK.     *
003400******************************************************************
003500
003600 ENVIRONMENT DIVISION.
003700
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER.   IBM-390.
004000 OBJECT-COMPUTER.   IBM-390.
004100
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400
004500     SELECT APPROVAL-INPUT-FILE ASSIGN TO UT-S-WOAPPRV.
004600     SELECT LIMIT-CARD-FILE ASSIGN TO UT-S-WOLIMIT
004700        ACCESS MODE IS SEQUENTIAL
004800        FILE STATUS IS WS-WOLIMIT-STATUS.
004900     SELECT MI-INPUT-FILE ASSIGN TO UT-S-ACT2DATA.
005000     SELECT MI-UPDATED-FILE ASSIGN TO UT-S-ACT2NEW.
005100     SELECT WRITEOFF-HISTORY-FILE ASSIGN TO UT-S-WOHIST
005200        ACCESS MODE IS SEQUENTIAL
005300        FILE STATUS IS WS-WOHIST-STATUS.
005400     SELECT WRITEOFF-REGISTER-RPT ASSIGN TO UT-S-WOREG.
005500     SELECT CTLTOTS-FILE ASSIGN TO UT-S-CTLTOTS
005600        ACCESS MODE IS SEQUENTIAL
005700        FILE STATUS IS WS-CTLTOTS-STATUS.
005800
005900 DATA DIVISION.
006000
006100 FILE SECTION.
006200
006300 FD  APPROVAL-INPUT-FILE
006400     RECORDING MODE IS F
006500     LABEL RECORDS ARE STANDARD
006600     RECORD CONTAINS 80 CHARACTERS
006700     BLOCK CONTAINS 0 RECORDS
006800     DATA RECORD IS APPROVAL-INPUT-RECORD.
006900
007000 01  APPROVAL-INPUT-RECORD            PIC X(80).
007100
007200 FD  LIMIT-CARD-FILE
007300     RECORDING MODE IS F
007400     LABEL RECORDS ARE STANDARD
007500     RECORD CONTAINS 80 CHARACTERS
007600     BLOCK CONTAINS 0 RECORDS
007700     DATA RECORD IS LIMIT-CARD-RECORD.
007800
007900 01  LIMIT-CARD-RECORD.
008000     05  LIMIT-CARD-AMT               PIC 9(7)V99.
008100     05  FILLER                       PIC X(71).
008200
008300 FD  MI-INPUT-FILE
008400     RECORDING MODE IS F
008500     LABEL RECORDS ARE STANDARD
008600     RECORD CONTAINS 80 CHARACTERS
008700     BLOCK CONTAINS 0 RECORDS
008800     DATA RECORD IS MI-INPUT-RECORD.
008900
009000 01  MI-INPUT-RECORD                  PIC X(80).
009100
009200 FD  MI-UPDATED-FILE
009300     RECORDING MODE IS F
009400     LABEL RECORDS ARE STANDARD
009500     RECORD CONTAINS 80 CHARACTERS
009600     BLOCK CONTAINS 0 RECORDS
009700     DATA RECORD IS MI-UPDATED-RECORD.
009800
009900 01  MI-UPDATED-RECORD                PIC X(80).
010000
010100* PERMANENT WRITE-OFF HISTORY - ONE RECORD PER INVOICE WRITTEN
010200* OFF, APPENDED EVERY RUN (JCL SUPPLIES DISP=MOD).  THIS IS THE
010300* ONLY RECORD OF THE INVOICE ONCE IT LEAVES ACT2NEW, SO THE RUN
010400* WILL NOT START WITHOUT IT.
010500 FD  WRITEOFF-HISTORY-FILE
010600     RECORDING MODE IS F
010700     LABEL RECORDS ARE STANDARD
010800     RECORD CONTAINS 80 CHARACTERS
010900     BLOCK CONTAINS 0 RECORDS
011000     DATA RECORD IS WRITEOFF-HISTORY-RECORD.
011100
011200 01  WRITEOFF-HISTORY-RECORD.
011300     05  WO-POST-DATE                 PIC 9(8).
011400     05  FILLER                       PIC X(1).
011500     05  WO-CUST-NO                   PIC 9(5).
011600     05  FILLER                       PIC X(1).
011700     05  WO-INV-NO                    PIC X(5).
011800     05  FILLER                       PIC X(1).
011900     05  WO-INV-DATE                  PIC X(6).
012000     05  FILLER                       PIC X(1).
012100     05  WO-AMOUNT                    PIC S9(7)V99
012200                                      SIGN LEADING SEPARATE.
012300     05  FILLER                       PIC X(1).
012400     05  WO-DISP-CODE                 PIC X(1).
012500     05  FILLER                       PIC X(1).
012600     05  WO-APPROVER-1                PIC X(8).
012800     05  WO-APPROVER-2                PIC X(8).
013000     05  WO-REASON-CODE               PIC X(2).
013100     05  FILLER                       PIC X(1).
013200     05  WO-REASON-TEXT               PIC X(20).
013400
013500 FD  WRITEOFF-REGISTER-RPT
013600     RECORDING MODE IS F
013700     LABEL RECORDS ARE STANDARD
013800     RECORD CONTAINS 133 CHARACTERS
013900     BLOCK CONTAINS 0 RECORDS
014000     DATA RECORD IS WRITEOFF-REGISTER-LINE.
014100
014200 01  WRITEOFF-REGISTER-LINE           PIC X(133).
014300
014400 FD  CTLTOTS-FILE
014500     RECORDING MODE IS F.
014600 COPY CTLTOTS.
014700
014800 WORKING-STORAGE SECTION.
014900
015000 01  PROGRAM-INDICATOR-SWITCHES.
015100     05  WS-EOF-APPROVALS-SW          PIC X(3)       VALUE 'NO '.
015200         88  EOF-APPROVALS                           VALUE 'YES'.
015300     05  WS-EOF-INVOICES-SW           PIC X(3)       VALUE 'NO '.
015400         88  EOF-INVOICES                            VALUE 'YES'.
015500     05  WS-APPR-FOUND-SW             PIC X(3)       VALUE 'NO '.
015600         88  APPROVAL-FOUND                          VALUE 'YES'.
015700     05  WS-WRITTEN-OFF-SW            PIC X(3)       VALUE 'NO '.
015800         88  INVOICE-WRITTEN-OFF                     VALUE 'YES'.
015900
016000 01  WS-CTLTOTS-STATUS                PIC X(2)       VALUE SPACES.
016100 01  WS-WOLIMIT-STATUS                PIC X(2)       VALUE SPACES.
016200 01  WS-WOHIST-STATUS                 PIC X(2)       VALUE SPACES.
016300 01  WS-TODAY-YYYYMMDD                PIC 9(8)       VALUE ZERO.
016400
016500* OPEN AMOUNT ABOVE WHICH ONE SIGNATURE IS NOT ENOUGH
016600 01  WS-SINGLE-APPR-LIMIT             PIC 9(7)V99    VALUE
016700                                                     1000.00.
016800 01  WS-OPEN-AMT                      PIC S9(7)V99   VALUE ZERO.
016900
017000 01  WS-ACCUMULATORS.
017100     05  WS-APPR-READ-CTR  PIC 9(4)       VALUE ZERO.
017200     05  WS-INV-READ-CTR   PIC 9(4)       VALUE ZERO.
017300     05  WS-INV-WRTN-CTR   PIC 9(4)       VALUE ZERO.
017310     05  WS-INV-AMT-WRTN-TL PIC S9(11)V99 VALUE ZERO.
017400     05  WS-POSTED-CTR     PIC 9(4)       VALUE ZERO.
017500     05  WS-REFUSED-CTR    PIC 9(4)       VALUE ZERO.
017600     05  WS-UNMATCHED-CTR  PIC 9(4)       VALUE ZERO.
017700     05  WS-APPR-REJECT-CTR PIC 9(4)      VALUE ZERO.
017800     05  WS-WRITTEN-OFF-TL PIC 9(9)V99    VALUE ZERO.
017900
018000 01  WS-APPR-TABLE-CONTROLS.
018100     05  WS-APPR-COUNT     PIC S9(4) COMP VALUE ZERO.
018200     05  WS-APPR-MAX       PIC S9(4) COMP VALUE +500.
018300     05  WS-APPR-SUB       PIC S9(4) COMP VALUE ZERO.
018400
018500 01  APPROVAL-TABLE.
018600     05  APPR-ENTRY OCCURS 500 TIMES INDEXED BY APPR-INDEX.
018700         10  APR-CUST-NO          PIC 9(5).
018800         10  APR-INV-NO           PIC X(5).
018900         10  APR-APPROVER-1       PIC X(8).
019000         10  APR-APPROVER-2       PIC X(8).
019100         10  APR-REASON-CODE      PIC X(2).
019200         10  APR-REASON-TEXT      PIC X(30).
019300         10  APR-APPLIED-FLAG     PIC X(1).
019400
019500 01  APPROVAL-INPUT-REC.
019600     05  APR-CUST-NO-IN               PIC 9(5).
019700     05  FILLER                       PIC X(1).
019800     05  APR-INV-NO-IN                PIC X(5).
019900     05  APR-INV-NO-NUM  REDEFINES  APR-INV-NO-IN     PIC 9(5).
020000     05  FILLER                       PIC X(1).
020100     05  APR-APPROVER-1-IN            PIC X(8).
020200     05  FILLER                       PIC X(1).
020300     05  APR-APPROVER-2-IN            PIC X(8).
020400     05  FILLER                       PIC X(1).
020500     05  APR-REASON-CODE-IN           PIC X(2).
020600     05  FILLER                       PIC X(1).
020700     05  APR-REASON-TEXT-IN           PIC X(30).
020800     05  FILLER                       PIC X(17).
020900
021000* INVOICE RECORD - SAME LAYOUT CNTRLBRK, PAYAPPLY AND COLLPOST
021100* READ.  COLUMN 42 CARRIES THE COLLPOST DISPOSITION.
021200 01  MI-INPUT-REC.
021300     05  CUST-NO-IN                   PIC 9(5).
021400     05  INV-NO-IN                    PIC X(5).
021500     05  AGED-CODE-IN                 PIC 9.
021600     05  INV-AMT-IN                   PIC S9(7)V99.
021700     05  PAID-DATE-IN                 PIC X(6).
021800     05  INV-DATE-IN                  PIC X(6).
021900     05  AMT-PAID-IN                  PIC S9(7)V99.
022000     05  AMT-PAID-IN-X  REDEFINES  AMT-PAID-IN      PIC X(9).
022100     05  COLL-STATUS-IN               PIC X(1).
022200         88  COLL-WRITE-OFF-CANDIDATE     VALUES 'W', 'U'.
022300     05  FILLER                       PIC X(38).
022400
022500 01  HL-REGISTER-HDR.
022600     05  FILLER            PIC X(1)   VALUE SPACES.
022700     05  FILLER            PIC X(19)  VALUE
022800                  'WRITE-OFF REGISTER '.
022900     05  FILLER            PIC X(18)  VALUE
023000                  'SINGLE-APPR LIMIT '.
023100     05  HDR-LIMIT         PIC Z,ZZZ,ZZ9.99.
023200     05  FILLER            PIC X(83)  VALUE SPACES.
023300
023400 01  HL-REGISTER-COLS.
023500     05  FILLER            PIC X(1)   VALUE SPACES.
023600     05  FILLER            PIC X(44)  VALUE
023700            'CUST   INV#     OPEN AMOUNT  D  APPROVER  AP'.
023800     05  FILLER            PIC X(44)  VALUE
023900            'PROVR2  RC  REASON                          '.
024000     05  FILLER            PIC X(44)  VALUE
024100            'FLAG    REFUSAL REASON                      '.
024200
024300 01  DL-REGISTER-DETAIL.
024400     05  FILLER            PIC X(1)   VALUE SPACES.
024500     05  REG-CUST-NO       PIC X(5).
024600     05  FILLER            PIC X(2)   VALUE SPACES.
024700     05  REG-INV-NO        PIC X(5).
024800     05  FILLER            PIC X(2)   VALUE SPACES.
024900     05  REG-OPEN-AMT      PIC Z,ZZZ,ZZ9.99-.
025000     05  FILLER            PIC X(2)   VALUE SPACES.
025100     05  REG-DISP-CODE     PIC X(1).
025200     05  FILLER            PIC X(2)   VALUE SPACES.
025300     05  REG-APPROVER-1    PIC X(8).
025400     05  FILLER            PIC X(2)   VALUE SPACES.
025500     05  REG-APPROVER-2    PIC X(8).
025600     05  FILLER            PIC X(2)   VALUE SPACES.
025700     05  REG-REASON-CODE   PIC X(2).
025800     05  FILLER            PIC X(2)   VALUE SPACES.
025900     05  REG-REASON-TEXT   PIC X(30).
026000     05  FILLER            PIC X(2)   VALUE SPACES.
026100     05  REG-FLAG          PIC X(6).
026200     05  FILLER            PIC X(2)   VALUE SPACES.
026300     05  REG-REFUSE-MSG    PIC X(30).
026400     05  FILLER            PIC X(4)   VALUE SPACES.
026500
026600 01  TL-REGISTER-TOTAL.
026700     05  FILLER            PIC X(1)   VALUE SPACES.
026800     05  FILLER            PIC X(21)  VALUE
026900                  'TOTAL WRITTEN OFF    '.
027000     05  REG-TOTAL-AMT     PIC ZZZ,ZZZ,ZZ9.99.
027100     05  FILLER            PIC X(97)  VALUE SPACES.
027200
027300 01  HL-EXCEPTION-HDR.
027400     05  FILLER            PIC X(1)   VALUE SPACES.
027500     05  FILLER            PIC X(37)  VALUE
027600                  'UNMATCHED APPROVALS - NOT POSTED     '.
027700     05  FILLER            PIC X(95)  VALUE SPACES.
027800
027900 01  DISPLAY-LINE.
028000     05  DISP-MESSAGE     PIC X(45).
028100     05  DISP-VALUE       PIC ZZZ9.
028200
028300* SHARED ABEND-DIAGNOSTICS AREA PASSED TO ABENDRTN ON FATAL
028400* ERRORS SO OPERATIONS SEES THE FACTS ON ABENDDS.
028500     COPY ABENDWS.
028510
028520* HEADER / TRAILER RECORDS ON THE INVOICE FILES AND THE PARAMETER
028530* AREA FOR THE CHAIN CONTROL MODULE (ACT2CTL).
028540 COPY ACT2HT.
028550 COPY ACT2WS.
028600
028700 PROCEDURE DIVISION.
028800
028900 000-MAINLINE SECTION.
029000
029100     DISPLAY '****     WOPOST RUNNING      ****'.
029200     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-YYYYMMDD.
029300     PERFORM 170-READ-LIMIT-CARD THRU
029400                  170-READ-LIMIT-CARD-EXIT.
029500* THE WRITE-OFF HISTORY IS PERMANENT - JCL SUPPLIES DISP=MOD.
029600* WITHOUT IT A WRITTEN-OFF INVOICE WOULD SIMPLY VANISH.
029700     OPEN EXTEND WRITEOFF-HISTORY-FILE.
029800     IF WS-WOHIST-STATUS IS NOT EQUAL TO '00'
029900        DISPLAY '** ERROR **  WOHIST NOT AVAILABLE - RUN '
030000                'STOPPED - STATUS ' WS-WOHIST-STATUS
030100        MOVE 'WOPOST' TO AD-PROGRAM-ID
030200        MOVE '000-MAINLINE' TO AD-PARA-NAME
030300        MOVE 'WRITE-OFF HISTORY FILE NOT AVAILABLE' TO
030400             AD-ABEND-REASON
030500        MOVE WS-WOHIST-STATUS TO AD-FILE-STATUS-1
030600        MOVE SPACES TO AD-FILE-STATUS-2
030700        MOVE ZERO TO AD-RECORDS-READ, AD-RECORDS-WRITTEN
030800        MOVE SPACES TO AD-CHECKPOINT-POS
030900        CALL 'ABENDRTN' USING ABEND-DIAG-AREA
031000        MOVE 16 TO RETURN-CODE
031100        GOBACK.
031110     PERFORM 180-START-INVOICE-CHAIN THRU
031120                  180-START-INVOICE-CHAIN-EXIT.
031130     IF A2-FAILED
031135        CLOSE WRITEOFF-HISTORY-FILE
031140        GO TO 000-ACT2-CHAIN-FAILURE.
031200     OPEN INPUT  APPROVAL-INPUT-FILE
031300                 MI-INPUT-FILE
031400          OUTPUT MI-UPDATED-FILE
031500                 WRITEOFF-REGISTER-RPT.
031510     PERFORM 185-WRITE-INVOICE-HEADER THRU
031520                  185-WRITE-INVOICE-HEADER-EXIT.
031600     MOVE WS-SINGLE-APPR-LIMIT TO HDR-LIMIT.
031700     WRITE WRITEOFF-REGISTER-LINE FROM HL-REGISTER-HDR
031800         AFTER ADVANCING PAGE.
031900     WRITE WRITEOFF-REGISTER-LINE FROM HL-REGISTER-COLS
032000         AFTER ADVANCING 2.
032100     PERFORM 100-LOAD-APPROVALS THRU
032200                  100-LOAD-APPROVALS-EXIT.
032300     PERFORM 800-READ-INVOICE-FILE THRU
032400                  800-READ-INVOICE-FILE-EXIT.
032500     PERFORM 200-PRSS-INVOICE THRU 200-PRSS-INVOICE-EXIT
032600         UNTIL EOF-INVOICES.
032700     PERFORM 300-WRITE-REGISTER-TOTAL THRU
032800                  300-WRITE-REGISTER-TOTAL-EXIT.
032900     PERFORM 400-LIST-UNMATCHED THRU 400-LIST-UNMATCHED-EXIT.
032910     PERFORM 570-END-INVOICE-OUTPUT THRU
032920                  570-END-INVOICE-OUTPUT-EXIT.
033000     CLOSE APPROVAL-INPUT-FILE
033100           MI-INPUT-FILE
033200           MI-UPDATED-FILE
033300           WRITEOFF-HISTORY-FILE
033400           WRITEOFF-REGISTER-RPT.
033410     IF A2-FAILED
033420        GO TO 000-ACT2-CHAIN-FAILURE.
033500     PERFORM 550-DISPLAY-PROG-DIAG THRU
033600                  550-DISPLAY-PROG-DIAG-EXIT.
033700     IF WS-APPR-REJECT-CTR IS GREATER THAN ZERO
033800        MOVE 8 TO RETURN-CODE
033900     ELSE
034000        IF WS-UNMATCHED-CTR IS GREATER THAN ZERO OR
034100           WS-REFUSED-CTR IS GREATER THAN ZERO
034200           MOVE 4 TO RETURN-CODE
034300        ELSE
034400           MOVE ZERO TO RETURN-CODE.
034500     PERFORM 565-WRITE-CONTROL-TOTALS THRU
034600                  565-WRITE-CONTROL-TOTALS-EXIT.
034700     GOBACK.
034800
034805* ACT2DATA DOES NOT FOLLOW FROM THE STEPS BEFORE THIS ONE, OR
034810* ACT2NEW COULD NOT BE NUMBERED OR RECORDED - STOP THE STREAM
034815* BEFORE THE AGED TRIAL BALANCE GOES WRONG.
034820 000-ACT2-CHAIN-FAILURE.
034825     DISPLAY '** ERROR **  ACT2DATA CHAIN CONTROL - ' A2-REASON.
034830     MOVE 'WOPOST  ' TO AD-PROGRAM-ID.
034835     MOVE '000-MAINLINE' TO AD-PARA-NAME.
034840     MOVE A2-REASON TO AD-ABEND-REASON.
034845     MOVE A2-FILE-STATUS TO AD-FILE-STATUS-1.
034850     MOVE SPACES TO AD-FILE-STATUS-2.
034855     MOVE WS-INV-READ-CTR TO AD-RECORDS-READ.
034860     MOVE WS-INV-WRTN-CTR TO AD-RECORDS-WRITTEN.
034865     MOVE SPACES TO AD-CHECKPOINT-POS.
034870     CALL 'ABENDRTN' USING ABEND-DIAG-AREA.
034875     MOVE 16 TO RETURN-CODE.
034880     GOBACK.
034885
034900 100-LOAD-APPROVALS.
035000
035100     PERFORM 810-READ-APPROVAL-FILE THRU
035200                  810-READ-APPROVAL-FILE-EXIT.
035300     PERFORM 110-STORE-APPROVAL THRU 110-STORE-APPROVAL-EXIT
035400         UNTIL EOF-APPROVALS.
035500
035600 100-LOAD-APPROVALS-EXIT.
035700     EXIT.
035800
035900 110-STORE-APPROVAL.
036000
036100     IF APR-CUST-NO-IN IS NOT NUMERIC OR
036200        APR-INV-NO-NUM IS NOT NUMERIC OR
036300        APR-APPROVER-1-IN IS EQUAL TO SPACES OR
036400        APR-REASON-CODE-IN IS EQUAL TO SPACES
036500        DISPLAY '** ERROR **  APPROVAL CARD INVALID - DROPPED'
036600        DISPLAY APPROVAL-INPUT-REC
036700        ADD 1 TO WS-APPR-REJECT-CTR
036800        GO TO 110-STORE-NEXT.
036900* A SECOND SIGNATURE FROM THE SAME PERSON IS NO SECOND SIGNATURE
037000     IF APR-APPROVER-2-IN IS EQUAL TO APR-APPROVER-1-IN
037100        DISPLAY '** ERROR **  SECOND APPROVER SAME AS FIRST - '
037200                'DROPPED'
037300        DISPLAY APPROVAL-INPUT-REC
037400        ADD 1 TO WS-APPR-REJECT-CTR
037500        GO TO 110-STORE-NEXT.
037600     IF WS-APPR-COUNT IS NOT LESS THAN WS-APPR-MAX
037700        DISPLAY '** ERROR **  APPROVAL TABLE FULL - DROPPED'
037800        ADD 1 TO WS-APPR-REJECT-CTR
037900        GO TO 110-STORE-NEXT.
038000     ADD 1 TO WS-APPR-COUNT.
038100     SET APPR-INDEX TO WS-APPR-COUNT.
038200     MOVE APR-CUST-NO-IN     TO APR-CUST-NO (APPR-INDEX).
038300     MOVE APR-INV-NO-IN      TO APR-INV-NO (APPR-INDEX).
038400     MOVE APR-APPROVER-1-IN  TO APR-APPROVER-1 (APPR-INDEX).
038500     MOVE APR-APPROVER-2-IN  TO APR-APPROVER-2 (APPR-INDEX).
038600     MOVE APR-REASON-CODE-IN TO APR-REASON-CODE (APPR-INDEX).
038700     MOVE APR-REASON-TEXT-IN TO APR-REASON-TEXT (APPR-INDEX).
038800     MOVE 'N'                TO APR-APPLIED-FLAG (APPR-INDEX).
038900
039000 110-STORE-NEXT.
039100     PERFORM 810-READ-APPROVAL-FILE THRU
039200                  810-READ-APPROVAL-FILE-EXIT.
039300
039400 110-STORE-APPROVAL-EXIT.
039500     EXIT.
039600
039700 170-READ-LIMIT-CARD.
039800
039900     OPEN INPUT LIMIT-CARD-FILE.
040000     IF WS-WOLIMIT-STATUS IS NOT EQUAL TO '00'
040100        GO TO 170-READ-LIMIT-CARD-EXIT.
040200     READ LIMIT-CARD-FILE
040300         AT END  GO TO 170-READ-LIMIT-CLOSE.
040400     IF LIMIT-CARD-AMT IS NUMERIC AND
040500        LIMIT-CARD-AMT IS GREATER THAN ZERO
040600        MOVE LIMIT-CARD-AMT TO WS-SINGLE-APPR-LIMIT
040700     ELSE
040800        DISPLAY '** WARNING **  WOLIMIT CARD INVALID - '
040900                'DEFAULT LIMIT USED'.
041000
041100 170-READ-LIMIT-CLOSE.
041200     CLOSE LIMIT-CARD-FILE.
041300
041400 170-READ-LIMIT-CARD-EXIT.
041500     EXIT.
041600
041603* PROVE ACT2DATA FOLLOWS FROM THE STEPS BEFORE THIS ONE, THEN
041606* NUMBER THIS RUN'S ACT2NEW GENERATION.
041609 180-START-INVOICE-CHAIN.
041612
041615     MOVE SPACES TO ACT2-CTL-AREA.
041618     MOVE 'V' TO A2-FUNCTION.
041621     MOVE 'WOPOST  ' TO A2-PROGRAM-ID.
041624     CALL 'ACT2CTL' USING ACT2-CTL-AREA.
041627     IF A2-FAILED
041630        GO TO 180-START-INVOICE-CHAIN-EXIT.
041633     MOVE 'S' TO A2-FUNCTION.
041636     CALL 'ACT2CTL' USING ACT2-CTL-AREA.
041639
041642 180-START-INVOICE-CHAIN-EXIT.
041645     EXIT.
041648
041651 185-WRITE-INVOICE-HEADER.
041654
041657     MOVE SPACES TO ACT2-CONTROL-REC.
041660     SET A2C-HEADER TO TRUE.
041663     MOVE A2-BUSINESS-DATE TO A2C-BUSINESS-DATE.
041666     MOVE A2-PROGRAM-ID TO A2C-PROGRAM-ID.
041669     MOVE A2-GENERATION-SEQ TO A2C-GENERATION-SEQ.
041672     MOVE ZERO TO A2C-RECORD-COUNT, A2C-INV-AMT-TOTAL.
041675     WRITE MI-UPDATED-RECORD FROM ACT2-CONTROL-REC.
041678
041681 185-WRITE-INVOICE-HEADER-EXIT.
041684     EXIT.
041687
041700 200-PRSS-INVOICE.
041800
041900     MOVE 'NO ' TO WS-WRITTEN-OFF-SW.
042000     PERFORM 210-MATCH-APPROVAL THRU 210-MATCH-APPROVAL-EXIT.
042100     IF NOT INVOICE-WRITTEN-OFF
042200        WRITE MI-UPDATED-RECORD FROM MI-INPUT-REC
042300        ADD 1 TO WS-INV-WRTN-CTR
042310        IF INV-AMT-IN IS NUMERIC
042320           ADD INV-AMT-IN TO WS-INV-AMT-WRTN-TL.
042400     PERFORM 800-READ-INVOICE-FILE THRU
042500                  800-READ-INVOICE-FILE-EXIT.
042600
042700 200-PRSS-INVOICE-EXIT.
042800     EXIT.
042900
043000 210-MATCH-APPROVAL.
043100
043200     MOVE 'NO ' TO WS-APPR-FOUND-SW.
043300     IF WS-APPR-COUNT IS EQUAL TO ZERO
043400        GO TO 210-MATCH-APPROVAL-EXIT.
043500     SET APPR-INDEX TO 1.
043600     SEARCH APPR-ENTRY
043700         AT END
043800             GO TO 210-MATCH-APPROVAL-EXIT
043900         WHEN APR-CUST-NO (APPR-INDEX) IS EQUAL TO CUST-NO-IN
044000          AND APR-INV-NO (APPR-INDEX) IS EQUAL TO INV-NO-IN
044100          AND APR-APPLIED-FLAG (APPR-INDEX) IS EQUAL TO 'N'
044200             MOVE 'YES' TO WS-APPR-FOUND-SW.
044300     MOVE 'Y' TO APR-APPLIED-FLAG (APPR-INDEX).
044400     IF AMT-PAID-IN-X IS EQUAL TO SPACES OR
044500        AMT-PAID-IN IS NOT NUMERIC
044600        MOVE ZERO TO AMT-PAID-IN.
044700     COMPUTE WS-OPEN-AMT = INV-AMT-IN - AMT-PAID-IN.
044800     PERFORM 220-FORMAT-REGISTER-LINE THRU
044900                  220-FORMAT-REGISTER-LINE-EXIT.
045000* EACH REFUSAL KEEPS THE INVOICE IN THE STREAM UNCHANGED
045100     IF NOT COLL-WRITE-OFF-CANDIDATE
045200        MOVE 'NOT W/U DISPOSITION FROM COLL' TO REG-REFUSE-MSG
045300        GO TO 210-REFUSE-WRITE-OFF.
045400     IF PAID-DATE-IN IS NOT EQUAL TO '000000' OR
045500        WS-OPEN-AMT IS NOT GREATER THAN ZERO
045600        MOVE 'INVOICE ALREADY PAID          ' TO REG-REFUSE-MSG
045700        GO TO 210-REFUSE-WRITE-OFF.
045800     IF WS-OPEN-AMT IS GREATER THAN WS-SINGLE-APPR-LIMIT AND
045900        APR-APPROVER-2 (APPR-INDEX) IS EQUAL TO SPACES
046000        MOVE 'OVER LIMIT - SECOND APPR REQD ' TO REG-REFUSE-MSG
046100        GO TO 210-REFUSE-WRITE-OFF.
046200     MOVE 'YES' TO WS-WRITTEN-OFF-SW.
046300     ADD 1 TO WS-POSTED-CTR.
046400     ADD WS-OPEN-AMT TO WS-WRITTEN-OFF-TL.
046500     PERFORM 230-WRITE-WRITEOFF-HISTORY THRU
046600                  230-WRITE-WRITEOFF-HISTORY-EXIT.
046700     MOVE 'POSTED' TO REG-FLAG.
046800     WRITE WRITEOFF-REGISTER-LINE FROM DL-REGISTER-DETAIL
046900         AFTER ADVANCING 1.
047000     GO TO 210-MATCH-APPROVAL-EXIT.
047100
047200 210-REFUSE-WRITE-OFF.
047300     ADD 1 TO WS-REFUSED-CTR.
047400     MOVE 'REFUSE' TO REG-FLAG.
047500     WRITE WRITEOFF-REGISTER-LINE FROM DL-REGISTER-DETAIL
047600         AFTER ADVANCING 1.
047700
047800 210-MATCH-APPROVAL-EXIT.
047900     EXIT.
048000
048100 220-FORMAT-REGISTER-LINE.
048200
048300     MOVE SPACES TO DL-REGISTER-DETAIL.
048400     MOVE CUST-NO-IN TO REG-CUST-NO.
048500     MOVE INV-NO-IN TO REG-INV-NO.
048600     MOVE WS-OPEN-AMT TO REG-OPEN-AMT.
048700     MOVE COLL-STATUS-IN TO REG-DISP-CODE.
048800     MOVE APR-APPROVER-1 (APPR-INDEX) TO REG-APPROVER-1.
048900     MOVE APR-APPROVER-2 (APPR-INDEX) TO REG-APPROVER-2.
049000     MOVE APR-REASON-CODE (APPR-INDEX) TO REG-REASON-CODE.
049100     MOVE APR-REASON-TEXT (APPR-INDEX) TO REG-REASON-TEXT.
049200
049300 220-FORMAT-REGISTER-LINE-EXIT.
049400     EXIT.
049500
049600 230-WRITE-WRITEOFF-HISTORY.
049700
049800     MOVE SPACES TO WRITEOFF-HISTORY-RECORD.
049900     MOVE A2-BUSINESS-DATE TO WO-POST-DATE.
050000     MOVE CUST-NO-IN TO WO-CUST-NO.
050100     MOVE INV-NO-IN TO WO-INV-NO.
050200     MOVE INV-DATE-IN TO WO-INV-DATE.
050300     MOVE WS-OPEN-AMT TO WO-AMOUNT.
050400     MOVE COLL-STATUS-IN TO WO-DISP-CODE.
050500     MOVE APR-APPROVER-1 (APPR-INDEX) TO WO-APPROVER-1.
050600     MOVE APR-APPROVER-2 (APPR-INDEX) TO WO-APPROVER-2.
050700     MOVE APR-REASON-CODE (APPR-INDEX) TO WO-REASON-CODE.
050800     MOVE APR-REASON-TEXT (APPR-INDEX) TO WO-REASON-TEXT.
050900     WRITE WRITEOFF-HISTORY-RECORD.
051000
051100 230-WRITE-WRITEOFF-HISTORY-EXIT.
051200     EXIT.
051300
051400 300-WRITE-REGISTER-TOTAL.
051500
051600     MOVE WS-WRITTEN-OFF-TL TO REG-TOTAL-AMT.
051700     WRITE WRITEOFF-REGISTER-LINE FROM TL-REGISTER-TOTAL
051800         AFTER ADVANCING 2.
051900
052000 300-WRITE-REGISTER-TOTAL-EXIT.
052100     EXIT.
052200
052300 400-LIST-UNMATCHED.
052400
052500     WRITE WRITEOFF-REGISTER-LINE FROM HL-EXCEPTION-HDR
052600         AFTER ADVANCING 2.
052700     PERFORM 410-LIST-ONE-UNMATCHED THRU
052800                  410-LIST-ONE-UNMATCHED-EXIT
052900         VARYING WS-APPR-SUB FROM 1 BY 1
053000         UNTIL WS-APPR-SUB IS GREATER THAN WS-APPR-COUNT.
053100
053200 400-LIST-UNMATCHED-EXIT.
053300     EXIT.
053400
053500 410-LIST-ONE-UNMATCHED.
053600
053700     SET APPR-INDEX TO WS-APPR-SUB.
053800     IF APR-APPLIED-FLAG (APPR-INDEX) IS EQUAL TO 'Y'
053900        GO TO 410-LIST-ONE-UNMATCHED-EXIT.
054000     ADD 1 TO WS-UNMATCHED-CTR.
054100     MOVE SPACES TO DL-REGISTER-DETAIL.
054200     MOVE APR-CUST-NO (APPR-INDEX) TO REG-CUST-NO.
054300     MOVE APR-INV-NO (APPR-INDEX) TO REG-INV-NO.
054400     MOVE APR-APPROVER-1 (APPR-INDEX) TO REG-APPROVER-1.
054500     MOVE APR-APPROVER-2 (APPR-INDEX) TO REG-APPROVER-2.
054600     MOVE APR-REASON-CODE (APPR-INDEX) TO REG-REASON-CODE.
054700     MOVE APR-REASON-TEXT (APPR-INDEX) TO REG-REASON-TEXT.
054800     MOVE 'NOMTCH' TO REG-FLAG.
054900     WRITE WRITEOFF-REGISTER-LINE FROM DL-REGISTER-DETAIL
055000         AFTER ADVANCING 1.
055100
055200 410-LIST-ONE-UNMATCHED-EXIT.
055300     EXIT.
055400
055500 550-DISPLAY-PROG-DIAG.
055600
055700     MOVE 'APPROVAL CARDS READ                          '  TO
055800          DISP-MESSAGE.
055900     MOVE WS-APPR-READ-CTR TO DISP-VALUE.
056000     DISPLAY DISPLAY-LINE.
056100     MOVE 'INVOICE RECORDS READ                         '  TO
056200          DISP-MESSAGE.
056300     MOVE WS-INV-READ-CTR TO DISP-VALUE.
056400     DISPLAY DISPLAY-LINE.
056500     MOVE 'INVOICE RECORDS WRITTEN                      '  TO
056600          DISP-MESSAGE.
056700     MOVE WS-INV-WRTN-CTR TO DISP-VALUE.
056800     DISPLAY DISPLAY-LINE.
056900     MOVE 'INVOICES WRITTEN OFF                         '  TO
057000          DISP-MESSAGE.
057100     MOVE WS-POSTED-CTR TO DISP-VALUE.
057200     DISPLAY DISPLAY-LINE.
057300     MOVE 'WRITE-OFFS REFUSED                           '  TO
057400          DISP-MESSAGE.
057500     MOVE WS-REFUSED-CTR TO DISP-VALUE.
057600     DISPLAY DISPLAY-LINE.
057700     MOVE 'APPROVALS UNMATCHED                          '  TO
057800          DISP-MESSAGE.
057900     MOVE WS-UNMATCHED-CTR TO DISP-VALUE.
058000     DISPLAY DISPLAY-LINE.
058100     MOVE 'APPROVAL CARDS REJECTED                      '  TO
058200          DISP-MESSAGE.
058300     MOVE WS-APPR-REJECT-CTR TO DISP-VALUE.
058400     DISPLAY DISPLAY-LINE.
058500     DISPLAY '****     WOPOST EOJ          ****'.
058600
058700 550-DISPLAY-PROG-DIAG-EXIT.
058800     EXIT.
058900
059000* WRITTEN-OFF INVOICES LEAVE ACT2NEW FOR WOHIST, SO BOTH COUNT
059100* AS WRITTEN AND THE READ = WRITTEN + ERROR CHECK STILL HOLDS.
059200 565-WRITE-CONTROL-TOTALS.
059300
059400     OPEN EXTEND CTLTOTS-FILE.
059500     MOVE 'WOPOST' TO CTL-PROGRAM-ID.
059600     MOVE A2-BUSINESS-DATE TO CTL-RUN-DATE.
059700     MOVE FUNCTION CURRENT-DATE (9:6) TO CTL-RUN-TIME.
059800     MOVE WS-INV-READ-CTR TO CTL-RECORDS-READ.
059900     COMPUTE CTL-RECORDS-WRITTEN =
060000         WS-INV-WRTN-CTR + WS-POSTED-CTR.
060100     MOVE ZERO            TO CTL-RECORDS-ERROR.
060200     MOVE RETURN-CODE     TO CTL-RETURN-CODE.
060300     WRITE CTL-TOTALS-RECORD.
060400     CLOSE CTLTOTS-FILE.
060500
060600 565-WRITE-CONTROL-TOTALS-EXIT.
060700     EXIT.
060800
060804* TRAILER WITH THE INVOICE COUNT AND AMOUNT WRITTEN, THEN RECORD
060808* THE GENERATION ON ACT2GEN FOR THE NEXT STEP TO CHECK AGAINST.
060812 570-END-INVOICE-OUTPUT.
060816
060820     MOVE SPACES TO ACT2-CONTROL-REC.
060824     SET A2C-TRAILER TO TRUE.
060828     MOVE A2-BUSINESS-DATE TO A2C-BUSINESS-DATE.
060832     MOVE A2-PROGRAM-ID TO A2C-PROGRAM-ID.
060836     MOVE A2-GENERATION-SEQ TO A2C-GENERATION-SEQ.
060840     MOVE WS-INV-WRTN-CTR TO A2C-RECORD-COUNT.
060844     MOVE WS-INV-AMT-WRTN-TL TO A2C-INV-AMT-TOTAL.
060848     WRITE MI-UPDATED-RECORD FROM ACT2-CONTROL-REC.
060852     MOVE 'E' TO A2-FUNCTION.
060856     MOVE WS-INV-WRTN-CTR TO A2-RECORD-COUNT.
060860     MOVE WS-INV-AMT-WRTN-TL TO A2-INV-AMT-TOTAL.
060864     CALL 'ACT2CTL' USING ACT2-CTL-AREA.
060868
060872 570-END-INVOICE-OUTPUT-EXIT.
060876     EXIT.
060880
060900 800-READ-INVOICE-FILE.
061000
061100     READ MI-INPUT-FILE INTO MI-INPUT-REC
061200         AT END  MOVE 'YES' TO WS-EOF-INVOICES-SW,
061300                 GO TO 800-READ-INVOICE-FILE-EXIT.
061310* HEADERS AND TRAILERS WERE PROVED BY ACT2CTL - NOT INVOICES
061320     MOVE MI-INPUT-REC (1:10) TO A2C-KEY.
061330     IF A2C-HEADER OR A2C-TRAILER
061340        GO TO 800-READ-INVOICE-FILE.
061400     ADD 1 TO WS-INV-READ-CTR.
061500
061600 800-READ-INVOICE-FILE-EXIT.
061700     EXIT.
061800
061900 810-READ-APPROVAL-FILE.
062000
062100     READ APPROVAL-INPUT-FILE INTO APPROVAL-INPUT-REC
062200         AT END  MOVE 'YES' TO WS-EOF-APPROVALS-SW,
062300                 GO TO 810-READ-APPROVAL-FILE-EXIT.
062400     ADD 1 TO WS-APPR-READ-CTR.
062500
062600 810-READ-APPROVAL-FILE-EXIT.
062700     EXIT.
