000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DSPTPOST.
000300 AUTHOR.        IBM.
000400 DATE-WRITTEN.  10-15-26.
000500
000600******************************************************************
000700*  DISPUTE CASE POSTING.  COLLPOST STAMPS 'D' (DISPUTE) ON THE  *
000800*  INVOICE IN COLUMN 42 AND CNTRLBRK THEN SUPPRESSES DUNNING    *
000900*  AND FINANCE CHARGES FOR AS LONG AS THE 'D' STAYS THERE.      *
001000*  THIS STEP KEEPS A CASE FOR EVERY SUCH DISPUTE ON THE KEYED   *
001100*  DISPUTE CASE FILE (DSPTCASE, KEY CUSTOMER + INVOICE):        *
001200*    - AN UNPAID 'D' INVOICE WITH NO OPEN CASE OPENS ONE WITH   *
001300*      THE BUSINESS DATE AND THE OPEN AMOUNT AS THE DISPUTED    *
001400*      AMOUNT (A CLOSED CASE FOR THE SAME INVOICE IS REOPENED); *
001500*    - A CASE WHOSE INVOICE HAS SINCE BEEN PAID IS CLOSED 'P';  *
001600*    - CASE CARDS RECORD THE REASON AND OWNER AND RESOLVE THE   *
001700*      CASE.  UPHELD WRITES A CREDIT ADJUSTMENT CARD FOR        *
001800*      ADJPOST (DSPTADJ, CONCATENATED AHEAD OF ADJCARD) AND     *
001900*      REJECTED PUTS THE INVOICE BACK INTO NORMAL DUNNING.      *
002000*      EITHER WAY THE 'D' IS CLEARED FROM COLUMN 42.            *
002100*  RUN AFTER COLLPOST AND AHEAD OF ADJPOST.  DSPTAGE REPORTS    *
002200*  THE OPEN CASES WEEKLY.                                       *
002300*                                                               *
002400*  CASE CARD (DSPTCARD, 80 BYTES):                              *
002500*      COLS  1-5   CUSTOMER NUMBER                              *
002600*      COLS  7-11  INVOICE NUMBER                               *
002700*      COL  13     ACTION  A = ASSIGN REASON / OWNER            *
002800*                          U = UPHELD (CREDIT THE CUSTOMER)     *
002900*                          R = REJECTED (RESUME DUNNING)        *
003000*      COLS 15-22  CASE OWNER USER ID              (A)          *
003100*      COLS 24-25  DISPUTE REASON CODE             (A)          *
003200*      COLS 27-42  DISPUTE REASON TEXT             (A)          *
003300*      COLS 44-52  CREDIT AMOUNT 9(7)V99           (U)          *
003400*                  BLANK OR ZERO = THE DISPUTED AMOUNT, LIMITED *
003500*                  TO WHAT IS STILL OPEN ON THE INVOICE         *
003600*  ON AN 'A' CARD BLANK FIELDS LEAVE THE CASE VALUE UNCHANGED.  *
003700*                                                               *
003800*  CARDS FOR AN INVOICE WITH NO OPEN CASE ARE REFUSED; REFUSED  *
003900*  AND UNMATCHED CARDS SET RETURN CODE 4, CARDS THAT FAIL EDIT  *
004000*  SET RETURN CODE 8.  THE CASE FILE MUST BE AVAILABLE - THE    *
004100*  RUN STOPS THROUGH ABENDRTN IF IT CANNOT BE OPENED OR UPDATED.*
004110*                                                               *
004120*  ACT2DATA MUST CARRY THE HEADER AND TRAILER (COPY ACT2HT) OF  *
004130*  EVERY STEP THAT FED IT.  ACT2CTL PROVES THEM BEFORE ANY      *
004140*  INVOICE IS TOUCHED AND THE RUN STOPS THROUGH ABENDRTN WHEN   *
004150*  THE COUNT, AMOUNT OR DATE DOES NOT FOLLOW FROM THE PREVIOUS  *
004160*  STEP.  ACT2NEW GOES OUT WITH THIS STEP'S OWN HEADER AND      *
004170*  TRAILER, RECORDED ON ACT2GEN FOR THE NEXT STEP TO CHECK.     *
004200******************************************************************
004300
004400 ENVIRONMENT DIVISION.
004500
004600 CONFIGURATION SECTION.
004700 SOURCE-COMPUTER.   IBM-390.
004800 OBJECT-COMPUTER.   IBM-390.
004900
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200
005300     SELECT CASE-CARD-FILE ASSIGN TO UT-S-DSPTCARD.
005400     SELECT MI-INPUT-FILE ASSIGN TO UT-S-ACT2DATA.
005500     SELECT MI-UPDATED-FILE ASSIGN TO UT-S-ACT2NEW.
005600     SELECT DISPUTE-CASE-FILE ASSIGN TO DSPTCASE
005700        ORGANIZATION IS INDEXED
005800        ACCESS MODE IS RANDOM
005900        RECORD KEY IS DC-CASE-KEY
006000        FILE STATUS IS WS-DSPTCASE-STATUS.
006100     SELECT ADJUSTMENT-OUTPUT-FILE ASSIGN TO UT-S-DSPTADJ.
006200     SELECT DISPUTE-REGISTER-RPT ASSIGN TO UT-S-DSPTREG.
006300     SELECT CTLTOTS-FILE ASSIGN TO UT-S-CTLTOTS
006400        ACCESS MODE IS SEQUENTIAL
006500        FILE STATUS IS WS-CTLTOTS-STATUS.
006600
006700 DATA DIVISION.
006800
006900 FILE SECTION.
007000
007100 FD  CASE-CARD-FILE
007200     RECORDING MODE IS F
007300     LABEL RECORDS ARE STANDARD
007400     RECORD CONTAINS 80 CHARACTERS
007500     BLOCK CONTAINS 0 RECORDS
007600     DATA RECORD IS CASE-CARD-RECORD.
007700
007800 01  CASE-CARD-RECORD                 PIC X(80).
007900
008000 FD  MI-INPUT-FILE
008100     RECORDING MODE IS F
008200     LABEL RECORDS ARE STANDARD
008300     RECORD CONTAINS 80 CHARACTERS
008400     BLOCK CONTAINS 0 RECORDS
008500     DATA RECORD IS MI-INPUT-RECORD.
008600
008700 01  MI-INPUT-RECORD                  PIC X(80).
008800
008900 FD  MI-UPDATED-FILE
009000     RECORDING MODE IS F
009100     LABEL RECORDS ARE STANDARD
009200     RECORD CONTAINS 80 CHARACTERS
009300     BLOCK CONTAINS 0 RECORDS
009400     DATA RECORD IS MI-UPDATED-RECORD.
009500
009600 01  MI-UPDATED-RECORD                PIC X(80).
009700
009800 FD  DISPUTE-CASE-FILE
009900     LABEL RECORDS ARE STANDARD
010000     DATA RECORD IS DISPUTE-CASE-REC.
010100 COPY DSPTCASE.
010200
010300* CREDIT ADJUSTMENT CARDS FOR UPHELD DISPUTES - SAME LAYOUT AS
010400* THE ADJPOST ADJCARD INPUT, WHICH THE JCL CONCATENATES THEM TO.
010500 FD  ADJUSTMENT-OUTPUT-FILE
010600     RECORDING MODE IS F
010700     LABEL RECORDS ARE STANDARD
010800     RECORD CONTAINS 80 CHARACTERS
010900     BLOCK CONTAINS 0 RECORDS
011000     DATA RECORD IS ADJUSTMENT-OUTPUT-RECORD.
011100
011200 01  ADJUSTMENT-OUTPUT-RECORD.
011300     05  ADJ-CUST-NO-OUT              PIC 9(5).
011400     05  FILLER                       PIC X(1).
011500     05  ADJ-INV-NO-OUT               PIC X(5).
011600     05  FILLER                       PIC X(1).
011700     05  ADJ-TYPE-OUT                 PIC X(1).
011800     05  FILLER                       PIC X(1).
011900     05  ADJ-REVERSAL-OUT             PIC X(1).
012000     05  FILLER                       PIC X(1).
012100     05  ADJ-AMT-OUT                  PIC 9(7)V99.
012200     05  FILLER                       PIC X(1).
012300     05  ADJ-REASON-CODE-OUT          PIC X(2).
012400     05  FILLER                       PIC X(1).
012500     05  ADJ-DESCRIPTION-OUT.
012600         10  ADJ-DESC-LIT-OUT         PIC X(15).
012700         10  ADJ-DESC-TEXT-OUT        PIC X(15).
012800     05  FILLER                       PIC X(21).
012900
013000 FD  DISPUTE-REGISTER-RPT
013100     RECORDING MODE IS F
013200     LABEL RECORDS ARE STANDARD
013300     RECORD CONTAINS 133 CHARACTERS
013400     BLOCK CONTAINS 0 RECORDS
013500     DATA RECORD IS DISPUTE-REGISTER-LINE.
013600
013700 01  DISPUTE-REGISTER-LINE            PIC X(133).
013800
013900 FD  CTLTOTS-FILE
014000     RECORDING MODE IS F.
014100 COPY CTLTOTS.
014200
014300 WORKING-STORAGE SECTION.
014400
014500 01  PROGRAM-INDICATOR-SWITCHES.
014600     05  WS-EOF-CARDS-SW              PIC X(3)       VALUE 'NO '.
014700         88  EOF-CARDS                               VALUE 'YES'.
014800     05  WS-EOF-INVOICES-SW           PIC X(3)       VALUE 'NO '.
014900         88  EOF-INVOICES                            VALUE 'YES'.
015000     05  WS-CASE-FOUND-SW             PIC X(3)       VALUE 'NO '.
015100         88  CASE-FOUND                              VALUE 'YES'.
015200
015300 01  WS-CTLTOTS-STATUS                PIC X(2)       VALUE SPACES.
015400 01  WS-DSPTCASE-STATUS               PIC X(2)       VALUE SPACES.
015600
015700* REASON CODE CARRIED ON THE ADJPOST CARD FOR AN UPHELD DISPUTE
015800 01  WS-UPHELD-REASON-CODE            PIC X(2)       VALUE 'DU'.
015900
016000 01  WS-CASE-WORK.
016100     05  WS-OPEN-AMT                  PIC S9(7)V99   VALUE ZERO.
016200     05  WS-CREDIT-AMT                PIC S9(7)V99   VALUE ZERO.
016300     05  WS-FAILED-OPERATION          PIC X(25)      VALUE SPACES.
016400
016500 01  WS-ACCUMULATORS.
016600     05  WS-CARD-READ-CTR  PIC 9(4)       VALUE ZERO.
016700     05  WS-INV-READ-CTR   PIC 9(4)       VALUE ZERO.
016800     05  WS-INV-WRTN-CTR   PIC 9(4)       VALUE ZERO.
016810     05  WS-INV-AMT-WRTN-TL PIC S9(11)V99 VALUE ZERO.
016900     05  WS-OPENED-CTR     PIC 9(4)       VALUE ZERO.
017000     05  WS-REOPENED-CTR   PIC 9(4)       VALUE ZERO.
017100     05  WS-UPDATED-CTR    PIC 9(4)       VALUE ZERO.
017200     05  WS-UPHELD-CTR     PIC 9(4)       VALUE ZERO.
017300     05  WS-REJECTED-CTR   PIC 9(4)       VALUE ZERO.
017400     05  WS-CLOSED-PAID-CTR PIC 9(4)      VALUE ZERO.
017500     05  WS-REFUSED-CTR    PIC 9(4)       VALUE ZERO.
017600     05  WS-UNMATCHED-CTR  PIC 9(4)       VALUE ZERO.
017700     05  WS-CARD-REJECT-CTR PIC 9(4)      VALUE ZERO.
017800     05  WS-UPHELD-TL      PIC 9(9)V99    VALUE ZERO.
017900
018000 01  WS-CARD-TABLE-CONTROLS.
018100     05  WS-CARD-COUNT     PIC S9(4) COMP VALUE ZERO.
018200     05  WS-CARD-MAX       PIC S9(4) COMP VALUE +500.
018300     05  WS-CARD-SUB       PIC S9(4) COMP VALUE ZERO.
018400
018500* CARDS ARE HELD IN INPUT ORDER AND APPLIED IN THAT ORDER, SO AN
018600* ASSIGNMENT AND A RESOLUTION MAY ARRIVE FOR A CASE IN ONE RUN.
018700 01  CASE-CARD-TABLE.
018800     05  CARD-ENTRY OCCURS 500 TIMES INDEXED BY CARD-INDEX.
018900         10  CDT-CUST-NO          PIC 9(5).
019000         10  CDT-INV-NO           PIC X(5).
019100         10  CDT-ACTION           PIC X(1).
019200             88  CDT-ASSIGN                   VALUE 'A'.
019300             88  CDT-UPHELD                   VALUE 'U'.
019400         10  CDT-OWNER            PIC X(8).
019500         10  CDT-REASON-CODE      PIC X(2).
019600         10  CDT-REASON-TEXT      PIC X(16).
019700         10  CDT-CREDIT-AMT       PIC 9(7)V99.
019800         10  CDT-APPLIED-FLAG     PIC X(1).
019900
020000 01  CASE-CARD-INPUT-REC.
020100     05  CRD-CUST-NO-IN               PIC 9(5).
020200     05  FILLER                       PIC X(1).
020300     05  CRD-INV-NO-IN                PIC X(5).
020400     05  CRD-INV-NO-NUM  REDEFINES  CRD-INV-NO-IN     PIC 9(5).
020500     05  FILLER                       PIC X(1).
020600     05  CRD-ACTION-IN                PIC X(1).
020700         88  CRD-ACTION-VALID             VALUES 'A', 'U', 'R'.
020800         88  CRD-ASSIGN                   VALUE 'A'.
020900         88  CRD-UPHELD                   VALUE 'U'.
021000     05  FILLER                       PIC X(1).
021100     05  CRD-OWNER-IN                 PIC X(8).
021200     05  FILLER                       PIC X(1).
021300     05  CRD-REASON-CODE-IN           PIC X(2).
021400     05  FILLER                       PIC X(1).
021500     05  CRD-REASON-TEXT-IN           PIC X(16).
021600     05  FILLER                       PIC X(1).
021700     05  CRD-CREDIT-AMT-IN            PIC 9(7)V99.
021800     05  CRD-CREDIT-AMT-IN-X  REDEFINES  CRD-CREDIT-AMT-IN
021900                                      PIC X(9).
022000     05  FILLER                       PIC X(28).
022100
022200* INVOICE RECORD - SAME LAYOUT CNTRLBRK, PAYAPPLY AND COLLPOST
022300* READ.  COLUMN 42 CARRIES THE COLLPOST DISPOSITION.
022400 01  MI-INPUT-REC.
022500     05  CUST-NO-IN                   PIC 9(5).
022600     05  INV-NO-IN                    PIC X(5).
022700     05  AGED-CODE-IN                 PIC 9.
022800     05  INV-AMT-IN                   PIC S9(7)V99.
022900     05  PAID-DATE-IN                 PIC X(6).
023000     05  INV-DATE-IN                  PIC X(6).
023100     05  AMT-PAID-IN                  PIC S9(7)V99.
023200     05  AMT-PAID-IN-X  REDEFINES  AMT-PAID-IN      PIC X(9).
023300     05  COLL-STATUS-IN               PIC X(1).
023400         88  COLL-DISPUTED                VALUE 'D'.
023500     05  FILLER                       PIC X(38).
023600
023700 01  HL-REGISTER-HDR.
023800     05  FILLER            PIC X(1)   VALUE SPACES.
023900     05  FILLER            PIC X(22)  VALUE
024000                  'DISPUTE CASE REGISTER '.
024100     05  FILLER            PIC X(110) VALUE SPACES.
024200
024300 01  HL-REGISTER-COLS.
024400     05  FILLER            PIC X(1)   VALUE SPACES.
024500     05  FILLER            PIC X(44)  VALUE
024600            'CUST   INV#   A  OPENED     DISPUTE AMT  RC '.
024700     05  FILLER            PIC X(44)  VALUE
024800            ' OWNER     REASON              UPHELD AMT  F'.
024900     05  FILLER            PIC X(44)  VALUE
025000            'LAG    MESSAGE                              '.
025100
025200 01  DL-REGISTER-DETAIL.
025300     05  FILLER            PIC X(1)   VALUE SPACES.
025400     05  REG-CUST-NO       PIC X(5).
025500     05  FILLER            PIC X(2)   VALUE SPACES.
025600     05  REG-INV-NO        PIC X(5).
025700     05  FILLER            PIC X(2)   VALUE SPACES.
025800     05  REG-ACTION        PIC X(1).
025900     05  FILLER            PIC X(2)   VALUE SPACES.
026000     05  REG-OPEN-DATE     PIC X(8).
026100     05  FILLER            PIC X(2)   VALUE SPACES.
026200     05  REG-DISPUTE-AMT   PIC Z,ZZZ,ZZ9.99.
026300     05  FILLER            PIC X(2)   VALUE SPACES.
026400     05  REG-REASON-CODE   PIC X(2).
026500     05  FILLER            PIC X(2)   VALUE SPACES.
026600     05  REG-OWNER         PIC X(8).
026700     05  FILLER            PIC X(2)   VALUE SPACES.
026800     05  REG-REASON-TEXT   PIC X(16).
026900     05  FILLER            PIC X(2)   VALUE SPACES.
027000     05  REG-UPHELD-AMT    PIC Z,ZZZ,ZZ9.99  BLANK WHEN ZERO.
027100     05  FILLER            PIC X(2)   VALUE SPACES.
027200     05  REG-FLAG          PIC X(6).
027300     05  FILLER            PIC X(2)   VALUE SPACES.
027400     05  REG-MESSAGE       PIC X(30).
027500     05  FILLER            PIC X(7)   VALUE SPACES.
027600
027700 01  TL-REGISTER-TOTAL.
027800     05  FILLER            PIC X(1)   VALUE SPACES.
027900     05  FILLER            PIC X(21)  VALUE
028000                  'TOTAL CREDIT UPHELD  '.
028100     05  REG-TOTAL-AMT     PIC ZZZ,ZZZ,ZZ9.99.
028200     05  FILLER            PIC X(97)  VALUE SPACES.
028300
028400 01  HL-EXCEPTION-HDR.
028500     05  FILLER            PIC X(1)   VALUE SPACES.
028600     05  FILLER            PIC X(37)  VALUE
028700                  'UNMATCHED CASE CARDS - NOT POSTED    '.
028800     05  FILLER            PIC X(95)  VALUE SPACES.
028900
029000 01  DISPLAY-LINE.
029100     05  DISP-MESSAGE     PIC X(45).
029200     05  DISP-VALUE       PIC ZZZ9.
029300
029400* SHARED ABEND-DIAGNOSTICS AREA PASSED TO ABENDRTN ON FATAL
029500* ERRORS SO OPERATIONS SEES THE FACTS ON ABENDDS.
029600     COPY ABENDWS.
029610
029620* HEADER / TRAILER RECORDS ON THE INVOICE FILES AND THE PARAMETER
029630* AREA FOR THE CHAIN CONTROL MODULE (ACT2CTL).
029640 COPY ACT2HT.
029650 COPY ACT2WS.
029700
029800 PROCEDURE DIVISION.
029900
030000 000-MAINLINE SECTION.
030100
030200     DISPLAY '****     DSPTPOST RUNNING    ****'.
030310     PERFORM 180-START-INVOICE-CHAIN THRU
030320                  180-START-INVOICE-CHAIN-EXIT.
030330     IF A2-FAILED
030340        GO TO 000-ACT2-CHAIN-FAILURE.
030400* THE CASE FILE IS THE ONLY RECORD OF A DISPUTE ONCE THE 'D' IS
030500* CLEARED, SO THE RUN WILL NOT START WITHOUT IT.
030600     OPEN I-O DISPUTE-CASE-FILE.
030700     IF WS-DSPTCASE-STATUS IS NOT EQUAL TO '00'
030800        DISPLAY '** ERROR **  DSPTCASE NOT AVAILABLE - RUN '
030900                'STOPPED - STATUS ' WS-DSPTCASE-STATUS
031000        MOVE 'OPEN DSPTCASE' TO WS-FAILED-OPERATION
031100        GO TO 000-CASE-FILE-FAILURE.
031200     OPEN INPUT  CASE-CARD-FILE
031300                 MI-INPUT-FILE
031400          OUTPUT MI-UPDATED-FILE
031500                 ADJUSTMENT-OUTPUT-FILE
031600                 DISPUTE-REGISTER-RPT.
031610     PERFORM 185-WRITE-INVOICE-HEADER THRU
031620                  185-WRITE-INVOICE-HEADER-EXIT.
031700     WRITE DISPUTE-REGISTER-LINE FROM HL-REGISTER-HDR
031800         AFTER ADVANCING PAGE.
031900     WRITE DISPUTE-REGISTER-LINE FROM HL-REGISTER-COLS
032000         AFTER ADVANCING 2.
032100     PERFORM 100-LOAD-CASE-CARDS THRU
032200                  100-LOAD-CASE-CARDS-EXIT.
032300     PERFORM 800-READ-INVOICE-FILE THRU
032400                  800-READ-INVOICE-FILE-EXIT.
032500     PERFORM 200-PRSS-INVOICE THRU 200-PRSS-INVOICE-EXIT
032600         UNTIL EOF-INVOICES.
032700     IF WS-FAILED-OPERATION IS NOT EQUAL TO SPACES
032800        GO TO 000-CASE-FILE-FAILURE.
032900     PERFORM 300-WRITE-REGISTER-TOTAL THRU
033000                  300-WRITE-REGISTER-TOTAL-EXIT.
033100     PERFORM 400-LIST-UNMATCHED THRU 400-LIST-UNMATCHED-EXIT.
033110     PERFORM 570-END-INVOICE-OUTPUT THRU
033120                  570-END-INVOICE-OUTPUT-EXIT.
033200     CLOSE CASE-CARD-FILE
033300           MI-INPUT-FILE
033400           MI-UPDATED-FILE
033500           DISPUTE-CASE-FILE
033600           ADJUSTMENT-OUTPUT-FILE
033700           DISPUTE-REGISTER-RPT.
033710     IF A2-FAILED
033720        GO TO 000-ACT2-CHAIN-FAILURE.
033800     PERFORM 550-DISPLAY-PROG-DIAG THRU
033900                  550-DISPLAY-PROG-DIAG-EXIT.
034000     IF WS-CARD-REJECT-CTR IS GREATER THAN ZERO
034100        MOVE 8 TO RETURN-CODE
034200     ELSE
034300        IF WS-UNMATCHED-CTR IS GREATER THAN ZERO OR
034400           WS-REFUSED-CTR IS GREATER THAN ZERO
034500           MOVE 4 TO RETURN-CODE
034600        ELSE
034700           MOVE ZERO TO RETURN-CODE.
034800     PERFORM 565-WRITE-CONTROL-TOTALS THRU
034900                  565-WRITE-CONTROL-TOTALS-EXIT.
035000     GOBACK.
035100
035200* A CASE FILE THAT CANNOT BE OPENED, READ OR REWRITTEN LEAVES
035300* THE CASES AND THE INVOICE FILE OUT OF STEP - STOP THE STREAM.
035400 000-CASE-FILE-FAILURE.
035500     MOVE 'DSPTPOST' TO AD-PROGRAM-ID.
035600     MOVE '000-MAINLINE' TO AD-PARA-NAME.
035700     MOVE SPACES TO AD-ABEND-REASON.
035800     STRING 'DISPUTE CASE FILE - ' DELIMITED BY SIZE
035900            WS-FAILED-OPERATION DELIMITED BY SIZE
036000         INTO AD-ABEND-REASON.
036100     MOVE WS-DSPTCASE-STATUS TO AD-FILE-STATUS-1.
036200     MOVE SPACES TO AD-FILE-STATUS-2.
036300     MOVE WS-INV-READ-CTR TO AD-RECORDS-READ.
036400     MOVE WS-INV-WRTN-CTR TO AD-RECORDS-WRITTEN.
036500     MOVE SPACES TO AD-CHECKPOINT-POS.
036600     MOVE CUST-NO-IN TO AD-CHECKPOINT-POS (1:5).
036700     MOVE INV-NO-IN TO AD-CHECKPOINT-POS (7:5).
036800     CALL 'ABENDRTN' USING ABEND-DIAG-AREA.
036900     MOVE 16 TO RETURN-CODE.
037000     GOBACK.
037100
037105* ACT2DATA DOES NOT FOLLOW FROM THE STEPS BEFORE THIS ONE, OR
037110* ACT2NEW COULD NOT BE NUMBERED OR RECORDED - STOP THE STREAM
037115* BEFORE THE AGED TRIAL BALANCE GOES WRONG.
037120 000-ACT2-CHAIN-FAILURE.
037125     DISPLAY '** ERROR **  ACT2DATA CHAIN CONTROL - ' A2-REASON.
037130     MOVE 'DSPTPOST' TO AD-PROGRAM-ID.
037135     MOVE '000-MAINLINE' TO AD-PARA-NAME.
037140     MOVE A2-REASON TO AD-ABEND-REASON.
037145     MOVE A2-FILE-STATUS TO AD-FILE-STATUS-1.
037150     MOVE SPACES TO AD-FILE-STATUS-2.
037155     MOVE WS-INV-READ-CTR TO AD-RECORDS-READ.
037160     MOVE WS-INV-WRTN-CTR TO AD-RECORDS-WRITTEN.
037165     MOVE SPACES TO AD-CHECKPOINT-POS.
037170     CALL 'ABENDRTN' USING ABEND-DIAG-AREA.
037175     MOVE 16 TO RETURN-CODE.
037180     GOBACK.
037185
037200 100-LOAD-CASE-CARDS.
037300
037400     PERFORM 810-READ-CASE-CARD-FILE THRU
037500                  810-READ-CASE-CARD-FILE-EXIT.
037600     PERFORM 110-STORE-CASE-CARD THRU 110-STORE-CASE-CARD-EXIT
037700         UNTIL EOF-CARDS.
037800
037900 100-LOAD-CASE-CARDS-EXIT.
038000     EXIT.
038100
038200 110-STORE-CASE-CARD.
038300
038400     IF CRD-CREDIT-AMT-IN-X IS EQUAL TO SPACES
038500        MOVE ZERO TO CRD-CREDIT-AMT-IN.
038600     IF CRD-CUST-NO-IN IS NOT NUMERIC OR
038700        CRD-INV-NO-NUM IS NOT NUMERIC OR
038800        NOT CRD-ACTION-VALID
038900        GO TO 110-REJECT-CARD.
039000* AN ASSIGNMENT MUST CHANGE SOMETHING
039100     IF CRD-ASSIGN AND
039200        CRD-OWNER-IN IS EQUAL TO SPACES AND
039300        CRD-REASON-CODE-IN IS EQUAL TO SPACES AND
039400        CRD-REASON-TEXT-IN IS EQUAL TO SPACES
039500        GO TO 110-REJECT-CARD.
039600     IF CRD-UPHELD AND
039700        CRD-CREDIT-AMT-IN IS NOT NUMERIC
039800        GO TO 110-REJECT-CARD.
039900     IF WS-CARD-COUNT IS NOT LESS THAN WS-CARD-MAX
040000        DISPLAY '** ERROR **  CASE CARD TABLE FULL - DROPPED'
040100        ADD 1 TO WS-CARD-REJECT-CTR
040200        GO TO 110-STORE-NEXT.
040300     ADD 1 TO WS-CARD-COUNT.
040400     SET CARD-INDEX TO WS-CARD-COUNT.
040500     MOVE CRD-CUST-NO-IN     TO CDT-CUST-NO (CARD-INDEX).
040600     MOVE CRD-INV-NO-IN      TO CDT-INV-NO (CARD-INDEX).
040700     MOVE CRD-ACTION-IN      TO CDT-ACTION (CARD-INDEX).
040800     MOVE CRD-OWNER-IN       TO CDT-OWNER (CARD-INDEX).
040900     MOVE CRD-REASON-CODE-IN TO CDT-REASON-CODE (CARD-INDEX).
041000     MOVE CRD-REASON-TEXT-IN TO CDT-REASON-TEXT (CARD-INDEX).
041100     MOVE CRD-CREDIT-AMT-IN  TO CDT-CREDIT-AMT (CARD-INDEX).
041200     MOVE 'N'                TO CDT-APPLIED-FLAG (CARD-INDEX).
041300     GO TO 110-STORE-NEXT.
041400
041500 110-REJECT-CARD.
041600     DISPLAY '** ERROR **  CASE CARD INVALID - DROPPED'.
041700     DISPLAY CASE-CARD-INPUT-REC.
041800     ADD 1 TO WS-CARD-REJECT-CTR.
041900
042000 110-STORE-NEXT.
042100     PERFORM 810-READ-CASE-CARD-FILE THRU
042200                  810-READ-CASE-CARD-FILE-EXIT.
042300
042400 110-STORE-CASE-CARD-EXIT.
042500     EXIT.
042600
042603* PROVE ACT2DATA FOLLOWS FROM THE STEPS BEFORE THIS ONE, THEN
042606* NUMBER THIS RUN'S ACT2NEW GENERATION.
042609 180-START-INVOICE-CHAIN.
042612
042615     MOVE SPACES TO ACT2-CTL-AREA.
042618     MOVE 'V' TO A2-FUNCTION.
042621     MOVE 'DSPTPOST' TO A2-PROGRAM-ID.
042624     CALL 'ACT2CTL' USING ACT2-CTL-AREA.
042627     IF A2-FAILED
042630        GO TO 180-START-INVOICE-CHAIN-EXIT.
042633     MOVE 'S' TO A2-FUNCTION.
042636     CALL 'ACT2CTL' USING ACT2-CTL-AREA.
042639
042642 180-START-INVOICE-CHAIN-EXIT.
042645     EXIT.
042648
042651 185-WRITE-INVOICE-HEADER.
042654
042657     MOVE SPACES TO ACT2-CONTROL-REC.
042660     SET A2C-HEADER TO TRUE.
042663     MOVE A2-BUSINESS-DATE TO A2C-BUSINESS-DATE.
042666     MOVE A2-PROGRAM-ID TO A2C-PROGRAM-ID.
042669     MOVE A2-GENERATION-SEQ TO A2C-GENERATION-SEQ.
042672     MOVE ZERO TO A2C-RECORD-COUNT, A2C-INV-AMT-TOTAL.
042675     WRITE MI-UPDATED-RECORD FROM ACT2-CONTROL-REC.
042678
042681 185-WRITE-INVOICE-HEADER-EXIT.
042684     EXIT.
042687
042700 200-PRSS-INVOICE.
042800
042900     IF AMT-PAID-IN-X IS EQUAL TO SPACES OR
043000        AMT-PAID-IN IS NOT NUMERIC
043100        MOVE ZERO TO AMT-PAID-IN.
043200     COMPUTE WS-OPEN-AMT = INV-AMT-IN - AMT-PAID-IN.
043300     PERFORM 210-READ-CASE THRU 210-READ-CASE-EXIT.
043400     IF WS-FAILED-OPERATION IS NOT EQUAL TO SPACES
043500        GO TO 200-STOP-RUN.
043600     IF COLL-DISPUTED
043700        PERFORM 220-OPEN-CASE THRU 220-OPEN-CASE-EXIT.
043800     IF CASE-FOUND AND DC-CASE-OPEN
043900        PERFORM 230-CLOSE-PAID-CASE THRU
044000                     230-CLOSE-PAID-CASE-EXIT.
044100     PERFORM 240-APPLY-CASE-CARD THRU 240-APPLY-CASE-CARD-EXIT
044200         VARYING WS-CARD-SUB FROM 1 BY 1
044300         UNTIL WS-CARD-SUB IS GREATER THAN WS-CARD-COUNT.
044400     IF WS-FAILED-OPERATION IS NOT EQUAL TO SPACES
044500        GO TO 200-STOP-RUN.
044600     WRITE MI-UPDATED-RECORD FROM MI-INPUT-REC.
044700     ADD 1 TO WS-INV-WRTN-CTR.
044710     IF INV-AMT-IN IS NUMERIC
044720        ADD INV-AMT-IN TO WS-INV-AMT-WRTN-TL.
044800     PERFORM 800-READ-INVOICE-FILE THRU
044900                  800-READ-INVOICE-FILE-EXIT.
045000     GO TO 200-PRSS-INVOICE-EXIT.
045100
045200 200-STOP-RUN.
045300     MOVE 'YES' TO WS-EOF-INVOICES-SW.
045400
045500 200-PRSS-INVOICE-EXIT.
045600     EXIT.
045700
045800 210-READ-CASE.
045900
046000     MOVE 'NO ' TO WS-CASE-FOUND-SW.
046100     MOVE CUST-NO-IN TO DC-CUST-NO.
046200     MOVE INV-NO-IN TO DC-INV-NO.
046300     READ DISPUTE-CASE-FILE.
046400     IF WS-DSPTCASE-STATUS IS EQUAL TO '00'
046500        MOVE 'YES' TO WS-CASE-FOUND-SW
046600        GO TO 210-READ-CASE-EXIT.
046700     IF WS-DSPTCASE-STATUS IS NOT EQUAL TO '23'
046800        MOVE 'READ' TO WS-FAILED-OPERATION.
046900
047000 210-READ-CASE-EXIT.
047100     EXIT.
047200
047300* ONLY AN UNPAID INVOICE IS WORTH A CASE.  A PAID INVOICE STILL
047400* CARRYING 'D' IS LEFT ALONE HERE AND ANY OPEN CASE IS CLOSED
047500* BY 230-CLOSE-PAID-CASE.
047600 220-OPEN-CASE.
047700
047800     IF PAID-DATE-IN IS NOT EQUAL TO '000000' OR
047900        WS-OPEN-AMT IS NOT GREATER THAN ZERO
048000        GO TO 220-OPEN-CASE-EXIT.
048100     IF CASE-FOUND AND DC-CASE-OPEN
048200        GO TO 220-OPEN-CASE-EXIT.
048300     MOVE 'O' TO DC-CASE-STATUS.
048400     MOVE A2-BUSINESS-DATE TO DC-OPEN-DATE.
048500     MOVE WS-OPEN-AMT TO DC-DISPUTE-AMT.
048600     MOVE ZERO TO DC-CLOSE-DATE
048700                  DC-UPHELD-AMT.
048800     IF CASE-FOUND
048900        GO TO 220-REOPEN-CASE.
049000     MOVE SPACES TO DC-REASON-CODE
049100                    DC-OWNER
049200                    DC-REASON-TEXT.
049300     WRITE DISPUTE-CASE-REC.
049400     IF WS-DSPTCASE-STATUS IS NOT EQUAL TO '00'
049500        MOVE 'WRITE' TO WS-FAILED-OPERATION
049600        GO TO 220-OPEN-CASE-EXIT.
049700     MOVE 'YES' TO WS-CASE-FOUND-SW.
049800     ADD 1 TO WS-OPENED-CTR.
049900     PERFORM 250-FORMAT-CASE-LINE THRU
050000                  250-FORMAT-CASE-LINE-EXIT.
050100     MOVE 'OPENED' TO REG-FLAG.
050200     MOVE 'NEW DISPUTE FROM COLLECTIONS  ' TO REG-MESSAGE.
050300     WRITE DISPUTE-REGISTER-LINE FROM DL-REGISTER-DETAIL
050400         AFTER ADVANCING 1.
050500     GO TO 220-OPEN-CASE-EXIT.
050600
050700* A FRESH DISPUTE ON AN INVOICE WHOSE EARLIER CASE WAS CLOSED
050800* KEEPS THE REASON AND OWNER UNTIL A NEW 'A' CARD CHANGES THEM.
050900 220-REOPEN-CASE.
051000     REWRITE DISPUTE-CASE-REC.
051100     IF WS-DSPTCASE-STATUS IS NOT EQUAL TO '00'
051200        MOVE 'REWRITE' TO WS-FAILED-OPERATION
051300        GO TO 220-OPEN-CASE-EXIT.
051400     ADD 1 TO WS-REOPENED-CTR.
051500     PERFORM 250-FORMAT-CASE-LINE THRU
051600                  250-FORMAT-CASE-LINE-EXIT.
051700     MOVE 'REOPEN' TO REG-FLAG.
051800     MOVE 'CLOSED CASE DISPUTED AGAIN    ' TO REG-MESSAGE.
051900     WRITE DISPUTE-REGISTER-LINE FROM DL-REGISTER-DETAIL
052000         AFTER ADVANCING 1.
052100
052200 220-OPEN-CASE-EXIT.
052300     EXIT.
052400
052500 230-CLOSE-PAID-CASE.
052600
052700     IF PAID-DATE-IN IS EQUAL TO '000000' AND
052800        WS-OPEN-AMT IS GREATER THAN ZERO
052900        GO TO 230-CLOSE-PAID-CASE-EXIT.
053000     MOVE 'P' TO DC-CASE-STATUS.
053100     MOVE A2-BUSINESS-DATE TO DC-CLOSE-DATE.
053200     REWRITE DISPUTE-CASE-REC.
053300     IF WS-DSPTCASE-STATUS IS NOT EQUAL TO '00'
053400        MOVE 'REWRITE' TO WS-FAILED-OPERATION
053500        GO TO 230-CLOSE-PAID-CASE-EXIT.
053600     ADD 1 TO WS-CLOSED-PAID-CTR.
053700     PERFORM 250-FORMAT-CASE-LINE THRU
053800                  250-FORMAT-CASE-LINE-EXIT.
053900     MOVE 'PAID  ' TO REG-FLAG.
054000     MOVE 'INVOICE PAID - CASE CLOSED    ' TO REG-MESSAGE.
054100     WRITE DISPUTE-REGISTER-LINE FROM DL-REGISTER-DETAIL
054200         AFTER ADVANCING 1.
054300
054400 230-CLOSE-PAID-CASE-EXIT.
054500     EXIT.
054600
054700 240-APPLY-CASE-CARD.
054800
054900     SET CARD-INDEX TO WS-CARD-SUB.
055000     IF CDT-CUST-NO (CARD-INDEX) IS NOT EQUAL TO CUST-NO-IN OR
055100        CDT-INV-NO (CARD-INDEX) IS NOT EQUAL TO INV-NO-IN OR
055200        CDT-APPLIED-FLAG (CARD-INDEX) IS NOT EQUAL TO 'N' OR
055300        WS-FAILED-OPERATION IS NOT EQUAL TO SPACES
055400        GO TO 240-APPLY-CASE-CARD-EXIT.
055500     MOVE 'Y' TO CDT-APPLIED-FLAG (CARD-INDEX).
055600     IF NOT CASE-FOUND
055700        PERFORM 260-FORMAT-CARD-LINE THRU
055800                     260-FORMAT-CARD-LINE-EXIT
055900        MOVE 'NO DISPUTE CASE FOR INVOICE   ' TO REG-MESSAGE
056000        GO TO 240-REFUSE-CARD.
056100     PERFORM 250-FORMAT-CASE-LINE THRU
056200                  250-FORMAT-CASE-LINE-EXIT.
056300     MOVE CDT-ACTION (CARD-INDEX) TO REG-ACTION.
056400     IF NOT DC-CASE-OPEN
056500        MOVE 'DISPUTE CASE ALREADY CLOSED   ' TO REG-MESSAGE
056600        GO TO 240-REFUSE-CARD.
056700     IF CDT-ASSIGN (CARD-INDEX)
056800        GO TO 240-ASSIGN-CASE.
056900     IF CDT-UPHELD (CARD-INDEX)
057000        GO TO 240-UPHOLD-CASE.
057100
057200* REJECTED - THE CUSTOMER OWES THE INVOICE AFTER ALL
057300     MOVE 'R' TO DC-CASE-STATUS.
057400     MOVE A2-BUSINESS-DATE TO DC-CLOSE-DATE.
057500     PERFORM 270-REWRITE-CASE THRU 270-REWRITE-CASE-EXIT.
057600     IF WS-FAILED-OPERATION IS NOT EQUAL TO SPACES
057700        GO TO 240-APPLY-CASE-CARD-EXIT.
057800     MOVE SPACE TO COLL-STATUS-IN.
057900     ADD 1 TO WS-REJECTED-CTR.
058000     MOVE 'REJECT' TO REG-FLAG.
058100     MOVE 'DUNNING RESUMES               ' TO REG-MESSAGE.
058200     GO TO 240-WRITE-CARD-LINE.
058300
058400 240-ASSIGN-CASE.
058500     IF CDT-OWNER (CARD-INDEX) IS NOT EQUAL TO SPACES
058600        MOVE CDT-OWNER (CARD-INDEX) TO DC-OWNER.
058700     IF CDT-REASON-CODE (CARD-INDEX) IS NOT EQUAL TO SPACES
058800        MOVE CDT-REASON-CODE (CARD-INDEX) TO DC-REASON-CODE.
058900     IF CDT-REASON-TEXT (CARD-INDEX) IS NOT EQUAL TO SPACES
059000        MOVE CDT-REASON-TEXT (CARD-INDEX) TO DC-REASON-TEXT.
059100     PERFORM 270-REWRITE-CASE THRU 270-REWRITE-CASE-EXIT.
059200     IF WS-FAILED-OPERATION IS NOT EQUAL TO SPACES
059300        GO TO 240-APPLY-CASE-CARD-EXIT.
059400     ADD 1 TO WS-UPDATED-CTR.
059500     MOVE DC-OWNER TO REG-OWNER.
059600     MOVE DC-REASON-CODE TO REG-REASON-CODE.
059700     MOVE DC-REASON-TEXT TO REG-REASON-TEXT.
059800     MOVE 'UPDATE' TO REG-FLAG.
059900     GO TO 240-WRITE-CARD-LINE.
060000
060100* UPHELD - CREDIT THE DISPUTED AMOUNT (OR THE AMOUNT ON THE
060200* CARD) THROUGH ADJPOST, NEVER MORE THAN IS STILL OPEN.
060300 240-UPHOLD-CASE.
060400     IF CDT-CREDIT-AMT (CARD-INDEX) IS GREATER THAN ZERO
060500        MOVE CDT-CREDIT-AMT (CARD-INDEX) TO WS-CREDIT-AMT
060600     ELSE
060700        MOVE DC-DISPUTE-AMT TO WS-CREDIT-AMT
060800        IF WS-CREDIT-AMT IS GREATER THAN WS-OPEN-AMT
060900           MOVE WS-OPEN-AMT TO WS-CREDIT-AMT.
061000     IF WS-CREDIT-AMT IS NOT GREATER THAN ZERO
061100        MOVE 'NOTHING OPEN TO CREDIT        ' TO REG-MESSAGE
061200        GO TO 240-REFUSE-CARD.
061300     IF WS-CREDIT-AMT IS GREATER THAN WS-OPEN-AMT
061400        MOVE 'CREDIT EXCEEDS OPEN AMOUNT    ' TO REG-MESSAGE
061500        GO TO 240-REFUSE-CARD.
061600     MOVE 'U' TO DC-CASE-STATUS.
061700     MOVE A2-BUSINESS-DATE TO DC-CLOSE-DATE.
061800     MOVE WS-CREDIT-AMT TO DC-UPHELD-AMT.
061900     PERFORM 270-REWRITE-CASE THRU 270-REWRITE-CASE-EXIT.
062000     IF WS-FAILED-OPERATION IS NOT EQUAL TO SPACES
062100        GO TO 240-APPLY-CASE-CARD-EXIT.
062200     PERFORM 280-WRITE-ADJUSTMENT-CARD THRU
062300                  280-WRITE-ADJUSTMENT-CARD-EXIT.
062400     MOVE SPACE TO COLL-STATUS-IN.
062500     ADD 1 TO WS-UPHELD-CTR.
062600     ADD WS-CREDIT-AMT TO WS-UPHELD-TL.
062700     MOVE WS-CREDIT-AMT TO REG-UPHELD-AMT.
062800     MOVE 'UPHELD' TO REG-FLAG.
062900     MOVE 'CREDIT SENT TO ADJPOST        ' TO REG-MESSAGE.
063000     GO TO 240-WRITE-CARD-LINE.
063100
063200* A REFUSED CARD LEAVES THE CASE AND THE INVOICE AS THEY WERE
063300 240-REFUSE-CARD.
063400     ADD 1 TO WS-REFUSED-CTR.
063500     MOVE 'REFUSE' TO REG-FLAG.
063600
063700 240-WRITE-CARD-LINE.
063800     WRITE DISPUTE-REGISTER-LINE FROM DL-REGISTER-DETAIL
063900         AFTER ADVANCING 1.
064000
064100 240-APPLY-CASE-CARD-EXIT.
064200     EXIT.
064300
064400 250-FORMAT-CASE-LINE.
064500
064600     MOVE SPACES TO DL-REGISTER-DETAIL.
064700     MOVE DC-CUST-NO TO REG-CUST-NO.
064800     MOVE DC-INV-NO TO REG-INV-NO.
064900     MOVE DC-OPEN-DATE TO REG-OPEN-DATE.
065000     MOVE DC-DISPUTE-AMT TO REG-DISPUTE-AMT.
065100     MOVE DC-REASON-CODE TO REG-REASON-CODE.
065200     MOVE DC-OWNER TO REG-OWNER.
065300     MOVE DC-REASON-TEXT TO REG-REASON-TEXT.
065400     MOVE ZERO TO REG-UPHELD-AMT.
065500
065600 250-FORMAT-CASE-LINE-EXIT.
065700     EXIT.
065800
065900 260-FORMAT-CARD-LINE.
066000
066100     MOVE SPACES TO DL-REGISTER-DETAIL.
066200     MOVE CDT-CUST-NO (CARD-INDEX) TO REG-CUST-NO.
066300     MOVE CDT-INV-NO (CARD-INDEX) TO REG-INV-NO.
066400     MOVE CDT-ACTION (CARD-INDEX) TO REG-ACTION.
066500     MOVE ZERO TO REG-DISPUTE-AMT.
066600     MOVE CDT-REASON-CODE (CARD-INDEX) TO REG-REASON-CODE.
066700     MOVE CDT-OWNER (CARD-INDEX) TO REG-OWNER.
066800     MOVE CDT-REASON-TEXT (CARD-INDEX) TO REG-REASON-TEXT.
066900     MOVE CDT-CREDIT-AMT (CARD-INDEX) TO REG-UPHELD-AMT.
067000
067100 260-FORMAT-CARD-LINE-EXIT.
067200     EXIT.
067300
067400 270-REWRITE-CASE.
067500
067600     REWRITE DISPUTE-CASE-REC.
067700     IF WS-DSPTCASE-STATUS IS NOT EQUAL TO '00'
067800        MOVE 'REWRITE' TO WS-FAILED-OPERATION.
067900
068000 270-REWRITE-CASE-EXIT.
068100     EXIT.
068200
068300 280-WRITE-ADJUSTMENT-CARD.
068400
068500     MOVE SPACES TO ADJUSTMENT-OUTPUT-RECORD.
068600     MOVE DC-CUST-NO TO ADJ-CUST-NO-OUT.
068700     MOVE DC-INV-NO TO ADJ-INV-NO-OUT.
068800     MOVE 'C' TO ADJ-TYPE-OUT.
068900     MOVE SPACE TO ADJ-REVERSAL-OUT.
069000     MOVE WS-CREDIT-AMT TO ADJ-AMT-OUT.
069100     MOVE WS-UPHELD-REASON-CODE TO ADJ-REASON-CODE-OUT.
069200     MOVE 'DISPUTE UPHELD ' TO ADJ-DESC-LIT-OUT.
069300     MOVE DC-REASON-TEXT TO ADJ-DESC-TEXT-OUT.
069400     WRITE ADJUSTMENT-OUTPUT-RECORD.
069500
069600 280-WRITE-ADJUSTMENT-CARD-EXIT.
069700     EXIT.
069800
069900 300-WRITE-REGISTER-TOTAL.
070000
070100     MOVE WS-UPHELD-TL TO REG-TOTAL-AMT.
070200     WRITE DISPUTE-REGISTER-LINE FROM TL-REGISTER-TOTAL
070300         AFTER ADVANCING 2.
070400
070500 300-WRITE-REGISTER-TOTAL-EXIT.
070600     EXIT.
070700
070800 400-LIST-UNMATCHED.
070900
071000     WRITE DISPUTE-REGISTER-LINE FROM HL-EXCEPTION-HDR
071100         AFTER ADVANCING 2.
071200     PERFORM 410-LIST-ONE-UNMATCHED THRU
071300                  410-LIST-ONE-UNMATCHED-EXIT
071400         VARYING WS-CARD-SUB FROM 1 BY 1
071500         UNTIL WS-CARD-SUB IS GREATER THAN WS-CARD-COUNT.
071600
071700 400-LIST-UNMATCHED-EXIT.
071800     EXIT.
071900
072000 410-LIST-ONE-UNMATCHED.
072100
072200     SET CARD-INDEX TO WS-CARD-SUB.
072300     IF CDT-APPLIED-FLAG (CARD-INDEX) IS EQUAL TO 'Y'
072400        GO TO 410-LIST-ONE-UNMATCHED-EXIT.
072500     ADD 1 TO WS-UNMATCHED-CTR.
072600     PERFORM 260-FORMAT-CARD-LINE THRU
072700                  260-FORMAT-CARD-LINE-EXIT.
072800     MOVE 'NOMTCH' TO REG-FLAG.
072900     MOVE 'INVOICE NOT ON FILE           ' TO REG-MESSAGE.
073000     WRITE DISPUTE-REGISTER-LINE FROM DL-REGISTER-DETAIL
073100         AFTER ADVANCING 1.
073200
073300 410-LIST-ONE-UNMATCHED-EXIT.
073400     EXIT.
073500
073600 550-DISPLAY-PROG-DIAG.
073700
073800     MOVE 'CASE CARDS READ                              '  TO
073900          DISP-MESSAGE.
074000     MOVE WS-CARD-READ-CTR TO DISP-VALUE.
074100     DISPLAY DISPLAY-LINE.
074200     MOVE 'INVOICE RECORDS READ                         '  TO
074300          DISP-MESSAGE.
074400     MOVE WS-INV-READ-CTR TO DISP-VALUE.
074500     DISPLAY DISPLAY-LINE.
074600     MOVE 'INVOICE RECORDS WRITTEN                      '  TO
074700          DISP-MESSAGE.
074800     MOVE WS-INV-WRTN-CTR TO DISP-VALUE.
074900     DISPLAY DISPLAY-LINE.
075000     MOVE 'DISPUTE CASES OPENED                         '  TO
075100          DISP-MESSAGE.
075200     MOVE WS-OPENED-CTR TO DISP-VALUE.
075300     DISPLAY DISPLAY-LINE.
075400     MOVE 'DISPUTE CASES REOPENED                       '  TO
075500          DISP-MESSAGE.
075600     MOVE WS-REOPENED-CTR TO DISP-VALUE.
075700     DISPLAY DISPLAY-LINE.
075800     MOVE 'DISPUTE CASES UPDATED                        '  TO
075900          DISP-MESSAGE.
076000     MOVE WS-UPDATED-CTR TO DISP-VALUE.
076100     DISPLAY DISPLAY-LINE.
076200     MOVE 'DISPUTES UPHELD - CREDIT SENT TO ADJPOST     '  TO
076300          DISP-MESSAGE.
076400     MOVE WS-UPHELD-CTR TO DISP-VALUE.
076500     DISPLAY DISPLAY-LINE.
076600     MOVE 'DISPUTES REJECTED - DUNNING RESUMED          '  TO
076700          DISP-MESSAGE.
076800     MOVE WS-REJECTED-CTR TO DISP-VALUE.
076900     DISPLAY DISPLAY-LINE.
077000     MOVE 'DISPUTE CASES CLOSED - INVOICE PAID          '  TO
077100          DISP-MESSAGE.
077200     MOVE WS-CLOSED-PAID-CTR TO DISP-VALUE.
077300     DISPLAY DISPLAY-LINE.
077400     MOVE 'CASE CARDS REFUSED                           '  TO
077500          DISP-MESSAGE.
077600     MOVE WS-REFUSED-CTR TO DISP-VALUE.
077700     DISPLAY DISPLAY-LINE.
077800     MOVE 'CASE CARDS UNMATCHED                         '  TO
077900          DISP-MESSAGE.
078000     MOVE WS-UNMATCHED-CTR TO DISP-VALUE.
078100     DISPLAY DISPLAY-LINE.
078200     MOVE 'CASE CARDS REJECTED                          '  TO
078300          DISP-MESSAGE.
078400     MOVE WS-CARD-REJECT-CTR TO DISP-VALUE.
078500     DISPLAY DISPLAY-LINE.
078600     DISPLAY '****     DSPTPOST EOJ        ****'.
078700
078800 550-DISPLAY-PROG-DIAG-EXIT.
078900     EXIT.
079000
079100 565-WRITE-CONTROL-TOTALS.
079200
079300     OPEN EXTEND CTLTOTS-FILE.
079400     MOVE 'DSPTPOST' TO CTL-PROGRAM-ID.
079500     MOVE A2-BUSINESS-DATE TO CTL-RUN-DATE.
079600     MOVE FUNCTION CURRENT-DATE (9:6) TO CTL-RUN-TIME.
079700     MOVE WS-INV-READ-CTR TO CTL-RECORDS-READ.
079800     MOVE WS-INV-WRTN-CTR TO CTL-RECORDS-WRITTEN.
079900     MOVE ZERO            TO CTL-RECORDS-ERROR.
080000     MOVE RETURN-CODE     TO CTL-RETURN-CODE.
080100     MOVE ZERO            TO CTL-ADJ-COUNT
080200                             CTL-ADJ-AMOUNT.
080300     WRITE CTL-TOTALS-RECORD.
080400     CLOSE CTLTOTS-FILE.
080500
080600 565-WRITE-CONTROL-TOTALS-EXIT.
080700     EXIT.
080800
080804* TRAILER WITH THE INVOICE COUNT AND AMOUNT WRITTEN, THEN RECORD
080808* THE GENERATION ON ACT2GEN FOR THE NEXT STEP TO CHECK AGAINST.
080812 570-END-INVOICE-OUTPUT.
080816
080820     MOVE SPACES TO ACT2-CONTROL-REC.
080824     SET A2C-TRAILER TO TRUE.
080828     MOVE A2-BUSINESS-DATE TO A2C-BUSINESS-DATE.
080832     MOVE A2-PROGRAM-ID TO A2C-PROGRAM-ID.
080836     MOVE A2-GENERATION-SEQ TO A2C-GENERATION-SEQ.
080840     MOVE WS-INV-WRTN-CTR TO A2C-RECORD-COUNT.
080844     MOVE WS-INV-AMT-WRTN-TL TO A2C-INV-AMT-TOTAL.
080848     WRITE MI-UPDATED-RECORD FROM ACT2-CONTROL-REC.
080852     MOVE 'E' TO A2-FUNCTION.
080856     MOVE WS-INV-WRTN-CTR TO A2-RECORD-COUNT.
080860     MOVE WS-INV-AMT-WRTN-TL TO A2-INV-AMT-TOTAL.
080864     CALL 'ACT2CTL' USING ACT2-CTL-AREA.
080868
080872 570-END-INVOICE-OUTPUT-EXIT.
080876     EXIT.
080880
080900 800-READ-INVOICE-FILE.
081000
081100     READ MI-INPUT-FILE INTO MI-INPUT-REC
081200         AT END  MOVE 'YES' TO WS-EOF-INVOICES-SW,
081300                 GO TO 800-READ-INVOICE-FILE-EXIT.
081310* HEADERS AND TRAILERS WERE PROVED BY ACT2CTL - NOT INVOICES
081320     MOVE MI-INPUT-REC (1:10) TO A2C-KEY.
081330     IF A2C-HEADER OR A2C-TRAILER
081340        GO TO 800-READ-INVOICE-FILE.
081400     ADD 1 TO WS-INV-READ-CTR.
081500
081600 800-READ-INVOICE-FILE-EXIT.
081700     EXIT.
081800
081900 810-READ-CASE-CARD-FILE.
082000
082100     READ CASE-CARD-FILE INTO CASE-CARD-INPUT-REC
082200         AT END  MOVE 'YES' TO WS-EOF-CARDS-SW,
082300                 GO TO 810-READ-CASE-CARD-FILE-EXIT.
082400     ADD 1 TO WS-CARD-READ-CTR.
082500
082600 810-READ-CASE-CARD-FILE-EXIT.
082700     EXIT.
