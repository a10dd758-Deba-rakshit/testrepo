000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ADJPOST.
000300 AUTHOR.        IBM.
000400 DATE-WRITTEN.  10-15-26.
000500
000600******************************************************************
000700*  CREDIT MEMO AND INVOICE ADJUSTMENT POSTING AHEAD OF THE      *
000800*  CNTRLBRK AGING RUN.  RETURNS, PRICING CORRECTIONS AND        *
000900*  GOODWILL CREDITS ARE KEYED AS ADJUSTMENT CARDS (ADJCARD)     *
001000*  INSTEAD OF BEING FAKED AS PAYMENTS THROUGH PAYAPPLY.  EACH   *
001100*  POSTED CARD CHANGES INV-AMT-IN ON THE INVOICE AND THE NET    *
001200*  ADJUSTMENT TO DATE IS CARRIED IN COLS 43-51 SO CNTRLBRK CAN  *
001300*  SHOW THE INVOICE AS ADJUSTED.  A CREDIT THAT CLEARS THE      *
001400*  WHOLE OPEN AMOUNT STAMPS PAID-DATE-IN AND SETS COL 52 TO     *
001500*  'C' (SETTLED BY CREDIT).  EVERY CARD IS LISTED ON THE        *
001600*  ADJUSTMENT REGISTER (ADJREG) AND EVERY POSTED ADJUSTMENT IS  *
001700*  APPENDED TO THE PERMANENT ADJUSTMENT HISTORY (ADJHIST).      *
001800*                                                               *
001900*  ADJUSTMENT CARD (ADJCARD, 80 BYTES):                         *
002000*      COLS  1-5   CUSTOMER NUMBER                              *
002100*      COLS  7-11  INVOICE NUMBER                               *
002200*      COL  13     TYPE  C = CREDIT (REDUCES THE INVOICE)       *
002300*                        D = DEBIT  (INCREASES THE INVOICE)     *
002400*      COL  15     R = REVERSE AN EARLIER ADJUSTMENT OF THE     *
002500*                  SAME TYPE, BLANK = NEW ADJUSTMENT            *
002600*      COLS 17-25  ADJUSTMENT AMOUNT  9(7)V99                   *
002700*      COLS 27-28  REASON CODE                                  *
002800*      COLS 30-59  DESCRIPTION                                  *
002900*                                                               *
003000*  A CREDIT MAY NOT EXCEED THE OPEN AMOUNT.  A REVERSAL MAY     *
003100*  NOT UNDO MORE THAN THE NET ADJUSTMENT OF ITS TYPE ALREADY    *
003200*  ON THE INVOICE.  INVOICES PAID IN CASH ARE NOT ADJUSTED.     *
003300*  REFUSED AND UNMATCHED CARDS SET RETURN CODE 4; CARDS THAT    *
003400*  FAIL EDIT SET RETURN CODE 8.                                 *
003410*  CREDITS FOR UPHELD DISPUTES ARRIVE AS CARDS WRITTEN BY       *
003420*  DSPTPOST (DSPTADJ, REASON CODE DU) CONCATENATED TO ADJCARD.  *
003430*                                                               *
003440*  ACT2DATA MUST CARRY THE HEADER AND TRAILER (COPY ACT2HT) OF  *
003450*  EVERY STEP THAT FED IT.  ACT2CTL PROVES THEM BEFORE ANY      *
003460*  INVOICE IS TOUCHED AND THE RUN STOPS THROUGH ABENDRTN WHEN   *
003470*  THE COUNT, AMOUNT OR DATE DOES NOT FOLLOW FROM THE PREVIOUS  *
003480*  STEP.  ACT2NEW GOES OUT WITH THIS STEP'S OWN HEADER AND      *
003490*  TRAILER, RECORDED ON ACT2GEN FOR THE NEXT STEP TO CHECK.     *
003500******************************************************************
003600
003700 ENVIRONMENT DIVISION.
003800
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER.   IBM-390.
004100 OBJECT-COMPUTER.   IBM-390.
004200
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500
004600     SELECT ADJUSTMENT-INPUT-FILE ASSIGN TO UT-S-ADJCARD.
004700     SELECT MI-INPUT-FILE ASSIGN TO UT-S-ACT2DATA.
004800     SELECT MI-UPDATED-FILE ASSIGN TO UT-S-ACT2NEW.
004900     SELECT ADJ-HISTORY-FILE ASSIGN TO UT-S-ADJHIST
005000        ACCESS MODE IS SEQUENTIAL
005100        FILE STATUS IS WS-ADJHIST-STATUS.
005200     SELECT ADJ-REGISTER-RPT ASSIGN TO UT-S-ADJREG.
005300     SELECT CTLTOTS-FILE ASSIGN TO UT-S-CTLTOTS
005400        ACCESS MODE IS SEQUENTIAL
005500        FILE STATUS IS WS-CTLTOTS-STATUS.
005600
005700 DATA DIVISION.
005800
005900 FILE SECTION.
006000
006100 FD  ADJUSTMENT-INPUT-FILE
006200     RECORDING MODE IS F
006300     LABEL RECORDS ARE STANDARD
006400     RECORD CONTAINS 80 CHARACTERS
006500     BLOCK CONTAINS 0 RECORDS
006600     DATA RECORD IS ADJUSTMENT-INPUT-RECORD.
006700
006800 01  ADJUSTMENT-INPUT-RECORD          PIC X(80).
006900
007000 FD  MI-INPUT-FILE
007100     RECORDING MODE IS F
007200     LABEL RECORDS ARE STANDARD
007300     RECORD CONTAINS 80 CHARACTERS
007400     BLOCK CONTAINS 0 RECORDS
007500     DATA RECORD IS MI-INPUT-RECORD.
007600
007700 01  MI-INPUT-RECORD                  PIC X(80).
007800
007900 FD  MI-UPDATED-FILE
008000     RECORDING MODE IS F
008100     LABEL RECORDS ARE STANDARD
008200     RECORD CONTAINS 80 CHARACTERS
008300     BLOCK CONTAINS 0 RECORDS
008400     DATA RECORD IS MI-UPDATED-RECORD.
008500
008600 01  MI-UPDATED-RECORD                PIC X(80).
008700
008800* PERMANENT ADJUSTMENT HISTORY - ONE RECORD PER POSTED CARD,
008900* APPENDED EVERY RUN (JCL SUPPLIES DISP=MOD).  THE SIGNED
009000* AMOUNT IS THE CHANGE MADE TO THE INVOICE: NEGATIVE FOR A
009100* CREDIT OR THE REVERSAL OF A DEBIT.
009200 FD  ADJ-HISTORY-FILE
009300     RECORDING MODE IS F
009400     LABEL RECORDS ARE STANDARD
009500     RECORD CONTAINS 80 CHARACTERS
009600     BLOCK CONTAINS 0 RECORDS
009700     DATA RECORD IS ADJ-HISTORY-RECORD.
009800
009900 01  ADJ-HISTORY-RECORD.
010000     05  AH-POST-DATE                 PIC 9(8).
010100     05  FILLER                       PIC X(1).
010200     05  AH-CUST-NO                   PIC 9(5).
010300     05  FILLER                       PIC X(1).
010400     05  AH-INV-NO                    PIC X(5).
010500     05  FILLER                       PIC X(1).
010600     05  AH-ADJ-TYPE                  PIC X(1).
010700     05  AH-REVERSAL-IND              PIC X(1).
010800     05  FILLER                       PIC X(1).
010900     05  AH-ADJ-AMT                   PIC S9(7)V99
011000                                      SIGN LEADING SEPARATE.
011100     05  FILLER                       PIC X(1).
011200     05  AH-REASON-CODE               PIC X(2).
011300     05  FILLER                       PIC X(1).
011400     05  AH-DESCRIPTION               PIC X(30).
011500     05  FILLER                       PIC X(1).
011600     05  AH-NEW-INV-AMT               PIC S9(7)V99
011700                                      SIGN LEADING SEPARATE.
011800     05  FILLER                       PIC X(1).
011900
012000 FD  ADJ-REGISTER-RPT
012100     RECORDING MODE IS F
012200     LABEL RECORDS ARE STANDARD
012300     RECORD CONTAINS 133 CHARACTERS
012400     BLOCK CONTAINS 0 RECORDS
012500     DATA RECORD IS ADJ-REGISTER-LINE.
012600
012700 01  ADJ-REGISTER-LINE                PIC X(133).
012800
012900 FD  CTLTOTS-FILE
013000     RECORDING MODE IS F.
013100 COPY CTLTOTS.
013200
013300 WORKING-STORAGE SECTION.
013400
013500 01  PROGRAM-INDICATOR-SWITCHES.
013600     05  WS-EOF-ADJUSTMENTS-SW        PIC X(3)       VALUE 'NO '.
013700         88  EOF-ADJUSTMENTS                         VALUE 'YES'.
013800     05  WS-EOF-INVOICES-SW           PIC X(3)       VALUE 'NO '.
013900         88  EOF-INVOICES                            VALUE 'YES'.
014000
014100 01  WS-CTLTOTS-STATUS                PIC X(2)       VALUE SPACES.
014200 01  WS-ADJHIST-STATUS                PIC X(2)       VALUE SPACES.
014400
014500 01  WS-ADJ-WORK.
014600     05  WS-OPEN-AMT                  PIC S9(7)V99   VALUE ZERO.
014700     05  WS-NET-ADJ                   PIC S9(7)V99   VALUE ZERO.
014800     05  WS-SIGNED-ADJ                PIC S9(7)V99   VALUE ZERO.
014900     05  WS-OLD-INV-AMT               PIC S9(7)V99   VALUE ZERO.
015000
015100 01  WS-ACCUMULATORS.
015200     05  WS-ADJ-READ-CTR   PIC 9(4)       VALUE ZERO.
015300     05  WS-INV-READ-CTR   PIC 9(4)       VALUE ZERO.
015400     05  WS-INV-WRTN-CTR   PIC 9(4)       VALUE ZERO.
015410     05  WS-INV-AMT-WRTN-TL PIC S9(11)V99 VALUE ZERO.
015500     05  WS-POSTED-CTR     PIC 9(4)       VALUE ZERO.
015600     05  WS-SETTLED-CTR    PIC 9(4)       VALUE ZERO.
015700     05  WS-REFUSED-CTR    PIC 9(4)       VALUE ZERO.
015800     05  WS-UNMATCHED-CTR  PIC 9(4)       VALUE ZERO.
015900     05  WS-ADJ-REJECT-CTR PIC 9(4)       VALUE ZERO.
016000     05  WS-CREDIT-TL      PIC 9(9)V99    VALUE ZERO.
016100     05  WS-DEBIT-TL       PIC 9(9)V99    VALUE ZERO.
016200     05  WS-NET-ADJ-TL     PIC S9(9)V99   VALUE ZERO.
016300
016400 01  WS-ADJ-TABLE-CONTROLS.
016500     05  WS-ADJ-COUNT      PIC S9(4) COMP VALUE ZERO.
016600     05  WS-ADJ-MAX        PIC S9(4) COMP VALUE +500.
016700     05  WS-ADJ-SUB        PIC S9(4) COMP VALUE ZERO.
016800
016900* CARDS ARE HELD IN INPUT ORDER AND APPLIED IN THAT ORDER, SO
017000* AN ADJUSTMENT AND ITS REVERSAL MAY ARRIVE IN THE SAME RUN.
017100 01  ADJUSTMENT-TABLE.
017200     05  ADJ-ENTRY OCCURS 500 TIMES INDEXED BY ADJ-INDEX.
017300         10  ADT-CUST-NO          PIC 9(5).
017400         10  ADT-INV-NO           PIC X(5).
017500         10  ADT-ADJ-TYPE         PIC X(1).
017600             88  ADT-CREDIT                   VALUE 'C'.
017700         10  ADT-REVERSAL-IND     PIC X(1).
017800             88  ADT-REVERSAL                 VALUE 'R'.
017900         10  ADT-ADJ-AMT          PIC 9(7)V99.
018000         10  ADT-REASON-CODE      PIC X(2).
018100         10  ADT-DESCRIPTION      PIC X(30).
018200         10  ADT-APPLIED-FLAG     PIC X(1).
018300
018400 01  ADJUSTMENT-INPUT-REC.
018500     05  ADJ-CUST-NO-IN               PIC 9(5).
018600     05  FILLER                       PIC X(1).
018700     05  ADJ-INV-NO-IN                PIC X(5).
018800     05  ADJ-INV-NO-NUM  REDEFINES  ADJ-INV-NO-IN     PIC 9(5).
018900     05  FILLER                       PIC X(1).
019000     05  ADJ-TYPE-IN                  PIC X(1).
019100         88  ADJ-TYPE-VALID               VALUES 'C', 'D'.
019200     05  FILLER                       PIC X(1).
019300     05  ADJ-REVERSAL-IN              PIC X(1).
019400         88  ADJ-REVERSAL-VALID           VALUES 'R', ' '.
019500     05  FILLER                       PIC X(1).
019600     05  ADJ-AMT-IN                   PIC 9(7)V99.
019700     05  FILLER                       PIC X(1).
019800     05  ADJ-REASON-CODE-IN           PIC X(2).
019900     05  FILLER                       PIC X(1).
020000     05  ADJ-DESCRIPTION-IN           PIC X(30).
020100     05  FILLER                       PIC X(21).
020200
020300* INVOICE RECORD - SAME LAYOUT CNTRLBRK, PAYAPPLY AND COLLPOST
020400* READ.  COLS 43-51 CARRY THE NET ADJUSTMENT TO DATE (SPACES ON
020500* AN INVOICE NEVER ADJUSTED) AND COL 52 THE SETTLED-BY-CREDIT
020600* FLAG.
020700 01  MI-INPUT-REC.
020800     05  CUST-NO-IN                   PIC 9(5).
020900     05  INV-NO-IN                    PIC X(5).
021000     05  AGED-CODE-IN                 PIC 9.
021100     05  INV-AMT-IN                   PIC S9(7)V99.
021200     05  PAID-DATE-IN                 PIC X(6).
021300     05  INV-DATE-IN                  PIC X(6).
021400     05  AMT-PAID-IN                  PIC S9(7)V99.
021500     05  AMT-PAID-IN-X  REDEFINES  AMT-PAID-IN      PIC X(9).
021600     05  COLL-STATUS-IN               PIC X(1).
021700     05  INV-ADJ-AMT-IN               PIC S9(7)V99.
021800     05  INV-ADJ-AMT-IN-X  REDEFINES  INV-ADJ-AMT-IN
021900                                      PIC X(9).
022000     05  INV-ADJ-SETTLED-IN           PIC X(1).
022100         88  SETTLED-BY-CREDIT            VALUE 'C'.
022200     05  FILLER                       PIC X(28).
022300
022400 01  HL-REGISTER-HDR.
022500     05  FILLER            PIC X(1)   VALUE SPACES.
022600     05  FILLER            PIC X(28)  VALUE
022700                  'INVOICE ADJUSTMENT REGISTER '.
022800     05  FILLER            PIC X(104) VALUE SPACES.
022900
023000 01  HL-REGISTER-COLS.
023100     05  FILLER            PIC X(1)   VALUE SPACES.
023200     05  FILLER            PIC X(44)  VALUE
023300            'CUST   INV#   T R     ADJ AMOUNT  RC  DESCRI'.
023400     05  FILLER            PIC X(44)  VALUE
023500            'PTION                       OLD AMOUNT    NE'.
023600     05  FILLER            PIC X(44)  VALUE
023700            'W AMOUNT FLAG    REFUSAL REASON             '.
023800
023900 01  DL-REGISTER-DETAIL.
024000     05  FILLER            PIC X(1)   VALUE SPACES.
024100     05  REG-CUST-NO       PIC X(5).
024200     05  FILLER            PIC X(2)   VALUE SPACES.
024300     05  REG-INV-NO        PIC X(5).
024400     05  FILLER            PIC X(2)   VALUE SPACES.
024500     05  REG-ADJ-TYPE      PIC X(1).
024600     05  FILLER            PIC X(1)   VALUE SPACES.
024700     05  REG-REVERSAL-IND  PIC X(1).
024800     05  FILLER            PIC X(2)   VALUE SPACES.
024900     05  REG-ADJ-AMT       PIC Z,ZZZ,ZZ9.99-.
025000     05  FILLER            PIC X(2)   VALUE SPACES.
025100     05  REG-REASON-CODE   PIC X(2).
025200     05  FILLER            PIC X(2)   VALUE SPACES.
025300     05  REG-DESCRIPTION   PIC X(30).
025400     05  FILLER            PIC X(1)   VALUE SPACES.
025500     05  REG-OLD-AMT       PIC Z,ZZZ,ZZ9.99-.
025600     05  FILLER            PIC X(1)   VALUE SPACES.
025700     05  REG-NEW-AMT       PIC Z,ZZZ,ZZ9.99-.
025800     05  FILLER            PIC X(1)   VALUE SPACES.
025900     05  REG-FLAG          PIC X(6).
026000     05  FILLER            PIC X(2)   VALUE SPACES.
026100     05  REG-REFUSE-MSG    PIC X(30).
026200     05  FILLER            PIC X(1)   VALUE SPACES.
026300
026400 01  TL-REGISTER-TOTALS.
026500     05  FILLER            PIC X(1)   VALUE SPACES.
026600     05  TL-REG-LIT        PIC X(21).
026700     05  TL-REG-AMT        PIC ZZZ,ZZZ,ZZ9.99-.
026800     05  FILLER            PIC X(96)  VALUE SPACES.
026900
027000 01  HL-EXCEPTION-HDR.
027100     05  FILLER            PIC X(1)   VALUE SPACES.
027200     05  FILLER            PIC X(37)  VALUE
027300                  'UNMATCHED ADJUSTMENTS - NOT POSTED   '.
027400     05  FILLER            PIC X(95)  VALUE SPACES.
027500
027600 01  DISPLAY-LINE.
027700     05  DISP-MESSAGE     PIC X(45).
027800     05  DISP-VALUE       PIC ZZZ9.
027810
027820* SHARED ABEND-DIAGNOSTICS AREA PASSED TO ABENDRTN ON FATAL
027830* ERRORS SO OPERATIONS SEES THE FACTS ON ABENDDS.
027840     COPY ABENDWS.
027850
027860* HEADER / TRAILER RECORDS ON THE INVOICE FILES AND THE PARAMETER
027870* AREA FOR THE CHAIN CONTROL MODULE (ACT2CTL).
027880 COPY ACT2HT.
027890 COPY ACT2WS.
027900
028000 PROCEDURE DIVISION.
028100
028200 000-MAINLINE SECTION.
028300
028400     DISPLAY '****     ADJPOST RUNNING     ****'.
028510     PERFORM 180-START-INVOICE-CHAIN THRU
028520                  180-START-INVOICE-CHAIN-EXIT.
028530     IF A2-FAILED
028540        GO TO 000-ACT2-CHAIN-FAILURE.
028600     OPEN INPUT  ADJUSTMENT-INPUT-FILE
028700                 MI-INPUT-FILE
028800          OUTPUT MI-UPDATED-FILE
028900                 ADJ-REGISTER-RPT.
028910     PERFORM 185-WRITE-INVOICE-HEADER THRU
028920                  185-WRITE-INVOICE-HEADER-EXIT.
029000* HISTORY IS PERMANENT - JCL SUPPLIES DISP=MOD SO EACH RUN
029100* APPENDS ITS ADJUSTMENTS TO THE PRIOR RUNS.
029200     OPEN EXTEND ADJ-HISTORY-FILE.
029300     IF WS-ADJHIST-STATUS IS NOT EQUAL TO '00'
029400        DISPLAY '** WARNING **  ADJHIST NOT AVAILABLE - '
029500                'HISTORY SKIPPED - STATUS ' WS-ADJHIST-STATUS.
029600     WRITE ADJ-REGISTER-LINE FROM HL-REGISTER-HDR
029700         AFTER ADVANCING PAGE.
029800     WRITE ADJ-REGISTER-LINE FROM HL-REGISTER-COLS
029900         AFTER ADVANCING 2.
030000     PERFORM 100-LOAD-ADJUSTMENTS THRU
030100                  100-LOAD-ADJUSTMENTS-EXIT.
030200     PERFORM 800-READ-INVOICE-FILE THRU
030300                  800-READ-INVOICE-FILE-EXIT.
030400     PERFORM 200-PRSS-INVOICE THRU 200-PRSS-INVOICE-EXIT
030500         UNTIL EOF-INVOICES.
030600     PERFORM 300-WRITE-REGISTER-TOTALS THRU
030700                  300-WRITE-REGISTER-TOTALS-EXIT.
030800     PERFORM 400-LIST-UNMATCHED THRU 400-LIST-UNMATCHED-EXIT.
030810     PERFORM 570-END-INVOICE-OUTPUT THRU
030820                  570-END-INVOICE-OUTPUT-EXIT.
030900     CLOSE ADJUSTMENT-INPUT-FILE
031000           MI-INPUT-FILE
031100           MI-UPDATED-FILE
031200           ADJ-REGISTER-RPT.
031300     IF WS-ADJHIST-STATUS IS EQUAL TO '00'
031400        CLOSE ADJ-HISTORY-FILE.
031410     IF A2-FAILED
031420        GO TO 000-ACT2-CHAIN-FAILURE.
031500     PERFORM 550-DISPLAY-PROG-DIAG THRU
031600                  550-DISPLAY-PROG-DIAG-EXIT.
031700     IF WS-ADJ-REJECT-CTR IS GREATER THAN ZERO
031800        MOVE 8 TO RETURN-CODE
031900     ELSE
032000        IF WS-UNMATCHED-CTR IS GREATER THAN ZERO OR
032100           WS-REFUSED-CTR IS GREATER THAN ZERO
032200           MOVE 4 TO RETURN-CODE
032300        ELSE
032400           MOVE ZERO TO RETURN-CODE.
032500     PERFORM 565-WRITE-CONTROL-TOTALS THRU
032600                  565-WRITE-CONTROL-TOTALS-EXIT.
032700     GOBACK.
032800
032805* ACT2DATA DOES NOT FOLLOW FROM THE STEPS BEFORE THIS ONE, OR
032810* ACT2NEW COULD NOT BE NUMBERED OR RECORDED - STOP THE STREAM
032815* BEFORE THE AGED TRIAL BALANCE GOES WRONG.
032820 000-ACT2-CHAIN-FAILURE.
032825     DISPLAY '** ERROR **  ACT2DATA CHAIN CONTROL - ' A2-REASON.
032830     MOVE 'ADJPOST ' TO AD-PROGRAM-ID.
032835     MOVE '000-MAINLINE' TO AD-PARA-NAME.
032840     MOVE A2-REASON TO AD-ABEND-REASON.
032845     MOVE A2-FILE-STATUS TO AD-FILE-STATUS-1.
032850     MOVE SPACES TO AD-FILE-STATUS-2.
032855     MOVE WS-INV-READ-CTR TO AD-RECORDS-READ.
032860     MOVE WS-INV-WRTN-CTR TO AD-RECORDS-WRITTEN.
032865     MOVE SPACES TO AD-CHECKPOINT-POS.
032870     CALL 'ABENDRTN' USING ABEND-DIAG-AREA.
032875     MOVE 16 TO RETURN-CODE.
032880     GOBACK.
032885
032900 100-LOAD-ADJUSTMENTS.
033000
033100     PERFORM 810-READ-ADJUSTMENT-FILE THRU
033200                  810-READ-ADJUSTMENT-FILE-EXIT.
033300     PERFORM 110-STORE-ADJUSTMENT THRU
033400                  110-STORE-ADJUSTMENT-EXIT
033500         UNTIL EOF-ADJUSTMENTS.
033600
033700 100-LOAD-ADJUSTMENTS-EXIT.
033800     EXIT.
033900
034000 110-STORE-ADJUSTMENT.
034100
034200     IF ADJ-CUST-NO-IN IS NOT NUMERIC OR
034300        ADJ-INV-NO-NUM IS NOT NUMERIC OR
034400        NOT ADJ-TYPE-VALID OR
034500        NOT ADJ-REVERSAL-VALID OR
034600        ADJ-AMT-IN IS NOT NUMERIC OR
034700        ADJ-AMT-IN IS EQUAL TO ZERO OR
034800        ADJ-REASON-CODE-IN IS EQUAL TO SPACES
034900        DISPLAY '** ERROR **  ADJUSTMENT CARD INVALID - DROPPED'
035000        DISPLAY ADJUSTMENT-INPUT-REC
035100        ADD 1 TO WS-ADJ-REJECT-CTR
035200        GO TO 110-STORE-NEXT.
035300     IF WS-ADJ-COUNT IS NOT LESS THAN WS-ADJ-MAX
035400        DISPLAY '** ERROR **  ADJUSTMENT TABLE FULL - DROPPED'
035500        ADD 1 TO WS-ADJ-REJECT-CTR
035600        GO TO 110-STORE-NEXT.
035700     ADD 1 TO WS-ADJ-COUNT.
035800     SET ADJ-INDEX TO WS-ADJ-COUNT.
035900     MOVE ADJ-CUST-NO-IN     TO ADT-CUST-NO (ADJ-INDEX).
036000     MOVE ADJ-INV-NO-IN      TO ADT-INV-NO (ADJ-INDEX).
036100     MOVE ADJ-TYPE-IN        TO ADT-ADJ-TYPE (ADJ-INDEX).
036200     MOVE ADJ-REVERSAL-IN    TO ADT-REVERSAL-IND (ADJ-INDEX).
036300     MOVE ADJ-AMT-IN         TO ADT-ADJ-AMT (ADJ-INDEX).
036400     MOVE ADJ-REASON-CODE-IN TO ADT-REASON-CODE (ADJ-INDEX).
036500     MOVE ADJ-DESCRIPTION-IN TO ADT-DESCRIPTION (ADJ-INDEX).
036600     MOVE 'N'                TO ADT-APPLIED-FLAG (ADJ-INDEX).
036700
036800 110-STORE-NEXT.
036900     PERFORM 810-READ-ADJUSTMENT-FILE THRU
037000                  810-READ-ADJUSTMENT-FILE-EXIT.
037100
037200 110-STORE-ADJUSTMENT-EXIT.
037300     EXIT.
037400
037403* PROVE ACT2DATA FOLLOWS FROM THE STEPS BEFORE THIS ONE, THEN
037406* NUMBER THIS RUN'S ACT2NEW GENERATION.
037409 180-START-INVOICE-CHAIN.
037412
037415     MOVE SPACES TO ACT2-CTL-AREA.
037418     MOVE 'V' TO A2-FUNCTION.
037421     MOVE 'ADJPOST ' TO A2-PROGRAM-ID.
037424     CALL 'ACT2CTL' USING ACT2-CTL-AREA.
037427     IF A2-FAILED
037430        GO TO 180-START-INVOICE-CHAIN-EXIT.
037433     MOVE 'S' TO A2-FUNCTION.
037436     CALL 'ACT2CTL' USING ACT2-CTL-AREA.
037439
037442 180-START-INVOICE-CHAIN-EXIT.
037445     EXIT.
037448
037451 185-WRITE-INVOICE-HEADER.
037454
037457     MOVE SPACES TO ACT2-CONTROL-REC.
037460     SET A2C-HEADER TO TRUE.
037463     MOVE A2-BUSINESS-DATE TO A2C-BUSINESS-DATE.
037466     MOVE A2-PROGRAM-ID TO A2C-PROGRAM-ID.
037469     MOVE A2-GENERATION-SEQ TO A2C-GENERATION-SEQ.
037472     MOVE ZERO TO A2C-RECORD-COUNT, A2C-INV-AMT-TOTAL.
037475     WRITE MI-UPDATED-RECORD FROM ACT2-CONTROL-REC.
037478
037481 185-WRITE-INVOICE-HEADER-EXIT.
037484     EXIT.
037487
037500 200-PRSS-INVOICE.
037600
037700     IF AMT-PAID-IN-X IS EQUAL TO SPACES OR
037800        AMT-PAID-IN IS NOT NUMERIC
037900        MOVE ZERO TO AMT-PAID-IN.
038000     IF INV-ADJ-AMT-IN-X IS EQUAL TO SPACES OR
038100        INV-ADJ-AMT-IN IS NOT NUMERIC
038200        MOVE ZERO TO WS-NET-ADJ
038300     ELSE
038400        MOVE INV-ADJ-AMT-IN TO WS-NET-ADJ.
038500     PERFORM 210-APPLY-ADJUSTMENT THRU
038600                  210-APPLY-ADJUSTMENT-EXIT
038700         VARYING WS-ADJ-SUB FROM 1 BY 1
038800         UNTIL WS-ADJ-SUB IS GREATER THAN WS-ADJ-COUNT.
038900     WRITE MI-UPDATED-RECORD FROM MI-INPUT-REC.
039000     ADD 1 TO WS-INV-WRTN-CTR.
039010     IF INV-AMT-IN IS NUMERIC
039020        ADD INV-AMT-IN TO WS-INV-AMT-WRTN-TL.
039100     PERFORM 800-READ-INVOICE-FILE THRU
039200                  800-READ-INVOICE-FILE-EXIT.
039300
039400 200-PRSS-INVOICE-EXIT.
039500     EXIT.
039600
039700* ONE CARD AGAINST THE INVOICE IN HAND.  THE SIGNED CHANGE IS
039800* NEGATIVE FOR A CREDIT AND POSITIVE FOR A DEBIT; A REVERSAL
039900* FLIPS IT.  EACH REFUSAL LEAVES THE INVOICE AS IT WAS.
040000 210-APPLY-ADJUSTMENT.
040100
040200     SET ADJ-INDEX TO WS-ADJ-SUB.
040300     IF ADT-CUST-NO (ADJ-INDEX) IS NOT EQUAL TO CUST-NO-IN OR
040400        ADT-INV-NO (ADJ-INDEX) IS NOT EQUAL TO INV-NO-IN OR
040500        ADT-APPLIED-FLAG (ADJ-INDEX) IS NOT EQUAL TO 'N'
040600        GO TO 210-APPLY-ADJUSTMENT-EXIT.
040700     MOVE 'Y' TO ADT-APPLIED-FLAG (ADJ-INDEX).
040800     MOVE ADT-ADJ-AMT (ADJ-INDEX) TO WS-SIGNED-ADJ.
040900     IF ADT-CREDIT (ADJ-INDEX)
041000        MULTIPLY -1 BY WS-SIGNED-ADJ.
041100     IF ADT-REVERSAL (ADJ-INDEX)
041200        MULTIPLY -1 BY WS-SIGNED-ADJ.
041300     MOVE INV-AMT-IN TO WS-OLD-INV-AMT.
041400     COMPUTE WS-OPEN-AMT = INV-AMT-IN - AMT-PAID-IN.
041500     PERFORM 220-FORMAT-REGISTER-LINE THRU
041600                  220-FORMAT-REGISTER-LINE-EXIT.
041700* A CREDIT-SETTLED INVOICE CAN ONLY HAVE THAT CREDIT REVERSED
041800     IF PAID-DATE-IN IS NOT EQUAL TO '000000' AND
041900        NOT (SETTLED-BY-CREDIT AND ADT-REVERSAL (ADJ-INDEX)
042000             AND ADT-CREDIT (ADJ-INDEX))
042100        MOVE 'INVOICE ALREADY PAID          ' TO REG-REFUSE-MSG
042200        GO TO 210-REFUSE-ADJUSTMENT.
042300     IF WS-SIGNED-ADJ IS LESS THAN ZERO AND
042400        (WS-OPEN-AMT + WS-SIGNED-ADJ) IS LESS THAN ZERO
042500        MOVE 'CREDIT EXCEEDS OPEN AMOUNT    ' TO REG-REFUSE-MSG
042600        GO TO 210-REFUSE-ADJUSTMENT.
042700     IF ADT-REVERSAL (ADJ-INDEX) AND ADT-CREDIT (ADJ-INDEX) AND
042800        (WS-NET-ADJ + WS-SIGNED-ADJ) IS GREATER THAN ZERO
042900        MOVE 'NO CREDIT OF THAT SIZE TO UNDO' TO REG-REFUSE-MSG
043000        GO TO 210-REFUSE-ADJUSTMENT.
043100     IF ADT-REVERSAL (ADJ-INDEX) AND
043200        NOT ADT-CREDIT (ADJ-INDEX) AND
043300        (WS-NET-ADJ + WS-SIGNED-ADJ) IS LESS THAN ZERO
043400        MOVE 'NO DEBIT OF THAT SIZE TO UNDO ' TO REG-REFUSE-MSG
043500        GO TO 210-REFUSE-ADJUSTMENT.
043600     ADD WS-SIGNED-ADJ TO INV-AMT-IN.
043700     ADD WS-SIGNED-ADJ TO WS-NET-ADJ.
043800     MOVE WS-NET-ADJ TO INV-ADJ-AMT-IN.
043900     COMPUTE WS-OPEN-AMT = INV-AMT-IN - AMT-PAID-IN.
044000* A CREDIT THAT CLEARS THE OPEN AMOUNT SETTLES THE INVOICE;
044100* REVERSING THAT CREDIT REOPENS IT.
044200     IF WS-OPEN-AMT IS EQUAL TO ZERO
044300        MOVE A2-BUSINESS-DATE (3:6) TO PAID-DATE-IN
044400        MOVE 'C' TO INV-ADJ-SETTLED-IN
044500        ADD 1 TO WS-SETTLED-CTR
044600     ELSE
044700        IF SETTLED-BY-CREDIT
044800           MOVE '000000' TO PAID-DATE-IN
044900           MOVE SPACE TO INV-ADJ-SETTLED-IN.
045000     ADD 1 TO WS-POSTED-CTR.
045100     ADD WS-SIGNED-ADJ TO WS-NET-ADJ-TL.
045200     IF WS-SIGNED-ADJ IS LESS THAN ZERO
045300        SUBTRACT WS-SIGNED-ADJ FROM WS-CREDIT-TL
045400     ELSE
045500        ADD WS-SIGNED-ADJ TO WS-DEBIT-TL.
045600     PERFORM 230-WRITE-ADJ-HISTORY THRU
045700                  230-WRITE-ADJ-HISTORY-EXIT.
045800     MOVE INV-AMT-IN TO REG-NEW-AMT.
045900     MOVE 'POSTED' TO REG-FLAG.
046000     WRITE ADJ-REGISTER-LINE FROM DL-REGISTER-DETAIL
046100         AFTER ADVANCING 1.
046200     GO TO 210-APPLY-ADJUSTMENT-EXIT.
046300
046400 210-REFUSE-ADJUSTMENT.
046500     ADD 1 TO WS-REFUSED-CTR.
046600     MOVE 'REFUSE' TO REG-FLAG.
046700     WRITE ADJ-REGISTER-LINE FROM DL-REGISTER-DETAIL
046800         AFTER ADVANCING 1.
046900
047000 210-APPLY-ADJUSTMENT-EXIT.
047100     EXIT.
047200
047300 220-FORMAT-REGISTER-LINE.
047400
047500     MOVE SPACES TO DL-REGISTER-DETAIL.
047600     MOVE CUST-NO-IN TO REG-CUST-NO.
047700     MOVE INV-NO-IN TO REG-INV-NO.
047800     MOVE ADT-ADJ-TYPE (ADJ-INDEX) TO REG-ADJ-TYPE.
047900     MOVE ADT-REVERSAL-IND (ADJ-INDEX) TO REG-REVERSAL-IND.
048000     MOVE WS-SIGNED-ADJ TO REG-ADJ-AMT.
048100     MOVE ADT-REASON-CODE (ADJ-INDEX) TO REG-REASON-CODE.
048200     MOVE ADT-DESCRIPTION (ADJ-INDEX) TO REG-DESCRIPTION.
048300     MOVE WS-OLD-INV-AMT TO REG-OLD-AMT.
048400     MOVE WS-OLD-INV-AMT TO REG-NEW-AMT.
048500
048600 220-FORMAT-REGISTER-LINE-EXIT.
048700     EXIT.
048800
048900 230-WRITE-ADJ-HISTORY.
049000
049100     IF WS-ADJHIST-STATUS IS NOT EQUAL TO '00'
049200        GO TO 230-WRITE-ADJ-HISTORY-EXIT.
049300     MOVE SPACES TO ADJ-HISTORY-RECORD.
049400     MOVE A2-BUSINESS-DATE TO AH-POST-DATE.
049500     MOVE CUST-NO-IN TO AH-CUST-NO.
049600     MOVE INV-NO-IN TO AH-INV-NO.
049700     MOVE ADT-ADJ-TYPE (ADJ-INDEX) TO AH-ADJ-TYPE.
049800     MOVE ADT-REVERSAL-IND (ADJ-INDEX) TO AH-REVERSAL-IND.
049900     MOVE WS-SIGNED-ADJ TO AH-ADJ-AMT.
050000     MOVE ADT-REASON-CODE (ADJ-INDEX) TO AH-REASON-CODE.
050100     MOVE ADT-DESCRIPTION (ADJ-INDEX) TO AH-DESCRIPTION.
050200     MOVE INV-AMT-IN TO AH-NEW-INV-AMT.
050300     WRITE ADJ-HISTORY-RECORD.
050400
050500 230-WRITE-ADJ-HISTORY-EXIT.
050600     EXIT.
050700
050800 300-WRITE-REGISTER-TOTALS.
050900
051000     MOVE 'TOTAL CREDITS        ' TO TL-REG-LIT.
051100     MOVE WS-CREDIT-TL TO TL-REG-AMT.
051200     WRITE ADJ-REGISTER-LINE FROM TL-REGISTER-TOTALS
051300         AFTER ADVANCING 2.
051400     MOVE 'TOTAL DEBITS         ' TO TL-REG-LIT.
051500     MOVE WS-DEBIT-TL TO TL-REG-AMT.
051600     WRITE ADJ-REGISTER-LINE FROM TL-REGISTER-TOTALS
051700         AFTER ADVANCING 1.
051800     MOVE 'NET ADJUSTMENT       ' TO TL-REG-LIT.
051900     MOVE WS-NET-ADJ-TL TO TL-REG-AMT.
052000     WRITE ADJ-REGISTER-LINE FROM TL-REGISTER-TOTALS
052100         AFTER ADVANCING 1.
052200
052300 300-WRITE-REGISTER-TOTALS-EXIT.
052400     EXIT.
052500
052600 400-LIST-UNMATCHED.
052700
052800     WRITE ADJ-REGISTER-LINE FROM HL-EXCEPTION-HDR
052900         AFTER ADVANCING 2.
053000     PERFORM 410-LIST-ONE-UNMATCHED THRU
053100                  410-LIST-ONE-UNMATCHED-EXIT
053200         VARYING WS-ADJ-SUB FROM 1 BY 1
053300         UNTIL WS-ADJ-SUB IS GREATER THAN WS-ADJ-COUNT.
053400
053500 400-LIST-UNMATCHED-EXIT.
053600     EXIT.
053700
053800 410-LIST-ONE-UNMATCHED.
053900
054000     SET ADJ-INDEX TO WS-ADJ-SUB.
054100     IF ADT-APPLIED-FLAG (ADJ-INDEX) IS EQUAL TO 'Y'
054200        GO TO 410-LIST-ONE-UNMATCHED-EXIT.
054300     ADD 1 TO WS-UNMATCHED-CTR.
054400     MOVE SPACES TO DL-REGISTER-DETAIL.
054500     MOVE ADT-CUST-NO (ADJ-INDEX) TO REG-CUST-NO.
054600     MOVE ADT-INV-NO (ADJ-INDEX) TO REG-INV-NO.
054700     MOVE ADT-ADJ-TYPE (ADJ-INDEX) TO REG-ADJ-TYPE.
054800     MOVE ADT-REVERSAL-IND (ADJ-INDEX) TO REG-REVERSAL-IND.
054900     MOVE ADT-ADJ-AMT (ADJ-INDEX) TO REG-ADJ-AMT.
055000     MOVE ADT-REASON-CODE (ADJ-INDEX) TO REG-REASON-CODE.
055100     MOVE ADT-DESCRIPTION (ADJ-INDEX) TO REG-DESCRIPTION.
055200     MOVE 'NOMTCH' TO REG-FLAG.
055300     WRITE ADJ-REGISTER-LINE FROM DL-REGISTER-DETAIL
055400         AFTER ADVANCING 1.
055500
055600 410-LIST-ONE-UNMATCHED-EXIT.
055700     EXIT.
055800
055900 550-DISPLAY-PROG-DIAG.
056000
056100     MOVE 'ADJUSTMENT CARDS READ                        '  TO
056200          DISP-MESSAGE.
056300     MOVE WS-ADJ-READ-CTR TO DISP-VALUE.
056400     DISPLAY DISPLAY-LINE.
056500     MOVE 'INVOICE RECORDS READ                         '  TO
056600          DISP-MESSAGE.
056700     MOVE WS-INV-READ-CTR TO DISP-VALUE.
056800     DISPLAY DISPLAY-LINE.
056900     MOVE 'INVOICE RECORDS WRITTEN                      '  TO
057000          DISP-MESSAGE.
057100     MOVE WS-INV-WRTN-CTR TO DISP-VALUE.
057200     DISPLAY DISPLAY-LINE.
057300     MOVE 'ADJUSTMENTS POSTED                           '  TO
057400          DISP-MESSAGE.
057500     MOVE WS-POSTED-CTR TO DISP-VALUE.
057600     DISPLAY DISPLAY-LINE.
057700     MOVE 'INVOICES SETTLED BY CREDIT                   '  TO
057800          DISP-MESSAGE.
057900     MOVE WS-SETTLED-CTR TO DISP-VALUE.
058000     DISPLAY DISPLAY-LINE.
058100     MOVE 'ADJUSTMENTS REFUSED                          '  TO
058200          DISP-MESSAGE.
058300     MOVE WS-REFUSED-CTR TO DISP-VALUE.
058400     DISPLAY DISPLAY-LINE.
058500     MOVE 'ADJUSTMENTS UNMATCHED                        '  TO
058600          DISP-MESSAGE.
058700     MOVE WS-UNMATCHED-CTR TO DISP-VALUE.
058800     DISPLAY DISPLAY-LINE.
058900     MOVE 'ADJUSTMENT CARDS REJECTED                    '  TO
059000          DISP-MESSAGE.
059100     MOVE WS-ADJ-REJECT-CTR TO DISP-VALUE.
059200     DISPLAY DISPLAY-LINE.
059300     DISPLAY '****     ADJPOST EOJ         ****'.
059400
059500 550-DISPLAY-PROG-DIAG-EXIT.
059600     EXIT.
059700
059800 565-WRITE-CONTROL-TOTALS.
059900
060000     OPEN EXTEND CTLTOTS-FILE.
060100     MOVE 'ADJPOST' TO CTL-PROGRAM-ID.
060200     MOVE A2-BUSINESS-DATE TO CTL-RUN-DATE.
060300     MOVE FUNCTION CURRENT-DATE (9:6) TO CTL-RUN-TIME.
060400     MOVE WS-INV-READ-CTR TO CTL-RECORDS-READ.
060500     MOVE WS-INV-WRTN-CTR TO CTL-RECORDS-WRITTEN.
060600     MOVE ZERO            TO CTL-RECORDS-ERROR.
060700     MOVE RETURN-CODE     TO CTL-RETURN-CODE.
060800     MOVE WS-POSTED-CTR   TO CTL-ADJ-COUNT.
060900     MOVE WS-NET-ADJ-TL   TO CTL-ADJ-AMOUNT.
061000     WRITE CTL-TOTALS-RECORD.
061100     CLOSE CTLTOTS-FILE.
061200
061300 565-WRITE-CONTROL-TOTALS-EXIT.
061400     EXIT.
061500
061504* TRAILER WITH THE INVOICE COUNT AND AMOUNT WRITTEN, THEN RECORD
061508* THE GENERATION ON ACT2GEN FOR THE NEXT STEP TO CHECK AGAINST.
061512 570-END-INVOICE-OUTPUT.
061516
061520     MOVE SPACES TO ACT2-CONTROL-REC.
061524     SET A2C-TRAILER TO TRUE.
061528     MOVE A2-BUSINESS-DATE TO A2C-BUSINESS-DATE.
061532     MOVE A2-PROGRAM-ID TO A2C-PROGRAM-ID.
061536     MOVE A2-GENERATION-SEQ TO A2C-GENERATION-SEQ.
061540     MOVE WS-INV-WRTN-CTR TO A2C-RECORD-COUNT.
061544     MOVE WS-INV-AMT-WRTN-TL TO A2C-INV-AMT-TOTAL.
061548     WRITE MI-UPDATED-RECORD FROM ACT2-CONTROL-REC.
061552     MOVE 'E' TO A2-FUNCTION.
061556     MOVE WS-INV-WRTN-CTR TO A2-RECORD-COUNT.
061560     MOVE WS-INV-AMT-WRTN-TL TO A2-INV-AMT-TOTAL.
061564     CALL 'ACT2CTL' USING ACT2-CTL-AREA.
061568
061572 570-END-INVOICE-OUTPUT-EXIT.
061576     EXIT.
061580
061600 800-READ-INVOICE-FILE.
061700
061800     READ MI-INPUT-FILE INTO MI-INPUT-REC
061900         AT END  MOVE 'YES' TO WS-EOF-INVOICES-SW,
062000                 GO TO 800-READ-INVOICE-FILE-EXIT.
062010* HEADERS AND TRAILERS WERE PROVED BY ACT2CTL - NOT INVOICES
062020     MOVE MI-INPUT-REC (1:10) TO A2C-KEY.
062030     IF A2C-HEADER OR A2C-TRAILER
062040        GO TO 800-READ-INVOICE-FILE.
062100     ADD 1 TO WS-INV-READ-CTR.
062200
062300 800-READ-INVOICE-FILE-EXIT.
062400     EXIT.
062500
062600 810-READ-ADJUSTMENT-FILE.
062700
062800     READ ADJUSTMENT-INPUT-FILE INTO ADJUSTMENT-INPUT-REC
062900         AT END  MOVE 'YES' TO WS-EOF-ADJUSTMENTS-SW,
063000                 GO TO 810-READ-ADJUSTMENT-FILE-EXIT.
063100     ADD 1 TO WS-ADJ-READ-CTR.
063200
063300 810-READ-ADJUSTMENT-FILE-EXIT.
063400     EXIT.
