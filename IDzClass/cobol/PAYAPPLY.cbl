001500*  PAYMENTS THAT MATCHED NO OPEN INVOICE.                       *
001600*                                                               *
001700*  PAYMENT RECORD (PAYMDATA, 80 BYTES):                         *
001800*      COLS  1-5   CUSTOMER NUMBER                              *
001900*      COLS  6-10  INVOICE NUMBER                               *
002000*      COLS 11-19  PAYMENT AMOUNT  9(7)V99                      *
002100*      COLS 20-25  PAYMENT DATE    YYMMDD                       *
002110*                                                               *
002120*  NEW CASH TAKEN IN TODAY (PAYMDATA PLUS UNAPIN ITEMS FIRST    *
002130*  SEEN TODAY) GOES TO CTLTOTS SO CTLRECON CAN BALANCE IT       *
002140*  AGAINST THE LOCKBOX BANK DEPOSIT.                            *
002147*                                                               *
002154*  ACT2DATA MUST CARRY THE HEADER AND TRAILER (COPY ACT2HT) OF  *
002161*  EVERY STEP THAT FED IT.  ACT2CTL PROVES THEM BEFORE ANY      *
002168*  INVOICE IS TOUCHED AND THE RUN STOPS THROUGH ABENDRTN WHEN   *
002175*  THE COUNT, AMOUNT OR DATE DOES NOT FOLLOW FROM THE PREVIOUS  *
002182*  STEP.  ACT2NEW GOES OUT WITH THIS STEP'S OWN HEADER AND      *
002189*  TRAILER, RECORDED ON ACT2GEN FOR THE NEXT STEP TO CHECK.     *
002190*                                                               *
002191*  AT STARTUP PREQCHK CHECKS THE RUN HISTORY: THE STEPS AHEAD   *
002192*  OF THIS ONE (CTLPREQ) MUST HAVE FINISHED FOR THE BUSINESS    *
002193*  DATE AND THIS ONE MUST NOT HAVE RUN FOR IT ALREADY.  IF NOT, *
002194*  THE RUN STOPS THROUGH ABENDRTN BEFORE ANY FILE IS OPENED,    *
002195*  UNLESS THE OPERATOR HAS PUT IN A CTLOVRD OVERRIDE CARD.      *
002200******************************************************************
002300
002400 ENVIRONMENT DIVISION.
007991 01  CASH-HISTORY-RECORD.
007992     05  CH-RUN-DATE                  PIC 9(8).
007993     05  FILLER                       PIC X(1).
007994     05  CH-CUST-NO                   PIC 9(5).
007995     05  FILLER                       PIC X(1).
007996     05  CH-INV-NO                    PIC X(5).
007997     05  FILLER                       PIC X(1).
008006     05  CH-INV-DATE                  PIC X(6).
008007     05  FILLER                       PIC X(1).
008008     05  CH-SHORT-FLAG                PIC X(1).
008009     05  FILLER                       PIC X(22).
008010
008100 FD  CTLTOTS-FILE
008200     RECORDING MODE IS F.
009510 01  WS-UNAPIN-STATUS                 PIC X(2)       VALUE SPACES.
009520 01  WS-EOF-UNAPPLIED-SW              PIC X(3)       VALUE 'NO '.
009530     88  EOF-UNAPPLIED                               VALUE 'YES'.
009550 01  WS-UNAP-AGE-DAYS                 PIC S9(5) COMP VALUE ZERO.
009560
009570 01  UNAPPLIED-CASH-REC.
009571     05  UC-CUST-NO                   PIC 9(5).
009572     05  UC-CUST-NO-X  REDEFINES  UC-CUST-NO        PIC X(5).
009573     05  UC-INV-NO                    PIC X(5).
009574     05  UC-AMOUNT                    PIC S9(7)V99.
009575     05  UC-PAY-DATE                  PIC X(6).
009576     05  UC-FIRST-SEEN                PIC 9(8).
009577     05  UC-FIRST-SEEN-X  REDEFINES  UC-FIRST-SEEN  PIC X(8).
009578     05  FILLER                       PIC X(47).
009600
009700 01  WS-ACCUMULATORS.
009800     05  WS-PAY-READ-CTR   PIC 9(4)       VALUE ZERO.
009900     05  WS-INV-READ-CTR   PIC 9(4)       VALUE ZERO.
010000     05  WS-INV-WRTN-CTR   PIC 9(4)       VALUE ZERO.
010010     05  WS-INV-AMT-WRTN-TL PIC S9(11)V99 VALUE ZERO.
010100     05  WS-APPLIED-CTR    PIC 9(4)       VALUE ZERO.
010200     05  WS-UNMATCHED-CTR  PIC 9(4)       VALUE ZERO.
010300     05  WS-PAY-REJECT-CTR PIC 9(4)       VALUE ZERO.
010330     05  WS-UNAP-OUT-CTR   PIC 9(4)       VALUE ZERO.
010340     05  WS-UNAP-AGED-CTR  PIC 9(4)       VALUE ZERO.
010400     05  WS-CASH-APPLIED-TL PIC 9(9)V99   VALUE ZERO.
010410     05  WS-NEW-CASH-CTR   PIC 9(5)       VALUE ZERO.
010420     05  WS-NEW-CASH-TL    PIC S9(9)V99   VALUE ZERO.
010500
010600 01  WS-PAYMENT-TABLE-CONTROLS.
010700     05  WS-PAY-COUNT      PIC S9(4) COMP VALUE ZERO.
011000
011100 01  PAYMENT-TABLE.
011200     05  PAY-ENTRY OCCURS 500 TIMES INDEXED BY PAY-INDEX.
011300         10  PAY-CUST-NO          PIC 9(5).
011400         10  PAY-INV-NO           PIC X(5).
011500         10  PAY-AMOUNT           PIC S9(7)V99.
011600         10  PAY-DATE             PIC X(6).
011710         10  PAY-FIRST-SEEN       PIC 9(8).
011800
011900 01  PAYMENT-INPUT-REC.
012000     05  PAY-CUST-NO-IN               PIC 9(5).
012100     05  PAY-CUST-NO-IN-X  REDEFINES  PAY-CUST-NO-IN  PIC X(5).
012200     05  PAY-INV-NO-IN                PIC X(5).
012300     05  PAY-INV-NO-NUM  REDEFINES  PAY-INV-NO-IN     PIC 9(5).
012400     05  PAY-AMT-IN                   PIC S9(7)V99.
012500     05  PAY-DATE-IN                  PIC X(6).
012600     05  PAY-DATE-IN-NUM  REDEFINES  PAY-DATE-IN      PIC 9(6).
012700     05  FILLER                       PIC X(55).
012800
012850* AMOUNT-PAID-TO-DATE (COLS 33-41) ACCUMULATES PARTIAL
012860* PAYMENTS.  PAID-DATE-IN IS ONLY STAMPED ONCE THE INVOICE IS
012870* FULLY COVERED, SO CNTRLBRK KEEPS AGING THE OPEN REMAINDER.
012880* RECORDS WRITTEN BEFORE THE FIELD EXISTED CARRY SPACES AND
012890* ARE TREATED AS ZERO PAID.
012900 01  MI-INPUT-REC.
013000     05  CUST-NO-IN                   PIC 9(5).
013100     05  INV-NO-IN                    PIC X(5).
013200     05  AGED-CODE-IN                 PIC 9.
013300     05  INV-AMT-IN                   PIC S9(7)V99.
013420     05  AMT-PAID-IN                  PIC S9(7)V99.
013430     05  AMT-PAID-IN-X  REDEFINES  AMT-PAID-IN      PIC X(9).
013440     05  COLL-STATUS-IN               PIC X(1).
013500     05  FILLER                       PIC X(38).
013600
013700 01  HL-REGISTER-HDR.
013800     05  FILLER            PIC X(1)   VALUE SPACES.
014100
014200 01  DL-REGISTER-DETAIL.
014300     05  FILLER            PIC X(1)   VALUE SPACES.
014400     05  REG-CUST-NO       PIC X(5).
014500     05  FILLER            PIC X(2)   VALUE SPACES.
014600     05  REG-INV-NO        PIC X(5).
014700     05  FILLER            PIC X(2)   VALUE SPACES.
015410     05  FILLER            PIC X(2)   VALUE SPACES.
015420     05  REG-AGE-LIT       PIC X(5).
015430     05  REG-AGE-DAYS      PIC ZZZ9.
015500     05  FILLER            PIC X(63)  VALUE SPACES.
015600
015700 01  TL-REGISTER-TOTAL.
015800     05  FILLER            PIC X(1)   VALUE SPACES.
016900 01  DISPLAY-LINE.
017000     05  DISP-MESSAGE     PIC X(45).
017100     05  DISP-VALUE       PIC ZZZ9.
017110
017120* SHARED ABEND-DIAGNOSTICS AREA PASSED TO ABENDRTN ON FATAL
017130* ERRORS SO OPERATIONS SEES THE FACTS ON ABENDDS.
017140     COPY ABENDWS.
017141
017143* PARAMETER AREA FOR THE JOB PREREQUISITE CHECK (PREQCHK).
017146     COPY PREQWS.
017150
017160* HEADER / TRAILER RECORDS ON THE INVOICE FILES AND THE PARAMETER
017170* AREA FOR THE CHAIN CONTROL MODULE (ACT2CTL).
017180 COPY ACT2HT.
017190 COPY ACT2WS.
017200
017300 PROCEDURE DIVISION.
017400
017500 000-MAINLINE SECTION.
017600
017700     DISPLAY '****     PAYAPPLY RUNNING    ****'.
017702     PERFORM 090-CHECK-PREREQUISITES THRU
017704                  090-CHECK-PREREQUISITES-EXIT.
017706     IF PQ-FAILED
017708        GO TO 000-PREREQ-FAILURE.
017720     PERFORM 180-START-INVOICE-CHAIN THRU
017730                  180-START-INVOICE-CHAIN-EXIT.
017740     IF A2-FAILED
017750        GO TO 000-ACT2-CHAIN-FAILURE.
017800     OPEN INPUT  PAYMENT-INPUT-FILE
017900                 MI-INPUT-FILE
018000          OUTPUT MI-UPDATED-FILE
018050                 UNAPPLIED-OUT-FILE
018100                 CASH-REGISTER-RPT.
018103     PERFORM 185-WRITE-INVOICE-HEADER THRU
018106                  185-WRITE-INVOICE-HEADER-EXIT.
018110* THE CASH HISTORY IS PERMANENT - JCL SUPPLIES DISP=MOD
018120     OPEN EXTEND CASH-HISTORY-FILE.
018130     IF WS-CASHHIST-STATUS IS EQUAL TO '00'
018900     PERFORM 300-WRITE-REGISTER-TOTAL THRU
019000                  300-WRITE-REGISTER-TOTAL-EXIT.
019100     PERFORM 400-LIST-UNMATCHED THRU 400-LIST-UNMATCHED-EXIT.
019110     PERFORM 570-END-INVOICE-OUTPUT THRU
019120                  570-END-INVOICE-OUTPUT-EXIT.
019200     CLOSE PAYMENT-INPUT-FILE
019300           MI-INPUT-FILE
019400           MI-UPDATED-FILE
019500           CASH-REGISTER-RPT.
019505     IF WS-CASHHIST-OPEN-SW IS EQUAL TO 'Y'
019506        CLOSE CASH-HISTORY-FILE.
019516     IF A2-FAILED
019526        GO TO 000-ACT2-CHAIN-FAILURE.
019600     PERFORM 550-DISPLAY-PROG-DIAG THRU
019700                  550-DISPLAY-PROG-DIAG-EXIT.
019800     IF WS-UNMATCHED-CTR IS GREATER THAN ZERO OR
020300     PERFORM 565-WRITE-CONTROL-TOTALS THRU
020400                  565-WRITE-CONTROL-TOTALS-EXIT.
020500     GOBACK.
020501
020503* PREQCHK REFUSED THE RUN - A STEP AHEAD OF THIS ONE HAS NOT
020506* FINISHED, OR THIS ONE HAS ALREADY RUN FOR THE BUSINESS DATE.
020509* NOTHING HAS BEEN OPENED.
020512 000-PREREQ-FAILURE.
020515     DISPLAY '** ERROR **  PREREQUISITE CHECK - ' PQ-REASON.
020518     MOVE 'PAYAPPLY' TO AD-PROGRAM-ID.
020521     MOVE '090-CHECK-PREREQUISITES' TO AD-PARA-NAME.
020524     MOVE PQ-REASON TO AD-ABEND-REASON.
020527     MOVE PQ-FILE-STATUS TO AD-FILE-STATUS-1.
020530     MOVE SPACES TO AD-FILE-STATUS-2.
020533     MOVE ZERO TO AD-RECORDS-READ, AD-RECORDS-WRITTEN.
020536     MOVE SPACES TO AD-CHECKPOINT-POS.
020539     CALL 'ABENDRTN' USING ABEND-DIAG-AREA.
020542     MOVE 16 TO RETURN-CODE.
020545     GOBACK.
020548
020551* NIGHTLY RUN-ORDER AND DUPLICATE-RUN CHECK (PREQCHK).
020554 090-CHECK-PREREQUISITES.
020557
020560     MOVE SPACES TO PREQ-CHECK-AREA.
020563     MOVE 'PAYAPPLY' TO PQ-PROGRAM-ID.
020566     CALL 'PREQCHK' USING PREQ-CHECK-AREA.
020569     IF PQ-OVERRIDDEN
020572        DISPLAY '** WARNING **  PREREQUISITE CHECK OVERRIDDEN - '
020575                PQ-REASON.
020578
020581 090-CHECK-PREREQUISITES-EXIT.
020584     EXIT.
020600
020605* ACT2DATA DOES NOT FOLLOW FROM THE STEPS BEFORE THIS ONE, OR
020610* ACT2NEW COULD NOT BE NUMBERED OR RECORDED - STOP THE STREAM
020615* BEFORE THE AGED TRIAL BALANCE GOES WRONG.
020620 000-ACT2-CHAIN-FAILURE.
020625     DISPLAY '** ERROR **  ACT2DATA CHAIN CONTROL - ' A2-REASON.
020630     MOVE 'PAYAPPLY' TO AD-PROGRAM-ID.
020635     MOVE '000-MAINLINE' TO AD-PARA-NAME.
020640     MOVE A2-REASON TO AD-ABEND-REASON.
020645     MOVE A2-FILE-STATUS TO AD-FILE-STATUS-1.
020650     MOVE SPACES TO AD-FILE-STATUS-2.
020655     MOVE WS-INV-READ-CTR TO AD-RECORDS-READ.
020660     MOVE WS-INV-WRTN-CTR TO AD-RECORDS-WRITTEN.
020665     MOVE SPACES TO AD-CHECKPOINT-POS.
020670     CALL 'ABENDRTN' USING ABEND-DIAG-AREA.
020675     MOVE 16 TO RETURN-CODE.
020680     GOBACK.
020685
020700 100-LOAD-PAYMENTS.
020800
020900     PERFORM 810-READ-PAYMENT-FILE THRU
023500     MOVE PAY-AMT-IN     TO PAY-AMOUNT (PAY-INDEX).
023600     MOVE PAY-DATE-IN    TO PAY-DATE (PAY-INDEX).
023700     MOVE 'N'            TO PAY-APPLIED-FLAG (PAY-INDEX).
023710     MOVE PQ-BUSINESS-DATE TO PAY-FIRST-SEEN (PAY-INDEX).
023720     ADD 1 TO WS-NEW-CASH-CTR.
023730     ADD PAY-AMT-IN TO WS-NEW-CASH-TL.
023800
023900 110-STORE-NEXT.
024000     PERFORM 810-READ-PAYMENT-FILE THRU
024200
024300 110-STORE-PAYMENT-EXIT.
024400     EXIT.
024402
024404 120-LOAD-UNAPPLIED-CASH.
024406
024408     OPEN INPUT UNAPPLIED-IN-FILE.
024410     IF WS-UNAPIN-STATUS IS NOT EQUAL TO '00'
024412        DISPLAY '** WARNING **  UNAPIN NOT AVAILABLE - NO '
024414                'CARRIED-FORWARD CASH - STATUS ' WS-UNAPIN-STATUS
024416        GO TO 120-LOAD-UNAPPLIED-CASH-EXIT.
024418     PERFORM 810U-READ-UNAPPLIED THRU 810U-READ-UNAPPLIED-EXIT.
024420     PERFORM 130-STORE-UNAPPLIED THRU 130-STORE-UNAPPLIED-EXIT
024422         UNTIL EOF-UNAPPLIED.
024424     CLOSE UNAPPLIED-IN-FILE.
024426
024428 120-LOAD-UNAPPLIED-CASH-EXIT.
024430     EXIT.
024432
024434 130-STORE-UNAPPLIED.
024436
024438     IF UC-CUST-NO IS NOT NUMERIC OR
024440        UC-AMOUNT IS NOT NUMERIC
024442        DISPLAY '** ERROR **  UNAPPLIED RECORD INVALID - DROPPED'
024444        ADD 1 TO WS-PAY-REJECT-CTR
024446        GO TO 130-STORE-NEXT.
024448     IF WS-PAY-COUNT IS NOT LESS THAN WS-PAY-MAX
024450        DISPLAY '** ERROR **  PAYMENT TABLE FULL - UNAPPLIED '
024452                'RECORD DROPPED'
024454        ADD 1 TO WS-PAY-REJECT-CTR
024456        GO TO 130-STORE-NEXT.
024458     ADD 1 TO WS-PAY-COUNT, WS-UNAP-IN-CTR.
024460     SET PAY-INDEX TO WS-PAY-COUNT.
024462     MOVE UC-CUST-NO  TO PAY-CUST-NO (PAY-INDEX).
024464     MOVE UC-INV-NO   TO PAY-INV-NO (PAY-INDEX).
024466     MOVE UC-AMOUNT   TO PAY-AMOUNT (PAY-INDEX).
024468     MOVE UC-PAY-DATE TO PAY-DATE (PAY-INDEX).
024470     MOVE 'N'         TO PAY-APPLIED-FLAG (PAY-INDEX).
024472     IF UC-FIRST-SEEN IS NUMERIC AND
024474        UC-FIRST-SEEN IS NOT EQUAL TO ZERO
024476        MOVE UC-FIRST-SEEN TO PAY-FIRST-SEEN (PAY-INDEX)
024478     ELSE
024480        MOVE PQ-BUSINESS-DATE TO PAY-FIRST-SEEN (PAY-INDEX).
024482* CASH FIRST SEEN ON THE BUSINESS DATE (E.G. LOCKBOX CHECKS
024484* WITH NO USABLE INVOICE REFERENCE) IS PART OF THE DAY'S NEW CASH.
024486     IF PAY-FIRST-SEEN (PAY-INDEX) IS EQUAL TO PQ-BUSINESS-DATE
024488        ADD 1 TO WS-NEW-CASH-CTR
024490        ADD UC-AMOUNT TO WS-NEW-CASH-TL.
024492
024494 130-STORE-NEXT.
024496     PERFORM 810U-READ-UNAPPLIED THRU 810U-READ-UNAPPLIED-EXIT.
024498
024500 130-STORE-UNAPPLIED-EXIT.
024502     EXIT.
024504
024506* PROVE ACT2DATA FOLLOWS FROM THE STEPS BEFORE THIS ONE, THEN
024508* NUMBER THIS RUN'S ACT2NEW GENERATION.
024510 180-START-INVOICE-CHAIN.
024512
024514     MOVE SPACES TO ACT2-CTL-AREA.
024516     MOVE 'V' TO A2-FUNCTION.
024518     MOVE 'PAYAPPLY' TO A2-PROGRAM-ID.
024520     CALL 'ACT2CTL' USING ACT2-CTL-AREA.
024522     IF A2-FAILED
024524        GO TO 180-START-INVOICE-CHAIN-EXIT.
024526     MOVE 'S' TO A2-FUNCTION.
024528     CALL 'ACT2CTL' USING ACT2-CTL-AREA.
024530
024532 180-START-INVOICE-CHAIN-EXIT.
024534     EXIT.
024536
024538 185-WRITE-INVOICE-HEADER.
024540
024542     MOVE SPACES TO ACT2-CONTROL-REC.
024544     SET A2C-HEADER TO TRUE.
024546     MOVE A2-BUSINESS-DATE TO A2C-BUSINESS-DATE.
024548     MOVE A2-PROGRAM-ID TO A2C-PROGRAM-ID.
024550     MOVE A2-GENERATION-SEQ TO A2C-GENERATION-SEQ.
024552     MOVE ZERO TO A2C-RECORD-COUNT, A2C-INV-AMT-TOTAL.
024554     WRITE MI-UPDATED-RECORD FROM ACT2-CONTROL-REC.
024556
024558 185-WRITE-INVOICE-HEADER-EXIT.
024560     EXIT.
024562
024564 200-PRSS-INVOICE.
024566
024568     PERFORM 210-MATCH-PAYMENT THRU 210-MATCH-PAYMENT-EXIT.
024900     WRITE MI-UPDATED-RECORD FROM MI-INPUT-REC.
025000     ADD 1 TO WS-INV-WRTN-CTR.
025010     IF INV-AMT-IN IS NUMERIC
025020        ADD INV-AMT-IN TO WS-INV-AMT-WRTN-TL.
025100     PERFORM 800-READ-INVOICE-FILE THRU
025200                  800-READ-INVOICE-FILE-EXIT.
025300
030040     IF WS-CASHHIST-OPEN-SW IS NOT EQUAL TO 'Y'
030050        GO TO 230-WRITE-CASH-HISTORY-EXIT.
030060     MOVE SPACES TO CASH-HISTORY-RECORD.
030070     MOVE PQ-BUSINESS-DATE TO CH-RUN-DATE.
030080     MOVE CUST-NO-IN TO CH-CUST-NO.
030090     MOVE INV-NO-IN TO CH-INV-NO.
030100     MOVE INV-AMT-IN TO CH-INV-AMT.
033410* AGE FROM THE DAY THE CASH FIRST ARRIVED - ANYTHING SITTING
033420* MORE THAN A WEEK GETS CHASED
033430     COMPUTE WS-UNAP-AGE-DAYS =
033440         FUNCTION INTEGER-OF-DATE (PQ-BUSINESS-DATE)
033450       - FUNCTION INTEGER-OF-DATE (PAY-FIRST-SEEN (PAY-INDEX)).
033460     MOVE ' AGE:' TO REG-AGE-LIT.
033470     MOVE WS-UNAP-AGE-DAYS TO REG-AGE-DAYS.
037300
037400     OPEN EXTEND CTLTOTS-FILE.
037500     MOVE 'PAYAPPLY' TO CTL-PROGRAM-ID.
037600     MOVE PQ-BUSINESS-DATE TO CTL-RUN-DATE.
037700     MOVE FUNCTION CURRENT-DATE (9:6) TO CTL-RUN-TIME.
037800     MOVE WS-INV-READ-CTR TO CTL-RECORDS-READ.
037900     MOVE WS-INV-WRTN-CTR TO CTL-RECORDS-WRITTEN.
038000     MOVE ZERO            TO CTL-RECORDS-ERROR.
038100     MOVE RETURN-CODE     TO CTL-RETURN-CODE.
038110     MOVE WS-NEW-CASH-CTR TO CTL-CASH-COUNT.
038120     MOVE WS-NEW-CASH-TL  TO CTL-CASH-AMOUNT.
038200     WRITE CTL-TOTALS-RECORD.
038300     CLOSE CTLTOTS-FILE.
038400
038500 565-WRITE-CONTROL-TOTALS-EXIT.
038600     EXIT.
038700
038704* TRAILER WITH THE INVOICE COUNT AND AMOUNT WRITTEN, THEN RECORD
038708* THE GENERATION ON ACT2GEN FOR THE NEXT STEP TO CHECK AGAINST.
038712 570-END-INVOICE-OUTPUT.
038716
038720     MOVE SPACES TO ACT2-CONTROL-REC.
038724     SET A2C-TRAILER TO TRUE.
038728     MOVE A2-BUSINESS-DATE TO A2C-BUSINESS-DATE.
038732     MOVE A2-PROGRAM-ID TO A2C-PROGRAM-ID.
038736     MOVE A2-GENERATION-SEQ TO A2C-GENERATION-SEQ.
038740     MOVE WS-INV-WRTN-CTR TO A2C-RECORD-COUNT.
038744     MOVE WS-INV-AMT-WRTN-TL TO A2C-INV-AMT-TOTAL.
038748     WRITE MI-UPDATED-RECORD FROM ACT2-CONTROL-REC.
038752     MOVE 'E' TO A2-FUNCTION.
038756     MOVE WS-INV-WRTN-CTR TO A2-RECORD-COUNT.
038760     MOVE WS-INV-AMT-WRTN-TL TO A2-INV-AMT-TOTAL.
038764     CALL 'ACT2CTL' USING ACT2-CTL-AREA.
038768
038772 570-END-INVOICE-OUTPUT-EXIT.
038776     EXIT.
038780
038800 800-READ-INVOICE-FILE.
038900
039000     READ MI-INPUT-FILE INTO MI-INPUT-REC
039100         AT END  MOVE 'YES' TO WS-EOF-INVOICES-SW,
039200                 GO TO 800-READ-INVOICE-FILE-EXIT.
039210* HEADERS AND TRAILERS WERE PROVED BY ACT2CTL - NOT INVOICES
039220     MOVE MI-INPUT-REC (1:10) TO A2C-KEY.
039230     IF A2C-HEADER OR A2C-TRAILER
039240        GO TO 800-READ-INVOICE-FILE.
039300     ADD 1 TO WS-INV-READ-CTR.
039400
039500 800-READ-INVOICE-FILE-EXIT.
