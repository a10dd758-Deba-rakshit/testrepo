000800*  SAM1V ORDER TRANSACTION) INTO INVOICE RECORDS IN THE         *
000900*  ACT2DATA LAYOUT THAT CNTRLBRK AND PAYAPPLY ALREADY CONSUME.  *
001000*  THE SAM1V 5-CHARACTER CUST-ID IS TRANSLATED TO THE CNTRLBRK  *
001100*  5-DIGIT CUSTOMER NUMBER THROUGH THE OPERATIONS-MAINTAINED    *
001200*  CUSTXREF FILE (THE SAME CROSS-REFERENCE CUSTEXPO USES).      *
001300*                                                               *
001400*  INVOICE NUMBERS ARE ASSIGNED FROM THE ORDSEQ CONTROL FILE    *
001700*  THEM INTO THE NEXT RUN'S ACT2DATA INPUT.  ORDERS WHOSE       *
001800*  CUST-ID HAS NO CROSS-REFERENCE PRINT IN THE EXCEPTION        *
001900*  SECTION AND SET RETURN CODE 4.                               *
001906*                                                               *
001912*  EVERY INVOICE CREATED IS ALSO APPENDED TO THE PERMANENT      *
001918*  INVOICE HISTORY (INVHIST) WITH ITS CUST-ID AND FULL ORDER    *
001924*  DATE - INVPRINT PRINTS THE CUSTOMER INVOICE DOCUMENTS, AND   *
001930*  REPRINTS THEM, FROM THAT FILE.                               *
001936*                                                               *
001942*  ORDACT2 CARRIES A HEADER AND A TRAILER (COPY ACT2HT) AROUND  *
001948*  THE INVOICES, NUMBERED AND RECORDED BY ACT2CTL SO PAYAPPLY   *
001954*  CAN PROVE IT IS TODAY'S FILE.  IF ACT2CTL FAILS THE RUN      *
001960*  STOPS THROUGH ABENDRTN.                                      *
001966*                                                               *
001972*  AT STARTUP PREQCHK CHECKS THE RUN HISTORY: THE STEPS AHEAD   *
001978*  OF THIS ONE (CTLPREQ) MUST HAVE FINISHED FOR THE BUSINESS    *
001984*  DATE AND THIS ONE MUST NOT HAVE RUN FOR IT ALREADY.  IF NOT, *
001990*  THE RUN STOPS THROUGH ABENDRTN BEFORE ANY FILE IS OPENED,    *
001996*  UNLESS THE OPERATOR HAS PUT IN A CTLOVRD OVERRIDE CARD.      *
002000******************************************************************
002100
002200 ENVIRONMENT DIVISION.
003600        ACCESS MODE IS SEQUENTIAL
003700        FILE STATUS IS WS-ORDSEQ-STATUS.
003800     SELECT INVOICE-OUT-FILE ASSIGN TO UT-S-ORDACT2.
003850     SELECT INVOICE-HISTORY-FILE ASSIGN TO UT-S-INVHIST
003860        ACCESS MODE IS SEQUENTIAL
003870        FILE STATUS IS WS-INVHIST-STATUS.
003900     SELECT ORDINV-REPORT ASSIGN TO UT-S-ORDINVRP.
004000     SELECT CTLTOTS-FILE ASSIGN TO UT-S-CTLTOTS
004100        ACCESS MODE IS SEQUENTIAL
006200     DATA RECORD IS XREF-RECORD.
006300
006400 01  XREF-RECORD.
006500     05  XR-CUST-NO                   PIC X(5).
006600     05  FILLER                       PIC X(1).
006700     05  XR-CUST-ID                   PIC X(5).
006800     05  FILLER                       PIC X(69).
006900
007000* LAST USED INVOICE NUMBER - READ AT STARTUP, REWRITTEN WITH
007100* THE NEW HIGH NUMBER AT END OF JOB.
008900
009000 01  INVOICE-OUT-RECORD               PIC X(80).
009100
009102* PERMANENT INVOICE HISTORY - ONE RECORD PER INVOICE CREATED,
009106* APPENDED EACH RUN (JCL SUPPLIES DISP=MOD).
009110 FD  INVOICE-HISTORY-FILE
009114     RECORDING MODE IS F
009118     LABEL RECORDS ARE STANDARD
009122     RECORD CONTAINS 80 CHARACTERS
009126     BLOCK CONTAINS 0 RECORDS
009130     DATA RECORD IS INVOICE-HISTORY-RECORD.
009134
009138 01  INVOICE-HISTORY-RECORD.
009142     05  IH-RUN-DATE                  PIC 9(8).
009146     05  FILLER                       PIC X(1).
009150     05  IH-INV-NO                    PIC 9(5).
009154     05  FILLER                       PIC X(1).
009158     05  IH-CUST-NO                   PIC X(5).
009162     05  FILLER                       PIC X(1).
009166     05  IH-CUST-ID                   PIC X(5).
009170     05  FILLER                       PIC X(1).
009174     05  IH-ORD-DATE                  PIC 9(8).
009178     05  FILLER                       PIC X(1).
009182     05  IH-INV-DATE                  PIC X(6).
009186     05  FILLER                       PIC X(1).
009190     05  IH-AMOUNT                    PIC 9(7)V99.
009194     05  FILLER                       PIC X(28).
009198
009200 FD  ORDINV-REPORT
009300     RECORDING MODE IS F
009400     LABEL RECORDS ARE STANDARD
011500 01  WS-STATUS-FIELDS.
011600     05  WS-XREF-STATUS    PIC X(2)       VALUE SPACES.
011700     05  WS-ORDSEQ-STATUS  PIC X(2)       VALUE SPACES.
011750     05  WS-INVHIST-STATUS PIC X(2)       VALUE SPACES.
011800     05  WS-CTLTOTS-STATUS PIC X(2)       VALUE SPACES.
011900
012000 01  WS-ACCUMULATORS.
012900     05  WS-XREF-SUB       PIC S9(4) COMP VALUE ZERO.
013000
013100 01  XREF-TABLE.
013200     05  XREF-ENTRY OCCURS 999 TIMES INDEXED BY XREF-INDEX.
013300         10  XT-CUST-NO           PIC X(5).
013400         10  XT-CUST-ID           PIC X(5).
013500
013600 01  WS-NEXT-INV-NO               PIC 9(5)        VALUE ZERO.
015100* AGED CURRENT, UNPAID, NOTHING PAID TO DATE, INVOICE DATE =
015200* THE ORDER DATE.
015300 01  INVOICE-OUT-REC.
015400     05  INV-CUST-NO                  PIC 9(5).
015500     05  INV-NO-OUT                   PIC 9(5).
015600     05  INV-AGED-CODE                PIC 9.
015700     05  INV-AMT-OUT                  PIC S9(7)V99.
015900     05  INV-DATE-OUT                 PIC X(6).
016000     05  INV-AMT-PAID                 PIC S9(7)V99.
016100     05  INV-COLL-STATUS              PIC X(1).
016200     05  FILLER                       PIC X(38).
016300
016400 01  HL-REPORT-HDR.
016500     05  FILLER            PIC X(1)   VALUE SPACES.
017100     05  FILLER            PIC X(1)   VALUE SPACES.
017200     05  RPT-CUST-ID       PIC X(5).
017300     05  FILLER            PIC X(2)   VALUE SPACES.
017400     05  RPT-CUST-NO       PIC X(5).
017500     05  FILLER            PIC X(2)   VALUE SPACES.
017600     05  RPT-INV-NO        PIC X(5).
017700     05  FILLER            PIC X(2)   VALUE SPACES.
017800     05  RPT-AMOUNT        PIC Z,ZZZ,ZZ9.99.
017900     05  FILLER            PIC X(2)   VALUE SPACES.
018000     05  RPT-FLAG          PIC X(8).
018100     05  FILLER            PIC X(88)  VALUE SPACES.
018200
018300 01  TL-REPORT-TOTAL.
018400     05  FILLER            PIC X(1)   VALUE SPACES.
019000 01  DISPLAY-LINE.
019100     05  DISP-MESSAGE     PIC X(45).
019200     05  DISP-VALUE       PIC ZZZ9.
019210
019220* HEADER / TRAILER FOR THIS RUN'S ORDACT2 GENERATION AND THE
019230* PARAMETER AREA FOR THE CHAIN CONTROL MODULE (ACT2CTL).
019240 COPY ACT2HT.
019250 COPY ACT2WS.
019260
019270* SHARED ABEND-DIAGNOSTICS AREA PASSED TO ABENDRTN ON FATAL
019280* ERRORS SO OPERATIONS SEES THE FACTS ON ABENDDS.
019290     COPY ABENDWS.
019291
019293* PARAMETER AREA FOR THE JOB PREREQUISITE CHECK (PREQCHK).
019296     COPY PREQWS.
019300
019400 PROCEDURE DIVISION.
019500
019600 000-MAINLINE SECTION.
019700
019800     DISPLAY '****     ORDINV RUNNING      ****'.
019810     PERFORM 090-CHECK-PREREQUISITES THRU
019820                  090-CHECK-PREREQUISITES-EXIT.
019830     IF PQ-FAILED
019840        GO TO 000-PREREQ-FAILURE.
019900     PERFORM 150-LOAD-XREF THRU 150-LOAD-XREF-EXIT.
020000     PERFORM 160-READ-INVOICE-SEQ THRU
020100                  160-READ-INVOICE-SEQ-EXIT.
020110     PERFORM 180-START-INVOICE-OUTPUT THRU
020120                  180-START-INVOICE-OUTPUT-EXIT.
020130     IF A2-FAILED
020140        GO TO 000-ACT2-CHAIN-FAILURE.
020200     OPEN INPUT  ORDER-INPUT-FILE
020300          OUTPUT INVOICE-OUT-FILE
020400                 ORDINV-REPORT.
020405     PERFORM 185-WRITE-INVOICE-HEADER THRU
020406                  185-WRITE-INVOICE-HEADER-EXIT.
020420* JCL SUPPLIES DISP=MOD.
020430     OPEN EXTEND INVOICE-HISTORY-FILE.
020440     IF WS-INVHIST-STATUS IS NOT EQUAL TO '00'
020450        DISPLAY '** WARNING **  INVHIST NOT AVAILABLE - NO '
020460                'INVOICE DOCUMENTS - STATUS ' WS-INVHIST-STATUS.
020500     WRITE ORDINV-REPORT-LINE FROM HL-REPORT-HDR
020600         AFTER ADVANCING PAGE.
020700     PERFORM 800-READ-ORDER-FILE THRU 800-READ-ORDER-FILE-EXIT.
021000     MOVE WS-INV-AMT-TL TO RPT-TOTAL-AMT.
021100     WRITE ORDINV-REPORT-LINE FROM TL-REPORT-TOTAL
021200         AFTER ADVANCING 2.
021210     PERFORM 570-END-INVOICE-OUTPUT THRU
021220                  570-END-INVOICE-OUTPUT-EXIT.
021300     CLOSE ORDER-INPUT-FILE
021400           INVOICE-OUT-FILE
021500           ORDINV-REPORT.
021510     IF WS-INVHIST-STATUS IS EQUAL TO '00'
021520        CLOSE INVOICE-HISTORY-FILE.
021530     IF A2-FAILED
021540        GO TO 000-ACT2-CHAIN-FAILURE.
021600     PERFORM 170-REWRITE-INVOICE-SEQ THRU
021700                  170-REWRITE-INVOICE-SEQ-EXIT.
021800     PERFORM 550-DISPLAY-PROG-DIAG THRU
022500     PERFORM 565-WRITE-CONTROL-TOTALS THRU
022600                  565-WRITE-CONTROL-TOTALS-EXIT.
022700     GOBACK.
022710
022720* ORDACT2 COULD NOT BE NUMBERED OR RECORDED ON ACT2GEN - PAYAPPLY
022730* WOULD REFUSE IT, SO STOP HERE WHERE THE CAUSE IS.
022740 000-ACT2-CHAIN-FAILURE.
022750     DISPLAY '** ERROR **  ORDACT2 CONTROL - ' A2-REASON.
022760     MOVE 'ORDINV  ' TO AD-PROGRAM-ID.
022770     MOVE '000-MAINLINE' TO AD-PARA-NAME.
022780     MOVE A2-REASON TO AD-ABEND-REASON.
022790     MOVE A2-FILE-STATUS TO AD-FILE-STATUS-1.
022791     MOVE SPACES TO AD-FILE-STATUS-2.
022792     MOVE WS-ORD-READ-CTR TO AD-RECORDS-READ.
022793     MOVE WS-INV-WRTN-CTR TO AD-RECORDS-WRITTEN.
022794     MOVE SPACES TO AD-CHECKPOINT-POS.
022795     CALL 'ABENDRTN' USING ABEND-DIAG-AREA.
022796     MOVE 16 TO RETURN-CODE.
022797     GOBACK.
022800
022803* PREQCHK REFUSED THE RUN - A STEP AHEAD OF THIS ONE HAS NOT
022806* FINISHED, OR THIS ONE HAS ALREADY RUN FOR THE BUSINESS DATE.
022809* NOTHING HAS BEEN OPENED.
022812 000-PREREQ-FAILURE.
022815     DISPLAY '** ERROR **  PREREQUISITE CHECK - ' PQ-REASON.
022818     MOVE 'ORDINV  ' TO AD-PROGRAM-ID.
022821     MOVE '090-CHECK-PREREQUISITES' TO AD-PARA-NAME.
022824     MOVE PQ-REASON TO AD-ABEND-REASON.
022827     MOVE PQ-FILE-STATUS TO AD-FILE-STATUS-1.
022830     MOVE SPACES TO AD-FILE-STATUS-2.
022833     MOVE ZERO TO AD-RECORDS-READ, AD-RECORDS-WRITTEN.
022836     MOVE SPACES TO AD-CHECKPOINT-POS.
022839     CALL 'ABENDRTN' USING ABEND-DIAG-AREA.
022842     MOVE 16 TO RETURN-CODE.
022845     GOBACK.
022848
022851* NIGHTLY RUN-ORDER AND DUPLICATE-RUN CHECK (PREQCHK).
022854 090-CHECK-PREREQUISITES.
022857
022860     MOVE SPACES TO PREQ-CHECK-AREA.
022863     MOVE 'ORDINV  ' TO PQ-PROGRAM-ID.
022866     CALL 'PREQCHK' USING PREQ-CHECK-AREA.
022869     IF PQ-OVERRIDDEN
022872        DISPLAY '** WARNING **  PREREQUISITE CHECK OVERRIDDEN - '
022875                PQ-REASON.
022878
022881 090-CHECK-PREREQUISITES-EXIT.
022884     EXIT.
022887
022900 150-LOAD-XREF.
023000
023100     OPEN INPUT XREF-FILE.
024400 155-STORE-XREF.
024500
024600     IF XR-CUST-ID IS NOT EQUAL TO SPACES AND
024700        WS-XREF-COUNT IS LESS THAN 999
024800        ADD 1 TO WS-XREF-COUNT
024900        SET XREF-INDEX TO WS-XREF-COUNT
025000        MOVE XR-CUST-NO TO XT-CUST-NO (XREF-INDEX)
028700
028800 170-REWRITE-INVOICE-SEQ-EXIT.
028900     EXIT.
028910
028920* NUMBER THIS RUN'S ORDACT2 GENERATION ON THE ACT2DATA CHAIN.
028930 180-START-INVOICE-OUTPUT.
028940
028950     MOVE SPACES TO ACT2-CTL-AREA.
028960     MOVE 'S' TO A2-FUNCTION.
028970     MOVE 'ORDINV  ' TO A2-PROGRAM-ID.
028980     CALL 'ACT2CTL' USING ACT2-CTL-AREA.
028990
029000 180-START-INVOICE-OUTPUT-EXIT.
029010     EXIT.
029020
029030 185-WRITE-INVOICE-HEADER.
029040
029050     MOVE SPACES TO ACT2-CONTROL-REC.
029060     SET A2C-HEADER TO TRUE.
029070     MOVE A2-BUSINESS-DATE TO A2C-BUSINESS-DATE.
029075     MOVE A2-PROGRAM-ID TO A2C-PROGRAM-ID.
029080     MOVE A2-GENERATION-SEQ TO A2C-GENERATION-SEQ.
029085     MOVE ZERO TO A2C-RECORD-COUNT, A2C-INV-AMT-TOTAL.
029090     WRITE INVOICE-OUT-RECORD FROM ACT2-CONTROL-REC.
029095
029096 185-WRITE-INVOICE-HEADER-EXIT.
029097     EXIT.
029098
029100 200-PRSS-ORDER.
029200
029300     IF ORD-CUST-ID IS EQUAL TO SPACES OR
033500        MOVE ZERO TO WS-NEXT-INV-NO.
033600     ADD 1 TO WS-NEXT-INV-NO.
033700     MOVE SPACES TO INVOICE-OUT-REC.
033800     MOVE XT-CUST-NO (XREF-INDEX) TO INV-CUST-NO (1:5).
033900     MOVE WS-NEXT-INV-NO TO INV-NO-OUT.
034000     MOVE 1 TO INV-AGED-CODE.
034100     MOVE ORD-AMOUNT TO INV-AMT-OUT.
034700     WRITE INVOICE-OUT-RECORD FROM INVOICE-OUT-REC.
034800     ADD 1 TO WS-INV-WRTN-CTR.
034900     ADD ORD-AMOUNT TO WS-INV-AMT-TL.
034910     IF WS-INVHIST-STATUS IS EQUAL TO '00'
034920        MOVE SPACES TO INVOICE-HISTORY-RECORD
034930        MOVE PQ-BUSINESS-DATE TO IH-RUN-DATE
034940        MOVE WS-NEXT-INV-NO TO IH-INV-NO
034950        MOVE XT-CUST-NO (XREF-INDEX) TO IH-CUST-NO
034960        MOVE ORD-CUST-ID TO IH-CUST-ID
034970        MOVE ORD-DATE TO IH-ORD-DATE
034980        MOVE WS-RUN-YYMMDD TO IH-INV-DATE
034985        MOVE ORD-AMOUNT TO IH-AMOUNT
034990        WRITE INVOICE-HISTORY-RECORD.
035000     MOVE SPACES TO DL-REPORT-DETAIL.
035100     MOVE ORD-CUST-ID TO RPT-CUST-ID.
035200     MOVE XT-CUST-NO (XREF-INDEX) TO RPT-CUST-NO.
038600
038700     OPEN EXTEND CTLTOTS-FILE.
038800     MOVE 'ORDINV  ' TO CTL-PROGRAM-ID.
038900     MOVE PQ-BUSINESS-DATE TO CTL-RUN-DATE.
039000     MOVE FUNCTION CURRENT-DATE (9:6) TO CTL-RUN-TIME.
039100     MOVE WS-ORD-READ-CTR TO CTL-RECORDS-READ.
039200     MOVE WS-INV-WRTN-CTR TO CTL-RECORDS-WRITTEN.
039800
039900 565-WRITE-CONTROL-TOTALS-EXIT.
040000     EXIT.
040010
040020* TRAILER WITH THE INVOICE COUNT AND AMOUNT, THEN RECORD THE
040030* GENERATION ON ACT2GEN FOR PAYAPPLY TO CHECK AGAINST.
040040 570-END-INVOICE-OUTPUT.
040050
040060     MOVE SPACES TO ACT2-CONTROL-REC.
040070     SET A2C-TRAILER TO TRUE.
040080     MOVE A2-BUSINESS-DATE TO A2C-BUSINESS-DATE.
040090     MOVE A2-PROGRAM-ID TO A2C-PROGRAM-ID.
040100     MOVE A2-GENERATION-SEQ TO A2C-GENERATION-SEQ.
040110     MOVE WS-INV-WRTN-CTR TO A2C-RECORD-COUNT.
040120     MOVE WS-INV-AMT-TL TO A2C-INV-AMT-TOTAL.
040130     WRITE INVOICE-OUT-RECORD FROM ACT2-CONTROL-REC.
040140     MOVE 'E' TO A2-FUNCTION.
040150     MOVE WS-INV-WRTN-CTR TO A2-RECORD-COUNT.
040160     MOVE WS-INV-AMT-TL TO A2-INV-AMT-TOTAL.
040170     CALL 'ACT2CTL' USING ACT2-CTL-AREA.
040180
040190 570-END-INVOICE-OUTPUT-EXIT.
040195     EXIT.
040198
040200 800-READ-ORDER-FILE.
040300
040400     READ ORDER-INPUT-FILE INTO ORDER-INPUT-REC
