001000*  MATB-COLL-EXTRACT FILE; THIS PROGRAM BRINGS THE OUTCOMES     *
001100*  BACK.  DISPOSITIONS ARE MATCHED TO INVOICES ON CUSTOMER      *
001200*  NUMBER PLUS INVOICE NUMBER AND A COLLECTION-STATUS CODE IS   *
001300*  STAMPED ON THE INVOICE RECORD (COLUMN 42), WHICH CNTRLBRK    *
001400*  READS TO SUPPRESS DUNNING LETTERS AND FINANCE CHARGES FOR    *
001500*  DISPUTED INVOICES.  DSPTPOST, THE NEXT STEP, OPENS A DISPUTE *
001510*  CASE FOR EVERY 'D' AND CLEARS THE 'D' WHEN THE CASE IS       *
001520*  RESOLVED.                                                    *
001600*                                                               *
001700*  DISPOSITION RECORD (COLLDISP, 80 BYTES):                     *
001800*      COLS  1-5   CUSTOMER NUMBER                              *
001900*      COLS  7-11  INVOICE NUMBER                               *
002000*      COL  13     DISPOSITION CODE:                            *
002100*                     P = PROMISE TO PAY                        *
002200*                     D = DISPUTE                               *
002300*                     W = WRITE-OFF RECOMMENDATION              *
002600*  THE UPDATED INVOICE FILE (ACT2NEW) FEEDS THE NEXT CNTRLBRK   *
002700*  RUN.  UNMATCHED DISPOSITIONS PRINT IN AN EXCEPTION SECTION   *
002800*  OF THE COLLRPT REGISTER AND SET RETURN CODE 4.               *
002810*                                                               *
002820*  ACT2DATA MUST CARRY THE HEADER AND TRAILER (COPY ACT2HT) OF  *
002830*  EVERY STEP THAT FED IT.  ACT2CTL PROVES THEM BEFORE ANY      *
002840*  INVOICE IS TOUCHED AND THE RUN STOPS THROUGH ABENDRTN WHEN   *
002850*  THE COUNT, AMOUNT OR DATE DOES NOT FOLLOW FROM THE PREVIOUS  *
002860*  STEP.  ACT2NEW GOES OUT WITH THIS STEP'S OWN HEADER AND      *
002870*  TRAILER, RECORDED ON ACT2GEN FOR THE NEXT STEP TO CHECK.     *
002874*                                                               *
002878*  AT STARTUP PREQCHK CHECKS THE RUN HISTORY: THE STEPS AHEAD   *
002882*  OF THIS ONE (CTLPREQ) MUST HAVE FINISHED FOR THE BUSINESS    *
002886*  DATE AND THIS ONE MUST NOT HAVE RUN FOR IT ALREADY.  IF NOT, *
002890*  THE RUN STOPS THROUGH ABENDRTN BEFORE ANY FILE IS OPENED,    *
002894*  UNLESS THE OPERATOR HAS PUT IN A CTLOVRD OVERRIDE CARD.      *
002900******************************************************************
003000
003100 ENVIRONMENT DIVISION.
010500     05  WS-DISP-READ-CTR  PIC 9(4)       VALUE ZERO.
010600     05  WS-INV-READ-CTR   PIC 9(4)       VALUE ZERO.
010700     05  WS-INV-WRTN-CTR   PIC 9(4)       VALUE ZERO.
010710     05  WS-INV-AMT-WRTN-TL PIC S9(11)V99 VALUE ZERO.
010800     05  WS-STAMPED-CTR    PIC 9(4)       VALUE ZERO.
010900     05  WS-UNMATCHED-CTR  PIC 9(4)       VALUE ZERO.
011000     05  WS-DISP-REJECT-CTR PIC 9(4)      VALUE ZERO.
011600
011700 01  DISPOSITION-TABLE.
011800     05  DISP-ENTRY OCCURS 500 TIMES INDEXED BY DISP-INDEX.
011900         10  DSP-CUST-NO          PIC 9(5).
012000         10  DSP-INV-NO           PIC X(5).
012100         10  DSP-CODE             PIC X(1).
012200         10  DSP-APPLIED-FLAG     PIC X(1).
012300
012400 01  DISPOSITION-INPUT-REC.
012500     05  DSP-CUST-NO-IN               PIC 9(5).
012600     05  DSP-CUST-NO-IN-X  REDEFINES  DSP-CUST-NO-IN  PIC X(5).
012700     05  FILLER                       PIC X(1).
012800     05  DSP-INV-NO-IN                PIC X(5).
012900     05  DSP-INV-NO-NUM  REDEFINES  DSP-INV-NO-IN     PIC 9(5).
013000     05  FILLER                       PIC X(1).
013100     05  DSP-CODE-IN                  PIC X(1).
013200         88  VALID-DISPOSITION  VALUES 'P', 'D', 'W', 'U'.
013300     05  FILLER                       PIC X(67).
013400
013500* INVOICE RECORD - SAME LAYOUT CNTRLBRK AND PAYAPPLY READ.  THE
013600* COLLECTION-STATUS BYTE IN COLUMN 42 IS STAMPED HERE AND READ
013700* BY CNTRLBRK TO SUPPRESS DUNNING AND FINANCE CHARGES.
013800 01  MI-INPUT-REC.
013900     05  CUST-NO-IN                   PIC 9(5).
014000     05  INV-NO-IN                    PIC X(5).
014100     05  AGED-CODE-IN                 PIC 9.
014200     05  INV-AMT-IN                   PIC S9(7)V99.
014510     05  AMT-PAID-IN-X  REDEFINES  AMT-PAID-IN      PIC X(9).
014600     05  COLL-STATUS-IN               PIC X(1).
014700         88  COLL-DISPUTED                VALUE 'D'.
014800     05  FILLER                       PIC X(38).
014900
015000 01  HL-REGISTER-HDR.
015100     05  FILLER            PIC X(1)   VALUE SPACES.
015500
015600 01  DL-REGISTER-DETAIL.
015700     05  FILLER            PIC X(1)   VALUE SPACES.
015800     05  REG-CUST-NO       PIC X(5).
015900     05  FILLER            PIC X(2)   VALUE SPACES.
016000     05  REG-INV-NO        PIC X(5).
016100     05  FILLER            PIC X(2)   VALUE SPACES.
016400     05  REG-DISP-DESC     PIC X(24).
016500     05  FILLER            PIC X(2)   VALUE SPACES.
016600     05  REG-FLAG          PIC X(6).
016700     05  FILLER            PIC X(83)  VALUE SPACES.
016800
016900 01  HL-EXCEPTION-HDR.
017000     05  FILLER            PIC X(1)   VALUE SPACES.
017500 01  DISPLAY-LINE.
017600     05  DISP-MESSAGE     PIC X(45).
017700     05  DISP-VALUE       PIC ZZZ9.
017710
017720* SHARED ABEND-DIAGNOSTICS AREA PASSED TO ABENDRTN ON FATAL
017730* ERRORS SO OPERATIONS SEES THE FACTS ON ABENDDS.
017740     COPY ABENDWS.
017741
017743* PARAMETER AREA FOR THE JOB PREREQUISITE CHECK (PREQCHK).
017746     COPY PREQWS.
017750
017760* HEADER / TRAILER RECORDS ON THE INVOICE FILES AND THE PARAMETER
017770* AREA FOR THE CHAIN CONTROL MODULE (ACT2CTL).
017780 COPY ACT2HT.
017790 COPY ACT2WS.
017800
017900 PROCEDURE DIVISION.
018000
018100 000-MAINLINE SECTION.
018200
018300     DISPLAY '****     COLLPOST RUNNING    ****'.
018302     PERFORM 090-CHECK-PREREQUISITES THRU
018304                  090-CHECK-PREREQUISITES-EXIT.
018306     IF PQ-FAILED
018308        GO TO 000-PREREQ-FAILURE.
018310     PERFORM 180-START-INVOICE-CHAIN THRU
018320                  180-START-INVOICE-CHAIN-EXIT.
018330     IF A2-FAILED
018340        GO TO 000-ACT2-CHAIN-FAILURE.
018400     OPEN INPUT  DISPOSITION-INPUT-FILE
018500                 MI-INPUT-FILE
018600          OUTPUT MI-UPDATED-FILE
018700                 COLL-REGISTER-RPT.
018710     PERFORM 185-WRITE-INVOICE-HEADER THRU
018720                  185-WRITE-INVOICE-HEADER-EXIT.
018800     WRITE COLL-REGISTER-LINE FROM HL-REGISTER-HDR
018900         AFTER ADVANCING PAGE.
019000     PERFORM 100-LOAD-DISPOSITIONS THRU
019400     PERFORM 200-PRSS-INVOICE THRU 200-PRSS-INVOICE-EXIT
019500         UNTIL EOF-INVOICES.
019600     PERFORM 400-LIST-UNMATCHED THRU 400-LIST-UNMATCHED-EXIT.
019610     PERFORM 570-END-INVOICE-OUTPUT THRU
019620                  570-END-INVOICE-OUTPUT-EXIT.
019700     CLOSE DISPOSITION-INPUT-FILE
019800           MI-INPUT-FILE
019900           MI-UPDATED-FILE
020000           COLL-REGISTER-RPT.
020010     IF A2-FAILED
020020        GO TO 000-ACT2-CHAIN-FAILURE.
020100     PERFORM 550-DISPLAY-PROG-DIAG THRU
020200                  550-DISPLAY-PROG-DIAG-EXIT.
020300     IF WS-UNMATCHED-CTR IS GREATER THAN ZERO OR
020800     PERFORM 565-WRITE-CONTROL-TOTALS THRU
020900                  565-WRITE-CONTROL-TOTALS-EXIT.
021000     GOBACK.
021001
021003* PREQCHK REFUSED THE RUN - A STEP AHEAD OF THIS ONE HAS NOT
021006* FINISHED, OR THIS ONE HAS ALREADY RUN FOR THE BUSINESS DATE.
021009* NOTHING HAS BEEN OPENED.
021012 000-PREREQ-FAILURE.
021015     DISPLAY '** ERROR **  PREREQUISITE CHECK - ' PQ-REASON.
021018     MOVE 'COLLPOST' TO AD-PROGRAM-ID.
021021     MOVE '090-CHECK-PREREQUISITES' TO AD-PARA-NAME.
021024     MOVE PQ-REASON TO AD-ABEND-REASON.
021027     MOVE PQ-FILE-STATUS TO AD-FILE-STATUS-1.
021030     MOVE SPACES TO AD-FILE-STATUS-2.
021033     MOVE ZERO TO AD-RECORDS-READ, AD-RECORDS-WRITTEN.
021036     MOVE SPACES TO AD-CHECKPOINT-POS.
021039     CALL 'ABENDRTN' USING ABEND-DIAG-AREA.
021042     MOVE 16 TO RETURN-CODE.
021045     GOBACK.
021048
021051* NIGHTLY RUN-ORDER AND DUPLICATE-RUN CHECK (PREQCHK).
021054 090-CHECK-PREREQUISITES.
021057
021060     MOVE SPACES TO PREQ-CHECK-AREA.
021063     MOVE 'COLLPOST' TO PQ-PROGRAM-ID.
021066     CALL 'PREQCHK' USING PREQ-CHECK-AREA.
021069     IF PQ-OVERRIDDEN
021072        DISPLAY '** WARNING **  PREREQUISITE CHECK OVERRIDDEN - '
021075                PQ-REASON.
021078
021081 090-CHECK-PREREQUISITES-EXIT.
021084     EXIT.
021100
021105* ACT2DATA DOES NOT FOLLOW FROM THE STEPS BEFORE THIS ONE, OR
021110* ACT2NEW COULD NOT BE NUMBERED OR RECORDED - STOP THE STREAM
021115* BEFORE THE AGED TRIAL BALANCE GOES WRONG.
021120 000-ACT2-CHAIN-FAILURE.
021125     DISPLAY '** ERROR **  ACT2DATA CHAIN CONTROL - ' A2-REASON.
021130     MOVE 'COLLPOST' TO AD-PROGRAM-ID.
021135     MOVE '000-MAINLINE' TO AD-PARA-NAME.
021140     MOVE A2-REASON TO AD-ABEND-REASON.
021145     MOVE A2-FILE-STATUS TO AD-FILE-STATUS-1.
021150     MOVE SPACES TO AD-FILE-STATUS-2.
021155     MOVE WS-INV-READ-CTR TO AD-RECORDS-READ.
021160     MOVE WS-INV-WRTN-CTR TO AD-RECORDS-WRITTEN.
021165     MOVE SPACES TO AD-CHECKPOINT-POS.
021170     CALL 'ABENDRTN' USING ABEND-DIAG-AREA.
021175     MOVE 16 TO RETURN-CODE.
021180     GOBACK.
021185
021200 100-LOAD-DISPOSITIONS.
021300
021400     PERFORM 810-READ-DISP-FILE THRU 810-READ-DISP-FILE-EXIT.
024600 110-STORE-DISPOSITION-EXIT.
024700     EXIT.
024800
024803* PROVE ACT2DATA FOLLOWS FROM THE STEPS BEFORE THIS ONE, THEN
024806* NUMBER THIS RUN'S ACT2NEW GENERATION.
024809 180-START-INVOICE-CHAIN.
024812
024815     MOVE SPACES TO ACT2-CTL-AREA.
024818     MOVE 'V' TO A2-FUNCTION.
024821     MOVE 'COLLPOST' TO A2-PROGRAM-ID.
024824     CALL 'ACT2CTL' USING ACT2-CTL-AREA.
024827     IF A2-FAILED
024830        GO TO 180-START-INVOICE-CHAIN-EXIT.
024833     MOVE 'S' TO A2-FUNCTION.
024836     CALL 'ACT2CTL' USING ACT2-CTL-AREA.
024839
024842 180-START-INVOICE-CHAIN-EXIT.
024845     EXIT.
024848
024851 185-WRITE-INVOICE-HEADER.
024854
024857     MOVE SPACES TO ACT2-CONTROL-REC.
024860     SET A2C-HEADER TO TRUE.
024863     MOVE A2-BUSINESS-DATE TO A2C-BUSINESS-DATE.
024866     MOVE A2-PROGRAM-ID TO A2C-PROGRAM-ID.
024869     MOVE A2-GENERATION-SEQ TO A2C-GENERATION-SEQ.
024872     MOVE ZERO TO A2C-RECORD-COUNT, A2C-INV-AMT-TOTAL.
024875     WRITE MI-UPDATED-RECORD FROM ACT2-CONTROL-REC.
024878
024881 185-WRITE-INVOICE-HEADER-EXIT.
024884     EXIT.
024887
024900 200-PRSS-INVOICE.
025000
025100     PERFORM 210-MATCH-DISPOSITION THRU
025200                  210-MATCH-DISPOSITION-EXIT.
025300     WRITE MI-UPDATED-RECORD FROM MI-INPUT-REC.
025400     ADD 1 TO WS-INV-WRTN-CTR.
025410     IF INV-AMT-IN IS NUMERIC
025420        ADD INV-AMT-IN TO WS-INV-AMT-WRTN-TL.
025500     PERFORM 800-READ-INVOICE-FILE THRU
025600                  800-READ-INVOICE-FILE-EXIT.
025700
037800
037900     OPEN EXTEND CTLTOTS-FILE.
038000     MOVE 'COLLPOST' TO CTL-PROGRAM-ID.
038100     MOVE PQ-BUSINESS-DATE TO CTL-RUN-DATE.
038200     MOVE FUNCTION CURRENT-DATE (9:6) TO CTL-RUN-TIME.
038300     MOVE WS-INV-READ-CTR TO CTL-RECORDS-READ.
038400     MOVE WS-INV-WRTN-CTR TO CTL-RECORDS-WRITTEN.
039000 565-WRITE-CONTROL-TOTALS-EXIT.
039100     EXIT.
039200
039204* TRAILER WITH THE INVOICE COUNT AND AMOUNT WRITTEN, THEN RECORD
039208* THE GENERATION ON ACT2GEN FOR THE NEXT STEP TO CHECK AGAINST.
039212 570-END-INVOICE-OUTPUT.
039216
039220     MOVE SPACES TO ACT2-CONTROL-REC.
039224     SET A2C-TRAILER TO TRUE.
039228     MOVE A2-BUSINESS-DATE TO A2C-BUSINESS-DATE.
039232     MOVE A2-PROGRAM-ID TO A2C-PROGRAM-ID.
039236     MOVE A2-GENERATION-SEQ TO A2C-GENERATION-SEQ.
039240     MOVE WS-INV-WRTN-CTR TO A2C-RECORD-COUNT.
039244     MOVE WS-INV-AMT-WRTN-TL TO A2C-INV-AMT-TOTAL.
039248     WRITE MI-UPDATED-RECORD FROM ACT2-CONTROL-REC.
039252     MOVE 'E' TO A2-FUNCTION.
039256     MOVE WS-INV-WRTN-CTR TO A2-RECORD-COUNT.
039260     MOVE WS-INV-AMT-WRTN-TL TO A2-INV-AMT-TOTAL.
039264     CALL 'ACT2CTL' USING ACT2-CTL-AREA.
039268
039272 570-END-INVOICE-OUTPUT-EXIT.
039276     EXIT.
039280
039300 800-READ-INVOICE-FILE.
039400
039500     READ MI-INPUT-FILE INTO MI-INPUT-REC
039600         AT END  MOVE 'YES' TO WS-EOF-INVOICES-SW,
039700                 GO TO 800-READ-INVOICE-FILE-EXIT.
039710* HEADERS AND TRAILERS WERE PROVED BY ACT2CTL - NOT INVOICES
039720     MOVE MI-INPUT-REC (1:10) TO A2C-KEY.
039730     IF A2C-HEADER OR A2C-TRAILER
039740        GO TO 800-READ-INVOICE-FILE.
039800     ADD 1 TO WS-INV-READ-CTR.
039900
040000 800-READ-INVOICE-FILE-EXIT.
