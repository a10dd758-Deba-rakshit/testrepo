000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ACT2LABL.
000300 AUTHOR.        IBM.
000400 DATE-WRITTEN.  10-15-26.
000500
000600******************************************************************
000700*  PUTS A HEADER AND A TRAILER (COPY ACT2HT) AROUND AN INVOICE  *
000800*  FILE IN THE ACT2DATA LAYOUT THAT WAS WRITTEN BEFORE THE      *
000900*  CHAIN CARRIED THEM, AND RECORDS IT ON ACT2GEN THROUGH        *
001000*  ACT2CTL SO PAYAPPLY WILL ACCEPT IT.  RUN ONCE, AHEAD OF THE  *
001100*  FIRST LABELLED PAYAPPLY, AGAINST THE CARRIED-FORWARD         *
001200*  RECEIVABLES FILE (ACT2IN) - ACT2OUT REPLACES IT IN THE       *
001300*  PAYAPPLY ACT2DATA CONCATENATION.  ANY HEADER OR TRAILER      *
001400*  ALREADY ON ACT2IN IS DROPPED, SO A RERUN IS HARMLESS.        *
001500*  IF ACT2CTL FAILS THE RUN STOPS THROUGH ABENDRTN.             *
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
002700     SELECT INVOICE-IN-FILE ASSIGN TO UT-S-ACT2IN.
002800     SELECT INVOICE-OUT-FILE ASSIGN TO UT-S-ACT2OUT.
002900
003000 DATA DIVISION.
003100
003200 FILE SECTION.
003300
003400 FD  INVOICE-IN-FILE
003500     RECORDING MODE IS F
003600     LABEL RECORDS ARE STANDARD
003700     RECORD CONTAINS 80 CHARACTERS
003800     BLOCK CONTAINS 0 RECORDS
003900     DATA RECORD IS INVOICE-IN-RECORD.
004000
004100 01  INVOICE-IN-RECORD                PIC X(80).
004200
004300 FD  INVOICE-OUT-FILE
004400     RECORDING MODE IS F
004500     LABEL RECORDS ARE STANDARD
004600     RECORD CONTAINS 80 CHARACTERS
004700     BLOCK CONTAINS 0 RECORDS
004800     DATA RECORD IS INVOICE-OUT-RECORD.
004900
005000 01  INVOICE-OUT-RECORD               PIC X(80).
005100
005200 WORKING-STORAGE SECTION.
005300
005400 01  PROGRAM-INDICATOR-SWITCHES.
005500     05  WS-EOF-INPUT-SW              PIC X(3)       VALUE 'NO '.
005600         88  EOF-INPUT                               VALUE 'YES'.
005700
005800 01  WS-ACCUMULATORS.
005900     05  WS-INV-READ-CTR   PIC 9(7)       VALUE ZERO.
006000     05  WS-INV-WRTN-CTR   PIC 9(7)       VALUE ZERO.
006100     05  WS-CTL-DROP-CTR   PIC 9(7)       VALUE ZERO.
006200     05  WS-INV-AMT-TL     PIC S9(11)V99  VALUE ZERO.
006300
006400* ONLY THE KEY AND INV-AMT MATTER HERE - THE REST OF THE
006500* INVOICE IS COPIED AS IT STANDS.
006600 01  INVOICE-IN-REC.
006700     05  INV-KEY-IN                   PIC X(10).
006800     05  INV-AMT-IN                   PIC S9(7)V99.
006900     05  FILLER                       PIC X(61).
007000
007100 01  DISPLAY-LINE.
007200     05  DISP-MESSAGE     PIC X(45).
007300     05  DISP-VALUE       PIC Z,ZZZ,ZZ9.
007400
007500* HEADER / TRAILER FOR THE ACT2OUT GENERATION AND THE ACT2CTL
007600* PARAMETER AREA.
007700 COPY ACT2HT.
007800 COPY ACT2WS.
007900 COPY ABENDWS.
008000
008100 PROCEDURE DIVISION.
008200
008300 000-MAINLINE SECTION.
008400
008500     DISPLAY '****     ACT2LABL RUNNING    ****'.
008600     PERFORM 180-START-INVOICE-OUTPUT THRU
008700                  180-START-INVOICE-OUTPUT-EXIT.
008800     IF A2-FAILED
008900        GO TO 000-ACT2-CHAIN-FAILURE.
009000     OPEN INPUT  INVOICE-IN-FILE
009100          OUTPUT INVOICE-OUT-FILE.
009200     PERFORM 185-WRITE-INVOICE-HEADER THRU
009300                  185-WRITE-INVOICE-HEADER-EXIT.
009400     PERFORM 800-READ-INVOICE-FILE THRU
009500                  800-READ-INVOICE-FILE-EXIT.
009600     PERFORM 200-COPY-INVOICE THRU 200-COPY-INVOICE-EXIT
009700         UNTIL EOF-INPUT.
009800     PERFORM 570-END-INVOICE-OUTPUT THRU
009900                  570-END-INVOICE-OUTPUT-EXIT.
010000     CLOSE INVOICE-IN-FILE
010100           INVOICE-OUT-FILE.
010200     IF A2-FAILED
010300        GO TO 000-ACT2-CHAIN-FAILURE.
010400     PERFORM 550-DISPLAY-PROG-DIAG THRU
010500                  550-DISPLAY-PROG-DIAG-EXIT.
010600     MOVE ZERO TO RETURN-CODE.
010700     GOBACK.
010800
010900* ACT2OUT COULD NOT BE NUMBERED OR RECORDED ON ACT2GEN - PAYAPPLY
011000* WOULD REFUSE IT, SO STOP HERE WHERE THE CAUSE IS.
011100 000-ACT2-CHAIN-FAILURE.
011200     DISPLAY '** ERROR **  ACT2OUT CONTROL - ' A2-REASON.
011300     MOVE 'ACT2LABL' TO AD-PROGRAM-ID.
011400     MOVE '000-MAINLINE' TO AD-PARA-NAME.
011500     MOVE A2-REASON TO AD-ABEND-REASON.
011600     MOVE A2-FILE-STATUS TO AD-FILE-STATUS-1.
011700     MOVE SPACES TO AD-FILE-STATUS-2.
011800     MOVE WS-INV-READ-CTR TO AD-RECORDS-READ.
011900     MOVE WS-INV-WRTN-CTR TO AD-RECORDS-WRITTEN.
012000     MOVE SPACES TO AD-CHECKPOINT-POS.
012100     CALL 'ABENDRTN' USING ABEND-DIAG-AREA.
012200     MOVE 16 TO RETURN-CODE.
012300     GOBACK.
012400
012500* NUMBER THE ACT2OUT GENERATION ON THE ACT2DATA CHAIN.
012600 180-START-INVOICE-OUTPUT.
012700
012800     MOVE SPACES TO ACT2-CTL-AREA.
012900     MOVE 'S' TO A2-FUNCTION.
013000     MOVE 'ACT2LABL' TO A2-PROGRAM-ID.
013100     CALL 'ACT2CTL' USING ACT2-CTL-AREA.
013200
013300 180-START-INVOICE-OUTPUT-EXIT.
013400     EXIT.
013500
013600 185-WRITE-INVOICE-HEADER.
013700
013800     MOVE SPACES TO ACT2-CONTROL-REC.
013900     SET A2C-HEADER TO TRUE.
014000     MOVE A2-BUSINESS-DATE TO A2C-BUSINESS-DATE.
014100     MOVE A2-PROGRAM-ID TO A2C-PROGRAM-ID.
014200     MOVE A2-GENERATION-SEQ TO A2C-GENERATION-SEQ.
014300     MOVE ZERO TO A2C-RECORD-COUNT, A2C-INV-AMT-TOTAL.
014400     WRITE INVOICE-OUT-RECORD FROM ACT2-CONTROL-REC.
014500
014600 185-WRITE-INVOICE-HEADER-EXIT.
014700     EXIT.
014800
014900 200-COPY-INVOICE.
015000
015100     WRITE INVOICE-OUT-RECORD FROM INVOICE-IN-REC.
015200     ADD 1 TO WS-INV-WRTN-CTR.
015300     IF INV-AMT-IN IS NUMERIC
015400        ADD INV-AMT-IN TO WS-INV-AMT-TL.
015500     PERFORM 800-READ-INVOICE-FILE THRU
015600                  800-READ-INVOICE-FILE-EXIT.
015700
015800 200-COPY-INVOICE-EXIT.
015900     EXIT.
016000
016100 550-DISPLAY-PROG-DIAG.
016200
016300     MOVE 'INVOICE RECORDS READ                         '  TO
016400          DISP-MESSAGE.
016500     MOVE WS-INV-READ-CTR TO DISP-VALUE.
016600     DISPLAY DISPLAY-LINE.
016700     MOVE 'OLD HEADER/TRAILER RECORDS DROPPED           '  TO
016800          DISP-MESSAGE.
016900     MOVE WS-CTL-DROP-CTR TO DISP-VALUE.
017000     DISPLAY DISPLAY-LINE.
017100     MOVE 'INVOICE RECORDS WRITTEN                      '  TO
017200          DISP-MESSAGE.
017300     MOVE WS-INV-WRTN-CTR TO DISP-VALUE.
017400     DISPLAY DISPLAY-LINE.
017500     DISPLAY '****     ACT2LABL EOJ        ****'.
017600
017700 550-DISPLAY-PROG-DIAG-EXIT.
017800     EXIT.
017900
018000 570-END-INVOICE-OUTPUT.
018100
018200     MOVE SPACES TO ACT2-CONTROL-REC.
018300     SET A2C-TRAILER TO TRUE.
018400     MOVE A2-BUSINESS-DATE TO A2C-BUSINESS-DATE.
018500     MOVE A2-PROGRAM-ID TO A2C-PROGRAM-ID.
018600     MOVE A2-GENERATION-SEQ TO A2C-GENERATION-SEQ.
018700     MOVE WS-INV-WRTN-CTR TO A2C-RECORD-COUNT.
018800     MOVE WS-INV-AMT-TL TO A2C-INV-AMT-TOTAL.
018900     WRITE INVOICE-OUT-RECORD FROM ACT2-CONTROL-REC.
019000     MOVE 'E' TO A2-FUNCTION.
019100     MOVE WS-INV-WRTN-CTR TO A2-RECORD-COUNT.
019200     MOVE WS-INV-AMT-TL TO A2-INV-AMT-TOTAL.
019300     CALL 'ACT2CTL' USING ACT2-CTL-AREA.
019400
019500 570-END-INVOICE-OUTPUT-EXIT.
019600     EXIT.
019700
019800 800-READ-INVOICE-FILE.
019900
020000     READ INVOICE-IN-FILE INTO INVOICE-IN-REC
020100         AT END  MOVE 'YES' TO WS-EOF-INPUT-SW,
020200                 GO TO 800-READ-INVOICE-FILE-EXIT.
020300     MOVE INV-KEY-IN TO A2C-KEY.
020400     IF A2C-HEADER OR A2C-TRAILER
020500        ADD 1 TO WS-CTL-DROP-CTR
020600        GO TO 800-READ-INVOICE-FILE.
020700     ADD 1 TO WS-INV-READ-CTR.
020800
020900 800-READ-INVOICE-FILE-EXIT.
021000     EXIT.
