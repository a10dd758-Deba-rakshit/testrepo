000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ARCUSTCV.
000300 AUTHOR.        IBM.
000400 DATE-WRITTEN.  10-15-26.
000500
000600******************************************************************
000700*  ONE-TIME CONVERSION OF THE RECEIVABLES DATASETS FROM THE OLD *
000800*  2-DIGIT CUSTOMER NUMBER TO THE 5-DIGIT CUSTOMER NUMBER.  THE *
000900*  OLD NUMBER IS ZERO-FILLED ON THE LEFT (21 BECOMES 00021), SO *
001000*  EVERY KEYED OR SORTED DATASET KEEPS ITS ORDER.  EVERY FIELD  *
001100*  AFTER THE CUSTOMER NUMBER MOVES 3 COLUMNS RIGHT AND THE      *
001200*  RECORD KEEPS ITS 80 BYTES BY GIVING UP 3 BYTES OF FILLER.    *
001300*                                                               *
001400*  ONE RUN CONVERTS ONE DATASET.  THE PARM CARD (CONVPARM)      *
001500*  NAMES THE LAYOUT IN COLS 1-8:                                *
001600*      ACT2DATA  INVOICE FILE - ALSO EVERY ORDACT2, ACT2NEW AND *
001700*                SUSPFILE GENERATION STILL TO BE READ           *
001800*      CUSTREF   CUSTOMER REFERENCE (UNLOADED WITH REPRO, THEN  *
001900*                RELOADED INTO A KSDS DEFINED WITH KEYS(5 0))   *
002000*      CUSTXREF  CUSTOMER CROSS-REFERENCE                       *
002100*      CREDLIM   CREDIT LIMITS                                  *
002300*      MATBHIST  AGED-BALANCE SNAPSHOTS                         *
002400*      FINCHGF   FINANCE CHARGES                                *
002500*      CASHHIST  CASH-APPLICATION HISTORY                       *
002600*      UNAPIN    UNAPPLIED CASH CARRIED FORWARD                 *
002700*      WOHIST    WRITE-OFF HISTORY                              *
002800*      ADJHIST   ADJUSTMENT HISTORY                             *
002900*      INVHIST   INVOICE HISTORY                                *
002910*  THE ORDER-HOLD EXTRACT (CUSTHOLD, 82 BYTES) IS NOT CONVERTED *
002920*  - CUSTEXPO REBUILDS IT IN THE NEW LAYOUT ON EVERY RUN.       *
003000*                                                               *
003100*  CONVIN IS THE OLD DATASET AND CONVOUT THE NEW ONE.  THE      *
003200*  CONVRPT REPORT PROVES THE CONVERSION: RECORD COUNTS AND THE  *
003300*  MONEY FIELDS OF THE LAYOUT ARE TOTALLED FROM THE OLD RECORD  *
003400*  AND AGAIN FROM THE NEW ONE, SO EVERY REPORT RUN ON THE NEW   *
003500*  DATASET TIES TO THE SAME TOTALS AS BEFORE.  A COUNT OR       *
003600*  AMOUNT THAT DOES NOT AGREE, OR DATA FOUND IN THE FILLER      *
003700*  BYTES GIVEN UP, ABENDS THE STEP THROUGH ABENDRTN (RETURN     *
003800*  CODE 16) AND CONVOUT MUST NOT BE CATALOGUED.  A CUSTOMER     *
003900*  NUMBER THAT IS NOT NUMERIC IS CARRIED AS IS, LISTED, AND     *
004000*  SETS RETURN CODE 4.  A MISSING OR UNKNOWN PARM CARD ENDS     *
004100*  WITH RETURN CODE 12 BEFORE ANY DATASET IS OPENED.            *
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
005300     SELECT PARM-CARD-FILE ASSIGN TO UT-S-CONVPARM
005400        ACCESS MODE IS SEQUENTIAL
005500        FILE STATUS IS WS-CONVPARM-STATUS.
005600     SELECT CONVERT-INPUT-FILE ASSIGN TO UT-S-CONVIN.
005700     SELECT CONVERT-OUTPUT-FILE ASSIGN TO UT-S-CONVOUT.
005800     SELECT CONVERT-REPORT ASSIGN TO UT-S-CONVRPT.
005900     SELECT CTLTOTS-FILE ASSIGN TO UT-S-CTLTOTS
006000        ACCESS MODE IS SEQUENTIAL
006100        FILE STATUS IS WS-CTLTOTS-STATUS.
006200
006300 DATA DIVISION.
006400
006500 FILE SECTION.
006600
006700 FD  PARM-CARD-FILE
006800     RECORDING MODE IS F
006900     LABEL RECORDS ARE STANDARD
007000     RECORD CONTAINS 80 CHARACTERS
007100     BLOCK CONTAINS 0 RECORDS
007200     DATA RECORD IS PARM-CARD-RECORD.
007300
007400 01  PARM-CARD-RECORD.
007500     05  PARM-DATASET-NAME            PIC X(8).
007600     05  FILLER                       PIC X(72).
007700
007800 FD  CONVERT-INPUT-FILE
007900     RECORDING MODE IS F
008000     LABEL RECORDS ARE STANDARD
008100     RECORD CONTAINS 80 CHARACTERS
008200     BLOCK CONTAINS 0 RECORDS
008300     DATA RECORD IS CONVERT-INPUT-RECORD.
008400
008500 01  CONVERT-INPUT-RECORD             PIC X(80).
008600
008700 FD  CONVERT-OUTPUT-FILE
008800     RECORDING MODE IS F
008900     LABEL RECORDS ARE STANDARD
009000     RECORD CONTAINS 80 CHARACTERS
009100     BLOCK CONTAINS 0 RECORDS
009200     DATA RECORD IS CONVERT-OUTPUT-RECORD.
009300
009400 01  CONVERT-OUTPUT-RECORD            PIC X(80).
009500
009600 FD  CONVERT-REPORT
009700     RECORDING MODE IS F
009800     LABEL RECORDS ARE STANDARD
009900     RECORD CONTAINS 133 CHARACTERS
010000     BLOCK CONTAINS 0 RECORDS
010100     DATA RECORD IS CONVERT-REPORT-LINE.
010200
010300 01  CONVERT-REPORT-LINE              PIC X(133).
010400
010500 FD  CTLTOTS-FILE
010600     RECORDING MODE IS F.
010700 COPY CTLTOTS.
010800
010900 WORKING-STORAGE SECTION.
011000
011100 01  PROGRAM-INDICATOR-SWITCHES.
011200     05  WS-EOF-INPUT-SW              PIC X(3)       VALUE 'NO '.
011300         88  EOF-INPUT                               VALUE 'YES'.
011400     05  WS-LAYOUT-FOUND-SW           PIC X(3)       VALUE 'NO '.
011500         88  LAYOUT-FOUND                            VALUE 'YES'.
011600     05  WS-AMT-VALID-SW              PIC X(3)       VALUE 'NO '.
011700         88  AMOUNT-VALID                            VALUE 'YES'.
011800
011900 01  WS-CTLTOTS-STATUS                PIC X(2)       VALUE SPACES.
012000 01  WS-CONVPARM-STATUS               PIC X(2)       VALUE SPACES.
012100 01  WS-TODAY-YYYYMMDD                PIC 9(8)       VALUE ZERO.
012200
012300* ONE ENTRY PER CONVERTIBLE LAYOUT:
012400*   NAME        PARM-CARD DATASET NAME
012500*   CUST COL    FIRST COLUMN OF THE OLD 2-DIGIT CUSTOMER NUMBER
012600*   SHIFT       G - EVERYTHING AFTER THE CUSTOMER NUMBER MOVES
012700*                   RIGHT 3, THE LAST 3 BYTES (FILLER) DROP
012800*               A - INVOICE LAYOUT: COLS 3-57 MOVE RIGHT 3, THE
012900*                   FILLER IN 58-60 DROPS, 61-80 STAY PUT
013000*               W - WRITE-OFF HISTORY: ALSO DROPS THE SEPARATOR
013100*                   BYTES AFTER EACH APPROVER ID
013200*   AMT 1 / 2   OLD COLUMN AND PICTURE OF EACH MONEY FIELD TO
013300*               PROVE (00 - NONE):  Z S9(7)V99
013400*                                   U 9(7)V99
013500*                                   L S9(7)V99 LEADING SEPARATE
013600*                                   E 9(9)V99
013700 01  LAYOUT-TABLE.
013800     05  LAYOUT-TABLE-VALUES.
013900         10  FILLER  PIC X(17) VALUE 'ACT2DATA01A09Z30Z'.
014000         10  FILLER  PIC X(28) VALUE
014100                        'INVOICE AMOUNTAMOUNT PAID   '.
014200         10  FILLER  PIC X(17) VALUE 'CUSTREF 01G00 00 '.
014300         10  FILLER  PIC X(28) VALUE SPACES.
014400         10  FILLER  PIC X(17) VALUE 'CUSTXREF01G00 00 '.
014500         10  FILLER  PIC X(28) VALUE SPACES.
014600         10  FILLER  PIC X(17) VALUE 'CREDLIM 01G10U00 '.
014700         10  FILLER  PIC X(28) VALUE
014800                        'CREDIT LIMIT                '.
015200         10  FILLER  PIC X(17) VALUE 'MATBHIST10G63U00 '.
015300         10  FILLER  PIC X(28) VALUE
015400                        'CUSTOMER TOTAL              '.
015500         10  FILLER  PIC X(17) VALUE 'FINCHGF 01G27U11U'.
015600         10  FILLER  PIC X(28) VALUE
015700                        'FINANCE CHARGECHARGE BASIS  '.
015800         10  FILLER  PIC X(17) VALUE 'CASHHIST10G30L19L'.
015900         10  FILLER  PIC X(28) VALUE
016000                        'CASH APPLIED  INVOICE AMOUNT'.
016100         10  FILLER  PIC X(17) VALUE 'UNAPIN  01G08Z00 '.
016200         10  FILLER  PIC X(28) VALUE
016300                        'UNAPPLIED CASH              '.
016400         10  FILLER  PIC X(17) VALUE 'WOHIST  10W26L00 '.
016500         10  FILLER  PIC X(28) VALUE
016600                        'WRITTEN OFF                 '.
016700         10  FILLER  PIC X(17) VALUE 'ADJHIST 10G22L67L'.
016800         10  FILLER  PIC X(28) VALUE
016900                        'NET ADJUSTMENTNEW INV AMOUNT'.
017000         10  FILLER  PIC X(17) VALUE 'INVHIST 16G41U00 '.
017100         10  FILLER  PIC X(28) VALUE
017200                        'INVOICE AMOUNT              '.
017300     05  LAYOUT-ENTRY  REDEFINES  LAYOUT-TABLE-VALUES
017400                 OCCURS 11 TIMES
017500                 INDEXED BY LAYOUT-INDEX.
017600         10  LT-DATASET-NAME        PIC X(8).
017700         10  LT-CUST-COL            PIC 9(2).
017800         10  LT-SHIFT-TYPE          PIC X(1).
017900             88  LT-SHIFT-GENERAL       VALUE 'G'.
018000             88  LT-SHIFT-INVOICE       VALUE 'A'.
018100             88  LT-SHIFT-WRITEOFF      VALUE 'W'.
018200         10  LT-AMOUNT-DEF OCCURS 2 TIMES.
018300             15  LT-AMT-COL         PIC 9(2).
018400             15  LT-AMT-TYPE        PIC X(1).
018500         10  LT-AMOUNT-NAME OCCURS 2 TIMES
018600                                    PIC X(14).
018700
018800* THE LAYOUT SELECTED BY THE PARM CARD
018900 01  WS-LAYOUT-FIELDS.
019000     05  WS-CUST-COL       PIC S9(4) COMP VALUE ZERO.
019100     05  WS-TAIL-COL       PIC S9(4) COMP VALUE ZERO.
019200     05  WS-TAIL-LEN       PIC S9(4) COMP VALUE ZERO.
019300     05  WS-AMT-SUB        PIC S9(4) COMP VALUE ZERO.
019400     05  WS-AMT-COL        PIC S9(4) COMP VALUE ZERO.
019500     05  WS-AMT-TYPE       PIC X(1)       VALUE SPACES.
019600
019700 01  WS-RECORD-WORK.
019800     05  WS-OLD-RECORD     PIC X(80)      VALUE SPACES.
019900     05  WS-NEW-RECORD     PIC X(80)      VALUE SPACES.
020000     05  WS-AMT-RECORD     PIC X(80)      VALUE SPACES.
020100     05  WS-DROPPED-BYTES  PIC X(3)       VALUE SPACES.
020200     05  WS-OLD-CUST-NO    PIC X(2)       VALUE SPACES.
020300     05  WS-OLD-CUST-NO-N  REDEFINES  WS-OLD-CUST-NO
020400                           PIC 9(2).
020500     05  WS-NEW-CUST-NO    PIC 9(5)       VALUE ZERO.
020600     05  WS-NEW-CUST-NO-X  REDEFINES  WS-NEW-CUST-NO
020700                           PIC X(5).
020800
020900* ONE MONEY FIELD, VIEWED THROUGH THE PICTURE THE LAYOUT USES
021000 01  WS-AMOUNT-WORK.
021100     05  WS-AMT-VALUE      PIC S9(9)V99   VALUE ZERO.
021200     05  WS-AMT-ZONED      PIC S9(7)V99   VALUE ZERO.
021300     05  WS-AMT-ZONED-X  REDEFINES  WS-AMT-ZONED
021400                           PIC X(9).
021500     05  WS-AMT-UNSIGNED   PIC 9(7)V99    VALUE ZERO.
021600     05  WS-AMT-UNSIGNED-X  REDEFINES  WS-AMT-UNSIGNED
021700                           PIC X(9).
021800     05  WS-AMT-LEADING    PIC S9(7)V99
021900                           SIGN LEADING SEPARATE VALUE ZERO.
022000     05  WS-AMT-LEADING-X  REDEFINES  WS-AMT-LEADING
022100                           PIC X(10).
022200     05  WS-AMT-EXTENDED   PIC 9(9)V99    VALUE ZERO.
022300     05  WS-AMT-EXTENDED-X  REDEFINES  WS-AMT-EXTENDED
022400                           PIC X(11).
022500
022600 01  WS-ACCUMULATORS.
022700     05  WS-REC-READ-CTR   PIC 9(7)       VALUE ZERO.
022800     05  WS-REC-WRTN-CTR   PIC 9(7)       VALUE ZERO.
022900     05  WS-BLANK-CUST-CTR PIC 9(7)       VALUE ZERO.
023000     05  WS-BAD-CUST-CTR   PIC 9(7)       VALUE ZERO.
023100     05  WS-LOST-DATA-CTR  PIC 9(7)       VALUE ZERO.
023200     05  WS-MISMATCH-CTR   PIC 9(3)       VALUE ZERO.
023300     05  WS-AMOUNT-TOTALS OCCURS 2 TIMES.
023400         10  WS-OLD-AMT-TL         PIC S9(11)V99  VALUE ZERO.
023500         10  WS-NEW-AMT-TL         PIC S9(11)V99  VALUE ZERO.
023600         10  WS-OLD-BAD-AMT-CTR    PIC 9(7)       VALUE ZERO.
023700         10  WS-NEW-BAD-AMT-CTR    PIC 9(7)       VALUE ZERO.
023800
023900* SHARED ABEND-DIAGNOSTICS AREA PASSED TO ABENDRTN ON FATAL
024000* ERRORS.
024100 COPY ABENDWS.
024200
024300 01  HL-REPORT-HDR.
024400     05  FILLER            PIC X(1)   VALUE SPACES.
024500     05  FILLER            PIC X(44)  VALUE
024600            'RECEIVABLES CUSTOMER NUMBER CONVERSION      '.
024700     05  FILLER            PIC X(9)   VALUE 'DATASET  '.
024800     05  HDR-DATASET-NAME  PIC X(8).
024900     05  FILLER            PIC X(8)   VALUE '  RUN   '.
025000     05  HDR-RUN-DATE      PIC 9(8).
025100     05  FILLER            PIC X(55)  VALUE SPACES.
025200
025300 01  HL-REPORT-COLS.
025400     05  FILLER            PIC X(1)   VALUE SPACES.
025500     05  FILLER            PIC X(44)  VALUE
025600            '                                  OLD LAYOUT'.
025700     05  FILLER            PIC X(44)  VALUE
025800            '          NEW LAYOUT   RESULT               '.
025900     05  FILLER            PIC X(44)  VALUE SPACES.
026000
026100 01  DL-COUNT-LINE.
026200     05  FILLER            PIC X(1)   VALUE SPACES.
026300     05  CL-LIT            PIC X(30).
026400     05  FILLER            PIC X(5)   VALUE SPACES.
026500     05  CL-OLD-COUNT      PIC ZZZ,ZZZ,ZZ9.
026600     05  FILLER            PIC X(9)   VALUE SPACES.
026700     05  CL-NEW-COUNT      PIC ZZZ,ZZZ,ZZ9.
026800     05  FILLER            PIC X(4)   VALUE SPACES.
026900     05  CL-RESULT         PIC X(14).
027000     05  FILLER            PIC X(48)  VALUE SPACES.
027100
027200 01  DL-AMOUNT-LINE.
027300     05  FILLER            PIC X(1)   VALUE SPACES.
027400     05  AL-LIT            PIC X(30).
027500     05  AL-OLD-AMOUNT     PIC Z,ZZZ,ZZZ,ZZ9.99-.
027600     05  FILLER            PIC X(3)   VALUE SPACES.
027700     05  AL-NEW-AMOUNT     PIC Z,ZZZ,ZZZ,ZZ9.99-.
027800     05  FILLER            PIC X(3)   VALUE SPACES.
027900     05  AL-RESULT         PIC X(14).
028000     05  FILLER            PIC X(44)  VALUE SPACES.
028100
028200 01  HL-EXCEPTION-HDR.
028300     05  FILLER            PIC X(1)   VALUE SPACES.
028400     05  FILLER            PIC X(44)  VALUE
028500            'RECORD #  EXCEPTION                     OLD '.
028600     05  FILLER            PIC X(44)  VALUE
028700            'RECORD                                      '.
028800     05  FILLER            PIC X(44)  VALUE SPACES.
028900
029000 01  DL-EXCEPTION-LINE.
029100     05  FILLER            PIC X(1)   VALUE SPACES.
029200     05  EL-RECORD-NO      PIC ZZZZZZ9.
029300     05  FILLER            PIC X(2)   VALUE SPACES.
029400     05  EL-REASON         PIC X(30).
029500     05  FILLER            PIC X(2)   VALUE SPACES.
029600     05  EL-OLD-RECORD     PIC X(80).
029700     05  FILLER            PIC X(11)  VALUE SPACES.
029800
029900 01  DISPLAY-LINE.
030000     05  DISP-MESSAGE     PIC X(45).
030100     05  DISP-VALUE       PIC ZZZZZZ9.
030200
030300 PROCEDURE DIVISION.
030400
030500 000-MAINLINE SECTION.
030600
030700     DISPLAY '****     ARCUSTCV RUNNING    ****'.
030800     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-YYYYMMDD.
030900     PERFORM 100-READ-PARM-CARD THRU 100-READ-PARM-CARD-EXIT.
031000     IF NOT LAYOUT-FOUND
031100        MOVE 12 TO RETURN-CODE
031200        GOBACK.
031300     OPEN INPUT  CONVERT-INPUT-FILE
031400          OUTPUT CONVERT-OUTPUT-FILE
031500                 CONVERT-REPORT.
031600     MOVE LT-DATASET-NAME (LAYOUT-INDEX) TO HDR-DATASET-NAME.
031700     MOVE WS-TODAY-YYYYMMDD TO HDR-RUN-DATE.
031800     WRITE CONVERT-REPORT-LINE FROM HL-REPORT-HDR
031900         AFTER ADVANCING PAGE.
032000     WRITE CONVERT-REPORT-LINE FROM HL-EXCEPTION-HDR
032100         AFTER ADVANCING 2.
032200     PERFORM 800-READ-INPUT-FILE THRU 800-READ-INPUT-FILE-EXIT.
032300     PERFORM 200-CONVERT-RECORD THRU 200-CONVERT-RECORD-EXIT
032400         UNTIL EOF-INPUT.
032500     PERFORM 500-WRITE-PROOF THRU 500-WRITE-PROOF-EXIT.
032600     CLOSE CONVERT-INPUT-FILE
032700           CONVERT-OUTPUT-FILE
032800           CONVERT-REPORT.
032900     PERFORM 550-DISPLAY-PROG-DIAG THRU
033000                  550-DISPLAY-PROG-DIAG-EXIT.
033100     IF WS-MISMATCH-CTR IS GREATER THAN ZERO OR
033200        WS-LOST-DATA-CTR IS GREATER THAN ZERO
033300        MOVE 16 TO RETURN-CODE
033400        PERFORM 565-WRITE-CONTROL-TOTALS THRU
033500                     565-WRITE-CONTROL-TOTALS-EXIT
033600        MOVE 'ARCUSTCV' TO AD-PROGRAM-ID
033700        MOVE '000-MAINLINE' TO AD-PARA-NAME
033800        MOVE 'CONVERTED DATASET DOES NOT PROVE TO OLD' TO
033900             AD-ABEND-REASON
034000        MOVE SPACES TO AD-FILE-STATUS-1, AD-FILE-STATUS-2
034100        MOVE WS-REC-READ-CTR TO AD-RECORDS-READ
034200        MOVE WS-REC-WRTN-CTR TO AD-RECORDS-WRITTEN
034300        MOVE LT-DATASET-NAME (LAYOUT-INDEX) TO
034400             AD-CHECKPOINT-POS
034500        CALL 'ABENDRTN' USING ABEND-DIAG-AREA
034600        MOVE 16 TO RETURN-CODE
034700        GOBACK.
034800     IF WS-BAD-CUST-CTR IS GREATER THAN ZERO
034900        MOVE 4 TO RETURN-CODE
035000     ELSE
035100        MOVE ZERO TO RETURN-CODE.
035200     PERFORM 565-WRITE-CONTROL-TOTALS THRU
035300                  565-WRITE-CONTROL-TOTALS-EXIT.
035400     GOBACK.
035500
035600* THE PARM CARD NAMES THE LAYOUT.  NOTHING IS OPENED UNTIL
035700* IT IS KNOWN.
035800 100-READ-PARM-CARD.
035900
036000     OPEN INPUT PARM-CARD-FILE.
036100     IF WS-CONVPARM-STATUS IS NOT EQUAL TO '00'
036200        DISPLAY '** ERROR **  CONVPARM NOT AVAILABLE - STATUS '
036300                WS-CONVPARM-STATUS
036400        GO TO 100-READ-PARM-CARD-EXIT.
036500     READ PARM-CARD-FILE
036600         AT END  DISPLAY '** ERROR **  CONVPARM IS EMPTY'
036700                 CLOSE PARM-CARD-FILE
036800                 GO TO 100-READ-PARM-CARD-EXIT.
036900     CLOSE PARM-CARD-FILE.
037000     SET LAYOUT-INDEX TO 1.
037100     SEARCH LAYOUT-ENTRY
037200         AT END
037300            DISPLAY '** ERROR **  UNKNOWN DATASET NAME ON '
037400                    'CONVPARM: ' PARM-DATASET-NAME
037500         WHEN LT-DATASET-NAME (LAYOUT-INDEX) IS EQUAL TO
037600              PARM-DATASET-NAME
037700            MOVE 'YES' TO WS-LAYOUT-FOUND-SW.
037800     IF NOT LAYOUT-FOUND
037900        GO TO 100-READ-PARM-CARD-EXIT.
038000* THE TAIL IS WHAT FOLLOWS THE CUSTOMER NUMBER UP TO THE 3
038100* FILLER BYTES GIVEN UP AT THE END OF THE RECORD.
038200     MOVE LT-CUST-COL (LAYOUT-INDEX) TO WS-CUST-COL.
038300     COMPUTE WS-TAIL-COL = WS-CUST-COL + 2.
038400     COMPUTE WS-TAIL-LEN = 76 - WS-CUST-COL.
038500     DISPLAY 'CONVERTING DATASET LAYOUT ' PARM-DATASET-NAME.
038600
038700 100-READ-PARM-CARD-EXIT.
038800     EXIT.
038900
039000 200-CONVERT-RECORD.
039100
039200     MOVE CONVERT-INPUT-RECORD TO WS-OLD-RECORD.
039300     MOVE SPACES TO WS-NEW-RECORD.
039400     MOVE WS-OLD-RECORD (WS-CUST-COL:2) TO WS-OLD-CUST-NO.
039500     IF WS-OLD-CUST-NO IS EQUAL TO SPACES
039600        ADD 1 TO WS-BLANK-CUST-CTR
039700        MOVE SPACES TO WS-NEW-CUST-NO-X
039800        GO TO 200-SHIFT-RECORD.
039900     IF WS-OLD-CUST-NO IS NOT NUMERIC
040000        ADD 1 TO WS-BAD-CUST-CTR
040100        MOVE 'CUSTOMER NUMBER NOT NUMERIC   ' TO EL-REASON
040200        PERFORM 300-WRITE-EXCEPTION THRU
040300                     300-WRITE-EXCEPTION-EXIT
040400        MOVE '000' TO WS-NEW-CUST-NO-X (1:3)
040500        MOVE WS-OLD-CUST-NO TO WS-NEW-CUST-NO-X (4:2)
040600        GO TO 200-SHIFT-RECORD.
040700     MOVE WS-OLD-CUST-NO-N TO WS-NEW-CUST-NO.
040800
040900 200-SHIFT-RECORD.
041000     IF WS-CUST-COL IS GREATER THAN 1
041100        MOVE WS-OLD-RECORD (1:WS-CUST-COL - 1) TO
041200             WS-NEW-RECORD (1:WS-CUST-COL - 1).
041300     MOVE WS-NEW-CUST-NO-X TO WS-NEW-RECORD (WS-CUST-COL:5).
041400     IF LT-SHIFT-INVOICE (LAYOUT-INDEX)
041500        MOVE WS-OLD-RECORD (3:55) TO WS-NEW-RECORD (6:55)
041600        MOVE WS-OLD-RECORD (61:20) TO WS-NEW-RECORD (61:20)
041700        MOVE WS-OLD-RECORD (58:3) TO WS-DROPPED-BYTES
041800        GO TO 200-CHECK-DROPPED.
041900     IF LT-SHIFT-WRITEOFF (LAYOUT-INDEX)
042000        MOVE WS-OLD-RECORD (12:35) TO WS-NEW-RECORD (15:35)
042100        MOVE WS-OLD-RECORD (48:8) TO WS-NEW-RECORD (50:8)
042200        MOVE WS-OLD-RECORD (57:23) TO WS-NEW-RECORD (58:23)
042300        MOVE WS-OLD-RECORD (47:1) TO WS-DROPPED-BYTES (1:1)
042400        MOVE WS-OLD-RECORD (56:1) TO WS-DROPPED-BYTES (2:1)
042500        MOVE WS-OLD-RECORD (80:1) TO WS-DROPPED-BYTES (3:1)
042600        GO TO 200-CHECK-DROPPED.
042700     MOVE WS-OLD-RECORD (WS-TAIL-COL:WS-TAIL-LEN) TO
042800          WS-NEW-RECORD (WS-CUST-COL + 5:WS-TAIL-LEN).
042900     MOVE WS-OLD-RECORD (78:3) TO WS-DROPPED-BYTES.
043000
043100 200-CHECK-DROPPED.
043200     IF WS-DROPPED-BYTES IS NOT EQUAL TO SPACES
043300        ADD 1 TO WS-LOST-DATA-CTR
043400        MOVE 'DATA IN FILLER GIVEN UP       ' TO EL-REASON
043500        PERFORM 300-WRITE-EXCEPTION THRU
043600                     300-WRITE-EXCEPTION-EXIT.
043700     PERFORM 400-PROVE-AMOUNTS THRU 400-PROVE-AMOUNTS-EXIT
043800         VARYING WS-AMT-SUB FROM 1 BY 1
043900         UNTIL WS-AMT-SUB IS GREATER THAN 2.
044000     WRITE CONVERT-OUTPUT-RECORD FROM WS-NEW-RECORD.
044100     ADD 1 TO WS-REC-WRTN-CTR.
044200     PERFORM 800-READ-INPUT-FILE THRU 800-READ-INPUT-FILE-EXIT.
044300
044400 200-CONVERT-RECORD-EXIT.
044500     EXIT.
044600
044700 300-WRITE-EXCEPTION.
044800
044900     MOVE WS-REC-READ-CTR TO EL-RECORD-NO.
045000     MOVE WS-OLD-RECORD TO EL-OLD-RECORD.
045100     WRITE CONVERT-REPORT-LINE FROM DL-EXCEPTION-LINE
045200         AFTER ADVANCING 1.
045300
045400 300-WRITE-EXCEPTION-EXIT.
045500     EXIT.
045600
045700* EVERY MONEY FIELD IN THE LAYOUT SITS AFTER THE CUSTOMER
045800* NUMBER, SO IT IS READ AT ITS OLD COLUMN IN THE OLD RECORD
045900* AND 3 COLUMNS FURTHER RIGHT IN THE NEW ONE.
046000 400-PROVE-AMOUNTS.
046100
046200     IF LT-AMT-COL (LAYOUT-INDEX, WS-AMT-SUB) IS EQUAL TO ZERO
046300        GO TO 400-PROVE-AMOUNTS-EXIT.
046400     MOVE LT-AMT-TYPE (LAYOUT-INDEX, WS-AMT-SUB) TO WS-AMT-TYPE.
046500     MOVE WS-OLD-RECORD TO WS-AMT-RECORD.
046600     MOVE LT-AMT-COL (LAYOUT-INDEX, WS-AMT-SUB) TO WS-AMT-COL.
046700     PERFORM 410-EXTRACT-AMOUNT THRU 410-EXTRACT-AMOUNT-EXIT.
046800     IF AMOUNT-VALID
046900        ADD WS-AMT-VALUE TO WS-OLD-AMT-TL (WS-AMT-SUB)
047000     ELSE
047100        ADD 1 TO WS-OLD-BAD-AMT-CTR (WS-AMT-SUB).
047200     MOVE WS-NEW-RECORD TO WS-AMT-RECORD.
047300     ADD 3 TO WS-AMT-COL.
047400     PERFORM 410-EXTRACT-AMOUNT THRU 410-EXTRACT-AMOUNT-EXIT.
047500     IF AMOUNT-VALID
047600        ADD WS-AMT-VALUE TO WS-NEW-AMT-TL (WS-AMT-SUB)
047700     ELSE
047800        ADD 1 TO WS-NEW-BAD-AMT-CTR (WS-AMT-SUB).
047900
048000 400-PROVE-AMOUNTS-EXIT.
048100     EXIT.
048200
048300* A BLANK OR UNREADABLE AMOUNT IS COUNTED, NOT ADDED - THE
048400* REPORTS THAT READ THESE FILES SKIP IT THE SAME WAY.
048500 410-EXTRACT-AMOUNT.
048600
048700     MOVE 'NO ' TO WS-AMT-VALID-SW.
048800     MOVE ZERO TO WS-AMT-VALUE.
048900     IF WS-AMT-TYPE IS EQUAL TO 'Z'
049000        MOVE WS-AMT-RECORD (WS-AMT-COL:9) TO WS-AMT-ZONED-X
049100        IF WS-AMT-ZONED IS NUMERIC
049200           MOVE WS-AMT-ZONED TO WS-AMT-VALUE
049300           MOVE 'YES' TO WS-AMT-VALID-SW.
049400     IF WS-AMT-TYPE IS EQUAL TO 'U'
049500        MOVE WS-AMT-RECORD (WS-AMT-COL:9) TO WS-AMT-UNSIGNED-X
049600        IF WS-AMT-UNSIGNED IS NUMERIC
049700           MOVE WS-AMT-UNSIGNED TO WS-AMT-VALUE
049800           MOVE 'YES' TO WS-AMT-VALID-SW.
049900     IF WS-AMT-TYPE IS EQUAL TO 'L'
050000        MOVE WS-AMT-RECORD (WS-AMT-COL:10) TO WS-AMT-LEADING-X
050100        IF WS-AMT-LEADING IS NUMERIC
050200           MOVE WS-AMT-LEADING TO WS-AMT-VALUE
050300           MOVE 'YES' TO WS-AMT-VALID-SW.
050400     IF WS-AMT-TYPE IS EQUAL TO 'E'
050500        MOVE WS-AMT-RECORD (WS-AMT-COL:11) TO WS-AMT-EXTENDED-X
050600        IF WS-AMT-EXTENDED IS NUMERIC
050700           MOVE WS-AMT-EXTENDED TO WS-AMT-VALUE
050800           MOVE 'YES' TO WS-AMT-VALID-SW.
050900
051000 410-EXTRACT-AMOUNT-EXIT.
051100     EXIT.
051200
051300* THE PROOF: OLD AGAINST NEW FOR EVERY COUNT AND AMOUNT.
051400 500-WRITE-PROOF.
051500
051600     WRITE CONVERT-REPORT-LINE FROM HL-REPORT-COLS
051700         AFTER ADVANCING 3.
051800     MOVE SPACES TO CL-RESULT.
051900     MOVE 'RECORDS                       ' TO CL-LIT.
052000     MOVE WS-REC-READ-CTR TO CL-OLD-COUNT.
052100     MOVE WS-REC-WRTN-CTR TO CL-NEW-COUNT.
052200     IF WS-REC-READ-CTR IS EQUAL TO WS-REC-WRTN-CTR
052300        MOVE 'AGREE' TO CL-RESULT
052400     ELSE
052500        MOVE '** MISMATCH **' TO CL-RESULT
052600        ADD 1 TO WS-MISMATCH-CTR.
052700     WRITE CONVERT-REPORT-LINE FROM DL-COUNT-LINE
052800         AFTER ADVANCING 2.
052900     PERFORM 510-WRITE-AMOUNT-PROOF THRU
053000                  510-WRITE-AMOUNT-PROOF-EXIT
053100         VARYING WS-AMT-SUB FROM 1 BY 1
053200         UNTIL WS-AMT-SUB IS GREATER THAN 2.
053300     MOVE SPACES TO CL-RESULT.
053400     MOVE 'BLANK CUSTOMER NUMBERS        ' TO CL-LIT.
053500     MOVE WS-BLANK-CUST-CTR TO CL-OLD-COUNT, CL-NEW-COUNT.
053600     WRITE CONVERT-REPORT-LINE FROM DL-COUNT-LINE
053700         AFTER ADVANCING 2.
053800     MOVE 'NON-NUMERIC CUSTOMER NUMBERS  ' TO CL-LIT.
053900     MOVE WS-BAD-CUST-CTR TO CL-OLD-COUNT, CL-NEW-COUNT.
054000     WRITE CONVERT-REPORT-LINE FROM DL-COUNT-LINE
054100         AFTER ADVANCING 1.
054200     MOVE 'RECORDS WITH DATA IN FILLER   ' TO CL-LIT.
054300     MOVE WS-LOST-DATA-CTR TO CL-OLD-COUNT, CL-NEW-COUNT.
054400     IF WS-LOST-DATA-CTR IS GREATER THAN ZERO
054500        MOVE '** DATA LOST **' TO CL-RESULT.
054600     WRITE CONVERT-REPORT-LINE FROM DL-COUNT-LINE
054700         AFTER ADVANCING 1.
054800
054900 500-WRITE-PROOF-EXIT.
055000     EXIT.
055100
055200 510-WRITE-AMOUNT-PROOF.
055300
055400     IF LT-AMT-COL (LAYOUT-INDEX, WS-AMT-SUB) IS EQUAL TO ZERO
055500        GO TO 510-WRITE-AMOUNT-PROOF-EXIT.
055600     MOVE SPACES TO AL-LIT.
055700     MOVE LT-AMOUNT-NAME (LAYOUT-INDEX, WS-AMT-SUB) TO AL-LIT.
055800     MOVE WS-OLD-AMT-TL (WS-AMT-SUB) TO AL-OLD-AMOUNT.
055900     MOVE WS-NEW-AMT-TL (WS-AMT-SUB) TO AL-NEW-AMOUNT.
056000     IF WS-OLD-AMT-TL (WS-AMT-SUB) IS EQUAL TO
056100        WS-NEW-AMT-TL (WS-AMT-SUB)
056200        MOVE 'AGREE' TO AL-RESULT
056300     ELSE
056400        MOVE '** MISMATCH **' TO AL-RESULT
056500        ADD 1 TO WS-MISMATCH-CTR.
056600     WRITE CONVERT-REPORT-LINE FROM DL-AMOUNT-LINE
056700         AFTER ADVANCING 1.
056800     MOVE SPACES TO CL-RESULT.
056900     MOVE '  AMOUNTS NOT NUMERIC         ' TO CL-LIT.
057000     MOVE WS-OLD-BAD-AMT-CTR (WS-AMT-SUB) TO CL-OLD-COUNT.
057100     MOVE WS-NEW-BAD-AMT-CTR (WS-AMT-SUB) TO CL-NEW-COUNT.
057200     IF WS-OLD-BAD-AMT-CTR (WS-AMT-SUB) IS EQUAL TO
057300        WS-NEW-BAD-AMT-CTR (WS-AMT-SUB)
057400        MOVE 'AGREE' TO CL-RESULT
057500     ELSE
057600        MOVE '** MISMATCH **' TO CL-RESULT
057700        ADD 1 TO WS-MISMATCH-CTR.
057800     WRITE CONVERT-REPORT-LINE FROM DL-COUNT-LINE
057900         AFTER ADVANCING 1.
058000
058100 510-WRITE-AMOUNT-PROOF-EXIT.
058200     EXIT.
058300
058400 550-DISPLAY-PROG-DIAG.
058500
058600     MOVE 'RECORDS READ                                 '  TO
058700          DISP-MESSAGE.
058800     MOVE WS-REC-READ-CTR TO DISP-VALUE.
058900     DISPLAY DISPLAY-LINE.
059000     MOVE 'RECORDS WRITTEN                              '  TO
059100          DISP-MESSAGE.
059200     MOVE WS-REC-WRTN-CTR TO DISP-VALUE.
059300     DISPLAY DISPLAY-LINE.
059400     MOVE 'NON-NUMERIC CUSTOMER NUMBERS                 '  TO
059500          DISP-MESSAGE.
059600     MOVE WS-BAD-CUST-CTR TO DISP-VALUE.
059700     DISPLAY DISPLAY-LINE.
059800     MOVE 'RECORDS WITH DATA IN FILLER GIVEN UP         '  TO
059900          DISP-MESSAGE.
060000     MOVE WS-LOST-DATA-CTR TO DISP-VALUE.
060100     DISPLAY DISPLAY-LINE.
060200     MOVE 'PROOF TOTALS OUT OF AGREEMENT                '  TO
060300          DISP-MESSAGE.
060400     MOVE WS-MISMATCH-CTR TO DISP-VALUE.
060500     DISPLAY DISPLAY-LINE.
060600     DISPLAY '****     ARCUSTCV EOJ        ****'.
060700
060800 550-DISPLAY-PROG-DIAG-EXIT.
060900     EXIT.
061000
061100* EVERY RECORD READ IS WRITTEN - THE CONVERSION DROPS NOTHING.
061200 565-WRITE-CONTROL-TOTALS.
061300
061400     OPEN EXTEND CTLTOTS-FILE.
061500     MOVE 'ARCUSTCV' TO CTL-PROGRAM-ID.
061600     MOVE WS-TODAY-YYYYMMDD TO CTL-RUN-DATE.
061700     MOVE FUNCTION CURRENT-DATE (9:6) TO CTL-RUN-TIME.
061800     MOVE WS-REC-READ-CTR TO CTL-RECORDS-READ.
061900     MOVE WS-REC-WRTN-CTR TO CTL-RECORDS-WRITTEN.
062000     MOVE ZERO            TO CTL-RECORDS-ERROR.
062100     MOVE RETURN-CODE     TO CTL-RETURN-CODE.
062200     MOVE ZERO            TO CTL-ADJ-COUNT.
062300     MOVE ZERO            TO CTL-ADJ-AMOUNT.
062400     WRITE CTL-TOTALS-RECORD.
062500     CLOSE CTLTOTS-FILE.
062600
062700 565-WRITE-CONTROL-TOTALS-EXIT.
062800     EXIT.
062900
063000 800-READ-INPUT-FILE.
063100
063200     READ CONVERT-INPUT-FILE
063300         AT END  MOVE 'YES' TO WS-EOF-INPUT-SW,
063400                 GO TO 800-READ-INPUT-FILE-EXIT.
063500     ADD 1 TO WS-REC-READ-CTR.
063600
063700 800-READ-INPUT-FILE-EXIT.
063800     EXIT.
