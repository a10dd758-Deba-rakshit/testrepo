000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CUSTAMNT.
000300 AUTHOR.        IBM.
000400 DATE-WRITTEN.  10-15-26.
000500
000600******************************************************************
000700*  MAINTENANCE PROGRAM FOR THE CUSTADDR CUSTOMER MAILING ADDRESS *
000800*  FILE USED BY CUSTSTMT, THE CNTRLBRK DUNNING LETTERS AND       *
000900*  INVPRINT.  DRIVEN BY 80-BYTE CARDS ON CUSTAMNC:              *
001000*                                                               *
001100*      COLS  1-8   ACTION    'ADD     ', 'CHANGE  ',            *
001200*                            'MAIL    ', 'NOMAIL  ' OR          *
001300*                            'DELETE  '                         *
001400*      COLS 10-14  CUSTOMER NUMBER (5 DIGITS)                   *
001500*      COLS 16-20  FIELD CODE (ADD/CHANGE):  'ATTN ', 'LINE1',  *
001600*                  'LINE2', 'CITY ', 'STATE', 'ZIP  ', 'PHONE'  *
001700*      COLS 22-61  NEW VALUE FOR THE FIELD                      *
001800*                                                               *
001900*  ADD CREATES THE RECORD (THE CUSTOMER MUST BE ON CUSTREF)     *
002000*  FLAGGED FOR MAIL, AND MAY CARRY ONE FIELD; FURTHER FIELDS    *
002100*  COME ON CHANGE CARDS.  LINE 1, CITY, STATE AND ZIP CANNOT    *
002200*  BE BLANKED; ATTN, LINE 2 AND PHONE ARE CLEARED BY A BLANK    *
002300*  VALUE.  A VALUE LONGER THAN ITS FIELD IS REJECTED, NOT       *
002400*  TRUNCATED.  MAIL/NOMAIL SET THE MAIL FLAG - NO-MAIL          *
002500*  CUSTOMERS ARE LISTED BY THE PRINT PROGRAMS, NOT MAILED.      *
002600*                                                               *
002700*  EVERY CARD AND ITS DISPOSITION IS ECHOED TO SYSOUT.  THE     *
002800*  PROGRAM ENDS WITH RETURN CODE 8 WHEN ANY CARD IS REJECTED.  *
002900******************************************************************
003000
003100 ENVIRONMENT DIVISION.
003200
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.   IBM-390.
003500 OBJECT-COMPUTER.   IBM-390.
003600
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900
004000     SELECT CARD-INPUT-FILE ASSIGN TO UT-S-CUSTAMNC.
004100     SELECT CUSTADDR-FILE ASSIGN TO CUSTADDR
004200        ORGANIZATION IS INDEXED
004300        ACCESS MODE IS RANDOM
004400        RECORD KEY IS CADR-CUST-NO
004500        FILE STATUS IS WS-CUSTADDR-STATUS.
004600     SELECT CUSTREF-FILE ASSIGN TO CUSTREF
004700        ORGANIZATION IS INDEXED
004800        ACCESS MODE IS RANDOM
004900        RECORD KEY IS CREF-CUST-NO
005000        FILE STATUS IS WS-CUSTREF-STATUS.
005100
005200 DATA DIVISION.
005300
005400 FILE SECTION.
005500
005600 FD  CARD-INPUT-FILE
005700     RECORDING MODE IS F
005800     LABEL RECORDS ARE STANDARD
005900     RECORD CONTAINS 80 CHARACTERS
006000     BLOCK CONTAINS 0 RECORDS
006100     DATA RECORD IS CARD-INPUT-RECORD.
006200
006300 01  CARD-INPUT-RECORD                PIC X(80).
006400
006500 FD  CUSTADDR-FILE
006600     RECORD CONTAINS 160 CHARACTERS
006700     DATA RECORD IS CUSTADDR-REC.
006800 COPY CUSTADDR.
006900
007000 FD  CUSTREF-FILE
007100     RECORD CONTAINS 80 CHARACTERS
007200     DATA RECORD IS CUSTREF-REC.
007300 COPY CUSTREF.
007400
007500 WORKING-STORAGE SECTION.
007600
007700 01  PROGRAM-INDICATOR-SWITCHES.
007800     05  WS-EOF-CARDS-SW              PIC X(3)       VALUE 'NO '.
007900         88  EOF-CARDS                               VALUE 'YES'.
008000     05  WS-FIELD-ERROR-SW            PIC X(3)       VALUE 'NO '.
008100         88  FIELD-ERROR                             VALUE 'YES'.
008200
008300 01  WS-STATUS-FIELDS.
008400     05  WS-CUSTADDR-STATUS PIC X(2)      VALUE SPACES.
008500     05  WS-CUSTREF-STATUS  PIC X(2)      VALUE SPACES.
008600
008700 01  WS-RUN-YYYYMMDD       PIC 9(8)       VALUE ZERO.
008800
008900 01  WS-ACCUMULATORS.
009000     05  WS-CARDS-READ-CTR PIC 9(4)       VALUE ZERO.
009100     05  WS-APPLIED-CTR    PIC 9(4)       VALUE ZERO.
009200     05  WS-REJECT-CTR     PIC 9(4)       VALUE ZERO.
009300
009400 01  MAINT-CARD-REC.
009500     05  CARD-ACTION                  PIC X(8).
009600     05  FILLER                       PIC X(1).
009700     05  CARD-CUST-NO                 PIC X(5).
009800     05  CARD-CUST-NO-NUM  REDEFINES  CARD-CUST-NO    PIC 9(5).
009900     05  FILLER                       PIC X(1).
010000     05  CARD-FIELD-CODE              PIC X(5).
010100     05  FILLER                       PIC X(1).
010200     05  CARD-VALUE                   PIC X(40).
010300     05  CARD-ZIP-VALUE    REDEFINES  CARD-VALUE.
010400         10  CARD-ZIP-5               PIC 9(5).
010500         10  FILLER                   PIC X(35).
010600     05  FILLER                       PIC X(19).
010700
010800 01  DISPLAY-LINE.
010900     05  DISP-MESSAGE     PIC X(45).
011000     05  DISP-VALUE       PIC ZZZ9.
011100
011200 PROCEDURE DIVISION.
011300
011400 000-MAINLINE SECTION.
011500
011600     DISPLAY '****     CUSTAMNT RUNNING    ****'.
011700     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-YYYYMMDD.
011800     OPEN INPUT CARD-INPUT-FILE
011900          I-O   CUSTADDR-FILE.
012000     IF WS-CUSTADDR-STATUS IS NOT EQUAL TO '00'
012100        DISPLAY '** ERROR **  CANNOT OPEN CUSTADDR - STATUS '
012200                WS-CUSTADDR-STATUS
012300        MOVE 16 TO RETURN-CODE
012400        CLOSE CARD-INPUT-FILE
012500        GOBACK.
012600     OPEN INPUT CUSTREF-FILE.
012700     IF WS-CUSTREF-STATUS IS NOT EQUAL TO '00'
012800        DISPLAY '** ERROR **  CANNOT OPEN CUSTREF - STATUS '
012900                WS-CUSTREF-STATUS
013000        MOVE 16 TO RETURN-CODE
013100        CLOSE CARD-INPUT-FILE
013200              CUSTADDR-FILE
013300        GOBACK.
013400     PERFORM 800-READ-CARD-FILE THRU 800-READ-CARD-FILE-EXIT.
013500     PERFORM 200-PRSS-MAINT-CARD THRU 200-PRSS-MAINT-CARD-EXIT
013600         UNTIL EOF-CARDS.
013700     CLOSE CARD-INPUT-FILE
013800           CUSTADDR-FILE
013900           CUSTREF-FILE.
014000     PERFORM 550-DISPLAY-PROG-DIAG THRU
014100                  550-DISPLAY-PROG-DIAG-EXIT.
014200     IF WS-REJECT-CTR IS GREATER THAN ZERO
014300        MOVE 8 TO RETURN-CODE
014400     ELSE
014500        MOVE ZERO TO RETURN-CODE.
014600     GOBACK.
014700
014800 200-PRSS-MAINT-CARD.
014900
015000     DISPLAY MAINT-CARD-REC.
015100     IF CARD-CUST-NO-NUM IS NOT NUMERIC
015200        DISPLAY '** ERROR **  CUSTOMER NUMBER NOT NUMERIC'
015300        ADD 1 TO WS-REJECT-CTR
015400        GO TO 200-PRSS-NEXT.
015500     EVALUATE CARD-ACTION
015600         WHEN 'ADD     '
015700             PERFORM 210-ADD-ADDRESS THRU 210-ADD-ADDRESS-EXIT
015800         WHEN 'CHANGE  '
015900             PERFORM 220-CHANGE-ADDRESS THRU
016000                          220-CHANGE-ADDRESS-EXIT
016100         WHEN 'MAIL    '
016200             PERFORM 230-FLAG-ADDRESS THRU
016300                          230-FLAG-ADDRESS-EXIT
016400         WHEN 'NOMAIL  '
016500             PERFORM 230-FLAG-ADDRESS THRU
016600                          230-FLAG-ADDRESS-EXIT
016700         WHEN 'DELETE  '
016800             PERFORM 240-DELETE-ADDRESS THRU
016900                          240-DELETE-ADDRESS-EXIT
017000         WHEN OTHER
017100             DISPLAY '** ERROR **  UNKNOWN ACTION'
017200             ADD 1 TO WS-REJECT-CTR
017300     END-EVALUATE.
017400
017500 200-PRSS-NEXT.
017600     PERFORM 800-READ-CARD-FILE THRU 800-READ-CARD-FILE-EXIT.
017700
017800 200-PRSS-MAINT-CARD-EXIT.
017900     EXIT.
018000
018100 210-ADD-ADDRESS.
018200
018300     MOVE CARD-CUST-NO TO CREF-CUST-NO.
018400     READ CUSTREF-FILE.
018500     IF WS-CUSTREF-STATUS IS NOT EQUAL TO '00'
018600        DISPLAY '** ERROR **  CUSTOMER NOT ON CUSTREF'
018700        ADD 1 TO WS-REJECT-CTR
018800        GO TO 210-ADD-ADDRESS-EXIT.
018900     MOVE SPACES          TO CUSTADDR-REC.
019000     MOVE CARD-CUST-NO    TO CADR-CUST-NO.
019100     MOVE 'M'             TO CADR-MAIL-FLAG.
019200     MOVE WS-RUN-YYYYMMDD TO CADR-LAST-MAINT-DATE.
019300     IF CARD-FIELD-CODE IS NOT EQUAL TO SPACES
019400        PERFORM 250-APPLY-FIELD-VALUE THRU
019500                     250-APPLY-FIELD-VALUE-EXIT
019600        IF FIELD-ERROR
019700           ADD 1 TO WS-REJECT-CTR
019800           GO TO 210-ADD-ADDRESS-EXIT.
019900     WRITE CUSTADDR-REC.
020000     IF WS-CUSTADDR-STATUS IS EQUAL TO '00'
020100        ADD 1 TO WS-APPLIED-CTR
020200     ELSE
020300        IF WS-CUSTADDR-STATUS IS EQUAL TO '22'
020400           DISPLAY '** ERROR **  ADDRESS ALREADY ON FILE'
020500           ADD 1 TO WS-REJECT-CTR
020600        ELSE
020700           DISPLAY '** ERROR **  WRITE FAILED - STATUS '
020800                   WS-CUSTADDR-STATUS
020900           ADD 1 TO WS-REJECT-CTR.
021000
021100 210-ADD-ADDRESS-EXIT.
021200     EXIT.
021300
021400 220-CHANGE-ADDRESS.
021500
021600     MOVE CARD-CUST-NO TO CADR-CUST-NO.
021700     READ CUSTADDR-FILE.
021800     IF WS-CUSTADDR-STATUS IS NOT EQUAL TO '00'
021900        DISPLAY '** ERROR **  ADDRESS NOT ON FILE'
022000        ADD 1 TO WS-REJECT-CTR
022100        GO TO 220-CHANGE-ADDRESS-EXIT.
022200     PERFORM 250-APPLY-FIELD-VALUE THRU
022300                  250-APPLY-FIELD-VALUE-EXIT.
022400     IF FIELD-ERROR
022500        ADD 1 TO WS-REJECT-CTR
022600        GO TO 220-CHANGE-ADDRESS-EXIT.
022700     MOVE WS-RUN-YYYYMMDD TO CADR-LAST-MAINT-DATE.
022800     REWRITE CUSTADDR-REC.
022900     IF WS-CUSTADDR-STATUS IS EQUAL TO '00'
023000        ADD 1 TO WS-APPLIED-CTR
023100     ELSE
023200        DISPLAY '** ERROR **  REWRITE FAILED - STATUS '
023300                WS-CUSTADDR-STATUS
023400        ADD 1 TO WS-REJECT-CTR.
023500
023600 220-CHANGE-ADDRESS-EXIT.
023700     EXIT.
023800
023900 230-FLAG-ADDRESS.
024000
024100     MOVE CARD-CUST-NO TO CADR-CUST-NO.
024200     READ CUSTADDR-FILE.
024300     IF WS-CUSTADDR-STATUS IS NOT EQUAL TO '00'
024400        DISPLAY '** ERROR **  ADDRESS NOT ON FILE'
024500        ADD 1 TO WS-REJECT-CTR
024600        GO TO 230-FLAG-ADDRESS-EXIT.
024700     IF CARD-ACTION IS EQUAL TO 'NOMAIL  '
024800        MOVE 'N' TO CADR-MAIL-FLAG
024900     ELSE
025000        MOVE 'M' TO CADR-MAIL-FLAG.
025100     MOVE WS-RUN-YYYYMMDD TO CADR-LAST-MAINT-DATE.
025200     REWRITE CUSTADDR-REC.
025300     IF WS-CUSTADDR-STATUS IS EQUAL TO '00'
025400        ADD 1 TO WS-APPLIED-CTR
025500     ELSE
025600        DISPLAY '** ERROR **  REWRITE FAILED - STATUS '
025700                WS-CUSTADDR-STATUS
025800        ADD 1 TO WS-REJECT-CTR.
025900
026000 230-FLAG-ADDRESS-EXIT.
026100     EXIT.
026200
026300 240-DELETE-ADDRESS.
026400
026500     MOVE CARD-CUST-NO TO CADR-CUST-NO.
026600     DELETE CUSTADDR-FILE RECORD.
026700     IF WS-CUSTADDR-STATUS IS EQUAL TO '00'
026800        ADD 1 TO WS-APPLIED-CTR
026900     ELSE
027000        IF WS-CUSTADDR-STATUS IS EQUAL TO '23'
027100           DISPLAY '** ERROR **  ADDRESS NOT ON FILE'
027200           ADD 1 TO WS-REJECT-CTR
027300        ELSE
027400           DISPLAY '** ERROR **  DELETE FAILED - STATUS '
027500                   WS-CUSTADDR-STATUS
027600           ADD 1 TO WS-REJECT-CTR.
027700
027800 240-DELETE-ADDRESS-EXIT.
027900     EXIT.
028000
028100* MOVES THE CARD VALUE INTO THE FIELD NAMED BY THE FIELD CODE.
028200* THE RECORD IS ONLY CHANGED WHEN THE VALUE PASSES ITS EDITS.
028300 250-APPLY-FIELD-VALUE.
028400
028500     MOVE 'NO ' TO WS-FIELD-ERROR-SW.
028600     EVALUATE CARD-FIELD-CODE
028700         WHEN 'ATTN '
028800         WHEN 'LINE1'
028900         WHEN 'LINE2'
029000             IF CARD-VALUE (31:10) IS NOT EQUAL TO SPACES
029100                MOVE 'YES' TO WS-FIELD-ERROR-SW
029200             END-IF
029300         WHEN 'CITY '
029400             IF CARD-VALUE (21:20) IS NOT EQUAL TO SPACES
029500                MOVE 'YES' TO WS-FIELD-ERROR-SW
029600             END-IF
029700         WHEN 'STATE'
029800             IF CARD-VALUE (3:38) IS NOT EQUAL TO SPACES
029900                MOVE 'YES' TO WS-FIELD-ERROR-SW
030000             END-IF
030100         WHEN 'ZIP  '
030200             IF CARD-VALUE (11:30) IS NOT EQUAL TO SPACES
030300                MOVE 'YES' TO WS-FIELD-ERROR-SW
030400             END-IF
030500         WHEN 'PHONE'
030600             IF CARD-VALUE (13:28) IS NOT EQUAL TO SPACES
030700                MOVE 'YES' TO WS-FIELD-ERROR-SW
030800             END-IF
030900         WHEN OTHER
031000             DISPLAY '** ERROR **  UNKNOWN FIELD CODE'
031100             MOVE 'YES' TO WS-FIELD-ERROR-SW
031200             GO TO 250-APPLY-FIELD-VALUE-EXIT
031300     END-EVALUATE.
031400     IF FIELD-ERROR
031500        DISPLAY '** ERROR **  VALUE TOO LONG FOR FIELD'
031600        GO TO 250-APPLY-FIELD-VALUE-EXIT.
031700     IF CARD-VALUE IS EQUAL TO SPACES AND
031800        (CARD-FIELD-CODE IS EQUAL TO 'LINE1' OR
031900         CARD-FIELD-CODE IS EQUAL TO 'CITY ' OR
032000         CARD-FIELD-CODE IS EQUAL TO 'STATE' OR
032100         CARD-FIELD-CODE IS EQUAL TO 'ZIP  ')
032200        DISPLAY '** ERROR **  FIELD CANNOT BE BLANKED'
032300        MOVE 'YES' TO WS-FIELD-ERROR-SW
032400        GO TO 250-APPLY-FIELD-VALUE-EXIT.
032500     IF CARD-FIELD-CODE IS EQUAL TO 'STATE' AND
032600        CARD-VALUE (1:2) IS NOT ALPHABETIC
032700        DISPLAY '** ERROR **  STATE MUST BE TWO LETTERS'
032800        MOVE 'YES' TO WS-FIELD-ERROR-SW
032900        GO TO 250-APPLY-FIELD-VALUE-EXIT.
033000     IF CARD-FIELD-CODE IS EQUAL TO 'ZIP  ' AND
033100        CARD-ZIP-5 IS NOT NUMERIC
033200        DISPLAY '** ERROR **  ZIP MUST START WITH 5 DIGITS'
033300        MOVE 'YES' TO WS-FIELD-ERROR-SW
033400        GO TO 250-APPLY-FIELD-VALUE-EXIT.
033500     EVALUATE CARD-FIELD-CODE
033600         WHEN 'ATTN '
033700             MOVE CARD-VALUE TO CADR-ATTENTION
033800         WHEN 'LINE1'
033900             MOVE CARD-VALUE TO CADR-ADDR-LINE1
034000         WHEN 'LINE2'
034100             MOVE CARD-VALUE TO CADR-ADDR-LINE2
034200         WHEN 'CITY '
034300             MOVE CARD-VALUE TO CADR-CITY
034400         WHEN 'STATE'
034500             MOVE CARD-VALUE TO CADR-STATE
034600         WHEN 'ZIP  '
034700             MOVE CARD-VALUE TO CADR-ZIP
034800         WHEN 'PHONE'
034900             MOVE CARD-VALUE TO CADR-PHONE
035000     END-EVALUATE.
035100
035200 250-APPLY-FIELD-VALUE-EXIT.
035300     EXIT.
035400
035500 550-DISPLAY-PROG-DIAG.
035600
035700     MOVE 'CUSTADDR MAINTENANCE CARDS READ              '  TO
035800          DISP-MESSAGE.
035900     MOVE WS-CARDS-READ-CTR TO DISP-VALUE.
036000     DISPLAY DISPLAY-LINE.
036100     MOVE 'CUSTADDR MAINTENANCE CARDS APPLIED           '  TO
036200          DISP-MESSAGE.
036300     MOVE WS-APPLIED-CTR TO DISP-VALUE.
036400     DISPLAY DISPLAY-LINE.
036500     MOVE 'CUSTADDR MAINTENANCE CARDS REJECTED          '  TO
036600          DISP-MESSAGE.
036700     MOVE WS-REJECT-CTR TO DISP-VALUE.
036800     DISPLAY DISPLAY-LINE.
036900     DISPLAY '****     CUSTAMNT EOJ        ****'.
037000
037100 550-DISPLAY-PROG-DIAG-EXIT.
037200     EXIT.
037300
037400 800-READ-CARD-FILE.
037500
037600     READ CARD-INPUT-FILE INTO MAINT-CARD-REC
037700         AT END  MOVE 'YES' TO WS-EOF-CARDS-SW,
037800                 GO TO 800-READ-CARD-FILE-EXIT.
037900     ADD 1 TO WS-CARDS-READ-CTR.
038000
038100 800-READ-CARD-FILE-EXIT.
038200     EXIT.
