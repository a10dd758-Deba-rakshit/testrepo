000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    WARDRMNT.
000300 AUTHOR.        IBM.
000400 DATE-WRITTEN.  10-15-26.
000500
000600******************************************************************
000700*  MAINTAINS THE WARD BASE ROOM RATE (BASE_ROOM_CHARGE IN        *
000800*  DDS0001.WARD_DATA) THAT SANDBOX PRINTS AT EACH WARD BREAK     *
000900*  AND CHECKS EVERY DAILY ROOM CHARGE AGAINST.  RATE CHANGES     *
001000*  ARE NO LONGER KEYED STRAIGHT INTO WARD_DATA: THEY ARE HELD    *
001100*  IN DDS0001.WARD_RATE_PENDING UNTIL THEIR EFFECTIVE BUSINESS   *
001200*  DATE, AND EVERY CHANGE APPLIED IS LOGGED WITH THE OLD RATE    *
001300*  IN DDS0001.WARD_RATE_HIST.  RUN AHEAD OF SANDBOX WITH THE     *
001400*  SAME BUSDATE CARD, ONE CARD PER CHANGE ON WRATEC:             *
001500*                                                                *
001600*      COL   1     ACTION  A = SCHEDULE (OR REPLACE) A CHANGE    *
001700*                          D = CANCEL A PENDING CHANGE           *
001800*      COLS  3-6   WARD ID                                       *
001900*      COLS  8-15  EFFECTIVE DATE YYYYMMDD (BLANK = BUSINESS     *
002000*                  DATE, APPLIED IN THIS RUN)                    *
002100*      COLS 17-23  NEW BASE ROOM RATE AS 99999V99 (A ONLY)       *
002200*      COLS 25-32  REQUESTED BY (A ONLY)                         *
002300*      COLS 34-63  REASON FOR THE CHANGE                         *
002400*                                                                *
002500*  THE CARDS ARE POSTED FIRST; THEN EVERY PENDING CHANGE DUE ON  *
002600*  OR BEFORE THE BUSINESS DATE IS APPLIED IN WARD/EFFECTIVE      *
002700*  DATE ORDER, SO A CHANGE MISSED ON A NON-RUN DAY STILL LANDS   *
002800*  AND THE LATEST ONE WINS.  THE CHANGE REPORT (WRATERPT) LISTS  *
002900*  EACH REQUEST AND EACH CHANGE APPLIED WITH THE OLD RATE, THE   *
003000*  NEW RATE AND WHO REQUESTED IT.  RETURN CODE 8 WHEN ANY CARD   *
003100*  IS REJECTED, 16 ON A DB2 ERROR (ALL WORK IS ROLLED BACK).     *
003200******************************************************************
003300
003400 ENVIRONMENT DIVISION.
003500
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER.   IBM-390.
003800 OBJECT-COMPUTER.   IBM-390.
003900
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200
004300     SELECT CARD-INPUT-FILE ASSIGN TO UT-S-WRATEC.
004400     SELECT BUSDATE-FILE ASSIGN TO UT-S-BUSDATE
004500        FILE STATUS IS WS-BUSDATE-STATUS.
004600     SELECT CHANGE-RPT-FILE ASSIGN TO UT-S-WRATERPT.
004700
004800 DATA DIVISION.
004900
005000 FILE SECTION.
005100
005200 FD  CARD-INPUT-FILE
005300     RECORDING MODE IS F
005400     LABEL RECORDS ARE STANDARD
005500     RECORD CONTAINS 80 CHARACTERS
005600     BLOCK CONTAINS 0 RECORDS
005700     DATA RECORD IS CARD-INPUT-RECORD.
005800
005900 01  CARD-INPUT-RECORD                PIC X(80).
006000
006100 FD  BUSDATE-FILE
006200     RECORDING MODE IS F
006300     LABEL RECORDS ARE STANDARD
006400     RECORD CONTAINS 80 CHARACTERS
006500     BLOCK CONTAINS 0 RECORDS
006600     DATA RECORD IS BUSDATE-RECORD.
006700
006800 01  BUSDATE-RECORD.
006900     05  BUSDATE-PARM                 PIC 9(8).
007000     05  FILLER                       PIC X(72).
007100
007200 FD  CHANGE-RPT-FILE
007300     RECORDING MODE IS F
007400     LABEL RECORDS ARE STANDARD
007500     RECORD CONTAINS 132 CHARACTERS
007600     BLOCK CONTAINS 0 RECORDS
007700     DATA RECORD IS CHANGE-RPT-RECORD.
007800
007900 01  CHANGE-RPT-RECORD                PIC X(132).
008000
008100 WORKING-STORAGE SECTION.
008200
008300 01  PROGRAM-INDICATOR-SWITCHES.
008400     05  WS-EOF-CARDS-SW              PIC X(3)       VALUE 'NO '.
008500         88  EOF-CARDS                               VALUE 'YES'.
008600     05  WS-EOF-PENDING-SW            PIC X(3)       VALUE 'NO '.
008700         88  EOF-PENDING                             VALUE 'YES'.
008800
008900 01  WS-BUSDATE-STATUS                PIC X(2)       VALUE SPACES.
009000
009100 01  WS-ACCUMULATORS.
009200     05  WS-CARDS-READ-CTR PIC 9(4)       VALUE ZERO.
009300     05  WS-SCHEDULED-CTR  PIC 9(4)       VALUE ZERO.
009400     05  WS-CANCELLED-CTR  PIC 9(4)       VALUE ZERO.
009500     05  WS-REJECT-CTR     PIC 9(4)       VALUE ZERO.
009600     05  WS-APPLIED-CTR    PIC 9(4)       VALUE ZERO.
009700     05  WS-DROPPED-CTR    PIC 9(4)       VALUE ZERO.
009800
009900 01  WS-TODAY-YYYYMMDD                PIC 9(8)       VALUE ZERO.
010000 01  WS-BUSINESS-YYYYMMDD             PIC 9(8)       VALUE ZERO.
010100 01  WS-BUSINESS-DATE  REDEFINES  WS-BUSINESS-YYYYMMDD
010200                                      PIC X(8).
010300 01  WS-REJECT-REASON                 PIC X(30)      VALUE SPACES.
010400 01  WS-SQLCODE-DISP                  PIC -(8)9.
010500
010600 01  WARD-RATE-CARD-REC.
010700     05  CARD-ACTION                  PIC X(1).
010800         88  CARD-SCHEDULE                           VALUE 'A'.
010900         88  CARD-CANCEL                             VALUE 'D'.
011000     05  FILLER                       PIC X(1).
011100     05  CARD-WARD-ID                 PIC X(4).
011200     05  FILLER                       PIC X(1).
011300     05  CARD-EFFECTIVE-DATE          PIC X(8).
011400     05  CARD-EFFECTIVE-NUM  REDEFINES  CARD-EFFECTIVE-DATE
011500                                      PIC 9(8).
011600     05  FILLER                       PIC X(1).
011700     05  CARD-RATE                    PIC 9(5)V99.
011800     05  CARD-RATE-X  REDEFINES  CARD-RATE           PIC X(7).
011900     05  FILLER                       PIC X(1).
012000     05  CARD-REQUESTED-BY            PIC X(8).
012100     05  FILLER                       PIC X(1).
012200     05  CARD-REASON                  PIC X(30).
012300     05  FILLER                       PIC X(17).
012400
012500 01  DISPLAY-LINE.
012600     05  DISP-MESSAGE     PIC X(45).
012700     05  DISP-VALUE       PIC ZZZ9.
012800
012900 01  RPT-HEADING-LINE.
013000     05  FILLER           PIC X(33)  VALUE
013100         'WARD BASE ROOM RATE CHANGES'.
013200     05  FILLER           PIC X(15)  VALUE 'BUSINESS DATE: '.
013300     05  RPT-BUSINESS-DATE            PIC X(8).
013400     05  FILLER           PIC X(76)  VALUE SPACES.
013500
013600 01  RPT-SECTION-LINE.
013700     05  RPT-SECTION-TITLE            PIC X(44).
013800     05  FILLER           PIC X(88)  VALUE SPACES.
013900
014000 01  RPT-COLUMN-LINE.
014100     05  FILLER           PIC X(44)  VALUE
014200         '  A   WARD  EFFECTIVE   OLD RATE    NEW RATE'.
014300     05  FILLER           PIC X(44)  VALUE
014400         '   REQUESTD   REASON                        '.
014500     05  FILLER           PIC X(44)  VALUE
014600         '   RESULT                                   '.
014700
014800 01  RPT-DETAIL-LINE.
014900     05  FILLER           PIC X(2)   VALUE SPACES.
015000     05  RPT-ACTION                   PIC X(1).
015100     05  FILLER           PIC X(3)   VALUE SPACES.
015200     05  RPT-WARD-ID                  PIC X(4).
015300     05  FILLER           PIC X(2)   VALUE SPACES.
015400     05  RPT-EFFECTIVE-DATE           PIC X(8).
015500     05  FILLER           PIC X(3)   VALUE SPACES.
015600     05  RPT-OLD-RATE                 PIC ZZ,ZZ9.99.
015700     05  FILLER           PIC X(3)   VALUE SPACES.
015800     05  RPT-NEW-RATE                 PIC ZZ,ZZ9.99.
015900     05  FILLER           PIC X(3)   VALUE SPACES.
016000     05  RPT-REQUESTED-BY             PIC X(8).
016100     05  FILLER           PIC X(3)   VALUE SPACES.
016200     05  RPT-REASON                   PIC X(30).
016300     05  FILLER           PIC X(3)   VALUE SPACES.
016400     05  RPT-RESULT                   PIC X(30).
016500     05  FILLER           PIC X(11)  VALUE SPACES.
016600
016700 01  RPT-BLANK-LINE                   PIC X(132)     VALUE SPACES.
016800
016900     EXEC SQL INCLUDE SQLCA END-EXEC.
017000
017100****** DB2 TABLE DCLGENS
017200 01  DCLWARD-CODES.
017300     10 WARD-ID                        PIC X(04).
017400     10 BASE-ROOM-CHARGE               PIC S9(5)V99 COMP-3.
017500
017600 01  DCLWARD-RATE-PEND.
017700     10 WARD-ID                        PIC X(04).
017800     10 EFFECTIVE-DATE                 PIC X(08).
017900     10 NEW-ROOM-CHARGE                PIC S9(5)V99 COMP-3.
018000     10 REQUESTED-BY                   PIC X(08).
018100     10 CHANGE-REASON                  PIC X(30).
018200     10 ENTERED-DATE                   PIC X(08).
018300
018400 01  DCLWARD-RATE-HIST.
018500     10 WARD-ID                        PIC X(04).
018600     10 EFFECTIVE-DATE                 PIC X(08).
018700     10 OLD-ROOM-CHARGE                PIC S9(5)V99 COMP-3.
018800     10 NEW-ROOM-CHARGE                PIC S9(5)V99 COMP-3.
018900     10 REQUESTED-BY                   PIC X(08).
019000     10 CHANGE-REASON                  PIC X(30).
019100     10 ENTERED-DATE                   PIC X(08).
019200     10 APPLIED-DATE                   PIC X(08).
019300
019400 PROCEDURE DIVISION.
019500
019600 000-MAINLINE SECTION.
019700
019800     DISPLAY '****     WARDRMNT RUNNING    ****'.
019900     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-YYYYMMDD.
020000     PERFORM 100-GET-BUSINESS-DATE THRU
020100                  100-GET-BUSINESS-DATE-EXIT.
020200     OPEN INPUT  CARD-INPUT-FILE
020300          OUTPUT CHANGE-RPT-FILE.
020400     MOVE WS-BUSINESS-DATE TO RPT-BUSINESS-DATE.
020500     WRITE CHANGE-RPT-RECORD FROM RPT-HEADING-LINE.
020600     WRITE CHANGE-RPT-RECORD FROM RPT-BLANK-LINE.
020700     MOVE 'RATE CHANGE REQUESTS' TO RPT-SECTION-TITLE.
020800     WRITE CHANGE-RPT-RECORD FROM RPT-SECTION-LINE.
020900     WRITE CHANGE-RPT-RECORD FROM RPT-COLUMN-LINE.
021000     PERFORM 800-READ-CARD-FILE THRU 800-READ-CARD-FILE-EXIT.
021100     PERFORM 200-PRSS-RATE-CARD THRU 200-PRSS-RATE-CARD-EXIT
021200         UNTIL EOF-CARDS.
021300     WRITE CHANGE-RPT-RECORD FROM RPT-BLANK-LINE.
021400     MOVE 'RATE CHANGES APPLIED TO WARD_DATA' TO
021500          RPT-SECTION-TITLE.
021600     WRITE CHANGE-RPT-RECORD FROM RPT-SECTION-LINE.
021700     WRITE CHANGE-RPT-RECORD FROM RPT-COLUMN-LINE.
021800     PERFORM 300-APPLY-DUE-CHANGES THRU
021900                  300-APPLY-DUE-CHANGES-EXIT.
022000     EXEC SQL COMMIT WORK END-EXEC.
022100     CLOSE CARD-INPUT-FILE
022200           CHANGE-RPT-FILE.
022300     PERFORM 550-DISPLAY-PROG-DIAG THRU
022400                  550-DISPLAY-PROG-DIAG-EXIT.
022500     IF WS-REJECT-CTR IS GREATER THAN ZERO
022600        MOVE 8 TO RETURN-CODE
022700     ELSE
022800        MOVE ZERO TO RETURN-CODE.
022900     GOBACK.
023000
023100 100-GET-BUSINESS-DATE.
023200
023300     MOVE WS-TODAY-YYYYMMDD TO WS-BUSINESS-YYYYMMDD.
023400     OPEN INPUT BUSDATE-FILE.
023500     IF WS-BUSDATE-STATUS IS NOT EQUAL TO '00'
023600        GO TO 100-GET-BUSINESS-DATE-EXIT.
023700     READ BUSDATE-FILE
023800         AT END  GO TO 100-CLOSE-BUSDATE.
023900     IF BUSDATE-PARM IS NUMERIC AND
024000        BUSDATE-PARM IS NOT EQUAL TO ZERO
024100        MOVE BUSDATE-PARM TO WS-BUSINESS-YYYYMMDD
024200        DISPLAY 'BUSINESS DATE OVERRIDE: ' WS-BUSINESS-YYYYMMDD.
024300
024400 100-CLOSE-BUSDATE.
024500     CLOSE BUSDATE-FILE.
024600
024700 100-GET-BUSINESS-DATE-EXIT.
024800     EXIT.
024900
025000 200-PRSS-RATE-CARD.
025100
025200     DISPLAY WARD-RATE-CARD-REC.
025300     MOVE SPACES TO WS-REJECT-REASON.
025400     MOVE SPACES TO RPT-DETAIL-LINE.
025500     MOVE CARD-ACTION        TO RPT-ACTION.
025600     MOVE CARD-WARD-ID       TO RPT-WARD-ID.
025700     MOVE CARD-REQUESTED-BY  TO RPT-REQUESTED-BY.
025800     MOVE CARD-REASON        TO RPT-REASON.
025900     IF CARD-EFFECTIVE-DATE IS EQUAL TO SPACES
026000        MOVE WS-BUSINESS-DATE TO CARD-EFFECTIVE-DATE.
026100     MOVE CARD-EFFECTIVE-DATE TO RPT-EFFECTIVE-DATE.
026200     IF NOT CARD-SCHEDULE AND NOT CARD-CANCEL
026300        MOVE 'ACTION NOT A OR D' TO WS-REJECT-REASON
026400        GO TO 200-PRSS-REJECT.
026500     IF CARD-WARD-ID IS EQUAL TO SPACES
026600        MOVE 'WARD ID MISSING' TO WS-REJECT-REASON
026700        GO TO 200-PRSS-REJECT.
026800     IF CARD-EFFECTIVE-NUM IS NOT NUMERIC
026900        MOVE 'EFFECTIVE DATE NOT NUMERIC' TO WS-REJECT-REASON
027000        GO TO 200-PRSS-REJECT.
027100     IF CARD-EFFECTIVE-NUM IS LESS THAN WS-BUSINESS-YYYYMMDD
027200        MOVE 'EFFECTIVE DATE ALREADY PAST' TO WS-REJECT-REASON
027300        GO TO 200-PRSS-REJECT.
027400     MOVE CARD-WARD-ID TO WARD-ID IN DCLWARD-CODES.
027500     EXEC SQL
027600       SELECT BASE_ROOM_CHARGE
027700       INTO   :DCLWARD-CODES.BASE-ROOM-CHARGE
027800       FROM   DDS0001.WARD_DATA
027900       WHERE  WARD_ID = :DCLWARD-CODES.WARD-ID
028000     END-EXEC.
028100     IF SQLCODE IS EQUAL TO +100
028200        MOVE 'WARD NOT ON WARD_DATA' TO WS-REJECT-REASON
028300        GO TO 200-PRSS-REJECT.
028400     IF SQLCODE IS LESS THAN ZERO
028500        GO TO 900-DB2-ERROR-RTN.
028600     MOVE BASE-ROOM-CHARGE IN DCLWARD-CODES TO RPT-OLD-RATE.
028700     IF CARD-CANCEL
028800        GO TO 200-PRSS-CANCEL.
028900     IF CARD-RATE IS NOT NUMERIC OR
029000        CARD-RATE IS EQUAL TO ZERO
029100        MOVE 'RATE NOT NUMERIC OR ZERO' TO WS-REJECT-REASON
029200        GO TO 200-PRSS-REJECT.
029300     IF CARD-REQUESTED-BY IS EQUAL TO SPACES
029400        MOVE 'REQUESTED BY MISSING' TO WS-REJECT-REASON
029500        GO TO 200-PRSS-REJECT.
029600     MOVE CARD-RATE TO RPT-NEW-RATE.
029700     MOVE CARD-WARD-ID        TO WARD-ID IN DCLWARD-RATE-PEND.
029800     MOVE CARD-EFFECTIVE-DATE TO EFFECTIVE-DATE
029900                                     IN DCLWARD-RATE-PEND.
030000     MOVE CARD-RATE           TO NEW-ROOM-CHARGE
030100                                     IN DCLWARD-RATE-PEND.
030200     MOVE CARD-REQUESTED-BY   TO REQUESTED-BY
030300                                     IN DCLWARD-RATE-PEND.
030400     MOVE CARD-REASON         TO CHANGE-REASON
030500                                     IN DCLWARD-RATE-PEND.
030600     MOVE WS-BUSINESS-DATE    TO ENTERED-DATE
030700                                     IN DCLWARD-RATE-PEND.
030800     EXEC SQL
030900       INSERT INTO DDS0001.WARD_RATE_PENDING
031000              (WARD_ID, EFFECTIVE_DATE, NEW_ROOM_CHARGE,
031100               REQUESTED_BY, CHANGE_REASON, ENTERED_DATE)
031200       VALUES (:DCLWARD-RATE-PEND.WARD-ID,
031300               :DCLWARD-RATE-PEND.EFFECTIVE-DATE,
031400               :DCLWARD-RATE-PEND.NEW-ROOM-CHARGE,
031500               :DCLWARD-RATE-PEND.REQUESTED-BY,
031600               :DCLWARD-RATE-PEND.CHANGE-REASON,
031700               :DCLWARD-RATE-PEND.ENTERED-DATE)
031800     END-EXEC.
031900     IF SQLCODE IS EQUAL TO ZERO
032000        MOVE 'SCHEDULED' TO RPT-RESULT
032100        ADD 1 TO WS-SCHEDULED-CTR
032200        GO TO 200-PRSS-WRITE.
032300*    A SECOND CARD FOR THE SAME WARD AND DATE REPLACES THE FIRST
032400     IF SQLCODE IS NOT EQUAL TO -803
032500        GO TO 900-DB2-ERROR-RTN.
032600     EXEC SQL
032700       UPDATE DDS0001.WARD_RATE_PENDING
032800       SET    NEW_ROOM_CHARGE =
032900                         :DCLWARD-RATE-PEND.NEW-ROOM-CHARGE,
033000              REQUESTED_BY    = :DCLWARD-RATE-PEND.REQUESTED-BY,
033100              CHANGE_REASON   = :DCLWARD-RATE-PEND.CHANGE-REASON,
033200              ENTERED_DATE    = :DCLWARD-RATE-PEND.ENTERED-DATE
033300       WHERE  WARD_ID        = :DCLWARD-RATE-PEND.WARD-ID
033400       AND    EFFECTIVE_DATE = :DCLWARD-RATE-PEND.EFFECTIVE-DATE
033500     END-EXEC.
033600     IF SQLCODE IS NOT EQUAL TO ZERO
033700        GO TO 900-DB2-ERROR-RTN.
033800     MOVE 'SCHEDULED - REPLACES EARLIER' TO RPT-RESULT.
033900     ADD 1 TO WS-SCHEDULED-CTR.
034000     GO TO 200-PRSS-WRITE.
034100
034200 200-PRSS-CANCEL.
034300     MOVE CARD-WARD-ID        TO WARD-ID IN DCLWARD-RATE-PEND.
034400     MOVE CARD-EFFECTIVE-DATE TO EFFECTIVE-DATE
034500                                     IN DCLWARD-RATE-PEND.
034600     EXEC SQL
034700       SELECT NEW_ROOM_CHARGE
034800       INTO   :DCLWARD-RATE-PEND.NEW-ROOM-CHARGE
034900       FROM   DDS0001.WARD_RATE_PENDING
035000       WHERE  WARD_ID        = :DCLWARD-RATE-PEND.WARD-ID
035100       AND    EFFECTIVE_DATE = :DCLWARD-RATE-PEND.EFFECTIVE-DATE
035200     END-EXEC.
035300     IF SQLCODE IS EQUAL TO +100
035400        MOVE 'NO PENDING CHANGE TO CANCEL' TO WS-REJECT-REASON
035500        GO TO 200-PRSS-REJECT.
035600     IF SQLCODE IS LESS THAN ZERO
035700        GO TO 900-DB2-ERROR-RTN.
035800     EXEC SQL
035900       DELETE FROM DDS0001.WARD_RATE_PENDING
036000       WHERE  WARD_ID        = :DCLWARD-RATE-PEND.WARD-ID
036100       AND    EFFECTIVE_DATE = :DCLWARD-RATE-PEND.EFFECTIVE-DATE
036200     END-EXEC.
036300     IF SQLCODE IS NOT EQUAL TO ZERO
036400        GO TO 900-DB2-ERROR-RTN.
036500     MOVE NEW-ROOM-CHARGE IN DCLWARD-RATE-PEND TO RPT-NEW-RATE.
036600     MOVE 'CANCELLED' TO RPT-RESULT.
036700     ADD 1 TO WS-CANCELLED-CTR.
036800     GO TO 200-PRSS-WRITE.
036900
037000 200-PRSS-REJECT.
037100     DISPLAY '** ERROR **  ' WS-REJECT-REASON.
037200     MOVE WS-REJECT-REASON TO RPT-RESULT.
037300     ADD 1 TO WS-REJECT-CTR.
037400
037500 200-PRSS-WRITE.
037600     WRITE CHANGE-RPT-RECORD FROM RPT-DETAIL-LINE.
037700     PERFORM 800-READ-CARD-FILE THRU 800-READ-CARD-FILE-EXIT.
037800
037900 200-PRSS-RATE-CARD-EXIT.
038000     EXIT.
038100
038200 300-APPLY-DUE-CHANGES.
038300
038400     EXEC SQL
038500       DECLARE DUECSR CURSOR FOR
038600       SELECT WARD_ID, EFFECTIVE_DATE, NEW_ROOM_CHARGE,
038700              REQUESTED_BY, CHANGE_REASON, ENTERED_DATE
038800       FROM   DDS0001.WARD_RATE_PENDING
038900       WHERE  EFFECTIVE_DATE <= :WS-BUSINESS-DATE
039000       ORDER BY WARD_ID, EFFECTIVE_DATE
039100     END-EXEC.
039200     EXEC SQL OPEN DUECSR END-EXEC.
039300     IF SQLCODE IS NOT EQUAL TO ZERO
039400        GO TO 900-DB2-ERROR-RTN.
039500     PERFORM 310-APPLY-ONE-CHANGE THRU 310-APPLY-ONE-CHANGE-EXIT
039600         UNTIL EOF-PENDING.
039700     EXEC SQL CLOSE DUECSR END-EXEC.
039800
039900 300-APPLY-DUE-CHANGES-EXIT.
040000     EXIT.
040100
040200 310-APPLY-ONE-CHANGE.
040300
040400     EXEC SQL
040500       FETCH DUECSR
040600       INTO  :DCLWARD-RATE-PEND.WARD-ID,
040700             :DCLWARD-RATE-PEND.EFFECTIVE-DATE,
040800             :DCLWARD-RATE-PEND.NEW-ROOM-CHARGE,
040900             :DCLWARD-RATE-PEND.REQUESTED-BY,
041000             :DCLWARD-RATE-PEND.CHANGE-REASON,
041100             :DCLWARD-RATE-PEND.ENTERED-DATE
041200     END-EXEC.
041300     IF SQLCODE IS EQUAL TO +100
041400        MOVE 'YES' TO WS-EOF-PENDING-SW
041500        GO TO 310-APPLY-ONE-CHANGE-EXIT.
041600     IF SQLCODE IS NOT EQUAL TO ZERO
041700        GO TO 900-DB2-ERROR-RTN.
041800     MOVE SPACES TO RPT-DETAIL-LINE.
041900     MOVE WARD-ID IN DCLWARD-RATE-PEND TO RPT-WARD-ID.
042000     MOVE EFFECTIVE-DATE IN DCLWARD-RATE-PEND
042100                              TO RPT-EFFECTIVE-DATE.
042200     MOVE NEW-ROOM-CHARGE IN DCLWARD-RATE-PEND TO RPT-NEW-RATE.
042300     MOVE REQUESTED-BY IN DCLWARD-RATE-PEND TO RPT-REQUESTED-BY.
042400     MOVE CHANGE-REASON IN DCLWARD-RATE-PEND TO RPT-REASON.
042500     MOVE WARD-ID IN DCLWARD-RATE-PEND
042600                              TO WARD-ID IN DCLWARD-CODES.
042700     EXEC SQL
042800       SELECT BASE_ROOM_CHARGE
042900       INTO   :DCLWARD-CODES.BASE-ROOM-CHARGE
043000       FROM   DDS0001.WARD_DATA
043100       WHERE  WARD_ID = :DCLWARD-CODES.WARD-ID
043200     END-EXEC.
043300*    A WARD REMOVED SINCE THE CHANGE WAS SCHEDULED - DROP IT
043400     IF SQLCODE IS EQUAL TO +100
043500        MOVE 'DROPPED - WARD NOT ON WARD_DATA' TO RPT-RESULT
043600        ADD 1 TO WS-DROPPED-CTR
043700        GO TO 310-REMOVE-PENDING.
043800     IF SQLCODE IS LESS THAN ZERO
043900        GO TO 900-DB2-ERROR-RTN.
044000     MOVE BASE-ROOM-CHARGE IN DCLWARD-CODES TO RPT-OLD-RATE.
044100     MOVE CORRESPONDING DCLWARD-RATE-PEND TO DCLWARD-RATE-HIST.
044200     MOVE BASE-ROOM-CHARGE IN DCLWARD-CODES
044300                         TO OLD-ROOM-CHARGE IN DCLWARD-RATE-HIST.
044400     MOVE WS-BUSINESS-DATE
044500                         TO APPLIED-DATE IN DCLWARD-RATE-HIST.
044600     MOVE NEW-ROOM-CHARGE IN DCLWARD-RATE-PEND
044700                         TO BASE-ROOM-CHARGE IN DCLWARD-CODES.
044800     EXEC SQL
044900       UPDATE DDS0001.WARD_DATA
045000       SET    BASE_ROOM_CHARGE = :DCLWARD-CODES.BASE-ROOM-CHARGE
045100       WHERE  WARD_ID = :DCLWARD-CODES.WARD-ID
045200     END-EXEC.
045300     IF SQLCODE IS NOT EQUAL TO ZERO
045400        GO TO 900-DB2-ERROR-RTN.
045500     EXEC SQL
045600       INSERT INTO DDS0001.WARD_RATE_HIST
045700              (WARD_ID, EFFECTIVE_DATE, OLD_ROOM_CHARGE,
045800               NEW_ROOM_CHARGE, REQUESTED_BY, CHANGE_REASON,
045900               ENTERED_DATE, APPLIED_DATE)
046000       VALUES (:DCLWARD-RATE-HIST.WARD-ID,
046100               :DCLWARD-RATE-HIST.EFFECTIVE-DATE,
046200               :DCLWARD-RATE-HIST.OLD-ROOM-CHARGE,
046300               :DCLWARD-RATE-HIST.NEW-ROOM-CHARGE,
046400               :DCLWARD-RATE-HIST.REQUESTED-BY,
046500               :DCLWARD-RATE-HIST.CHANGE-REASON,
046600               :DCLWARD-RATE-HIST.ENTERED-DATE,
046700               :DCLWARD-RATE-HIST.APPLIED-DATE)
046800     END-EXEC.
046900     IF SQLCODE IS NOT EQUAL TO ZERO
047000        GO TO 900-DB2-ERROR-RTN.
047100     MOVE 'APPLIED' TO RPT-RESULT.
047200     ADD 1 TO WS-APPLIED-CTR.
047300
047400 310-REMOVE-PENDING.
047500     EXEC SQL
047600       DELETE FROM DDS0001.WARD_RATE_PENDING
047700       WHERE  WARD_ID        = :DCLWARD-RATE-PEND.WARD-ID
047800       AND    EFFECTIVE_DATE = :DCLWARD-RATE-PEND.EFFECTIVE-DATE
047900     END-EXEC.
048000     IF SQLCODE IS NOT EQUAL TO ZERO
048100        GO TO 900-DB2-ERROR-RTN.
048200     WRITE CHANGE-RPT-RECORD FROM RPT-DETAIL-LINE.
048300
048400 310-APPLY-ONE-CHANGE-EXIT.
048500     EXIT.
048600
048700 550-DISPLAY-PROG-DIAG.
048800
048900     MOVE 'RATE CARDS READ                              '  TO
049000          DISP-MESSAGE.
049100     MOVE WS-CARDS-READ-CTR TO DISP-VALUE.
049200     DISPLAY DISPLAY-LINE.
049300     MOVE 'RATE CHANGES SCHEDULED                       '  TO
049400          DISP-MESSAGE.
049500     MOVE WS-SCHEDULED-CTR TO DISP-VALUE.
049600     DISPLAY DISPLAY-LINE.
049700     MOVE 'RATE CHANGES CANCELLED                       '  TO
049800          DISP-MESSAGE.
049900     MOVE WS-CANCELLED-CTR TO DISP-VALUE.
050000     DISPLAY DISPLAY-LINE.
050100     MOVE 'RATE CARDS REJECTED                          '  TO
050200          DISP-MESSAGE.
050300     MOVE WS-REJECT-CTR TO DISP-VALUE.
050400     DISPLAY DISPLAY-LINE.
050500     MOVE 'RATE CHANGES APPLIED TO WARD_DATA            '  TO
050600          DISP-MESSAGE.
050700     MOVE WS-APPLIED-CTR TO DISP-VALUE.
050800     DISPLAY DISPLAY-LINE.
050900     MOVE 'PENDING CHANGES DROPPED - WARD GONE          '  TO
051000          DISP-MESSAGE.
051100     MOVE WS-DROPPED-CTR TO DISP-VALUE.
051200     DISPLAY DISPLAY-LINE.
051300     DISPLAY '****     WARDRMNT EOJ        ****'.
051400
051500 550-DISPLAY-PROG-DIAG-EXIT.
051600     EXIT.
051700
051800 800-READ-CARD-FILE.
051900
052000     READ CARD-INPUT-FILE INTO WARD-RATE-CARD-REC
052100         AT END  MOVE 'YES' TO WS-EOF-CARDS-SW,
052200                 GO TO 800-READ-CARD-FILE-EXIT.
052300     ADD 1 TO WS-CARDS-READ-CTR.
052400
052500 800-READ-CARD-FILE-EXIT.
052600     EXIT.
052700
052800 900-DB2-ERROR-RTN.
052900*************************************************************
053000*    ANY UNEXPECTED SQLCODE BACKS OUT THE WHOLE RUN - NO    *
053100*    PENDING CHANGE IS LOST AND NO WARD IS HALF-UPDATED     *
053200*************************************************************
053300     MOVE SQLCODE TO WS-SQLCODE-DISP.
053400     DISPLAY '** ERROR **  DB2 ERROR - SQLCODE ' WS-SQLCODE-DISP.
053500     DISPLAY SQLERRM.
053600     EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC.
053700     EXEC SQL ROLLBACK WORK END-EXEC.
053800     CLOSE CARD-INPUT-FILE
053900           CHANGE-RPT-FILE.
054000     PERFORM 550-DISPLAY-PROG-DIAG THRU
054100                  550-DISPLAY-PROG-DIAG-EXIT.
054200     MOVE 16 TO RETURN-CODE.
054300     GOBACK.
