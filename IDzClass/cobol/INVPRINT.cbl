000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    INVPRINT.
000300 AUTHOR.        IBM.
000400 DATE-WRITTEN.  10-15-26.
000500
000600******************************************************************
000700*  PRINTS THE CUSTOMER INVOICE DOCUMENTS FOR THE INVOICES       *
000800*  ORDINV CREATES - ONE INVOICE PER PAGE FOR THE PRINT ROOM.    *
000900*  INPUT IS THE PERMANENT INVOICE HISTORY (INVHIST) ORDINV      *
000983*  APPENDS TO; THE CUSTOMER NAME COMES FROM CUSTREF AND THE     *
001066*  MAILING ADDRESS FROM CUSTADDR.  EACH DOCUMENT SHOWS THE      *
001149*  INVOICE NUMBER AND DATE, ORDER DATE, CUSTOMER AND ADDRESS    *
001232*  BLOCK, AMOUNT, TERMS AND DUE DATE (INVOICE DATE PLUS THE     *
001315*  TERMS DAYS).                                                 *
001400*                                                               *
001500*  OPTIONAL PARM CARD (INVPRTP):                                *
001600*      COLS  1-3   NET TERMS IN DAYS (DEFAULT 030)              *
001700*      COLS  5-9   REPRINT FROM INVOICE NUMBER                  *
001800*      COLS 11-15  REPRINT TO INVOICE NUMBER                    *
001900*  WITH NO REPRINT RANGE THE RUN PRINTS THE INVOICES ORDINV     *
002000*  CREATED ON THE BUSINESS DATE (CURRENT DATE OR THE BUSDATE    *
002100*  CARD).  WITH A RANGE IT REPRINTS EVERY INVOICE IN THE RANGE  *
002200*  WHATEVER ITS DATE, MARKED AS A DUPLICATE.                    *
002300*                                                               *
002344*  AN INVOICE WHOSE CUSTOMER IS NOT ON CUSTREF STILL PRINTS     *
002388*  (WITHOUT A NAME) AND SETS RETURN CODE 4.  AN INVOICE WHOSE   *
002432*  CUSTOMER HAS NO USABLE CUSTADDR ADDRESS, OR IS FLAGGED       *
002476*  NO-MAIL, IS NOT PRINTED - IT IS LISTED ON THE ADDRESS        *
002520*  EXCEPTION REPORT (INVEXCP) AND SETS RETURN CODE 4; ONCE THE  *
002564*  ADDRESS IS ON FILE THE INVOICE IS PRINTED WITH A REPRINT     *
002608*  RANGE.  A BAD PARM CARD, OR NO INVHIST OR CUSTADDR, PRINTS   *
002652*  NOTHING AND SETS RETURN CODE 8.                              *
002700******************************************************************
002800
002900 ENVIRONMENT DIVISION.
003000
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.   IBM-390.
003300 OBJECT-COMPUTER.   IBM-390.
003400
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700
003800     SELECT INVOICE-HISTORY-FILE ASSIGN TO UT-S-INVHIST
003900        ACCESS MODE IS SEQUENTIAL
004000        FILE STATUS IS WS-INVHIST-STATUS.
004100     SELECT CUSTREF-FILE ASSIGN TO CUSTREF
004200        ORGANIZATION IS INDEXED
004300        ACCESS MODE IS RANDOM
004400        RECORD KEY IS CREF-CUST-NO
004500        FILE STATUS IS WS-CUSTREF-STATUS.
004516     SELECT CUSTADDR-FILE ASSIGN TO CUSTADDR
004532        ORGANIZATION IS INDEXED
004548        ACCESS MODE IS RANDOM
004564        RECORD KEY IS CADR-CUST-NO
004580        FILE STATUS IS WS-CUSTADDR-STATUS.
004600     SELECT PARM-FILE ASSIGN TO UT-S-INVPRTP
004700        ACCESS MODE IS SEQUENTIAL
004800        FILE STATUS IS WS-PARM-STATUS.
004900     SELECT BUSDATE-FILE ASSIGN TO UT-S-BUSDATE
005000        ACCESS MODE IS SEQUENTIAL
005100        FILE STATUS IS WS-BUSDATE-STATUS.
005200     SELECT INVOICE-PRINT-FILE ASSIGN TO UT-S-INVDOCS.
005250     SELECT ADDR-EXCEPTION-FILE ASSIGN TO UT-S-INVEXCP.
005300     SELECT CTLTOTS-FILE ASSIGN TO UT-S-CTLTOTS
005400        ACCESS MODE IS SEQUENTIAL
005500        FILE STATUS IS WS-CTLTOTS-STATUS.
005600
005700 DATA DIVISION.
005800
005900 FILE SECTION.
006000
006100* PERMANENT INVOICE HISTORY WRITTEN BY ORDINV.
006200 FD  INVOICE-HISTORY-FILE
006300     RECORDING MODE IS F
006400     LABEL RECORDS ARE STANDARD
006500     RECORD CONTAINS 80 CHARACTERS
006600     BLOCK CONTAINS 0 RECORDS
006700     DATA RECORD IS INVOICE-HISTORY-RECORD.
006800
006900 01  INVOICE-HISTORY-RECORD.
007000     05  IH-RUN-DATE                  PIC 9(8).
007100     05  FILLER                       PIC X(1).
007200     05  IH-INV-NO                    PIC 9(5).
007300     05  FILLER                       PIC X(1).
007400     05  IH-CUST-NO                   PIC X(5).
007500     05  FILLER                       PIC X(1).
007600     05  IH-CUST-ID                   PIC X(5).
007700     05  FILLER                       PIC X(1).
007800     05  IH-ORD-DATE                  PIC 9(8).
007900     05  FILLER                       PIC X(1).
008000     05  IH-INV-DATE                  PIC 9(6).
008100     05  FILLER                       PIC X(1).
008200     05  IH-AMOUNT                    PIC 9(7)V99.
008300     05  FILLER                       PIC X(28).
008400
008500 FD  CUSTREF-FILE
008600     RECORD CONTAINS 80 CHARACTERS
008700     DATA RECORD IS CUSTREF-REC.
008800 COPY CUSTREF.
008816
008832 FD  CUSTADDR-FILE
008848     RECORD CONTAINS 160 CHARACTERS
008864     DATA RECORD IS CUSTADDR-REC.
008880 COPY CUSTADDR.
008900
009000 FD  PARM-FILE
009100     RECORDING MODE IS F
009200     LABEL RECORDS ARE STANDARD
009300     RECORD CONTAINS 80 CHARACTERS
009400     BLOCK CONTAINS 0 RECORDS
009500     DATA RECORD IS PARM-RECORD.
009600
009700 01  PARM-RECORD.
009800     05  PARM-TERMS-DAYS              PIC 9(3).
009900     05  PARM-TERMS-DAYS-X REDEFINES PARM-TERMS-DAYS
010000                                      PIC X(3).
010100     05  FILLER                       PIC X(1).
010200     05  PARM-FROM-INV-NO             PIC 9(5).
010300     05  PARM-FROM-INV-NO-X REDEFINES PARM-FROM-INV-NO
010400                                      PIC X(5).
010500     05  FILLER                       PIC X(1).
010600     05  PARM-TO-INV-NO               PIC 9(5).
010700     05  PARM-TO-INV-NO-X REDEFINES PARM-TO-INV-NO
010800                                      PIC X(5).
010900     05  FILLER                       PIC X(65).
011000
011100 FD  BUSDATE-FILE
011200     RECORDING MODE IS F
011300     LABEL RECORDS ARE STANDARD
011400     RECORD CONTAINS 80 CHARACTERS
011500     BLOCK CONTAINS 0 RECORDS
011600     DATA RECORD IS BUSDATE-RECORD.
011700
011800 01  BUSDATE-RECORD.
011900     05  BUSDATE-PARM                 PIC 9(8).
012000     05  FILLER                       PIC X(72).
012100
012200 FD  INVOICE-PRINT-FILE
012300     RECORDING MODE IS F
012400     LABEL RECORDS ARE STANDARD
012500     RECORD CONTAINS 133 CHARACTERS
012600     BLOCK CONTAINS 0 RECORDS
012700     DATA RECORD IS INVOICE-PRINT-LINE.
012800
012900 01  INVOICE-PRINT-LINE               PIC X(133).
012909
012918* INVOICES HELD BACK FOR WANT OF A MAILING ADDRESS.
012927 FD  ADDR-EXCEPTION-FILE
012936     RECORDING MODE IS F
012945     LABEL RECORDS ARE STANDARD
012954     RECORD CONTAINS 133 CHARACTERS
012963     BLOCK CONTAINS 0 RECORDS
012972     DATA RECORD IS ADDR-EXCEPTION-LINE.
012981
012990 01  ADDR-EXCEPTION-LINE              PIC X(133).
013000
013100 FD  CTLTOTS-FILE
013200     RECORDING MODE IS F.
013300 COPY CTLTOTS.
013400
013500 WORKING-STORAGE SECTION.
013600
013700 01  PROGRAM-INDICATOR-SWITCHES.
013800     05  WS-EOF-INVHIST-SW            PIC X(3)       VALUE 'NO '.
013900         88  EOF-INVHIST                             VALUE 'YES'.
014000     05  WS-REPRINT-SW                PIC X(3)       VALUE 'NO '.
014100         88  REPRINT-RUN                             VALUE 'YES'.
014200     05  WS-PARM-ERROR-SW             PIC X(3)       VALUE 'NO '.
014300         88  PARM-ERROR                              VALUE 'YES'.
014400     05  WS-CUSTREF-OPEN-SW           PIC X(3)       VALUE 'NO '.
014500         88  CUSTREF-OPEN                            VALUE 'YES'.
014533     05  WS-ADDR-REASON               PIC X(24)      VALUE SPACES.
014566         88  ADDRESS-USABLE                          VALUE SPACES.
014600
014700 01  WS-STATUS-FIELDS.
014800     05  WS-INVHIST-STATUS PIC X(2)       VALUE SPACES.
014900     05  WS-CUSTREF-STATUS PIC X(2)       VALUE SPACES.
015000     05  WS-PARM-STATUS    PIC X(2)       VALUE SPACES.
015100     05  WS-BUSDATE-STATUS PIC X(2)       VALUE SPACES.
015150     05  WS-CUSTADDR-STATUS PIC X(2)      VALUE SPACES.
015200     05  WS-CTLTOTS-STATUS PIC X(2)       VALUE SPACES.
015300
015400 01  WS-SELECTION-FIELDS.
015500     05  WS-RUN-YYYYMMDD   PIC 9(8)       VALUE ZERO.
015600     05  WS-TERMS-DAYS     PIC 9(3)       VALUE 030.
015700     05  WS-FROM-INV-NO    PIC 9(5)       VALUE ZERO.
015800     05  WS-TO-INV-NO      PIC 9(5)       VALUE ZERO.
015900
016000 01  WS-DATE-WORK.
016100     05  WS-INV-YYYYMMDD   PIC 9(8)       VALUE ZERO.
016200     05  WS-DUE-YYYYMMDD   PIC 9(8)       VALUE ZERO.
016300     05  WS-EDIT-YYYYMMDD  PIC 9(8)       VALUE ZERO.
016400     05  WS-EDIT-DATE-PARTS REDEFINES WS-EDIT-YYYYMMDD.
016500         10  WS-EDIT-YYYY             PIC 9(4).
016600         10  WS-EDIT-MM               PIC 9(2).
016700         10  WS-EDIT-DD               PIC 9(2).
016800     05  WS-EDIT-DATE-OUT.
016900         10  WS-EDIT-OUT-MM           PIC 9(2).
017000         10  FILLER                   PIC X(1)   VALUE '/'.
017100         10  WS-EDIT-OUT-DD           PIC 9(2).
017200         10  FILLER                   PIC X(1)   VALUE '/'.
017300         10  WS-EDIT-OUT-YYYY         PIC 9(4).
017400
017500 01  WS-ACCUMULATORS.
017600     05  WS-HIST-READ-CTR  PIC 9(4)       VALUE ZERO.
017700     05  WS-PRINTED-CTR    PIC 9(4)       VALUE ZERO.
017800     05  WS-NO-NAME-CTR    PIC 9(4)       VALUE ZERO.
017850     05  WS-NO-ADDR-CTR    PIC 9(4)       VALUE ZERO.
017900     05  WS-REJECT-CTR     PIC 9(4)       VALUE ZERO.
018000     05  WS-PRINTED-AMT-TL PIC 9(9)V99    VALUE ZERO.
018100
018200* INVOICE DOCUMENT LINES.
018300 01  IL-BANNER.
018400     05  FILLER            PIC X(40)  VALUE SPACES.
018500     05  FILLER            PIC X(13)  VALUE 'I N V O I C E'.
018600     05  FILLER            PIC X(80)  VALUE SPACES.
018700
018800 01  IL-DUPLICATE.
018900     05  FILLER            PIC X(36)  VALUE SPACES.
019000     05  FILLER            PIC X(22)  VALUE
019100                  '*** DUPLICATE COPY ***'.
019200     05  FILLER            PIC X(75)  VALUE SPACES.
019300
019400 01  IL-INVOICE-NO.
019500     05  FILLER            PIC X(10)  VALUE SPACES.
019600     05  FILLER            PIC X(20)  VALUE
019700                  'INVOICE NUMBER     :'.
019800     05  FILLER            PIC X(1)   VALUE SPACES.
019900     05  IL-INV-NO         PIC 9(5).
020000     05  FILLER            PIC X(97)  VALUE SPACES.
020100
020200 01  IL-DATE-LINE.
020300     05  FILLER            PIC X(10)  VALUE SPACES.
020400     05  IL-DATE-LIT       PIC X(20).
020500     05  FILLER            PIC X(1)   VALUE SPACES.
020600     05  IL-DATE           PIC X(10).
020700     05  FILLER            PIC X(92)  VALUE SPACES.
020800
020900 01  IL-CUSTOMER.
021000     05  FILLER            PIC X(10)  VALUE SPACES.
021100     05  FILLER            PIC X(20)  VALUE
021200                  'BILL TO CUSTOMER   :'.
021300     05  FILLER            PIC X(1)   VALUE SPACES.
021400     05  IL-CUST-NO        PIC X(5).
021500     05  FILLER            PIC X(2)   VALUE SPACES.
021600     05  IL-CUST-NAME      PIC X(15).
021700     05  FILLER            PIC X(80)  VALUE SPACES.
021716
021732 01  IL-ADDRESS.
021748     05  FILLER            PIC X(31)  VALUE SPACES.
021764     05  IL-ADDR-TEXT      PIC X(40).
021780     05  FILLER            PIC X(62)  VALUE SPACES.
021800
021900 01  IL-CUST-ID.
022000     05  FILLER            PIC X(10)  VALUE SPACES.
022100     05  FILLER            PIC X(20)  VALUE
022200                  'CUSTOMER ID        :'.
022300     05  FILLER            PIC X(1)   VALUE SPACES.
022400     05  IL-CUST-ID-OUT    PIC X(5).
022500     05  FILLER            PIC X(97)  VALUE SPACES.
022600
022700 01  IL-TERMS.
022800     05  FILLER            PIC X(10)  VALUE SPACES.
022900     05  FILLER            PIC X(20)  VALUE
023000                  'TERMS              :'.
023100     05  FILLER            PIC X(1)   VALUE SPACES.
023200     05  FILLER            PIC X(4)   VALUE 'NET '.
023300     05  IL-TERMS-DAYS     PIC ZZ9.
023400     05  FILLER            PIC X(5)   VALUE ' DAYS'.
023500     05  FILLER            PIC X(90)  VALUE SPACES.
023600
023700 01  IL-AMOUNT.
023800     05  FILLER            PIC X(10)  VALUE SPACES.
023900     05  FILLER            PIC X(20)  VALUE
024000                  'AMOUNT DUE         :'.
024100     05  FILLER            PIC X(1)   VALUE SPACES.
024200     05  IL-AMOUNT-OUT     PIC $$,$$$,$$9.99.
024300     05  FILLER            PIC X(89)  VALUE SPACES.
024400
024500 01  IL-REMIT.
024600     05  FILLER            PIC X(10)  VALUE SPACES.
024700     05  FILLER            PIC X(44)  VALUE
024800            'PLEASE QUOTE THE INVOICE NUMBER WITH YOUR   '.
024900     05  FILLER            PIC X(22)  VALUE
025000            'PAYMENT.  THANK YOU.  '.
025100     05  FILLER            PIC X(57)  VALUE SPACES.
025103
025106* ADDRESS EXCEPTION REPORT LINES.
025109 01  XL-HEADER.
025112     05  FILLER            PIC X(1)   VALUE SPACES.
025115     05  FILLER            PIC X(44)  VALUE
025118            'INVPRINT - INVOICES NOT PRINTED FOR WANT OF '.
025121     05  FILLER            PIC X(24)  VALUE
025124            'A MAILING ADDRESS  RUN  '.
025127     05  XL-RUN-DATE       PIC 9(8).
025130     05  FILLER            PIC X(56)  VALUE SPACES.
025133
025136 01  XL-COLUMNS.
025139     05  FILLER            PIC X(1)   VALUE SPACES.
025142     05  FILLER            PIC X(44)  VALUE
025145            'INVOICE  CUST NO  CUSTOMER NAME          AMO'.
025148     05  FILLER            PIC X(20)  VALUE
025151            'UNT  REASON         '.
025154     05  FILLER            PIC X(68)  VALUE SPACES.
025157
025160 01  XL-DETAIL.
025163     05  FILLER            PIC X(1)   VALUE SPACES.
025166     05  XL-INV-NO         PIC 9(5).
025169     05  FILLER            PIC X(4)   VALUE SPACES.
025172     05  XL-CUST-NO        PIC X(5).
025175     05  FILLER            PIC X(4)   VALUE SPACES.
025178     05  XL-CUST-NAME      PIC X(15).
025181     05  FILLER            PIC X(2)   VALUE SPACES.
025184     05  XL-AMOUNT         PIC Z,ZZZ,ZZ9.99.
025187     05  FILLER            PIC X(2)   VALUE SPACES.
025190     05  XL-REASON         PIC X(24).
025193     05  FILLER            PIC X(59)  VALUE SPACES.
025200
025300 01  DISPLAY-LINE.
025400     05  DISP-MESSAGE     PIC X(45).
025500     05  DISP-VALUE       PIC ZZZ9.
025600
025700 PROCEDURE DIVISION.
025800
025900 000-MAINLINE SECTION.
026000
026100     DISPLAY '****     INVPRINT RUNNING    ****'.
026200     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-YYYYMMDD.
026300     PERFORM 170-GET-BUSINESS-DATE THRU
026400                  170-GET-BUSINESS-DATE-EXIT.
026500     PERFORM 175-READ-PARM-CARD THRU 175-READ-PARM-CARD-EXIT.
026600     IF PARM-ERROR
026700        MOVE 8 TO RETURN-CODE
026800        PERFORM 565-WRITE-CONTROL-TOTALS THRU
026900                     565-WRITE-CONTROL-TOTALS-EXIT
027000        GOBACK.
027100     OPEN INPUT INVOICE-HISTORY-FILE.
027200     IF WS-INVHIST-STATUS IS NOT EQUAL TO '00'
027300        DISPLAY '** ERROR **  INVHIST NOT AVAILABLE - STATUS '
027400                WS-INVHIST-STATUS ' - NO INVOICES PRINTED'
027500        MOVE 8 TO RETURN-CODE
027600        PERFORM 565-WRITE-CONTROL-TOTALS THRU
027700                     565-WRITE-CONTROL-TOTALS-EXIT
027800        GOBACK.
027848     OPEN INPUT CUSTADDR-FILE.
027896     IF WS-CUSTADDR-STATUS IS NOT EQUAL TO '00'
027944        DISPLAY '** ERROR **  CUSTADDR NOT AVAILABLE - STATUS '
027992                WS-CUSTADDR-STATUS ' - NO INVOICES PRINTED'
028040        CLOSE INVOICE-HISTORY-FILE
028088        MOVE 8 TO RETURN-CODE
028136        PERFORM 565-WRITE-CONTROL-TOTALS THRU
028184                     565-WRITE-CONTROL-TOTALS-EXIT
028232        GOBACK.
028280     OPEN INPUT CUSTREF-FILE.
028328     IF WS-CUSTREF-STATUS IS EQUAL TO '00'
028376        MOVE 'YES' TO WS-CUSTREF-OPEN-SW
028424     ELSE
028472        DISPLAY '** WARNING **  CANNOT OPEN CUSTREF - STATUS '
028520                WS-CUSTREF-STATUS ' - INVOICES PRINT WITHOUT '
028568                'NAMES'.
028630     OPEN OUTPUT INVOICE-PRINT-FILE
028640                 ADDR-EXCEPTION-FILE.
028650     MOVE WS-RUN-YYYYMMDD TO XL-RUN-DATE.
028660     WRITE ADDR-EXCEPTION-LINE FROM XL-HEADER
028670         AFTER ADVANCING PAGE.
028680     WRITE ADDR-EXCEPTION-LINE FROM XL-COLUMNS
028690         AFTER ADVANCING 2.
028700     PERFORM 800-READ-INVOICE-HISTORY THRU
028800                  800-READ-INVOICE-HISTORY-EXIT.
028900     PERFORM 200-SELECT-INVOICE THRU 200-SELECT-INVOICE-EXIT
029000         UNTIL EOF-INVHIST.
029060     CLOSE INVOICE-HISTORY-FILE
029120           CUSTADDR-FILE
029180           INVOICE-PRINT-FILE
029240           ADDR-EXCEPTION-FILE.
029300     IF CUSTREF-OPEN
029400        CLOSE CUSTREF-FILE.
029500     PERFORM 550-DISPLAY-PROG-DIAG THRU
029600                  550-DISPLAY-PROG-DIAG-EXIT.
029675     IF WS-NO-NAME-CTR IS GREATER THAN ZERO OR
029750        WS-NO-ADDR-CTR IS GREATER THAN ZERO OR
029825        WS-REJECT-CTR IS GREATER THAN ZERO
029900        MOVE 4 TO RETURN-CODE
030000     ELSE
030100        MOVE ZERO TO RETURN-CODE.
030200     PERFORM 565-WRITE-CONTROL-TOTALS THRU
030300                  565-WRITE-CONTROL-TOTALS-EXIT.
030400     GOBACK.
030500
030600 170-GET-BUSINESS-DATE.
030700
030800     OPEN INPUT BUSDATE-FILE.
030900     IF WS-BUSDATE-STATUS IS NOT EQUAL TO '00'
031000        GO TO 170-GET-BUSINESS-DATE-EXIT.
031100     READ BUSDATE-FILE
031200         AT END  GO TO 170-GET-BUSINESS-CLOSE.
031300     IF BUSDATE-PARM IS NUMERIC AND
031400        BUSDATE-PARM IS NOT EQUAL TO ZERO
031500        MOVE BUSDATE-PARM TO WS-RUN-YYYYMMDD
031600        DISPLAY 'BUSINESS DATE OVERRIDE: ' WS-RUN-YYYYMMDD.
031700
031800 170-GET-BUSINESS-CLOSE.
031900     CLOSE BUSDATE-FILE.
032000
032100 170-GET-BUSINESS-DATE-EXIT.
032200     EXIT.
032300
032400* NO PARM CARD, OR BLANK FIELDS, LEAVE THE DEFAULTS: NET 30 AND
032500* THE BUSINESS DATE'S INVOICES.
032600 175-READ-PARM-CARD.
032700
032800     OPEN INPUT PARM-FILE.
032900     IF WS-PARM-STATUS IS NOT EQUAL TO '00'
033000        GO TO 175-READ-PARM-CARD-EXIT.
033100     READ PARM-FILE
033200         AT END  GO TO 175-READ-PARM-CLOSE.
033300     IF PARM-TERMS-DAYS-X IS NOT EQUAL TO SPACES
033400        IF PARM-TERMS-DAYS IS NUMERIC
033500           MOVE PARM-TERMS-DAYS TO WS-TERMS-DAYS
033600        ELSE
033700           DISPLAY '** ERROR **  INVPRTP TERMS DAYS NOT NUMERIC'
033800           MOVE 'YES' TO WS-PARM-ERROR-SW.
033900     IF PARM-FROM-INV-NO-X IS EQUAL TO SPACES AND
034000        PARM-TO-INV-NO-X IS EQUAL TO SPACES
034100        GO TO 175-READ-PARM-CLOSE.
034200     IF PARM-FROM-INV-NO IS NOT NUMERIC OR
034300        PARM-TO-INV-NO IS NOT NUMERIC OR
034400        PARM-FROM-INV-NO IS GREATER THAN PARM-TO-INV-NO
034500        DISPLAY '** ERROR **  INVPRTP REPRINT RANGE INVALID'
034600        DISPLAY PARM-RECORD
034700        MOVE 'YES' TO WS-PARM-ERROR-SW
034800        GO TO 175-READ-PARM-CLOSE.
034900     MOVE PARM-FROM-INV-NO TO WS-FROM-INV-NO.
035000     MOVE PARM-TO-INV-NO TO WS-TO-INV-NO.
035100     MOVE 'YES' TO WS-REPRINT-SW.
035200     DISPLAY 'REPRINT OF INVOICES ' WS-FROM-INV-NO
035300             ' THRU ' WS-TO-INV-NO.
035400
035500 175-READ-PARM-CLOSE.
035600     CLOSE PARM-FILE.
035700
035800 175-READ-PARM-CARD-EXIT.
035900     EXIT.
036000
036100 200-SELECT-INVOICE.
036200
036300     IF REPRINT-RUN
036400        IF IH-INV-NO IS LESS THAN WS-FROM-INV-NO OR
036500           IH-INV-NO IS GREATER THAN WS-TO-INV-NO
036600           GO TO 200-SELECT-NEXT
036700        ELSE
036800           NEXT SENTENCE
036900     ELSE
037000        IF IH-RUN-DATE IS NOT EQUAL TO WS-RUN-YYYYMMDD
037100           GO TO 200-SELECT-NEXT.
037200     IF IH-INV-DATE IS NOT NUMERIC OR
037300        IH-ORD-DATE IS NOT NUMERIC OR
037400        IH-AMOUNT IS NOT NUMERIC
037500        DISPLAY '** ERROR **  INVHIST RECORD INVALID - '
037600                'NOT PRINTED'
037700        DISPLAY INVOICE-HISTORY-RECORD
037800        ADD 1 TO WS-REJECT-CTR
037900        GO TO 200-SELECT-NEXT.
038000     PERFORM 300-PRINT-INVOICE THRU 300-PRINT-INVOICE-EXIT.
038100
038200 200-SELECT-NEXT.
038300     PERFORM 800-READ-INVOICE-HISTORY THRU
038400                  800-READ-INVOICE-HISTORY-EXIT.
038500
038600 200-SELECT-INVOICE-EXIT.
038700     EXIT.
038800
038900 300-PRINT-INVOICE.
039000
039033     PERFORM 310-GET-CUSTOMER-NAME THRU
039066                  310-GET-CUSTOMER-NAME-EXIT.
039099     PERFORM 315-GET-MAIL-ADDRESS THRU
039132                  315-GET-MAIL-ADDRESS-EXIT.
039165     IF NOT ADDRESS-USABLE
039198        PERFORM 330-LIST-ADDRESS-EXCEPTION THRU
039231                     330-LIST-ADDRESS-EXCEPTION-EXIT
039264        GO TO 300-PRINT-INVOICE-EXIT.
039300     COMPUTE WS-INV-YYYYMMDD = 20000000 + IH-INV-DATE.
039400     COMPUTE WS-DUE-YYYYMMDD = FUNCTION DATE-OF-INTEGER
039500         (FUNCTION INTEGER-OF-DATE (WS-INV-YYYYMMDD)
039600          + WS-TERMS-DAYS).
039700     WRITE INVOICE-PRINT-LINE FROM IL-BANNER
039800         AFTER ADVANCING PAGE.
039900     IF REPRINT-RUN
040000        WRITE INVOICE-PRINT-LINE FROM IL-DUPLICATE
040100            AFTER ADVANCING 2.
040200     MOVE IH-INV-NO TO IL-INV-NO.
040300     WRITE INVOICE-PRINT-LINE FROM IL-INVOICE-NO
040400         AFTER ADVANCING 3.
040500     MOVE 'INVOICE DATE       :' TO IL-DATE-LIT.
040600     MOVE WS-INV-YYYYMMDD TO WS-EDIT-YYYYMMDD.
040700     PERFORM 320-EDIT-DATE THRU 320-EDIT-DATE-EXIT.
040800     WRITE INVOICE-PRINT-LINE FROM IL-DATE-LINE
040900         AFTER ADVANCING 1.
041000     WRITE INVOICE-PRINT-LINE FROM IL-CUSTOMER
041100         AFTER ADVANCING 2.
041133     PERFORM 325-PRINT-ADDRESS-BLOCK THRU
041166                  325-PRINT-ADDRESS-BLOCK-EXIT.
041200     MOVE IH-CUST-ID TO IL-CUST-ID-OUT.
041300     WRITE INVOICE-PRINT-LINE FROM IL-CUST-ID
041400         AFTER ADVANCING 1.
041500     MOVE 'ORDER DATE         :' TO IL-DATE-LIT.
041600     MOVE IH-ORD-DATE TO WS-EDIT-YYYYMMDD.
041700     PERFORM 320-EDIT-DATE THRU 320-EDIT-DATE-EXIT.
041800     WRITE INVOICE-PRINT-LINE FROM IL-DATE-LINE
041900         AFTER ADVANCING 2.
042000     MOVE WS-TERMS-DAYS TO IL-TERMS-DAYS.
042100     WRITE INVOICE-PRINT-LINE FROM IL-TERMS
042200         AFTER ADVANCING 1.
042300     MOVE 'DUE DATE           :' TO IL-DATE-LIT.
042400     MOVE WS-DUE-YYYYMMDD TO WS-EDIT-YYYYMMDD.
042500     PERFORM 320-EDIT-DATE THRU 320-EDIT-DATE-EXIT.
042600     WRITE INVOICE-PRINT-LINE FROM IL-DATE-LINE
042700         AFTER ADVANCING 1.
042800     MOVE IH-AMOUNT TO IL-AMOUNT-OUT.
042900     WRITE INVOICE-PRINT-LINE FROM IL-AMOUNT
043000         AFTER ADVANCING 3.
043100     WRITE INVOICE-PRINT-LINE FROM IL-REMIT
043200         AFTER ADVANCING 3.
043300     ADD 1 TO WS-PRINTED-CTR.
043400     ADD IH-AMOUNT TO WS-PRINTED-AMT-TL.
043500
043600 300-PRINT-INVOICE-EXIT.
043700     EXIT.
043800
043900 310-GET-CUSTOMER-NAME.
044000
044100     MOVE IH-CUST-NO TO IL-CUST-NO.
044200     MOVE SPACES TO IL-CUST-NAME.
044300     IF NOT CUSTREF-OPEN
044400        ADD 1 TO WS-NO-NAME-CTR
044500        GO TO 310-GET-CUSTOMER-NAME-EXIT.
044600     MOVE IH-CUST-NO TO CREF-CUST-NO.
044700     READ CUSTREF-FILE.
044800     IF WS-CUSTREF-STATUS IS NOT EQUAL TO '00'
044900        DISPLAY '** WARNING **  CUSTOMER ' IH-CUST-NO
045000                ' NOT ON CUSTREF - INVOICE ' IH-INV-NO
045100                ' PRINTED WITHOUT NAME'
045200        ADD 1 TO WS-NO-NAME-CTR
045300        GO TO 310-GET-CUSTOMER-NAME-EXIT.
045400     MOVE CREF-CUST-NAME TO IL-CUST-NAME.
045500
045600 310-GET-CUSTOMER-NAME-EXIT.
045700     EXIT.
045704
045708* A CUSTOMER IS MAILABLE ONLY WITH A CUSTADDR RECORD CARRYING
045712* LINE 1, CITY, STATE AND ZIP AND NOT FLAGGED NO-MAIL.
045716 315-GET-MAIL-ADDRESS.
045720
045724     MOVE SPACES TO WS-ADDR-REASON.
045728     MOVE IH-CUST-NO TO CADR-CUST-NO.
045732     READ CUSTADDR-FILE.
045736     IF WS-CUSTADDR-STATUS IS NOT EQUAL TO '00'
045740        MOVE 'NO ADDRESS ON CUSTADDR' TO WS-ADDR-REASON
045744        GO TO 315-GET-MAIL-ADDRESS-EXIT.
045748     IF CADR-NO-MAIL
045752        MOVE 'CUSTOMER FLAGGED NO-MAIL' TO WS-ADDR-REASON
045756        GO TO 315-GET-MAIL-ADDRESS-EXIT.
045760     IF CADR-ADDR-LINE1 IS EQUAL TO SPACES OR
045764        CADR-CITY IS EQUAL TO SPACES OR
045768        CADR-STATE IS EQUAL TO SPACES OR
045772        CADR-ZIP IS EQUAL TO SPACES
045776        MOVE 'ADDRESS INCOMPLETE' TO WS-ADDR-REASON.
045780
045784 315-GET-MAIL-ADDRESS-EXIT.
045788     EXIT.
045800
045900 320-EDIT-DATE.
046000
046100     MOVE WS-EDIT-MM   TO WS-EDIT-OUT-MM.
046200     MOVE WS-EDIT-DD   TO WS-EDIT-OUT-DD.
046300     MOVE WS-EDIT-YYYY TO WS-EDIT-OUT-YYYY.
046400     MOVE WS-EDIT-DATE-OUT TO IL-DATE.
046500
046600 320-EDIT-DATE-EXIT.
046700     EXIT.
046702
046704 325-PRINT-ADDRESS-BLOCK.
046706
046708     IF CADR-ATTENTION IS NOT EQUAL TO SPACES
046710        MOVE SPACES TO IL-ADDR-TEXT
046712        STRING 'ATTN: ' CADR-ATTENTION DELIMITED BY SIZE
046714            INTO IL-ADDR-TEXT
046716        WRITE INVOICE-PRINT-LINE FROM IL-ADDRESS
046718            AFTER ADVANCING 1.
046720     MOVE CADR-ADDR-LINE1 TO IL-ADDR-TEXT.
046722     WRITE INVOICE-PRINT-LINE FROM IL-ADDRESS
046724         AFTER ADVANCING 1.
046726     IF CADR-ADDR-LINE2 IS NOT EQUAL TO SPACES
046728        MOVE CADR-ADDR-LINE2 TO IL-ADDR-TEXT
046730        WRITE INVOICE-PRINT-LINE FROM IL-ADDRESS
046732            AFTER ADVANCING 1.
046734     MOVE SPACES TO IL-ADDR-TEXT.
046736     STRING CADR-CITY DELIMITED BY '  '
046738            ', '      DELIMITED BY SIZE
046740            CADR-STATE DELIMITED BY SIZE
046742            '  '      DELIMITED BY SIZE
046744            CADR-ZIP  DELIMITED BY SIZE
046746         INTO IL-ADDR-TEXT.
046748     WRITE INVOICE-PRINT-LINE FROM IL-ADDRESS
046750         AFTER ADVANCING 1.
046752
046754 325-PRINT-ADDRESS-BLOCK-EXIT.
046756     EXIT.
046758
046760 330-LIST-ADDRESS-EXCEPTION.
046762
046764     DISPLAY '** WARNING **  INVOICE ' IH-INV-NO ' CUSTOMER '
046766             IH-CUST-NO ' NOT PRINTED - ' WS-ADDR-REASON.
046768     MOVE IH-INV-NO      TO XL-INV-NO.
046770     MOVE IH-CUST-NO     TO XL-CUST-NO.
046772     MOVE IL-CUST-NAME   TO XL-CUST-NAME.
046774     MOVE IH-AMOUNT      TO XL-AMOUNT.
046776     MOVE WS-ADDR-REASON TO XL-REASON.
046778     WRITE ADDR-EXCEPTION-LINE FROM XL-DETAIL
046780         AFTER ADVANCING 1.
046782     ADD 1 TO WS-NO-ADDR-CTR.
046784
046786 330-LIST-ADDRESS-EXCEPTION-EXIT.
046788     EXIT.
046800
046900 550-DISPLAY-PROG-DIAG.
047000
047100     MOVE 'INVHIST RECORDS READ                         '  TO
047200          DISP-MESSAGE.
047300     MOVE WS-HIST-READ-CTR TO DISP-VALUE.
047400     DISPLAY DISPLAY-LINE.
047500     MOVE 'INVOICE DOCUMENTS PRINTED                    '  TO
047600          DISP-MESSAGE.
047700     MOVE WS-PRINTED-CTR TO DISP-VALUE.
047800     DISPLAY DISPLAY-LINE.
047900     MOVE 'INVOICES PRINTED WITHOUT CUSTOMER NAME       '  TO
048000          DISP-MESSAGE.
048100     MOVE WS-NO-NAME-CTR TO DISP-VALUE.
048200     DISPLAY DISPLAY-LINE.
048220     MOVE 'INVOICES HELD FOR WANT OF AN ADDRESS         '  TO
048240          DISP-MESSAGE.
048260     MOVE WS-NO-ADDR-CTR TO DISP-VALUE.
048280     DISPLAY DISPLAY-LINE.
048300     MOVE 'INVHIST RECORDS REJECTED                     '  TO
048400          DISP-MESSAGE.
048500     MOVE WS-REJECT-CTR TO DISP-VALUE.
048600     DISPLAY DISPLAY-LINE.
048700     DISPLAY '****     INVPRINT EOJ        ****'.
048800
048900 550-DISPLAY-PROG-DIAG-EXIT.
049000     EXIT.
049100
049200* ONLY THE SELECTED INVOICES COUNT - THE REST OF THE HISTORY IS
049300* PASSED OVER, NOT PROCESSED.
049400 565-WRITE-CONTROL-TOTALS.
049500
049600     OPEN EXTEND CTLTOTS-FILE.
049700     MOVE 'INVPRINT' TO CTL-PROGRAM-ID.
049800     MOVE WS-RUN-YYYYMMDD TO CTL-RUN-DATE.
049900     MOVE FUNCTION CURRENT-DATE (9:6) TO CTL-RUN-TIME.
049980     COMPUTE CTL-RECORDS-READ = WS-PRINTED-CTR + WS-NO-ADDR-CTR
050060                              + WS-REJECT-CTR.
050140     MOVE WS-PRINTED-CTR  TO CTL-RECORDS-WRITTEN.
050220     COMPUTE CTL-RECORDS-ERROR = WS-NO-ADDR-CTR + WS-REJECT-CTR.
050300     MOVE RETURN-CODE     TO CTL-RETURN-CODE.
050400     MOVE ZERO            TO CTL-ADJ-COUNT.
050500     MOVE ZERO            TO CTL-ADJ-AMOUNT.
050600     WRITE CTL-TOTALS-RECORD.
050700     CLOSE CTLTOTS-FILE.
050800
050900 565-WRITE-CONTROL-TOTALS-EXIT.
051000     EXIT.
051100
051200 800-READ-INVOICE-HISTORY.
051300
051400     READ INVOICE-HISTORY-FILE
051500         AT END  MOVE 'YES' TO WS-EOF-INVHIST-SW,
051600                 GO TO 800-READ-INVOICE-HISTORY-EXIT.
051700     ADD 1 TO WS-HIST-READ-CTR.
051800
051900 800-READ-INVOICE-HISTORY-EXIT.
052000     EXIT.
