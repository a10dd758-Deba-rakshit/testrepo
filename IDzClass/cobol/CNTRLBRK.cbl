001000*  NUMBER ORDER, THEN CREATES A NEW SORTED OUTPUT FILE OF NON-   *
001100*  PAID INVOICES AND A PRINTED OUTPUT REPORT.  ALL ERROR CON-    *
001200*  CONDITIONS ARE DISPLAYED TO SYSOUT.                           *
001210*                                                               *
001220*  THE INVOICE FILE MUST CARRY THE HEADER AND TRAILER (COPY     *
001230*  ACT2HT) OF EVERY STEP THAT FED IT.  ACT2CTL PROVES THEM      *
001240*  BEFORE THE SORT AND THE RUN STOPS THROUGH ABENDRTN WHEN THE  *
001250*  COUNT, AMOUNT OR DATE DOES NOT FOLLOW FROM THE PREVIOUS      *
001260*  STEP.                                                        *
001265*                                                               *
001270*  AT STARTUP PREQCHK CHECKS THE RUN HISTORY: THE STEPS AHEAD   *
001275*  OF THIS ONE (CTLPREQ) MUST HAVE FINISHED FOR THE BUSINESS    *
001280*  DATE AND THIS ONE MUST NOT HAVE RUN FOR IT ALREADY.  IF NOT, *
001285*  THE RUN STOPS THROUGH ABENDRTN BEFORE ANY FILE IS OPENED,    *
001290*  UNLESS THE OPERATOR HAS PUT IN A CTLOVRD OVERRIDE CARD.      *
001300******************************************************************
001400
001500 ENVIRONMENT DIVISION.
002805        ACCESS MODE IS SEQUENTIAL
002806        RECORD KEY IS CREF-CUST-NO
002807        FILE STATUS IS WS-CUSTREF-STATUS.
002808     SELECT CUSTADDR-FILE ASSIGN TO CUSTADDR
002809        ORGANIZATION IS INDEXED
002810        ACCESS MODE IS RANDOM
002811        RECORD KEY IS CADR-CUST-NO
002812        FILE STATUS IS WS-CUSTADDR-STATUS.
002813     SELECT DUNEXCP-FILE ASSIGN TO UT-S-DUNEXCP.
002800
002900
003000 DATA DIVISION.
006036 01  MATB-HIST-REC.
006037     05  MH-RUN-DATE                  PIC 9(8).
006038     05  FILLER                       PIC X(1).
006039     05  MH-CUST-NO                   PIC X(5).
006040     05  FILLER                       PIC X(1).
006041     05  MH-CURRENT                   PIC 9(7)V99.
006042     05  FILLER                       PIC X(1).
006049     05  MH-OVER-120                  PIC 9(7)V99.
006050     05  FILLER                       PIC X(1).
006051     05  MH-CUST-TOTAL                PIC 9(7)V99.
006052     05  FILLER                       PIC X(6).
006053
006054 FD  DUNLTR-FILE
006055     RECORDING MODE IS F
006085* SYSTEM: CUSTOMER, RUN DATE, OVER-60/90/120 BASIS, MONTHLY
006086* RATE APPLIED, AND THE ASSESSED CHARGE.
006087 01  FINCHG-RECORD.
006088     05  FC-CUST-NO                   PIC X(5).
006089     05  FILLER                       PIC X(1).
006090     05  FC-RUN-DATE                  PIC 9(6).
006091     05  FILLER                       PIC X(1).
006094     05  FC-RATE                      PIC 9(2)V999.
006095     05  FILLER                       PIC X(1).
006096     05  FC-CHARGE-AMT                PIC 9(7)V99.
006097     05  FILLER                       PIC X(42).
006098
006099 FD  CUSTREF-FILE
006100     RECORD CONTAINS 80 CHARACTERS
006102 COPY CUSTREF.
006103
006104
006110 FD  CUSTADDR-FILE
006115     RECORD CONTAINS 160 CHARACTERS
006120     DATA RECORD IS CUSTADDR-REC.
006125 COPY CUSTADDR.
006130
006135* DELINQUENT CUSTOMERS WHO COULD NOT BE SENT A DUNNING LETTER -
006140* NO USABLE CUSTADDR ADDRESS, OR FLAGGED NO-MAIL.
006145 FD  DUNEXCP-FILE
006150     RECORDING MODE IS F
006155     LABEL RECORDS ARE STANDARD
006160     RECORD CONTAINS 80 CHARACTERS
006165     BLOCK CONTAINS 0 RECORDS
006170     DATA RECORD IS DUNEXCP-LINE.
006175
006180 01  DUNEXCP-LINE                     PIC X(80).
006185
006200 SD  SW-MI-SORT-FILE
006300     RECORD CONTAINS 80 CHARACTERS
006400     DATA RECORD IS SW-MI-SORT-WORK.
006500
006600 01  SW-MI-SORT-WORK.
006700     05  CUST-NO-SRT-WK               PIC 9(5).
006800     05  CUST-NAME-SRT-WK             PIC X(15).
006900     05  INV-NO-SRT-WK                PIC X(5).
007000     05  AGED-CODE-SRT-WK             PIC 9.
007210     05  INV-DATE-SRT-WK              PIC X(6).
007220     05  AGED-FLAG-SRT-WK             PIC X(1).
007230     05  COLL-STATUS-SRT-WK           PIC X(1).
007240     05  ADJ-FLAG-SRT-WK              PIC X(1).
007300     05  FILLER                       PIC X(30).
007400
007500 WORKING-STORAGE SECTION.
007600
009600     05  WS-LINE-SPACING              PIC S9(1)     VALUE ZERO.
009700
009800 01  WS-BREAK-CONTROLS.
009900     05  WS-PREVIOUS-CUST-NO          PIC 9(5).
010000
010010* THE CUSTOMER NUMBER/NAME REFERENCE IS NO LONGER COMPILED IN
010011* FROM THE COBTABLE COPYBOOK - IT IS LOADED AT STARTUP FROM THE
010015* UNKNOWN CUSTOMERS FALL TO SUSPENSE AS BEFORE.
010016 01  CUSTOMER-TABLE.
010017     05  CUSTOMER-TABLE-COUNT   PIC S9(4) COMP VALUE ZERO.
010018     05  CUSTOMER-REC OCCURS 999 TIMES
010019                 INDEXED BY CUST-INDEX.
010020         10  CUSTOMER-CODE      PIC 9(5).
010021         10  CUSTOMER-NAME      PIC X(15).
010022
010023* SHARED ABEND-DIAGNOSTICS AREA PASSED TO ABENDRTN ON FATAL
010048     05  FILLER            PIC X(4)   VALUE 'TO: '.
010049     05  DUN-CUST-NAME     PIC X(15).
010050     05  FILLER            PIC X(11)  VALUE '  (CUST NO '.
010051     05  DUN-CUST-NO       PIC X(5).
010052     05  FILLER            PIC X(9)   VALUE ')  AS OF '.
010053     05  DUN-AS-OF-DATE    PIC X(8).
010054     05  FILLER            PIC X(28)  VALUE SPACES.
010055
010056 01  DUN-TEXT-LINE                    PIC X(80).
010057
010160 01  WS-CUST-SUMMARY-COUNT         PIC S9(4) COMP VALUE ZERO.
010170 01  CUST-SUMMARY-TABLE.
010180     05  CS-ENTRY OCCURS 20 TIMES INDEXED BY CS-INDEX.
010190         10  CS-CUST-NO           PIC 9(5).
010191         10  CS-CUST-NAME         PIC X(15).
010192         10  CS-CUST-TOTAL        PIC 9(7)V99.
010193 01  CS-SWAP-ENTRY.
010194     05  CS-SWAP-CUST-NO          PIC 9(5).
010195     05  CS-SWAP-CUST-NAME        PIC X(15).
010196     05  CS-SWAP-CUST-TOTAL       PIC 9(7)V99.
010197 01  CS-OUTER-IDX                 PIC S9(4) COMP.
010198 01  CS-INNER-IDX                 PIC S9(4) COMP.
010400
010410* MAILING ADDRESS FOR THE DUNNING LETTER, READ FROM CUSTADDR AT
010420* THE CUSTOMER BREAK.  A CUSTOMER WITH NO USABLE ADDRESS, OR
010430* FLAGGED NO-MAIL, GETS A LINE ON THE DUNEXCP EXCEPTION LIST
010440* INSTEAD OF A LETTER SO THE MAIL ROOM IS NEVER HANDED A LETTER
010450* IT HAS TO ADDRESS BY HAND.
010460 01  WS-DUN-ADDRESS-FIELDS.
010470     05  WS-CUSTADDR-STATUS           PIC X(2)  VALUE SPACES.
010480     05  WS-CUSTADDR-OPEN-SW          PIC X(3)  VALUE 'NO '.
010490         88  CUSTADDR-OPEN                       VALUE 'YES'.
010500     05  WS-DUN-ADDR-REASON           PIC X(24) VALUE SPACES.
010510         88  DUN-ADDRESS-USABLE                  VALUE SPACES.
010520     05  WS-DUN-EXCP-CTR              PIC 9(4)  VALUE ZERO.
010530
010540 01  DUN-ADDRESS-LINE.
010550     05  FILLER            PIC X(4)   VALUE SPACES.
010560     05  DUN-ADDR-TEXT     PIC X(40).
010570     05  FILLER            PIC X(36)  VALUE SPACES.
010580
010590 01  DUN-EXCP-HEADER.
010600     05  FILLER            PIC X(44)  VALUE
010610            'DUNNING LETTERS NOT MAILED - NO USABLE ADDRE'.
010620     05  FILLER            PIC X(15)  VALUE
010630            'SS     AS OF   '.
010640     05  DUN-EXCP-RUN-DATE PIC 9(8).
010650     05  FILLER            PIC X(13)  VALUE SPACES.
010660
010670 01  DUN-EXCP-LINE.
010680     05  DUN-EXCP-CUST-NO  PIC X(5).
010690     05  FILLER            PIC X(2)   VALUE SPACES.
010700     05  DUN-EXCP-NAME     PIC X(15).
010710     05  FILLER            PIC X(2)   VALUE SPACES.
010720     05  DUN-EXCP-AMT      PIC Z,ZZZ,ZZ9.99-.
010730     05  FILLER            PIC X(2)   VALUE SPACES.
010740     05  DUN-EXCP-REASON   PIC X(24).
010750     05  FILLER            PIC X(17)  VALUE SPACES.
012000
012100 01  WS-ACCUMULATORS.
012200*  FOR PROGRAM RECORD TRACKING
012800     05  WS-UNPD-CTR       PIC 9(4)       VALUE ZERO.
012850     05  WS-REJECT-CTR     PIC 9(4)       VALUE ZERO.
012860     05  WS-PARTPD-CTR     PIC 9(4)       VALUE ZERO.
012870     05  WS-CREDITED-CTR   PIC 9(4)       VALUE ZERO.
012880     05  WS-ADJUSTED-CTR   PIC 9(4)       VALUE ZERO.
012890     05  WS-ADJ-NET-GTL    PIC S9(9)V99   VALUE ZERO.
012900
013000
013100*  FOR CUSTOMER TOTALS
014600
014700
014800 01  MI-INPUT-REC.
014900     05  CUST-NO-IN                   PIC 9(5).
015000     05  INV-NO-IN                    PIC X(5).
015100     05  INV-NO-IN-NUM   REDEFINES   INV-NO-IN         PIC 9(5).
015200     05  AGED-CODE-IN                 PIC 9.
015590* LETTER LINE AND THE FINANCE-CHARGE BASIS FOR THAT INVOICE.
015591     05  COLL-STATUS-IN               PIC X(1).
015592         88  COLL-DISPUTED                VALUE 'D'.
015593* NET CREDIT MEMO / ADJUSTMENT TO DATE POSTED BY ADJPOST
015594* (SPACES IF NEVER ADJUSTED) AND THE SETTLED-BY-CREDIT FLAG.
015595* INV-AMT-IN ALREADY REFLECTS THE ADJUSTMENT.
015596     05  INV-ADJ-AMT-IN               PIC S9(7)V99.
015597     05  INV-ADJ-SETTLED-IN           PIC X(1).
015598         88  SETTLED-BY-CREDIT            VALUE 'C'.
015600     05  FILLER                       PIC X(8).
015610* FIRST-SUSPENDED DATE AND CYCLE COUNT (COLS 61-69), STAMPED
015620* THE FIRST TIME THE RECORD FALLS TO SUSPENSE AND BUMPED ON
015630* EVERY LATER BOUNCE.  SUSPFIX PRESERVES THEM ACROSS REPAIR
015692     05  FILLER                       PIC X(11).
015700
015800 01  MI-OUTPUT-SRT-REC.
015900     05  CUST-NO-SRT                  PIC 9(5).
016000     05  CUST-NAME-SRT                PIC X(15).
016100     05  INV-NO-SRT                   PIC X(5).
016200     05  AGED-CODE-SRT                PIC 9.
016300     05  INV-AMT-SRT                  PIC S9(7)V99.
016400     05  PAID-DATE-SRT                PIC X(6).
016500     05  FILLER                       PIC X(39).
016600
016700
016800* PROGRAM REPORT LINES.
019900
020000
020100 01  DL-DETAIL.
020200     05  FILLER            PIC X(4)   VALUE SPACES.
020300     05  CUST-NO-DL        PIC X(5).
020400     05  FILLER            PIC X(4)   VALUE SPACES.
020500     05  CUST-NAME-DL      PIC X(15).
020600     05  FILLER            PIC X(3)   VALUE SPACES.
020700     05  CUST-INV-DL       PIC X(5).
021560     05  OVER-120-DL       PIC Z,ZZZ,ZZ9.99-.
021570     05  FILLER            PIC X(1)   VALUE SPACES.
021580     05  AGED-FLAG-DL      PIC X(1).
021590     05  FILLER            PIC X(1)   VALUE SPACES.
021595     05  ADJ-FLAG-DL       PIC X(3).
021600     05  FILLER            PIC X(18)  VALUE SPACES.
021700
021800
021900 01  TL-CUST-TOTAL.
022000     05  FILLER            PIC X(5)   VALUE SPACES.
022100     05  FILLER            PIC X(19)
022200                  VALUE 'TOTALS FOR CUST NO '.
022300     05  CUST-NO-TL        PIC X(5).
022400     05  FILLER            PIC X(11)  VALUE SPACES.
022500     05  CURRENT-TL        PIC Z,ZZZ,ZZ9.99-.
022600     05  FILLER            PIC X(1)   VALUE SPACES.
022700     05  OVER-30-TL        PIC Z,ZZZ,ZZ9.99-.
024986 01  WS-PCT-WORK.
024987     05  WS-GTL-TOTAL      PIC 9(8)V99  VALUE ZERO.
024988
024990 01  ADJ-REPORT-TOTALS.
024991     05  FILLER            PIC X(5)   VALUE SPACES.
024992     05  FILLER            PIC X(21)
024993                  VALUE 'ADJUSTED INVOICES    '.
024994     05  ADJ-COUNT-GTL     PIC ZZZ9.
024995     05  FILLER            PIC X(21)
024996                  VALUE '   NET ADJUSTMENT    '.
024997     05  ADJ-AMOUNT-GTL    PIC ZZZ,ZZZ,ZZ9.99-.
024998     05  FILLER            PIC X(67)  VALUE SPACES.
024999
025050 01  RS-HEADER.
025055     05  FILLER            PIC X(5)   VALUE SPACES.
025060     05  FILLER            PIC X(45)
025070     05  FILLER            PIC X(83)  VALUE SPACES.
025075
025080 01  RS-DETAIL.
025085     05  FILLER            PIC X(4)   VALUE SPACES.
025090     05  RS-CUST-NO        PIC X(5).
025095     05  FILLER            PIC X(4)   VALUE SPACES.
025100     05  RS-CUST-NAME      PIC X(15).
025105     05  FILLER            PIC X(6)   VALUE SPACES.
025110     05  RS-CUST-TOTAL     PIC Z,ZZZ,ZZ9.99-.
025200 01  ERROR-MESSAGE-EL     PIC X(133).
025300
025400 01  ERROR-RECORD-EL.
025500     05  CUST-NO-EL       PIC 9(5).
025600     05  FILLER           PIC X(4)   VALUE SPACES.
025700     05  INV-NO-EL        PIC 9(5).
025800     05  FILLER           PIC X(4)   VALUE SPACES.
026100     05  INV-AMT-EL       PIC Z,ZZZ,ZZ9.99-.
026200     05  FILLER           PIC X(4)   VALUE SPACES.
026300     05  PAID-DATE-EL     PIC 9(6).
026400     05  FILLER           PIC X(54).
026500
026600 01  DISPLAY-LINE.
026700     05  DISP-MESSAGE     PIC X(45).
026930* TRACKING SPREADSHEET.
026940 01  CE-AMT-EDIT                       PIC -(7)9.99.
026950 01  COLL-EXTRACT-WORK.
026960     05  CE-CUST-NO                    PIC 9(5).
026970     05  FILLER                        PIC X(1)   VALUE ','.
026980     05  CE-CUST-NAME                  PIC X(15).
026990     05  FILLER                        PIC X(1)   VALUE ','.
026993     05  CE-AGED-CODE                  PIC 9.
026994     05  FILLER                        PIC X(1)   VALUE ','.
026995     05  CE-AMOUNT                     PIC X(11).
026996     05  FILLER                        PIC X(34)  VALUE SPACES.
027000
026997* DELIMITED AGED TRIAL BALANCE LAYOUT - SAME DETAIL AND TOTALS AS
026998* THE PRINTED REPORT (DL-DETAIL/TL-CUST-TOTAL/GTL-REPORT-TOTALS)
027002 01  AGED-CSV-WORK.
027003     05  ACSV-REC-TYPE                 PIC X(1).
027004     05  FILLER                        PIC X(1)   VALUE ','.
027005     05  ACSV-CUST-NO                  PIC X(5).
027006     05  FILLER                        PIC X(1)   VALUE ','.
027007     05  ACSV-INV-NO                   PIC X(5).
027008     05  FILLER                        PIC X(1)   VALUE ','.
027017     05  ACSV-OVER-120                 PIC X(11).
027018     05  FILLER                        PIC X(1)   VALUE ','.
027019     05  ACSV-CUST-TOTAL               PIC X(11).
027020     05  FILLER                        PIC X(15)  VALUE SPACES.
027021
027030* HEADER / TRAILER RECORDS ON THE INVOICE FILE AND THE PARAMETER
027040* AREA FOR THE CHAIN CONTROL MODULE (ACT2CTL).
027050 COPY ACT2HT.
027060 COPY ACT2WS.
027062
027064* PARAMETER AREA FOR THE JOB PREREQUISITE CHECK (PREQCHK).
027066 COPY PREQWS.
027070
027100 PROCEDURE DIVISION.
027200
027300 000-MAINLINE SECTION.
027400
027401     PERFORM 174-CHECK-PREREQUISITES THRU
027402                  174-CHECK-PREREQUISITES-EXIT.
027405     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-YYYYMMDD.
027406     PERFORM 175-GET-BUSINESS-DATE THRU
027407                  175-GET-BUSINESS-DATE-EXIT.
027470        GOBACK.
027475     PERFORM 170-READ-FINCHG-RATE THRU
027480                  170-READ-FINCHG-RATE-EXIT.
027481     PERFORM 178-VERIFY-INVOICE-INPUT THRU
027482                  178-VERIFY-INVOICE-INPUT-EXIT.
027483     IF A2-FAILED
027484        DISPLAY '** ERROR **  ACT2DATA CHAIN CONTROL - ' A2-REASON
027485        MOVE 16 TO RETURN-CODE
027486        MOVE 'CNTRLBRK' TO AD-PROGRAM-ID
027487        MOVE '178-VERIFY-INVOICE-INPUT' TO AD-PARA-NAME
027488        MOVE A2-REASON TO AD-ABEND-REASON
027489        MOVE A2-FILE-STATUS TO AD-FILE-STATUS-1
027490        MOVE SPACES TO AD-FILE-STATUS-2
027491        MOVE ZERO TO AD-RECORDS-READ, AD-RECORDS-WRITTEN
027492        MOVE SPACES TO AD-CHECKPOINT-POS
027493        CALL 'ABENDRTN' USING ABEND-DIAG-AREA
027494        GOBACK.
027500     OPEN INPUT  MI-INPUT-FILE
027600          OUTPUT MI-OUTPUT-SRT-FILE
027650          OUTPUT MATB-COLL-EXTRACT
027670          OUTPUT MATB-AGED-CSV
027680          OUTPUT FINCHG-FILE
027690          OUTPUT DUNLTR-FILE
027695          OUTPUT DUNEXCP-FILE
027700          OUTPUT MATB-OUTPUT-RPT.
027710* HISTORY IS PERMANENT - JCL SUPPLIES DISP=MOD SO EACH RUN
027720* APPENDS ITS SNAPSHOTS TO THE PRIOR RUNS.
027740     IF WS-MATBHIST-STATUS IS NOT EQUAL TO '00'
027750        DISPLAY '** WARNING **  MATBHIST NOT AVAILABLE - '
027760                'SNAPSHOTS SKIPPED - STATUS ' WS-MATBHIST-STATUS.
027761     OPEN INPUT CUSTADDR-FILE.
027762     IF WS-CUSTADDR-STATUS IS EQUAL TO '00'
027763        MOVE 'YES' TO WS-CUSTADDR-OPEN-SW
027764     ELSE
027765        DISPLAY '** WARNING **  CUSTADDR NOT AVAILABLE - STATUS '
027766                WS-CUSTADDR-STATUS ' - NO DUNNING LETTERS MAILED'.
027767     MOVE WS-RUN-YYYYMMDD TO DUN-EXCP-RUN-DATE.
027768     WRITE DUNEXCP-LINE FROM DUN-EXCP-HEADER.
027769     WRITE DUNEXCP-LINE FROM DUN-BLANK-LINE.
027800     SORT SW-MI-SORT-FILE
027900          ON ASCENDING KEY CUST-NAME-SRT-WK
028000                           INV-NO-SRT-WK
028570           MATB-AGED-CSV
028580           FINCHG-FILE
028590           DUNLTR-FILE
028595           DUNEXCP-FILE
028600           MATB-OUTPUT-RPT.
028610     IF WS-MATBHIST-STATUS IS EQUAL TO '00'
028620        CLOSE MATBHIST-FILE.
028630     IF CUSTADDR-OPEN
028640        CLOSE CUSTADDR-FILE.
028650     IF COUNTS-BALANCE
028660        MOVE ZERO TO RETURN-CODE
028670     ELSE
028690     PERFORM 565-WRITE-CONTROL-TOTALS
028700          THRU 565-WRITE-CONTROL-TOTALS-EXIT.
028800     GOBACK.
028803
028806* NIGHTLY RUN-ORDER AND DUPLICATE-RUN CHECK (PREQCHK) - BEFORE
028809* ANYTHING IS OPENED.  A REFUSAL STOPS THE RUN HERE.
028812 174-CHECK-PREREQUISITES.
028815
028818     MOVE SPACES TO PREQ-CHECK-AREA.
028821     MOVE 'CNTRLBRK' TO PQ-PROGRAM-ID.
028824     CALL 'PREQCHK' USING PREQ-CHECK-AREA.
028827     IF PQ-OVERRIDDEN
028830        DISPLAY '** WARNING **  PREREQUISITE CHECK OVERRIDDEN - '
028833                PQ-REASON.
028836     IF PQ-FAILED
028839        DISPLAY '** ERROR **  PREREQUISITE CHECK - ' PQ-REASON
028842        MOVE 16 TO RETURN-CODE
028845        MOVE 'CNTRLBRK' TO AD-PROGRAM-ID
028848        MOVE '174-CHECK-PREREQUISITES' TO AD-PARA-NAME
028851        MOVE PQ-REASON TO AD-ABEND-REASON
028854        MOVE PQ-FILE-STATUS TO AD-FILE-STATUS-1
028857        MOVE SPACES TO AD-FILE-STATUS-2
028860        MOVE ZERO TO AD-RECORDS-READ, AD-RECORDS-WRITTEN
028863        MOVE SPACES TO AD-CHECKPOINT-POS
028866        CALL 'ABENDRTN' USING ABEND-DIAG-AREA
028869        GOBACK.
028872
028875 174-CHECK-PREREQUISITES-EXIT.
028878     EXIT.
028900
029000
028901 175-GET-BUSINESS-DATE.
028968 177-SCAN-CALENDAR-EXIT.
028969     EXIT.
028970
028972* ACT2DATA MUST FOLLOW FROM THE STEPS BEFORE THIS ONE - AN OLD
028974* GENERATION OR A SKIPPED STEP WOULD AGE THE WRONG BALANCES.
028976 178-VERIFY-INVOICE-INPUT.
028978
028980     MOVE SPACES TO ACT2-CTL-AREA.
028982     MOVE 'V' TO A2-FUNCTION.
028984     MOVE 'CNTRLBRK' TO A2-PROGRAM-ID.
028986     CALL 'ACT2CTL' USING ACT2-CTL-AREA.
028988
028990 178-VERIFY-INVOICE-INPUT-EXIT.
028992     EXIT.
029001 170-READ-FINCHG-RATE.
029002
029003     OPEN INPUT FINCHG-PARM-FILE.
029099     READ CUSTREF-FILE NEXT RECORD
029100         AT END  MOVE 'YES' TO WS-CUSTREF-EOF-SW,
029101                 GO TO 160-READ-CUST-REFERENCE-EXIT.
029102     IF CREF-ACTIVE AND CUSTOMER-TABLE-COUNT IS LESS THAN 999
029103        ADD 1 TO CUSTOMER-TABLE-COUNT
029104        SET CUST-INDEX TO CUSTOMER-TABLE-COUNT
029105        MOVE CREF-CUST-NO   TO CUSTOMER-CODE (CUST-INDEX)
036800                                   700-ERROR-DISPLAY-EXIT
036900
037000        ELSE
037010* A CREDIT MEMO THAT CLEARED THE INVOICE IS COUNTED APART FROM
037020* INVOICES PAID IN CASH
037030            IF SETTLED-BY-CREDIT
037040               ADD 1 TO WS-CREDITED-CTR
037050            ELSE
037060               ADD 1 TO WS-PAID-CTR
037070            END-IF
037200            MOVE 'YES' TO WS-PAID-SW
037300
037400     ELSE
048000     MOVE  CUST-NO-SRT-WK  TO  CUST-NO-DL.
048100     MOVE  INV-NO-SRT-WK  TO  CUST-INV-DL.
048105     MOVE  AGED-FLAG-SRT-WK  TO  AGED-FLAG-DL.
048106     IF ADJ-FLAG-SRT-WK IS EQUAL TO 'A'
048107        MOVE 'ADJ' TO ADJ-FLAG-DL.
048110* CAPTURE THE OPEN INVOICE FOR THE CUSTOMER'S DUNNING LETTER.
048111* DISPUTED INVOICES (COLLPOST STATUS 'D') STAY OFF THE LETTER
048112* AND THEIR OVER-60/90/120 AMOUNTS ARE HELD OUT OF THE
054700 450-ASSESS-FINANCE-CHARGE-EXIT.
054710     EXIT.
054720
054723* ONE LETTER PER CUSTOMER WITH ANYTHING OLDER THAN CURRENT.
054726* SEVERITY ESCALATES WITH THE OLDEST BUCKET OCCUPIED: OVER-30
054729* GETS A GENTLE REMINDER, OVER-120 A FINAL DEMAND.  THE LETTER
054732* CARRIES THE SAME OPEN INVOICE DETAIL ASSEMBLED FOR THE
054735* CUSTOMER TOTAL LINE.  THE TABLE IS ALWAYS CLEARED SO THE
054738* NEXT CUSTOMER STARTS FRESH.
054741 460-WRITE-DUNNING-LETTER.
054744
054747     MOVE ZERO TO WS-DUN-SEVERITY.
054750     IF WS-OVER-30-TL IS GREATER THAN ZERO
054753        MOVE 1 TO WS-DUN-SEVERITY.
054756     IF WS-OVER-60-TL IS GREATER THAN ZERO
054759        MOVE 2 TO WS-DUN-SEVERITY.
054762     IF WS-OVER-90-TL IS GREATER THAN ZERO
054765        MOVE 3 TO WS-DUN-SEVERITY.
054768     IF WS-OVER-120-TL IS GREATER THAN ZERO
054771        MOVE 4 TO WS-DUN-SEVERITY.
054774     IF WS-DUN-SEVERITY IS EQUAL TO ZERO
054777        GO TO 460-CLEAR-TABLE.
054780* EVERY OVERDUE INVOICE IN DISPUTE - NO LETTER FOR THIS
054783* CUSTOMER UNTIL COLLECTIONS RESOLVES IT.
054786     IF WS-DUN-INV-COUNT IS EQUAL TO ZERO
054789        GO TO 460-CLEAR-TABLE.
054792* NO USABLE ADDRESS OR NO-MAIL - LIST THE CUSTOMER FOR
054795* FOLLOW-UP INSTEAD OF PRODUCING A LETTER.
054798     PERFORM 462-GET-DUN-ADDRESS THRU
054801                  462-GET-DUN-ADDRESS-EXIT.
054804     IF NOT DUN-ADDRESS-USABLE
054807        PERFORM 464-LIST-DUN-EXCEPTION THRU
054810                     464-LIST-DUN-EXCEPTION-EXIT
054813        GO TO 460-CLEAR-TABLE.
054816     ADD 1 TO WS-DUN-LETTER-CTR.
054819     WRITE DUNLTR-LINE FROM DUN-BLANK-LINE.
054822     MOVE WS-DUN-CUST-NAME TO DUN-CUST-NAME.
054825     MOVE WS-PREVIOUS-CUST-NO TO DUN-CUST-NO.
054828     MOVE WS-RPT-DATE-EDIT TO DUN-AS-OF-DATE.
054831     WRITE DUNLTR-LINE FROM DUN-HEADER-LINE.
054834     PERFORM 466-WRITE-LETTER-ADDRESS THRU
054837                  466-WRITE-LETTER-ADDRESS-EXIT.
054840     EVALUATE WS-DUN-SEVERITY
054843         WHEN 1
054846             MOVE 'REMINDER: THE INVOICES BELOW ARE PAST DUE'
054849                 TO DUN-TEXT-LINE
054852         WHEN 2
054855             MOVE 'SECOND NOTICE: ACCOUNT OVER 60 DAYS PAST DUE'
054858                 TO DUN-TEXT-LINE
054861         WHEN 3
054864             MOVE 'URGENT: ACCOUNT OVER 90 DAYS PAST DUE'
054867                 TO DUN-TEXT-LINE
054870         WHEN OTHER
054873             MOVE 'FINAL DEMAND: ACCOUNT OVER 120 DAYS PAST DUE'
054876                 TO DUN-TEXT-LINE
054879     END-EVALUATE.
054882     WRITE DUNLTR-LINE FROM DUN-TEXT-LINE.
054885     IF WS-DUN-SEVERITY IS EQUAL TO 4
054888        MOVE 'YOUR ACCOUNT WILL BE REFERRED FOR COLLECTION'
054891            TO DUN-TEXT-LINE
054894        WRITE DUNLTR-LINE FROM DUN-TEXT-LINE.
054897     WRITE DUNLTR-LINE FROM DUN-BLANK-LINE.
054900     PERFORM 465-WRITE-LETTER-DETAIL THRU
054903                  465-WRITE-LETTER-DETAIL-EXIT
054906         VARYING WS-DUN-SUB FROM 1 BY 1
054909         UNTIL WS-DUN-SUB IS GREATER THAN WS-DUN-INV-COUNT.
054912     MOVE WS-CUST-TOTAL-TL TO DUN-TOTAL-AMT.
054915     WRITE DUNLTR-LINE FROM DUN-TOTAL-LINE.
054918
054921 460-CLEAR-TABLE.
054924     MOVE ZERO TO WS-DUN-INV-COUNT.
054927
054930 460-WRITE-DUNNING-LETTER-EXIT.
054933     EXIT.
054936
054939* A CUSTOMER IS MAILABLE ONLY WITH A CUSTADDR RECORD CARRYING
054942* LINE 1, CITY, STATE AND ZIP AND NOT FLAGGED NO-MAIL.
054945 462-GET-DUN-ADDRESS.
054948
054951     MOVE SPACES TO WS-DUN-ADDR-REASON.
054954     IF NOT CUSTADDR-OPEN
054957        MOVE 'CUSTADDR NOT AVAILABLE' TO WS-DUN-ADDR-REASON
054960        GO TO 462-GET-DUN-ADDRESS-EXIT.
054963     MOVE WS-PREVIOUS-CUST-NO TO CADR-CUST-NO.
054966     READ CUSTADDR-FILE.
054969     IF WS-CUSTADDR-STATUS IS NOT EQUAL TO '00'
054972        MOVE 'NO ADDRESS ON CUSTADDR' TO WS-DUN-ADDR-REASON
054975        GO TO 462-GET-DUN-ADDRESS-EXIT.
054978     IF CADR-NO-MAIL
054981        MOVE 'CUSTOMER FLAGGED NO-MAIL' TO WS-DUN-ADDR-REASON
054984        GO TO 462-GET-DUN-ADDRESS-EXIT.
054987     IF CADR-ADDR-LINE1 IS EQUAL TO SPACES OR
054990        CADR-CITY IS EQUAL TO SPACES OR
054993        CADR-STATE IS EQUAL TO SPACES OR
054996        CADR-ZIP IS EQUAL TO SPACES
054999        MOVE 'ADDRESS INCOMPLETE' TO WS-DUN-ADDR-REASON.
055002
055005 462-GET-DUN-ADDRESS-EXIT.
055008     EXIT.
055011
055014 464-LIST-DUN-EXCEPTION.
055017
055020     MOVE SPACES TO DUN-EXCP-LINE.
055023     MOVE WS-PREVIOUS-CUST-NO TO DUN-EXCP-CUST-NO.
055026     MOVE WS-DUN-CUST-NAME TO DUN-EXCP-NAME.
055029     MOVE WS-CUST-TOTAL-TL TO DUN-EXCP-AMT.
055032     MOVE WS-DUN-ADDR-REASON TO DUN-EXCP-REASON.
055035     WRITE DUNEXCP-LINE FROM DUN-EXCP-LINE.
055038     ADD 1 TO WS-DUN-EXCP-CTR.
055041
055044 464-LIST-DUN-EXCEPTION-EXIT.
055047     EXIT.
055050
055053 465-WRITE-LETTER-DETAIL.
055056
055059     MOVE SPACES TO DUN-DETAIL-LINE.
055062     MOVE DUN-INV-NO (WS-DUN-SUB) TO DUN-DTL-INV-NO.
055065     EVALUATE DUN-AGED-CODE (WS-DUN-SUB)
055068         WHEN 1
055071             MOVE 'CURRENT ' TO DUN-DTL-BUCKET
055074         WHEN 2
055077             MOVE 'OVER 30 ' TO DUN-DTL-BUCKET
055080         WHEN 3
055083             MOVE 'OVER 60 ' TO DUN-DTL-BUCKET
055086         WHEN 4
055089             MOVE 'OVER 90 ' TO DUN-DTL-BUCKET
055092         WHEN OTHER
055095             MOVE 'OVER 120' TO DUN-DTL-BUCKET
055098     END-EVALUATE.
055101     MOVE DUN-INV-AMT (WS-DUN-SUB) TO DUN-DTL-AMT.
055104     WRITE DUNLTR-LINE FROM DUN-DETAIL-LINE.
055107
055110 465-WRITE-LETTER-DETAIL-EXIT.
055113     EXIT.
055116
055119* ATTENTION LINE AND LINE 2 ONLY WHEN PRESENT, THEN CITY,
055122* STATE AND ZIP ON ONE LINE.
055125 466-WRITE-LETTER-ADDRESS.
055128
055131     IF CADR-ATTENTION IS NOT EQUAL TO SPACES
055134        MOVE SPACES TO DUN-ADDR-TEXT
055137        STRING 'ATTN: ' CADR-ATTENTION DELIMITED BY SIZE
055140            INTO DUN-ADDR-TEXT
055143        WRITE DUNLTR-LINE FROM DUN-ADDRESS-LINE.
055146     MOVE CADR-ADDR-LINE1 TO DUN-ADDR-TEXT.
055149     WRITE DUNLTR-LINE FROM DUN-ADDRESS-LINE.
055152     IF CADR-ADDR-LINE2 IS NOT EQUAL TO SPACES
055155        MOVE CADR-ADDR-LINE2 TO DUN-ADDR-TEXT
055158        WRITE DUNLTR-LINE FROM DUN-ADDRESS-LINE.
055161     MOVE SPACES TO DUN-ADDR-TEXT.
055164     STRING CADR-CITY DELIMITED BY '  '
055167            ', '      DELIMITED BY SIZE
055170            CADR-STATE DELIMITED BY SIZE
055173            '  '      DELIMITED BY SIZE
055176            CADR-ZIP  DELIMITED BY SIZE
055179         INTO DUN-ADDR-TEXT.
055182     WRITE DUNLTR-LINE FROM DUN-ADDRESS-LINE.
055185
055188 466-WRITE-LETTER-ADDRESS-EXIT.
055191     EXIT.
055292
055300 470-WRITE-AGED-SNAPSHOT.
055301
055630                     OVER-90-PCT, OVER-120-PCT.
055640     WRITE MATB-OUTPUT-REP-LINE FROM PCT-REPORT-TOTALS
055650         AFTER ADVANCING 1.
055652     MOVE WS-ADJUSTED-CTR TO ADJ-COUNT-GTL.
055654     MOVE WS-ADJ-NET-GTL TO ADJ-AMOUNT-GTL.
055656     WRITE MATB-OUTPUT-REP-LINE FROM ADJ-REPORT-TOTALS
055658         AFTER ADVANCING 1.
055660     PERFORM 975-WRITE-AGED-CSV-GRANDTOTAL THRU
055670                                975-WRITE-AGED-CSV-GRANDTOTAL-EXIT.
055700
059460          DISP-MESSAGE.
059470     MOVE WS-FINCHG-CTR TO DISP-VALUE.
059480     DISPLAY DISPLAY-LINE.
059484     MOVE 'DUNNING LETTERS PRODUCED                     '  TO
059488          DISP-MESSAGE.
059492     MOVE WS-DUN-LETTER-CTR TO DISP-VALUE.
059496     DISPLAY DISPLAY-LINE.
059500     MOVE 'DUNNING LETTERS HELD - NO USABLE ADDRESS     '  TO
059504          DISP-MESSAGE.
059508     MOVE WS-DUN-EXCP-CTR TO DISP-VALUE.
059512     DISPLAY DISPLAY-LINE.
059522     MOVE 'INVOICES IN DISPUTE - DUNNING SUPPRESSED     '  TO
059524          DISP-MESSAGE.
059526     MOVE WS-DISPUTED-CTR TO DISP-VALUE.
059532          DISP-MESSAGE.
059534     MOVE WS-PARTPD-CTR TO DISP-VALUE.
059536     DISPLAY DISPLAY-LINE.
059537     MOVE 'MONTHLY INVOICE SETTLED BY CREDIT MEMO       '  TO
059538          DISP-MESSAGE.
059539     MOVE WS-CREDITED-CTR TO DISP-VALUE.
059540     DISPLAY DISPLAY-LINE.
059541     MOVE 'ADJUSTED INVOICES AGED                       '  TO
059542          DISP-MESSAGE.
059543     MOVE WS-ADJUSTED-CTR TO DISP-VALUE.
059544     DISPLAY DISPLAY-LINE.
059500     DISPLAY '                                                 '.
059600     DISPLAY '****     B999BLK2 EOJ        ****'.
059700
060160 560-RECONCILE-COUNTS.
060170
060180     MOVE 'YES' TO WS-RECONCILE-SW.
060190     IF (WS-PAID-CTR + WS-CREDITED-CTR + WS-UNPD-CTR +
060195         WS-REJECT-CTR)
060200           IS NOT EQUAL TO WS-READ-CTR
060210        MOVE 'NO ' TO WS-RECONCILE-SW
060220        DISPLAY '** ERROR **  RECORD COUNTS OUT OF BALANCE - '
060290 560-RECONCILE-COUNTS-EXIT.
060295     EXIT.
060296
060300 565-WRITE-CONTROL-TOTALS.
060305
060310     OPEN EXTEND CTLTOTS-FILE.
060315     MOVE 'CNTRLBRK' TO CTL-PROGRAM-ID.
060320     MOVE WS-RUN-YYYYMMDD TO CTL-RUN-DATE.
060325     MOVE FUNCTION CURRENT-DATE (9:6) TO CTL-RUN-TIME.
060330     MOVE WS-READ-CTR    TO CTL-RECORDS-READ.
060335     COMPUTE CTL-RECORDS-WRITTEN = WS-WRTN-CTR + WS-PAID-CTR +
060340                                   WS-CREDITED-CTR.
060345     MOVE WS-REJECT-CTR  TO CTL-RECORDS-ERROR.
060350     MOVE RETURN-CODE    TO CTL-RETURN-CODE.
060355     MOVE WS-ADJUSTED-CTR TO CTL-ADJ-COUNT.
060360     MOVE WS-ADJ-NET-GTL TO CTL-ADJ-AMOUNT.
060365     WRITE CTL-TOTALS-RECORD.
060370     CLOSE CTLTOTS-FILE.
060375
060380 565-WRITE-CONTROL-TOTALS-EXIT.
060385     EXIT.
060390
060400 700-ERROR-DISPLAY.
060500
060600     MOVE 'NO ' TO WS-INPUT-OK-SW.
062100     READ MI-INPUT-FILE INTO MI-INPUT-REC
062200         AT END  MOVE 'YES' TO WS-EOF-INPUT-SW,
062300                 GO TO 800-READ-INPUT-FILE-EXIT.
062310* HEADERS AND TRAILERS WERE PROVED BY ACT2CTL - NOT INVOICES
062320     MOVE MI-INPUT-REC (1:10) TO A2C-KEY.
062330     IF A2C-HEADER OR A2C-TRAILER
062340        GO TO 800-READ-INPUT-FILE.
062400     ADD 1 TO WS-READ-CTR.
062500
062600 800-READ-INPUT-FILE-EXIT.
063540        SUBTRACT AMT-PAID-IN FROM INV-AMT-SRT-WK
063550        ADD 1 TO WS-PARTPD-CTR.
063600     MOVE PAID-DATE-IN TO  PAID-DATE-SRT-WK.
063620     MOVE INV-DATE-IN TO INV-DATE-SRT-WK.
063625     MOVE SPACES TO AGED-FLAG-SRT-WK.
063630     MOVE COLL-STATUS-IN TO COLL-STATUS-SRT-WK.
063635* AN ADJUSTED INVOICE IS FLAGGED 'ADJ' ON ITS DETAIL LINE
063640     MOVE SPACE TO ADJ-FLAG-SRT-WK.
063645     IF INV-ADJ-AMT-IN IS NUMERIC AND
063650        INV-ADJ-AMT-IN IS NOT EQUAL TO ZERO
063655        MOVE 'A' TO ADJ-FLAG-SRT-WK
063660        ADD 1 TO WS-ADJUSTED-CTR
063665        ADD INV-ADJ-AMT-IN TO WS-ADJ-NET-GTL.
063670     PERFORM 852-DERIVE-AGED-CODE THRU
063675                  852-DERIVE-AGED-CODE-EXIT.
063700     RELEASE SW-MI-SORT-WORK.
063800     ADD 1 TO WS-REL-CTR.
063900
