002100*                  'AMOUNT    ', 'INV-DATE  ' OR 'PAID-DATE '   *
002200*      COLS 18-26  NEW VALUE, LEFT-ALIGNED TO THE FIELD WIDTH   *
002300*  SEVERAL CARDS MAY NAME THE SAME INVOICE.                     *
002310*                                                               *
002320*  RESUBFIL CARRIES A HEADER AND TRAILER (COPY ACT2HT) AROUND   *
002330*  THE REPAIRED RECORDS, NUMBERED AND RECORDED BY ACT2CTL SO    *
002340*  THE NEXT RUN CAN PROVE IT.  IF ACT2CTL FAILS THE RUN STOPS   *
002350*  THROUGH ABENDRTN.                                            *
002400******************************************************************
002500
002600 ENVIRONMENT DIVISION.
011800     05  WS-CARD-READ-CTR  PIC 9(4)       VALUE ZERO.
011900     05  WS-FIXED-CTR      PIC 9(4)       VALUE ZERO.
012000     05  WS-RESUB-CTR      PIC 9(4)       VALUE ZERO.
012010     05  WS-RESUB-AMT-TL   PIC S9(11)V99  VALUE ZERO.
012100     05  WS-STILL-BAD-CTR  PIC 9(4)       VALUE ZERO.
012200
012300 01  WS-CORRECTION-CONTROLS.
014100
014200 01  WS-CUSTOMER-TABLE.
014300     05  WS-CUST-COUNT     PIC S9(4) COMP VALUE ZERO.
014400     05  WS-CUST-REC OCCURS 999 TIMES INDEXED BY WCUST-INDEX.
014500         10  WS-CUST-CODE             PIC 9(5).
014600         10  WS-CUST-NAME             PIC X(15).
014700
014800 01  MI-INPUT-REC.
014900     05  CUST-NO-IN                   PIC 9(5).
015000     05  CUST-NO-IN-X  REDEFINES  CUST-NO-IN          PIC X(5).
015100     05  INV-NO-IN                    PIC X(5).
015200     05  INV-NO-IN-NUM   REDEFINES   INV-NO-IN        PIC 9(5).
015300     05  AGED-CODE-IN                 PIC 9.
015800     05  PAID-DATE-IN-NUM   REDEFINES   PAID-DATE-IN  PIC 9(6).
015900     05  INV-DATE-IN                  PIC X(6).
016000     05  INV-DATE-IN-NUM    REDEFINES   INV-DATE-IN   PIC 9(6).
016100     05  FILLER                       PIC X(28).
016110* FIRST-SUSPENDED DATE AND CYCLE COUNT STAMPED BY CNTRLBRK
016120* WHEN THE RECORD FIRST FELL TO SUSPENSE - PRESERVED HERE
016130* ACROSS REPAIR CYCLES AND SHOWN ON THE LISTING
017380
017390 01  DL-ESCALATION-LINE.
017400     05  FILLER            PIC X(1)   VALUE SPACES.
017410     05  ESC-CUST-NO       PIC X(5).
017420     05  FILLER            PIC X(2)   VALUE SPACES.
017430     05  ESC-INV-NO        PIC X(5).
017440     05  FILLER            PIC X(11)  VALUE '  AGE DAYS:'.
017450     05  ESC-AGE-DAYS      PIC ZZZ9.
017460     05  FILLER            PIC X(9)   VALUE '  CYCLES:'.
017470     05  ESC-CYCLES        PIC ZZ9.
017480     05  FILLER            PIC X(93)  VALUE SPACES.
017490
017500 01  WS-ESC-TABLE-FIELDS.
017510     05  WS-ESC-COUNT      PIC S9(4) COMP VALUE ZERO.
017520     05  WS-ESC-SUB        PIC S9(4) COMP VALUE ZERO.
017530     05  WS-ESC-TABLE OCCURS 50 TIMES.
017540         10  ESC-T-CUST-NO PIC X(5).
017550         10  ESC-T-INV-NO  PIC X(5).
017560         10  ESC-T-AGE     PIC S9(5) COMP.
017570         10  ESC-T-CYCLES  PIC 9(3).
017400 01  DISPLAY-LINE.
017500     05  DISP-MESSAGE     PIC X(45).
017600     05  DISP-VALUE       PIC ZZZ9.
017610
017620* HEADER / TRAILER FOR THIS RUN'S RESUBFIL GENERATION AND THE
017630* PARAMETER AREA FOR THE CHAIN CONTROL MODULE (ACT2CTL).
017640 COPY ACT2HT.
017650 COPY ACT2WS.
017660
017670* SHARED ABEND-DIAGNOSTICS AREA PASSED TO ABENDRTN ON FATAL
017680* ERRORS SO OPERATIONS SEES THE FACTS ON ABENDDS.
017690     COPY ABENDWS.
017700
017800 PROCEDURE DIVISION.
017900
018230         FUNCTION INTEGER-OF-DATE (WS-TODAY-YYYYMMDD).
018300     PERFORM 150-LOAD-CUST-REFERENCE THRU
018400                  150-LOAD-CUST-REFERENCE-EXIT.
018410     PERFORM 180-START-RESUBMIT-OUTPUT THRU
018420                  180-START-RESUBMIT-OUTPUT-EXIT.
018430     IF A2-FAILED
018440        GO TO 000-ACT2-CHAIN-FAILURE.
018500     OPEN INPUT  SUSPENSE-INPUT-FILE
018600                 CORRECTION-CARD-FILE
018700          OUTPUT RESUBMIT-FILE
018800                 SUSPENSE-OUT-FILE
018900                 SUSPENSE-LIST-RPT.
018910     PERFORM 185-WRITE-RESUBMIT-HEADER THRU
018920                  185-WRITE-RESUBMIT-HEADER-EXIT.
019000     PERFORM 100-LOAD-CORRECTIONS THRU
019100                  100-LOAD-CORRECTIONS-EXIT.
019200     PERFORM 800-READ-SUSPENSE-FILE THRU
019500         UNTIL EOF-SUSPENSE.
019510     PERFORM 250-PRINT-ESCALATIONS THRU
019520                  250-PRINT-ESCALATIONS-EXIT.
019530     PERFORM 570-END-RESUBMIT-OUTPUT THRU
019540                  570-END-RESUBMIT-OUTPUT-EXIT.
019600     CLOSE SUSPENSE-INPUT-FILE
019700           CORRECTION-CARD-FILE
019800           RESUBMIT-FILE
019900           SUSPENSE-OUT-FILE
020000           SUSPENSE-LIST-RPT.
020010     IF A2-FAILED
020020        GO TO 000-ACT2-CHAIN-FAILURE.
020100     PERFORM 550-DISPLAY-PROG-DIAG THRU
020200                  550-DISPLAY-PROG-DIAG-EXIT.
020300     IF WS-ESC-CTR IS GREATER THAN ZERO
020600        MOVE ZERO TO RETURN-CODE.
020700     GOBACK.
020800
020805* RESUBFIL COULD NOT BE NUMBERED OR RECORDED ON ACT2GEN - THE
020810* NEXT RUN WOULD REFUSE IT, SO STOP HERE WHERE THE CAUSE IS.
020815 000-ACT2-CHAIN-FAILURE.
020820     DISPLAY '** ERROR **  RESUBFIL CONTROL - ' A2-REASON.
020825     MOVE 'SUSPFIX ' TO AD-PROGRAM-ID.
020830     MOVE '000-MAINLINE' TO AD-PARA-NAME.
020835     MOVE A2-REASON TO AD-ABEND-REASON.
020840     MOVE A2-FILE-STATUS TO AD-FILE-STATUS-1.
020845     MOVE SPACES TO AD-FILE-STATUS-2.
020850     MOVE WS-SUSP-READ-CTR TO AD-RECORDS-READ.
020855     MOVE WS-RESUB-CTR TO AD-RECORDS-WRITTEN.
020860     MOVE SPACES TO AD-CHECKPOINT-POS.
020865     CALL 'ABENDRTN' USING ABEND-DIAG-AREA.
020870     MOVE 16 TO RETURN-CODE.
020875     GOBACK.
020880
020900 100-LOAD-CORRECTIONS.
021000
021100     PERFORM 810-READ-CARD-FILE THRU 810-READ-CARD-FILE-EXIT.
025400     READ CUSTREF-FILE NEXT RECORD
025500         AT END  MOVE 'YES' TO WS-CUSTREF-EOF-SW,
025600                 GO TO 160-READ-CUST-REFERENCE-EXIT.
025700     IF CREF-ACTIVE AND WS-CUST-COUNT IS LESS THAN 999
025800        ADD 1 TO WS-CUST-COUNT
025900        SET WCUST-INDEX TO WS-CUST-COUNT
026000        MOVE CREF-CUST-NO   TO WS-CUST-CODE (WCUST-INDEX)
026300 160-READ-CUST-REFERENCE-EXIT.
026400     EXIT.
026500
026504* NUMBER THIS RUN'S RESUBFIL GENERATION ON THE ACT2DATA CHAIN.
026508 180-START-RESUBMIT-OUTPUT.
026512
026516     MOVE SPACES TO ACT2-CTL-AREA.
026520     MOVE 'S' TO A2-FUNCTION.
026524     MOVE 'SUSPFIX ' TO A2-PROGRAM-ID.
026528     CALL 'ACT2CTL' USING ACT2-CTL-AREA.
026532
026536 180-START-RESUBMIT-OUTPUT-EXIT.
026540     EXIT.
026544
026548 185-WRITE-RESUBMIT-HEADER.
026552
026556     MOVE SPACES TO ACT2-CONTROL-REC.
026560     SET A2C-HEADER TO TRUE.
026564     MOVE A2-BUSINESS-DATE TO A2C-BUSINESS-DATE.
026568     MOVE A2-PROGRAM-ID TO A2C-PROGRAM-ID.
026572     MOVE A2-GENERATION-SEQ TO A2C-GENERATION-SEQ.
026576     MOVE ZERO TO A2C-RECORD-COUNT, A2C-INV-AMT-TOTAL.
026580     WRITE RESUBMIT-RECORD FROM ACT2-CONTROL-REC.
026584
026588 185-WRITE-RESUBMIT-HEADER-EXIT.
026592     EXIT.
026596
026600 200-PRSS-SUSPENSE.
026700
026800     PERFORM 210-APPLY-CORRECTIONS THRU
027400     IF RECORD-OK
027500        WRITE RESUBMIT-RECORD FROM MI-INPUT-REC
027600        ADD 1 TO WS-RESUB-CTR
027610        ADD INV-AMT-IN TO WS-RESUB-AMT-TL
027700        MOVE 'RESUB ' TO LST-DISPOSITION
027800     ELSE
027900        WRITE SUSPENSE-OUT-RECORD FROM MI-INPUT-REC
030600        GO TO 215-APPLY-ONE-CORRECTION-EXIT.
030700     EVALUATE CORR-FIELD-NAME (CORR-INDEX)
030800         WHEN 'CUST-NO   '
030900             MOVE CORR-NEW-VALUE (CORR-INDEX) (1:5)
031000                 TO CUST-NO-IN-X
031100         WHEN 'AGED-CODE '
031200             MOVE CORR-NEW-VALUE (CORR-INDEX) (1:1)
040800 550-DISPLAY-PROG-DIAG-EXIT.
040900     EXIT.
041000
041004* TRAILER WITH THE RESUBMITTED COUNT AND AMOUNT, THEN RECORD THE
041008* GENERATION ON ACT2GEN FOR THE NEXT RUN TO CHECK AGAINST.
041012 570-END-RESUBMIT-OUTPUT.
041016
041020     MOVE SPACES TO ACT2-CONTROL-REC.
041024     SET A2C-TRAILER TO TRUE.
041028     MOVE A2-BUSINESS-DATE TO A2C-BUSINESS-DATE.
041032     MOVE A2-PROGRAM-ID TO A2C-PROGRAM-ID.
041036     MOVE A2-GENERATION-SEQ TO A2C-GENERATION-SEQ.
041040     MOVE WS-RESUB-CTR TO A2C-RECORD-COUNT.
041044     MOVE WS-RESUB-AMT-TL TO A2C-INV-AMT-TOTAL.
041048     WRITE RESUBMIT-RECORD FROM ACT2-CONTROL-REC.
041052     MOVE 'E' TO A2-FUNCTION.
041056     MOVE WS-RESUB-CTR TO A2-RECORD-COUNT.
041060     MOVE WS-RESUB-AMT-TL TO A2-INV-AMT-TOTAL.
041064     CALL 'ACT2CTL' USING ACT2-CTL-AREA.
041068
041072 570-END-RESUBMIT-OUTPUT-EXIT.
041076     EXIT.
041080
041100 800-READ-SUSPENSE-FILE.
041200
041300     READ SUSPENSE-INPUT-FILE INTO MI-INPUT-REC
