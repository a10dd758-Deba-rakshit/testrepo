      ****************************************************************
      * PROGRAM:  STORDGEN
      *
      * STANDING-ORDER GENERATOR, RUN AHEAD OF SAM1V.  FOR EVERY
      * ACTIVE STANDING ORDER ON STORDMST (SEE STORDREC, MAINTAINED
      * BY STORDMNT) WHOSE BILLING DATE HAS COME, ONE SAM1V ORDER
      * TRANSACTION IS WRITTEN TO ORDTRAN, WHICH THE JCL
      * CONCATENATES AHEAD OF THE SAM1V RUN'S TRANFILE THE SAME WAY
      * AS PAYXFER'S PAYTRAN:
      *     ORDER  00021C 20261101 SO00021C01          0012500
      *        TRAN-KEY          = 'C' CUSTOMER KEY
      *        TRAN-ACTION       = THE SCHEDULED DUE DATE
      *        TRAN-FIELD-NAME   = 'SO' + CUSTOMER KEY + SEQUENCE NO
      *        TRAN-UPDATE-NUM   = ORDER AMOUNT, 9(7)V99
      * THE CARD IMAGE IS KEPT ON CUSTAUDT, SO THE 'SO' REFERENCE
      * TELLS A GENERATED ORDER FROM ONE A CLERK KEYED.
      *
      * THE BILLING DATE IS SO-NEXT-DUE MOVED FORWARD PAST SATURDAYS,
      * SUNDAYS AND THE CALFILE HOLIDAYS (CAL-HOLIDAY-FLAG = 'Y') TO
      * THE NEXT BUSINESS DAY.  WITHOUT A CALFILE ONLY WEEKENDS ARE
      * SKIPPED.  ONCE BILLED, SO-NEXT-DUE MOVES ON BY THE ORDER'S
      * FREQUENCY FROM THE SCHEDULED DATE, NOT THE BILLING DATE, SO A
      * HOLIDAY DOES NOT DRIFT THE SCHEDULE - A WEEKLY ORDER ADDS 7
      * DAYS, TWO-WEEKLY 14, MONTHLY ONE MONTH AND QUARTERLY THREE,
      * ON THE DAY OF THE START DATE (OR THE MONTH'S LAST DAY).  AN
      * ORDER PAST ITS END DATE IS MARKED ENDED.
      *
      * MISSED RUNS ARE CAUGHT UP - EVERY OCCURRENCE WHOSE BILLING
      * DATE HAS COME IS BILLED - BUT NO MORE THAN WS-CATCH-UP-MAX
      * FOR ONE ORDER IN ONE RUN.  AN ORDER STILL BEHIND AFTER THAT
      * IS LISTED AS AN EXCEPTION AND THE RUN ENDS WITH RC 4; THE REST
      * FOLLOWS ON THE NEXT RUN.
      *
      * STORDRPT LISTS THE ORDERS GENERATED.  STORDFCS IS THE FORECAST
      * OF UPCOMING BILLINGS FOR THE NEXT WS-FORECAST-WEEKS WEEKS,
      * MONDAY TO SUNDAY, BY BILLING DATE, WITH A TOTAL FOR EACH WEEK.
      *
      * RC 16 - STORDMST COULD NOT BE OPENED OR ORDTRAN NOT WRITTEN.
      *
      * AN OPTIONAL BUSDATE CARD (YYYYMMDD IN COLS 1-8) SETS THE
      * BUSINESS DATE FOR A RERUN.  THE STEP CAN BE RERUN FOR THE
      * SAME BUSINESS DATE: ORDTRAN IS WRITTEN AFRESH AND AN ORDER
      * ALREADY BILLED FOR THAT DATE STARTS AGAIN FROM
      * SO-RUN-START-DUE, SO THE SAME ORDERS ARE WRITTEN ONCE ONLY.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STORDGEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT STORDER-FILE ASSIGN TO STORDMST
                   ORGANIZATION IS  INDEXED
                   ACCESS       IS  DYNAMIC
                   RECORD KEY   IS  SO-KEY
                   FILE STATUS  IS  WS-STORDER-STATUS.

            SELECT CALENDAR-FILE    ASSIGN TO CALFILE
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CALFILE-STATUS.

            SELECT BUSDATE-FILE     ASSIGN TO BUSDATE
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-BUSDATE-STATUS.

            SELECT ORDTRAN-FILE     ASSIGN TO ORDTRAN
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-ORDTRAN-STATUS.

            SELECT REPORT-FILE      ASSIGN TO STORDRPT
               FILE STATUS  IS  WS-REPORT-STATUS.

            SELECT FORECAST-FILE    ASSIGN TO STORDFCS
               FILE STATUS  IS  WS-FORECAST-STATUS.

            SELECT CTLTOTS-FILE     ASSIGN TO CTLTOTS
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CTLTOTS-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  STORDER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY STORDREC.

      *    OPERATIONS-MAINTAINED PROCESSING CALENDAR - ONLY THE
      *    HOLIDAY FLAG IS USED HERE.
       FD  CALENDAR-FILE
           RECORDING MODE IS F.
       01  CALENDAR-RECORD.
           05  CAL-DATE                   PIC 9(8).
           05  FILLER                     PIC X.
           05  CAL-HOLIDAY-FLAG           PIC X.
           05  FILLER                     PIC X.
           05  CAL-MONTH-END-FLAG         PIC X.
           05  FILLER                     PIC X.
           05  CAL-QTR-END-FLAG           PIC X.
           05  FILLER                     PIC X(66).

      *    OPTIONAL AS-OF BUSINESS DATE CARD (YYYYMMDD IN COLS 1-8).
       FD  BUSDATE-FILE
           RECORDING MODE IS F.
       01  BUSDATE-RECORD.
           05  BUSDATE-PARM               PIC 9(8).
           05  FILLER                     PIC X(72).

       FD  ORDTRAN-FILE
           RECORDING MODE IS F.
       COPY TRANRCOB.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD              PIC X(132).

       FD  FORECAST-FILE
           RECORDING MODE IS F.
       01  FORECAST-RECORD            PIC X(132).

       FD  CTLTOTS-FILE
           RECORDING MODE IS F.
       COPY CTLTOTS.

      *****************************************************************
       WORKING-STORAGE SECTION.
      *****************************************************************
      *
       01  WS-FIELDS.
           05  WS-STORDER-STATUS       PIC X(2)  VALUE SPACES.
               88  STORDER-OK                     VALUE '00'.
               88  STORDER-NOFILE                 VALUE '35'.
           05  WS-CALFILE-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-BUSDATE-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-ORDTRAN-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-FORECAST-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-CTLTOTS-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-STORDER-EOF          PIC X     VALUE 'N'.
           05  WS-CAL-EOF-SW           PIC X     VALUE 'N'.
           05  WS-STORDER-OPEN         PIC X     VALUE 'N'.
           05  WS-BUSINESS-YYYYMMDD    PIC 9(8)  VALUE ZERO.
           05  WS-ORDER-DONE-SW        PIC X     VALUE 'N'.
           05  WS-ORDER-UPDATED-SW     PIC X     VALUE 'N'.
           05  WS-CATCH-UP-MAX         PIC S9(4) COMP VALUE +10.
           05  WS-CATCH-UP-COUNT       PIC S9(4) COMP VALUE +0.
      *
      *    CALFILE HOLIDAYS, LOADED ONCE.
       01  WS-HOLIDAY-TABLE.
           05  WS-HOLIDAY-COUNT        PIC S9(4) COMP VALUE +0.
           05  WS-HOLIDAY-SUB          PIC S9(4) COMP VALUE +0.
           05  WS-HOLIDAY-MAX          PIC S9(4) COMP VALUE +400.
           05  WS-HOLIDAY-DATE         PIC 9(8)
                   OCCURS 400 TIMES.
      *
      *    DUE-DATE ARITHMETIC.  WS-DUE-DATE IS THE SCHEDULED DATE,
      *    WS-BILL-DATE THE BUSINESS DAY IT IS BILLED ON.
       01  DATE-WORK-FIELDS.
           05  WS-DUE-DATE             PIC 9(8)  VALUE ZERO.
           05  WS-BILL-DATE            PIC 9(8)  VALUE ZERO.
           05  WS-FREQUENCY            PIC X     VALUE SPACE.
           05  WS-ANCHOR-DAY           PIC 9(2)  VALUE ZERO.
           05  WS-MONTHS-TO-ADD        PIC S9(4) COMP VALUE +0.
           05  WS-DAY-NUMBER           PIC S9(9) COMP VALUE +0.
           05  WS-DAY-OF-WEEK          PIC S9(4) COMP VALUE +0.
           05  WS-BUSINESS-DAY-SW      PIC X     VALUE 'N'.
           05  WS-HOLIDAY-SW           PIC X     VALUE 'N'.
           05  WS-DATE-YYYYMMDD        PIC 9(8)  VALUE ZERO.
           05  WS-DATE-PARTS  REDEFINES  WS-DATE-YYYYMMDD.
               10  WS-DATE-YYYY        PIC 9(4).
               10  WS-DATE-MM          PIC 9(2).
               10  WS-DATE-DD          PIC 9(2).
           05  WS-MONTH-COUNT          PIC S9(7) COMP VALUE +0.
           05  WS-MONTH-DAYS           PIC 9(2)  VALUE ZERO.
           05  WS-MONTH-LENGTHS        PIC X(24)
                   VALUE '312831303130313130313031'.
           05  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTHS.
               10  WS-MONTH-LENGTH     PIC 9(2)  OCCURS 12 TIMES.
      *
      *    ACTIVE ORDERS AFTER THIS RUN'S BILLING, EACH WITH ITS OWN
      *    PROJECTED DUE/BILLING DATE, WALKED FORWARD WEEK BY WEEK.
       01  WS-FORECAST-TABLE.
           05  WS-FORECAST-COUNT       PIC S9(4) COMP VALUE +0.
           05  WS-FORECAST-SUB         PIC S9(4) COMP VALUE +0.
           05  WS-FORECAST-MAX         PIC S9(4) COMP VALUE +2000.
           05  WS-FORECAST-ENTRY       OCCURS 2000 TIMES.
               10  FC-CUST-KEY         PIC X(6).
               10  FC-SEQ-NO           PIC 9(2).
               10  FC-AMOUNT           PIC 9(7)V99.
               10  FC-FREQUENCY        PIC X.
               10  FC-ANCHOR-DAY       PIC 9(2).
               10  FC-END-DATE         PIC 9(8).
               10  FC-DUE-DATE         PIC 9(8).
               10  FC-BILL-DATE        PIC 9(8).
               10  FC-DONE-SW          PIC X.
      *
       01  WS-FORECAST-FIELDS.
           05  WS-FORECAST-WEEKS       PIC S9(4) COMP VALUE +13.
           05  WS-WEEK-NO              PIC S9(4) COMP VALUE +0.
           05  WS-WEEK-START-INT       PIC S9(9) COMP VALUE +0.
           05  WS-WEEK-START           PIC 9(8)  VALUE ZERO.
           05  WS-WEEK-END             PIC 9(8)  VALUE ZERO.
           05  WS-ENTRY-DONE-SW        PIC X     VALUE 'N'.
           05  WS-WEEK-COUNT           PIC S9(7) COMP-3 VALUE +0.
           05  WS-WEEK-AMOUNT          PIC S9(9)V99 COMP-3 VALUE +0.
           05  WS-FORECAST-TOTAL-COUNT PIC S9(7) COMP-3 VALUE +0.
           05  WS-FORECAST-TOTAL-AMT   PIC S9(9)V99 COMP-3 VALUE +0.
      *
       01  TOTALS-VARS.
           05  NUM-ORDERS-READ       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ORDERS-GENERATED  PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-HOLIDAY-MOVES     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ORDERS-ENDED      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ORDERS-BEHIND     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-NOT-FORECAST      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-REWRITE-ERRORS    PIC S9(9)   COMP-3  VALUE +0.
           05  WS-GENERATED-TOTAL    PIC S9(9)V99 COMP-3 VALUE +0.
      *
      *        *******************
      *            report lines
      *        *******************
       01 RPT-HEADER1.
           05  FILLER                     PIC X(40)
               VALUE 'STANDING ORDERS GENERATED        DATE:  '.
           05  RPT-HDR-DATE               PIC 9(8).
           05  FILLER                     PIC X(84) VALUE SPACES.
       01 RPT-HEADER2.
           05  FILLER PIC X(7)  VALUE 'CUST   '.
           05  FILLER PIC X(4)  VALUE 'SEQ '.
           05  FILLER PIC X(5)  VALUE 'FREQ '.
           05  FILLER PIC X(9)  VALUE 'DUE      '.
           05  FILLER PIC X(9)  VALUE 'BILLED   '.
           05  FILLER PIC X(14) VALUE '        AMOUNT'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(40) VALUE 'RESULT'.
           05  FILLER PIC X(42) VALUE SPACES.
       01 RPT-DETAIL.
           05  RPT-CUST-KEY           PIC X(6).
           05  FILLER                 PIC X     VALUE SPACE.
           05  RPT-SEQ-NO             PIC 9(2).
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  RPT-FREQUENCY          PIC X.
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  RPT-DUE-DATE           PIC X(8).
           05  FILLER                 PIC X     VALUE SPACE.
           05  RPT-BILL-DATE          PIC X(8).
           05  FILLER                 PIC X     VALUE SPACE.
           05  RPT-AMOUNT             PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  RPT-RESULT             PIC X(40).
           05  FILLER                 PIC X(42) VALUE SPACES.
       01  RPT-COUNT-LINE.
           05  FILLER              PIC XX       VALUE SPACES.
           05  RPT-COUNT-LABEL     PIC X(30).
           05  RPT-COUNT-VALUE     PIC ZZZ,ZZ9.
           05  FILLER              PIC X(3)     VALUE SPACES.
           05  RPT-COUNT-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(75)    VALUE SPACES.
       01  RPT-SPACES.
           05  FILLER              PIC X(132)   VALUE SPACES.
      *
       01 FCS-HEADER1.
           05  FILLER                     PIC X(40)
               VALUE 'STANDING-ORDER FORECAST  BUSINESS DATE: '.
           05  FCS-HDR-DATE               PIC 9(8).
           05  FILLER                     PIC X(10)
               VALUE '   WEEKS: '.
           05  FCS-HDR-WEEKS              PIC Z9.
           05  FILLER                     PIC X(72) VALUE SPACES.
       01 FCS-WEEK-HEADER.
           05  FILLER                     PIC X(9)  VALUE 'WEEK OF '.
           05  FCS-WEEK-START             PIC 9(8).
           05  FILLER                     PIC X(4)  VALUE ' TO '.
           05  FCS-WEEK-END               PIC 9(8).
           05  FILLER                     PIC X(103) VALUE SPACES.
       01 FCS-DETAIL.
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  FCS-BILL-DATE          PIC X(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FCS-CUST-KEY           PIC X(6).
           05  FILLER                 PIC X     VALUE SPACE.
           05  FCS-SEQ-NO             PIC 9(2).
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  FCS-FREQUENCY          PIC X.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FCS-AMOUNT             PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  FCS-NOTE               PIC X(30).
           05  FILLER                 PIC X(57) VALUE SPACES.
       01 FCS-TOTAL-LINE.
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  FCS-TOTAL-LABEL        PIC X(20).
           05  FCS-TOTAL-COUNT        PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(9)  VALUE ' ORDERS  '.
           05  FCS-TOTAL-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(78) VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************

       000-MAIN.
           PERFORM 050-GET-BUSINESS-DATE.
           PERFORM 900-OPEN-FILES.
           IF RETURN-CODE NOT < 16
               PERFORM 905-CLOSE-FILES
               PERFORM 910-WRITE-CONTROL-TOTALS
               GOBACK
           END-IF.
           PERFORM 100-LOAD-HOLIDAYS.
           MOVE WS-BUSINESS-YYYYMMDD TO RPT-HDR-DATE.
           WRITE REPORT-RECORD FROM RPT-HEADER1 AFTER PAGE.
           WRITE REPORT-RECORD FROM RPT-HEADER2 AFTER 2.
           PERFORM 700-READ-STORDER.
           PERFORM 200-PROCESS-STANDING-ORDER
               WITH TEST BEFORE
               UNTIL WS-STORDER-EOF = 'Y'
                  OR RETURN-CODE NOT < 16.
           PERFORM 500-PRINT-COUNTS.
           PERFORM 800-WRITE-FORECAST.
           PERFORM 905-CLOSE-FILES.
           IF RETURN-CODE < 4
              AND (NUM-ORDERS-BEHIND > 0
                   OR NUM-NOT-FORECAST > 0
                   OR NUM-REWRITE-ERRORS > 0)
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'STORDGEN: STANDING ORDERS READ: ' NUM-ORDERS-READ
                   ' ORDERS GENERATED: ' NUM-ORDERS-GENERATED
                   ' BEHIND: '           NUM-ORDERS-BEHIND
                   ' RC: '               RETURN-CODE.
           PERFORM 910-WRITE-CONTROL-TOTALS.
           GOBACK.

       050-GET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BUSINESS-YYYYMMDD.
           OPEN INPUT BUSDATE-FILE.
           IF WS-BUSDATE-STATUS = '00'
               READ BUSDATE-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF BUSDATE-PARM IS NUMERIC
                          AND BUSDATE-PARM NOT = ZERO
                           MOVE BUSDATE-PARM TO WS-BUSINESS-YYYYMMDD
                           DISPLAY 'STORDGEN: BUSINESS DATE OVERRIDE: '
                                   WS-BUSINESS-YYYYMMDD
                       END-IF
               END-READ
               CLOSE BUSDATE-FILE
           END-IF.

      *    WITHOUT A CALENDAR ONLY SATURDAYS AND SUNDAYS ARE SKIPPED.
       100-LOAD-HOLIDAYS.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CALFILE-STATUS = '00'
               PERFORM 110-LOAD-ONE-HOLIDAY
                   WITH TEST BEFORE
                   UNTIL WS-CAL-EOF-SW = 'Y'
               CLOSE CALENDAR-FILE
           ELSE
               DISPLAY 'STORDGEN: CALFILE NOT AVAILABLE. RC: '
                       WS-CALFILE-STATUS
               DISPLAY 'STORDGEN: ONLY WEEKENDS SKIPPED THIS RUN'
           END-IF.

       110-LOAD-ONE-HOLIDAY.
           READ CALENDAR-FILE
               AT END MOVE 'Y' TO WS-CAL-EOF-SW
           END-READ.
           IF WS-CAL-EOF-SW NOT = 'Y'
              AND CAL-DATE IS NUMERIC
              AND CAL-HOLIDAY-FLAG = 'Y'
               IF WS-HOLIDAY-COUNT < WS-HOLIDAY-MAX
                   ADD +1 TO WS-HOLIDAY-COUNT
                   MOVE CAL-DATE TO WS-HOLIDAY-DATE (WS-HOLIDAY-COUNT)
               ELSE
                   DISPLAY 'STORDGEN: HOLIDAY TABLE FULL, IGNORED: '
                           CAL-DATE
               END-IF
           END-IF.

      *****************************************************************
      *    ONE STANDING ORDER - BILL EVERY OCCURRENCE NOW DUE
      *****************************************************************
       200-PROCESS-STANDING-ORDER.
           ADD +1 TO NUM-ORDERS-READ.
           MOVE 'N' TO WS-ORDER-DONE-SW
                       WS-ORDER-UPDATED-SW.
           IF (SO-ACTIVE OR SO-ENDED)
              AND SO-LAST-BILLED = WS-BUSINESS-YYYYMMDD
              AND SO-RUN-START-DUE IS NUMERIC
              AND SO-RUN-START-DUE NOT = ZERO
               PERFORM 205-RESTART-SAME-DATE
           END-IF.
           IF SO-ACTIVE
               MOVE SO-NEXT-DUE TO SO-RUN-START-DUE
               MOVE 0   TO WS-CATCH-UP-COUNT
               PERFORM 210-BILL-IF-DUE
                   WITH TEST BEFORE
                   UNTIL WS-ORDER-DONE-SW = 'Y'
               IF WS-ORDER-UPDATED-SW = 'Y'
                   REWRITE STANDING-ORDER-REC
                   IF NOT STORDER-OK
                       DISPLAY 'STORDGEN: ERROR REWRITING STORDMST '
                               SO-KEY ' RC: ' WS-STORDER-STATUS
                       ADD +1 TO NUM-REWRITE-ERRORS
                   END-IF
               END-IF
               IF SO-ACTIVE
                   PERFORM 250-ADD-TO-FORECAST
               END-IF
           END-IF.
           PERFORM 700-READ-STORDER.

      *    ORDTRAN IS WRITTEN AFRESH ON EVERY RUN, SO A RERUN FOR A
      *    BUSINESS DATE ALREADY BILLED PUTS THE ORDER BACK AS IT
      *    STOOD BEFORE THAT RUN - NEXT DUE DATE, BILLED COUNT AND AN
      *    END REACHED IN THAT RUN - AND BILLS THE SAME OCCURRENCES
      *    AGAIN.
       205-RESTART-SAME-DATE.
           MOVE SO-RUN-START-DUE     TO WS-DUE-DATE.
           MOVE SO-FREQUENCY         TO WS-FREQUENCY.
           MOVE SO-START-DATE (7:2)  TO WS-ANCHOR-DAY.
           PERFORM 206-BACK-OUT-OCCURRENCE
               WITH TEST BEFORE
               UNTIL WS-DUE-DATE NOT < SO-NEXT-DUE
                  OR SO-BILLED-COUNT = 0.
           MOVE SO-RUN-START-DUE     TO SO-NEXT-DUE.
           MOVE 'A'                  TO SO-STATUS.
           MOVE 'Y'                  TO WS-ORDER-UPDATED-SW.
           DISPLAY 'STORDGEN: RERUN FOR ' WS-BUSINESS-YYYYMMDD
                   ' - ' SO-KEY ' BILLED AGAIN FROM ' SO-NEXT-DUE.

       206-BACK-OUT-OCCURRENCE.
           SUBTRACT 1 FROM SO-BILLED-COUNT.
           PERFORM 650-ADVANCE-DUE-DATE.

      *    ONE PASS PER OCCURRENCE.  THE ORDER IS DONE WHEN IT HAS
      *    ENDED, WHEN THE NEXT BILLING DATE IS STILL TO COME, OR
      *    WHEN THIS RUN'S CATCH-UP LIMIT IS REACHED.
       210-BILL-IF-DUE.
           IF SO-END-DATE NOT = ZERO
              AND SO-NEXT-DUE > SO-END-DATE
               MOVE 'E' TO SO-STATUS
               MOVE 'Y' TO WS-ORDER-UPDATED-SW
                           WS-ORDER-DONE-SW
               ADD +1 TO NUM-ORDERS-ENDED
               MOVE SPACES          TO RPT-DETAIL
               PERFORM 230-FILL-DETAIL-KEY
               MOVE SO-END-DATE     TO RPT-DUE-DATE
               MOVE 'ENDED - PAST END DATE' TO RPT-RESULT
               WRITE REPORT-RECORD FROM RPT-DETAIL AFTER 1
           ELSE
               MOVE SO-NEXT-DUE TO WS-DUE-DATE
               PERFORM 600-SET-BILLING-DATE
               EVALUATE TRUE
                  WHEN WS-BILL-DATE > WS-BUSINESS-YYYYMMDD
                      MOVE 'Y' TO WS-ORDER-DONE-SW
                  WHEN WS-CATCH-UP-COUNT NOT < WS-CATCH-UP-MAX
                      MOVE 'Y' TO WS-ORDER-DONE-SW
                      ADD +1 TO NUM-ORDERS-BEHIND
                      MOVE SPACES          TO RPT-DETAIL
                      PERFORM 230-FILL-DETAIL-KEY
                      MOVE WS-DUE-DATE     TO RPT-DUE-DATE
                      MOVE 'EXCEPTION - STILL BEHIND, NEXT RUN'
                          TO RPT-RESULT
                      WRITE REPORT-RECORD FROM RPT-DETAIL AFTER 1
                  WHEN OTHER
                      PERFORM 220-WRITE-ORDER-TRAN
               END-EVALUATE
           END-IF.

       220-WRITE-ORDER-TRAN.
           MOVE SPACES             TO TRAN-RECORD.
           MOVE 'ORDER '           TO TRAN-CODE.
           MOVE SO-CUST-KEY        TO TRAN-KEY (1:6).
           MOVE WS-DUE-DATE        TO TRAN-ACTION.
           MOVE 'SO'               TO TRAN-FIELD-NAME (1:2).
           MOVE SO-CUST-KEY        TO TRAN-FIELD-NAME (3:6).
           MOVE SO-SEQ-NO          TO TRAN-FIELD-NAME (9:2).
           MOVE SO-AMOUNT          TO TRAN-UPDATE-NUM.
           WRITE TRAN-RECORD.
           IF WS-ORDTRAN-STATUS NOT = '00'
               DISPLAY 'STORDGEN: ERROR WRITING ORDTRAN. RC: '
                       WS-ORDTRAN-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ORDER-DONE-SW
           ELSE
               ADD +1 TO NUM-ORDERS-GENERATED
                         WS-CATCH-UP-COUNT
               ADD SO-AMOUNT TO WS-GENERATED-TOTAL
               MOVE SPACES          TO RPT-DETAIL
               PERFORM 230-FILL-DETAIL-KEY
               MOVE WS-DUE-DATE     TO RPT-DUE-DATE
               MOVE WS-BILL-DATE    TO RPT-BILL-DATE
               MOVE SO-AMOUNT       TO RPT-AMOUNT
               IF WS-BILL-DATE NOT = WS-DUE-DATE
                   ADD +1 TO NUM-HOLIDAY-MOVES
                   MOVE 'ORDER WRITTEN - MOVED FROM HOLIDAY'
                       TO RPT-RESULT
               ELSE
                   MOVE 'ORDER WRITTEN' TO RPT-RESULT
               END-IF
               WRITE REPORT-RECORD FROM RPT-DETAIL AFTER 1
               MOVE WS-BUSINESS-YYYYMMDD TO SO-LAST-BILLED
               ADD 1 TO SO-BILLED-COUNT
               MOVE SO-FREQUENCY         TO WS-FREQUENCY
               MOVE SO-START-DATE (7:2)  TO WS-ANCHOR-DAY
               PERFORM 650-ADVANCE-DUE-DATE
               MOVE WS-DUE-DATE          TO SO-NEXT-DUE
               MOVE 'Y' TO WS-ORDER-UPDATED-SW
           END-IF.

       230-FILL-DETAIL-KEY.
           MOVE SO-CUST-KEY        TO RPT-CUST-KEY.
           MOVE SO-SEQ-NO          TO RPT-SEQ-NO.
           MOVE SO-FREQUENCY       TO RPT-FREQUENCY.

      *    AN ORDER LEFT BEHIND BY THE CATCH-UP LIMIT STARTS FROM ITS
      *    OWN NEXT DUE DATE; 820 SKIPS WHAT FALLS BEFORE THE WINDOW.
       250-ADD-TO-FORECAST.
           IF WS-FORECAST-COUNT < WS-FORECAST-MAX
               ADD +1 TO WS-FORECAST-COUNT
               MOVE WS-FORECAST-COUNT TO WS-FORECAST-SUB
               MOVE SO-CUST-KEY    TO FC-CUST-KEY (WS-FORECAST-SUB)
               MOVE SO-SEQ-NO      TO FC-SEQ-NO (WS-FORECAST-SUB)
               MOVE SO-AMOUNT      TO FC-AMOUNT (WS-FORECAST-SUB)
               MOVE SO-FREQUENCY   TO FC-FREQUENCY (WS-FORECAST-SUB)
               MOVE SO-START-DATE (7:2)
                                   TO FC-ANCHOR-DAY (WS-FORECAST-SUB)
               MOVE SO-END-DATE    TO FC-END-DATE (WS-FORECAST-SUB)
               MOVE SO-NEXT-DUE    TO FC-DUE-DATE (WS-FORECAST-SUB)
                                      WS-DUE-DATE
               PERFORM 600-SET-BILLING-DATE
               MOVE WS-BILL-DATE   TO FC-BILL-DATE (WS-FORECAST-SUB)
               MOVE 'N'            TO FC-DONE-SW (WS-FORECAST-SUB)
           ELSE
               ADD +1 TO NUM-NOT-FORECAST
               DISPLAY 'STORDGEN: FORECAST TABLE FULL, NOT FORECAST: '
                       SO-KEY
           END-IF.

       500-PRINT-COUNTS.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           MOVE SPACES TO RPT-COUNT-LINE.
           MOVE 'STANDING ORDERS READ          ' TO RPT-COUNT-LABEL.
           MOVE NUM-ORDERS-READ    TO RPT-COUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE AFTER 1.
           MOVE 'ORDER TRANSACTIONS WRITTEN    ' TO RPT-COUNT-LABEL.
           MOVE NUM-ORDERS-GENERATED TO RPT-COUNT-VALUE.
           MOVE WS-GENERATED-TOTAL TO RPT-COUNT-AMOUNT.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE AFTER 1.
           MOVE SPACES TO RPT-COUNT-LINE.
           MOVE '  MOVED FROM A HOLIDAY        ' TO RPT-COUNT-LABEL.
           MOVE NUM-HOLIDAY-MOVES  TO RPT-COUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE AFTER 1.
           MOVE 'STANDING ORDERS ENDED         ' TO RPT-COUNT-LABEL.
           MOVE NUM-ORDERS-ENDED   TO RPT-COUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE AFTER 1.
           MOVE 'ORDERS STILL BEHIND           ' TO RPT-COUNT-LABEL.
           MOVE NUM-ORDERS-BEHIND  TO RPT-COUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE AFTER 1.

      *****************************************************************
      *    BILLING DATE AND NEXT DUE DATE
      *****************************************************************
      *    WS-BILL-DATE = WS-DUE-DATE, OR THE FIRST DAY AFTER IT THAT
      *    IS NOT A SATURDAY, SUNDAY OR CALFILE HOLIDAY.  DAY OF WEEK
      *    FROM THE INTEGER DATE: 1 = MONDAY ... 6 = SATURDAY, 0 =
      *    SUNDAY.
       600-SET-BILLING-DATE.
           MOVE WS-DUE-DATE TO WS-BILL-DATE.
           MOVE 'N' TO WS-BUSINESS-DAY-SW.
           PERFORM 610-CHECK-BILLING-DAY
               WITH TEST BEFORE
               UNTIL WS-BUSINESS-DAY-SW = 'Y'.

       610-CHECK-BILLING-DAY.
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (WS-BILL-DATE).
           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD (WS-DAY-NUMBER, 7).
           MOVE 'N' TO WS-HOLIDAY-SW.
           IF WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = 0
               MOVE 'Y' TO WS-HOLIDAY-SW
           ELSE
               PERFORM 620-CHECK-ONE-HOLIDAY
                   VARYING WS-HOLIDAY-SUB FROM 1 BY 1
                   UNTIL WS-HOLIDAY-SUB > WS-HOLIDAY-COUNT
                      OR WS-HOLIDAY-SW = 'Y'
           END-IF.
           IF WS-HOLIDAY-SW = 'Y'
               ADD 1 TO WS-DAY-NUMBER
               COMPUTE WS-BILL-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-DAY-NUMBER)
           ELSE
               MOVE 'Y' TO WS-BUSINESS-DAY-SW
           END-IF.

       620-CHECK-ONE-HOLIDAY.
           IF WS-HOLIDAY-DATE (WS-HOLIDAY-SUB) = WS-BILL-DATE
               MOVE 'Y' TO WS-HOLIDAY-SW
           END-IF.

      *    WS-DUE-DATE MOVED ON ONE OCCURRENCE OF WS-FREQUENCY.
      *    MONTHLY AND QUARTERLY KEEP WS-ANCHOR-DAY, THE DAY OF THE
      *    START DATE, CUT BACK TO THE MONTH'S LAST DAY WHERE SHORTER.
       650-ADVANCE-DUE-DATE.
           EVALUATE WS-FREQUENCY
              WHEN 'W'
                  COMPUTE WS-DAY-NUMBER =
                      FUNCTION INTEGER-OF-DATE (WS-DUE-DATE) + 7
                  COMPUTE WS-DUE-DATE =
                      FUNCTION DATE-OF-INTEGER (WS-DAY-NUMBER)
              WHEN 'B'
                  COMPUTE WS-DAY-NUMBER =
                      FUNCTION INTEGER-OF-DATE (WS-DUE-DATE) + 14
                  COMPUTE WS-DUE-DATE =
                      FUNCTION DATE-OF-INTEGER (WS-DAY-NUMBER)
              WHEN 'Q'
                  MOVE 3 TO WS-MONTHS-TO-ADD
                  PERFORM 660-ADD-MONTHS
              WHEN OTHER
                  MOVE 1 TO WS-MONTHS-TO-ADD
                  PERFORM 660-ADD-MONTHS
           END-EVALUATE.

       660-ADD-MONTHS.
           MOVE WS-DUE-DATE TO WS-DATE-YYYYMMDD.
           COMPUTE WS-MONTH-COUNT = WS-DATE-YYYY * 12
                                  + WS-DATE-MM - 1
                                  + WS-MONTHS-TO-ADD.
           DIVIDE WS-MONTH-COUNT BY 12
               GIVING WS-DATE-YYYY
               REMAINDER WS-DATE-MM.
           ADD 1 TO WS-DATE-MM.
           MOVE WS-MONTH-LENGTH (WS-DATE-MM) TO WS-MONTH-DAYS.
           IF WS-DATE-MM = 2
              AND FUNCTION MOD (WS-DATE-YYYY, 4) = 0
              AND (FUNCTION MOD (WS-DATE-YYYY, 100) NOT = 0
                   OR FUNCTION MOD (WS-DATE-YYYY, 400) = 0)
               MOVE 29 TO WS-MONTH-DAYS
           END-IF.
           MOVE WS-ANCHOR-DAY TO WS-DATE-DD.
           IF WS-DATE-DD > WS-MONTH-DAYS
               MOVE WS-MONTH-DAYS TO WS-DATE-DD
           END-IF.
           MOVE WS-DATE-YYYYMMDD TO WS-DUE-DATE.

       700-READ-STORDER.
           READ STORDER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-STORDER-EOF
           END-READ.
           IF WS-STORDER-EOF NOT = 'Y'
              AND NOT STORDER-OK
               DISPLAY 'STORDGEN: ERROR READING STORDMST. RC: '
                       WS-STORDER-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-STORDER-EOF
           END-IF.

      *****************************************************************
      *    FORECAST - UPCOMING BILLINGS BY WEEK, MONDAY TO SUNDAY.
      *    WEEK ONE IS THE WEEK HOLDING THE NEXT DAY AFTER THE
      *    BUSINESS DATE.
      *****************************************************************
       800-WRITE-FORECAST.
           MOVE WS-BUSINESS-YYYYMMDD TO FCS-HDR-DATE.
           MOVE WS-FORECAST-WEEKS    TO FCS-HDR-WEEKS.
           WRITE FORECAST-RECORD FROM FCS-HEADER1 AFTER PAGE.
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-YYYYMMDD) + 1.
           COMPUTE WS-WEEK-START-INT = WS-DAY-NUMBER
               - FUNCTION MOD (WS-DAY-NUMBER + 6, 7).
           PERFORM 810-FORECAST-ONE-WEEK
               VARYING WS-WEEK-NO FROM 1 BY 1
               UNTIL WS-WEEK-NO > WS-FORECAST-WEEKS.
           WRITE FORECAST-RECORD FROM RPT-SPACES AFTER 1.
           MOVE 'FORECAST TOTAL      '  TO FCS-TOTAL-LABEL.
           MOVE WS-FORECAST-TOTAL-COUNT TO FCS-TOTAL-COUNT.
           MOVE WS-FORECAST-TOTAL-AMT   TO FCS-TOTAL-AMOUNT.
           WRITE FORECAST-RECORD FROM FCS-TOTAL-LINE AFTER 1.

       810-FORECAST-ONE-WEEK.
           COMPUTE WS-WEEK-START =
               FUNCTION DATE-OF-INTEGER (WS-WEEK-START-INT).
           COMPUTE WS-WEEK-END =
               FUNCTION DATE-OF-INTEGER (WS-WEEK-START-INT + 6).
           MOVE WS-WEEK-START TO FCS-WEEK-START.
           MOVE WS-WEEK-END   TO FCS-WEEK-END.
           WRITE FORECAST-RECORD FROM FCS-WEEK-HEADER AFTER 2.
           MOVE 0 TO WS-WEEK-COUNT
                     WS-WEEK-AMOUNT.
           PERFORM 820-FORECAST-ONE-ORDER
               VARYING WS-FORECAST-SUB FROM 1 BY 1
               UNTIL WS-FORECAST-SUB > WS-FORECAST-COUNT.
           MOVE 'WEEK TOTAL          '  TO FCS-TOTAL-LABEL.
           MOVE WS-WEEK-COUNT           TO FCS-TOTAL-COUNT.
           MOVE WS-WEEK-AMOUNT          TO FCS-TOTAL-AMOUNT.
           WRITE FORECAST-RECORD FROM FCS-TOTAL-LINE AFTER 1.
           ADD WS-WEEK-COUNT  TO WS-FORECAST-TOTAL-COUNT.
           ADD WS-WEEK-AMOUNT TO WS-FORECAST-TOTAL-AMT.
           ADD 7 TO WS-WEEK-START-INT.

      *    EVERY OCCURRENCE OF ONE ORDER BILLED THIS WEEK.  THE
      *    ENTRY KEEPS ITS PLACE FOR THE NEXT WEEK.
       820-FORECAST-ONE-ORDER.
           MOVE 'N' TO WS-ENTRY-DONE-SW.
           PERFORM 830-FORECAST-NEXT-OCCURRENCE
               WITH TEST BEFORE
               UNTIL WS-ENTRY-DONE-SW = 'Y'.

       830-FORECAST-NEXT-OCCURRENCE.
           EVALUATE TRUE
              WHEN FC-DONE-SW (WS-FORECAST-SUB) = 'Y'
                  MOVE 'Y' TO WS-ENTRY-DONE-SW
              WHEN FC-END-DATE (WS-FORECAST-SUB) NOT = ZERO
               AND FC-DUE-DATE (WS-FORECAST-SUB)
                   > FC-END-DATE (WS-FORECAST-SUB)
                  MOVE 'Y' TO FC-DONE-SW (WS-FORECAST-SUB)
                              WS-ENTRY-DONE-SW
              WHEN FC-BILL-DATE (WS-FORECAST-SUB) > WS-WEEK-END
                  MOVE 'Y' TO WS-ENTRY-DONE-SW
              WHEN OTHER
                  IF FC-BILL-DATE (WS-FORECAST-SUB)
                     NOT < WS-WEEK-START
                      PERFORM 840-LIST-OCCURRENCE
                  END-IF
                  MOVE FC-DUE-DATE (WS-FORECAST-SUB) TO WS-DUE-DATE
                  MOVE FC-FREQUENCY (WS-FORECAST-SUB) TO WS-FREQUENCY
                  MOVE FC-ANCHOR-DAY (WS-FORECAST-SUB)
                                                 TO WS-ANCHOR-DAY
                  PERFORM 650-ADVANCE-DUE-DATE
                  MOVE WS-DUE-DATE TO FC-DUE-DATE (WS-FORECAST-SUB)
                  PERFORM 600-SET-BILLING-DATE
                  MOVE WS-BILL-DATE TO FC-BILL-DATE (WS-FORECAST-SUB)
           END-EVALUATE.

       840-LIST-OCCURRENCE.
           MOVE SPACES              TO FCS-DETAIL.
           MOVE FC-BILL-DATE (WS-FORECAST-SUB)  TO FCS-BILL-DATE.
           MOVE FC-CUST-KEY (WS-FORECAST-SUB)   TO FCS-CUST-KEY.
           MOVE FC-SEQ-NO (WS-FORECAST-SUB)     TO FCS-SEQ-NO.
           MOVE FC-FREQUENCY (WS-FORECAST-SUB)  TO FCS-FREQUENCY.
           MOVE FC-AMOUNT (WS-FORECAST-SUB)     TO FCS-AMOUNT.
           IF FC-BILL-DATE (WS-FORECAST-SUB)
              NOT = FC-DUE-DATE (WS-FORECAST-SUB)
               STRING 'DUE ' FC-DUE-DATE (WS-FORECAST-SUB)
                      ' - HOLIDAY'
                   DELIMITED BY SIZE INTO FCS-NOTE
           END-IF.
           WRITE FORECAST-RECORD FROM FCS-DETAIL AFTER 1.
           ADD +1 TO WS-WEEK-COUNT.
           ADD FC-AMOUNT (WS-FORECAST-SUB) TO WS-WEEK-AMOUNT.

      *    A BRAND-NEW MASTER IS PRIMED EMPTY, AS IN STORDMNT, SO THE
      *    STEP STILL WRITES AN EMPTY ORDTRAN FOR SAM1V.
       900-OPEN-FILES.
           OPEN I-O STORDER-FILE.
           IF STORDER-NOFILE
               OPEN OUTPUT STORDER-FILE
               CLOSE STORDER-FILE
               OPEN I-O STORDER-FILE
           END-IF.
           IF STORDER-OK
               MOVE 'Y' TO WS-STORDER-OPEN
           ELSE
               DISPLAY 'STORDGEN: CANNOT OPEN STORDMST. RC: '
                       WS-STORDER-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.
           OPEN OUTPUT ORDTRAN-FILE
                       REPORT-FILE
                       FORECAST-FILE.
           IF WS-ORDTRAN-STATUS NOT = '00'
               DISPLAY 'STORDGEN: CANNOT OPEN ORDTRAN. RC: '
                       WS-ORDTRAN-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

       905-CLOSE-FILES.
           IF WS-STORDER-OPEN = 'Y'
               CLOSE STORDER-FILE
           END-IF.
           CLOSE ORDTRAN-FILE
                 REPORT-FILE
                 FORECAST-FILE.

      *    ONE STANDING ORDER IN; ORDER TRANSACTIONS OUT.  ORDERS
      *    LEFT BEHIND OR NOT REWRITTEN ARE THE ERRORS.
       910-WRITE-CONTROL-TOTALS.
           OPEN EXTEND CTLTOTS-FILE.
           MOVE 'STORDGEN'                  TO CTL-PROGRAM-ID.
           MOVE WS-BUSINESS-YYYYMMDD        TO CTL-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO CTL-RUN-TIME.
           MOVE NUM-ORDERS-READ             TO CTL-RECORDS-READ.
           MOVE NUM-ORDERS-GENERATED        TO CTL-RECORDS-WRITTEN.
           COMPUTE CTL-RECORDS-ERROR =
               NUM-ORDERS-BEHIND + NUM-REWRITE-ERRORS.
           MOVE RETURN-CODE                 TO CTL-RETURN-CODE.
           MOVE ZERO                        TO CTL-ADJ-COUNT.
           MOVE ZERO                        TO CTL-ADJ-AMOUNT.
           WRITE CTL-TOTALS-RECORD.
           CLOSE CTLTOTS-FILE.

      * END OF PROGRAM STORDGEN
