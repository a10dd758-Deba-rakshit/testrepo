      ****************************************************************
      * PROGRAM:  STORDMNT
      *
      * STANDING-ORDER MAINTENANCE.  SEVERAL CUSTOMERS ORDER THE SAME
      * AMOUNT EVERY WEEK OR MONTH AND A CLERK USED TO KEY AN ORDER
      * CARD FOR EACH ONE EVERY TIME - A FORGOTTEN CARD MEANT NO
      * INVOICE.  THE RECURRING ORDER IS NOW KEPT ONCE ON THE
      * STANDING-ORDER MASTER (STORDMST, SEE STORDREC) AND THE
      * STORDGEN STEP WRITES THE ORDER CARDS AS THEY FALL DUE.  THIS
      * PROGRAM APPLIES THE CLERKS' ADD/CHANGE/CANCEL CARDS (STORDCRD)
      * TO THE MASTER:
      *     0    1    1    2    2    3    3    4    4    5    5
      * ....5....0....5....0....5....0....5....0....5....0....5
      * ADD    00021C01 000012500 M 20261101 20271031 CLK0417
      *        !     ! !         ! !        !        +- USER ID
      *        !     ! !         ! !        +---------- END DATE
      *        !     ! !         ! +------------------- START DATE
      *        !     ! !         +--------------------- FREQUENCY
      *        !     ! +------------------------------- AMOUNT
      *        !     +--------------------------------- SEQUENCE NO
      *        +--------------------------------------- 'C' CUST KEY
      *     COLS  1- 6  ACTION - ADD, CHANGE OR CANCEL
      *     COLS  8-13  'C' CUSTOMER KEY, AS ON AN ORDER CARD
      *     COLS 14-15  SEQUENCE NO (A CUSTOMER MAY HAVE SEVERAL)
      *     COLS 17-25  AMOUNT 9(7)V99
      *     COL  27     FREQUENCY - W WEEKLY, B EVERY TWO WEEKS,
      *                 M MONTHLY, Q QUARTERLY
      *     COLS 29-36  START DATE YYYYMMDD - THE FIRST ORDER'S DUE
      *                 DATE, NOT BEFORE THE BUSINESS DATE
      *     COLS 38-45  END DATE YYYYMMDD - BLANK OR ZERO = NO END
      *     COLS 47-54  USER ID OF THE CLERK (REQUIRED)
      * ADD NEEDS EVERY FIELD BUT THE END DATE AND THE CUSTOMER MUST
      * BE ON CUSTFILE.  CHANGE REPLACES ONLY THE FIELDS KEYED; AN
      * END DATE OF 00000000 REMOVES THE END DATE, AND THE START
      * DATE CAN ONLY CHANGE BEFORE THE FIRST ORDER IS GENERATED.  A
      * CHANGED FREQUENCY TAKES EFFECT AFTER THE NEXT DUE DATE.  AN
      * ENDED ORDER WHOSE END DATE IS MOVED PAST ITS NEXT DUE DATE
      * IS ACTIVE AGAIN, ITS NEXT DUE DATE MOVED ON TO THE BUSINESS
      * DATE OR LATER - NOTHING IS BILLED FOR THE TIME IT STOOD
      * ENDED, AND A CARD THAT LEAVES NO DATE DUE IS REJECTED.
      * CANCEL STOPS THE ORDER; THE RECORD IS KEPT FOR ITS HISTORY.
      * AN '*' IN COLUMN 1 IS A COMMENT.
      *
      * STORDMRP LISTS EVERY CARD WITH THE RESULT AND THE ORDER AS IT
      * NOW STANDS.  A REJECTED CARD ENDS THE RUN WITH RC 4 AND MUST
      * BE CORRECTED AND RE-ENTERED.  RC 16 - STORDMST COULD NOT BE
      * OPENED (A NEW MASTER IS PRIMED EMPTY, AS FOR RENEWTRK).
      *
      * AN OPTIONAL BUSDATE CARD (YYYYMMDD IN COLS 1-8) SETS THE
      * BUSINESS DATE FOR A RERUN.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STORDMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT STORDER-FILE ASSIGN TO STORDMST
                   ORGANIZATION IS  INDEXED
                   ACCESS       IS  RANDOM
                   RECORD KEY   IS  SO-KEY
                   FILE STATUS  IS  WS-STORDER-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO CUSTFILE
                   ORGANIZATION IS  INDEXED
                   ACCESS       IS  RANDOM
                   RECORD KEY   IS  CUST-KEY
                   FILE STATUS  IS  WS-CUSTFILE-STATUS.

            SELECT CARD-FILE        ASSIGN TO STORDCRD
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CARDFILE-STATUS.

            SELECT BUSDATE-FILE     ASSIGN TO BUSDATE
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-BUSDATE-STATUS.

            SELECT REPORT-FILE      ASSIGN TO STORDMRP
               FILE STATUS  IS  WS-REPORT-STATUS.

            SELECT CTLTOTS-FILE     ASSIGN TO CTLTOTS
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CTLTOTS-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  STORDER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY STORDREC.

       FD  CUSTOMER-FILE
           RECORD IS VARYING.
       COPY CUST2CPY REPLACING ==:TAG:== BY ==CUST==.

       FD  CARD-FILE
           RECORDING MODE IS F.
       01  STORDER-CARD.
           05  SC-ACTION                  PIC X(6).
           05  FILLER                     PIC X.
           05  SC-CUST-KEY                PIC X(6).
           05  SC-CUST-KEY-PARTS  REDEFINES  SC-CUST-KEY.
               10  SC-CUST-ID             PIC X(5).
               10  SC-RECORD-TYPE         PIC X.
           05  SC-SEQ-NO                  PIC 9(2).
           05  FILLER                     PIC X.
           05  SC-AMOUNT                  PIC 9(7)V99.
           05  SC-AMOUNT-X  REDEFINES  SC-AMOUNT  PIC X(9).
           05  FILLER                     PIC X.
           05  SC-FREQUENCY               PIC X.
           05  FILLER                     PIC X.
           05  SC-START-DATE              PIC 9(8).
           05  SC-START-DATE-X  REDEFINES  SC-START-DATE  PIC X(8).
           05  FILLER                     PIC X.
           05  SC-END-DATE                PIC 9(8).
           05  SC-END-DATE-X  REDEFINES  SC-END-DATE  PIC X(8).
           05  FILLER                     PIC X.
           05  SC-USER-ID                 PIC X(8).
           05  FILLER                     PIC X(26).

      *    OPTIONAL AS-OF BUSINESS DATE CARD (YYYYMMDD IN COLS 1-8).
       FD  BUSDATE-FILE
           RECORDING MODE IS F.
       01  BUSDATE-RECORD.
           05  BUSDATE-PARM               PIC 9(8).
           05  FILLER                     PIC X(72).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD              PIC X(132).

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
               88  STORDER-DUPLICATE              VALUE '22'.
               88  STORDER-NOTFND                 VALUE '23'.
               88  STORDER-NOFILE                 VALUE '35'.
           05  WS-CUSTFILE-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-CARDFILE-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-BUSDATE-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-CTLTOTS-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-CARD-EOF             PIC X     VALUE 'N'.
           05  WS-CUSTFILE-OPEN        PIC X     VALUE 'N'.
           05  WS-STORDER-OPEN         PIC X     VALUE 'N'.
           05  WS-BUSINESS-YYYYMMDD    PIC 9(8)  VALUE ZERO.
           05  WS-REJECT-REASON        PIC X(34) VALUE SPACES.
           05  WS-RESULT               PIC X(34) VALUE SPACES.
           05  WS-FIELDS-CHANGED       PIC S9(4) COMP VALUE +0.
           05  WS-WAS-ENDED-SW         PIC X     VALUE 'N'.
      *
      *    A KEYED DATE MUST BE A REAL CALENDAR DATE.
       01  DATE-WORK-FIELDS.
           05  WS-DATE-YYYYMMDD        PIC 9(8)  VALUE ZERO.
           05  WS-DATE-PARTS  REDEFINES  WS-DATE-YYYYMMDD.
               10  WS-DATE-YYYY        PIC 9(4).
               10  WS-DATE-MM          PIC 9(2).
               10  WS-DATE-DD          PIC 9(2).
           05  WS-DATE-VALID-SW        PIC X     VALUE 'N'.
               88  DATE-IS-VALID                  VALUE 'Y'.
           05  WS-MONTH-DAYS           PIC 9(2)  VALUE ZERO.
           05  WS-MONTH-LENGTHS        PIC X(24)
                   VALUE '312831303130313130313031'.
           05  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTHS.
               10  WS-MONTH-LENGTH     PIC 9(2)  OCCURS 12 TIMES.
      *
      *    NEXT-DUE ARITHMETIC FOR A REACTIVATED ORDER, AS STORDGEN.
       01  DUE-DATE-WORK-FIELDS.
           05  WS-DUE-DATE             PIC 9(8)  VALUE ZERO.
           05  WS-FREQUENCY            PIC X     VALUE SPACE.
           05  WS-ANCHOR-DAY           PIC 9(2)  VALUE ZERO.
           05  WS-MONTHS-TO-ADD        PIC S9(4) COMP VALUE +0.
           05  WS-DAY-NUMBER           PIC S9(9) COMP VALUE +0.
           05  WS-MONTH-COUNT          PIC S9(7) COMP VALUE +0.
      *
       01  TOTALS-VARS.
           05  NUM-CARDS-READ        PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ADDED             PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-CHANGED           PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-CANCELLED         PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-REJECTED          PIC S9(9)   COMP-3  VALUE +0.
      *
      *        *******************
      *            report lines
      *        *******************
       01 RPT-HEADER1.
           05  FILLER                     PIC X(40)
               VALUE 'STANDING-ORDER MAINTENANCE       DATE:  '.
           05  RPT-HDR-DATE               PIC 9(8).
           05  FILLER                     PIC X(84) VALUE SPACES.
       01 RPT-HEADER2.
           05  FILLER PIC X(7)  VALUE 'ACTION '.
           05  FILLER PIC X(10) VALUE 'CUST   SEQ'.
           05  FILLER PIC X(14) VALUE '        AMOUNT'.
           05  FILLER PIC X(6)  VALUE ' FREQ '.
           05  FILLER PIC X(9)  VALUE 'START    '.
           05  FILLER PIC X(9)  VALUE 'END      '.
           05  FILLER PIC X(9)  VALUE 'NEXT DUE '.
           05  FILLER PIC X(7)  VALUE 'STATUS '.
           05  FILLER PIC X(9)  VALUE 'USER     '.
           05  FILLER PIC X(34) VALUE 'RESULT'.
           05  FILLER PIC X(18) VALUE SPACES.
       01 RPT-DETAIL.
           05  RPT-ACTION             PIC X(6).
           05  FILLER                 PIC X     VALUE SPACE.
           05  RPT-CUST-KEY           PIC X(6).
           05  FILLER                 PIC X     VALUE SPACE.
           05  RPT-SEQ-NO             PIC X(2).
           05  FILLER                 PIC X     VALUE SPACE.
           05  RPT-AMOUNT             PIC Z,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  RPT-FREQUENCY          PIC X.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-START-DATE         PIC X(8).
           05  FILLER                 PIC X     VALUE SPACE.
           05  RPT-END-DATE           PIC X(8).
           05  FILLER                 PIC X     VALUE SPACE.
           05  RPT-NEXT-DUE           PIC X(8).
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  RPT-STATUS             PIC X.
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  RPT-USER-ID            PIC X(8).
           05  FILLER                 PIC X     VALUE SPACE.
           05  RPT-RESULT             PIC X(34).
           05  FILLER                 PIC X(18) VALUE SPACES.
       01  RPT-COUNT-LINE.
           05  FILLER              PIC XX       VALUE SPACES.
           05  RPT-COUNT-LABEL     PIC X(30).
           05  RPT-COUNT-VALUE     PIC ZZZ,ZZ9.
           05  FILLER              PIC X(93)    VALUE SPACES.
       01  RPT-SPACES.
           05  FILLER              PIC X(132)   VALUE SPACES.

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
           MOVE WS-BUSINESS-YYYYMMDD TO RPT-HDR-DATE.
           WRITE REPORT-RECORD FROM RPT-HEADER1 AFTER PAGE.
           WRITE REPORT-RECORD FROM RPT-HEADER2 AFTER 2.
           IF WS-CARDFILE-STATUS = '00'
               PERFORM 100-APPLY-ONE-CARD
                   WITH TEST BEFORE
                   UNTIL WS-CARD-EOF = 'Y'
           ELSE
               DISPLAY 'STORDMNT: NO STORDCRD THIS RUN'
           END-IF.
           PERFORM 500-PRINT-COUNTS.
           PERFORM 905-CLOSE-FILES.
           IF RETURN-CODE < 4
              AND NUM-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'STORDMNT: ADDED: '    NUM-ADDED
                   ' CHANGED: '   NUM-CHANGED
                   ' CANCELLED: ' NUM-CANCELLED
                   ' REJECTED: '  NUM-REJECTED
                   ' RC: '        RETURN-CODE.
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
                           DISPLAY 'STORDMNT: BUSINESS DATE OVERRIDE: '
                                   WS-BUSINESS-YYYYMMDD
                       END-IF
               END-READ
               CLOSE BUSDATE-FILE
           END-IF.

      *****************************************************************
      *    ONE MAINTENANCE CARD - EDITED, APPLIED, AND LISTED
      *****************************************************************
       100-APPLY-ONE-CARD.
           READ CARD-FILE
             AT END MOVE 'Y' TO WS-CARD-EOF
           END-READ.
           IF WS-CARD-EOF NOT = 'Y'
              AND STORDER-CARD (1:1) NOT = '*'
              AND STORDER-CARD NOT = SPACES
               ADD +1 TO NUM-CARDS-READ
               MOVE SPACES TO WS-REJECT-REASON
                              WS-RESULT
               PERFORM 110-EDIT-CARD-KEY
               IF WS-REJECT-REASON = SPACES
                   EVALUATE SC-ACTION
                      WHEN 'ADD   '
                          PERFORM 200-ADD-STANDING-ORDER
                      WHEN 'CHANGE'
                          PERFORM 300-CHANGE-STANDING-ORDER
                      WHEN 'CANCEL'
                          PERFORM 400-CANCEL-STANDING-ORDER
                      WHEN OTHER
                          MOVE 'ACTION NOT ADD/CHANGE/CANCEL'
                              TO WS-REJECT-REASON
                   END-EVALUATE
               END-IF
               PERFORM 150-LIST-CARD
           END-IF.

       110-EDIT-CARD-KEY.
           EVALUATE TRUE
              WHEN SC-CUST-ID NOT NUMERIC
                OR SC-RECORD-TYPE NOT = 'C'
                  MOVE 'CUSTOMER KEY MUST BE NNNNNC'
                      TO WS-REJECT-REASON
              WHEN SC-SEQ-NO NOT NUMERIC
                  MOVE 'SEQUENCE NO NOT NUMERIC'
                      TO WS-REJECT-REASON
              WHEN SC-USER-ID = SPACES
                  MOVE 'NO USER ID ON CARD'
                      TO WS-REJECT-REASON
              WHEN OTHER
                  CONTINUE
           END-EVALUATE.

      *    THE CARD AS KEYED, THEN THE RESULT.  AN APPLIED CARD SHOWS
      *    THE STANDING ORDER AS IT NOW STANDS ON THE MASTER.
       150-LIST-CARD.
           MOVE SPACES             TO RPT-DETAIL.
           MOVE SC-ACTION          TO RPT-ACTION.
           MOVE SC-USER-ID         TO RPT-USER-ID.
           IF WS-REJECT-REASON NOT = SPACES
               ADD +1 TO NUM-REJECTED
               MOVE SC-CUST-KEY        TO RPT-CUST-KEY
               MOVE STORDER-CARD (14:2) TO RPT-SEQ-NO
               IF SC-AMOUNT IS NUMERIC
                   MOVE SC-AMOUNT      TO RPT-AMOUNT
               END-IF
               MOVE SC-FREQUENCY       TO RPT-FREQUENCY
               MOVE SC-START-DATE-X    TO RPT-START-DATE
               MOVE SC-END-DATE-X      TO RPT-END-DATE
               STRING 'REJECTED - ' WS-REJECT-REASON
                   DELIMITED BY SIZE INTO RPT-RESULT
           ELSE
               MOVE SO-CUST-KEY        TO RPT-CUST-KEY
               MOVE SO-SEQ-NO          TO RPT-SEQ-NO
               MOVE SO-AMOUNT          TO RPT-AMOUNT
               MOVE SO-FREQUENCY       TO RPT-FREQUENCY
               MOVE SO-START-DATE      TO RPT-START-DATE
               IF SO-END-DATE NOT = ZERO
                   MOVE SO-END-DATE    TO RPT-END-DATE
               END-IF
               MOVE SO-NEXT-DUE        TO RPT-NEXT-DUE
               MOVE SO-STATUS          TO RPT-STATUS
               MOVE WS-RESULT          TO RPT-RESULT
           END-IF.
           WRITE REPORT-RECORD FROM RPT-DETAIL AFTER 1.

      *****************************************************************
      *    ADD - EVERY FIELD BUT THE END DATE, CUSTOMER ON CUSTFILE
      *****************************************************************
       200-ADD-STANDING-ORDER.
           PERFORM 210-EDIT-ADD-FIELDS.
           IF WS-REJECT-REASON = SPACES
               PERFORM 220-CHECK-CUSTOMER
           END-IF.
           IF WS-REJECT-REASON = SPACES
               MOVE SPACES            TO STANDING-ORDER-REC
               MOVE SC-CUST-KEY       TO SO-CUST-KEY
               MOVE SC-SEQ-NO         TO SO-SEQ-NO
               MOVE SC-AMOUNT         TO SO-AMOUNT
               MOVE SC-FREQUENCY      TO SO-FREQUENCY
               MOVE SC-START-DATE     TO SO-START-DATE
                                         SO-NEXT-DUE
               IF SC-END-DATE-X = SPACES
                   MOVE ZERO          TO SO-END-DATE
               ELSE
                   MOVE SC-END-DATE   TO SO-END-DATE
               END-IF
               MOVE 'A'               TO SO-STATUS
               MOVE ZERO              TO SO-LAST-BILLED
                                         SO-BILLED-COUNT
                                         SO-RUN-START-DUE
               MOVE WS-BUSINESS-YYYYMMDD TO SO-CHANGED-DATE
               MOVE SC-USER-ID        TO SO-CHANGED-BY
               WRITE STANDING-ORDER-REC
                   INVALID KEY CONTINUE
               END-WRITE
               EVALUATE TRUE
                  WHEN STORDER-OK
                      ADD +1 TO NUM-ADDED
                      MOVE 'ADDED' TO WS-RESULT
                  WHEN STORDER-DUPLICATE
                      MOVE 'ALREADY ON FILE - USE ANOTHER SEQ'
                          TO WS-REJECT-REASON
                  WHEN OTHER
                      STRING 'STORDMST WRITE FAILED RC '
                             WS-STORDER-STATUS
                          DELIMITED BY SIZE INTO WS-REJECT-REASON
               END-EVALUATE
           END-IF.

       210-EDIT-ADD-FIELDS.
           EVALUATE TRUE
              WHEN SC-AMOUNT NOT NUMERIC
                OR SC-AMOUNT = ZERO
                  MOVE 'AMOUNT NOT NUMERIC OR ZERO'
                      TO WS-REJECT-REASON
              WHEN SC-FREQUENCY NOT = 'W' AND NOT = 'B'
                               AND NOT = 'M' AND NOT = 'Q'
                  MOVE 'FREQUENCY NOT W, B, M OR Q'
                      TO WS-REJECT-REASON
              WHEN OTHER
                  PERFORM 230-EDIT-START-DATE
           END-EVALUATE.
           IF WS-REJECT-REASON = SPACES
              AND SC-END-DATE-X NOT = SPACES
               PERFORM 240-EDIT-END-DATE
               IF WS-REJECT-REASON = SPACES
                  AND SC-END-DATE NOT = ZERO
                  AND SC-END-DATE < SC-START-DATE
                   MOVE 'END DATE BEFORE START DATE'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

      *    A CUSTOMER NOT ON THE MASTER WOULD ONLY HAVE ITS ORDERS
      *    REJECTED BY SAM1V EVERY TIME ONE FELL DUE.
       220-CHECK-CUSTOMER.
           IF WS-CUSTFILE-OPEN = 'Y'
               MOVE SC-CUST-KEY TO CUST-KEY
               READ CUSTOMER-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF WS-CUSTFILE-STATUS NOT = '00'
                   MOVE 'CUSTOMER NOT ON CUSTFILE'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

      *    THE FIRST ORDER CANNOT FALL DUE BEFORE TODAY - A START IN
      *    THE PAST WOULD BACK-BILL EVERY MISSED OCCURRENCE AT ONCE.
       230-EDIT-START-DATE.
           IF SC-START-DATE NOT NUMERIC
               MOVE 'START DATE NOT NUMERIC' TO WS-REJECT-REASON
           ELSE
               MOVE SC-START-DATE TO WS-DATE-YYYYMMDD
               PERFORM 600-VALIDATE-DATE
               IF NOT DATE-IS-VALID
                   MOVE 'START DATE NOT A DATE' TO WS-REJECT-REASON
               ELSE
                   IF SC-START-DATE < WS-BUSINESS-YYYYMMDD
                       MOVE 'START DATE BEFORE BUSINESS DATE'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

      *    ZERO IS ACCEPTED HERE - IT MEANS NO END DATE.
       240-EDIT-END-DATE.
           IF SC-END-DATE NOT NUMERIC
               MOVE 'END DATE NOT NUMERIC' TO WS-REJECT-REASON
           ELSE
               IF SC-END-DATE NOT = ZERO
                   MOVE SC-END-DATE TO WS-DATE-YYYYMMDD
                   PERFORM 600-VALIDATE-DATE
                   IF NOT DATE-IS-VALID
                       MOVE 'END DATE NOT A DATE' TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *    CHANGE - ONLY THE FIELDS KEYED ON THE CARD
      *****************************************************************
       300-CHANGE-STANDING-ORDER.
           PERFORM 350-READ-STANDING-ORDER.
           IF WS-REJECT-REASON = SPACES
              AND SO-CANCELLED
               MOVE 'STANDING ORDER IS CANCELLED' TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
               PERFORM 310-EDIT-CHANGE-FIELDS
           END-IF.
           IF WS-REJECT-REASON = SPACES
              AND WS-FIELDS-CHANGED = 0
               MOVE 'NOTHING TO CHANGE ON CARD' TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
               PERFORM 320-APPLY-CHANGE-FIELDS
           END-IF.
           IF WS-REJECT-REASON = SPACES
               MOVE WS-BUSINESS-YYYYMMDD TO SO-CHANGED-DATE
               MOVE SC-USER-ID           TO SO-CHANGED-BY
               REWRITE STANDING-ORDER-REC
                   INVALID KEY CONTINUE
               END-REWRITE
               IF STORDER-OK
                   ADD +1 TO NUM-CHANGED
                   MOVE 'CHANGED' TO WS-RESULT
               ELSE
                   STRING 'STORDMST REWRITE FAILED RC '
                          WS-STORDER-STATUS
                       DELIMITED BY SIZE INTO WS-REJECT-REASON
               END-IF
           END-IF.

      *    EVERY KEYED FIELD IS EDITED BEFORE ANY IS APPLIED, SO A
      *    CARD IS TAKEN WHOLE OR NOT AT ALL.
       310-EDIT-CHANGE-FIELDS.
           MOVE 0 TO WS-FIELDS-CHANGED.
           IF SC-AMOUNT-X NOT = SPACES
               ADD +1 TO WS-FIELDS-CHANGED
               IF SC-AMOUNT NOT NUMERIC
                  OR SC-AMOUNT = ZERO
                   MOVE 'AMOUNT NOT NUMERIC OR ZERO'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF SC-FREQUENCY NOT = SPACE
               ADD +1 TO WS-FIELDS-CHANGED
               IF SC-FREQUENCY NOT = 'W' AND NOT = 'B'
                               AND NOT = 'M' AND NOT = 'Q'
                   MOVE 'FREQUENCY NOT W, B, M OR Q'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF SC-START-DATE-X NOT = SPACES
              AND WS-REJECT-REASON = SPACES
               ADD +1 TO WS-FIELDS-CHANGED
               IF SO-BILLED-COUNT > 0
                   MOVE 'ALREADY BILLED - START DATE FIXED'
                       TO WS-REJECT-REASON
               ELSE
                   PERFORM 230-EDIT-START-DATE
               END-IF
           END-IF.
           IF SC-END-DATE-X NOT = SPACES
              AND WS-REJECT-REASON = SPACES
               ADD +1 TO WS-FIELDS-CHANGED
               PERFORM 240-EDIT-END-DATE
           END-IF.
           IF WS-REJECT-REASON = SPACES
              AND SC-END-DATE-X NOT = SPACES
              AND SC-END-DATE NOT = ZERO
               IF SC-START-DATE-X NOT = SPACES
                   IF SC-END-DATE < SC-START-DATE
                       MOVE 'END DATE BEFORE START DATE'
                           TO WS-REJECT-REASON
                   END-IF
               ELSE
                   IF SC-END-DATE < SO-START-DATE
                       MOVE 'END DATE BEFORE START DATE'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

      *    A NEW START DATE IS ALSO THE NEXT DUE DATE (NOTHING HAS
      *    BEEN BILLED YET).  THE STATUS FOLLOWS THE END DATE - ENDED
      *    ONCE THE NEXT DUE DATE IS PAST IT, ACTIVE AGAIN IF NOT.
      *    AN ENDED ORDER MADE ACTIVE AGAIN HAS ITS NEXT DUE DATE
      *    MOVED ON BY ITS FREQUENCY TO THE BUSINESS DATE OR LATER,
      *    SO STORDGEN DOES NOT BACK-BILL THE TIME IT STOOD ENDED; IF
      *    THAT PASSES THE NEW END DATE THE CARD IS REJECTED.  THE
      *    RECORD IS ONLY REWRITTEN BY 300, SO A REJECT LEAVES IT.
       320-APPLY-CHANGE-FIELDS.
           MOVE 'N' TO WS-WAS-ENDED-SW.
           IF SO-ENDED
               MOVE 'Y' TO WS-WAS-ENDED-SW
           END-IF.
           IF SC-AMOUNT-X NOT = SPACES
               MOVE SC-AMOUNT TO SO-AMOUNT
           END-IF.
           IF SC-FREQUENCY NOT = SPACE
               MOVE SC-FREQUENCY TO SO-FREQUENCY
           END-IF.
           IF SC-START-DATE-X NOT = SPACES
               MOVE SC-START-DATE TO SO-START-DATE
                                     SO-NEXT-DUE
           END-IF.
           IF SC-END-DATE-X NOT = SPACES
               MOVE SC-END-DATE TO SO-END-DATE
           END-IF.
           IF SO-END-DATE NOT = ZERO
              AND SO-NEXT-DUE > SO-END-DATE
               MOVE 'E' TO SO-STATUS
           ELSE
               MOVE 'A' TO SO-STATUS
           END-IF.
           IF SO-ACTIVE
              AND WS-WAS-ENDED-SW = 'Y'
              AND SO-NEXT-DUE < WS-BUSINESS-YYYYMMDD
               MOVE SO-NEXT-DUE          TO WS-DUE-DATE
               MOVE SO-FREQUENCY         TO WS-FREQUENCY
               MOVE SO-START-DATE (7:2)  TO WS-ANCHOR-DAY
               PERFORM 650-ADVANCE-DUE-DATE
                   WITH TEST BEFORE
                   UNTIL WS-DUE-DATE NOT < WS-BUSINESS-YYYYMMDD
               IF SO-END-DATE NOT = ZERO
                  AND WS-DUE-DATE > SO-END-DATE
                   MOVE 'END DATE PASSED - NOTHING LEFT DUE'
                       TO WS-REJECT-REASON
               ELSE
                   MOVE WS-DUE-DATE TO SO-NEXT-DUE
               END-IF
           END-IF.

       350-READ-STANDING-ORDER.
           MOVE SC-CUST-KEY TO SO-CUST-KEY.
           MOVE SC-SEQ-NO   TO SO-SEQ-NO.
           READ STORDER-FILE
               INVALID KEY CONTINUE
           END-READ.
           EVALUATE TRUE
              WHEN STORDER-OK
                  CONTINUE
              WHEN STORDER-NOTFND
                  MOVE 'STANDING ORDER NOT ON FILE'
                      TO WS-REJECT-REASON
              WHEN OTHER
                  STRING 'STORDMST READ FAILED RC '
                         WS-STORDER-STATUS
                      DELIMITED BY SIZE INTO WS-REJECT-REASON
           END-EVALUATE.

      *****************************************************************
      *    CANCEL - NO FURTHER ORDERS; THE RECORD STAYS ON FILE
      *****************************************************************
       400-CANCEL-STANDING-ORDER.
           PERFORM 350-READ-STANDING-ORDER.
           IF WS-REJECT-REASON = SPACES
              AND SO-CANCELLED
               MOVE 'ALREADY CANCELLED' TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
               MOVE 'C'                  TO SO-STATUS
               MOVE WS-BUSINESS-YYYYMMDD TO SO-CHANGED-DATE
               MOVE SC-USER-ID           TO SO-CHANGED-BY
               REWRITE STANDING-ORDER-REC
                   INVALID KEY CONTINUE
               END-REWRITE
               IF STORDER-OK
                   ADD +1 TO NUM-CANCELLED
                   MOVE 'CANCELLED' TO WS-RESULT
               ELSE
                   STRING 'STORDMST REWRITE FAILED RC '
                          WS-STORDER-STATUS
                       DELIMITED BY SIZE INTO WS-REJECT-REASON
               END-IF
           END-IF.

       500-PRINT-COUNTS.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           MOVE SPACES TO RPT-COUNT-LINE.
           MOVE 'MAINTENANCE CARDS READ        ' TO RPT-COUNT-LABEL.
           MOVE NUM-CARDS-READ     TO RPT-COUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE AFTER 1.
           MOVE 'STANDING ORDERS ADDED         ' TO RPT-COUNT-LABEL.
           MOVE NUM-ADDED          TO RPT-COUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE AFTER 1.
           MOVE 'STANDING ORDERS CHANGED       ' TO RPT-COUNT-LABEL.
           MOVE NUM-CHANGED        TO RPT-COUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE AFTER 1.
           MOVE 'STANDING ORDERS CANCELLED     ' TO RPT-COUNT-LABEL.
           MOVE NUM-CANCELLED      TO RPT-COUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE AFTER 1.
           MOVE 'CARDS REJECTED - RE-ENTER     ' TO RPT-COUNT-LABEL.
           MOVE NUM-REJECTED       TO RPT-COUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE AFTER 1.

      *    VALIDATES WS-DATE-YYYYMMDD, LEAP YEARS INCLUDED.
       600-VALIDATE-DATE.
           MOVE 'N' TO WS-DATE-VALID-SW.
           IF WS-DATE-YYYY > 1900
              AND WS-DATE-MM > 0 AND WS-DATE-MM < 13
               MOVE WS-MONTH-LENGTH (WS-DATE-MM) TO WS-MONTH-DAYS
               IF WS-DATE-MM = 2
                  AND FUNCTION MOD (WS-DATE-YYYY, 4) = 0
                  AND (FUNCTION MOD (WS-DATE-YYYY, 100) NOT = 0
                       OR FUNCTION MOD (WS-DATE-YYYY, 400) = 0)
                   MOVE 29 TO WS-MONTH-DAYS
               END-IF
               IF WS-DATE-DD > 0
                  AND WS-DATE-DD NOT > WS-MONTH-DAYS
                   MOVE 'Y' TO WS-DATE-VALID-SW
               END-IF
           END-IF.

      *    WS-DUE-DATE MOVED ON ONE OCCURRENCE OF WS-FREQUENCY, THE
      *    SAME AS STORDGEN 650 - MONTHLY AND QUARTERLY KEEP
      *    WS-ANCHOR-DAY, CUT BACK TO THE MONTH'S LAST DAY WHERE
      *    SHORTER.
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

      *    A BRAND-NEW MASTER IS PRIMED EMPTY RATHER THAN FAILING
      *    THE FIRST RUN.  WITHOUT CUSTFILE THE CUSTOMER CHECK ON ADD
      *    IS SKIPPED - SAM1V STILL REJECTS AN UNKNOWN CUSTOMER.
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
               DISPLAY 'STORDMNT: CANNOT OPEN STORDMST. RC: '
                       WS-STORDER-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTFILE-STATUS = '00'
               MOVE 'Y' TO WS-CUSTFILE-OPEN
           ELSE
               DISPLAY 'STORDMNT: CUSTFILE NOT AVAILABLE. RC: '
                       WS-CUSTFILE-STATUS
               DISPLAY 'STORDMNT: CUSTOMERS NOT CHECKED ON ADD'
           END-IF.
           OPEN INPUT  CARD-FILE
                OUTPUT REPORT-FILE.

       905-CLOSE-FILES.
           IF WS-STORDER-OPEN = 'Y'
               CLOSE STORDER-FILE
           END-IF.
           IF WS-CUSTFILE-OPEN = 'Y'
               CLOSE CUSTOMER-FILE
           END-IF.
           IF WS-CARDFILE-STATUS NOT = '35'
               CLOSE CARD-FILE
           END-IF.
           CLOSE REPORT-FILE.

      *    ONE CARD IN, ONE STANDING-ORDER UPDATE OR ONE REJECT OUT.
       910-WRITE-CONTROL-TOTALS.
           OPEN EXTEND CTLTOTS-FILE.
           MOVE 'STORDMNT'                  TO CTL-PROGRAM-ID.
           MOVE WS-BUSINESS-YYYYMMDD        TO CTL-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO CTL-RUN-TIME.
           MOVE NUM-CARDS-READ              TO CTL-RECORDS-READ.
           COMPUTE CTL-RECORDS-WRITTEN =
               NUM-ADDED + NUM-CHANGED + NUM-CANCELLED.
           MOVE NUM-REJECTED                TO CTL-RECORDS-ERROR.
           MOVE RETURN-CODE                 TO CTL-RETURN-CODE.
           MOVE ZERO                        TO CTL-ADJ-COUNT.
           MOVE ZERO                        TO CTL-ADJ-AMOUNT.
           WRITE CTL-TOTALS-RECORD.
           CLOSE CTLTOTS-FILE.

      * END OF PROGRAM STORDMNT
