      ****************************************************************
      * PROGRAM:  TRANEDIT
      *
      * AFTERNOON PRE-EDIT OF TOMORROW'S SAM1V TRANSACTION FILE.  A
      * MISKEYED CARD USED TO SURFACE ONLY WHEN SAM1V REACHED IT IN
      * THE NIGHT WINDOW; THIS PROGRAM READS THE SAME TRANFILE AHEAD
      * OF TIME, EDITS EVERY CARD AGAINST ITS LAYOUT IN TRANRCOB AND
      * THE RULES SAM1V APPLIES, AND LISTS EACH CARD WITH ITS ERRORS
      * ON TRANEDRP SO THE INPUT CLERKS CAN FIX THE DECK BEFORE THE
      * WINDOW.  NOTHING IS UPDATED - CUSTFILE IS OPENED FOR INPUT
      * ONLY AND THE TRANSACTION FILE IS NOT REWRITTEN.
      *
      * THE EDITS:
      *   - TRANSACTION CODE IS ONE SAM1V KNOWS (COMMENT CARDS WITH
      *     '*' IN COLUMN 1 ARE SKIPPED, AS SAM1V SKIPS THEM)
      *   - KEY RECORD TYPE ('C' OR 'P') IS RIGHT FOR THE CODE
      *   - AMOUNTS, COUNTS AND CRUNCH PARMS ARE NUMERIC; ORDER AND
      *     PAYMNT AMOUNTS ARE NOT ZERO
      *   - DATES (SVCALL CALL DATE, MAINT DATE-PURCH/LAST-SERV) ARE
      *     VALID YYYY-MM-DD
      *   - THE KEY IS ON CUSTFILE - OR, FOR ADD, IS NOT - ALLOWING
      *     FOR THE ADD CARDS AHEAD OF IT IN THE SAME DECK
      *   - EVERY BULK CARD IS FOLLOWED DIRECTLY BY ITS BULKUP CARD
      *     (SAM1V CONSUMES WHATEVER CARD FOLLOWS A BULK), THE BULK
      *     FILTER IS ONE SAM1V RECOGNISES AND THE BULKUP FIELD IS A
      *     CUSTOMER FIELD WITH A VALID VALUE
      *   - A MERGE NAMES DISTINCT FROM AND TO CUSTOMERS, BOTH ON FILE
      *   - REPORT FILTERS (SELECT, EXPORT, PROD) ARE COMPLETE
      *   - DELETE, MERGE, BALANCE MAINT AND BULK APPLY CARDS HAVE A
      *     USERID CARD IN EFFECT (THE MAKER) - SAM1V HOLDS THEM FOR
      *     A SECOND APPROVAL, SO THEY ARE NOTED AS HELD AND DO NOT
      *     CHANGE THE MASTER FOR LATER CARDS IN THIS DECK
      *   - APPROV CARDS CARRY A REFERENCE AND HAVE A USERID IN
      *     EFFECT (THE CHECKER).  WHETHER THE REFERENCE IS STILL
      *     PENDING AND THE CHECKER IS NOT THE MAKER IS ONLY KNOWN TO
      *     SAM1V WHEN IT LOADS APPRVIN
      * WARNINGS (BULK DRY RUN, FILTER THAT MATCHES EVERY CUSTOMER,
      * ABEND CARD IN THE DECK, ADD WITH NO NAME) ARE LISTED BUT DO
      * NOT MAKE THE CARD AN ERROR.
      *
      * RETURN CODE 0 = CLEAN DECK, 4 = WARNINGS ONLY, 8 = ONE OR
      * MORE CARDS IN ERROR (OR CUSTFILE NOT AVAILABLE, SO NO KEY
      * COULD BE CHECKED), 16 = TRANFILE UNREADABLE.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANEDIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT TRANSACTION-FILE ASSIGN TO TRANFILE
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-TRANFILE-STATUS.

            SELECT CUSTOMER-FILE    ASSIGN TO CUSTFILE
               ORGANIZATION IS  INDEXED
               ACCESS       IS  DYNAMIC
               RECORD KEY   IS  CUST-KEY
               FILE STATUS  IS  WS-CUSTFILE-STATUS.

            SELECT REPORT-FILE      ASSIGN TO TRANEDRP
               FILE STATUS  IS  WS-REPORT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  TRANSACTION-FILE
           RECORDING MODE IS F.
       COPY TRANRCOB.

       FD  CUSTOMER-FILE
           RECORD IS VARYING.
       COPY CUST2CPY REPLACING ==:TAG:== BY ==CUST==.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD              PIC X(132).

      *****************************************************************
       WORKING-STORAGE SECTION.
      *****************************************************************
      *
       01  WS-FIELDS.
           05  WS-TRANFILE-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-CUSTFILE-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-TRAN-FILE-EOF        PIC X     VALUE 'N'.
           05  WS-CUSTFILE-OPEN-SW     PIC X     VALUE 'N'.
               88  CUSTFILE-OPEN                 VALUE 'Y'.
           05  WS-CARD-ERROR-SW        PIC X     VALUE 'N'.
               88  CARD-IN-ERROR                 VALUE 'Y'.
           05  WS-CARD-WARNING-SW      PIC X     VALUE 'N'.
               88  CARD-HAS-WARNING              VALUE 'Y'.
           05  WS-RUN-DATE             PIC 9(8)  VALUE ZERO.
           05  WS-USER-ID              PIC X(8)  VALUE SPACES.
           05  WS-CARD-NUMBER          PIC S9(7) COMP-3 VALUE +0.
      *
      *    CUSTOMER / PRODUCT LOOKUP.  WS-LOOK-ID IS SET BY THE
      *    CALLER; WS-FOUND-SW COMES BACK 'Y' OR 'N'.
       01  WS-LOOKUP-FIELDS.
           05  WS-LOOK-ID              PIC X(5)  VALUE SPACES.
           05  WS-LOOK-PRODUCT-KEY     PIC X(13) VALUE SPACES.
           05  WS-FOUND-SW             PIC X     VALUE 'N'.
               88  KEY-FOUND                     VALUE 'Y'.
           05  WS-PROD-SCAN-SW         PIC X     VALUE 'N'.
               88  PROD-SCAN-DONE                VALUE 'Y'.
           05  WS-MERGE-FROM-ID        PIC X(5)  VALUE SPACES.
           05  WS-MERGE-TO-ID          PIC X(5)  VALUE SPACES.
      *
      *    DATE EDIT - WS-CHECK-DATE IN, WS-DATE-OK-SW OUT.
       01  WS-DATE-FIELDS.
           05  WS-CHECK-DATE           PIC X(10) VALUE SPACES.
           05  FILLER  REDEFINES WS-CHECK-DATE.
               10  WS-CHECK-YYYY       PIC 9(4).
               10  WS-CHECK-DASH1      PIC X.
               10  WS-CHECK-MM         PIC 9(2).
               10  WS-CHECK-DASH2      PIC X.
               10  WS-CHECK-DD         PIC 9(2).
           05  WS-DATE-OK-SW           PIC X     VALUE 'N'.
               88  DATE-IS-VALID                 VALUE 'Y'.
      *
      *    SVCALL TRAN-UPDATE-DATA, AS SAM1V PARSES IT.
       01  WS-SVC-PARSE-AREA.
           05  WS-SVC-DATE             PIC X(10).
           05  FILLER                  PIC X.
           05  WS-SVC-REASON           PIC X(4).
           05  FILLER                  PIC X.
           05  WS-SVC-LABOR            PIC 9(5)V99.
           05  FILLER                  PIC X.
           05  WS-SVC-PARTS            PIC 9(5)V99.
           05  FILLER                  PIC X(5).
      *
      *    KEYS ADDED BY EARLIER CARDS IN THE DECK, SO A LATER CARD IS
      *    EDITED AGAINST THE MASTER AS SAM1V WILL SEE IT WHEN IT GETS
      *    THERE RATHER THAN AS IT IS NOW.  DELETES AND MERGES ARE HELD
      *    FOR APPROVAL AND DO NOT CHANGE THE MASTER DURING THE DECK.
       01  DECK-KEY-FIELDS.
           05  WS-DECK-COUNT           PIC S9(4)   COMP    VALUE +0.
           05  WS-DECK-MAX             PIC S9(4)   COMP    VALUE +500.
           05  WS-DECK-SUB             PIC S9(4)   COMP    VALUE +0.
           05  WS-DECK-SLOT            PIC S9(4)   COMP    VALUE +0.
           05  WS-DECK-NEW-STATE       PIC X       VALUE SPACE.
           05  DECK-KEY-TABLE OCCURS 500 TIMES.
               10  DK-CUST-ID          PIC X(5).
               10  DK-STATE            PIC X.
                   88  DK-ADDED                  VALUE 'A'.
      *
       01  TOTALS-VARS.
           05  NUM-TRANFILE-RECS     PIC S9(7)   COMP-3  VALUE +0.
           05  NUM-COMMENT-RECS      PIC S9(7)   COMP-3  VALUE +0.
           05  NUM-CARDS-EDITED      PIC S9(7)   COMP-3  VALUE +0.
           05  NUM-CARDS-CLEAN       PIC S9(7)   COMP-3  VALUE +0.
           05  NUM-CARDS-IN-ERROR    PIC S9(7)   COMP-3  VALUE +0.
           05  NUM-CARDS-WARNED      PIC S9(7)   COMP-3  VALUE +0.
           05  NUM-ERRORS            PIC S9(7)   COMP-3  VALUE +0.
           05  NUM-WARNINGS          PIC S9(7)   COMP-3  VALUE +0.
      *
      *        *******************
      *            report lines
      *        *******************
       01 RPT-HEADER1.
           05  FILLER                     PIC X(40)
               VALUE 'SAM1V TRANSACTION FILE PRE-EDIT   DATE: '.
           05  RPT-HDR-DATE               PIC 9(8).
           05  FILLER                     PIC X(84) VALUE SPACES.
       01 RPT-HEADER2.
           05  FILLER PIC X(8)  VALUE ' CARD   '.
           05  FILLER PIC X(40)
               VALUE 'TRANSACTION IMAGE                       '.
           05  FILLER PIC X(84) VALUE SPACES.
       01 RPT-CARD-LINE.
           05  RPT-CARD-NO            PIC ZZZZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-CARD-IMAGE         PIC X(80).
           05  FILLER                 PIC X(44) VALUE SPACES.
       01 RPT-MESSAGE-LINE.
           05  FILLER                 PIC X(8)  VALUE SPACES.
           05  RPT-MSG-LEVEL          PIC X(12).
           05  RPT-MSG-TEXT           PIC X(42).
           05  RPT-MSG-DATA           PIC X(40).
           05  FILLER                 PIC X(30) VALUE SPACES.
       01  RPT-NOTE-LINE.
           05  FILLER                 PIC X(8)  VALUE SPACES.
           05  RPT-NOTE-TEXT          PIC X(80).
           05  FILLER                 PIC X(44) VALUE SPACES.
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
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           PERFORM 900-OPEN-FILES.
           MOVE WS-RUN-DATE TO RPT-HDR-DATE.
           WRITE REPORT-RECORD FROM RPT-HEADER1 AFTER PAGE.
           IF NOT CUSTFILE-OPEN
               MOVE 'CUSTFILE NOT AVAILABLE - KEYS NOT CHECKED ON FILE'
                   TO RPT-NOTE-TEXT
               WRITE REPORT-RECORD FROM RPT-NOTE-LINE AFTER 2
           END-IF.
           WRITE REPORT-RECORD FROM RPT-HEADER2 AFTER 2.
           IF WS-TRAN-FILE-EOF NOT = 'Y'
               PERFORM 700-READ-TRAN-FILE
           END-IF.
           PERFORM 100-EDIT-ONE-CARD
               WITH TEST BEFORE
               UNTIL WS-TRAN-FILE-EOF = 'Y'.
           PERFORM 500-PRINT-COUNTS.
           PERFORM 905-CLOSE-FILES.
           IF RETURN-CODE < 8
              AND (NUM-CARDS-IN-ERROR > 0 OR NOT CUSTFILE-OPEN)
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF RETURN-CODE < 4
              AND NUM-WARNINGS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'TRANEDIT: CARDS EDITED ' NUM-CARDS-EDITED
                   '  IN ERROR ' NUM-CARDS-IN-ERROR
                   '  RC ' RETURN-CODE.
           GOBACK.

      *    ONE CARD PER CALL.  THE NEXT CARD IS READ AT THE END SO A
      *    BULK EDIT CAN TAKE ITS BULKUP CARD OUT OF THE STREAM THE
      *    SAME WAY SAM1V DOES.
       100-EDIT-ONE-CARD.
           IF TRAN-COMMENT = '*'
               ADD +1 TO NUM-COMMENT-RECS
           ELSE
               PERFORM 110-START-CARD
               EVALUATE TRAN-CODE
                  WHEN 'PRINT '
                  WHEN 'COPY  '
                  WHEN 'IMPORT'
                  WHEN 'TOTALS'
                      CONTINUE
                  WHEN 'SELECT'
                      PERFORM 200-EDIT-SELECT-TRAN
                  WHEN 'EXPORT'
                      PERFORM 205-EDIT-EXPORT-TRAN
                  WHEN 'PROD  '
                      PERFORM 210-EDIT-PROD-TRAN
                  WHEN 'CRUNCH'
                      PERFORM 215-EDIT-CRUNCH-TRAN
                  WHEN 'VERIFY'
                      PERFORM 220-EDIT-VERIFY-TRAN
                  WHEN 'ABEND '
                      MOVE 'ABEND CARD - SAM1V WILL ABEND HERE'
                          TO RPT-MSG-TEXT
                      MOVE SPACES TO RPT-MSG-DATA
                      PERFORM 810-CARD-WARNING
                  WHEN 'MAINT '
                      PERFORM 300-EDIT-MAINT-TRAN
                  WHEN 'ADD   '
                      PERFORM 320-EDIT-ADD-TRAN
                  WHEN 'DELETE'
                      PERFORM 330-EDIT-DELETE-TRAN
                  WHEN 'BULK  '
                      PERFORM 340-EDIT-BULK-TRAN
                  WHEN 'BULKUP'
                      MOVE 'BULKUP CARD WITHOUT A BULK CARD BEFORE IT'
                          TO RPT-MSG-TEXT
                      MOVE TRAN-CODE TO RPT-MSG-DATA
                      PERFORM 800-CARD-ERROR
                  WHEN 'MERGE '
                      PERFORM 360-EDIT-MERGE-TRAN
                  WHEN 'SVCALL'
                      PERFORM 370-EDIT-SVCALL-TRAN
                  WHEN 'ORDER '
                  WHEN 'PAYMNT'
                      PERFORM 380-EDIT-AMOUNT-TRAN
                  WHEN 'ORDOVR'
                      PERFORM 385-EDIT-ORDOVR-TRAN
                  WHEN 'USERID'
                      PERFORM 395-EDIT-USERID-TRAN
                  WHEN 'APPROV'
                      PERFORM 396-EDIT-APPROV-TRAN
                  WHEN OTHER
                      MOVE 'INVALID TRAN CODE:' TO RPT-MSG-TEXT
                      MOVE TRAN-CODE TO RPT-MSG-DATA
                      PERFORM 800-CARD-ERROR
               END-EVALUATE
               PERFORM 120-END-CARD
           END-IF.
           PERFORM 700-READ-TRAN-FILE.

       110-START-CARD.
           ADD +1 TO NUM-CARDS-EDITED.
           MOVE 'N' TO WS-CARD-ERROR-SW, WS-CARD-WARNING-SW.
           MOVE WS-CARD-NUMBER TO RPT-CARD-NO.
           MOVE TRAN-RECORD    TO RPT-CARD-IMAGE.
           WRITE REPORT-RECORD FROM RPT-CARD-LINE AFTER 1.

       120-END-CARD.
           EVALUATE TRUE
              WHEN CARD-IN-ERROR
                  ADD +1 TO NUM-CARDS-IN-ERROR
              WHEN OTHER
                  ADD +1 TO NUM-CARDS-CLEAN
           END-EVALUATE.
           IF CARD-HAS-WARNING
               ADD +1 TO NUM-CARDS-WARNED
           END-IF.

      *    REPORT FILTERS.  SAM1V TREATS ANY FIELD NAME IT DOES NOT
      *    RECOGNISE AS "EVERY CUSTOMER", SO A MISSPELT FILTER IS
      *    WORTH A WARNING BEFORE IT PRINTS OR EXPORTS THE WHOLE FILE.
       200-EDIT-SELECT-TRAN.
           EVALUATE TRAN-FIELD-NAME
              WHEN 'BALANCE   '
                  IF TRAN-UPDATE-NUM NOT NUMERIC
                      MOVE 'SELECT BALANCE THRESHOLD NOT NUMERIC:'
                          TO RPT-MSG-TEXT
                      MOVE TRAN-UPDATE-DATA TO RPT-MSG-DATA
                      PERFORM 800-CARD-ERROR
                  END-IF
              WHEN 'OCCUPATION'
                  IF TRAN-UPDATE-DATA = SPACES
                      MOVE 'SELECT OCCUPATION TO MATCH IS BLANK'
                          TO RPT-MSG-TEXT
                      MOVE SPACES TO RPT-MSG-DATA
                      PERFORM 800-CARD-ERROR
                  END-IF
              WHEN OTHER
                  PERFORM 230-WARN-NO-FILTER
           END-EVALUATE.

       205-EDIT-EXPORT-TRAN.
           EVALUATE TRAN-FIELD-NAME
              WHEN 'ID-RANGE  '
                  PERFORM 225-EDIT-ID-RANGE
              WHEN 'OCCUPATION'
                  IF TRAN-UPDATE-DATA = SPACES
                      MOVE 'EXPORT OCCUPATION TO MATCH IS BLANK'
                          TO RPT-MSG-TEXT
                      MOVE SPACES TO RPT-MSG-DATA
                      PERFORM 800-CARD-ERROR
                  END-IF
              WHEN OTHER
                  PERFORM 230-WARN-NO-FILTER
           END-EVALUATE.

       210-EDIT-PROD-TRAN.
           IF TRAN-FIELD-NAME = 'ID-RANGE  '
               PERFORM 225-EDIT-ID-RANGE
           ELSE
               IF TRAN-FIELD-NAME NOT = SPACES
                   PERFORM 230-WARN-NO-FILTER
               END-IF
           END-IF.

       215-EDIT-CRUNCH-TRAN.
           IF CRUNCH-CPU-PARM NOT NUMERIC
               MOVE 'CPU PARM NOT NUMERIC:' TO RPT-MSG-TEXT
               MOVE CRUNCH-CPU-PARM-ALPHA TO RPT-MSG-DATA
               PERFORM 800-CARD-ERROR
           END-IF.
           IF CRUNCH-IO-PARM NOT NUMERIC
               MOVE 'IO PARM NOT NUMERIC:' TO RPT-MSG-TEXT
               MOVE CRUNCH-IO-PARM-ALPHA TO RPT-MSG-DATA
               PERFORM 800-CARD-ERROR
           END-IF.

      *    SAM1V QUIETLY EXPECTS ZERO WHEN THE COUNT IS NOT NUMERIC.
       220-EDIT-VERIFY-TRAN.
           IF TRAN-UPDATE-DATA NOT = SPACES
              AND TRAN-UPDATE-NUM NOT NUMERIC
               MOVE 'VERIFY EXPECTED COUNT NOT NUMERIC:'
                   TO RPT-MSG-TEXT
               MOVE TRAN-UPDATE-DATA TO RPT-MSG-DATA
               PERFORM 800-CARD-ERROR
           END-IF.

       225-EDIT-ID-RANGE.
           IF TRAN-KEY (1:5) = SPACES
              OR TRAN-UPDATE-DATA (1:5) = SPACES
               MOVE 'ID-RANGE NEEDS FROM AND TO CUST-IDS:'
                   TO RPT-MSG-TEXT
               MOVE TRAN-PARMS TO RPT-MSG-DATA
               PERFORM 800-CARD-ERROR
           ELSE
               IF TRAN-KEY (1:5) > TRAN-UPDATE-DATA (1:5)
                   MOVE 'ID-RANGE FROM CUST-ID IS AFTER TO CUST-ID:'
                       TO RPT-MSG-TEXT
                   MOVE TRAN-PARMS TO RPT-MSG-DATA
                   PERFORM 800-CARD-ERROR
               END-IF
           END-IF.

       230-WARN-NO-FILTER.
           MOVE 'NO RECOGNISED FILTER - EVERY CUSTOMER:'
               TO RPT-MSG-TEXT.
           MOVE TRAN-FIELD-NAME TO RPT-MSG-DATA.
           PERFORM 810-CARD-WARNING.

      *    MAINT - THE FIELD MUST BELONG TO THE KEY'S RECORD TYPE
      *    (SEE 385-UPDATE-MAINT-FIELD IN SAM1V) AND THE RECORD MUST
      *    BE ON FILE.
       300-EDIT-MAINT-TRAN.
           IF TRAN-FIELD-NAME = 'BALANCE   '
               PERFORM 392-EDIT-HELD-TRAN
           END-IF.
           EVALUATE TRAN-KEY (6:1)
              WHEN 'C'
                  EVALUATE TRAN-FIELD-NAME
                     WHEN 'NAME      '
                     WHEN 'OCCUPATION'
                         CONTINUE
                     WHEN 'BALANCE   '
                     WHEN 'ORDERS-YTD'
                         PERFORM 305-EDIT-UPDATE-NUM
                     WHEN OTHER
                         PERFORM 310-MAINT-FIELD-ERROR
                  END-EVALUATE
                  MOVE TRAN-KEY (1:5) TO WS-LOOK-ID
                  PERFORM 600-FIND-CUSTOMER
                  IF NOT KEY-FOUND
                      MOVE 'CUSTOMER RECORD NOT FOUND FOR MAINT KEY:'
                          TO RPT-MSG-TEXT
                      MOVE TRAN-KEY TO RPT-MSG-DATA
                      PERFORM 800-CARD-ERROR
                  END-IF
              WHEN 'P'
                  EVALUATE TRAN-FIELD-NAME
                     WHEN 'PROD-NAME '
                         CONTINUE
                     WHEN 'SERV-CALLS'
                         PERFORM 305-EDIT-UPDATE-NUM
                     WHEN 'DATE-PURCH'
                     WHEN 'LAST-SERV '
                         MOVE TRAN-UPDATE-DATA (1:10) TO WS-CHECK-DATE
                         PERFORM 650-EDIT-DATE
                         IF NOT DATE-IS-VALID
                             MOVE 'MAINT DATE NOT YYYY-MM-DD:'
                                 TO RPT-MSG-TEXT
                             MOVE WS-CHECK-DATE TO RPT-MSG-DATA
                             PERFORM 800-CARD-ERROR
                         END-IF
                     WHEN OTHER
                         PERFORM 310-MAINT-FIELD-ERROR
                  END-EVALUATE
                  MOVE TRAN-KEY TO WS-LOOK-PRODUCT-KEY
                  PERFORM 610-FIND-PRODUCT
                  IF NOT KEY-FOUND
                      MOVE 'PRODUCT RECORD NOT FOUND FOR MAINT KEY:'
                          TO RPT-MSG-TEXT
                      MOVE TRAN-KEY TO RPT-MSG-DATA
                      PERFORM 800-CARD-ERROR
                  END-IF
              WHEN OTHER
                  MOVE 'MAINT KEY RECORD TYPE MUST BE C OR P:'
                      TO RPT-MSG-TEXT
                  MOVE TRAN-KEY TO RPT-MSG-DATA
                  PERFORM 800-CARD-ERROR
           END-EVALUATE.

       305-EDIT-UPDATE-NUM.
           IF TRAN-UPDATE-NUM NOT NUMERIC
               MOVE 'MAINT VALUE NOT NUMERIC (9(7)V99):'
                   TO RPT-MSG-TEXT
               MOVE TRAN-UPDATE-DATA TO RPT-MSG-DATA
               PERFORM 800-CARD-ERROR
           END-IF.

       310-MAINT-FIELD-ERROR.
           MOVE 'MAINT FIELD NOT VALID FOR RECORD:' TO RPT-MSG-TEXT.
           MOVE TRAN-FIELD-NAME TO RPT-MSG-DATA.
           PERFORM 800-CARD-ERROR.

       320-EDIT-ADD-TRAN.
           IF ADD-CUST-KEY (6:1) NOT = 'C'
              OR ADD-CUST-KEY (1:5) = SPACES
               MOVE 'ADD KEY MUST BE A CUST-ID AND TYPE C:'
                   TO RPT-MSG-TEXT
               MOVE ADD-CUST-KEY TO RPT-MSG-DATA
               PERFORM 800-CARD-ERROR
           END-IF.
           IF ADD-CUST-BALANCE NOT NUMERIC
               MOVE 'ADD BALANCE NOT NUMERIC:' TO RPT-MSG-TEXT
               MOVE ADD-CUST-BALANCE-ALPHA TO RPT-MSG-DATA
               PERFORM 800-CARD-ERROR
           END-IF.
           IF ADD-CUST-ORDERS NOT NUMERIC
               MOVE 'ADD ORDERS-YTD NOT NUMERIC:' TO RPT-MSG-TEXT
               MOVE ADD-CUST-ORDERS-ALPHA TO RPT-MSG-DATA
               PERFORM 800-CARD-ERROR
           END-IF.
           IF ADD-CUST-NAME = SPACES
               MOVE 'ADD CUSTOMER NAME IS BLANK' TO RPT-MSG-TEXT
               MOVE ADD-CUST-KEY TO RPT-MSG-DATA
               PERFORM 810-CARD-WARNING
           END-IF.
           IF ADD-CUST-KEY (1:5) NOT = SPACES
               MOVE ADD-CUST-KEY (1:5) TO WS-LOOK-ID
               PERFORM 600-FIND-CUSTOMER
               IF KEY-FOUND
                   MOVE 'ADD KEY ALREADY ON CUSTOMER FILE:'
                       TO RPT-MSG-TEXT
                   MOVE ADD-CUST-KEY TO RPT-MSG-DATA
                   PERFORM 800-CARD-ERROR
               END-IF
           END-IF.
           IF NOT CARD-IN-ERROR
               MOVE 'A' TO WS-DECK-NEW-STATE
               PERFORM 620-NOTE-DECK-KEY
           END-IF.

      *    SAM1V DELETES BY TRAN-KEY (1:6) EXACTLY AS KEYED - BUT
      *    ONLY ON A LATER RUN'S APPROVAL, SO THE KEY STAYS ON FILE
      *    FOR THE REST OF THIS DECK.
       330-EDIT-DELETE-TRAN.
           PERFORM 392-EDIT-HELD-TRAN.
           IF TRAN-KEY (6:1) NOT = 'C'
              OR TRAN-KEY (1:5) = SPACES
               MOVE 'DELETE KEY MUST BE A CUST-ID AND TYPE C:'
                   TO RPT-MSG-TEXT
               MOVE TRAN-KEY TO RPT-MSG-DATA
               PERFORM 800-CARD-ERROR
           ELSE
               MOVE TRAN-KEY (1:5) TO WS-LOOK-ID
               PERFORM 600-FIND-CUSTOMER
               IF NOT KEY-FOUND
                   MOVE 'CUSTOMER RECORD NOT FOUND FOR DELETE KEY:'
                       TO RPT-MSG-TEXT
                   MOVE TRAN-KEY TO RPT-MSG-DATA
                   PERFORM 800-CARD-ERROR
               END-IF
           END-IF.

      *    THE BULK FILTER, THEN THE BULKUP CARD THAT MUST COME
      *    STRAIGHT AFTER IT.  WHATEVER CARD FOLLOWS IS TAKEN AS THE
      *    BULKUP BY SAM1V, SO IT IS LISTED AND EDITED HERE AS PART
      *    OF THE PAIR AND NOT AS A CARD OF ITS OWN.
       340-EDIT-BULK-TRAN.
           IF TRAN-ACTION = 'APPLY   '
               PERFORM 392-EDIT-HELD-TRAN
           END-IF.
           EVALUATE TRAN-FIELD-NAME
              WHEN 'BALANCE   '
                  IF TRAN-UPDATE-NUM NOT NUMERIC
                      MOVE 'BULK BALANCE FILTER NOT NUMERIC:'
                          TO RPT-MSG-TEXT
                      MOVE TRAN-UPDATE-DATA TO RPT-MSG-DATA
                      PERFORM 800-CARD-ERROR
                  END-IF
              WHEN 'OCCUPATION'
                  IF TRAN-UPDATE-DATA = SPACES
                      MOVE 'BULK OCCUPATION TO MATCH IS BLANK'
                          TO RPT-MSG-TEXT
                      MOVE SPACES TO RPT-MSG-DATA
                      PERFORM 800-CARD-ERROR
                  END-IF
              WHEN OTHER
                  PERFORM 230-WARN-NO-FILTER
           END-EVALUATE.
           IF TRAN-ACTION NOT = 'APPLY   '
               MOVE 'BULK IS A DRY RUN - NOTHING WILL CHANGE'
                   TO RPT-MSG-TEXT
               MOVE TRAN-ACTION TO RPT-MSG-DATA
               PERFORM 810-CARD-WARNING
           END-IF.
           PERFORM 700-READ-TRAN-FILE.
           IF WS-TRAN-FILE-EOF = 'Y'
              OR TRAN-CODE NOT = 'BULKUP'
               MOVE 'BULK CARD NOT FOLLOWED BY BULKUP:'
                   TO RPT-MSG-TEXT
               IF WS-TRAN-FILE-EOF = 'Y'
                   MOVE 'END OF FILE' TO RPT-MSG-DATA
               ELSE
                   MOVE TRAN-CODE TO RPT-MSG-DATA
               END-IF
               PERFORM 800-CARD-ERROR
           END-IF.
           IF WS-TRAN-FILE-EOF NOT = 'Y'
               MOVE WS-CARD-NUMBER TO RPT-CARD-NO
               MOVE TRAN-RECORD    TO RPT-CARD-IMAGE
               WRITE REPORT-RECORD FROM RPT-CARD-LINE AFTER 1
               IF TRAN-CODE = 'BULKUP'
                   PERFORM 345-EDIT-BULKUP-CARD
               ELSE
                   MOVE 'CARD TAKEN AS BULKUP AND LOST BY SAM1V:'
                       TO RPT-MSG-TEXT
                   MOVE TRAN-CODE TO RPT-MSG-DATA
                   PERFORM 800-CARD-ERROR
               END-IF
           END-IF.

       345-EDIT-BULKUP-CARD.
           EVALUATE TRAN-FIELD-NAME
              WHEN 'NAME      '
              WHEN 'OCCUPATION'
                  CONTINUE
              WHEN 'BALANCE   '
              WHEN 'ORDERS-YTD'
                  IF TRAN-UPDATE-NUM NOT NUMERIC
                      MOVE 'BULK UPDATE VALUE NOT NUMERIC:'
                          TO RPT-MSG-TEXT
                      MOVE TRAN-UPDATE-DATA TO RPT-MSG-DATA
                      PERFORM 800-CARD-ERROR
                  END-IF
              WHEN OTHER
                  MOVE 'BULK FIELD NOT VALID FOR CUSTOMER:'
                      TO RPT-MSG-TEXT
                  MOVE TRAN-FIELD-NAME TO RPT-MSG-DATA
                  PERFORM 800-CARD-ERROR
           END-EVALUATE.

       360-EDIT-MERGE-TRAN.
           PERFORM 392-EDIT-HELD-TRAN.
           MOVE TRAN-KEY (1:5)         TO WS-MERGE-FROM-ID.
           MOVE TRAN-UPDATE-DATA (1:5) TO WS-MERGE-TO-ID.
           IF WS-MERGE-FROM-ID = SPACES
              OR WS-MERGE-TO-ID = SPACES
              OR WS-MERGE-FROM-ID = WS-MERGE-TO-ID
               MOVE 'MERGE NEEDS DISTINCT FROM AND TO IDS:'
                   TO RPT-MSG-TEXT
               MOVE TRAN-PARMS TO RPT-MSG-DATA
               PERFORM 800-CARD-ERROR
           ELSE
               MOVE WS-MERGE-FROM-ID TO WS-LOOK-ID
               PERFORM 600-FIND-CUSTOMER
               IF NOT KEY-FOUND
                   MOVE 'MERGE FROM CUSTOMER NOT FOUND:'
                       TO RPT-MSG-TEXT
                   MOVE WS-MERGE-FROM-ID TO RPT-MSG-DATA
                   PERFORM 800-CARD-ERROR
               END-IF
               MOVE WS-MERGE-TO-ID TO WS-LOOK-ID
               PERFORM 600-FIND-CUSTOMER
               IF NOT KEY-FOUND
                   MOVE 'MERGE TO (SURVIVING) CUSTOMER NOT FOUND:'
                       TO RPT-MSG-TEXT
                   MOVE WS-MERGE-TO-ID TO RPT-MSG-DATA
                   PERFORM 800-CARD-ERROR
               END-IF
           END-IF.

       370-EDIT-SVCALL-TRAN.
           MOVE TRAN-UPDATE-DATA TO WS-SVC-PARSE-AREA.
           IF TRAN-KEY (6:1) NOT = 'P'
               MOVE 'SVCALL KEY RECORD TYPE MUST BE P:'
                   TO RPT-MSG-TEXT
               MOVE TRAN-KEY TO RPT-MSG-DATA
               PERFORM 800-CARD-ERROR
           ELSE
               MOVE TRAN-KEY TO WS-LOOK-PRODUCT-KEY
               PERFORM 610-FIND-PRODUCT
               IF NOT KEY-FOUND
                   MOVE 'PRODUCT NOT FOUND FOR SVCALL KEY:'
                       TO RPT-MSG-TEXT
                   MOVE TRAN-KEY TO RPT-MSG-DATA
                   PERFORM 800-CARD-ERROR
               END-IF
           END-IF.
           IF WS-SVC-DATE = SPACES
               MOVE 'SVCALL CALL DATE MISSING:' TO RPT-MSG-TEXT
               MOVE TRAN-UPDATE-DATA TO RPT-MSG-DATA
               PERFORM 800-CARD-ERROR
           ELSE
               MOVE WS-SVC-DATE TO WS-CHECK-DATE
               PERFORM 650-EDIT-DATE
               IF NOT DATE-IS-VALID
                   MOVE 'SVCALL CALL DATE NOT YYYY-MM-DD:'
                       TO RPT-MSG-TEXT
                   MOVE WS-SVC-DATE TO RPT-MSG-DATA
                   PERFORM 800-CARD-ERROR
               END-IF
           END-IF.
           IF WS-SVC-LABOR NOT NUMERIC
              OR WS-SVC-PARTS NOT NUMERIC
               MOVE 'SVCALL COSTS NOT NUMERIC:' TO RPT-MSG-TEXT
               MOVE TRAN-UPDATE-DATA TO RPT-MSG-DATA
               PERFORM 800-CARD-ERROR
           END-IF.

      *    ORDER AND PAYMNT - 'C' KEY ON FILE, NON-ZERO AMOUNT.
       380-EDIT-AMOUNT-TRAN.
           IF TRAN-UPDATE-NUM NOT NUMERIC
              OR TRAN-UPDATE-NUM = ZERO
               MOVE 'AMOUNT NOT NUMERIC OR ZERO:' TO RPT-MSG-TEXT
               MOVE TRAN-UPDATE-DATA TO RPT-MSG-DATA
               PERFORM 800-CARD-ERROR
           END-IF.
           PERFORM 390-EDIT-CUSTOMER-KEY.

       385-EDIT-ORDOVR-TRAN.
           IF TRAN-FIELD-NAME = SPACES
               MOVE 'ORDOVR NOT SIGNED - APPROVER ID MISSING:'
                   TO RPT-MSG-TEXT
               MOVE TRAN-KEY TO RPT-MSG-DATA
               PERFORM 800-CARD-ERROR
           END-IF.
           PERFORM 390-EDIT-CUSTOMER-KEY.

       390-EDIT-CUSTOMER-KEY.
           IF TRAN-KEY (6:1) NOT = 'C'
               MOVE 'KEY RECORD TYPE MUST BE C:' TO RPT-MSG-TEXT
               MOVE TRAN-KEY TO RPT-MSG-DATA
               PERFORM 800-CARD-ERROR
           ELSE
               MOVE TRAN-KEY (1:5) TO WS-LOOK-ID
               PERFORM 600-FIND-CUSTOMER
               IF NOT KEY-FOUND
                   MOVE 'CUSTOMER NOT FOUND FOR KEY:' TO RPT-MSG-TEXT
                   MOVE TRAN-KEY TO RPT-MSG-DATA
                   PERFORM 800-CARD-ERROR
               END-IF
           END-IF.

      *    DELETE, MERGE, BALANCE MAINT AND BULK APPLY ARE HELD BY
      *    SAM1V UNDER THE USERID IN EFFECT AND POST ONLY WHEN A
      *    DIFFERENT USER APPROVES THEM ON A LATER RUN.
       392-EDIT-HELD-TRAN.
           IF WS-USER-ID = SPACES
               MOVE 'NO USERID IN EFFECT - MAKER UNKNOWN:'
                   TO RPT-MSG-TEXT
               MOVE TRAN-CODE TO RPT-MSG-DATA
               PERFORM 800-CARD-ERROR
           ELSE
               MOVE 'HELD FOR SECOND APPROVAL - MAKER:'
                   TO RPT-MSG-TEXT
               MOVE WS-USER-ID TO RPT-MSG-DATA
               PERFORM 820-CARD-NOTE
           END-IF.

       395-EDIT-USERID-TRAN.
           MOVE TRAN-KEY (1:8) TO WS-USER-ID.
           IF WS-USER-ID = SPACES
               MOVE 'USERID CARD HAS NO USER ID:' TO RPT-MSG-TEXT
               MOVE TRAN-KEY TO RPT-MSG-DATA
               PERFORM 800-CARD-ERROR
           END-IF.

       396-EDIT-APPROV-TRAN.
           IF TRAN-KEY (1:12) = SPACES
               MOVE 'APPROV CARD HAS NO REFERENCE:' TO RPT-MSG-TEXT
               MOVE TRAN-KEY TO RPT-MSG-DATA
               PERFORM 800-CARD-ERROR
           END-IF.
           IF WS-USER-ID = SPACES
               MOVE 'NO USERID IN EFFECT - CHECKER UNKNOWN:'
                   TO RPT-MSG-TEXT
               MOVE TRAN-KEY TO RPT-MSG-DATA
               PERFORM 800-CARD-ERROR
           END-IF.

       500-PRINT-COUNTS.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           MOVE SPACES TO RPT-COUNT-LINE.
           MOVE 'TRANFILE RECORDS READ         ' TO RPT-COUNT-LABEL.
           MOVE NUM-TRANFILE-RECS  TO RPT-COUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE AFTER 1.
           MOVE 'COMMENT CARDS SKIPPED         ' TO RPT-COUNT-LABEL.
           MOVE NUM-COMMENT-RECS   TO RPT-COUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE AFTER 1.
           MOVE 'TRANSACTIONS EDITED           ' TO RPT-COUNT-LABEL.
           MOVE NUM-CARDS-EDITED   TO RPT-COUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE AFTER 1.
           MOVE 'TRANSACTIONS CLEAN            ' TO RPT-COUNT-LABEL.
           MOVE NUM-CARDS-CLEAN    TO RPT-COUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE AFTER 1.
           MOVE 'TRANSACTIONS IN ERROR         ' TO RPT-COUNT-LABEL.
           MOVE NUM-CARDS-IN-ERROR TO RPT-COUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE AFTER 1.
           MOVE 'TRANSACTIONS WITH WARNINGS    ' TO RPT-COUNT-LABEL.
           MOVE NUM-CARDS-WARNED   TO RPT-COUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE AFTER 1.
           MOVE 'ERROR MESSAGES                ' TO RPT-COUNT-LABEL.
           MOVE NUM-ERRORS         TO RPT-COUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE AFTER 1.
           MOVE 'WARNING MESSAGES              ' TO RPT-COUNT-LABEL.
           MOVE NUM-WARNINGS       TO RPT-COUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE AFTER 1.

      *    IS CUSTOMER WS-LOOK-ID ON THE MASTER AS SAM1V WILL SEE IT?
      *    AN EARLIER CARD IN THE DECK OVERRIDES THE FILE.
       600-FIND-CUSTOMER.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 630-SCAN-DECK-KEYS.
           IF WS-DECK-SLOT > 0
               IF DK-ADDED (WS-DECK-SLOT)
                   MOVE 'Y' TO WS-FOUND-SW
               END-IF
           ELSE
               IF CUSTFILE-OPEN
                   MOVE WS-LOOK-ID TO CUST-ID
                   MOVE 'C'        TO CUST-RECORD-TYPE
                   READ CUSTOMER-FILE
                       INVALID KEY CONTINUE
                   END-READ
                   IF WS-CUSTFILE-STATUS = '00'
                       MOVE 'Y' TO WS-FOUND-SW
                   END-IF
               ELSE
                   MOVE 'Y' TO WS-FOUND-SW
               END-IF
           END-IF.

      *    A PRODUCT IS FOUND BY STARTING AT ITS OWNER'S 'P' KEY AND
      *    READING FORWARD FOR THE PRODUCT-ID, AS SAM1V MATCHES IT.
       610-FIND-PRODUCT.
           MOVE 'N' TO WS-FOUND-SW.
           IF CUSTFILE-OPEN
               MOVE WS-LOOK-PRODUCT-KEY (1:6) TO CUST-KEY
               START CUSTOMER-FILE KEY NOT < CUST-KEY
                   INVALID KEY CONTINUE
               END-START
               IF WS-CUSTFILE-STATUS = '00'
                   MOVE 'N' TO WS-PROD-SCAN-SW
                   PERFORM 615-READ-NEXT-PRODUCT
                       WITH TEST BEFORE
                       UNTIL PROD-SCAN-DONE
               END-IF
           ELSE
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.

       615-READ-NEXT-PRODUCT.
           READ CUSTOMER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-PROD-SCAN-SW
           END-READ.
           IF WS-CUSTFILE-STATUS NOT = '00'
              OR CUST-KEY NOT = WS-LOOK-PRODUCT-KEY (1:6)
               MOVE 'Y' TO WS-PROD-SCAN-SW
           ELSE
               IF CUST-PRODUCT-ID = WS-LOOK-PRODUCT-KEY (7:7)
                   MOVE 'Y' TO WS-FOUND-SW
                   MOVE 'Y' TO WS-PROD-SCAN-SW
               END-IF
           END-IF.

      *    RECORD WS-DECK-NEW-STATE AGAINST WS-LOOK-ID.
       620-NOTE-DECK-KEY.
           PERFORM 630-SCAN-DECK-KEYS.
           IF WS-DECK-SLOT = 0
               IF WS-DECK-COUNT < WS-DECK-MAX
                   ADD +1 TO WS-DECK-COUNT
                   MOVE WS-DECK-COUNT TO WS-DECK-SLOT
                   MOVE WS-LOOK-ID TO DK-CUST-ID (WS-DECK-SLOT)
               ELSE
                   MOVE 'DECK KEY TABLE FULL - CHECKED VS FILE:'
                       TO RPT-MSG-TEXT
                   MOVE WS-LOOK-ID TO RPT-MSG-DATA
                   PERFORM 810-CARD-WARNING
               END-IF
           END-IF.
           IF WS-DECK-SLOT > 0
               MOVE WS-DECK-NEW-STATE TO DK-STATE (WS-DECK-SLOT)
           END-IF.

       630-SCAN-DECK-KEYS.
           MOVE +0 TO WS-DECK-SLOT.
           PERFORM 635-CHECK-ONE-DECK-KEY
               VARYING WS-DECK-SUB FROM 1 BY 1
               UNTIL WS-DECK-SUB > WS-DECK-COUNT
                  OR WS-DECK-SLOT > 0.

       635-CHECK-ONE-DECK-KEY.
           IF DK-CUST-ID (WS-DECK-SUB) = WS-LOOK-ID
               MOVE WS-DECK-SUB TO WS-DECK-SLOT
           END-IF.

      *    YYYY-MM-DD WITH A PLAUSIBLE MONTH AND DAY.
       650-EDIT-DATE.
           MOVE 'N' TO WS-DATE-OK-SW.
           IF WS-CHECK-YYYY IS NUMERIC
              AND WS-CHECK-MM IS NUMERIC
              AND WS-CHECK-DD IS NUMERIC
              AND WS-CHECK-DASH1 = '-'
              AND WS-CHECK-DASH2 = '-'
               IF WS-CHECK-YYYY > 1900
                  AND WS-CHECK-MM >= 1 AND WS-CHECK-MM <= 12
                  AND WS-CHECK-DD >= 1 AND WS-CHECK-DD <= 31
                   MOVE 'Y' TO WS-DATE-OK-SW
               END-IF
           END-IF.

       700-READ-TRAN-FILE.
           READ TRANSACTION-FILE
             AT END MOVE 'Y' TO WS-TRAN-FILE-EOF
           END-READ.
           EVALUATE WS-TRANFILE-STATUS
              WHEN '00'
                  ADD +1 TO NUM-TRANFILE-RECS
                  ADD +1 TO WS-CARD-NUMBER
              WHEN '10'
                  MOVE 'Y' TO WS-TRAN-FILE-EOF
              WHEN OTHER
                  MOVE 'Y' TO WS-TRAN-FILE-EOF
                  DISPLAY 'TRANEDIT: ERROR READING TRANFILE. RC: '
                          WS-TRANFILE-STATUS
                  MOVE 16 TO RETURN-CODE
           END-EVALUATE.

       800-CARD-ERROR.
           ADD +1 TO NUM-ERRORS.
           MOVE 'Y' TO WS-CARD-ERROR-SW.
           MOVE '** ERROR   ' TO RPT-MSG-LEVEL.
           WRITE REPORT-RECORD FROM RPT-MESSAGE-LINE AFTER 1.

       810-CARD-WARNING.
           ADD +1 TO NUM-WARNINGS.
           MOVE 'Y' TO WS-CARD-WARNING-SW.
           MOVE '* WARNING  ' TO RPT-MSG-LEVEL.
           WRITE REPORT-RECORD FROM RPT-MESSAGE-LINE AFTER 1.

       820-CARD-NOTE.
           MOVE '  NOTE     ' TO RPT-MSG-LEVEL.
           WRITE REPORT-RECORD FROM RPT-MESSAGE-LINE AFTER 1.

       900-OPEN-FILES.
           OPEN INPUT  TRANSACTION-FILE
                OUTPUT REPORT-FILE.
           IF WS-TRANFILE-STATUS NOT = '00'
             DISPLAY 'TRANEDIT: ERROR OPENING TRANFILE. RC:'
                     WS-TRANFILE-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-TRAN-FILE-EOF
           END-IF.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTFILE-STATUS = '00'
               MOVE 'Y' TO WS-CUSTFILE-OPEN-SW
           ELSE
               DISPLAY 'TRANEDIT: CUSTFILE NOT AVAILABLE. RC: '
                       WS-CUSTFILE-STATUS
               DISPLAY 'TRANEDIT: KEYS WILL NOT BE CHECKED ON FILE'
           END-IF.

       905-CLOSE-FILES.
           IF WS-TRANFILE-STATUS NOT = '35'
               CLOSE TRANSACTION-FILE
           END-IF.
           IF CUSTFILE-OPEN
               CLOSE CUSTOMER-FILE
           END-IF.
           CLOSE REPORT-FILE.

      * END OF PROGRAM TRANEDIT
