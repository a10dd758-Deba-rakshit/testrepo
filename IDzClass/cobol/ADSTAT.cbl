           SELECT CALENDAR-FILE ASSIGN TO UT-S-CALFILE
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-CALFILE-STATUS.
           SELECT ADSTAT-SORT-FILE ASSIGN TO UT-S-SORTWK01.

       DATA DIVISION.

           05  AH-STD-DEV         PIC S9(8)V99 SIGN LEADING SEPARATE.
           05  FILLER             PIC X(37).

      *    EACH STATISTICS BLOCK'S VALUES, SORTED FOR THE MEDIAN
       SD  ADSTAT-SORT-FILE
           RECORD CONTAINS 4 CHARACTERS
           DATA RECORD IS ADSTAT-SORT-REC.

       01  ADSTAT-SORT-REC.
           05  SRT-NUM            PIC S9(8) COMP.

       WORKING-STORAGE SECTION.

       01  WS-CTLTOTS-STATUS  PIC X(2) VALUE SPACES.
           05  WS-CYCLE-TYPE      PIC X(9) VALUE 'DAILY    '.
      *    SHARED ABEND DIAGNOSTICS AREA FOR ABENDRTN
       COPY ABENDWS.
      *    PARAMETER AREA FOR THE JOB PREREQUISITE CHECK (PREQCHK)
       COPY PREQWS.
       01  WS-REPORT-LINES-WRITTEN PIC S9(8) COMP SYNC VALUE +0.

       01  RL-TITLE.

       01  WORK-VARIABLES.
           05  PROGRAM-STATUS PIC X(20) VALUE SPACES.
      *    WIDE ENOUGH FOR A FULL TABLE OF FULL-SIZE AMOUNTS SO THE
      *    CATEGORY SUMS RECONCILE EXACTLY TO THE OVERALL SUM
           05  ACCUM-A        PIC S9(13) VALUE +0.
           05  SUB-A          PIC S9(8) COMP SYNC.
           05  SIGNX          PIC S9(4) COMP SYNC  VALUE +1.
           05  WORK-NUMBER    PIC S9(8) COMP SYNC.
           05  WORK-MIN       PIC S9(8) COMP SYNC.
           05  WORK-MAX       PIC S9(8) COMP SYNC.
           05  ARRAY-SIZE     PIC S9(8) COMP SYNC.
      *    A NIGHT OF ADSFEED OUTPUT - EVERY INVOICE, PAYMENT, ORDER
      *    AND TREATMENT COST.  THE COUNTS ON THE REPORT AND ON
      *    ADSTHIST ARE FIVE DIGITS.
           05  WS-MAX-ARRAY-SIZE PIC S9(8) COMP SYNC VALUE 99999.
           05  WS-EOF-INPUT-SW PIC X(3) VALUE 'NO '.
               88  EOF-INPUT                  VALUE 'YES'.
           05  WS-EOF-SORT-SW PIC X(3) VALUE 'NO '.
               88  EOF-SORT                   VALUE 'YES'.
       01  ARRAY-OF-NUMBERS.
           05  NUM            PIC S9(8) COMP OCCURS 99999.
      *    THE INPUT AS LOADED, WITH ITS CATEGORY CODES.  THE CALC
      *    PARAGRAPHS ALWAYS WORK ON ARRAY-OF-NUMBERS, WHICH IS
      *    REFILLED FROM THIS TABLE FOR THE OVERALL BLOCK AND AGAIN
      *    FOR EACH CATEGORY.
       01  MASTER-INPUT-TABLE.
           05  M-ENTRY OCCURS 99999.
               10  M-NUM      PIC S9(8) COMP.
               10  M-CAT      PIC X(4).
               10  M-OUTLIER  PIC X(1).
           05  WS-OUT-THRESHOLD   PIC S9(10)V99 VALUE +0.
           05  WS-OUT-DEVIATION   PIC S9(10)V99 VALUE +0.
           05  WS-OUTLIER-COUNT   PIC S9(4) COMP VALUE +0.
           05  WS-CAT-OUTLIER-COUNT PIC S9(4) COMP VALUE +0.
       01  RL-OUTLIER-HDR.
           05  FILLER            PIC X(22) VALUE
               'OUTLIERS - MORE THAN  '.
           05  FILLER            PIC X(19) VALUE
               ' STD DEV FROM MEAN '.
           05  FILLER            PIC X(35) VALUE SPACES.
       01  RL-CAT-OUTLIER-HDR.
           05  FILLER            PIC X(30) VALUE
               'CATEGORY OUTLIERS - MORE THAN '.
           05  RL-CAT-OUT-SIGMA  PIC 9.99.
           05  FILLER            PIC X(28) VALUE
               ' STD DEV FROM CATEGORY MEAN '.
           05  FILLER            PIC X(18) VALUE SPACES.
       01  RL-OUTLIER-DETAIL.
           05  FILLER            PIC X(9)  VALUE '  RECORD '.
           05  RL-OUT-POSITION   PIC ZZZZ9.
      *    WIDE ENOUGH FOR FAT-FINGERED 8-DIGIT INPUT VALUES - THE
      *    OUTLIER RUN MUST REPORT CORRECT STATISTICS FOR EXACTLY
      *    THE DATA IT EXISTS TO CATCH
           05  RESULT-SUM     PIC S9(13).
           05  RESULT-AVERAGE PIC ++,+++,+++,+++,+++,++9.99.
           05  RESULT-MIN     PIC S9(10).
           05  RESULT-MAX     PIC S9(10).
           DISPLAY 'HELLO'.
           PERFORM 040-GET-BUSINESS-DATE.
           PERFORM 045-READ-CALENDAR.
           PERFORM 048-CHECK-PREREQUISITES.
           IF PQ-FAILED
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-CYCLE-TYPE TO RL-CYCLE-O.
           PERFORM 050-READ-SIGMA-PARM.
           OPEN INPUT ADSTAT-INPUT-FILE.
               END-IF
           END-IF.

      *    NIGHTLY RUN-ORDER AND DUPLICATE-RUN CHECK (PREQCHK) -
      *    BEFORE ANY FILE IS OPENED.  A CTLOVRD CARD LETS IT GO ON.
       048-CHECK-PREREQUISITES.
           MOVE SPACES TO PREQ-CHECK-AREA.
           MOVE 'ADSTAT  ' TO PQ-PROGRAM-ID.
           CALL 'PREQCHK' USING PREQ-CHECK-AREA.
           IF PQ-OVERRIDDEN
               DISPLAY 'ADSTAT: PREREQUISITE CHECK OVERRIDDEN - '
                       PQ-REASON
           END-IF.
           IF PQ-FAILED
               DISPLAY 'ADSTAT: RUN REFUSED - ' PQ-REASON
               MOVE 'ADSTAT  ' TO AD-PROGRAM-ID
               MOVE '048-CHECK-PREREQUISITES' TO AD-PARA-NAME
               MOVE PQ-REASON TO AD-ABEND-REASON
               MOVE PQ-FILE-STATUS TO AD-FILE-STATUS-1
               MOVE SPACES TO AD-FILE-STATUS-2
               MOVE ZERO TO AD-RECORDS-READ, AD-RECORDS-WRITTEN
               MOVE SPACES TO AD-CHECKPOINT-POS
               CALL 'ABENDRTN' USING ABEND-DIAG-AREA
           END-IF.

       050-READ-SIGMA-PARM.
           OPEN INPUT ADSTAT-PARM-FILE.
           IF WS-PARMFILE-STATUS = '00'
           PERFORM 160-SELECT-CATEGORY.
           IF ARRAY-SIZE > 0
               PERFORM 180-RUN-STATISTICS-BLOCK
               PERFORM 175-FLAG-CATEGORY-OUTLIERS
           END-IF.

      *    WHEN ONE INPUT CARRIES SEVERAL STREAMS (ADSFEED PUTS
      *    INVOICES, PAYMENTS, ORDERS AND TREATMENT COSTS ON ONE
      *    FILE) THE OVERALL MEAN BELONGS TO NO STREAM, SO EACH
      *    CATEGORY IS ALSO CHECKED AGAINST ITS OWN MEAN AND STANDARD
      *    DEVIATION (STILL SET FROM THE 600 PASS JUST RUN).  A VALUE
      *    ALREADY FLAGGED IN THE OVERALL PASS IS NOT LISTED TWICE.
      *    CATEGORY FLAGS ARE 'C', SO THE TRIMMED BLOCK STILL MEANS
      *    THE OVERALL OUTLIERS ONLY.
       175-FLAG-CATEGORY-OUTLIERS.
           MOVE 'FLAGGING CATEGORY OUTLIERS' TO PROGRAM-STATUS.
           MOVE 0 TO WS-CAT-OUTLIER-COUNT.
           COMPUTE WS-OUT-THRESHOLD =
               WS-STD-DEV-NUM * WS-SIGMA-LIMIT.
           IF WS-OUT-THRESHOLD > 0
               PERFORM 176-CHECK-CATEGORY-VALUE
                   VARYING SUB-A FROM 1 BY 1
                   UNTIL SUB-A > WS-TOTAL-COUNT
           END-IF.
           IF WS-CAT-OUTLIER-COUNT > 0
               DISPLAY 'CATEGORY ' WS-CUR-CATEGORY
                       ' OUTLIERS FLAGGED: ' WS-CAT-OUTLIER-COUNT
           END-IF.

       176-CHECK-CATEGORY-VALUE.
           IF M-CAT(SUB-A) = WS-CUR-CATEGORY
              AND M-OUTLIER(SUB-A) = 'N'
               COMPUTE WS-OUT-DEVIATION = M-NUM(SUB-A) - WS-MEAN
               IF WS-OUT-DEVIATION < 0
                   COMPUTE WS-OUT-DEVIATION = 0 - WS-OUT-DEVIATION
               END-IF
               IF WS-OUT-DEVIATION > WS-OUT-THRESHOLD
                   MOVE 'C' TO M-OUTLIER(SUB-A)
                   IF WS-CAT-OUTLIER-COUNT = 0
                       MOVE WS-SIGMA-LIMIT TO RL-CAT-OUT-SIGMA
                       WRITE ADSTAT-REPORT-LINE FROM RL-CAT-OUTLIER-HDR
                   END-IF
                   ADD 1 TO WS-CAT-OUTLIER-COUNT
                   MOVE SUB-A      TO RL-OUT-POSITION
                   MOVE M-NUM(SUB-A) TO RL-OUT-VALUE
                   WRITE ADSTAT-REPORT-LINE FROM RL-OUTLIER-DETAIL
                   MOVE SPACES     TO ADSTAT-REJECT-REC
                   MOVE M-NUM(SUB-A) TO REJ-AMOUNT
                   MOVE M-CAT(SUB-A) TO REJ-CATEGORY
                   WRITE ADSTAT-REJECT-REC
               END-IF
           END-IF.

       180-RUN-STATISTICS-BLOCK.
           MOVE WORK-MAX TO  RESULT-MAX.
           COMPUTE RESULT-RANGE = WORK-MAX - WORK-MIN.

      *    A NIGHT'S VOLUME IS TOO MUCH FOR AN INSERTION SORT - THE
      *    BLOCK'S VALUES GO THROUGH THE SORT AND BACK INTO THE ARRAY
       400-SORT-ARRAY.
           MOVE 'SORTING ARRAY' TO PROGRAM-STATUS.
           SORT ADSTAT-SORT-FILE
               ON ASCENDING KEY SRT-NUM
               INPUT PROCEDURE 410-RELEASE-ARRAY
               OUTPUT PROCEDURE 420-RETURN-ARRAY.
           IF SORT-RETURN NOT = ZERO
               DISPLAY 'ADSTAT: SORT FAILED. RC: ' SORT-RETURN
               MOVE 16 TO RETURN-CODE
           END-IF.

       410-RELEASE-ARRAY.
           PERFORM 415-RELEASE-ONE-NUMBER
               VARYING SUB-A FROM 1 BY 1
               UNTIL SUB-A > ARRAY-SIZE.

       415-RELEASE-ONE-NUMBER.
           MOVE NUM(SUB-A) TO SRT-NUM.
           RELEASE ADSTAT-SORT-REC.

       420-RETURN-ARRAY.
           MOVE 0 TO SUB-A.
           MOVE 'NO ' TO WS-EOF-SORT-SW.
           PERFORM 425-RETURN-ONE-NUMBER
               UNTIL EOF-SORT.

       425-RETURN-ONE-NUMBER.
           RETURN ADSTAT-SORT-FILE
               AT END MOVE 'YES' TO WS-EOF-SORT-SW
               NOT AT END
                   ADD 1 TO SUB-A
                   MOVE SRT-NUM TO NUM(SUB-A)
           END-RETURN.

       500-CALC-MEDIAN.
           MOVE  'CALCULATING MEDIAN VALUE' TO PROGRAM-STATUS.
