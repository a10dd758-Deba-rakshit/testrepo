      ****************************************************************
      * PROGRAM:  RENEWNTC
      *
      * MONTHLY SERVICE-CONTRACT RENEWAL NOTICES.  EVERY 'P' RECORD
      * ON CUSTFILE CARRIES DATE-PURCHASED, BUT NOBODY CONTACTED THE
      * CUSTOMER WHEN THE COVERAGE WAS ABOUT TO LAPSE.  THIS RUN
      * WORKS OUT EACH PRODUCT'S COVERAGE END FROM THE COVERAGE
      * LENGTH FOR ITS PRODUCT LINE AND NOTICES THE ONES ENDING
      * SOON - A FIRST NOTICE INSIDE 90 DAYS AND A SECOND INSIDE 60
      * DAYS.  OUTPUT:
      *   RENEWNTC - ONE NOTICE PAGE PER OWNING CUSTOMER LISTING
      *              EACH EXPIRING PRODUCT, ITS COVERAGE END AND ITS
      *              SERVICE-CALL COUNT, WITH A RUN SUMMARY PAGE.
      *   RENEWXTR - ONE RECORD PER PRODUCT NOTICED, FOR THE SALES
      *              TEAM'S FOLLOW-UP.
      *   RENEWEXC - NOTICES HELD FOR WANT OF A MAILING ADDRESS (THE
      *              CUSTSTMT RULES: CUSTXREF LINK AND A USABLE
      *              CUSTADDR RECORD) AND PRODUCTS THAT COULD NOT BE
      *              CHECKED.  EITHER ENDS THE RUN WITH RC 4.
      *
      * COVTERM - COVERAGE LENGTH BY PRODUCT LINE.  THE PRODUCT LINE
      * IS THE LEADING PART OF THE PRODUCT-ID; THE LONGEST MATCHING
      * LINE WINS, SO ONE MODEL CAN BE GIVEN ITS OWN LENGTH UNDER A
      * WIDER LINE:
      *     COLS  1- 7  PRODUCT LINE (PRODUCT-ID PREFIX)
      *     COLS  9-11  COVERAGE MONTHS FROM DATE-PURCHASED
      *     COLS 13-32  DESCRIPTION
      *
      * RENEWTRK KEEPS, BY PRODUCT KEY, THE COVERAGE END IN FORCE AND
      * WHICH NOTICE WENT OUT FOR IT, SO A PRODUCT IS NOTICED ONCE AT
      * 90 DAYS AND ONCE AT 60 DAYS, NOT EVERY MONTH.  SALES RECORD A
      * RENEWAL ON RENEWCRD; THE NEW COVERAGE END REPLACES THE OLD
      * ONE AND THE PRODUCT IS NOT NOTICED AGAIN UNTIL THAT ONE
      * NEARS:
      *     COLS  1-13  PRODUCT KEY (AS ON RENEWXTR)
      *     COLS 15-22  NEW COVERAGE END YYYYMMDD
      *     COLS 24-33  CONTRACT REFERENCE
      * A HELD NOTICE STILL GOES TO SALES ON RENEWXTR AND COUNTS AS
      * SENT - THE SECOND NOTICE WILL MAIL ONCE THE ADDRESS IS FIXED.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENEWNTC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CUSTOMER-FILE ASSIGN TO CUSTFILE
                   ORGANIZATION IS  INDEXED
                   ACCESS       IS  SEQUENTIAL
                   RECORD KEY   IS  CUST-KEY
                   FILE STATUS  IS  WS-CUSTFILE-STATUS.

            SELECT TERMS-FILE       ASSIGN TO COVTERM
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-TERMSFILE-STATUS.

           SELECT TRACKING-FILE ASSIGN TO RENEWTRK
                   ORGANIZATION IS  INDEXED
                   ACCESS       IS  DYNAMIC
                   RECORD KEY   IS  RT-PRODUCT-KEY
                   FILE STATUS  IS  WS-TRACKFILE-STATUS.

            SELECT RENEWAL-CARD-FILE ASSIGN TO RENEWCRD
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CARDFILE-STATUS.

            SELECT XREF-FILE        ASSIGN TO CUSTXREF
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-XREF-STATUS.

           SELECT ADDRESS-FILE ASSIGN TO CUSTADDR
                   ORGANIZATION IS  INDEXED
                   ACCESS       IS  RANDOM
                   RECORD KEY   IS  CADR-CUST-NO
                   FILE STATUS  IS  WS-ADDRFILE-STATUS.

            SELECT NOTICE-FILE      ASSIGN TO RENEWNTC
               FILE STATUS  IS  WS-NOTICEFILE-STATUS.

            SELECT EXTRACT-FILE     ASSIGN TO RENEWXTR
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-EXTRACT-STATUS.

            SELECT EXCEPTION-FILE   ASSIGN TO RENEWEXC
               FILE STATUS  IS  WS-EXCPFILE-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-FILE
           RECORD IS VARYING.
       COPY CUST2CPY REPLACING ==:TAG:== BY ==CUST==.

       FD  TERMS-FILE
           RECORDING MODE IS F.
       01  TERMS-RECORD.
           05  TRM-PRODUCT-LINE           PIC X(7).
           05  FILLER                     PIC X.
           05  TRM-MONTHS                 PIC 9(3).
           05  FILLER                     PIC X.
           05  TRM-DESCRIPTION            PIC X(20).
           05  FILLER                     PIC X(48).

      *    ONE RECORD PER PRODUCT NOTICED OR RENEWED.
       FD  TRACKING-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  TRACKING-RECORD.
           05  RT-PRODUCT-KEY             PIC X(13).
           05  RT-COVERAGE-END            PIC 9(8).
           05  RT-NOTICE-STAGE            PIC X.
               88  RT-NOT-NOTICED             VALUE SPACE.
               88  RT-FIRST-NOTICE-SENT       VALUE '1'.
               88  RT-SECOND-NOTICE-SENT      VALUE '2'.
           05  RT-FIRST-NOTICE-DATE       PIC 9(8).
           05  RT-SECOND-NOTICE-DATE      PIC 9(8).
           05  RT-RENEWED-DATE            PIC 9(8).
           05  RT-CONTRACT-REF            PIC X(10).
           05  RT-RENEWAL-COUNT           PIC 9(3).
           05  FILLER                     PIC X(21).

       FD  RENEWAL-CARD-FILE
           RECORDING MODE IS F.
       01  RENEWAL-CARD.
           05  RC-PRODUCT-KEY             PIC X(13).
           05  FILLER                     PIC X.
           05  RC-COVERAGE-END            PIC 9(8).
           05  FILLER                     PIC X.
           05  RC-CONTRACT-REF            PIC X(10).
           05  FILLER                     PIC X(47).

       FD  XREF-FILE
           RECORDING MODE IS F.
       01  XREF-RECORD.
           05  XR-CUST-NO                 PIC X(5).
           05  FILLER                     PIC X.
           05  XR-CUST-ID                 PIC X(5).
           05  FILLER                     PIC X(69).

       FD  ADDRESS-FILE
           RECORD CONTAINS 160 CHARACTERS.
       COPY CUSTADDR.

       FD  NOTICE-FILE
           RECORDING MODE IS F.
       01  NOTICE-RECORD              PIC X(132).

      *    SALES FOLLOW-UP EXTRACT - ONE RECORD PER PRODUCT NOTICED.
       FD  EXTRACT-FILE
           RECORDING MODE IS F.
       01  EXTRACT-RECORD.
           05  XTR-CUST-ID                PIC X(5).
           05  XTR-CUST-NO                PIC X(5).
           05  XTR-CUST-NAME              PIC X(17).
           05  XTR-PRODUCT-KEY            PIC X(13).
           05  XTR-PRODUCT-NAME           PIC X(25).
           05  XTR-DATE-PURCHASED         PIC X(10).
           05  XTR-COVERAGE-END           PIC 9(8).
           05  XTR-DAYS-LEFT              PIC 9(3).
           05  XTR-NOTICE-STAGE           PIC X.
           05  XTR-SERVICE-CALLS          PIC 9(5).
           05  XTR-NOTICE-HELD            PIC X.
           05  XTR-CONTACT-PHONE          PIC X(12).
           05  FILLER                     PIC X(15).

       FD  EXCEPTION-FILE
           RECORDING MODE IS F.
       01  EXCEPTION-RECORD           PIC X(132).

      *****************************************************************
       WORKING-STORAGE SECTION.
      *****************************************************************
       01  WS-FIELDS.
           05  WS-CUSTFILE-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-TERMSFILE-STATUS     PIC X(2)  VALUE SPACES.
           05  WS-TRACKFILE-STATUS     PIC X(2)  VALUE SPACES.
               88  TRACKFILE-OK                   VALUE '00'.
               88  TRACKFILE-NOTFND               VALUE '23'.
               88  TRACKFILE-NOFILE               VALUE '35'.
           05  WS-CARDFILE-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-XREF-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-ADDRFILE-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-NOTICEFILE-STATUS    PIC X(2)  VALUE SPACES.
           05  WS-EXTRACT-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-EXCPFILE-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-INPUT-EOF            PIC X     VALUE 'N'.
           05  WS-CUST-FILE-EOF        PIC X     VALUE 'N'.
           05  WS-ADDRFILE-OPEN        PIC X     VALUE 'N'.
           05  WS-FIRST-NOTICE-DAYS    PIC S9(4) COMP VALUE +90.
           05  WS-SECOND-NOTICE-DAYS   PIC S9(4) COMP VALUE +60.
           05  WS-TODAY-YYYYMMDD       PIC 9(8)  VALUE ZERO.
           05  WS-TODAY-INT            PIC S9(9) COMP VALUE +0.
           05  WS-END-INT              PIC S9(9) COMP VALUE +0.
           05  WS-DAYS-LEFT            PIC S9(9) COMP VALUE +0.
           05  WS-COVERAGE-END         PIC 9(8)  VALUE ZERO.
           05  WS-NEW-STAGE            PIC X     VALUE SPACE.
           05  WS-TRACK-FOUND-SW       PIC X     VALUE 'N'.
           05  WS-EXCP-REASON          PIC X(30) VALUE SPACES.
      *
      *    THE CUSTOMER WHOSE PRODUCTS ARE BEING COLLECTED.
       01  NOTICE-CUST-FIELDS.
           05  WS-NTC-CUST-ID          PIC X(5)  VALUE LOW-VALUES.
           05  WS-NTC-CUST-NAME        PIC X(17) VALUE SPACES.
           05  WS-NTC-CUST-NO          PIC X(5)  VALUE SPACES.
           05  WS-NTC-PHONE            PIC X(12) VALUE SPACES.
           05  WS-ADDR-REASON          PIC X(24) VALUE SPACES.
      *
      *    DATES ARE YYYY-MM-DD ON THE PRODUCT RECORD.  THE COVERAGE
      *    RUNS TO THE SAME DAY THE GIVEN NUMBER OF MONTHS LATER, OR
      *    THE LAST DAY OF A SHORTER MONTH.
       01  DATE-WORK-FIELDS.
           05  WS-DATE-TEXT            PIC X(10) VALUE SPACES.
           05  WS-DATE-TEXT-PARTS  REDEFINES  WS-DATE-TEXT.
               10  WS-DATE-TEXT-YYYY   PIC X(4).
               10  WS-DATE-TEXT-DASH1  PIC X.
               10  WS-DATE-TEXT-MM     PIC X(2).
               10  WS-DATE-TEXT-DASH2  PIC X.
               10  WS-DATE-TEXT-DD     PIC X(2).
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
      *    COVERAGE LENGTH BY PRODUCT LINE, LOADED FROM COVTERM.
       01  TERMS-TABLE-FIELDS.
           05  WS-TERM-COUNT           PIC S9(4)   COMP    VALUE +0.
           05  WS-TERM-MAX             PIC S9(4)   COMP    VALUE +200.
           05  WS-TERM-SUB             PIC S9(4)   COMP    VALUE +0.
           05  WS-TERM-SLOT            PIC S9(4)   COMP    VALUE +0.
           05  WS-LINE-LEN             PIC S9(4)   COMP    VALUE +0.
           05  TERMS-TABLE OCCURS 200 TIMES.
               10  TT-PRODUCT-LINE     PIC X(7).
               10  TT-LINE-LEN         PIC S9(4)    COMP.
               10  TT-MONTHS           PIC 9(3).
      *
      *    RECEIVABLES CUSTOMER NUMBER FOR EACH CUST-ID, LOADED FROM
      *    CUSTXREF AT STARTUP - THE ADDRESS MASTER IS KEYED ON IT.
       01  XREF-TABLE-FIELDS.
           05  WS-XREF-COUNT         PIC S9(4)   COMP    VALUE +0.
           05  WS-XREF-SUB           PIC S9(4)   COMP    VALUE +0.
           05  XREF-TABLE OCCURS 999 TIMES.
               10  XT-CUST-NO        PIC X(5).
               10  XT-CUST-ID        PIC X(5).
      *
      *    THE CURRENT CUSTOMER'S EXPIRING PRODUCTS.
       01  EXPIRING-TABLE-FIELDS.
           05  WS-EXP-COUNT          PIC S9(4)   COMP    VALUE +0.
           05  WS-EXP-MAX            PIC S9(4)   COMP    VALUE +50.
           05  WS-EXP-SUB            PIC S9(4)   COMP    VALUE +0.
           05  EXPIRING-TABLE OCCURS 50 TIMES.
               10  EX-PRODUCT-KEY    PIC X(13).
               10  EX-PRODUCT-ID     PIC X(7).
               10  EX-PRODUCT-NAME   PIC X(25).
               10  EX-DATE-PURCHASED PIC X(10).
               10  EX-COVERAGE-END   PIC 9(8).
               10  EX-DAYS-LEFT      PIC S9(4)    COMP.
               10  EX-NOTICE-STAGE   PIC X.
               10  EX-SERVICE-CALLS  PIC S9(5)    COMP-3.
               10  EX-LAST-SVC       PIC X(10).
      *
       01  TOTALS-VARS.
           05  NUM-PRODUCTS-CHECKED  PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-FIRST-NOTICES     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-SECOND-NOTICES    PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ALREADY-NOTICED   PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-LAPSED            PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-NOTICES-PRINTED   PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-NOTICES-HELD      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-PRODUCT-EXCEPTIONS PIC S9(9)  COMP-3  VALUE +0.
           05  NUM-RENEWALS-APPLIED  PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-RENEWALS-REJECTED PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-EXTRACT-WRITTEN   PIC S9(9)   COMP-3  VALUE +0.
      *
      *        *******************
      *           notice lines
      *        *******************
       01 NTC-HEADER1.
           05  FILLER                     PIC X(34)
                     VALUE 'SERVICE CONTRACT RENEWAL NOTICE   '.
           05  FILLER                     PIC X(6)  VALUE 'DATE: '.
           05  NTC-RUN-DATE               PIC 9(8).
           05  FILLER                     PIC X(84) VALUE SPACES.
       01 NTC-CUST-LINE.
           05  FILLER                 PIC X(10) VALUE 'CUSTOMER: '.
           05  NTC-CUST-ID            PIC X(5).
           05  FILLER                 PIC XX    VALUE SPACES.
           05  NTC-CUST-NAME          PIC X(17).
           05  FILLER                 PIC X(98) VALUE SPACES.
       01 NTC-ADDRESS-LINE.
           05  FILLER                 PIC X(10) VALUE SPACES.
           05  NTC-ADDR-TEXT          PIC X(40).
           05  FILLER                 PIC X(82) VALUE SPACES.
       01 NTC-TEXT-LINE1.
           05  FILLER PIC X(44)
                  VALUE 'SERVICE COVERAGE ON THE PRODUCTS LISTED BELO'.
           05  FILLER PIC X(44)
                  VALUE 'W ENDS SOON.  RENEW YOUR SERVICE CONTRACT BE'.
           05  FILLER PIC X(44)
                  VALUE 'FORE THE DATE SHOWN TO KEEP THEM COVERED.   '.
       01 NTC-PROD-HEADER.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(7)  VALUE 'PROD-ID'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(25) VALUE 'PRODUCT NAME             '.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(10) VALUE 'PURCHASED '.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(14) VALUE 'COVERAGE ENDS '.
           05  FILLER PIC X(10) VALUE 'DAYS LEFT '.
           05  FILLER PIC X(8)  VALUE 'SV-CALLS'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(10) VALUE 'LAST-SVC  '.
           05  FILLER PIC X(42) VALUE SPACES.
       01 NTC-PROD-DETAIL.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  NTC-PROD-ID            PIC X(7).
           05  FILLER                 PIC X     VALUE ' '.
           05  NTC-PROD-NAME          PIC X(25).
           05  FILLER                 PIC X     VALUE ' '.
           05  NTC-PROD-PURCHASED     PIC X(10).
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  NTC-PROD-COVERAGE-END  PIC 9(8).
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  NTC-PROD-DAYS-LEFT     PIC ZZZZ9.
           05  FILLER                 PIC X(5)  VALUE SPACES.
           05  NTC-PROD-SERV-CALLS    PIC ZZZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  NTC-PROD-LAST-SVC      PIC X(10).
           05  FILLER                 PIC X(45) VALUE SPACES.
       01  NTC-SUMMARY-HDR.
           05  FILLER PIC X(30) VALUE 'RENEWAL NOTICE RUN SUMMARY    '.
           05  FILLER PIC X(102) VALUE SPACES.
       01  NTC-COUNT-LINE.
           05  FILLER              PIC XX       VALUE SPACES.
           05  NTC-COUNT-LABEL     PIC X(30).
           05  NTC-COUNT-VALUE     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(89)    VALUE SPACES.
       01  NTC-SPACES.
           05  FILLER              PIC X(132)   VALUE SPACES.
       01  EXCP-HEADER.
           05  FILLER PIC X(44)
                  VALUE 'RENEWNTC - HELD NOTICES AND PRODUCTS NOT CHE'.
           05  FILLER PIC X(12) VALUE 'CKED  DATE: '.
           05  EXCP-RUN-DATE          PIC 9(8).
           05  FILLER                 PIC X(68) VALUE SPACES.
       01  EXCP-COLUMNS.
           05  FILLER PIC X(44)
                  VALUE 'CUST-ID  CUST-NO  CUSTOMER NAME      PRODUCT'.
           05  FILLER PIC X(44)
                  VALUE ' KEY      REASON                           '.
           05  FILLER PIC X(44) VALUE SPACES.
       01  EXCP-DETAIL.
           05  EXCP-CUST-ID           PIC X(5).
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  EXCP-CUST-NO           PIC X(5).
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  EXCP-CUST-NAME         PIC X(17).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  EXCP-PRODUCT-KEY       PIC X(13).
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  EXCP-REASON            PIC X(30).
           05  FILLER                 PIC X(49) VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************

       000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-YYYYMMDD.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-YYYYMMDD).
           PERFORM 900-OPEN-FILES.
           IF RETURN-CODE NOT < 16
               PERFORM 905-CLOSE-FILES
               GOBACK
           END-IF.
           PERFORM 100-LOAD-TERMS.
           PERFORM 150-LOAD-XREF.
           PERFORM 200-APPLY-RENEWALS.
           PERFORM 300-CHECK-ONE-RECORD
               WITH TEST BEFORE
               UNTIL WS-CUST-FILE-EOF = 'Y'.
           PERFORM 400-ISSUE-NOTICE.
           PERFORM 500-PRINT-SUMMARY-PAGE.
           PERFORM 905-CLOSE-FILES.
           IF RETURN-CODE = 0
              AND (NUM-NOTICES-HELD > 0
                   OR NUM-PRODUCT-EXCEPTIONS > 0
                   OR NUM-RENEWALS-REJECTED > 0)
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'RENEWNTC: NOTICES PRINTED: ' NUM-NOTICES-PRINTED
                   ' HELD: '       NUM-NOTICES-HELD
                   ' PRODUCTS: '   NUM-EXTRACT-WRITTEN
                   ' RENEWALS: '   NUM-RENEWALS-APPLIED
                   ' RC: '         RETURN-CODE.
           GOBACK.

      *    THE LENGTH OF EACH PRODUCT LINE (ITS NON-BLANK PART) IS
      *    WORKED OUT ONCE HERE FOR THE LONGEST-MATCH SEARCH.
       100-LOAD-TERMS.
           MOVE 'N' TO WS-INPUT-EOF.
           PERFORM 110-LOAD-ONE-TERM
               WITH TEST BEFORE
               UNTIL WS-INPUT-EOF = 'Y'.
           CLOSE TERMS-FILE.
           IF WS-TERM-COUNT = 0
               DISPLAY 'RENEWNTC: NO COVERAGE TERMS LOADED - EVERY '
                       'PRODUCT WILL BE AN EXCEPTION'
           END-IF.

       110-LOAD-ONE-TERM.
           READ TERMS-FILE
             AT END MOVE 'Y' TO WS-INPUT-EOF.
           IF WS-INPUT-EOF NOT = 'Y'
               IF TRM-PRODUCT-LINE = SPACES
                  OR TRM-MONTHS NOT NUMERIC
                  OR TRM-MONTHS = ZERO
                   DISPLAY 'RENEWNTC: COVTERM CARD REJECTED: '
                           TERMS-RECORD (1:32)
               ELSE
                   IF WS-TERM-COUNT < WS-TERM-MAX
                       ADD +1 TO WS-TERM-COUNT
                       MOVE TRM-PRODUCT-LINE
                           TO TT-PRODUCT-LINE (WS-TERM-COUNT)
                       MOVE TRM-MONTHS TO TT-MONTHS (WS-TERM-COUNT)
                       MOVE +7 TO WS-LINE-LEN
                       PERFORM 115-TRIM-LINE-LENGTH
                           UNTIL TRM-PRODUCT-LINE (WS-LINE-LEN:1)
                                     NOT = SPACE
                       MOVE WS-LINE-LEN
                           TO TT-LINE-LEN (WS-TERM-COUNT)
                   ELSE
                       DISPLAY 'RENEWNTC: TERMS TABLE FULL - CARD '
                               'IGNORED: ' TRM-PRODUCT-LINE
                   END-IF
               END-IF
           END-IF.

       115-TRIM-LINE-LENGTH.
           SUBTRACT 1 FROM WS-LINE-LEN.

       150-LOAD-XREF.
           OPEN INPUT XREF-FILE.
           IF WS-XREF-STATUS NOT = '00'
               DISPLAY 'RENEWNTC: CUSTXREF NOT AVAILABLE. RC: '
                       WS-XREF-STATUS
               DISPLAY 'RENEWNTC: EVERY NOTICE WILL BE HELD'
           ELSE
               MOVE 'N' TO WS-INPUT-EOF
               PERFORM 160-READ-XREF
                   WITH TEST BEFORE
                   UNTIL WS-INPUT-EOF = 'Y'
               CLOSE XREF-FILE
           END-IF.

       160-READ-XREF.
           READ XREF-FILE
             AT END MOVE 'Y' TO WS-INPUT-EOF
           END-READ.
           IF WS-INPUT-EOF NOT = 'Y'
              AND XR-CUST-ID NOT = SPACES
              AND WS-XREF-COUNT < 999
               ADD +1 TO WS-XREF-COUNT
               MOVE XR-CUST-NO TO XT-CUST-NO (WS-XREF-COUNT)
               MOVE XR-CUST-ID TO XT-CUST-ID (WS-XREF-COUNT)
           END-IF.

      *****************************************************************
      *    RENEWALS RECORDED BY SALES SINCE THE LAST RUN
      *****************************************************************
       200-APPLY-RENEWALS.
           OPEN INPUT RENEWAL-CARD-FILE.
           IF WS-CARDFILE-STATUS NOT = '00'
               DISPLAY 'RENEWNTC: NO RENEWCRD THIS RUN'
           ELSE
               MOVE 'N' TO WS-INPUT-EOF
               PERFORM 210-APPLY-ONE-RENEWAL
                   WITH TEST BEFORE
                   UNTIL WS-INPUT-EOF = 'Y'
               CLOSE RENEWAL-CARD-FILE
           END-IF.

      *    A RENEWAL CAN ARRIVE BEFORE ANY NOTICE WENT OUT - THE
      *    TRACKING RECORD IS THEN CREATED WITH THE NEW END.
       210-APPLY-ONE-RENEWAL.
           READ RENEWAL-CARD-FILE
             AT END MOVE 'Y' TO WS-INPUT-EOF.
           IF WS-INPUT-EOF NOT = 'Y'
               MOVE SPACES TO WS-EXCP-REASON
               MOVE RC-COVERAGE-END TO WS-DATE-YYYYMMDD
               EVALUATE TRUE
                  WHEN RC-PRODUCT-KEY (6:1) NOT = 'P'
                      MOVE 'RENEWAL KEY IS NOT A PRODUCT KEY'
                          TO WS-EXCP-REASON
                  WHEN RC-COVERAGE-END NOT NUMERIC
                      MOVE 'RENEWAL COVERAGE END NOT NUMERIC'
                          TO WS-EXCP-REASON
                  WHEN WS-DATE-MM < 1 OR WS-DATE-MM > 12
                    OR WS-DATE-DD < 1 OR WS-DATE-DD > 31
                      MOVE 'RENEWAL COVERAGE END NOT A DATE'
                          TO WS-EXCP-REASON
                  WHEN RC-COVERAGE-END NOT > WS-TODAY-YYYYMMDD
                      MOVE 'RENEWAL COVERAGE END NOT IN FUTURE'
                          TO WS-EXCP-REASON
                  WHEN OTHER
                      PERFORM 220-RECORD-RENEWAL
               END-EVALUATE
               IF WS-EXCP-REASON NOT = SPACES
                   ADD +1 TO NUM-RENEWALS-REJECTED
                   MOVE SPACES TO EXCP-DETAIL
                   MOVE RC-PRODUCT-KEY (1:5) TO EXCP-CUST-ID
                   MOVE RC-PRODUCT-KEY       TO EXCP-PRODUCT-KEY
                   MOVE WS-EXCP-REASON       TO EXCP-REASON
                   WRITE EXCEPTION-RECORD FROM EXCP-DETAIL AFTER 1
               END-IF
           END-IF.

       220-RECORD-RENEWAL.
           MOVE RC-PRODUCT-KEY TO RT-PRODUCT-KEY.
           READ TRACKING-FILE
               INVALID KEY CONTINUE
           END-READ.
           IF TRACKFILE-NOTFND
               MOVE SPACES          TO TRACKING-RECORD
               MOVE RC-PRODUCT-KEY  TO RT-PRODUCT-KEY
               MOVE ZERO            TO RT-FIRST-NOTICE-DATE
                                       RT-SECOND-NOTICE-DATE
                                       RT-RENEWAL-COUNT
           END-IF.
           IF TRACKFILE-OK OR TRACKFILE-NOTFND
               MOVE RC-COVERAGE-END   TO RT-COVERAGE-END
               MOVE SPACE             TO RT-NOTICE-STAGE
               MOVE WS-TODAY-YYYYMMDD TO RT-RENEWED-DATE
               MOVE RC-CONTRACT-REF   TO RT-CONTRACT-REF
               ADD 1 TO RT-RENEWAL-COUNT
               IF TRACKFILE-NOTFND
                   WRITE TRACKING-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
               ELSE
                   REWRITE TRACKING-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
               END-IF
           END-IF.
           IF TRACKFILE-OK
               ADD +1 TO NUM-RENEWALS-APPLIED
           ELSE
               MOVE 'RENEWTRK UPDATE FAILED' TO WS-EXCP-REASON
           END-IF.

      *****************************************************************
      *    MASTER PASS - EACH CUSTOMER FOLLOWED BY ITS PRODUCTS
      *****************************************************************
       300-CHECK-ONE-RECORD.
           PERFORM 730-READ-CUSTOMER-FILE.
           IF WS-CUST-FILE-EOF NOT = 'Y'
               IF CUST-RECORD-TYPE = 'C'
                   PERFORM 400-ISSUE-NOTICE
                   PERFORM 310-START-CUSTOMER
               ELSE
                   IF CUST-RECORD-TYPE = 'P'
                      AND CUST-ID = WS-NTC-CUST-ID
                       PERFORM 320-CHECK-PRODUCT
                   END-IF
               END-IF
           END-IF.

       310-START-CUSTOMER.
           MOVE CUST-ID   TO WS-NTC-CUST-ID.
           MOVE CUST-NAME TO WS-NTC-CUST-NAME.
           MOVE +0 TO WS-EXP-COUNT.
           PERFORM 330-GET-MAIL-ADDRESS.

       320-CHECK-PRODUCT.
           ADD +1 TO NUM-PRODUCTS-CHECKED.
           MOVE SPACES TO WS-EXCP-REASON.
           MOVE CUST-KEY        TO RT-PRODUCT-KEY (1:6).
           MOVE CUST-PRODUCT-ID TO RT-PRODUCT-KEY (7:7).
           READ TRACKING-FILE
               INVALID KEY CONTINUE
           END-READ.
           EVALUATE TRUE
              WHEN TRACKFILE-OK
                  MOVE 'Y' TO WS-TRACK-FOUND-SW
                  MOVE RT-COVERAGE-END TO WS-COVERAGE-END
              WHEN TRACKFILE-NOTFND
                  MOVE 'N' TO WS-TRACK-FOUND-SW
                  PERFORM 340-SET-COVERAGE-END
              WHEN OTHER
                  MOVE 'RENEWTRK READ FAILED' TO WS-EXCP-REASON
           END-EVALUATE.
           IF WS-EXCP-REASON NOT = SPACES
               PERFORM 380-LIST-PRODUCT-EXCEPTION
           ELSE
               COMPUTE WS-END-INT =
                   FUNCTION INTEGER-OF-DATE (WS-COVERAGE-END)
               COMPUTE WS-DAYS-LEFT = WS-END-INT - WS-TODAY-INT
               PERFORM 350-DECIDE-NOTICE
           END-IF.

      *    LONGEST MATCHING PRODUCT LINE, THEN DATE-PURCHASED PLUS
      *    ITS MONTHS.
       340-SET-COVERAGE-END.
           MOVE +0 TO WS-TERM-SLOT.
           MOVE +0 TO WS-LINE-LEN.
           PERFORM 345-CHECK-ONE-TERM
               VARYING WS-TERM-SUB FROM 1 BY 1
               UNTIL WS-TERM-SUB > WS-TERM-COUNT.
           MOVE CUST-DATE-PURCHASED TO WS-DATE-TEXT.
           IF WS-TERM-SLOT = 0
               MOVE 'NO COVERAGE TERMS FOR PRODUCT' TO WS-EXCP-REASON
           ELSE
               IF WS-DATE-TEXT-DASH1 NOT = '-'
                  OR WS-DATE-TEXT-DASH2 NOT = '-'
                  OR WS-DATE-TEXT-YYYY NOT NUMERIC
                  OR WS-DATE-TEXT-MM NOT NUMERIC
                  OR WS-DATE-TEXT-DD NOT NUMERIC
                   MOVE 'DATE-PURCHASED UNREADABLE' TO WS-EXCP-REASON
               ELSE
                   MOVE WS-DATE-TEXT-YYYY TO WS-DATE-YYYY
                   MOVE WS-DATE-TEXT-MM   TO WS-DATE-MM
                   MOVE WS-DATE-TEXT-DD   TO WS-DATE-DD
                   IF WS-DATE-MM < 1 OR WS-DATE-MM > 12
                      OR WS-DATE-DD < 1 OR WS-DATE-DD > 31
                       MOVE 'DATE-PURCHASED UNREADABLE'
                           TO WS-EXCP-REASON
                   ELSE
                       PERFORM 346-ADD-COVERAGE-MONTHS
                       MOVE WS-DATE-YYYYMMDD TO WS-COVERAGE-END
                   END-IF
               END-IF
           END-IF.

       345-CHECK-ONE-TERM.
           IF TT-LINE-LEN (WS-TERM-SUB) > WS-LINE-LEN
               IF CUST-PRODUCT-ID (1:TT-LINE-LEN (WS-TERM-SUB)) =
                  TT-PRODUCT-LINE (WS-TERM-SUB)
                      (1:TT-LINE-LEN (WS-TERM-SUB))
                   MOVE WS-TERM-SUB TO WS-TERM-SLOT
                   MOVE TT-LINE-LEN (WS-TERM-SUB) TO WS-LINE-LEN
               END-IF
           END-IF.

       346-ADD-COVERAGE-MONTHS.
           COMPUTE WS-MONTH-COUNT = WS-DATE-YYYY * 12
                                  + WS-DATE-MM - 1
                                  + TT-MONTHS (WS-TERM-SLOT).
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
           IF WS-DATE-DD > WS-MONTH-DAYS
               MOVE WS-MONTH-DAYS TO WS-DATE-DD
           END-IF.

      *    FIRST NOTICE INSIDE 90 DAYS, SECOND INSIDE 60.  A PRODUCT
      *    THAT CAME INTO RANGE LATE (INSIDE 60 WITH NO NOTICE YET)
      *    GETS THE SECOND NOTICE STRAIGHT AWAY.  LAPSED COVERAGE IS
      *    COUNTED BUT NOT NOTICED.
       350-DECIDE-NOTICE.
           MOVE SPACE TO WS-NEW-STAGE.
           IF WS-TRACK-FOUND-SW = 'N'
               MOVE SPACE TO RT-NOTICE-STAGE
           END-IF.
           EVALUATE TRUE
              WHEN WS-DAYS-LEFT < 0
                  ADD +1 TO NUM-LAPSED
              WHEN WS-DAYS-LEFT NOT > WS-SECOND-NOTICE-DAYS
                  IF RT-SECOND-NOTICE-SENT
                      ADD +1 TO NUM-ALREADY-NOTICED
                  ELSE
                      MOVE '2' TO WS-NEW-STAGE
                  END-IF
              WHEN WS-DAYS-LEFT NOT > WS-FIRST-NOTICE-DAYS
                  IF RT-NOT-NOTICED
                      MOVE '1' TO WS-NEW-STAGE
                  ELSE
                      ADD +1 TO NUM-ALREADY-NOTICED
                  END-IF
              WHEN OTHER
                  CONTINUE
           END-EVALUATE.
           IF WS-NEW-STAGE NOT = SPACE
               PERFORM 360-RECORD-NOTICE
               IF WS-EXCP-REASON = SPACES
                   PERFORM 370-ADD-EXPIRING-PRODUCT
               ELSE
                   PERFORM 380-LIST-PRODUCT-EXCEPTION
               END-IF
           END-IF.

       360-RECORD-NOTICE.
           IF WS-TRACK-FOUND-SW = 'N'
               MOVE SPACES          TO TRACKING-RECORD
               MOVE CUST-KEY        TO RT-PRODUCT-KEY (1:6)
               MOVE CUST-PRODUCT-ID TO RT-PRODUCT-KEY (7:7)
               MOVE WS-COVERAGE-END TO RT-COVERAGE-END
               MOVE ZERO            TO RT-FIRST-NOTICE-DATE
                                       RT-SECOND-NOTICE-DATE
                                       RT-RENEWED-DATE
                                       RT-RENEWAL-COUNT
           END-IF.
           MOVE WS-NEW-STAGE TO RT-NOTICE-STAGE.
           IF RT-SECOND-NOTICE-SENT
               MOVE WS-TODAY-YYYYMMDD TO RT-SECOND-NOTICE-DATE
           ELSE
               MOVE WS-TODAY-YYYYMMDD TO RT-FIRST-NOTICE-DATE
           END-IF.
           IF WS-TRACK-FOUND-SW = 'N'
               WRITE TRACKING-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           ELSE
               REWRITE TRACKING-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
           END-IF.
           IF NOT TRACKFILE-OK
               MOVE 'RENEWTRK UPDATE FAILED' TO WS-EXCP-REASON
           END-IF.

       370-ADD-EXPIRING-PRODUCT.
           IF WS-NEW-STAGE = '1'
               ADD +1 TO NUM-FIRST-NOTICES
           ELSE
               ADD +1 TO NUM-SECOND-NOTICES
           END-IF.
           IF WS-EXP-COUNT < WS-EXP-MAX
               ADD +1 TO WS-EXP-COUNT
               MOVE RT-PRODUCT-KEY  TO EX-PRODUCT-KEY (WS-EXP-COUNT)
               MOVE CUST-PRODUCT-ID TO EX-PRODUCT-ID (WS-EXP-COUNT)
               MOVE CUST-PRODUCT-NAME
                                    TO EX-PRODUCT-NAME (WS-EXP-COUNT)
               MOVE CUST-DATE-PURCHASED
                                  TO EX-DATE-PURCHASED (WS-EXP-COUNT)
               MOVE WS-COVERAGE-END TO EX-COVERAGE-END (WS-EXP-COUNT)
               MOVE WS-DAYS-LEFT    TO EX-DAYS-LEFT (WS-EXP-COUNT)
               MOVE WS-NEW-STAGE    TO EX-NOTICE-STAGE (WS-EXP-COUNT)
               MOVE CUST-SERVICE-CALLS
                                   TO EX-SERVICE-CALLS (WS-EXP-COUNT)
               MOVE CUST-LAST-SERVICE-CALL
                                    TO EX-LAST-SVC (WS-EXP-COUNT)
           ELSE
               MOVE 'MORE THAN 50 PRODUCTS EXPIRING'
                   TO WS-EXCP-REASON
               PERFORM 380-LIST-PRODUCT-EXCEPTION
           END-IF.

       380-LIST-PRODUCT-EXCEPTION.
           ADD +1 TO NUM-PRODUCT-EXCEPTIONS.
           MOVE SPACES TO EXCP-DETAIL.
           MOVE CUST-ID          TO EXCP-CUST-ID.
           MOVE WS-NTC-CUST-NO   TO EXCP-CUST-NO.
           MOVE WS-NTC-CUST-NAME TO EXCP-CUST-NAME.
           MOVE CUST-KEY         TO EXCP-PRODUCT-KEY (1:6).
           MOVE CUST-PRODUCT-ID  TO EXCP-PRODUCT-KEY (7:7).
           MOVE WS-EXCP-REASON   TO EXCP-REASON.
           WRITE EXCEPTION-RECORD FROM EXCP-DETAIL AFTER 1.

      *    A CUSTOMER IS MAILABLE ONLY WITH A CUSTXREF LINK AND A
      *    CUSTADDR RECORD CARRYING LINE 1, CITY, STATE AND ZIP THAT
      *    IS NOT FLAGGED NO-MAIL - THE CUSTSTMT RULES.
       330-GET-MAIL-ADDRESS.
           MOVE SPACES TO WS-ADDR-REASON.
           MOVE SPACES TO WS-NTC-CUST-NO.
           MOVE SPACES TO WS-NTC-PHONE.
           PERFORM 335-CHECK-ONE-XREF
               VARYING WS-XREF-SUB FROM 1 BY 1
               UNTIL WS-XREF-SUB > WS-XREF-COUNT
                  OR WS-NTC-CUST-NO NOT = SPACES.
           EVALUATE TRUE
              WHEN WS-NTC-CUST-NO = SPACES
                  MOVE 'NO CUSTXREF LINK' TO WS-ADDR-REASON
              WHEN WS-ADDRFILE-OPEN NOT = 'Y'
                  MOVE 'CUSTADDR NOT AVAILABLE' TO WS-ADDR-REASON
              WHEN OTHER
                  MOVE WS-NTC-CUST-NO TO CADR-CUST-NO
                  READ ADDRESS-FILE
                  IF WS-ADDRFILE-STATUS = '00'
                      MOVE CADR-PHONE TO WS-NTC-PHONE
                  END-IF
                  EVALUATE TRUE
                     WHEN WS-ADDRFILE-STATUS NOT = '00'
                         MOVE 'NO ADDRESS ON CUSTADDR' TO WS-ADDR-REASON
                     WHEN CADR-NO-MAIL
                         MOVE 'CUSTOMER FLAGGED NO-MAIL'
                             TO WS-ADDR-REASON
                     WHEN CADR-ADDR-LINE1 = SPACES
                       OR CADR-CITY = SPACES
                       OR CADR-STATE = SPACES
                       OR CADR-ZIP = SPACES
                         MOVE 'ADDRESS INCOMPLETE' TO WS-ADDR-REASON
                  END-EVALUATE
           END-EVALUATE.

       335-CHECK-ONE-XREF.
           IF XT-CUST-ID (WS-XREF-SUB) = CUST-ID
               MOVE XT-CUST-NO (WS-XREF-SUB) TO WS-NTC-CUST-NO
           END-IF.

      *****************************************************************
      *    ONE NOTICE FOR THE CUSTOMER JUST FINISHED, IF ANY OF ITS
      *    PRODUCTS ARE EXPIRING.  EVERY ONE GOES TO SALES ON THE
      *    EXTRACT WHETHER THE NOTICE MAILS OR IS HELD.
      *****************************************************************
       400-ISSUE-NOTICE.
           IF WS-NTC-CUST-ID NOT = LOW-VALUES
              AND WS-EXP-COUNT > 0
               IF WS-ADDR-REASON = SPACES
                   PERFORM 410-PRINT-NOTICE
               ELSE
                   ADD +1 TO NUM-NOTICES-HELD
                   MOVE SPACES TO EXCP-DETAIL
                   MOVE WS-NTC-CUST-ID   TO EXCP-CUST-ID
                   MOVE WS-NTC-CUST-NO   TO EXCP-CUST-NO
                   MOVE WS-NTC-CUST-NAME TO EXCP-CUST-NAME
                   MOVE 'NOTICE HELD - '  TO EXCP-REASON
                   MOVE WS-ADDR-REASON   TO EXCP-REASON (15:16)
                   WRITE EXCEPTION-RECORD FROM EXCP-DETAIL AFTER 1
               END-IF
               PERFORM 430-WRITE-EXTRACT
                   VARYING WS-EXP-SUB FROM 1 BY 1
                   UNTIL WS-EXP-SUB > WS-EXP-COUNT
           END-IF.
           MOVE +0 TO WS-EXP-COUNT.

       410-PRINT-NOTICE.
           ADD +1 TO NUM-NOTICES-PRINTED.
           MOVE WS-TODAY-YYYYMMDD TO NTC-RUN-DATE.
           WRITE NOTICE-RECORD FROM NTC-HEADER1 AFTER PAGE.
           MOVE WS-NTC-CUST-ID   TO NTC-CUST-ID.
           MOVE WS-NTC-CUST-NAME TO NTC-CUST-NAME.
           WRITE NOTICE-RECORD FROM NTC-CUST-LINE AFTER 2.
           PERFORM 415-PRINT-ADDRESS-BLOCK.
           WRITE NOTICE-RECORD FROM NTC-TEXT-LINE1 AFTER 1.
           WRITE NOTICE-RECORD FROM NTC-SPACES AFTER 1.
           WRITE NOTICE-RECORD FROM NTC-PROD-HEADER AFTER 1.
           PERFORM 420-PRINT-PRODUCT-LINE
               VARYING WS-EXP-SUB FROM 1 BY 1
               UNTIL WS-EXP-SUB > WS-EXP-COUNT.

      *    ATTENTION LINE AND LINE 2 ONLY WHEN PRESENT, THEN CITY,
      *    STATE AND ZIP ON ONE LINE.
       415-PRINT-ADDRESS-BLOCK.
           IF CADR-ATTENTION NOT = SPACES
               MOVE SPACES TO NTC-ADDR-TEXT
               STRING 'ATTN: ' CADR-ATTENTION DELIMITED BY SIZE
                   INTO NTC-ADDR-TEXT
               END-STRING
               WRITE NOTICE-RECORD FROM NTC-ADDRESS-LINE AFTER 1
           END-IF.
           MOVE CADR-ADDR-LINE1 TO NTC-ADDR-TEXT.
           WRITE NOTICE-RECORD FROM NTC-ADDRESS-LINE AFTER 1.
           IF CADR-ADDR-LINE2 NOT = SPACES
               MOVE CADR-ADDR-LINE2 TO NTC-ADDR-TEXT
               WRITE NOTICE-RECORD FROM NTC-ADDRESS-LINE AFTER 1
           END-IF.
           MOVE SPACES TO NTC-ADDR-TEXT.
           STRING CADR-CITY  DELIMITED BY '  '
                  ', '       DELIMITED BY SIZE
                  CADR-STATE DELIMITED BY SIZE
                  '  '       DELIMITED BY SIZE
                  CADR-ZIP   DELIMITED BY SIZE
               INTO NTC-ADDR-TEXT
           END-STRING.
           WRITE NOTICE-RECORD FROM NTC-ADDRESS-LINE AFTER 1.
           WRITE NOTICE-RECORD FROM NTC-SPACES AFTER 1.

       420-PRINT-PRODUCT-LINE.
           MOVE EX-PRODUCT-ID (WS-EXP-SUB)     TO NTC-PROD-ID.
           MOVE EX-PRODUCT-NAME (WS-EXP-SUB)   TO NTC-PROD-NAME.
           MOVE EX-DATE-PURCHASED (WS-EXP-SUB) TO NTC-PROD-PURCHASED.
           MOVE EX-COVERAGE-END (WS-EXP-SUB)
                                          TO NTC-PROD-COVERAGE-END.
           MOVE EX-DAYS-LEFT (WS-EXP-SUB)      TO NTC-PROD-DAYS-LEFT.
           MOVE EX-SERVICE-CALLS (WS-EXP-SUB)  TO NTC-PROD-SERV-CALLS.
           MOVE EX-LAST-SVC (WS-EXP-SUB)       TO NTC-PROD-LAST-SVC.
           WRITE NOTICE-RECORD FROM NTC-PROD-DETAIL AFTER 1.

       430-WRITE-EXTRACT.
           MOVE SPACES TO EXTRACT-RECORD.
           MOVE WS-NTC-CUST-ID                 TO XTR-CUST-ID.
           MOVE WS-NTC-CUST-NO                 TO XTR-CUST-NO.
           MOVE WS-NTC-CUST-NAME               TO XTR-CUST-NAME.
           MOVE EX-PRODUCT-KEY (WS-EXP-SUB)    TO XTR-PRODUCT-KEY.
           MOVE EX-PRODUCT-NAME (WS-EXP-SUB)   TO XTR-PRODUCT-NAME.
           MOVE EX-DATE-PURCHASED (WS-EXP-SUB) TO XTR-DATE-PURCHASED.
           MOVE EX-COVERAGE-END (WS-EXP-SUB)   TO XTR-COVERAGE-END.
           MOVE EX-DAYS-LEFT (WS-EXP-SUB)      TO XTR-DAYS-LEFT.
           MOVE EX-NOTICE-STAGE (WS-EXP-SUB)   TO XTR-NOTICE-STAGE.
           MOVE EX-SERVICE-CALLS (WS-EXP-SUB)  TO XTR-SERVICE-CALLS.
           IF WS-ADDR-REASON = SPACES
               MOVE SPACE TO XTR-NOTICE-HELD
           ELSE
               MOVE 'H'   TO XTR-NOTICE-HELD
           END-IF.
           MOVE WS-NTC-PHONE                   TO XTR-CONTACT-PHONE.
           WRITE EXTRACT-RECORD.
           ADD +1 TO NUM-EXTRACT-WRITTEN.

       500-PRINT-SUMMARY-PAGE.
           WRITE NOTICE-RECORD FROM NTC-SUMMARY-HDR AFTER PAGE.
           WRITE NOTICE-RECORD FROM NTC-SPACES AFTER 1.
           MOVE 'PRODUCTS CHECKED              ' TO NTC-COUNT-LABEL.
           MOVE NUM-PRODUCTS-CHECKED   TO NTC-COUNT-VALUE.
           WRITE NOTICE-RECORD FROM NTC-COUNT-LINE AFTER 1.
           MOVE 'FIRST NOTICES (90 DAYS)       ' TO NTC-COUNT-LABEL.
           MOVE NUM-FIRST-NOTICES      TO NTC-COUNT-VALUE.
           WRITE NOTICE-RECORD FROM NTC-COUNT-LINE AFTER 1.
           MOVE 'SECOND NOTICES (60 DAYS)      ' TO NTC-COUNT-LABEL.
           MOVE NUM-SECOND-NOTICES     TO NTC-COUNT-VALUE.
           WRITE NOTICE-RECORD FROM NTC-COUNT-LINE AFTER 1.
           MOVE 'ALREADY NOTICED - SKIPPED     ' TO NTC-COUNT-LABEL.
           MOVE NUM-ALREADY-NOTICED    TO NTC-COUNT-VALUE.
           WRITE NOTICE-RECORD FROM NTC-COUNT-LINE AFTER 1.
           MOVE 'COVERAGE ALREADY LAPSED       ' TO NTC-COUNT-LABEL.
           MOVE NUM-LAPSED             TO NTC-COUNT-VALUE.
           WRITE NOTICE-RECORD FROM NTC-COUNT-LINE AFTER 1.
           MOVE 'NOTICES PRINTED               ' TO NTC-COUNT-LABEL.
           MOVE NUM-NOTICES-PRINTED    TO NTC-COUNT-VALUE.
           WRITE NOTICE-RECORD FROM NTC-COUNT-LINE AFTER 1.
           MOVE 'NOTICES HELD - NO ADDRESS     ' TO NTC-COUNT-LABEL.
           MOVE NUM-NOTICES-HELD       TO NTC-COUNT-VALUE.
           WRITE NOTICE-RECORD FROM NTC-COUNT-LINE AFTER 1.
           MOVE 'SALES EXTRACT RECORDS         ' TO NTC-COUNT-LABEL.
           MOVE NUM-EXTRACT-WRITTEN    TO NTC-COUNT-VALUE.
           WRITE NOTICE-RECORD FROM NTC-COUNT-LINE AFTER 1.
           MOVE 'PRODUCTS NOT CHECKED          ' TO NTC-COUNT-LABEL.
           MOVE NUM-PRODUCT-EXCEPTIONS TO NTC-COUNT-VALUE.
           WRITE NOTICE-RECORD FROM NTC-COUNT-LINE AFTER 1.
           MOVE 'RENEWALS APPLIED              ' TO NTC-COUNT-LABEL.
           MOVE NUM-RENEWALS-APPLIED   TO NTC-COUNT-VALUE.
           WRITE NOTICE-RECORD FROM NTC-COUNT-LINE AFTER 1.
           MOVE 'RENEWALS REJECTED             ' TO NTC-COUNT-LABEL.
           MOVE NUM-RENEWALS-REJECTED  TO NTC-COUNT-VALUE.
           WRITE NOTICE-RECORD FROM NTC-COUNT-LINE AFTER 1.

       730-READ-CUSTOMER-FILE.
           READ CUSTOMER-FILE
             AT END MOVE 'Y' TO WS-CUST-FILE-EOF.
           EVALUATE WS-CUSTFILE-STATUS
              WHEN '00'
              WHEN '04'
                  CONTINUE
              WHEN '10'
                  MOVE 'Y' TO WS-CUST-FILE-EOF
              WHEN OTHER
                  MOVE 'Y' TO WS-CUST-FILE-EOF
                  DISPLAY 'RENEWNTC: ERROR READING CUSTFILE. RC: '
                          WS-CUSTFILE-STATUS
                  MOVE 16 TO RETURN-CODE
           END-EVALUATE.

      *    A BRAND-NEW TRACKING FILE IS PRIMED EMPTY RATHER THAN
      *    FAILING THE FIRST RUN, AS FOR WARRCASE.
       900-OPEN-FILES.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTFILE-STATUS NOT = '00'
               DISPLAY 'RENEWNTC: ERROR OPENING CUSTFILE. RC: '
                       WS-CUSTFILE-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.
           OPEN INPUT TERMS-FILE.
           IF WS-TERMSFILE-STATUS NOT = '00'
               DISPLAY 'RENEWNTC: COVTERM NOT AVAILABLE. RC: '
                       WS-TERMSFILE-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.
           OPEN I-O TRACKING-FILE.
           IF TRACKFILE-NOFILE
               OPEN OUTPUT TRACKING-FILE
               CLOSE TRACKING-FILE
               OPEN I-O TRACKING-FILE
           END-IF.
           IF NOT TRACKFILE-OK
               DISPLAY 'RENEWNTC: CANNOT OPEN RENEWTRK. RC: '
                       WS-TRACKFILE-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.
           OPEN OUTPUT NOTICE-FILE
                       EXTRACT-FILE
                       EXCEPTION-FILE.
           IF WS-NOTICEFILE-STATUS NOT = '00'
              OR WS-EXTRACT-STATUS NOT = '00'
              OR WS-EXCPFILE-STATUS NOT = '00'
               DISPLAY 'RENEWNTC: ERROR OPENING OUTPUT FILES. NTC:'
                       WS-NOTICEFILE-STATUS ' XTR:' WS-EXTRACT-STATUS
                       ' EXC:' WS-EXCPFILE-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE WS-TODAY-YYYYMMDD TO EXCP-RUN-DATE
               WRITE EXCEPTION-RECORD FROM EXCP-HEADER AFTER PAGE
               WRITE EXCEPTION-RECORD FROM EXCP-COLUMNS AFTER 2
           END-IF.
           OPEN INPUT ADDRESS-FILE.
           IF WS-ADDRFILE-STATUS = '00'
               MOVE 'Y' TO WS-ADDRFILE-OPEN
           ELSE
               DISPLAY 'RENEWNTC: CUSTADDR NOT AVAILABLE. RC: '
                       WS-ADDRFILE-STATUS
               DISPLAY 'RENEWNTC: EVERY NOTICE WILL BE HELD'
           END-IF.

       905-CLOSE-FILES.
           CLOSE CUSTOMER-FILE
                 TERMS-FILE
                 TRACKING-FILE
                 NOTICE-FILE
                 EXTRACT-FILE
                 EXCEPTION-FILE.
           IF WS-ADDRFILE-OPEN = 'Y'
               CLOSE ADDRESS-FILE
           END-IF.

      * END OF PROGRAM RENEWNTC
