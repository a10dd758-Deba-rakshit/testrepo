      ****************************************************************
      * PROGRAM:  WARRCLM
      *
      * MANUFACTURER WARRANTY COST RECOVERY.  EVERY SVCALL EVENT ON
      * SVCEVENT CARRIES THE LABOR AND PARTS COST OF THE REPAIR, AND
      * THE 'P' RECORD CARRIES DATE-PURCHASED - BUT NOBODY FILED THE
      * IN-WARRANTY REPAIRS BACK TO THE MANUFACTURER, SO WE ATE THE
      * COST.  EACH RUN OF THIS PROGRAM:
      *   1. APPLIES THE MANUFACTURERS' RESPONSES (WARRRESP) TO THE
      *      CLAIMS ALREADY SUBMITTED - PAID OR DENIED.
      *   2. PASSES SVCEVENT AND RAISES A CLAIM FOR EVERY EVENT NOT
      *      YET CLAIMED WHOSE CALL DATE FALLS INSIDE THE PRODUCT'S
      *      MANUFACTURER WARRANTY (DATE-PURCHASED PLUS THE WARRANTY
      *      MONTHS FROM WARRTERM).  THE CLAIM IS THE LABOR AND/OR
      *      PARTS COST, AS THE TERMS COVER THEM.  EACH NEW CLAIM IS
      *      RECORDED AS SUBMITTED ON THE WARRCLM FILE AND WRITTEN TO
      *      THE WARRXTR EXTRACT, GROUPED BY MANUFACTURER (HEADER,
      *      CLAIMS, TRAILER PER MANUFACTURER) FOR SENDING ON.
      *   3. REPORTS (WARRRPT) THE EXCEPTIONS, THE NEW CLAIMS AND,
      *      PER MANUFACTURER OVER THE WHOLE CLAIM FILE, DOLLARS
      *      RECOVERED AGAINST DOLLARS STILL OUTSTANDING.
      *
      * WARRTERM - WARRANTY TERMS BY PRODUCT-ID:
      *     COLS  1- 7  PRODUCT-ID
      *     COLS  9-14  MANUFACTURER CODE
      *     COLS 16-35  MANUFACTURER NAME
      *     COLS 37-39  WARRANTY MONTHS FROM DATE-PURCHASED
      *     COL  41     LABOR COVERED  (Y/N)
      *     COL  43     PARTS COVERED  (Y/N)
      *
      * WARRRESP - ONE CARD PER MANUFACTURER RESPONSE:
      *     COLS  1-27  CLAIM KEY (PRODUCT KEY, CALL DATE, REASON -
      *                 AS ON THE EXTRACT DETAIL RECORD)
      *     COL  29     P = PAID, D = DENIED
      *     COLS 31-39  AMOUNT PAID 9(7)V99 (PAID ONLY - A SHORT
      *                 PAYMENT IS ACCEPTED AND REPORTED)
      *     COLS 41-48  RESPONSE DATE YYYYMMDD
      *     COLS 50-69  MANUFACTURER REFERENCE OR DENIAL REASON
      *
      * A SERVICE EVENT IS CLAIMED ONCE - THE CLAIM KEY IS THE
      * EVENT'S PRODUCT KEY, CALL DATE AND REASON CODE, SO THE WHOLE
      * OF SVCEVENT CAN BE PASSED EVERY RUN.  EVENTS WITH NO TERMS
      * FOR THE PRODUCT, NO PRODUCT ON CUSTFILE OR AN UNREADABLE DATE
      * ARE LISTED AS EXCEPTIONS AND TRIED AGAIN NEXT RUN.
      *
      * RETURN CODE 0 = CLEAN, 4 = EXCEPTIONS LISTED, 16 = A FILE
      * NOT AVAILABLE.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARRCLM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT TERMS-FILE       ASSIGN TO WARRTERM
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-TERMSFILE-STATUS.

            SELECT SVCEVENT-FILE    ASSIGN TO SVCEVENT
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-SVCEVENT-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO CUSTFILE
                   ORGANIZATION IS  INDEXED
                   ACCESS       IS  DYNAMIC
                   RECORD KEY   IS  CUST-KEY
                   FILE STATUS  IS  WS-CUSTFILE-STATUS.

           SELECT CLAIM-FILE ASSIGN TO WARRCLM
                   ORGANIZATION IS  INDEXED
                   ACCESS       IS  DYNAMIC
                   RECORD KEY   IS  WCL-CLAIM-KEY
                   FILE STATUS  IS  WS-CLAIMFILE-STATUS.

            SELECT RESPONSE-FILE    ASSIGN TO WARRRESP
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-RESPFILE-STATUS.

            SELECT EXTRACT-FILE     ASSIGN TO WARRXTR
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-EXTRACT-STATUS.

            SELECT REPORT-FILE      ASSIGN TO WARRRPT
               FILE STATUS  IS  WS-REPORT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  TERMS-FILE
           RECORDING MODE IS F.
       01  TERMS-RECORD.
           05  TRM-PRODUCT-ID             PIC X(7).
           05  FILLER                     PIC X.
           05  TRM-MFR-CODE               PIC X(6).
           05  FILLER                     PIC X.
           05  TRM-MFR-NAME               PIC X(20).
           05  FILLER                     PIC X.
           05  TRM-MONTHS                 PIC 9(3).
           05  FILLER                     PIC X.
           05  TRM-LABOR-COVERED          PIC X.
           05  FILLER                     PIC X.
           05  TRM-PARTS-COVERED          PIC X.
           05  FILLER                     PIC X(37).

       FD  SVCEVENT-FILE
           RECORDING MODE IS F.
       01  SVCEVENT-RECORD.
           05  SVC-POSTED-DATE            PIC 9(8).
           05  FILLER                     PIC X.
           05  SVC-PRODUCT-KEY            PIC X(13).
           05  FILLER                     PIC X.
           05  SVC-CALL-DATE              PIC X(10).
           05  FILLER                     PIC X.
           05  SVC-REASON-CODE            PIC X(4).
           05  FILLER                     PIC X.
           05  SVC-LABOR-COST             PIC 9(5)V99.
           05  FILLER                     PIC X.
           05  SVC-PARTS-COST             PIC 9(5)V99.
           05  FILLER                     PIC X(26).

       FD  CUSTOMER-FILE
           RECORD IS VARYING.
       COPY CUST2CPY REPLACING ==:TAG:== BY ==CUST==.

      *    ONE RECORD PER SERVICE EVENT CLAIMED FROM A MANUFACTURER.
       FD  CLAIM-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  CLAIM-RECORD.
           05  WCL-CLAIM-KEY.
               10  WCL-PRODUCT-KEY        PIC X(13).
               10  WCL-CALL-DATE          PIC X(10).
               10  WCL-REASON-CODE        PIC X(4).
           05  WCL-STATUS                 PIC X.
               88  CLAIM-SUBMITTED            VALUE 'S'.
               88  CLAIM-PAID                 VALUE 'P'.
               88  CLAIM-DENIED               VALUE 'D'.
           05  WCL-MFR-CODE               PIC X(6).
           05  WCL-PURCHASE-DATE          PIC X(10).
           05  WCL-LABOR-CLAIMED          PIC 9(5)V99.
           05  WCL-PARTS-CLAIMED          PIC 9(5)V99.
           05  WCL-CLAIM-AMOUNT           PIC 9(7)V99.
           05  WCL-SUBMITTED-DATE         PIC 9(8).
           05  WCL-RESPONSE-DATE          PIC 9(8).
           05  WCL-PAID-AMOUNT            PIC 9(7)V99.
           05  WCL-RESPONSE-TEXT          PIC X(20).
           05  FILLER                     PIC X(8).

       FD  RESPONSE-FILE
           RECORDING MODE IS F.
       01  RESPONSE-RECORD.
           05  RSP-CLAIM-KEY              PIC X(27).
           05  FILLER                     PIC X.
           05  RSP-STATUS                 PIC X.
           05  FILLER                     PIC X.
           05  RSP-PAID-AMOUNT            PIC 9(7)V99.
           05  FILLER                     PIC X.
           05  RSP-RESPONSE-DATE          PIC 9(8).
           05  FILLER                     PIC X.
           05  RSP-RESPONSE-TEXT          PIC X(20).
           05  FILLER                     PIC X(11).

      *    CLAIM EXTRACT - FOR EACH MANUFACTURER AN 'H' RECORD, ITS
      *    'D' CLAIMS AND A 'T' RECORD WITH THE COUNT AND TOTAL.
       FD  EXTRACT-FILE
           RECORDING MODE IS F.
       01  EXTRACT-RECORD.
           05  XTR-REC-TYPE               PIC X.
           05  XTR-MFR-CODE               PIC X(6).
           05  XTR-BODY                   PIC X(73).
           05  XTR-HEADER  REDEFINES  XTR-BODY.
               10  XTR-MFR-NAME           PIC X(20).
               10  XTR-RUN-DATE           PIC 9(8).
               10  FILLER                 PIC X(45).
           05  XTR-DETAIL  REDEFINES  XTR-BODY.
               10  XTR-PRODUCT-KEY        PIC X(13).
               10  XTR-PURCHASE-DATE      PIC X(10).
               10  XTR-CALL-DATE          PIC X(10).
               10  XTR-REASON-CODE        PIC X(4).
               10  XTR-LABOR-CLAIMED      PIC 9(5)V99.
               10  XTR-PARTS-CLAIMED      PIC 9(5)V99.
               10  XTR-CLAIM-AMOUNT       PIC 9(7)V99.
               10  FILLER                 PIC X(13).
           05  XTR-TRAILER REDEFINES  XTR-BODY.
               10  XTR-CLAIM-COUNT        PIC 9(7).
               10  XTR-CLAIM-TOTAL        PIC 9(9)V99.
               10  FILLER                 PIC X(55).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD              PIC X(132).

      *****************************************************************
       WORKING-STORAGE SECTION.
      *****************************************************************
       01  WS-FIELDS.
           05  WS-TERMSFILE-STATUS     PIC X(2)  VALUE SPACES.
           05  WS-SVCEVENT-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-CUSTFILE-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-CLAIMFILE-STATUS     PIC X(2)  VALUE SPACES.
               88  CLAIMFILE-OK                   VALUE '00'.
               88  CLAIMFILE-NOTFND               VALUE '23'.
               88  CLAIMFILE-NOFILE               VALUE '35'.
           05  WS-RESPFILE-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-EXTRACT-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-INPUT-EOF            PIC X     VALUE 'N'.
           05  WS-FILES-OK-SW          PIC X     VALUE 'N'.
           05  WS-FOUND-SW             PIC X     VALUE 'N'.
               88  ENTRY-FOUND                    VALUE 'Y'.
           05  WS-PROD-SCAN-SW         PIC X     VALUE 'N'.
               88  PROD-SCAN-DONE                 VALUE 'Y'.
           05  WS-TODAY-YYYYMMDD       PIC 9(8)  VALUE ZERO.
           05  WS-EXCEPTION-TEXT       PIC X(40) VALUE SPACES.
      *
      *    DATES ARE YYYY-MM-DD ON THE PRODUCT RECORD AND SVCEVENT.
      *    THE WARRANTY RUNS TO THE SAME DAY OF THE MONTH THE GIVEN
      *    NUMBER OF MONTHS LATER; THE DATES ARE ONLY COMPARED, SO AN
      *    END DATE SUCH AS 31 FEBRUARY STILL FALLS IN THE RIGHT PLACE.
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
           05  WS-PURCHASE-YYYYMMDD    PIC 9(8)  VALUE ZERO.
           05  WS-CALL-YYYYMMDD        PIC 9(8)  VALUE ZERO.
           05  WS-EXPIRY-YYYYMMDD      PIC 9(8)  VALUE ZERO.
           05  WS-MONTH-COUNT          PIC S9(7) COMP VALUE +0.
      *
      *    WARRANTY TERMS, LOADED FROM WARRTERM.
       01  TERMS-TABLE-FIELDS.
           05  WS-TERM-COUNT           PIC S9(4)   COMP    VALUE +0.
           05  WS-TERM-MAX             PIC S9(4)   COMP    VALUE +500.
           05  WS-TERM-SUB             PIC S9(4)   COMP    VALUE +0.
           05  WS-TERM-SLOT            PIC S9(4)   COMP    VALUE +0.
           05  TERMS-TABLE OCCURS 500 TIMES.
               10  TT-PRODUCT-ID       PIC X(7).
               10  TT-MFR-CODE         PIC X(6).
               10  TT-MFR-NAME         PIC X(20).
               10  TT-MONTHS           PIC 9(3).
               10  TT-LABOR-COVERED    PIC X.
               10  TT-PARTS-COVERED    PIC X.
      *
      *    CLAIMS RAISED THIS RUN, HELD FOR THE EXTRACT.  A FULL
      *    TABLE LEAVES THE REST OF THE EVENTS UNCLAIMED FOR THE NEXT
      *    RUN RATHER THAN LOSING THEM.
       01  NEW-CLAIM-TABLE-FIELDS.
           05  WS-NEW-COUNT            PIC S9(4)   COMP    VALUE +0.
           05  WS-NEW-MAX              PIC S9(4)   COMP    VALUE +1000.
           05  WS-NEW-SUB              PIC S9(4)   COMP    VALUE +0.
           05  WS-NEW-FULL-SW          PIC X       VALUE 'N'.
               88  NEW-TABLE-FULL                 VALUE 'Y'.
           05  NEW-CLAIM-TABLE OCCURS 1000 TIMES.
               10  NC-MFR-CODE         PIC X(6).
               10  NC-PRODUCT-KEY      PIC X(13).
               10  NC-PURCHASE-DATE    PIC X(10).
               10  NC-CALL-DATE        PIC X(10).
               10  NC-REASON-CODE      PIC X(4).
               10  NC-LABOR-CLAIMED    PIC 9(5)V99.
               10  NC-PARTS-CLAIMED    PIC 9(5)V99.
               10  NC-CLAIM-AMOUNT     PIC 9(7)V99.
      *
      *    ONE ROW PER MANUFACTURER - THIS RUN'S NEW CLAIMS AND THE
      *    STANDING OF EVERY CLAIM ON FILE.
       01  MFR-TABLE-FIELDS.
           05  WS-MFR-COUNT            PIC S9(4)   COMP    VALUE +0.
           05  WS-MFR-MAX              PIC S9(4)   COMP    VALUE +100.
           05  WS-MFR-SUB              PIC S9(4)   COMP    VALUE +0.
           05  WS-MFR-SLOT             PIC S9(4)   COMP    VALUE +0.
           05  WS-LOOK-MFR-CODE        PIC X(6)    VALUE SPACES.
           05  MFR-TABLE OCCURS 100 TIMES.
               10  MF-MFR-CODE         PIC X(6).
               10  MF-MFR-NAME         PIC X(20).
               10  MF-NEW-COUNT        PIC S9(7)    COMP-3.
               10  MF-NEW-AMOUNT       PIC S9(9)V99 COMP-3.
               10  MF-OPEN-COUNT       PIC S9(7)    COMP-3.
               10  MF-OPEN-AMOUNT      PIC S9(9)V99 COMP-3.
               10  MF-PAID-COUNT       PIC S9(7)    COMP-3.
               10  MF-PAID-CLAIMED     PIC S9(9)V99 COMP-3.
               10  MF-PAID-AMOUNT      PIC S9(9)V99 COMP-3.
               10  MF-DENIED-COUNT     PIC S9(7)    COMP-3.
               10  MF-DENIED-AMOUNT    PIC S9(9)V99 COMP-3.
      *
       01  TOTALS-VARS.
           05  NUM-TERMS-LOADED      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-TERMS-REJECTED    PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-EVENTS-READ       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ALREADY-CLAIMED   PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-OUT-OF-WARRANTY   PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-NOT-COVERED       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-CLAIMS-RAISED     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-EVENT-EXCEPTIONS  PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-RESPONSES-READ    PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-RESPONSES-PAID    PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-RESPONSES-DENIED  PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-RESPONSE-REJECTS  PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-EXTRACT-WRITTEN   PIC S9(9)   COMP-3  VALUE +0.
           05  TOT-NEW-AMOUNT        PIC S9(9)V99 COMP-3 VALUE +0.
           05  TOT-OPEN-COUNT        PIC S9(9)   COMP-3  VALUE +0.
           05  TOT-OPEN-AMOUNT       PIC S9(9)V99 COMP-3 VALUE +0.
           05  TOT-PAID-COUNT        PIC S9(9)   COMP-3  VALUE +0.
           05  TOT-PAID-CLAIMED      PIC S9(9)V99 COMP-3 VALUE +0.
           05  TOT-PAID-AMOUNT       PIC S9(9)V99 COMP-3 VALUE +0.
           05  TOT-DENIED-COUNT      PIC S9(9)   COMP-3  VALUE +0.
           05  TOT-DENIED-AMOUNT     PIC S9(9)V99 COMP-3 VALUE +0.
           05  WS-XTR-COUNT          PIC S9(7)   COMP-3  VALUE +0.
           05  WS-XTR-TOTAL          PIC S9(9)V99 COMP-3 VALUE +0.
      *
      *        *******************
      *            report lines
      *        *******************
       01 RPT-HEADER1.
           05  FILLER                     PIC X(44)
               VALUE 'MANUFACTURER WARRANTY COST-RECOVERY CLAIMS  '.
           05  FILLER                     PIC X(10) VALUE 'RUN DATE: '.
           05  RPT-RUN-DATE               PIC 9(8).
           05  FILLER                     PIC X(70) VALUE SPACES.
       01 RPT-SECTION-LINE.
           05  RPT-SECTION-TITLE          PIC X(60).
           05  FILLER                     PIC X(72) VALUE SPACES.
       01 RPT-EXCP-HEADER.
           05  FILLER PIC X(15) VALUE 'PRODUCT KEY    '.
           05  FILLER PIC X(12) VALUE 'CALL DATE   '.
           05  FILLER PIC X(6)  VALUE 'RSN   '.
           05  FILLER PIC X(40) VALUE 'EXCEPTION'.
           05  FILLER PIC X(59) VALUE SPACES.
       01 RPT-EXCP-DETAIL.
           05  RPT-EXCP-KEY           PIC X(13).
           05  FILLER                 PIC XX    VALUE SPACES.
           05  RPT-EXCP-CALL-DATE     PIC X(10).
           05  FILLER                 PIC XX    VALUE SPACES.
           05  RPT-EXCP-REASON        PIC X(4).
           05  FILLER                 PIC XX    VALUE SPACES.
           05  RPT-EXCP-TEXT          PIC X(40).
           05  FILLER                 PIC X(59) VALUE SPACES.
       01 RPT-NEW-HEADER.
           05  FILLER PIC X(8)  VALUE 'MFR     '.
           05  FILLER PIC X(15) VALUE 'PRODUCT KEY    '.
           05  FILLER PIC X(12) VALUE 'PURCHASED   '.
           05  FILLER PIC X(12) VALUE 'CALL DATE   '.
           05  FILLER PIC X(6)  VALUE 'RSN   '.
           05  FILLER PIC X(10) VALUE '     LABOR'.
           05  FILLER PIC X(10) VALUE '     PARTS'.
           05  FILLER PIC X(14) VALUE '         CLAIM'.
           05  FILLER PIC X(45) VALUE SPACES.
       01 RPT-NEW-DETAIL.
           05  RPT-NEW-MFR            PIC X(6).
           05  FILLER                 PIC XX    VALUE SPACES.
           05  RPT-NEW-KEY            PIC X(13).
           05  FILLER                 PIC XX    VALUE SPACES.
           05  RPT-NEW-PURCHASED      PIC X(10).
           05  FILLER                 PIC XX    VALUE SPACES.
           05  RPT-NEW-CALL-DATE      PIC X(10).
           05  FILLER                 PIC XX    VALUE SPACES.
           05  RPT-NEW-REASON         PIC X(4).
           05  FILLER                 PIC X     VALUE SPACE.
           05  RPT-NEW-LABOR          PIC ZZ,ZZ9.99.
           05  FILLER                 PIC X     VALUE SPACE.
           05  RPT-NEW-PARTS          PIC ZZ,ZZ9.99.
           05  FILLER                 PIC X     VALUE SPACE.
           05  RPT-NEW-CLAIM          PIC Z,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(48) VALUE SPACES.
       01 RPT-MFR-HEADER.
           05  FILLER PIC X(8)  VALUE 'MFR     '.
           05  FILLER PIC X(21) VALUE 'NAME                 '.
           05  FILLER PIC X(6)  VALUE '  OPEN'.
           05  FILLER PIC X(14) VALUE '   OUTSTANDING'.
           05  FILLER PIC X(6)  VALUE '  PAID'.
           05  FILLER PIC X(14) VALUE '       CLAIMED'.
           05  FILLER PIC X(14) VALUE '     RECOVERED'.
           05  FILLER PIC X(8)  VALUE '  DENIED'.
           05  FILLER PIC X(14) VALUE '    DENIED AMT'.
           05  FILLER PIC X(27) VALUE SPACES.
       01 RPT-MFR-DETAIL.
           05  RPT-MFR-CODE           PIC X(6).
           05  FILLER                 PIC XX    VALUE SPACES.
           05  RPT-MFR-NAME           PIC X(20).
           05  FILLER                 PIC X     VALUE SPACE.
           05  RPT-MFR-OPEN-COUNT     PIC ZZZZZ9.
           05  RPT-MFR-OPEN-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99.
           05  RPT-MFR-PAID-COUNT     PIC ZZZZZ9.
           05  RPT-MFR-PAID-CLAIMED   PIC ZZZ,ZZZ,ZZ9.99.
           05  RPT-MFR-PAID-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC XX    VALUE SPACES.
           05  RPT-MFR-DENIED-COUNT   PIC ZZZZZ9.
           05  RPT-MFR-DENIED-AMOUNT  PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(27) VALUE SPACES.
       01  RPT-COUNT-LINE.
           05  FILLER              PIC XX       VALUE SPACES.
           05  RPT-COUNT-LABEL     PIC X(30).
           05  RPT-COUNT-VALUE     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(89)    VALUE SPACES.
       01  RPT-AMOUNT-LINE.
           05  FILLER              PIC XX       VALUE SPACES.
           05  RPT-AMOUNT-LABEL    PIC X(30).
           05  RPT-AMOUNT-VALUE    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(86)    VALUE SPACES.
       01  RPT-SPACES.
           05  FILLER              PIC X(132)   VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************

       000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-YYYYMMDD.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-TODAY-YYYYMMDD TO RPT-RUN-DATE.
           WRITE REPORT-RECORD FROM RPT-HEADER1 AFTER PAGE.
           MOVE 'EXCEPTIONS' TO RPT-SECTION-TITLE.
           WRITE REPORT-RECORD FROM RPT-SECTION-LINE AFTER 2.
           WRITE REPORT-RECORD FROM RPT-EXCP-HEADER AFTER 1.
           PERFORM 900-OPEN-FILES.
           IF WS-FILES-OK-SW NOT = 'Y'
               MOVE 16 TO RETURN-CODE
               CLOSE REPORT-FILE
               GOBACK
           END-IF.
           PERFORM 100-LOAD-TERMS.
           PERFORM 200-APPLY-RESPONSES.
           PERFORM 300-CLAIM-NEW-EVENTS.
           PERFORM 400-WRITE-EXTRACT.
           PERFORM 500-SUMMARIZE-CLAIMS.
           PERFORM 905-CLOSE-FILES.
           PERFORM 600-PRINT-REPORT.
           CLOSE REPORT-FILE.
           IF RETURN-CODE < 4
              AND (NUM-EVENT-EXCEPTIONS > 0
                   OR NUM-RESPONSE-REJECTS > 0
                   OR NUM-TERMS-REJECTED > 0)
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'WARRCLM: EVENTS READ: '  NUM-EVENTS-READ
                   ' CLAIMS RAISED: '        NUM-CLAIMS-RAISED
                   ' PAID: '                 NUM-RESPONSES-PAID
                   ' DENIED: '               NUM-RESPONSES-DENIED
                   ' EXCEPTIONS: '           NUM-EVENT-EXCEPTIONS
                   ' RC: '                   RETURN-CODE.
           GOBACK.

      *****************************************************************
      *    WARRANTY TERMS
      *****************************************************************
       100-LOAD-TERMS.
           MOVE 'N' TO WS-INPUT-EOF.
           PERFORM 110-LOAD-ONE-TERM
               WITH TEST BEFORE
               UNTIL WS-INPUT-EOF = 'Y'.
           CLOSE TERMS-FILE.

       110-LOAD-ONE-TERM.
           READ TERMS-FILE
             AT END MOVE 'Y' TO WS-INPUT-EOF.
           IF WS-INPUT-EOF NOT = 'Y'
               IF TRM-PRODUCT-ID = SPACES
                  OR TRM-MFR-CODE = SPACES
                  OR TRM-MONTHS NOT NUMERIC
                  OR (TRM-LABOR-COVERED NOT = 'Y'
                      AND TRM-LABOR-COVERED NOT = 'N')
                  OR (TRM-PARTS-COVERED NOT = 'Y'
                      AND TRM-PARTS-COVERED NOT = 'N')
                   ADD +1 TO NUM-TERMS-REJECTED
                   DISPLAY 'WARRCLM: WARRTERM CARD REJECTED: '
                           TERMS-RECORD (1:43)
               ELSE
                   IF WS-TERM-COUNT < WS-TERM-MAX
                       ADD +1 TO WS-TERM-COUNT
                       ADD +1 TO NUM-TERMS-LOADED
                       MOVE TRM-PRODUCT-ID
                           TO TT-PRODUCT-ID (WS-TERM-COUNT)
                       MOVE TRM-MFR-CODE
                           TO TT-MFR-CODE (WS-TERM-COUNT)
                       MOVE TRM-MFR-NAME
                           TO TT-MFR-NAME (WS-TERM-COUNT)
                       MOVE TRM-MONTHS
                           TO TT-MONTHS (WS-TERM-COUNT)
                       MOVE TRM-LABOR-COVERED
                           TO TT-LABOR-COVERED (WS-TERM-COUNT)
                       MOVE TRM-PARTS-COVERED
                           TO TT-PARTS-COVERED (WS-TERM-COUNT)
                   ELSE
                       ADD +1 TO NUM-TERMS-REJECTED
                       DISPLAY 'WARRCLM: TERMS TABLE FULL - CARD '
                               'IGNORED: ' TRM-PRODUCT-ID
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *    MANUFACTURER RESPONSES
      *****************************************************************
       200-APPLY-RESPONSES.
           OPEN INPUT RESPONSE-FILE.
           IF WS-RESPFILE-STATUS NOT = '00'
               DISPLAY 'WARRCLM: NO WARRRESP THIS RUN'
           ELSE
               MOVE 'N' TO WS-INPUT-EOF
               PERFORM 210-APPLY-ONE-RESPONSE
                   WITH TEST BEFORE
                   UNTIL WS-INPUT-EOF = 'Y'
               CLOSE RESPONSE-FILE
           END-IF.

       210-APPLY-ONE-RESPONSE.
           READ RESPONSE-FILE
             AT END MOVE 'Y' TO WS-INPUT-EOF.
           IF WS-INPUT-EOF NOT = 'Y'
               ADD +1 TO NUM-RESPONSES-READ
               MOVE SPACES TO WS-EXCEPTION-TEXT
               MOVE RSP-CLAIM-KEY TO WCL-CLAIM-KEY
               READ CLAIM-FILE
                   INVALID KEY CONTINUE
               END-READ
               EVALUATE TRUE
                  WHEN NOT CLAIMFILE-OK
                      MOVE 'RESPONSE FOR A CLAIM NOT ON FILE'
                          TO WS-EXCEPTION-TEXT
                  WHEN NOT CLAIM-SUBMITTED
                      MOVE 'RESPONSE FOR A CLAIM ALREADY RESOLVED'
                          TO WS-EXCEPTION-TEXT
                  WHEN RSP-RESPONSE-DATE NOT NUMERIC
                      MOVE 'RESPONSE DATE NOT NUMERIC'
                          TO WS-EXCEPTION-TEXT
                  WHEN RSP-STATUS = 'P'
                      IF RSP-PAID-AMOUNT NOT NUMERIC
                         OR RSP-PAID-AMOUNT = ZERO
                          MOVE 'PAID RESPONSE WITH NO AMOUNT PAID'
                              TO WS-EXCEPTION-TEXT
                      ELSE
                          PERFORM 220-RECORD-PAYMENT
                      END-IF
                  WHEN RSP-STATUS = 'D'
                      PERFORM 230-RECORD-DENIAL
                  WHEN OTHER
                      MOVE 'RESPONSE STATUS NOT P OR D'
                          TO WS-EXCEPTION-TEXT
               END-EVALUATE
               IF WS-EXCEPTION-TEXT NOT = SPACES
                   ADD +1 TO NUM-RESPONSE-REJECTS
                   MOVE RSP-CLAIM-KEY (1:13)  TO RPT-EXCP-KEY
                   MOVE RSP-CLAIM-KEY (14:10) TO RPT-EXCP-CALL-DATE
                   MOVE RSP-CLAIM-KEY (24:4)  TO RPT-EXCP-REASON
                   PERFORM 800-PRINT-EXCEPTION
               END-IF
           END-IF.

      *    A SHORT PAYMENT CLOSES THE CLAIM - THE DIFFERENCE SHOWS ON
      *    THE REPORT AS CLAIMED LESS RECOVERED.
       220-RECORD-PAYMENT.
           MOVE 'P'               TO WCL-STATUS.
           MOVE RSP-PAID-AMOUNT   TO WCL-PAID-AMOUNT.
           MOVE RSP-RESPONSE-DATE TO WCL-RESPONSE-DATE.
           MOVE RSP-RESPONSE-TEXT TO WCL-RESPONSE-TEXT.
           REWRITE CLAIM-RECORD
               INVALID KEY CONTINUE
           END-REWRITE.
           IF CLAIMFILE-OK
               ADD +1 TO NUM-RESPONSES-PAID
           ELSE
               MOVE 'CLAIM REWRITE FAILED' TO WS-EXCEPTION-TEXT
           END-IF.

       230-RECORD-DENIAL.
           MOVE 'D'               TO WCL-STATUS.
           MOVE ZERO              TO WCL-PAID-AMOUNT.
           MOVE RSP-RESPONSE-DATE TO WCL-RESPONSE-DATE.
           MOVE RSP-RESPONSE-TEXT TO WCL-RESPONSE-TEXT.
           REWRITE CLAIM-RECORD
               INVALID KEY CONTINUE
           END-REWRITE.
           IF CLAIMFILE-OK
               ADD +1 TO NUM-RESPONSES-DENIED
           ELSE
               MOVE 'CLAIM REWRITE FAILED' TO WS-EXCEPTION-TEXT
           END-IF.

      *****************************************************************
      *    NEW CLAIMS FROM SVCEVENT
      *****************************************************************
       300-CLAIM-NEW-EVENTS.
           MOVE 'N' TO WS-INPUT-EOF.
           PERFORM 310-CHECK-ONE-EVENT
               WITH TEST BEFORE
               UNTIL WS-INPUT-EOF = 'Y'.

       310-CHECK-ONE-EVENT.
           PERFORM 700-READ-SVCEVENT.
           IF WS-INPUT-EOF NOT = 'Y'
               MOVE SVC-PRODUCT-KEY TO WCL-PRODUCT-KEY
               MOVE SVC-CALL-DATE   TO WCL-CALL-DATE
               MOVE SVC-REASON-CODE TO WCL-REASON-CODE
               READ CLAIM-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF CLAIMFILE-OK
                   ADD +1 TO NUM-ALREADY-CLAIMED
               ELSE
                   PERFORM 320-EDIT-EVENT
               END-IF
           END-IF.

       320-EDIT-EVENT.
           MOVE SPACES TO WS-EXCEPTION-TEXT.
           PERFORM 330-FIND-PRODUCT.
           EVALUATE TRUE
              WHEN NOT ENTRY-FOUND
                  MOVE 'PRODUCT NOT ON CUSTFILE'
                      TO WS-EXCEPTION-TEXT
              WHEN OTHER
                  PERFORM 340-FIND-TERMS
                  IF NOT ENTRY-FOUND
                      MOVE 'NO WARRANTY TERMS FOR PRODUCT-ID'
                          TO WS-EXCEPTION-TEXT
                  ELSE
                      MOVE CUST-DATE-PURCHASED TO WS-DATE-TEXT
                      PERFORM 750-PARSE-DATE
                      MOVE WS-DATE-YYYYMMDD TO WS-PURCHASE-YYYYMMDD
                      MOVE SVC-CALL-DATE TO WS-DATE-TEXT
                      PERFORM 750-PARSE-DATE
                      MOVE WS-DATE-YYYYMMDD TO WS-CALL-YYYYMMDD
                      IF WS-PURCHASE-YYYYMMDD = ZERO
                          MOVE 'DATE-PURCHASED UNREADABLE'
                              TO WS-EXCEPTION-TEXT
                      END-IF
                      IF WS-CALL-YYYYMMDD = ZERO
                          MOVE 'CALL DATE UNREADABLE'
                              TO WS-EXCEPTION-TEXT
                      END-IF
                  END-IF
           END-EVALUATE.
           IF WS-EXCEPTION-TEXT NOT = SPACES
               ADD +1 TO NUM-EVENT-EXCEPTIONS
               MOVE SVC-PRODUCT-KEY TO RPT-EXCP-KEY
               MOVE SVC-CALL-DATE   TO RPT-EXCP-CALL-DATE
               MOVE SVC-REASON-CODE TO RPT-EXCP-REASON
               PERFORM 800-PRINT-EXCEPTION
           ELSE
               PERFORM 350-SET-WARRANTY-EXPIRY
               IF WS-CALL-YYYYMMDD < WS-PURCHASE-YYYYMMDD
                  OR WS-CALL-YYYYMMDD > WS-EXPIRY-YYYYMMDD
                   ADD +1 TO NUM-OUT-OF-WARRANTY
               ELSE
                   PERFORM 360-RAISE-CLAIM
                       THRU 360-RAISE-DONE
               END-IF
           END-IF.

      *    A PRODUCT IS FOUND BY STARTING AT ITS OWNER'S 'P' KEY AND
      *    READING FORWARD FOR THE PRODUCT-ID, AS SAM1V MATCHES IT.
       330-FIND-PRODUCT.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE SVC-PRODUCT-KEY (1:6) TO CUST-KEY.
           START CUSTOMER-FILE KEY NOT < CUST-KEY
               INVALID KEY CONTINUE
           END-START.
           IF WS-CUSTFILE-STATUS = '00'
               MOVE 'N' TO WS-PROD-SCAN-SW
               PERFORM 335-READ-NEXT-PRODUCT
                   WITH TEST BEFORE
                   UNTIL PROD-SCAN-DONE
           END-IF.

       335-READ-NEXT-PRODUCT.
           READ CUSTOMER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-PROD-SCAN-SW
           END-READ.
           IF WS-CUSTFILE-STATUS NOT = '00'
              OR CUST-KEY NOT = SVC-PRODUCT-KEY (1:6)
               MOVE 'Y' TO WS-PROD-SCAN-SW
           ELSE
               IF CUST-PRODUCT-ID = SVC-PRODUCT-KEY (7:7)
                   MOVE 'Y' TO WS-FOUND-SW
                   MOVE 'Y' TO WS-PROD-SCAN-SW
               END-IF
           END-IF.

       340-FIND-TERMS.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE +0  TO WS-TERM-SLOT.
           PERFORM 345-CHECK-ONE-TERM
               VARYING WS-TERM-SUB FROM 1 BY 1
               UNTIL WS-TERM-SUB > WS-TERM-COUNT
                  OR ENTRY-FOUND.

       345-CHECK-ONE-TERM.
           IF TT-PRODUCT-ID (WS-TERM-SUB) = CUST-PRODUCT-ID
               MOVE 'Y' TO WS-FOUND-SW
               MOVE WS-TERM-SUB TO WS-TERM-SLOT
           END-IF.

       350-SET-WARRANTY-EXPIRY.
           MOVE WS-PURCHASE-YYYYMMDD TO WS-DATE-YYYYMMDD.
           COMPUTE WS-MONTH-COUNT = WS-DATE-YYYY * 12
                                  + WS-DATE-MM - 1
                                  + TT-MONTHS (WS-TERM-SLOT).
           DIVIDE WS-MONTH-COUNT BY 12
               GIVING WS-DATE-YYYY
               REMAINDER WS-DATE-MM.
           ADD 1 TO WS-DATE-MM.
           MOVE WS-DATE-YYYYMMDD TO WS-EXPIRY-YYYYMMDD.

      *    THE CLAIM IS RECORDED AS SUBMITTED NOW - IT GOES OUT ON
      *    THIS RUN'S EXTRACT.
       360-RAISE-CLAIM.
           IF WS-NEW-COUNT NOT < WS-NEW-MAX
               IF NOT NEW-TABLE-FULL
                   SET NEW-TABLE-FULL TO TRUE
                   DISPLAY 'WARRCLM: NEW CLAIM TABLE FULL AT '
                           WS-NEW-MAX ' - REST CLAIMED NEXT RUN'
               END-IF
               GO TO 360-RAISE-DONE
           END-IF.
           MOVE SPACES TO CLAIM-RECORD.
           MOVE SVC-PRODUCT-KEY     TO WCL-PRODUCT-KEY.
           MOVE SVC-CALL-DATE       TO WCL-CALL-DATE.
           MOVE SVC-REASON-CODE     TO WCL-REASON-CODE.
           MOVE 'S'                 TO WCL-STATUS.
           MOVE TT-MFR-CODE (WS-TERM-SLOT) TO WCL-MFR-CODE.
           MOVE CUST-DATE-PURCHASED TO WCL-PURCHASE-DATE.
           MOVE ZERO TO WCL-LABOR-CLAIMED
                        WCL-PARTS-CLAIMED.
           IF TT-LABOR-COVERED (WS-TERM-SLOT) = 'Y'
              AND SVC-LABOR-COST IS NUMERIC
               MOVE SVC-LABOR-COST TO WCL-LABOR-CLAIMED
           END-IF.
           IF TT-PARTS-COVERED (WS-TERM-SLOT) = 'Y'
              AND SVC-PARTS-COST IS NUMERIC
               MOVE SVC-PARTS-COST TO WCL-PARTS-CLAIMED
           END-IF.
           COMPUTE WCL-CLAIM-AMOUNT =
               WCL-LABOR-CLAIMED + WCL-PARTS-CLAIMED.
           IF WCL-CLAIM-AMOUNT = ZERO
               ADD +1 TO NUM-NOT-COVERED
               GO TO 360-RAISE-DONE
           END-IF.
           MOVE WS-TODAY-YYYYMMDD   TO WCL-SUBMITTED-DATE.
           MOVE ZERO                TO WCL-RESPONSE-DATE
                                       WCL-PAID-AMOUNT.
           WRITE CLAIM-RECORD
               INVALID KEY CONTINUE
           END-WRITE.
           IF NOT CLAIMFILE-OK
               MOVE 'CLAIM WRITE FAILED' TO WS-EXCEPTION-TEXT
               ADD +1 TO NUM-EVENT-EXCEPTIONS
               MOVE SVC-PRODUCT-KEY TO RPT-EXCP-KEY
               MOVE SVC-CALL-DATE   TO RPT-EXCP-CALL-DATE
               MOVE SVC-REASON-CODE TO RPT-EXCP-REASON
               PERFORM 800-PRINT-EXCEPTION
               GO TO 360-RAISE-DONE
           END-IF.
           ADD +1 TO NUM-CLAIMS-RAISED.
           ADD WCL-CLAIM-AMOUNT TO TOT-NEW-AMOUNT.
           ADD +1 TO WS-NEW-COUNT.
           MOVE WCL-MFR-CODE      TO NC-MFR-CODE (WS-NEW-COUNT).
           MOVE WCL-PRODUCT-KEY   TO NC-PRODUCT-KEY (WS-NEW-COUNT).
           MOVE WCL-PURCHASE-DATE TO NC-PURCHASE-DATE (WS-NEW-COUNT).
           MOVE WCL-CALL-DATE     TO NC-CALL-DATE (WS-NEW-COUNT).
           MOVE WCL-REASON-CODE   TO NC-REASON-CODE (WS-NEW-COUNT).
           MOVE WCL-LABOR-CLAIMED TO NC-LABOR-CLAIMED (WS-NEW-COUNT).
           MOVE WCL-PARTS-CLAIMED TO NC-PARTS-CLAIMED (WS-NEW-COUNT).
           MOVE WCL-CLAIM-AMOUNT  TO NC-CLAIM-AMOUNT (WS-NEW-COUNT).
           MOVE WCL-MFR-CODE TO WS-LOOK-MFR-CODE.
           PERFORM 850-FIND-MFR-ROW.
           IF WS-MFR-SLOT > 0
               ADD +1 TO MF-NEW-COUNT (WS-MFR-SLOT)
               ADD WCL-CLAIM-AMOUNT TO MF-NEW-AMOUNT (WS-MFR-SLOT)
           END-IF.
       360-RAISE-DONE.
           CONTINUE.

      *****************************************************************
      *    CLAIM EXTRACT - ONE GROUP PER MANUFACTURER WITH NEW CLAIMS
      *****************************************************************
       400-WRITE-EXTRACT.
           PERFORM 410-WRITE-ONE-MFR-GROUP
               VARYING WS-MFR-SUB FROM 1 BY 1
               UNTIL WS-MFR-SUB > WS-MFR-COUNT.

       410-WRITE-ONE-MFR-GROUP.
           IF MF-NEW-COUNT (WS-MFR-SUB) > 0
               MOVE SPACES TO EXTRACT-RECORD
               MOVE 'H' TO XTR-REC-TYPE
               MOVE MF-MFR-CODE (WS-MFR-SUB) TO XTR-MFR-CODE
               MOVE MF-MFR-NAME (WS-MFR-SUB) TO XTR-MFR-NAME
               MOVE WS-TODAY-YYYYMMDD        TO XTR-RUN-DATE
               WRITE EXTRACT-RECORD
               ADD +1 TO NUM-EXTRACT-WRITTEN
               MOVE +0 TO WS-XTR-COUNT
                          WS-XTR-TOTAL
               PERFORM 420-WRITE-ONE-CLAIM
                   VARYING WS-NEW-SUB FROM 1 BY 1
                   UNTIL WS-NEW-SUB > WS-NEW-COUNT
               MOVE SPACES TO EXTRACT-RECORD
               MOVE 'T' TO XTR-REC-TYPE
               MOVE MF-MFR-CODE (WS-MFR-SUB) TO XTR-MFR-CODE
               MOVE WS-XTR-COUNT TO XTR-CLAIM-COUNT
               MOVE WS-XTR-TOTAL TO XTR-CLAIM-TOTAL
               WRITE EXTRACT-RECORD
               ADD +1 TO NUM-EXTRACT-WRITTEN
           END-IF.

       420-WRITE-ONE-CLAIM.
           IF NC-MFR-CODE (WS-NEW-SUB) = MF-MFR-CODE (WS-MFR-SUB)
               MOVE SPACES TO EXTRACT-RECORD
               MOVE 'D' TO XTR-REC-TYPE
               MOVE NC-MFR-CODE (WS-NEW-SUB)      TO XTR-MFR-CODE
               MOVE NC-PRODUCT-KEY (WS-NEW-SUB)   TO XTR-PRODUCT-KEY
               MOVE NC-PURCHASE-DATE (WS-NEW-SUB)
                                              TO XTR-PURCHASE-DATE
               MOVE NC-CALL-DATE (WS-NEW-SUB)     TO XTR-CALL-DATE
               MOVE NC-REASON-CODE (WS-NEW-SUB)   TO XTR-REASON-CODE
               MOVE NC-LABOR-CLAIMED (WS-NEW-SUB)
                                              TO XTR-LABOR-CLAIMED
               MOVE NC-PARTS-CLAIMED (WS-NEW-SUB)
                                              TO XTR-PARTS-CLAIMED
               MOVE NC-CLAIM-AMOUNT (WS-NEW-SUB)  TO XTR-CLAIM-AMOUNT
               WRITE EXTRACT-RECORD
               ADD +1 TO NUM-EXTRACT-WRITTEN
               ADD +1 TO WS-XTR-COUNT
               ADD NC-CLAIM-AMOUNT (WS-NEW-SUB) TO WS-XTR-TOTAL
           END-IF.

      *****************************************************************
      *    STANDING OF EVERY CLAIM ON FILE, BY MANUFACTURER
      *****************************************************************
       500-SUMMARIZE-CLAIMS.
           MOVE 'N' TO WS-INPUT-EOF.
           MOVE LOW-VALUES TO WCL-CLAIM-KEY.
           START CLAIM-FILE KEY NOT < WCL-CLAIM-KEY
               INVALID KEY MOVE 'Y' TO WS-INPUT-EOF
           END-START.
           PERFORM 510-SUMMARIZE-ONE-CLAIM
               WITH TEST BEFORE
               UNTIL WS-INPUT-EOF = 'Y'.

       510-SUMMARIZE-ONE-CLAIM.
           READ CLAIM-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-INPUT-EOF
           END-READ.
           IF WS-INPUT-EOF NOT = 'Y'
               IF NOT CLAIMFILE-OK
                   MOVE 'Y' TO WS-INPUT-EOF
                   DISPLAY 'WARRCLM: ERROR READING WARRCLM. RC: '
                           WS-CLAIMFILE-STATUS
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE WCL-MFR-CODE TO WS-LOOK-MFR-CODE
                   PERFORM 850-FIND-MFR-ROW
                   PERFORM 520-ADD-TO-STANDING
               END-IF
           END-IF.

       520-ADD-TO-STANDING.
           EVALUATE TRUE
              WHEN CLAIM-PAID
                  ADD +1               TO TOT-PAID-COUNT
                  ADD WCL-CLAIM-AMOUNT TO TOT-PAID-CLAIMED
                  ADD WCL-PAID-AMOUNT  TO TOT-PAID-AMOUNT
                  IF WS-MFR-SLOT > 0
                      ADD +1 TO MF-PAID-COUNT (WS-MFR-SLOT)
                      ADD WCL-CLAIM-AMOUNT
                          TO MF-PAID-CLAIMED (WS-MFR-SLOT)
                      ADD WCL-PAID-AMOUNT
                          TO MF-PAID-AMOUNT (WS-MFR-SLOT)
                  END-IF
              WHEN CLAIM-DENIED
                  ADD +1               TO TOT-DENIED-COUNT
                  ADD WCL-CLAIM-AMOUNT TO TOT-DENIED-AMOUNT
                  IF WS-MFR-SLOT > 0
                      ADD +1 TO MF-DENIED-COUNT (WS-MFR-SLOT)
                      ADD WCL-CLAIM-AMOUNT
                          TO MF-DENIED-AMOUNT (WS-MFR-SLOT)
                  END-IF
              WHEN OTHER
                  ADD +1               TO TOT-OPEN-COUNT
                  ADD WCL-CLAIM-AMOUNT TO TOT-OPEN-AMOUNT
                  IF WS-MFR-SLOT > 0
                      ADD +1 TO MF-OPEN-COUNT (WS-MFR-SLOT)
                      ADD WCL-CLAIM-AMOUNT
                          TO MF-OPEN-AMOUNT (WS-MFR-SLOT)
                  END-IF
           END-EVALUATE.

      *****************************************************************
      *    REPORT
      *****************************************************************
       600-PRINT-REPORT.
           MOVE 'NEW CLAIMS SUBMITTED THIS RUN' TO RPT-SECTION-TITLE.
           WRITE REPORT-RECORD FROM RPT-SECTION-LINE AFTER 3.
           WRITE REPORT-RECORD FROM RPT-NEW-HEADER AFTER 1.
           PERFORM 610-PRINT-NEW-CLAIM
               VARYING WS-NEW-SUB FROM 1 BY 1
               UNTIL WS-NEW-SUB > WS-NEW-COUNT.
           MOVE 'CLAIMS ON FILE BY MANUFACTURER - RECOVERED VS OUTSTAN
      -         'DING'
               TO RPT-SECTION-TITLE.
           WRITE REPORT-RECORD FROM RPT-SECTION-LINE AFTER 3.
           WRITE REPORT-RECORD FROM RPT-MFR-HEADER AFTER 1.
           PERFORM 620-PRINT-MFR-STANDING
               VARYING WS-MFR-SUB FROM 1 BY 1
               UNTIL WS-MFR-SUB > WS-MFR-COUNT.
           MOVE SPACES TO RPT-MFR-DETAIL.
           MOVE 'ALL MANUFACTURERS'  TO RPT-MFR-NAME.
           MOVE TOT-OPEN-COUNT       TO RPT-MFR-OPEN-COUNT.
           MOVE TOT-OPEN-AMOUNT      TO RPT-MFR-OPEN-AMOUNT.
           MOVE TOT-PAID-COUNT       TO RPT-MFR-PAID-COUNT.
           MOVE TOT-PAID-CLAIMED     TO RPT-MFR-PAID-CLAIMED.
           MOVE TOT-PAID-AMOUNT      TO RPT-MFR-PAID-AMOUNT.
           MOVE TOT-DENIED-COUNT     TO RPT-MFR-DENIED-COUNT.
           MOVE TOT-DENIED-AMOUNT    TO RPT-MFR-DENIED-AMOUNT.
           WRITE REPORT-RECORD FROM RPT-MFR-DETAIL AFTER 2.
           PERFORM 630-PRINT-COUNTS.

       610-PRINT-NEW-CLAIM.
           MOVE SPACES TO RPT-NEW-DETAIL.
           MOVE NC-MFR-CODE (WS-NEW-SUB)      TO RPT-NEW-MFR.
           MOVE NC-PRODUCT-KEY (WS-NEW-SUB)   TO RPT-NEW-KEY.
           MOVE NC-PURCHASE-DATE (WS-NEW-SUB) TO RPT-NEW-PURCHASED.
           MOVE NC-CALL-DATE (WS-NEW-SUB)     TO RPT-NEW-CALL-DATE.
           MOVE NC-REASON-CODE (WS-NEW-SUB)   TO RPT-NEW-REASON.
           MOVE NC-LABOR-CLAIMED (WS-NEW-SUB) TO RPT-NEW-LABOR.
           MOVE NC-PARTS-CLAIMED (WS-NEW-SUB) TO RPT-NEW-PARTS.
           MOVE NC-CLAIM-AMOUNT (WS-NEW-SUB)  TO RPT-NEW-CLAIM.
           WRITE REPORT-RECORD FROM RPT-NEW-DETAIL AFTER 1.

       620-PRINT-MFR-STANDING.
           MOVE SPACES TO RPT-MFR-DETAIL.
           MOVE MF-MFR-CODE (WS-MFR-SUB)      TO RPT-MFR-CODE.
           MOVE MF-MFR-NAME (WS-MFR-SUB)      TO RPT-MFR-NAME.
           MOVE MF-OPEN-COUNT (WS-MFR-SUB)    TO RPT-MFR-OPEN-COUNT.
           MOVE MF-OPEN-AMOUNT (WS-MFR-SUB)   TO RPT-MFR-OPEN-AMOUNT.
           MOVE MF-PAID-COUNT (WS-MFR-SUB)    TO RPT-MFR-PAID-COUNT.
           MOVE MF-PAID-CLAIMED (WS-MFR-SUB)  TO RPT-MFR-PAID-CLAIMED.
           MOVE MF-PAID-AMOUNT (WS-MFR-SUB)   TO RPT-MFR-PAID-AMOUNT.
           MOVE MF-DENIED-COUNT (WS-MFR-SUB)  TO RPT-MFR-DENIED-COUNT.
           MOVE MF-DENIED-AMOUNT (WS-MFR-SUB)
                                           TO RPT-MFR-DENIED-AMOUNT.
           WRITE REPORT-RECORD FROM RPT-MFR-DETAIL AFTER 1.

       630-PRINT-COUNTS.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           MOVE 'DOLLARS RECOVERED             ' TO RPT-AMOUNT-LABEL.
           MOVE TOT-PAID-AMOUNT      TO RPT-AMOUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-AMOUNT-LINE AFTER 1.
           MOVE 'DOLLARS OUTSTANDING           ' TO RPT-AMOUNT-LABEL.
           MOVE TOT-OPEN-AMOUNT      TO RPT-AMOUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-AMOUNT-LINE AFTER 1.
           MOVE 'DOLLARS DENIED                ' TO RPT-AMOUNT-LABEL.
           MOVE TOT-DENIED-AMOUNT    TO RPT-AMOUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-AMOUNT-LINE AFTER 1.
           MOVE 'NEW CLAIMS THIS RUN - DOLLARS ' TO RPT-AMOUNT-LABEL.
           MOVE TOT-NEW-AMOUNT       TO RPT-AMOUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-AMOUNT-LINE AFTER 1.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           MOVE 'SERVICE EVENTS READ           ' TO RPT-COUNT-LABEL.
           MOVE NUM-EVENTS-READ      TO RPT-COUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE AFTER 1.
           MOVE 'ALREADY CLAIMED               ' TO RPT-COUNT-LABEL.
           MOVE NUM-ALREADY-CLAIMED  TO RPT-COUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE AFTER 1.
           MOVE 'OUT OF WARRANTY               ' TO RPT-COUNT-LABEL.
           MOVE NUM-OUT-OF-WARRANTY  TO RPT-COUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE AFTER 1.
           MOVE 'IN WARRANTY, COST NOT COVERED ' TO RPT-COUNT-LABEL.
           MOVE NUM-NOT-COVERED      TO RPT-COUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE AFTER 1.
           MOVE 'CLAIMS RAISED                 ' TO RPT-COUNT-LABEL.
           MOVE NUM-CLAIMS-RAISED    TO RPT-COUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE AFTER 1.
           MOVE 'EVENT EXCEPTIONS              ' TO RPT-COUNT-LABEL.
           MOVE NUM-EVENT-EXCEPTIONS TO RPT-COUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE AFTER 1.
           MOVE 'RESPONSES READ                ' TO RPT-COUNT-LABEL.
           MOVE NUM-RESPONSES-READ   TO RPT-COUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE AFTER 1.
           MOVE 'RESPONSES PAID                ' TO RPT-COUNT-LABEL.
           MOVE NUM-RESPONSES-PAID   TO RPT-COUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE AFTER 1.
           MOVE 'RESPONSES DENIED              ' TO RPT-COUNT-LABEL.
           MOVE NUM-RESPONSES-DENIED TO RPT-COUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE AFTER 1.
           MOVE 'RESPONSES REJECTED            ' TO RPT-COUNT-LABEL.
           MOVE NUM-RESPONSE-REJECTS TO RPT-COUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE AFTER 1.
           MOVE 'WARRTERM CARDS LOADED         ' TO RPT-COUNT-LABEL.
           MOVE NUM-TERMS-LOADED     TO RPT-COUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE AFTER 1.
           MOVE 'WARRTERM CARDS REJECTED       ' TO RPT-COUNT-LABEL.
           MOVE NUM-TERMS-REJECTED   TO RPT-COUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE AFTER 1.

       700-READ-SVCEVENT.
           READ SVCEVENT-FILE
             AT END MOVE 'Y' TO WS-INPUT-EOF.
           EVALUATE WS-SVCEVENT-STATUS
              WHEN '00'
                  ADD +1 TO NUM-EVENTS-READ
              WHEN '10'
                  MOVE 'Y' TO WS-INPUT-EOF
              WHEN OTHER
                  MOVE 'Y' TO WS-INPUT-EOF
                  DISPLAY 'WARRCLM: ERROR READING SVCEVENT. RC: '
                          WS-SVCEVENT-STATUS
                  MOVE 16 TO RETURN-CODE
           END-EVALUATE.

      *    YYYY-MM-DD TO YYYYMMDD, AS SVCRPT READS THE CALL DATE.
      *    ANYTHING ELSE LEAVES ZERO.
       750-PARSE-DATE.
           MOVE ZERO TO WS-DATE-YYYYMMDD.
           IF WS-DATE-TEXT-DASH1 = '-' AND WS-DATE-TEXT-DASH2 = '-'
              AND WS-DATE-TEXT-YYYY IS NUMERIC
              AND WS-DATE-TEXT-MM IS NUMERIC
              AND WS-DATE-TEXT-DD IS NUMERIC
               MOVE WS-DATE-TEXT-YYYY TO WS-DATE-YYYY
               MOVE WS-DATE-TEXT-MM   TO WS-DATE-MM
               MOVE WS-DATE-TEXT-DD   TO WS-DATE-DD
               IF WS-DATE-MM < 1 OR WS-DATE-MM > 12
                  OR WS-DATE-DD < 1 OR WS-DATE-DD > 31
                   MOVE ZERO TO WS-DATE-YYYYMMDD
               END-IF
           END-IF.

       800-PRINT-EXCEPTION.
           MOVE WS-EXCEPTION-TEXT TO RPT-EXCP-TEXT.
           WRITE REPORT-RECORD FROM RPT-EXCP-DETAIL AFTER 1.

      *    FINDS WS-LOOK-MFR-CODE IN THE MANUFACTURER TABLE, ADDING
      *    IT (NAMED FROM THE TERMS) IF IT IS NOT THERE YET.  ZERO
      *    SLOT MEANS THE TABLE IS FULL.
       850-FIND-MFR-ROW.
           MOVE +0 TO WS-MFR-SLOT.
           PERFORM 855-CHECK-ONE-MFR-ROW
               VARYING WS-MFR-SUB FROM 1 BY 1
               UNTIL WS-MFR-SUB > WS-MFR-COUNT
                  OR WS-MFR-SLOT > 0.
           IF WS-MFR-SLOT = 0
               IF WS-MFR-COUNT < WS-MFR-MAX
                   ADD +1 TO WS-MFR-COUNT
                   MOVE WS-MFR-COUNT TO WS-MFR-SLOT
                   MOVE WS-LOOK-MFR-CODE
                       TO MF-MFR-CODE (WS-MFR-SLOT)
                   MOVE SPACES TO MF-MFR-NAME (WS-MFR-SLOT)
                   MOVE +0 TO MF-NEW-COUNT (WS-MFR-SLOT)
                              MF-NEW-AMOUNT (WS-MFR-SLOT)
                              MF-OPEN-COUNT (WS-MFR-SLOT)
                              MF-OPEN-AMOUNT (WS-MFR-SLOT)
                              MF-PAID-COUNT (WS-MFR-SLOT)
                              MF-PAID-CLAIMED (WS-MFR-SLOT)
                              MF-PAID-AMOUNT (WS-MFR-SLOT)
                              MF-DENIED-COUNT (WS-MFR-SLOT)
                              MF-DENIED-AMOUNT (WS-MFR-SLOT)
                   PERFORM 860-NAME-MFR-ROW
                       VARYING WS-TERM-SUB FROM 1 BY 1
                       UNTIL WS-TERM-SUB > WS-TERM-COUNT
                          OR MF-MFR-NAME (WS-MFR-SLOT) NOT = SPACES
               ELSE
                   DISPLAY 'WARRCLM: MANUFACTURER TABLE FULL - '
                           WS-LOOK-MFR-CODE ' NOT TOTALLED'
               END-IF
           END-IF.

       855-CHECK-ONE-MFR-ROW.
           IF MF-MFR-CODE (WS-MFR-SUB) = WS-LOOK-MFR-CODE
               MOVE WS-MFR-SUB TO WS-MFR-SLOT
           END-IF.

       860-NAME-MFR-ROW.
           IF TT-MFR-CODE (WS-TERM-SUB) = WS-LOOK-MFR-CODE
               MOVE TT-MFR-NAME (WS-TERM-SUB)
                   TO MF-MFR-NAME (WS-MFR-SLOT)
           END-IF.

      *    A BRAND-NEW CLAIM FILE IS PRIMED EMPTY RATHER THAN
      *    FAILING THE FIRST RUN, AS FOR WARRCASE.
       900-OPEN-FILES.
           MOVE 'Y' TO WS-FILES-OK-SW.
           OPEN INPUT TERMS-FILE.
           IF WS-TERMSFILE-STATUS NOT = '00'
               DISPLAY 'WARRCLM: WARRTERM NOT AVAILABLE. RC: '
                       WS-TERMSFILE-STATUS
               MOVE 'N' TO WS-FILES-OK-SW
           END-IF.
           OPEN INPUT SVCEVENT-FILE.
           IF WS-SVCEVENT-STATUS NOT = '00'
               DISPLAY 'WARRCLM: SVCEVENT NOT AVAILABLE. RC: '
                       WS-SVCEVENT-STATUS
               MOVE 'N' TO WS-FILES-OK-SW
           END-IF.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTFILE-STATUS NOT = '00'
               DISPLAY 'WARRCLM: CUSTFILE NOT AVAILABLE. RC: '
                       WS-CUSTFILE-STATUS
               MOVE 'N' TO WS-FILES-OK-SW
           END-IF.
           OPEN I-O CLAIM-FILE.
           IF CLAIMFILE-NOFILE
               OPEN OUTPUT CLAIM-FILE
               CLOSE CLAIM-FILE
               OPEN I-O CLAIM-FILE
           END-IF.
           IF NOT CLAIMFILE-OK
               DISPLAY 'WARRCLM: CANNOT OPEN CLAIM FILE. RC: '
                       WS-CLAIMFILE-STATUS
               MOVE 'N' TO WS-FILES-OK-SW
           END-IF.
           OPEN OUTPUT EXTRACT-FILE.
           IF WS-EXTRACT-STATUS NOT = '00'
               DISPLAY 'WARRCLM: CANNOT OPEN WARRXTR. RC: '
                       WS-EXTRACT-STATUS
               MOVE 'N' TO WS-FILES-OK-SW
           END-IF.

       905-CLOSE-FILES.
           CLOSE SVCEVENT-FILE
                 CUSTOMER-FILE
                 CLAIM-FILE
                 EXTRACT-FILE.

      * END OF PROGRAM WARRCLM
