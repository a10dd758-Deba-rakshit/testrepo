      ****************************************************************
      * PROGRAM:  PAYXFER
      *
      * APPLIED-CASH FEED BACK TO THE SAM1V CUSTOMER MASTER.  SAM1V'S
      * ORDER TRANSACTION RAISES CUST-ACCT-BALANCE, BUT THE CASH
      * PAYAPPLY APPLIES AGAINST THE RESULTING INVOICES NEVER CAME
      * BACK OFF IT, SO THE TWO SYSTEMS DRIFTED APART AND CUSTEXPO
      * OVERSTATED EVERY CUSTOMER'S EXPOSURE.
      *
      * THIS PROGRAM READS THE DAY'S APPLICATIONS FROM THE CASHHIST
      * HISTORY PAYAPPLY APPENDS (CH-RUN-DATE = THE BUSINESS DATE),
      * TRANSLATES EACH CNTRLBRK CUSTOMER NUMBER TO ITS SAM1V CUST-ID
      * THROUGH THE OPERATIONS-MAINTAINED CUSTXREF FILE:
      *     COLS 1-5   CNTRLBRK CUSTOMER NUMBER
      *     COLS 7-11  SAM1V CUST-ID
      * AND WRITES ONE SAM1V PAYMNT TRANSACTION PER APPLICATION TO
      * PAYTRAN, WHICH THE JCL CONCATENATES AHEAD OF THE NEXT SAM1V
      * RUN'S TRANFILE:
      *     PAYMNT 00021C          INV12345            0012500
      *        TRAN-KEY          = 'C' CUSTOMER KEY
      *        TRAN-FIELD-NAME   = 'INV' + RECEIVABLES INVOICE NO.
      *        TRAN-UPDATE-NUM   = AMOUNT APPLIED, 9(7)V99
      * APPLICATIONS FOR A CUSTOMER WITH NO CROSS-REFERENCE (OR A
      * NON-POSITIVE AMOUNT) GO ON THE EXCEPTION LIST ON PAYXFRPT
      * INSTEAD, FOR CASH APPLICATIONS TO LINK AND RE-KEY.
      *
      * AN OPTIONAL BUSDATE CARD (YYYYMMDD IN COLS 1-8) SELECTS A
      * PRIOR DAY'S APPLICATIONS FOR A RERUN.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYXFER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT XREF-FILE        ASSIGN TO CUSTXREF
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-XREF-STATUS.

            SELECT CASH-HISTORY-FILE ASSIGN TO CASHHIST
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CASHHIST-STATUS.

            SELECT BUSDATE-FILE     ASSIGN TO BUSDATE
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-BUSDATE-STATUS.

            SELECT PAYTRAN-FILE     ASSIGN TO PAYTRAN
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-PAYTRAN-STATUS.

            SELECT REPORT-FILE      ASSIGN TO PAYXFRPT
               FILE STATUS  IS  WS-REPORT-STATUS.

            SELECT CTLTOTS-FILE     ASSIGN TO CTLTOTS
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CTLTOTS-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  XREF-FILE
           RECORDING MODE IS F.
       01  XREF-RECORD.
           05  XR-CUST-NO                 PIC X(5).
           05  FILLER                     PIC X.
           05  XR-CUST-ID                 PIC X(5).
           05  FILLER                     PIC X(69).

      *    PAYAPPLY'S PERMANENT CASH-APPLICATION HISTORY.
       FD  CASH-HISTORY-FILE
           RECORDING MODE IS F.
       01  CASH-HISTORY-RECORD.
           05  CH-RUN-DATE                PIC 9(8).
           05  FILLER                     PIC X(1).
           05  CH-CUST-NO                 PIC 9(5).
           05  CH-CUST-NO-X  REDEFINES  CH-CUST-NO  PIC X(5).
           05  FILLER                     PIC X(1).
           05  CH-INV-NO                  PIC X(5).
           05  FILLER                     PIC X(1).
           05  CH-INV-AMT                 PIC S9(7)V99
                                          SIGN LEADING SEPARATE.
           05  FILLER                     PIC X(1).
           05  CH-PAY-AMT                 PIC S9(7)V99
                                          SIGN LEADING SEPARATE.
           05  FILLER                     PIC X(1).
           05  CH-PAY-DATE                PIC X(6).
           05  FILLER                     PIC X(1).
           05  CH-INV-DATE                PIC X(6).
           05  FILLER                     PIC X(1).
           05  CH-SHORT-FLAG              PIC X(1).
           05  FILLER                     PIC X(22).

      *    OPTIONAL AS-OF BUSINESS DATE CARD (YYYYMMDD IN COLS 1-8).
       FD  BUSDATE-FILE
           RECORDING MODE IS F.
       01  BUSDATE-RECORD.
           05  BUSDATE-PARM               PIC 9(8).
           05  FILLER                     PIC X(72).

      *    SAM1V TRANSACTION CARDS - SAME LAYOUT AS TRANFILE.
       FD  PAYTRAN-FILE
           RECORDING MODE IS F.
       COPY TRANRCOB.

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
           05  WS-XREF-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-CASHHIST-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-BUSDATE-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-PAYTRAN-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-CTLTOTS-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-XREF-EOF             PIC X     VALUE 'N'.
           05  WS-CASHHIST-EOF         PIC X     VALUE 'N'.
           05  WS-BUSINESS-YYYYMMDD    PIC 9(8)  VALUE ZERO.
           05  WS-FEED-ID              PIC X(5)  VALUE SPACES.
      *
       01  TOTALS-VARS.
           05  NUM-CASHHIST-RECS     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-APPLICATIONS      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-PAYMNT-WRITTEN    PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-EXCEPTIONS        PIC S9(9)   COMP-3  VALUE +0.
           05  WS-PAYMNT-TOTAL       PIC S9(9)V99 COMP-3 VALUE +0.
           05  WS-EXCEPTION-TOTAL    PIC S9(9)V99 COMP-3 VALUE +0.
      *
      *    CROSS-REFERENCE BETWEEN THE TWO CUSTOMER NUMBERING
      *    SCHEMES, LOADED FROM CUSTXREF AT STARTUP.
       01  XREF-TABLE-FIELDS.
           05  WS-XREF-COUNT         PIC S9(4)   COMP    VALUE +0.
           05  WS-XREF-SUB           PIC S9(4)   COMP    VALUE +0.
           05  XREF-TABLE OCCURS 999 TIMES.
               10  XT-CUST-NO        PIC X(5).
               10  XT-CUST-ID        PIC X(5).
      *
      *        *******************
      *            report lines
      *        *******************
       01 RPT-HEADER1.
           05  FILLER                     PIC X(40)
               VALUE 'APPLIED CASH TO CUSTOMER MASTER  DATE:  '.
           05  RPT-HDR-DATE               PIC 9(8).
           05  FILLER                     PIC X(84) VALUE SPACES.
       01 RPT-HEADER2.
           05  FILLER PIC X(6)  VALUE 'NO    '.
           05  FILLER PIC X(7)  VALUE ' ID    '.
           05  FILLER PIC X(8)  VALUE ' INVOICE'.
           05  FILLER PIC X(15) VALUE '        APPLIED'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(30) VALUE 'RESULT'.
           05  FILLER PIC X(64) VALUE SPACES.
       01 RPT-DETAIL.
           05  RPT-CUST-NO            PIC X(5).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-CUST-ID            PIC X(5).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-INV-NO             PIC X(5).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-AMOUNT             PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-RESULT             PIC X(30).
           05  FILLER                 PIC X(66) VALUE SPACES.
       01  RPT-EXCEPTION-HDR1.
           05  FILLER PIC X(40)
                       VALUE 'EXCEPTIONS - NOT FED TO CUSTOMER MASTER '.
           05  FILLER PIC X(92) VALUE SPACES.
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
      *    EXCEPTIONS ARE HELD AND PRINTED AS ONE LIST AFTER THE
      *    TRANSACTIONS WRITTEN.
       01  EXCEPTION-FIELDS.
           05  WS-EXC-COUNT          PIC S9(4)   COMP    VALUE +0.
           05  WS-EXC-MAX            PIC S9(4)   COMP    VALUE +200.
           05  WS-EXC-SUB            PIC S9(4)   COMP    VALUE +0.
           05  EXCEPTION-TABLE OCCURS 200 TIMES.
               10  EXC-LINE          PIC X(132).

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************

       000-MAIN.
           PERFORM 050-GET-BUSINESS-DATE.
           PERFORM 100-LOAD-XREF.
           PERFORM 900-OPEN-FILES.
           MOVE WS-BUSINESS-YYYYMMDD TO RPT-HDR-DATE.
           WRITE REPORT-RECORD FROM RPT-HEADER1 AFTER PAGE.
           WRITE REPORT-RECORD FROM RPT-HEADER2 AFTER 2.
           IF WS-CASHHIST-STATUS = '00'
               PERFORM 200-FEED-ONE-APPLICATION
                   WITH TEST BEFORE
                   UNTIL WS-CASHHIST-EOF = 'Y'
           END-IF.
           PERFORM 400-PRINT-EXCEPTIONS.
           PERFORM 500-PRINT-COUNTS.
           PERFORM 905-CLOSE-FILES.
           IF RETURN-CODE < 4
              AND NUM-EXCEPTIONS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
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
                           DISPLAY 'PAYXFER: BUSINESS DATE OVERRIDE: '
                                   WS-BUSINESS-YYYYMMDD
                       END-IF
               END-READ
               CLOSE BUSDATE-FILE
           END-IF.

       100-LOAD-XREF.
           OPEN INPUT XREF-FILE.
           IF WS-XREF-STATUS NOT = '00'
               DISPLAY 'PAYXFER: CUSTXREF NOT AVAILABLE. RC: '
                       WS-XREF-STATUS
               DISPLAY 'PAYXFER: EVERY APPLICATION WILL BE AN '
                       'EXCEPTION'
           ELSE
               PERFORM 110-READ-XREF
                   WITH TEST BEFORE
                   UNTIL WS-XREF-EOF = 'Y'
               CLOSE XREF-FILE
           END-IF.

       110-READ-XREF.
           READ XREF-FILE
             AT END MOVE 'Y' TO WS-XREF-EOF
           END-READ.
           IF WS-XREF-EOF NOT = 'Y'
              AND XR-CUST-ID NOT = SPACES
              AND WS-XREF-COUNT < 999
               ADD +1 TO WS-XREF-COUNT
               MOVE XR-CUST-NO TO XT-CUST-NO (WS-XREF-COUNT)
               MOVE XR-CUST-ID TO XT-CUST-ID (WS-XREF-COUNT)
           END-IF.

      *    ONLY THE BUSINESS DATE'S APPLICATIONS ARE FED - EARLIER
      *    DAYS WERE FED BY EARLIER RUNS.
       200-FEED-ONE-APPLICATION.
           PERFORM 730-READ-CASHHIST.
           IF WS-CASHHIST-EOF NOT = 'Y'
              AND CH-RUN-DATE IS NUMERIC
              AND CH-RUN-DATE = WS-BUSINESS-YYYYMMDD
               ADD +1 TO NUM-APPLICATIONS
               MOVE SPACES         TO RPT-DETAIL
               MOVE CH-CUST-NO-X   TO RPT-CUST-NO
               MOVE CH-INV-NO      TO RPT-INV-NO
               IF CH-PAY-AMT IS NUMERIC
                   MOVE CH-PAY-AMT TO RPT-AMOUNT
               END-IF
               PERFORM 210-FIND-XREF
               EVALUATE TRUE
                  WHEN CH-PAY-AMT NOT NUMERIC
                      MOVE 'AMOUNT NOT NUMERIC' TO RPT-RESULT
                      PERFORM 300-ADD-EXCEPTION
                  WHEN CH-PAY-AMT NOT > ZERO
                      MOVE 'AMOUNT NOT POSITIVE' TO RPT-RESULT
                      PERFORM 300-ADD-EXCEPTION
                  WHEN WS-FEED-ID = SPACES
                      MOVE 'NO CUSTXREF LINK' TO RPT-RESULT
                      PERFORM 300-ADD-EXCEPTION
                  WHEN OTHER
                      PERFORM 250-WRITE-PAYMNT-TRAN
               END-EVALUATE
           END-IF.

       210-FIND-XREF.
           MOVE SPACES TO WS-FEED-ID.
           PERFORM 215-CHECK-ONE-XREF
               VARYING WS-XREF-SUB FROM 1 BY 1
               UNTIL WS-XREF-SUB > WS-XREF-COUNT
                  OR WS-FEED-ID NOT = SPACES.

       215-CHECK-ONE-XREF.
           IF XT-CUST-NO (WS-XREF-SUB) = CH-CUST-NO-X
               MOVE XT-CUST-ID (WS-XREF-SUB) TO WS-FEED-ID
           END-IF.

       250-WRITE-PAYMNT-TRAN.
           MOVE SPACES             TO TRAN-RECORD.
           MOVE 'PAYMNT'           TO TRAN-CODE.
           MOVE WS-FEED-ID         TO TRAN-KEY (1:5).
           MOVE 'C'                TO TRAN-KEY (6:1).
           MOVE 'INV'              TO TRAN-FIELD-NAME (1:3).
           MOVE CH-INV-NO          TO TRAN-FIELD-NAME (4:5).
           MOVE CH-PAY-AMT         TO TRAN-UPDATE-NUM.
           WRITE TRAN-RECORD.
           IF WS-PAYTRAN-STATUS NOT = '00'
               DISPLAY 'PAYXFER: ERROR WRITING PAYTRAN. RC: '
                       WS-PAYTRAN-STATUS
               MOVE 'PAYTRAN WRITE FAILED' TO RPT-RESULT
               MOVE 16 TO RETURN-CODE
               PERFORM 300-ADD-EXCEPTION
           ELSE
               ADD +1 TO NUM-PAYMNT-WRITTEN
               ADD CH-PAY-AMT TO WS-PAYMNT-TOTAL
               MOVE WS-FEED-ID TO RPT-CUST-ID
               MOVE 'PAYMNT WRITTEN' TO RPT-RESULT
               WRITE REPORT-RECORD FROM RPT-DETAIL AFTER 1
           END-IF.

       300-ADD-EXCEPTION.
           ADD +1 TO NUM-EXCEPTIONS.
           IF CH-PAY-AMT IS NUMERIC
               ADD CH-PAY-AMT TO WS-EXCEPTION-TOTAL
           END-IF.
           IF WS-EXC-COUNT < WS-EXC-MAX
               ADD +1 TO WS-EXC-COUNT
               MOVE RPT-DETAIL TO EXC-LINE (WS-EXC-COUNT)
           ELSE
               DISPLAY 'PAYXFER: EXCEPTION LIST FULL - '
                       RPT-DETAIL (1:60)
           END-IF.

       400-PRINT-EXCEPTIONS.
           IF WS-EXC-COUNT > 0
               WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1
               WRITE REPORT-RECORD FROM RPT-EXCEPTION-HDR1 AFTER 1
               WRITE REPORT-RECORD FROM RPT-HEADER2 AFTER 1
               PERFORM 410-PRINT-ONE-EXCEPTION
                   VARYING WS-EXC-SUB FROM 1 BY 1
                   UNTIL WS-EXC-SUB > WS-EXC-COUNT
           END-IF.

       410-PRINT-ONE-EXCEPTION.
           WRITE REPORT-RECORD FROM EXC-LINE (WS-EXC-SUB) AFTER 1.

       500-PRINT-COUNTS.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           MOVE SPACES TO RPT-COUNT-LINE.
           MOVE 'APPLICATIONS FOR THE DATE     ' TO RPT-COUNT-LABEL.
           MOVE NUM-APPLICATIONS   TO RPT-COUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE AFTER 1.
           MOVE 'PAYMNT TRANSACTIONS WRITTEN   ' TO RPT-COUNT-LABEL.
           MOVE NUM-PAYMNT-WRITTEN TO RPT-COUNT-VALUE.
           MOVE WS-PAYMNT-TOTAL    TO RPT-COUNT-AMOUNT.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE AFTER 1.
           MOVE 'EXCEPTIONS - NOT FED          ' TO RPT-COUNT-LABEL.
           MOVE NUM-EXCEPTIONS     TO RPT-COUNT-VALUE.
           MOVE WS-EXCEPTION-TOTAL TO RPT-COUNT-AMOUNT.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE AFTER 1.

       730-READ-CASHHIST.
           READ CASH-HISTORY-FILE
             AT END MOVE 'Y' TO WS-CASHHIST-EOF
           END-READ.
           EVALUATE WS-CASHHIST-STATUS
              WHEN '00'
                  ADD +1 TO NUM-CASHHIST-RECS
              WHEN '10'
                  MOVE 'Y' TO WS-CASHHIST-EOF
              WHEN OTHER
                  MOVE 'Y' TO WS-CASHHIST-EOF
                  DISPLAY 'PAYXFER: ERROR READING CASHHIST. RC: '
                          WS-CASHHIST-STATUS
                  MOVE 16 TO RETURN-CODE
           END-EVALUATE.

       900-OPEN-FILES.
           OPEN INPUT  CASH-HISTORY-FILE
                OUTPUT PAYTRAN-FILE
                       REPORT-FILE.
           IF WS-CASHHIST-STATUS NOT = '00'
             DISPLAY 'PAYXFER: ERROR OPENING CASHHIST. RC:'
                     WS-CASHHIST-STATUS
             DISPLAY 'PAYXFER: NO APPLICATIONS FED'
             MOVE 8 TO RETURN-CODE
             MOVE 'Y' TO WS-CASHHIST-EOF
           END-IF.
           IF WS-PAYTRAN-STATUS NOT = '00'
             DISPLAY 'PAYXFER: ERROR OPENING PAYTRAN. RC:'
                     WS-PAYTRAN-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-CASHHIST-EOF
           END-IF.

       905-CLOSE-FILES.
           IF WS-CASHHIST-STATUS NOT = '35'
               CLOSE CASH-HISTORY-FILE
           END-IF.
           CLOSE PAYTRAN-FILE.
           CLOSE REPORT-FILE.

      *    ONE APPLICATION IN, ONE PAYMNT CARD OR ONE EXCEPTION OUT.
       910-WRITE-CONTROL-TOTALS.
           OPEN EXTEND CTLTOTS-FILE.
           MOVE 'PAYXFER '                  TO CTL-PROGRAM-ID.
           MOVE WS-BUSINESS-YYYYMMDD        TO CTL-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO CTL-RUN-TIME.
           MOVE NUM-APPLICATIONS            TO CTL-RECORDS-READ.
           MOVE NUM-PAYMNT-WRITTEN          TO CTL-RECORDS-WRITTEN.
           MOVE NUM-EXCEPTIONS              TO CTL-RECORDS-ERROR.
           MOVE RETURN-CODE                 TO CTL-RETURN-CODE.
           MOVE ZERO                        TO CTL-ADJ-COUNT.
           MOVE ZERO                        TO CTL-ADJ-AMOUNT.
           WRITE CTL-TOTALS-RECORD.
           CLOSE CTLTOTS-FILE.

      * END OF PROGRAM PAYXFER
