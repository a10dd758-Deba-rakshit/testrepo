      *          CAP), AND EPDIFF1O/EPDIFF2O CARRY THE ADJUSTED AND
      *          WORST-CASE PAYMENTS.
      *
      *          GROSS MONTHLY INCOME AND EXISTING MONTHLY DEBT
      *          PAYMENTS (EPINCI/EPDEBTI) ARE OPTIONAL.  WHEN INCOME
      *          IS KEYED, EVERY PRICING ALSO COMPUTES THE FRONT-END
      *          (HOUSING) AND BACK-END (TOTAL) DEBT-TO-INCOME RATIOS
      *          ON THE FULL PAYMENT INCLUDING ESCROW, CHECKS THEM
      *          AGAINST THE PRODUCT'S LIMITS ON RATETBL, AND SHOWS
      *          PASS/FAIL AND THE LARGEST LOAN THAT WOULD QUALIFY IN
      *          EPDTIO.  THE RATIOS RIDE THE PF10 HANDOFF.
      *
      *          ORIGINATION FEE, DISCOUNT POINTS AND OTHER PREPAID
      *          FINANCE CHARGES (EPORIGI/EPPTSI/EPPPFCI) ARE ALSO
      *          OPTIONAL.  EVERY PRICING COMPUTES THE ANNUAL
      *          PERCENTAGE RATE, SHOWN IN EPAPRO NEXT TO THE NOTE
      *          RATE, WITH THE FINANCE CHARGE, AMOUNT FINANCED AND
      *          TOTAL OF PAYMENTS.  PF4 PRINTS THEM AS A DISCLOSURE
      *          SUMMARY AHEAD OF THE EPAM SCHEDULE; PF7 SAVES THEM
      *          WITH THE QUOTE AND PF10 HANDS THEM OFF.
      *
      ******************************************************************

             SCREEN MAP            -  EPSMORT (EPMENUI/EPMENUO)
               10  RT-TERM-YEARS      PIC 9(2).
           05  RT-EFFECTIVE-DATE      PIC 9(8).
           05  RT-ANNUAL-RATE         PIC 9(2)V999.
           05  RT-MAX-FRONT-DTI       PIC 9(2)V99.
           05  RT-MAX-BACK-DTI        PIC 9(2)V99.
           05  FILLER                 PIC X(53).

      * DEBT-TO-INCOME QUALIFICATION.  INCOME AND DEBT ARE MONTHLY
      * FIGURES KEYED IN EPINCI/EPDEBTI; BLANK INCOME MEANS NO CHECK.
      * THE LIMITS (PERCENT) COME FROM THE PRODUCT/TERM RATETBL ENTRY
      * READ BY THE RATE EDIT; AN ENTRY POSTED WITHOUT LIMITS, OR NO
      * ENTRY AT ALL, FALLS BACK TO THE CONVENTIONAL 28/36.
       01  WS-DTI-FIELDS.
           05  WS-MONTHLY-INCOME      PIC 9(7)V99 VALUE ZERO.
           05  WS-MONTHLY-DEBT        PIC 9(7)V99 VALUE ZERO.
           05  WS-DEFAULT-FRONT-DTI   PIC 9(2)V99 VALUE 28.00.
           05  WS-DEFAULT-BACK-DTI    PIC 9(2)V99 VALUE 36.00.
           05  WS-MAX-FRONT-DTI       PIC 9(2)V99 VALUE ZERO.
           05  WS-MAX-BACK-DTI        PIC 9(2)V99 VALUE ZERO.
           05  WS-FRONT-DTI           PIC 9(3)V99 VALUE ZERO.
           05  WS-BACK-DTI            PIC 9(3)V99 VALUE ZERO.
           05  WS-MAX-HOUSING-PMT     PIC S9(7)V99 VALUE ZERO.
           05  WS-MAX-BACK-HOUSING    PIC S9(7)V99 VALUE ZERO.
           05  WS-MAX-QUAL-LOAN       PIC 9(10)V99 VALUE ZERO.
           05  WS-DTI-RESULT          PIC X(1)  VALUE SPACE.
               88  WS-DTI-NOT-CHECKED     VALUE SPACE.
               88  WS-DTI-PASSED          VALUE 'P'.
               88  WS-DTI-FAILED          VALUE 'F'.

      * ANNUAL PERCENTAGE RATE AND CLOSING-COST DISCLOSURE.  THE
      * PREPAID FINANCE CHARGES (ORIGINATION FEE, DISCOUNT POINTS AS
      * A PERCENT OF THE LOAN, AND ANY OTHER PREPAID CHARGES) COME
      * OFF THE LOAN TO GIVE THE AMOUNT FINANCED; THE APR IS THE RATE
      * AT WHICH THE P+I PAYMENTS (ESCROW IS NOT A FINANCE CHARGE)
      * REPAY THE AMOUNT FINANCED, FOUND BY HALVING THE INTERVAL
      * BETWEEN A NEAR-ZERO AND A 60 PERCENT MONTHLY RATE.
       01  WS-APR-FIELDS.
           05  WS-ORIG-FEE            PIC 9(7)V99  VALUE ZERO.
           05  WS-DISCOUNT-POINTS     PIC 9V999    VALUE ZERO.
           05  WS-POINTS-AMOUNT       PIC 9(9)V99  VALUE ZERO.
           05  WS-OTHER-PREPAID       PIC 9(7)V99  VALUE ZERO.
           05  WS-PREPAID-TOTAL       PIC 9(10)V99 VALUE ZERO.
           05  WS-AMOUNT-FINANCED     PIC 9(10)V99 VALUE ZERO.
           05  WS-FINANCE-CHARGE      PIC 9(10)V99 VALUE ZERO.
           05  WS-TOTAL-OF-PAYMENTS   PIC 9(10)V99 VALUE ZERO.
           05  WS-APR                 PIC 9(2)V999 VALUE ZERO.
           05  WS-APR-DISPLAY         PIC ZZ.999.
           05  WS-APR-ITERATION       PIC 9(3)     VALUE ZERO.
           05  WS-APR-MAX-ITERATIONS  PIC 9(3)     VALUE 45.
           05  WS-APR-LOW             PIC 9V9(12)  VALUE ZERO.
           05  WS-APR-HIGH            PIC 9V9(12)  VALUE ZERO.
           05  WS-APR-TRIAL           PIC 9V9(12)  VALUE ZERO.
           05  WS-APR-TRIAL-PV        PIC 9(11)V99 VALUE ZERO.

      * Disclosure summary lines written to EPAM ahead of the PF4
      * schedule.
       01  WS-DISC-HDR-LINE.
           05  FILLER                 PIC X(38) VALUE
               'FEDERAL TRUTH-IN-LENDING DISCLOSURE - '.
           05  FILLER                 PIC X(6)  VALUE 'LOAN: '.
           05  WS-DISC-HDR-LOAN       PIC $$$,$$$,$$9.99.
       01  WS-DISC-APR-LINE.
           05  FILLER                 PIC X(30) VALUE
               'ANNUAL PERCENTAGE RATE        '.
           05  WS-DISC-APR            PIC Z9.999.
           05  FILLER                 PIC X(15) VALUE
               ' PCT  NOTE RATE'.
           05  WS-DISC-NOTE-RATE      PIC ZZ9.999.
       01  WS-DISC-AMT-LINE.
           05  WS-DISC-LABEL          PIC X(30).
           05  WS-DISC-AMT            PIC $$,$$$,$$$,$$9.99.
       01  WS-DISC-PTS-LINE.
           05  FILLER                 PIC X(30) VALUE
               '  DISCOUNT POINTS             '.
           05  WS-DISC-POINTS         PIC 9.999.
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  WS-DISC-PTS-AMT        PIC $$,$$$,$$9.99.

      * Qualification result line for EPDTIO - must fit the
      * 50-character map field exactly.
       01  WS-DTI-LINE.
           05  FILLER                 PIC X(4)  VALUE 'DTI '.
           05  WS-DTI-LINE-RESULT     PIC X(4).
           05  FILLER                 PIC X(7)  VALUE ' FRONT '.
           05  WS-DTI-LINE-FRONT      PIC ZZ9.99.
           05  FILLER                 PIC X(7)  VALUE '% BACK '.
           05  WS-DTI-LINE-BACK       PIC ZZ9.99.
           05  FILLER                 PIC X(6)  VALUE '% MAX '.
           05  WS-DTI-LINE-MAX        PIC ZZ,ZZZ,ZZ9.

      * PRICED-QUOTE PERSISTENCE.  PF7 SAVES THE CURRENT QUOTE TO THE
      * KEYED QUOTEF FILE UNDER A GENERATED ID (SHOWN IN MSGERRI);
           05  WS-RATE-ZONED          PIC 9(2)V999.
           05  WS-RATE-ZONED-X  REDEFINES WS-RATE-ZONED  PIC X(5).

      * THE DISCLOSURE FIGURES ARE PACKED TO FIT THE RECORD'S
      * ORIGINAL 80 BYTES.  THE SAVING TERMINAL AND THE RATE PRODUCT
      * LET THE NIGHTLY QUOTRPRC REPRICING ROUTE EACH QUOTE BACK TO
      * ITS OFFICER AT THE CURRENT RATETBL RATE.
       01  QUOTE-REC.
           05  QT-QUOTE-ID            PIC X(8).
           05  QT-QUOTE-DATE          PIC 9(8).
           05  QT-TERM-YEARS          PIC 9(2).
           05  QT-ANNUAL-RATE         PIC 9(2)V999.
           05  QT-MONTHLY-PAYMENT     PIC 9(7)V99.
           05  QT-APR                 PIC 9(2)V999    COMP-3.
           05  QT-FINANCE-CHARGE      PIC 9(10)V99    COMP-3.
           05  QT-AMOUNT-FINANCED     PIC 9(10)V99    COMP-3.
           05  QT-TOTAL-OF-PAYMENTS   PIC 9(10)V99    COMP-3.
           05  QT-TERMINAL            PIC X(4).
           05  QT-PRODUCT             PIC X(4).
           05  FILLER                 PIC X(4).

       01  WS-QUOTE-SAVED-MSG.
           05  FILLER                 PIC X(15) VALUE 'QUOTE SAVED AS '.
           05  WS-INIT-EXTRA-PMT      PIC 9(7)V99  VALUE ZERO.
           05  WS-INIT-EXTRA-MONTHS   PIC 9(3)     VALUE ZERO.
           05  WS-INIT-INT-SAVED      PIC S9(9)V99 VALUE ZERO.
           05  WS-INIT-FRONT-DTI      PIC 9(3)V99  VALUE ZERO.
           05  WS-INIT-BACK-DTI       PIC 9(3)V99  VALUE ZERO.
           05  WS-INIT-DTI-RESULT     PIC X(1)     VALUE SPACE.
           05  WS-INIT-ORIG-FEE       PIC 9(7)V99  VALUE ZERO.
           05  WS-INIT-DISCOUNT-PTS   PIC 9V999    VALUE ZERO.
           05  WS-INIT-OTHER-PREPAID  PIC 9(7)V99  VALUE ZERO.
           05  WS-INIT-APR            PIC 9(2)V999 VALUE ZERO.
           05  WS-INIT-FINANCE-CHARGE PIC 9(10)V99 VALUE ZERO.
           05  WS-INIT-AMT-FINANCED   PIC 9(10)V99 VALUE ZERO.
           05  WS-INIT-TOTAL-PMTS     PIC 9(10)V99 VALUE ZERO.

      * QUOTE-TO-APPLICATION HANDOFF.  PF10 WRITES THE ACCEPTED
      * QUOTE AS ONE FIXED-LAYOUT RECORD TO THE EPHO EXTRAPARTITION
      * QUEUE, WHICH THE LOAN ORIGINATION SYSTEM PICKS UP OVERNIGHT.
      * THE REFINANCE AND EXTRA-PAYMENT FIGURES RIDE THE COMMAREA SO
      * THE HANDOFF CARRIES THEM WHEN THOSE MODES WERE USED, AND
      * LIKEWISE THE DEBT-TO-INCOME RATIOS WHEN INCOME WAS KEYED.
      * THE APR DISCLOSURE FIGURES ARE ALWAYS CARRIED; THE PREPAID
      * CHARGE BREAKDOWN ONLY FROM A LIVE PRICING, NOT A PF8 RECALL.
      * THE RECORD IS 200 BYTES (IT WAS 100 BEFORE THE DISCLOSURE
      * FIGURES WERE ADDED).
       01  WS-HANDOFF-QUEUE           PIC X(4) VALUE 'EPHO'.
       01  WS-HANDOFF-REC.
           05  HO-QUOTE-DATE          PIC 9(8).
           05  HO-EXTRA-PMT           PIC 9(7)V99.
           05  HO-EXTRA-MONTHS        PIC 9(3).
           05  HO-INT-SAVED           PIC S9(9)V99.
           05  HO-FRONT-DTI           PIC 9(3)V99.
           05  HO-BACK-DTI            PIC 9(3)V99.
           05  HO-DTI-RESULT          PIC X(1).
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  HO-ORIG-FEE            PIC 9(7)V99.
           05  HO-DISCOUNT-POINTS     PIC 9V999.
           05  HO-OTHER-PREPAID       PIC 9(7)V99.
           05  HO-APR                 PIC 9(2)V999.
           05  HO-FINANCE-CHARGE      PIC 9(10)V99.
           05  HO-AMOUNT-FINANCED     PIC 9(10)V99.
           05  HO-TOTAL-OF-PAYMENTS   PIC 9(10)V99.
           05  FILLER                 PIC X(37) VALUE SPACES.

           COPY EPSMORT.

           05  CA-EXTRA-PMT           PIC 9(7)V99.
           05  CA-EXTRA-MONTHS        PIC 9(3).
           05  CA-INT-SAVED           PIC S9(9)V99.
           05  CA-FRONT-DTI           PIC 9(3)V99.
           05  CA-BACK-DTI            PIC 9(3)V99.
           05  CA-DTI-RESULT          PIC X(1).
           05  CA-ORIG-FEE            PIC 9(7)V99.
           05  CA-DISCOUNT-POINTS     PIC 9V999.
           05  CA-OTHER-PREPAID       PIC 9(7)V99.
           05  CA-APR                 PIC 9(2)V999.
           05  CA-FINANCE-CHARGE      PIC 9(10)V99.
           05  CA-AMOUNT-FINANCED     PIC 9(10)V99.
           05  CA-TOTAL-OF-PAYMENTS   PIC 9(10)V99.

       PROCEDURE DIVISION.

                   PERFORM 100-EDIT-INPUT THRU 100-EXIT
                   IF EDITS-PASSED
                       PERFORM 200-CALCULATE-PAYMENT THRU 200-EXIT
                       PERFORM 270-WRITE-DISCLOSURE THRU 270-EXIT
                       PERFORM 300-BUILD-AMORTIZATION-SCHEDULE
                               THRU 300-EXIT
                       MOVE 'S' TO WS-QL-MODE
           IF EDITS-PASSED
               PERFORM 140-EDIT-ESCROW THRU 140-EXIT
           END-IF.
           IF EDITS-PASSED
               PERFORM 150-EDIT-INCOME-DEBT THRU 150-EXIT
           END-IF.
           IF EDITS-PASSED
               PERFORM 160-EDIT-FINANCE-CHARGES THRU 160-EXIT
           END-IF.
       100-EXIT.
           EXIT.

       140-EXIT.
           EXIT.

      * INCOME AND DEBT FOR THE QUALIFICATION CHECK, AND THE DTI
      * LIMITS FROM THE RATETBL ENTRY THE RATE EDIT JUST READ.
       150-EDIT-INCOME-DEBT.
           MOVE ZERO TO WS-MONTHLY-INCOME, WS-MONTHLY-DEBT.
           IF EPINCI NOT = SPACES AND EPINCI NOT = LOW-VALUES
               IF EPINCI IS NUMERIC
                   MOVE EPINCI TO WS-MONTHLY-INCOME
               ELSE
                   MOVE 'MONTHLY INCOME MUST BE NUMERIC - 9(7)V99'
                       TO MSGERRI
                   SET EDITS-FAILED TO TRUE
                   GO TO 150-EXIT
               END-IF
           END-IF.
           IF EPDEBTI NOT = SPACES AND EPDEBTI NOT = LOW-VALUES
               IF EPDEBTI IS NUMERIC
                   MOVE EPDEBTI TO WS-MONTHLY-DEBT
               ELSE
                   MOVE 'MONTHLY DEBT MUST BE NUMERIC - FORMAT 9(7)V99'
                       TO MSGERRI
                   SET EDITS-FAILED TO TRUE
                   GO TO 150-EXIT
               END-IF
           END-IF.
           IF WS-MONTHLY-DEBT > 0 AND WS-MONTHLY-INCOME = 0
               MOVE 'KEY MONTHLY INCOME TO CHECK DEBT-TO-INCOME'
                   TO MSGERRI
               SET EDITS-FAILED TO TRUE
               GO TO 150-EXIT.
           MOVE WS-DEFAULT-FRONT-DTI TO WS-MAX-FRONT-DTI.
           MOVE WS-DEFAULT-BACK-DTI  TO WS-MAX-BACK-DTI.
           IF WS-TABLE-RATE-FOUND-SW = 'Y'
               IF RT-MAX-FRONT-DTI IS NUMERIC
                  AND RT-MAX-FRONT-DTI > 0
                   MOVE RT-MAX-FRONT-DTI TO WS-MAX-FRONT-DTI
               END-IF
               IF RT-MAX-BACK-DTI IS NUMERIC
                  AND RT-MAX-BACK-DTI > 0
                   MOVE RT-MAX-BACK-DTI TO WS-MAX-BACK-DTI
               END-IF
           END-IF.
       150-EXIT.
           EXIT.

      * PREPAID FINANCE CHARGES FOR THE APR.  POINTS ARE KEYED AS
      * 9V999 (1250 = 1.250 POINTS = 1.25 PERCENT OF THE LOAN).
       160-EDIT-FINANCE-CHARGES.
           MOVE ZERO TO WS-ORIG-FEE, WS-DISCOUNT-POINTS,
                        WS-OTHER-PREPAID.
           IF EPORIGI NOT = SPACES AND EPORIGI NOT = LOW-VALUES
               IF EPORIGI IS NUMERIC
                   MOVE EPORIGI TO WS-ORIG-FEE
               ELSE
                   MOVE 'ORIGINATION FEE MUST BE NUMERIC - 9(7)V99'
                       TO MSGERRI
                   SET EDITS-FAILED TO TRUE
                   GO TO 160-EXIT
               END-IF
           END-IF.
           IF EPPTSI NOT = SPACES AND EPPTSI NOT = LOW-VALUES
               IF EPPTSI IS NUMERIC
                   MOVE EPPTSI TO WS-DISCOUNT-POINTS
               ELSE
                   MOVE 'DISCOUNT POINTS MUST BE NUMERIC - FORMAT 9V999'
                       TO MSGERRI
                   SET EDITS-FAILED TO TRUE
                   GO TO 160-EXIT
               END-IF
           END-IF.
           IF EPPPFCI NOT = SPACES AND EPPPFCI NOT = LOW-VALUES
               IF EPPPFCI IS NUMERIC
                   MOVE EPPPFCI TO WS-OTHER-PREPAID
               ELSE
                   MOVE 'PREPAID CHARGES MUST BE NUMERIC - 9(7)V99'
                       TO MSGERRI
                   SET EDITS-FAILED TO TRUE
                   GO TO 160-EXIT
               END-IF
           END-IF.
           COMPUTE WS-POINTS-AMOUNT ROUNDED =
               WS-LOAN-AMOUNT * WS-DISCOUNT-POINTS / 100.
           COMPUTE WS-PREPAID-TOTAL =
               WS-ORIG-FEE + WS-POINTS-AMOUNT + WS-OTHER-PREPAID.
           IF WS-PREPAID-TOTAL NOT < WS-LOAN-AMOUNT
               MOVE 'PREPAID FINANCE CHARGES EXCEED THE LOAN AMOUNT'
                   TO MSGERRI
               SET EDITS-FAILED TO TRUE
           END-IF.
       160-EXIT.
           EXIT.

       200-CALCULATE-PAYMENT.
           COMPUTE WS-TERM-MONTHS = WS-TERM-YEARS * 12.
           COMPUTE WS-MONTHLY-RATE ROUNDED =
               MOVE WS-MONTHLY-ESCROW TO WS-ESC2-AMT
               MOVE WS-ESC2-LINE TO EPDIFF2O
           END-IF.
           PERFORM 250-CALCULATE-DTI THRU 250-EXIT.
           PERFORM 260-CALCULATE-APR THRU 260-EXIT.

           MOVE WS-LOAN-AMOUNT TO CA-LOAN-AMOUNT.
           MOVE WS-TERM-YEARS TO CA-TERM-YEARS.
           MOVE ZERO TO CA-REFI-NEW-RATE, CA-REFI-NEW-PAYMENT,
                        CA-REFI-BREAKEVEN-MOS, CA-EXTRA-PMT,
                        CA-EXTRA-MONTHS, CA-INT-SAVED.
           MOVE WS-FRONT-DTI  TO CA-FRONT-DTI.
           MOVE WS-BACK-DTI   TO CA-BACK-DTI.
           MOVE WS-DTI-RESULT TO CA-DTI-RESULT.
           MOVE WS-ORIG-FEE          TO CA-ORIG-FEE.
           MOVE WS-DISCOUNT-POINTS   TO CA-DISCOUNT-POINTS.
           MOVE WS-OTHER-PREPAID     TO CA-OTHER-PREPAID.
           MOVE WS-APR               TO CA-APR.
           MOVE WS-FINANCE-CHARGE    TO CA-FINANCE-CHARGE.
           MOVE WS-AMOUNT-FINANCED   TO CA-AMOUNT-FINANCED.
           MOVE WS-TOTAL-OF-PAYMENTS TO CA-TOTAL-OF-PAYMENTS.
       200-EXIT.
           EXIT.

      * FRONT-END RATIO = FULL PAYMENT (P+I PLUS ESCROW) / INCOME;
      * BACK-END RATIO ADDS THE EXISTING DEBT.  THE LARGEST PAYMENT
      * BOTH LIMITS ALLOW, LESS ESCROW, IS RUN BACK THROUGH THE
      * PAYMENT FORMULA AT THIS RATE AND TERM TO GIVE THE LARGEST
      * LOAN THAT WOULD QUALIFY.
       250-CALCULATE-DTI.
           MOVE ZERO TO WS-FRONT-DTI, WS-BACK-DTI, WS-MAX-QUAL-LOAN.
           SET WS-DTI-NOT-CHECKED TO TRUE.
           IF WS-MONTHLY-INCOME = 0
               MOVE SPACES TO EPDTIO
               GO TO 250-EXIT.
           COMPUTE WS-FRONT-DTI ROUNDED =
               WS-TOTAL-PAYMENT * 100 / WS-MONTHLY-INCOME
               ON SIZE ERROR
                   MOVE 999.99 TO WS-FRONT-DTI
           END-COMPUTE.
           COMPUTE WS-BACK-DTI ROUNDED =
               (WS-TOTAL-PAYMENT + WS-MONTHLY-DEBT) * 100
                   / WS-MONTHLY-INCOME
               ON SIZE ERROR
                   MOVE 999.99 TO WS-BACK-DTI
           END-COMPUTE.
           IF WS-FRONT-DTI > WS-MAX-FRONT-DTI
              OR WS-BACK-DTI > WS-MAX-BACK-DTI
               SET WS-DTI-FAILED TO TRUE
               MOVE 'FAIL' TO WS-DTI-LINE-RESULT
           ELSE
               SET WS-DTI-PASSED TO TRUE
               MOVE 'PASS' TO WS-DTI-LINE-RESULT
           END-IF.

           COMPUTE WS-MAX-HOUSING-PMT ROUNDED =
               WS-MONTHLY-INCOME * WS-MAX-FRONT-DTI / 100.
           COMPUTE WS-MAX-BACK-HOUSING ROUNDED =
               WS-MONTHLY-INCOME * WS-MAX-BACK-DTI / 100
                   - WS-MONTHLY-DEBT.
           IF WS-MAX-BACK-HOUSING < WS-MAX-HOUSING-PMT
               MOVE WS-MAX-BACK-HOUSING TO WS-MAX-HOUSING-PMT
           END-IF.
           SUBTRACT WS-MONTHLY-ESCROW FROM WS-MAX-HOUSING-PMT.
           IF WS-MAX-HOUSING-PMT > 0
               COMPUTE WS-MAX-QUAL-LOAN ROUNDED =
                   WS-MAX-HOUSING-PMT *
                   (1 - ((1 + WS-MONTHLY-RATE) ** (- WS-TERM-MONTHS)))
                   / WS-MONTHLY-RATE
                   ON SIZE ERROR
                       MOVE 9999999999.99 TO WS-MAX-QUAL-LOAN
               END-COMPUTE
           END-IF.

           MOVE WS-FRONT-DTI     TO WS-DTI-LINE-FRONT.
           MOVE WS-BACK-DTI      TO WS-DTI-LINE-BACK.
           MOVE WS-MAX-QUAL-LOAN TO WS-DTI-LINE-MAX.
           MOVE WS-DTI-LINE      TO EPDTIO.
       250-EXIT.
           EXIT.

      * FINANCE CHARGE = TOTAL OF THE P+I PAYMENTS LESS THE AMOUNT
      * FINANCED.  WITH NO PREPAID CHARGES THE APR IS THE NOTE RATE.
       260-CALCULATE-APR.
           COMPUTE WS-AMOUNT-FINANCED =
               WS-LOAN-AMOUNT - WS-PREPAID-TOTAL.
           COMPUTE WS-TOTAL-OF-PAYMENTS =
               WS-MONTHLY-PAYMENT * WS-TERM-MONTHS.
           COMPUTE WS-FINANCE-CHARGE =
               WS-TOTAL-OF-PAYMENTS - WS-AMOUNT-FINANCED.
           IF WS-PREPAID-TOTAL = 0
               MOVE WS-ANNUAL-RATE TO WS-APR
           ELSE
               MOVE 0.000000000001 TO WS-APR-LOW
               MOVE 0.05 TO WS-APR-HIGH
               PERFORM 265-APR-TRIAL THRU 265-EXIT
                   VARYING WS-APR-ITERATION FROM 1 BY 1
                   UNTIL WS-APR-ITERATION > WS-APR-MAX-ITERATIONS
               COMPUTE WS-APR ROUNDED = WS-APR-TRIAL * 1200
                   ON SIZE ERROR
                       MOVE 99.999 TO WS-APR
               END-COMPUTE
           END-IF.
           MOVE WS-APR TO WS-APR-DISPLAY.
           MOVE WS-APR-DISPLAY TO EPAPRO.
       260-EXIT.
           EXIT.

      * ONE HALVING OF THE INTERVAL: A TRIAL RATE WHOSE PAYMENTS ARE
      * WORTH MORE THAN THE AMOUNT FINANCED IS TOO LOW.
       265-APR-TRIAL.
           COMPUTE WS-APR-TRIAL = (WS-APR-LOW + WS-APR-HIGH) / 2.
           COMPUTE WS-APR-TRIAL-PV ROUNDED =
               WS-MONTHLY-PAYMENT *
               (1 - ((1 + WS-APR-TRIAL) ** (- WS-TERM-MONTHS)))
               / WS-APR-TRIAL
               ON SIZE ERROR
                   MOVE 99999999999.99 TO WS-APR-TRIAL-PV
           END-COMPUTE.
           IF WS-APR-TRIAL-PV > WS-AMOUNT-FINANCED
               MOVE WS-APR-TRIAL TO WS-APR-LOW
           ELSE
               MOVE WS-APR-TRIAL TO WS-APR-HIGH
           END-IF.
       265-EXIT.
           EXIT.

      * DISCLOSURE SUMMARY ON EPAM - THE APR WORKSHEET THE OFFICER
      * HANDS THE CUSTOMER WITH THE SCHEDULE.
       270-WRITE-DISCLOSURE.
           MOVE WS-LOAN-AMOUNT TO WS-DISC-HDR-LOAN.
           EXEC CICS WRITEQ TD QUEUE(WS-AMORT-QUEUE)
                     FROM(WS-DISC-HDR-LINE)
                     LENGTH(LENGTH OF WS-DISC-HDR-LINE)
           END-EXEC.
           MOVE WS-APR         TO WS-DISC-APR.
           MOVE WS-ANNUAL-RATE TO WS-DISC-NOTE-RATE.
           EXEC CICS WRITEQ TD QUEUE(WS-AMORT-QUEUE)
                     FROM(WS-DISC-APR-LINE)
                     LENGTH(LENGTH OF WS-DISC-APR-LINE)
           END-EXEC.
           MOVE 'FINANCE CHARGE                ' TO WS-DISC-LABEL.
           MOVE WS-FINANCE-CHARGE TO WS-DISC-AMT.
           PERFORM 275-WRITE-DISC-AMT THRU 275-EXIT.
           MOVE 'AMOUNT FINANCED               ' TO WS-DISC-LABEL.
           MOVE WS-AMOUNT-FINANCED TO WS-DISC-AMT.
           PERFORM 275-WRITE-DISC-AMT THRU 275-EXIT.
           MOVE 'TOTAL OF PAYMENTS             ' TO WS-DISC-LABEL.
           MOVE WS-TOTAL-OF-PAYMENTS TO WS-DISC-AMT.
           PERFORM 275-WRITE-DISC-AMT THRU 275-EXIT.
           MOVE 'PREPAID FINANCE CHARGES       ' TO WS-DISC-LABEL.
           MOVE WS-PREPAID-TOTAL TO WS-DISC-AMT.
           PERFORM 275-WRITE-DISC-AMT THRU 275-EXIT.
           MOVE '  ORIGINATION FEE             ' TO WS-DISC-LABEL.
           MOVE WS-ORIG-FEE TO WS-DISC-AMT.
           PERFORM 275-WRITE-DISC-AMT THRU 275-EXIT.
           MOVE WS-DISCOUNT-POINTS TO WS-DISC-POINTS.
           MOVE WS-POINTS-AMOUNT   TO WS-DISC-PTS-AMT.
           EXEC CICS WRITEQ TD QUEUE(WS-AMORT-QUEUE)
                     FROM(WS-DISC-PTS-LINE)
                     LENGTH(LENGTH OF WS-DISC-PTS-LINE)
           END-EXEC.
           MOVE '  OTHER PREPAID CHARGES       ' TO WS-DISC-LABEL.
           MOVE WS-OTHER-PREPAID TO WS-DISC-AMT.
           PERFORM 275-WRITE-DISC-AMT THRU 275-EXIT.
           IF WS-MONTHLY-ESCROW > 0
               MOVE 'MONTHLY ESCROW (NOT FINANCED) ' TO WS-DISC-LABEL
               MOVE WS-MONTHLY-ESCROW TO WS-DISC-AMT
               PERFORM 275-WRITE-DISC-AMT THRU 275-EXIT
           END-IF.
       270-EXIT.
           EXIT.

       275-WRITE-DISC-AMT.
           EXEC CICS WRITEQ TD QUEUE(WS-AMORT-QUEUE)
                     FROM(WS-DISC-AMT-LINE)
                     LENGTH(LENGTH OF WS-DISC-AMT-LINE)
           END-EXEC.
       275-EXIT.
           EXIT.

       300-BUILD-AMORTIZATION-SCHEDULE.
           MOVE WS-LOAN-AMOUNT TO WS-HDR-LOAN WS-AMORT-BALANCE.
           MOVE WS-ANNUAL-RATE TO WS-HDR-RATE.
           MOVE CA-TERM-YEARS      TO QT-TERM-YEARS.
           MOVE CA-ANNUAL-RATE     TO QT-ANNUAL-RATE.
           MOVE CA-MONTHLY-PAYMENT TO QT-MONTHLY-PAYMENT.
           MOVE CA-APR             TO QT-APR.
           MOVE CA-FINANCE-CHARGE  TO QT-FINANCE-CHARGE.
           MOVE CA-AMOUNT-FINANCED TO QT-AMOUNT-FINANCED.
           MOVE CA-TOTAL-OF-PAYMENTS TO QT-TOTAL-OF-PAYMENTS.
           MOVE EIBTRMID           TO QT-TERMINAL.
           MOVE WS-RATE-PRODUCT    TO QT-PRODUCT.
           EXEC CICS WRITE FILE(WS-QUOTE-FILE)
                     FROM(QUOTE-REC)
                     RIDFLD(QT-QUOTE-ID)
           MOVE QT-TERM-YEARS      TO CA-TERM-YEARS.
           MOVE QT-ANNUAL-RATE     TO CA-ANNUAL-RATE.
           MOVE QT-MONTHLY-PAYMENT TO CA-MONTHLY-PAYMENT.
      *    THE SAVED QUOTE CARRIES NO INCOME OR DEBT, SO ANY RATIOS
      *    LEFT FROM AN EARLIER PRICING MUST NOT REACH THE HANDOFF.
           MOVE ZERO  TO CA-FRONT-DTI, CA-BACK-DTI.
           MOVE SPACE TO CA-DTI-RESULT.
           MOVE SPACES TO EPDTIO.
      *    A QUOTE SAVED BEFORE THE DISCLOSURE FIGURES WERE KEPT HAS
      *    SPACES THERE; ITS APR IS TAKEN AS THE NOTE RATE.
           IF QT-APR IS NUMERIC
               MOVE QT-APR             TO CA-APR
               MOVE QT-FINANCE-CHARGE  TO CA-FINANCE-CHARGE
               MOVE QT-AMOUNT-FINANCED TO CA-AMOUNT-FINANCED
               MOVE QT-TOTAL-OF-PAYMENTS TO CA-TOTAL-OF-PAYMENTS
           ELSE
               MOVE QT-ANNUAL-RATE     TO CA-APR
               MOVE QT-LOAN-AMOUNT     TO CA-AMOUNT-FINANCED
               COMPUTE CA-TOTAL-OF-PAYMENTS =
                   QT-MONTHLY-PAYMENT * QT-TERM-YEARS * 12
               COMPUTE CA-FINANCE-CHARGE =
                   CA-TOTAL-OF-PAYMENTS - QT-LOAN-AMOUNT
           END-IF.
           MOVE ZERO TO CA-ORIG-FEE, CA-DISCOUNT-POINTS,
                        CA-OTHER-PREPAID.
           MOVE CA-APR             TO WS-APR-DISPLAY.
           MOVE WS-APR-DISPLAY     TO EPAPRO.
           MOVE QT-LOAN-AMOUNT     TO WS-LOAN-ZONED.
           MOVE WS-LOAN-ZONED-X    TO EPLOANO.
           MOVE QT-TERM-YEARS      TO EPYEARSO.
           MOVE CA-EXTRA-PMT       TO HO-EXTRA-PMT.
           MOVE CA-EXTRA-MONTHS    TO HO-EXTRA-MONTHS.
           MOVE CA-INT-SAVED       TO HO-INT-SAVED.
           MOVE CA-FRONT-DTI       TO HO-FRONT-DTI.
           MOVE CA-BACK-DTI        TO HO-BACK-DTI.
           MOVE CA-DTI-RESULT      TO HO-DTI-RESULT.
           MOVE CA-ORIG-FEE        TO HO-ORIG-FEE.
           MOVE CA-DISCOUNT-POINTS TO HO-DISCOUNT-POINTS.
           MOVE CA-OTHER-PREPAID   TO HO-OTHER-PREPAID.
           MOVE CA-APR             TO HO-APR.
           MOVE CA-FINANCE-CHARGE  TO HO-FINANCE-CHARGE.
           MOVE CA-AMOUNT-FINANCED TO HO-AMOUNT-FINANCED.
           MOVE CA-TOTAL-OF-PAYMENTS TO HO-TOTAL-OF-PAYMENTS.
           EXEC CICS WRITEQ TD QUEUE(WS-HANDOFF-QUEUE)
                     FROM(WS-HANDOFF-REC)
                     LENGTH(LENGTH OF WS-HANDOFF-REC)
