       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADSFEED.
       ENVIRONMENT DIVISION.

      *****************************************************************
      * BUILDS THE NIGHT'S ADSTATIN FILE FROM THE AMOUNT FILES OF THE
      * OTHER SYSTEMS, SO ADSTAT PROFILES THEM AND ADSTTRND CHARTS
      * THEM WITHOUT ANYONE PREPARING THE INPUT BY HAND.  ONE 80-BYTE
      * ADSTATIN RECORD PER AMOUNT, WHOLE UNITS (ROUNDED), WITH A
      * CATEGORY CODE PER SOURCE:
      *     INVC  INVOICE AMOUNT   ACT2DATA (HEADER/TRAILER SKIPPED)
      *     PAYM  PAYMENT AMOUNT   PAYMDATA
      *     ORDR  ORDER AMOUNT     ORDFILE
      *     Txxx  TREATMENT COST   TRMTDATA (TRAILER SKIPPED) - ONE
      *           CATEGORY PER PROCEDURE TYPE: TMRI TCAT TCHM TRAD
      *           TSRG TLAB, AND TOTH FOR ANY OTHER TYPE.  THE COST IS
      *           MEDICATION + PHARMACY + ANCILLARY.
      * ADSTAT RUNS ONCE PER BUSINESS DATE, SO ALL FOUR SOURCES GO
      * OUT ON THE ONE FILE.  A SOURCE THAT IS NOT THERE TONIGHT IS
      * SKIPPED WITH A MESSAGE; A RECORD WHOSE AMOUNT IS NOT NUMERIC
      * IS COUNTED AND LEFT OUT.  RETURN CODE 4 FOR EITHER.  ADSTAT'S
      * TABLE IS SIZED FOR A FULL NIGHT OF ALL FOUR SOURCES.
      *****************************************************************

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-FILE ASSIGN TO UT-S-ACT2DATA
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-INVOICE-STATUS.
           SELECT PAYMENT-FILE ASSIGN TO UT-S-PAYMDATA
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-PAYMENT-STATUS.
           SELECT ORDER-FILE ASSIGN TO UT-S-ORDFILE
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-ORDER-STATUS.
           SELECT TREATMENT-FILE ASSIGN TO UT-S-TRMTDATA
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-TREATMENT-STATUS.
           SELECT ADSTAT-OUTPUT-FILE ASSIGN TO UT-S-ADSTATIN
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-OUTFILE-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO UT-S-BUSDATE
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT CTLTOTS-FILE ASSIGN TO UT-S-CTLTOTS
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-CTLTOTS-STATUS.

       DATA DIVISION.

       FILE SECTION.

      *    INVOICE FILE IN THE ACT2DATA LAYOUT (SEE CNTRLBRK).  THE
      *    HEADER AND TRAILER OF EVERY STEP THAT FED IT (COPY ACT2HT)
      *    ARE CONTROL RECORDS, NOT INVOICES.
       FD  INVOICE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INVOICE-REC.

       01  INVOICE-REC.
           05  INV-CUST-NO        PIC X(5).
           05  INV-NO             PIC X(5).
           05  INV-AGED-CODE      PIC X(1).
           05  INV-AMT            PIC S9(7)V99.
           05  FILLER             PIC X(60).
       COPY ACT2HT.

      *    DAILY PAYMENTS IN THE PAYMDATA LAYOUT (SEE PAYAPPLY).
       FD  PAYMENT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAYMENT-REC.

       01  PAYMENT-REC.
           05  PAY-CUST-NO        PIC X(5).
           05  PAY-INV-NO         PIC X(5).
           05  PAY-AMT            PIC S9(7)V99.
           05  FILLER             PIC X(61).

      *    SAM1V ORDER DETAIL, ONE RECORD PER ORDER TRANSACTION.
       FD  ORDER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ORDER-REC.

       01  ORDER-REC.
           05  ORD-DATE           PIC 9(8).
           05  FILLER             PIC X(1).
           05  ORD-TIME           PIC 9(6).
           05  FILLER             PIC X(1).
           05  ORD-CUST-ID        PIC X(5).
           05  FILLER             PIC X(1).
           05  ORD-AMOUNT         PIC 9(7)V99.
           05  FILLER             PIC X(49).

      *    SANDBOX PATIENT TREATMENTS.  THE LAST RECORD IS THE
      *    TRAILER, "T" IN BYTE 1.
       FD  TREATMENT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1101 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INPATIENT-TREATMENT-REC.
       COPY BNCHTRMT.
       01  TRMT-TRAILER-REC.
           05  TRMT-TRLR-ID       PIC X(1).
               88  TRMT-TRAILER-FOUND     VALUE 'T'.
           05  FILLER             PIC X(1100).

       FD  ADSTAT-OUTPUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ADSTAT-OUTPUT-REC.

      *    THE ADSTAT-INPUT-REC LAYOUT ADSTAT READS
       01  ADSTAT-OUTPUT-REC.
           05  OUT-AMOUNT         PIC S9(8).
           05  OUT-CATEGORY       PIC X(4).
           05  FILLER             PIC X(68).

      *    OPTIONAL AS-OF BUSINESS DATE CARD (YYYYMMDD IN COLS 1-8),
      *    THE SAME CARD ADSTAT READS.  ABSENT, THE SYSTEM DATE IS
      *    USED.
       FD  BUSDATE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BUSDATE-RECORD.

       01  BUSDATE-RECORD.
           05  BUSDATE-PARM       PIC 9(8).
           05  FILLER             PIC X(72).

       FD  CTLTOTS-FILE
           RECORDING MODE IS F.
       COPY CTLTOTS.

       WORKING-STORAGE SECTION.

       01  WS-INVOICE-STATUS  PIC X(2) VALUE SPACES.
       01  WS-PAYMENT-STATUS  PIC X(2) VALUE SPACES.
       01  WS-ORDER-STATUS    PIC X(2) VALUE SPACES.
       01  WS-TREATMENT-STATUS PIC X(2) VALUE SPACES.
       01  WS-OUTFILE-STATUS  PIC X(2) VALUE SPACES.
       01  WS-BUSDATE-STATUS  PIC X(2) VALUE SPACES.
       01  WS-CTLTOTS-STATUS  PIC X(2) VALUE SPACES.
       01  WS-BUSINESS-YYYYMMDD PIC 9(8) VALUE ZERO.
      *    SHARED ABEND DIAGNOSTICS AREA FOR ABENDRTN
       COPY ABENDWS.

       01  WORK-VARIABLES.
           05  WS-EOF-SW          PIC X(3) VALUE 'NO '.
               88  EOF-INPUT                  VALUE 'YES'.
           05  WS-FEED-NAME       PIC X(8) VALUE SPACES.
           05  WS-FEED-STATUS     PIC X(2) VALUE SPACES.
           05  WS-FEED-MISSING-CTR PIC S9(4) COMP VALUE +0.
           05  WS-RECS-READ       PIC S9(8) COMP VALUE +0.
           05  WS-RECS-WRITTEN    PIC S9(8) COMP VALUE +0.
           05  WS-RECS-SKIPPED    PIC S9(8) COMP VALUE +0.
           05  WS-FEED-READ       PIC S9(8) COMP VALUE +0.
           05  WS-FEED-SKIPPED    PIC S9(8) COMP VALUE +0.
           05  WS-TRMT-COST       PIC S9(7)V99 VALUE +0.

      *    AMOUNTS WRITTEN PER CATEGORY, LISTED AT END OF JOB SO THE
      *    NIGHT'S MIX CAN BE SEEN AT A GLANCE ON SYSOUT
       01  CATEGORY-CONTROLS.
           05  WS-CAT-COUNT       PIC S9(4) COMP VALUE +0.
           05  WS-CAT-SUB         PIC S9(4) COMP VALUE +0.
           05  WS-CAT-SLOT        PIC S9(4) COMP VALUE +0.
           05  WS-CUR-CATEGORY    PIC X(4)  VALUE SPACES.
           05  CAT-ENTRY OCCURS 20.
               10  CAT-CODE       PIC X(4).
               10  CAT-WRITTEN    PIC S9(8) COMP.
               10  CAT-TOTAL      PIC S9(11).

       01  DL-CATEGORY.
           05  FILLER             PIC X(10) VALUE 'CATEGORY: '.
           05  DL-CAT-CODE        PIC X(4).
           05  FILLER             PIC X(9)  VALUE '  COUNT: '.
           05  DL-CAT-WRITTEN     PIC ZZZZZZZ9.
           05  FILLER             PIC X(9)  VALUE '  TOTAL: '.
           05  DL-CAT-TOTAL       PIC ZZ,ZZZ,ZZZ,ZZ9-.

       PROCEDURE DIVISION.

           DISPLAY 'ADSFEED STARTING'.
           PERFORM 040-GET-BUSINESS-DATE.
           OPEN OUTPUT ADSTAT-OUTPUT-FILE.
           IF WS-OUTFILE-STATUS NOT = '00'
               DISPLAY 'ADSFEED: CANNOT OPEN ADSTATIN. RC: '
                       WS-OUTFILE-STATUS
               MOVE 'ADSFEED ' TO AD-PROGRAM-ID
               MOVE 'MAINLINE OPEN' TO AD-PARA-NAME
               MOVE 'ERROR OPENING ADSTATIN OUTPUT FILE' TO
                    AD-ABEND-REASON
               MOVE WS-OUTFILE-STATUS TO AD-FILE-STATUS-1
               MOVE SPACES TO AD-FILE-STATUS-2
               MOVE ZERO TO AD-RECORDS-READ, AD-RECORDS-WRITTEN
               MOVE SPACES TO AD-CHECKPOINT-POS
               CALL 'ABENDRTN' USING ABEND-DIAG-AREA
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 100-EXTRACT-INVOICES.
           PERFORM 200-EXTRACT-PAYMENTS.
           PERFORM 300-EXTRACT-ORDERS.
           PERFORM 400-EXTRACT-TREATMENTS.
           CLOSE ADSTAT-OUTPUT-FILE.
           PERFORM 700-LIST-CATEGORY
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > WS-CAT-COUNT.
           DISPLAY 'ADSFEED: RECORDS READ ' WS-RECS-READ
                   ' WRITTEN ' WS-RECS-WRITTEN
                   ' SKIPPED ' WS-RECS-SKIPPED.
           IF WS-FEED-MISSING-CTR > 0
              OR WS-RECS-SKIPPED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
           PERFORM 900-WRITE-CONTROL-TOTALS.
           DISPLAY 'ADSFEED ENDING'.
           GOBACK.

       040-GET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BUSINESS-YYYYMMDD.
           OPEN INPUT BUSDATE-FILE.
           IF WS-BUSDATE-STATUS = '00'
               READ BUSDATE-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF BUSDATE-PARM IS NUMERIC
                          AND BUSDATE-PARM NOT = ZERO
                           MOVE BUSDATE-PARM TO WS-BUSINESS-YYYYMMDD
                           DISPLAY 'BUSINESS DATE OVERRIDE: '
                                   WS-BUSINESS-YYYYMMDD
                       END-IF
               END-READ
               CLOSE BUSDATE-FILE
           END-IF.

      *    INVOICE AMOUNTS FROM ACT2DATA.  A CREDIT (NEGATIVE)
      *    AMOUNT GOES OUT WITH ITS SIGN.
       100-EXTRACT-INVOICES.
           MOVE 'ACT2DATA' TO WS-FEED-NAME.
           OPEN INPUT INVOICE-FILE.
           IF WS-INVOICE-STATUS NOT = '00'
               MOVE WS-INVOICE-STATUS TO WS-FEED-STATUS
               PERFORM 600-FEED-NOT-AVAILABLE
           ELSE
               PERFORM 610-START-FEED
               PERFORM 810-READ-INVOICE
               PERFORM 110-EXTRACT-ONE-INVOICE
                   UNTIL EOF-INPUT
               CLOSE INVOICE-FILE
               PERFORM 620-END-FEED
           END-IF.

       110-EXTRACT-ONE-INVOICE.
           IF A2C-HEADER OR A2C-TRAILER
               CONTINUE
           ELSE
               ADD 1 TO WS-FEED-READ
               IF INV-AMT IS NUMERIC
                   MOVE 'INVC' TO WS-CUR-CATEGORY
                   COMPUTE OUT-AMOUNT ROUNDED = INV-AMT
                   PERFORM 500-WRITE-ADSTAT-REC
               ELSE
                   ADD 1 TO WS-FEED-SKIPPED
               END-IF
           END-IF.
           PERFORM 810-READ-INVOICE.

      *    PAYMENT AMOUNTS FROM PAYMDATA.
       200-EXTRACT-PAYMENTS.
           MOVE 'PAYMDATA' TO WS-FEED-NAME.
           OPEN INPUT PAYMENT-FILE.
           IF WS-PAYMENT-STATUS NOT = '00'
               MOVE WS-PAYMENT-STATUS TO WS-FEED-STATUS
               PERFORM 600-FEED-NOT-AVAILABLE
           ELSE
               PERFORM 610-START-FEED
               PERFORM 820-READ-PAYMENT
               PERFORM 210-EXTRACT-ONE-PAYMENT
                   UNTIL EOF-INPUT
               CLOSE PAYMENT-FILE
               PERFORM 620-END-FEED
           END-IF.

       210-EXTRACT-ONE-PAYMENT.
           ADD 1 TO WS-FEED-READ.
           IF PAY-AMT IS NUMERIC
               MOVE 'PAYM' TO WS-CUR-CATEGORY
               COMPUTE OUT-AMOUNT ROUNDED = PAY-AMT
               PERFORM 500-WRITE-ADSTAT-REC
           ELSE
               ADD 1 TO WS-FEED-SKIPPED
           END-IF.
           PERFORM 820-READ-PAYMENT.

      *    ORDER AMOUNTS FROM THE SAM1V ORDER DETAIL FILE.
       300-EXTRACT-ORDERS.
           MOVE 'ORDFILE ' TO WS-FEED-NAME.
           OPEN INPUT ORDER-FILE.
           IF WS-ORDER-STATUS NOT = '00'
               MOVE WS-ORDER-STATUS TO WS-FEED-STATUS
               PERFORM 600-FEED-NOT-AVAILABLE
           ELSE
               PERFORM 610-START-FEED
               PERFORM 830-READ-ORDER
               PERFORM 310-EXTRACT-ONE-ORDER
                   UNTIL EOF-INPUT
               CLOSE ORDER-FILE
               PERFORM 620-END-FEED
           END-IF.

       310-EXTRACT-ONE-ORDER.
           ADD 1 TO WS-FEED-READ.
           IF ORD-AMOUNT IS NUMERIC
               MOVE 'ORDR' TO WS-CUR-CATEGORY
               COMPUTE OUT-AMOUNT ROUNDED = ORD-AMOUNT
               PERFORM 500-WRITE-ADSTAT-REC
           ELSE
               ADD 1 TO WS-FEED-SKIPPED
           END-IF.
           PERFORM 830-READ-ORDER.

      *    TREATMENT COSTS FROM TRMTDATA, ONE CATEGORY PER PROCEDURE
      *    TYPE SO AN MRI IS NEVER MEASURED AGAINST A LAB TEST.
      *    THE TRAILER ENDS THE FILE.
       400-EXTRACT-TREATMENTS.
           MOVE 'TRMTDATA' TO WS-FEED-NAME.
           OPEN INPUT TREATMENT-FILE.
           IF WS-TREATMENT-STATUS NOT = '00'
               MOVE WS-TREATMENT-STATUS TO WS-FEED-STATUS
               PERFORM 600-FEED-NOT-AVAILABLE
           ELSE
               PERFORM 610-START-FEED
               PERFORM 840-READ-TREATMENT
               PERFORM 410-EXTRACT-ONE-TREATMENT
                   UNTIL EOF-INPUT OR TRMT-TRAILER-FOUND
               CLOSE TREATMENT-FILE
               PERFORM 620-END-FEED
           END-IF.

       410-EXTRACT-ONE-TREATMENT.
           ADD 1 TO WS-FEED-READ.
           IF MEDICATION-COST IS NUMERIC
              AND PHARMACY-COST IS NUMERIC
              AND ANCILLARY-CHARGE IS NUMERIC
               PERFORM 420-SET-TREATMENT-CATEGORY
               COMPUTE WS-TRMT-COST = MEDICATION-COST
                                    + PHARMACY-COST
                                    + ANCILLARY-CHARGE
               COMPUTE OUT-AMOUNT ROUNDED = WS-TRMT-COST
               PERFORM 500-WRITE-ADSTAT-REC
           ELSE
               ADD 1 TO WS-FEED-SKIPPED
           END-IF.
           PERFORM 840-READ-TREATMENT.

       420-SET-TREATMENT-CATEGORY.
           EVALUATE TRUE
              WHEN MRI
                  MOVE 'TMRI' TO WS-CUR-CATEGORY
              WHEN CAT
                  MOVE 'TCAT' TO WS-CUR-CATEGORY
              WHEN CHEMO-THERAPY
                  MOVE 'TCHM' TO WS-CUR-CATEGORY
              WHEN RADIATION-THERAPY
                  MOVE 'TRAD' TO WS-CUR-CATEGORY
              WHEN SURGERY
                  MOVE 'TSRG' TO WS-CUR-CATEGORY
              WHEN LAB-TESTS
                  MOVE 'TLAB' TO WS-CUR-CATEGORY
              WHEN OTHER
                  MOVE 'TOTH' TO WS-CUR-CATEGORY
           END-EVALUATE.

      *    OUT-AMOUNT IS SET BY THE CALLER
       500-WRITE-ADSTAT-REC.
           MOVE WS-CUR-CATEGORY TO OUT-CATEGORY.
           MOVE SPACES TO ADSTAT-OUTPUT-REC (13:68).
           WRITE ADSTAT-OUTPUT-REC.
           ADD 1 TO WS-RECS-WRITTEN.
           PERFORM 510-NOTE-CATEGORY.

       510-NOTE-CATEGORY.
           MOVE 0 TO WS-CAT-SLOT.
           PERFORM 520-FIND-CATEGORY
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > WS-CAT-COUNT
                  OR WS-CAT-SLOT > 0.
           IF WS-CAT-SLOT = 0
              AND WS-CAT-COUNT < 20
               ADD 1 TO WS-CAT-COUNT
               MOVE WS-CAT-COUNT TO WS-CAT-SLOT
               MOVE WS-CUR-CATEGORY TO CAT-CODE (WS-CAT-SLOT)
               MOVE 0 TO CAT-WRITTEN (WS-CAT-SLOT)
               MOVE 0 TO CAT-TOTAL (WS-CAT-SLOT)
           END-IF.
           IF WS-CAT-SLOT > 0
               ADD 1 TO CAT-WRITTEN (WS-CAT-SLOT)
               ADD OUT-AMOUNT TO CAT-TOTAL (WS-CAT-SLOT)
           END-IF.

       520-FIND-CATEGORY.
           IF CAT-CODE (WS-CAT-SUB) = WS-CUR-CATEGORY
               MOVE WS-CAT-SUB TO WS-CAT-SLOT
           END-IF.

       600-FEED-NOT-AVAILABLE.
           DISPLAY 'ADSFEED: ' WS-FEED-NAME ' NOT AVAILABLE - '
                   'NOT EXTRACTED. RC: ' WS-FEED-STATUS.
           ADD 1 TO WS-FEED-MISSING-CTR.

       610-START-FEED.
           MOVE 'NO ' TO WS-EOF-SW.
           MOVE 0 TO WS-FEED-READ.
           MOVE 0 TO WS-FEED-SKIPPED.

       620-END-FEED.
           ADD WS-FEED-READ TO WS-RECS-READ.
           ADD WS-FEED-SKIPPED TO WS-RECS-SKIPPED.
           DISPLAY 'ADSFEED: ' WS-FEED-NAME ' READ ' WS-FEED-READ
                   ' AMOUNT NOT NUMERIC ' WS-FEED-SKIPPED.

       700-LIST-CATEGORY.
           MOVE CAT-CODE (WS-CAT-SUB) TO DL-CAT-CODE.
           MOVE CAT-WRITTEN (WS-CAT-SUB) TO DL-CAT-WRITTEN.
           MOVE CAT-TOTAL (WS-CAT-SUB) TO DL-CAT-TOTAL.
           DISPLAY DL-CATEGORY.

       810-READ-INVOICE.
           READ INVOICE-FILE
               AT END MOVE 'YES' TO WS-EOF-SW.

       820-READ-PAYMENT.
           READ PAYMENT-FILE
               AT END MOVE 'YES' TO WS-EOF-SW.

       830-READ-ORDER.
           READ ORDER-FILE
               AT END MOVE 'YES' TO WS-EOF-SW.

       840-READ-TREATMENT.
           READ TREATMENT-FILE
               AT END MOVE 'YES' TO WS-EOF-SW.

       900-WRITE-CONTROL-TOTALS.
           OPEN EXTEND CTLTOTS-FILE.
           MOVE 'ADSFEED '                  TO CTL-PROGRAM-ID.
           MOVE WS-BUSINESS-YYYYMMDD        TO CTL-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO CTL-RUN-TIME.
           MOVE WS-RECS-READ                TO CTL-RECORDS-READ.
           MOVE WS-RECS-WRITTEN             TO CTL-RECORDS-WRITTEN.
           MOVE WS-RECS-SKIPPED             TO CTL-RECORDS-ERROR.
           MOVE RETURN-CODE                 TO CTL-RETURN-CODE.
           WRITE CTL-TOTALS-RECORD.
           CLOSE CTLTOTS-FILE.
