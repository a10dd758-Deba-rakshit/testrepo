       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PATPOST.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEV Center.
       DATE-WRITTEN. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *          PATIENT ACCOUNTS RECEIVABLE POSTING.  SANDBOX OPENS A
      *          PATACCT ACCOUNT FOR EVERY DISCHARGE; THIS RUN POSTS
      *          THE MONEY AGAINST IT - INSURER REMITTANCES (PAID,
      *          CONTRACTUAL ADJUSTMENT AND PATIENT RESPONSIBILITY
      *          FROM THE EOB) AND PATIENT PAYMENTS - SO BILLING NO
      *          LONGER KEEPS THE BALANCES IN A SPREADSHEET.
      *
      *          A REMITTANCE REDUCES THE INSURANCE BALANCE BY THE
      *          PAID, ADJUSTED AND PATIENT-RESPONSIBILITY AMOUNTS AND
      *          MOVES THE PATIENT RESPONSIBILITY ONTO THE PATIENT
      *          BALANCE.  A PATIENT PAYMENT REDUCES THE PATIENT
      *          BALANCE.  AN ACCOUNT WHOSE BALANCES BOTH REACH ZERO
      *          IS CLOSED.  OVERPAYMENTS POST AND ARE FLAGGED ON THE
      *          REPORT AS CREDIT BALANCES FOR REFUND REVIEW.
      *
      *          TRANSACTION RECORD (POSTIN, 80 BYTES):
      *              COL   1     TYPE: R=INSURER REMITTANCE
      *                                P=PATIENT PAYMENT
      *              COLS  3-8   PATIENT ID
      *              COLS 10-17  DISCHARGE DATE (ACCOUNT KEY)
      *              COLS 19-27  PAID AMOUNT        9(7)V99
      *              COLS 29-37  CONTRACTUAL ADJ    9(7)V99 (R ONLY)
      *              COLS 39-47  PATIENT RESP       9(7)V99 (R ONLY)
      *              COLS 49-58  CHECK / EOB REFERENCE
      *
      *          TRANSACTIONS THAT CANNOT BE POSTED ARE COPIED AS-IS
      *          TO POSTERR FOR CORRECTION AND RE-ENTRY, THE SAME
      *          REPAIR FLOW CLMRESP GIVES REJECTED CLAIMS.  THE
      *          POSTING DATE IS THE BUSINESS DATE (BUSDATE CARD,
      *          ELSE TODAY).
      *
      *          RETURN CODES - 0 ALL POSTED, 4 TRANSACTIONS REJECTED,
      *          16 PATACCT COULD NOT BE OPENED.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATACCT
                  ASSIGN       to PATACCT
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PA-ACCOUNT-KEY
                  FILE STATUS  is PATACCT-STATUS.

           SELECT POSTIN
           ASSIGN TO UT-S-POSTIN
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT POSTERR
           ASSIGN TO UT-S-POSTERR
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT POSTRPT
           ASSIGN TO UT-S-POSTRPT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT BUSDATE-FILE
           ASSIGN TO UT-S-BUSDATE
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PATACCT
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS PATIENT-ACCOUNT-REC.
       COPY PATACCT.

       FD  POSTIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS POST-TRAN-REC.
       01  POST-TRAN-REC.
           05  PT-TRAN-TYPE            PIC X(1).
               88  PT-REMITTANCE         VALUE "R".
               88  PT-PATIENT-PAYMENT    VALUE "P".
               88  PT-TYPE-VALID         VALUES "R", "P".
           05  FILLER                  PIC X(1).
           05  PT-PATIENT-ID           PIC 9(6).
           05  FILLER                  PIC X(1).
           05  PT-DISCH-DATE           PIC X(8).
           05  FILLER                  PIC X(1).
           05  PT-PAID-AMT             PIC 9(7)V99.
           05  FILLER                  PIC X(1).
           05  PT-CONTRACT-ADJ         PIC 9(7)V99.
           05  FILLER                  PIC X(1).
           05  PT-PAT-RESP             PIC 9(7)V99.
           05  FILLER                  PIC X(1).
           05  PT-REFERENCE            PIC X(10).
           05  FILLER                  PIC X(22).

       FD  POSTERR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS POSTERR-REC.
       01  POSTERR-REC  PIC X(80).

       FD  POSTRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS POSTRPT-REC.
       01  POSTRPT-REC  PIC X(132).

      *    OPTIONAL AS-OF BUSINESS DATE CARD (YYYYMMDD, COLS 1-8)
       FD  BUSDATE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BUSDATE-RECORD.
       01  BUSDATE-RECORD.
           05  BUSDATE-PARM           PIC 9(8).
           05  FILLER                 PIC X(72).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  PATACCT-STATUS            PIC X(2).
               88 PATACCT-OK       VALUE "00".
               88 PATACCT-NOT-FOUND VALUE "23".
           05  OFCODE                    PIC X(2).
           05  WS-BUSDATE-STATUS         PIC X(2).

       01  FLAGS-AND-SWITCHES.
           05 WS-RUN-OK-SW               PIC X(01) VALUE "N".
               88 RUN-OK           VALUE "Y".
           05 MORE-TRAN-SW               PIC X(01) VALUE "Y".
               88 NO-MORE-TRANS    VALUE "N".

       01  DATE-WORK-FIELDS.
           05 WS-TODAY-YYYYMMDD        PIC 9(8)  VALUE 0.
           05 WS-BUSINESS-YYYYMMDD     PIC 9(8)  VALUE 0.

       01  POSTING-WORK-FIELDS.
           05 WS-REMIT-TOTAL           PIC S9(7)V99 COMP-3 VALUE 0.
           05 WS-REJECT-REASON         PIC X(24) VALUE SPACES.

       01  COUNTERS-AND-ACCUMULATORS.
           05 WS-TRANS-READ            PIC S9(7) COMP-3 VALUE 0.
           05 WS-REMITS-POSTED         PIC S9(7) COMP-3 VALUE 0.
           05 WS-PAYMENTS-POSTED       PIC S9(7) COMP-3 VALUE 0.
           05 WS-TRANS-REJECTED        PIC S9(7) COMP-3 VALUE 0.
           05 WS-ACCTS-CLOSED          PIC S9(7) COMP-3 VALUE 0.
           05 WS-CREDIT-BALANCES       PIC S9(7) COMP-3 VALUE 0.
           05 WS-TOT-INS-PAID          PIC S9(9)V99 COMP-3 VALUE 0.
           05 WS-TOT-CONTRACT-ADJ      PIC S9(9)V99 COMP-3 VALUE 0.
           05 WS-TOT-PAT-RESP          PIC S9(9)V99 COMP-3 VALUE 0.
           05 WS-TOT-PATIENT-PAID      PIC S9(9)V99 COMP-3 VALUE 0.

       01  WS-RPT-HDR.
           05  FILLER     PIC X(46) VALUE
               "PATIENT ACCOUNTS RECEIVABLE - POSTING REGISTER".
           05  FILLER     PIC X(8)  VALUE "  DATE: ".
           05  RPT-DATE-O           PIC 9(8).
           05  FILLER     PIC X(70) VALUE SPACES.

       01  WS-RPT-COLS.
           05  FILLER     PIC X(44) VALUE
               "T PAT-ID DISCHRGD REFERENCE         PAID    ".
           05  FILLER     PIC X(44) VALUE
               "  CONTRACT ADJ   PATIENT RESP    INS BALANCE".
           05  FILLER     PIC X(44) VALUE
               "    PAT BALANCE  STATUS                     ".

       01  WS-RPT-DETAIL.
           05  RPT-TYPE-O           PIC X(1).
           05  FILLER     PIC X(1)  VALUE SPACES.
           05  RPT-PATIENT-O        PIC X(6).
           05  FILLER     PIC X(1)  VALUE SPACES.
           05  RPT-DISCH-O          PIC X(8).
           05  FILLER     PIC X(1)  VALUE SPACES.
           05  RPT-REFERENCE-O      PIC X(10).
           05  FILLER     PIC X(1)  VALUE SPACES.
           05  RPT-PAID-O           PIC Z,ZZZ,ZZ9.99-.
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  RPT-ADJ-O            PIC Z,ZZZ,ZZ9.99-.
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  RPT-RESP-O           PIC Z,ZZZ,ZZ9.99-.
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  RPT-INS-BAL-O        PIC Z,ZZZ,ZZ9.99-.
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  RPT-PAT-BAL-O        PIC Z,ZZZ,ZZ9.99-.
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  RPT-STATUS-O         PIC X(24).
           05  FILLER     PIC X(4)  VALUE SPACES.

       01  WS-RPT-COUNT-LINE.
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  RPT-COUNT-LABEL      PIC X(32).
           05  RPT-COUNT-O          PIC ZZZ,ZZ9.
           05  FILLER     PIC X(91) VALUE SPACES.

       01  WS-RPT-AMOUNT-LINE.
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  RPT-AMOUNT-LABEL     PIC X(32).
           05  RPT-AMOUNT-O         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER     PIC X(83) VALUE SPACES.

       01  WS-BLANK-LINE.
           05  FILLER     PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           IF RUN-OK
               PERFORM 100-POST-ONE-TRAN THRU 100-EXIT
                       UNTIL NO-MORE-TRANS.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-YYYYMMDD.
           PERFORM 010-GET-BUSINESS-DATE THRU 010-EXIT.
           OPEN I-O PATACCT.
           IF NOT PATACCT-OK
               DISPLAY "PATPOST: PATACCT OPEN FAILED - STATUS "
                       PATACCT-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 000-EXIT.
           OPEN INPUT POSTIN.
           OPEN OUTPUT POSTERR, POSTRPT.
           MOVE WS-BUSINESS-YYYYMMDD TO RPT-DATE-O.
           WRITE POSTRPT-REC FROM WS-RPT-HDR.
           WRITE POSTRPT-REC FROM WS-RPT-COLS.
           MOVE "Y" TO WS-RUN-OK-SW.
       000-EXIT.
           EXIT.

       010-GET-BUSINESS-DATE.
           MOVE WS-TODAY-YYYYMMDD TO WS-BUSINESS-YYYYMMDD.
           OPEN INPUT BUSDATE-FILE.
           IF WS-BUSDATE-STATUS NOT = "00"
               GO TO 010-EXIT.
           READ BUSDATE-FILE
               AT END GO TO 010-CLOSE
           END-READ.
           IF BUSDATE-PARM NUMERIC
              AND BUSDATE-PARM NOT = ZERO
               MOVE BUSDATE-PARM TO WS-BUSINESS-YYYYMMDD
               DISPLAY "BUSINESS DATE OVERRIDE: "
                       WS-BUSINESS-YYYYMMDD.
       010-CLOSE.
           CLOSE BUSDATE-FILE.
       010-EXIT.
           EXIT.

       100-POST-ONE-TRAN.
           READ POSTIN
               AT END MOVE "N" TO MORE-TRAN-SW
               GO TO 100-EXIT
           END-READ.
           ADD +1 TO WS-TRANS-READ.
           PERFORM 110-EDIT-TRAN THRU 110-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 190-REJECT-TRAN THRU 190-EXIT
               GO TO 100-EXIT.
           MOVE PT-PATIENT-ID TO PA-PATIENT-ID.
           MOVE PT-DISCH-DATE TO PA-DISCH-DATE.
           READ PATACCT.
           IF PATACCT-NOT-FOUND
               MOVE "NO ACCOUNT FOR STAY" TO WS-REJECT-REASON
               PERFORM 190-REJECT-TRAN THRU 190-EXIT
               GO TO 100-EXIT.
           IF NOT PATACCT-OK
               DISPLAY "PATPOST: PATACCT READ FAILED - STATUS "
                       PATACCT-STATUS " PATIENT " PT-PATIENT-ID
               MOVE "ACCOUNT READ ERROR" TO WS-REJECT-REASON
               PERFORM 190-REJECT-TRAN THRU 190-EXIT
               GO TO 100-EXIT.
           IF PT-REMITTANCE
               PERFORM 200-APPLY-REMITTANCE THRU 200-EXIT
           ELSE
               PERFORM 300-APPLY-PATIENT-PAYMENT THRU 300-EXIT.
           PERFORM 400-UPDATE-ACCOUNT THRU 400-EXIT.
       100-EXIT.
           EXIT.

      *    ONLY THE FIELDS THE TRANSACTION TYPE USES ARE EDITED - A
      *    PATIENT PAYMENT MAY LEAVE THE REMITTANCE COLUMNS BLANK.
       110-EDIT-TRAN.
           MOVE SPACES TO WS-REJECT-REASON.
           IF NOT PT-TYPE-VALID
               MOVE "INVALID TRANSACTION TYPE" TO WS-REJECT-REASON
               GO TO 110-EXIT.
           IF PT-PATIENT-ID NOT NUMERIC
               MOVE "PATIENT ID NOT NUMERIC" TO WS-REJECT-REASON
               GO TO 110-EXIT.
           IF PT-PAID-AMT NOT NUMERIC
               MOVE "PAID AMOUNT NOT NUMERIC" TO WS-REJECT-REASON
               GO TO 110-EXIT.
           IF PT-PATIENT-PAYMENT
               IF PT-PAID-AMT = ZERO
                   MOVE "ZERO PAYMENT AMOUNT" TO WS-REJECT-REASON
               END-IF
               GO TO 110-EXIT.
           IF PT-CONTRACT-ADJ NOT NUMERIC
               MOVE "ADJUSTMENT NOT NUMERIC" TO WS-REJECT-REASON
               GO TO 110-EXIT.
           IF PT-PAT-RESP NOT NUMERIC
               MOVE "PATIENT RESP NOT NUMERIC" TO WS-REJECT-REASON
               GO TO 110-EXIT.
           IF PT-PAID-AMT = ZERO AND PT-CONTRACT-ADJ = ZERO
              AND PT-PAT-RESP = ZERO
               MOVE "EMPTY REMITTANCE" TO WS-REJECT-REASON.
       110-EXIT.
           EXIT.

       190-REJECT-TRAN.
           ADD +1 TO WS-TRANS-REJECTED.
           WRITE POSTERR-REC FROM POST-TRAN-REC.
           MOVE SPACES TO WS-RPT-DETAIL.
           MOVE PT-TRAN-TYPE     TO RPT-TYPE-O.
           MOVE POST-TRAN-REC (3:6) TO RPT-PATIENT-O.
           MOVE PT-DISCH-DATE    TO RPT-DISCH-O.
           MOVE PT-REFERENCE     TO RPT-REFERENCE-O.
           MOVE WS-REJECT-REASON TO RPT-STATUS-O.
           WRITE POSTRPT-REC FROM WS-RPT-DETAIL.
       190-EXIT.
           EXIT.

      *    THE EOB SETTLES THE CARRIER'S SHARE: WHAT IT PAID, WHAT
      *    THE CONTRACT WRITES OFF AND WHAT IT PASSES TO THE PATIENT.
       200-APPLY-REMITTANCE.
           COMPUTE WS-REMIT-TOTAL =
               PT-PAID-AMT + PT-CONTRACT-ADJ + PT-PAT-RESP.
           ADD PT-PAID-AMT     TO PA-INS-PAID, WS-TOT-INS-PAID.
           ADD PT-CONTRACT-ADJ TO PA-CONTRACT-ADJ, WS-TOT-CONTRACT-ADJ.
           ADD PT-PAT-RESP     TO PA-PAT-RESP-XFER, WS-TOT-PAT-RESP.
           SUBTRACT WS-REMIT-TOTAL FROM PA-INSURANCE-BALANCE.
           ADD PT-PAT-RESP     TO PA-PATIENT-BALANCE.
           ADD +1 TO WS-REMITS-POSTED.
       200-EXIT.
           EXIT.

       300-APPLY-PATIENT-PAYMENT.
           ADD PT-PAID-AMT TO PA-PATIENT-PAID, WS-TOT-PATIENT-PAID.
           SUBTRACT PT-PAID-AMT FROM PA-PATIENT-BALANCE.
           ADD +1 TO WS-PAYMENTS-POSTED.
       300-EXIT.
           EXIT.

       400-UPDATE-ACCOUNT.
           MOVE WS-BUSINESS-YYYYMMDD TO PA-LAST-PAYMENT-DATE.
           MOVE SPACES TO WS-RPT-DETAIL.
           MOVE "POSTED" TO RPT-STATUS-O.
           IF PA-INSURANCE-BALANCE < ZERO
              OR PA-PATIENT-BALANCE < ZERO
               ADD +1 TO WS-CREDIT-BALANCES
               MOVE "POSTED - CREDIT BALANCE" TO RPT-STATUS-O
           ELSE
           IF PA-INSURANCE-BALANCE = ZERO
              AND PA-PATIENT-BALANCE = ZERO
              AND PA-ACCT-OPEN
               MOVE "C" TO PA-ACCT-STATUS
               ADD +1 TO WS-ACCTS-CLOSED
               MOVE "POSTED - ACCOUNT CLOSED" TO RPT-STATUS-O.
           IF PA-ACCT-CLOSED
              AND (PA-INSURANCE-BALANCE NOT = ZERO
                   OR PA-PATIENT-BALANCE NOT = ZERO)
               MOVE "O" TO PA-ACCT-STATUS.
           REWRITE PATIENT-ACCOUNT-REC.
           IF NOT PATACCT-OK
               DISPLAY "PATPOST: PATACCT REWRITE FAILED - STATUS "
                       PATACCT-STATUS " PATIENT " PA-PATIENT-ID
               MOVE "ACCOUNT NOT UPDATED" TO RPT-STATUS-O.
           MOVE PT-TRAN-TYPE     TO RPT-TYPE-O.
           MOVE PA-PATIENT-ID    TO RPT-PATIENT-O.
           MOVE PA-DISCH-DATE    TO RPT-DISCH-O.
           MOVE PT-REFERENCE     TO RPT-REFERENCE-O.
           MOVE PT-PAID-AMT      TO RPT-PAID-O.
           IF PT-REMITTANCE
               MOVE PT-CONTRACT-ADJ TO RPT-ADJ-O
               MOVE PT-PAT-RESP     TO RPT-RESP-O.
           MOVE PA-INSURANCE-BALANCE TO RPT-INS-BAL-O.
           MOVE PA-PATIENT-BALANCE   TO RPT-PAT-BAL-O.
           WRITE POSTRPT-REC FROM WS-RPT-DETAIL.
       400-EXIT.
           EXIT.

       999-CLEANUP.
           IF NOT RUN-OK
               GO TO 999-EXIT.
           WRITE POSTRPT-REC FROM WS-BLANK-LINE.
           MOVE "TRANSACTIONS READ               " TO RPT-COUNT-LABEL.
           MOVE WS-TRANS-READ TO RPT-COUNT-O.
           WRITE POSTRPT-REC FROM WS-RPT-COUNT-LINE.
           MOVE "REMITTANCES POSTED              " TO RPT-COUNT-LABEL.
           MOVE WS-REMITS-POSTED TO RPT-COUNT-O.
           WRITE POSTRPT-REC FROM WS-RPT-COUNT-LINE.
           MOVE "PATIENT PAYMENTS POSTED         " TO RPT-COUNT-LABEL.
           MOVE WS-PAYMENTS-POSTED TO RPT-COUNT-O.
           WRITE POSTRPT-REC FROM WS-RPT-COUNT-LINE.
           MOVE "REJECTED - TO POSTERR           " TO RPT-COUNT-LABEL.
           MOVE WS-TRANS-REJECTED TO RPT-COUNT-O.
           WRITE POSTRPT-REC FROM WS-RPT-COUNT-LINE.
           MOVE "ACCOUNTS CLOSED                 " TO RPT-COUNT-LABEL.
           MOVE WS-ACCTS-CLOSED TO RPT-COUNT-O.
           WRITE POSTRPT-REC FROM WS-RPT-COUNT-LINE.
           MOVE "CREDIT BALANCES FOR REVIEW      " TO RPT-COUNT-LABEL.
           MOVE WS-CREDIT-BALANCES TO RPT-COUNT-O.
           WRITE POSTRPT-REC FROM WS-RPT-COUNT-LINE.
           MOVE "INSURER PAYMENTS                " TO RPT-AMOUNT-LABEL.
           MOVE WS-TOT-INS-PAID TO RPT-AMOUNT-O.
           WRITE POSTRPT-REC FROM WS-RPT-AMOUNT-LINE.
           MOVE "CONTRACTUAL ADJUSTMENTS         " TO RPT-AMOUNT-LABEL.
           MOVE WS-TOT-CONTRACT-ADJ TO RPT-AMOUNT-O.
           WRITE POSTRPT-REC FROM WS-RPT-AMOUNT-LINE.
           MOVE "TRANSFERRED TO PATIENT          " TO RPT-AMOUNT-LABEL.
           MOVE WS-TOT-PAT-RESP TO RPT-AMOUNT-O.
           WRITE POSTRPT-REC FROM WS-RPT-AMOUNT-LINE.
           MOVE "PATIENT PAYMENTS                " TO RPT-AMOUNT-LABEL.
           MOVE WS-TOT-PATIENT-PAID TO RPT-AMOUNT-O.
           WRITE POSTRPT-REC FROM WS-RPT-AMOUNT-LINE.
           CLOSE PATACCT, POSTIN, POSTERR, POSTRPT.
           IF WS-TRANS-REJECTED > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE.
           DISPLAY "PATPOST: " WS-REMITS-POSTED " REMITTANCES "
                   WS-PAYMENTS-POSTED " PAYMENTS "
                   WS-TRANS-REJECTED " REJECTED".
       999-EXIT.
           EXIT.
