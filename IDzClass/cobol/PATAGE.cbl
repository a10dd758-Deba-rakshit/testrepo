       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PATAGE.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEV Center.
       DATE-WRITTEN. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *          PATIENT AGED-BALANCE REPORT AND SELF-PAY FOLLOW-UP
      *          STATEMENTS.  RUNS AFTER PATPOST.
      *
      *          ONE SEQUENTIAL PASS OF PATACCT.  EVERY ACCOUNT STILL
      *          CARRYING A BALANCE IS AGED BY DAYS SINCE DISCHARGE
      *          INTO THE SAME CURRENT / OVER 30 / OVER 60 / OVER 90 /
      *          OVER 120 BUCKETS CNTRLBRK USES FOR THE INVOICE AGING,
      *          WITH THE BUCKET TOTALS SPLIT BETWEEN WHAT THE CARRIERS
      *          STILL OWE AND WHAT THE PATIENTS OWE, AND THE PERCENT
      *          OF THE TOTAL IN EACH BUCKET.
      *
      *          A PATIENT BALANCE WITH NOTHING LEFT OUTSTANDING FROM
      *          THE CARRIER (OR NO CARRIER AT ALL) IS SELF-PAY.  IF
      *          30 DAYS HAVE PASSED SINCE ITS LAST STATEMENT (THE
      *          DISCHARGE STATEMENT COUNTS AS THE FIRST) A FOLLOW-UP
      *          STATEMENT IS WRITTEN TO FOLLOWST AND THE ACCOUNT'S
      *          STATEMENT DATE AND COUNT ARE UPDATED.  THE THIRD AND
      *          LATER FOLLOW-UPS CARRY A FINAL-NOTICE LINE.
      *
      *          THE AGING IS AS OF THE BUSINESS DATE (BUSDATE CARD,
      *          ELSE TODAY).
      *
      *          RETURN CODES - 0 NORMAL, 16 PATACCT COULD NOT BE READ.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
       SPECIAL-NAMES.
           C01 IS NEXT-PAGE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATACCT
                  ASSIGN       to PATACCT
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is PA-ACCOUNT-KEY
                  FILE STATUS  is PATACCT-STATUS.

           SELECT AGERPT
           ASSIGN TO UT-S-AGERPT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT FOLLOWST
           ASSIGN TO UT-S-FOLLOWST
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

       FD  AGERPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS AGERPT-REC.
       01  AGERPT-REC  PIC X(132).

       FD  FOLLOWST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS FOLLOWST-REC.
       01  FOLLOWST-REC  PIC X(132).

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
           05  OFCODE                    PIC X(2).
           05  WS-BUSDATE-STATUS         PIC X(2).

       01  FLAGS-AND-SWITCHES.
           05 WS-RUN-OK-SW               PIC X(01) VALUE "N".
               88 RUN-OK           VALUE "Y".
           05 MORE-ACCT-SW               PIC X(01) VALUE "Y".
               88 NO-MORE-ACCOUNTS VALUE "N".

       01  DATE-WORK-FIELDS.
           05 WS-TODAY-YYYYMMDD        PIC 9(8)  VALUE 0.
           05 WS-BUSINESS-YYYYMMDD     PIC 9(8)  VALUE 0.
           05 WS-BUSINESS-INT          PIC S9(9) COMP VALUE 0.
           05 WS-WORK-YYYYMMDD         PIC 9(8)  VALUE 0.
           05 WS-DAYS-OLD              PIC S9(5) COMP-3 VALUE 0.
           05 WS-DAYS-SINCE-STMT       PIC S9(5) COMP-3 VALUE 0.

       01  AGING-WORK-FIELDS.
           05 WS-AGE-SUB               PIC S9(4) COMP VALUE 0.
           05 WS-BUCKET                PIC S9(4) COMP VALUE 0.
           05 WS-ACCT-BALANCE          PIC S9(7)V99 COMP-3 VALUE 0.
           05 WS-AGE-INS-TOT  OCCURS 6 TIMES
                                       PIC S9(9)V99 COMP-3.
           05 WS-AGE-PAT-TOT  OCCURS 6 TIMES
                                       PIC S9(9)V99 COMP-3.
           05 WS-AGE-GRAND-TOT OCCURS 6 TIMES
                                       PIC S9(9)V99 COMP-3.
           05 WS-AGE-PCT               PIC S9(3)V99 COMP-3 VALUE 0.

       01  COUNTERS-AND-ACCUMULATORS.
           05 WS-ACCTS-READ            PIC S9(7) COMP-3 VALUE 0.
           05 WS-ACCTS-AGED            PIC S9(7) COMP-3 VALUE 0.
           05 WS-STMTS-WRITTEN         PIC S9(7) COMP-3 VALUE 0.
           05 WS-FINAL-NOTICES         PIC S9(7) COMP-3 VALUE 0.
           05 WS-LINES                 PIC S9(3) COMP-3 VALUE 99.
           05 WS-PAGES                 PIC S9(5) COMP-3 VALUE 0.
           05 WS-MAX-LINES             PIC S9(3) COMP-3 VALUE 55.

       01  WS-RPT-HDR.
           05  FILLER     PIC X(38) VALUE
               "PATIENT ACCOUNTS - AGED BALANCES AS OF".
           05  FILLER     PIC X(1)  VALUE SPACES.
           05  RPT-DATE-O           PIC 9(8).
           05  FILLER     PIC X(74) VALUE SPACES.
           05  FILLER     PIC X(6)  VALUE "PAGE: ".
           05  RPT-PAGE-O           PIC ZZZZ9.

       01  WS-RPT-COLS.
           05  FILLER     PIC X(36) VALUE
               "  PAT-ID  NAME            DISCHRGD S".
           05  FILLER     PIC X(14) VALUE "      CURRENT ".
           05  FILLER     PIC X(14) VALUE "      OVER 30 ".
           05  FILLER     PIC X(14) VALUE "      OVER 60 ".
           05  FILLER     PIC X(14) VALUE "      OVER 90 ".
           05  FILLER     PIC X(14) VALUE "     OVER 120 ".
           05  FILLER     PIC X(14) VALUE "        TOTAL ".
           05  FILLER     PIC X(12) VALUE SPACES.

       01  WS-RPT-DETAIL.
           05  FILLER     PIC X(2).
           05  RPT-PATIENT-O        PIC 9(6).
           05  FILLER     PIC X(2).
           05  RPT-NAME-O           PIC X(15).
           05  FILLER     PIC X(1).
           05  RPT-DISCH-O          PIC X(8).
           05  FILLER     PIC X(1).
           05  RPT-SELF-PAY-O       PIC X(1).
           05  RPT-DETAIL-BUCKET OCCURS 6 TIMES.
               10  FILLER           PIC X(1).
               10  RPT-DETAIL-AMT-O PIC Z,ZZZ,ZZ9.99-.
           05  FILLER     PIC X(12).

       01  WS-RPT-TOTAL.
           05  FILLER     PIC X(2).
           05  RPT-TOTAL-LABEL      PIC X(34).
           05  RPT-TOTAL-BUCKET OCCURS 6 TIMES.
               10  FILLER           PIC X(1).
               10  RPT-TOTAL-AMT-O  PIC Z,ZZZ,ZZ9.99-.
           05  FILLER     PIC X(12).

       01  WS-RPT-PCT.
           05  FILLER     PIC X(2).
           05  RPT-PCT-LABEL        PIC X(34).
           05  RPT-PCT-BUCKET OCCURS 6 TIMES.
               10  FILLER           PIC X(8).
               10  RPT-PCT-O        PIC ZZ9.99.
           05  FILLER     PIC X(12).

       01  WS-RPT-COUNT-LINE.
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  RPT-COUNT-LABEL      PIC X(32).
           05  RPT-COUNT-O          PIC ZZZ,ZZ9.
           05  FILLER     PIC X(91) VALUE SPACES.

       01  WS-BLANK-LINE.
           05  FILLER     PIC X(132) VALUE SPACES.

       01  FOLLOW-UP-STATEMENT-LINES.
           05  FST-HDR-LINE.
               10  FILLER     PIC X(38) VALUE
                   "PATIENT STATEMENT - REMINDER  -  DATE:".
               10  FILLER     PIC X(1)  VALUE SPACES.
               10  FST-HDR-DATE         PIC 9(8).
               10  FILLER     PIC X(85) VALUE SPACES.
           05  FST-PATIENT-LINE.
               10  FILLER     PIC X(9)  VALUE "PATIENT: ".
               10  FST-PAT-NAME         PIC X(21).
               10  FILLER     PIC X(6)  VALUE "  ID: ".
               10  FST-PAT-ID           PIC 9(6).
               10  FILLER     PIC X(21) VALUE "  RESPONSIBLE PARTY: ".
               10  FST-RESP-PARTY       PIC X(21).
               10  FILLER     PIC X(48) VALUE SPACES.
           05  FST-STAY-LINE.
               10  FILLER     PIC X(10) VALUE "ADMITTED: ".
               10  FST-ADMIT-DATE       PIC X(8).
               10  FILLER     PIC X(14) VALUE "  DISCHARGED: ".
               10  FST-DISCH-DATE       PIC X(8).
               10  FILLER     PIC X(92) VALUE SPACES.
           05  FST-AMOUNT-LINE.
               10  FST-AMOUNT-TEXT      PIC X(30).
               10  FST-AMOUNT           PIC Z,ZZZ,ZZ9.99-.
               10  FILLER     PIC X(89) VALUE SPACES.
           05  FST-AGE-LINE.
               10  FILLER     PIC X(24) VALUE
                   "YOUR BALANCE IS PAST DUE".
               10  FILLER     PIC X(1)  VALUE SPACES.
               10  FST-DAYS-OLD         PIC ZZZZ9.
               10  FILLER     PIC X(22) VALUE
                   " DAYS FROM DISCHARGE. ".
               10  FILLER     PIC X(10) VALUE "REMINDER: ".
               10  FST-NOTICE-NO        PIC ZZ9.
               10  FILLER     PIC X(67) VALUE SPACES.
           05  FST-FINAL-LINE.
               10  FILLER     PIC X(44) VALUE
                   "FINAL NOTICE - PLEASE PAY OR CALL THE BILLIN".
               10  FILLER     PIC X(44) VALUE
                   "G OFFICE TO AVOID REFERRAL FOR COLLECTION.  ".
               10  FILLER     PIC X(44) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           IF RUN-OK
               PERFORM 100-PROCESS-ONE-ACCOUNT THRU 100-EXIT
                       UNTIL NO-MORE-ACCOUNTS.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-YYYYMMDD.
           PERFORM 010-GET-BUSINESS-DATE THRU 010-EXIT.
           COMPUTE WS-BUSINESS-INT =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-YYYYMMDD).
           PERFORM 020-CLEAR-TOTALS THRU 020-EXIT
               VARYING WS-AGE-SUB FROM 1 BY 1
                 UNTIL WS-AGE-SUB > 6.
           OPEN I-O PATACCT.
           IF NOT PATACCT-OK
               DISPLAY "PATAGE: PATACCT OPEN FAILED - STATUS "
                       PATACCT-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 000-EXIT.
           OPEN OUTPUT AGERPT, FOLLOWST.
           MOVE WS-BUSINESS-YYYYMMDD TO RPT-DATE-O, FST-HDR-DATE.
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

       020-CLEAR-TOTALS.
           MOVE ZERO TO WS-AGE-INS-TOT (WS-AGE-SUB),
                        WS-AGE-PAT-TOT (WS-AGE-SUB),
                        WS-AGE-GRAND-TOT (WS-AGE-SUB).
       020-EXIT.
           EXIT.

       100-PROCESS-ONE-ACCOUNT.
           READ PATACCT NEXT RECORD
               AT END MOVE "N" TO MORE-ACCT-SW
               GO TO 100-EXIT
           END-READ.
           IF NOT PATACCT-OK
               DISPLAY "PATAGE: PATACCT READ FAILED - STATUS "
                       PATACCT-STATUS
               MOVE "N" TO MORE-ACCT-SW
               MOVE 16 TO RETURN-CODE
               GO TO 100-EXIT.
           ADD +1 TO WS-ACCTS-READ.
           COMPUTE WS-ACCT-BALANCE =
               PA-INSURANCE-BALANCE + PA-PATIENT-BALANCE.
           IF PA-ACCT-CLOSED
              OR (PA-INSURANCE-BALANCE = ZERO
                  AND PA-PATIENT-BALANCE = ZERO)
               GO TO 100-EXIT.
           PERFORM 200-AGE-ACCOUNT THRU 200-EXIT.
           PERFORM 300-FOLLOW-UP-STATEMENT THRU 300-EXIT.
       100-EXIT.
           EXIT.

      *    SAME BUCKET BOUNDARIES AS CNTRLBRK - 30 DAYS AND UNDER IS
      *    CURRENT, THEN OVER 30 / 60 / 90 / 120.
       200-AGE-ACCOUNT.
           MOVE ZERO TO WS-DAYS-OLD.
           IF PA-DISCH-DATE NUMERIC
               MOVE PA-DISCH-DATE TO WS-WORK-YYYYMMDD
               COMPUTE WS-DAYS-OLD = WS-BUSINESS-INT -
                   FUNCTION INTEGER-OF-DATE (WS-WORK-YYYYMMDD).
           IF WS-DAYS-OLD IS LESS THAN ZERO
               MOVE ZERO TO WS-DAYS-OLD.
           IF WS-DAYS-OLD IS NOT GREATER THAN 30
               MOVE 1 TO WS-BUCKET
           ELSE
           IF WS-DAYS-OLD IS NOT GREATER THAN 60
               MOVE 2 TO WS-BUCKET
           ELSE
           IF WS-DAYS-OLD IS NOT GREATER THAN 90
               MOVE 3 TO WS-BUCKET
           ELSE
           IF WS-DAYS-OLD IS NOT GREATER THAN 120
               MOVE 4 TO WS-BUCKET
           ELSE
               MOVE 5 TO WS-BUCKET.
           ADD PA-INSURANCE-BALANCE TO WS-AGE-INS-TOT (WS-BUCKET),
                                       WS-AGE-INS-TOT (6).
           ADD PA-PATIENT-BALANCE   TO WS-AGE-PAT-TOT (WS-BUCKET),
                                       WS-AGE-PAT-TOT (6).
           ADD WS-ACCT-BALANCE      TO WS-AGE-GRAND-TOT (WS-BUCKET),
                                       WS-AGE-GRAND-TOT (6).
           ADD +1 TO WS-ACCTS-AGED.
           MOVE SPACES TO WS-RPT-DETAIL.
           MOVE PA-PATIENT-ID   TO RPT-PATIENT-O.
           MOVE PA-PATIENT-NAME TO RPT-NAME-O.
           MOVE PA-DISCH-DATE   TO RPT-DISCH-O.
           IF PA-SELF-PAY
               MOVE "S" TO RPT-SELF-PAY-O.
           MOVE WS-ACCT-BALANCE TO RPT-DETAIL-AMT-O (WS-BUCKET),
                                   RPT-DETAIL-AMT-O (6).
           IF WS-LINES NOT < WS-MAX-LINES
               PERFORM 700-WRITE-HEADINGS THRU 700-EXIT.
           WRITE AGERPT-REC FROM WS-RPT-DETAIL.
           ADD +1 TO WS-LINES.
       200-EXIT.
           EXIT.

      *    ONLY THE PATIENT'S OWN SHARE IS BILLED - WHILE THE CARRIER
      *    STILL OWES ON THE STAY THE PATIENT IS NOT CHASED.
       300-FOLLOW-UP-STATEMENT.
           IF PA-PATIENT-BALANCE NOT > ZERO
              OR PA-INSURANCE-BALANCE > ZERO
               GO TO 300-EXIT.
           MOVE WS-DAYS-OLD TO WS-DAYS-SINCE-STMT.
           IF PA-LAST-STMT-DATE NUMERIC
               MOVE PA-LAST-STMT-DATE TO WS-WORK-YYYYMMDD
               COMPUTE WS-DAYS-SINCE-STMT = WS-BUSINESS-INT -
                   FUNCTION INTEGER-OF-DATE (WS-WORK-YYYYMMDD).
           IF WS-DAYS-SINCE-STMT < 30
               GO TO 300-EXIT.
           IF PA-STMT-COUNT NOT NUMERIC
               MOVE ZERO TO PA-STMT-COUNT.
           ADD +1 TO PA-STMT-COUNT.
           WRITE FOLLOWST-REC FROM WS-BLANK-LINE.
           WRITE FOLLOWST-REC FROM FST-HDR-LINE.
           MOVE PA-PATIENT-NAME TO FST-PAT-NAME.
           MOVE PA-PATIENT-ID   TO FST-PAT-ID.
           MOVE PA-RESP-PARTY   TO FST-RESP-PARTY.
           WRITE FOLLOWST-REC FROM FST-PATIENT-LINE.
           MOVE PA-DATE-ADMIT   TO FST-ADMIT-DATE.
           MOVE PA-DISCH-DATE   TO FST-DISCH-DATE.
           WRITE FOLLOWST-REC FROM FST-STAY-LINE.
           MOVE "TOTAL CHARGES FOR STAY        " TO FST-AMOUNT-TEXT.
           MOVE PA-TOTAL-CHARGES TO FST-AMOUNT.
           WRITE FOLLOWST-REC FROM FST-AMOUNT-LINE.
           IF NOT PA-SELF-PAY
               MOVE "PAID BY YOUR INSURANCE        " TO FST-AMOUNT-TEXT
               MOVE PA-INS-PAID TO FST-AMOUNT
               WRITE FOLLOWST-REC FROM FST-AMOUNT-LINE
               MOVE "INSURANCE CONTRACT ADJUSTMENT " TO FST-AMOUNT-TEXT
               MOVE PA-CONTRACT-ADJ TO FST-AMOUNT
               WRITE FOLLOWST-REC FROM FST-AMOUNT-LINE.
           MOVE "PAYMENTS RECEIVED FROM YOU    " TO FST-AMOUNT-TEXT.
           MOVE PA-PATIENT-PAID TO FST-AMOUNT.
           WRITE FOLLOWST-REC FROM FST-AMOUNT-LINE.
           MOVE "BALANCE DUE                   " TO FST-AMOUNT-TEXT.
           MOVE PA-PATIENT-BALANCE TO FST-AMOUNT.
           WRITE FOLLOWST-REC FROM FST-AMOUNT-LINE.
           MOVE WS-DAYS-OLD   TO FST-DAYS-OLD.
           MOVE PA-STMT-COUNT TO FST-NOTICE-NO.
           WRITE FOLLOWST-REC FROM FST-AGE-LINE.
           IF PA-STMT-COUNT NOT < 3
               WRITE FOLLOWST-REC FROM FST-FINAL-LINE
               ADD +1 TO WS-FINAL-NOTICES.
           MOVE WS-BUSINESS-YYYYMMDD TO PA-LAST-STMT-DATE.
           REWRITE PATIENT-ACCOUNT-REC.
           IF NOT PATACCT-OK
               DISPLAY "PATAGE: PATACCT REWRITE FAILED - STATUS "
                       PATACCT-STATUS " PATIENT " PA-PATIENT-ID.
           ADD +1 TO WS-STMTS-WRITTEN.
       300-EXIT.
           EXIT.

       700-WRITE-HEADINGS.
           ADD +1 TO WS-PAGES.
           MOVE WS-PAGES TO RPT-PAGE-O.
           WRITE AGERPT-REC FROM WS-RPT-HDR
               AFTER ADVANCING NEXT-PAGE.
           WRITE AGERPT-REC FROM WS-BLANK-LINE.
           WRITE AGERPT-REC FROM WS-RPT-COLS.
           MOVE 3 TO WS-LINES.
       700-EXIT.
           EXIT.

       800-WRITE-TOTAL-LINE.
           MOVE SPACES TO WS-RPT-TOTAL.
           PERFORM 810-MOVE-TOTAL-BUCKET THRU 810-EXIT
               VARYING WS-BUCKET FROM 1 BY 1
                 UNTIL WS-BUCKET > 6.
       800-EXIT.
           EXIT.

      *    WS-AGE-SUB SAYS WHICH TOTAL IS BEING PRINTED:
      *    1 = INSURANCE, 2 = PATIENT, 3 = GRAND
       810-MOVE-TOTAL-BUCKET.
           IF WS-AGE-SUB = 1
               MOVE WS-AGE-INS-TOT (WS-BUCKET)
                   TO RPT-TOTAL-AMT-O (WS-BUCKET)
           ELSE
           IF WS-AGE-SUB = 2
               MOVE WS-AGE-PAT-TOT (WS-BUCKET)
                   TO RPT-TOTAL-AMT-O (WS-BUCKET)
           ELSE
               MOVE WS-AGE-GRAND-TOT (WS-BUCKET)
                   TO RPT-TOTAL-AMT-O (WS-BUCKET).
       810-EXIT.
           EXIT.

       820-MOVE-PCT-BUCKET.
           MOVE ZERO TO WS-AGE-PCT.
           IF WS-AGE-GRAND-TOT (6) NOT = ZERO
               COMPUTE WS-AGE-PCT ROUNDED =
                   WS-AGE-GRAND-TOT (WS-BUCKET) * 100
                       / WS-AGE-GRAND-TOT (6).
           MOVE WS-AGE-PCT TO RPT-PCT-O (WS-BUCKET).
       820-EXIT.
           EXIT.

       999-CLEANUP.
           IF NOT RUN-OK
               GO TO 999-EXIT.
           IF WS-LINES NOT < WS-MAX-LINES - 8
               PERFORM 700-WRITE-HEADINGS THRU 700-EXIT.
           WRITE AGERPT-REC FROM WS-BLANK-LINE.
           MOVE 1 TO WS-AGE-SUB.
           PERFORM 800-WRITE-TOTAL-LINE THRU 800-EXIT.
           MOVE "INSURANCE BALANCES" TO RPT-TOTAL-LABEL.
           WRITE AGERPT-REC FROM WS-RPT-TOTAL.
           MOVE 2 TO WS-AGE-SUB.
           PERFORM 800-WRITE-TOTAL-LINE THRU 800-EXIT.
           MOVE "PATIENT BALANCES" TO RPT-TOTAL-LABEL.
           WRITE AGERPT-REC FROM WS-RPT-TOTAL.
           MOVE 3 TO WS-AGE-SUB.
           PERFORM 800-WRITE-TOTAL-LINE THRU 800-EXIT.
           MOVE "GRAND TOTALS" TO RPT-TOTAL-LABEL.
           WRITE AGERPT-REC FROM WS-RPT-TOTAL.
           MOVE SPACES TO WS-RPT-PCT.
           PERFORM 820-MOVE-PCT-BUCKET THRU 820-EXIT
               VARYING WS-BUCKET FROM 1 BY 1
                 UNTIL WS-BUCKET > 6.
           MOVE "PERCENT OF TOTAL" TO RPT-PCT-LABEL.
           WRITE AGERPT-REC FROM WS-RPT-PCT.
           WRITE AGERPT-REC FROM WS-BLANK-LINE.
           MOVE "ACCOUNTS READ                   " TO RPT-COUNT-LABEL.
           MOVE WS-ACCTS-READ TO RPT-COUNT-O.
           WRITE AGERPT-REC FROM WS-RPT-COUNT-LINE.
           MOVE "ACCOUNTS WITH OPEN BALANCES     " TO RPT-COUNT-LABEL.
           MOVE WS-ACCTS-AGED TO RPT-COUNT-O.
           WRITE AGERPT-REC FROM WS-RPT-COUNT-LINE.
           MOVE "FOLLOW-UP STATEMENTS WRITTEN    " TO RPT-COUNT-LABEL.
           MOVE WS-STMTS-WRITTEN TO RPT-COUNT-O.
           WRITE AGERPT-REC FROM WS-RPT-COUNT-LINE.
           MOVE "  OF WHICH FINAL NOTICES        " TO RPT-COUNT-LABEL.
           MOVE WS-FINAL-NOTICES TO RPT-COUNT-O.
           WRITE AGERPT-REC FROM WS-RPT-COUNT-LINE.
           CLOSE PATACCT, AGERPT, FOLLOWST.
           DISPLAY "PATAGE: " WS-ACCTS-AGED " ACCOUNTS AGED "
                   WS-STMTS-WRITTEN " FOLLOW-UP STATEMENTS".
       999-EXIT.
           EXIT.
