       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LOSSUMM.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEV Center.
       DATE-WRITTEN. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *          MONTHLY LENGTH-OF-STAY SUMMARY - ACTUAL VERSUS
      *          EXPECTED DAYS BY CASE-MIX GROUP, FOR UTILIZATION
      *          REVIEW AND THE MEDICAL STAFF COMMITTEE.  SANDBOX
      *          APPENDS EVERY DISCHARGE TO LOSHIST WITH THE ACTUAL
      *          STAY AND THE EXPECTED STAY DIAGREF CARRIED FOR THE
      *          PRIMARY DIAGNOSIS'S GROUP AT THE TIME.
      *
      *          THE DISCHARGES IN THE REPORT MONTH ARE SORTED BY
      *          CASE-MIX GROUP AND SUMMARIZED ONE LINE PER GROUP:
      *          DISCHARGES, ACTUAL AND EXPECTED DAYS, THE VARIANCE,
      *          AVERAGE ACTUAL AND EXPECTED STAY, ACTUAL AS A PERCENT
      *          OF EXPECTED AND THE NUMBER OF STAYS OVER EXPECTED.
      *          A DISCHARGE WITH NO EXPECTED STAY ON FILE COUNTS IN
      *          ITS GROUP BUT NOT IN THE EXPECTED-DAYS COMPARISON.
      *
      *          PARAMETER CARD (LOSPARM, OPTIONAL):
      *              COLS 1-6   REPORT MONTH YYYYMM
      *                         (DEFAULT - THE MONTH BEFORE TODAY)
      *
      *          RETURN CODES - 0 REPORT PRINTED, 4 NO DISCHARGES
      *          IN THE MONTH, 16 SORT FAILED.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
       SPECIAL-NAMES.
           C01 IS NEXT-PAGE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOSHIST
           ASSIGN TO UT-S-LOSHIST
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-LOSHIST-STATUS.

           SELECT LOSPARM
           ASSIGN TO UT-S-LOSPARM
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-PARM-STATUS.

           SELECT LOSSRT
           ASSIGN TO UT-S-LOSWK.

           SELECT LOSRPT
           ASSIGN TO UT-S-LOSRPT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

       DATA DIVISION.
       FILE SECTION.
      *    APPENDED BY SANDBOX AT EACH DISCHARGE
       FD  LOSHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LOS-HIST-REC.
       01  LOS-HIST-REC.
           05  LOS-DISCH-DATE          PIC X(8).
           05  LOS-DISCH-YYYYMM REDEFINES LOS-DISCH-DATE.
               10  LOS-DISCH-MONTH     PIC X(6).
               10  FILLER              PIC X(2).
           05  FILLER                  PIC X(1).
           05  LOS-PATIENT-ID          PIC 9(6).
           05  FILLER                  PIC X(1).
           05  LOS-ADMIT-DATE          PIC X(8).
           05  FILLER                  PIC X(1).
           05  LOS-WARD                PIC X(4).
           05  FILLER                  PIC X(1).
           05  LOS-ATTEND-PHYS         PIC X(8).
           05  FILLER                  PIC X(1).
           05  LOS-DIAG-PRIMARY        PIC X(5).
           05  FILLER                  PIC X(1).
           05  LOS-GROUP               PIC X(10).
           05  FILLER                  PIC X(1).
           05  LOS-ACTUAL-DAYS         PIC 9(5).
           05  FILLER                  PIC X(1).
           05  LOS-EXPECTED-DAYS       PIC 9(3).
           05  FILLER                  PIC X(15).

       FD  LOSPARM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LOSPARM-REC.
       01  LOSPARM-REC.
           05  PARM-REPORT-MONTH       PIC X(6).
           05  FILLER                  PIC X(74).

      *    ONE ENTRY PER DISCHARGE IN THE MONTH, IN CASE-MIX GROUP
      *    ORDER
       SD  LOSSRT
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS LOS-SORT-REC.
       01  LOS-SORT-REC.
           05  SR-GROUP               PIC X(10).
           05  SR-DISCH-DATE          PIC X(8).
           05  SR-PATIENT-ID          PIC 9(6).
           05  SR-ACTUAL-DAYS         PIC 9(5).
           05  SR-EXPECTED-DAYS       PIC 9(3).
           05  FILLER                 PIC X(8).

       FD  LOSRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LOSRPT-REC.
       01  LOSRPT-REC  PIC X(132).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  OFCODE                    PIC X(2).
           05  WS-LOSHIST-STATUS         PIC X(2).
           05  WS-PARM-STATUS            PIC X(2).

       01  FLAGS-AND-SWITCHES.
           05 MORE-HIST-SW               PIC X(01) VALUE "Y".
               88 NO-MORE-HISTORY  VALUE "N".
           05 WS-SORT-EOF-SW             PIC X(01) VALUE "N".
               88 SORT-AT-END      VALUE "Y".
           05 WS-FIRST-RECORD-SW         PIC X(01) VALUE "Y".

       01  DATE-WORK-FIELDS.
           05 WS-TODAY-YYYYMMDD        PIC 9(8)  VALUE 0.
           05 WS-TODAY-PARTS REDEFINES WS-TODAY-YYYYMMDD.
              10 WS-TODAY-YYYY         PIC 9(4).
              10 WS-TODAY-MM           PIC 9(2).
              10 WS-TODAY-DD           PIC 9(2).
           05 WS-REPORT-MONTH          PIC X(6)  VALUE SPACES.
           05 WS-REPORT-PARTS REDEFINES WS-REPORT-MONTH.
              10 WS-REPORT-YYYY        PIC 9(4).
              10 WS-REPORT-MM          PIC 9(2).

      *    ONE SET FOR THE GROUP IN PROGRESS, ONE FOR THE MONTH.
      *    EXPECTED DAYS AND THE OVER-EXPECTED COUNT COVER ONLY THE
      *    DISCHARGES THAT HAD AN EXPECTED STAY (THE -CMP COUNTS).
       01  COUNTERS-AND-ACCUMULATORS.
           05 WS-HIST-READ             PIC S9(7) COMP-3 VALUE 0.
           05 WS-GROUPS                PIC S9(5) COMP-3 VALUE 0.
           05 WS-GRP-DISCH             PIC S9(7) COMP-3 VALUE 0.
           05 WS-GRP-DAYS              PIC S9(9) COMP-3 VALUE 0.
           05 WS-GRP-CMP               PIC S9(7) COMP-3 VALUE 0.
           05 WS-GRP-CMP-DAYS          PIC S9(9) COMP-3 VALUE 0.
           05 WS-GRP-EXP-DAYS          PIC S9(9) COMP-3 VALUE 0.
           05 WS-GRP-OVER              PIC S9(7) COMP-3 VALUE 0.
           05 WS-TOT-DISCH             PIC S9(7) COMP-3 VALUE 0.
           05 WS-TOT-DAYS              PIC S9(9) COMP-3 VALUE 0.
           05 WS-TOT-CMP               PIC S9(7) COMP-3 VALUE 0.
           05 WS-TOT-CMP-DAYS          PIC S9(9) COMP-3 VALUE 0.
           05 WS-TOT-EXP-DAYS          PIC S9(9) COMP-3 VALUE 0.
           05 WS-TOT-OVER              PIC S9(7) COMP-3 VALUE 0.
           05 WS-AVG-ACTUAL            PIC S9(3)V9 COMP-3 VALUE 0.
           05 WS-AVG-EXPECTED          PIC S9(3)V9 COMP-3 VALUE 0.
           05 WS-VARIANCE              PIC S9(9) COMP-3 VALUE 0.
           05 WS-PCT-OF-EXPECTED       PIC S9(5) COMP-3 VALUE 0.
           05 WS-LINES                 PIC S9(3) COMP-3 VALUE 99.
           05 WS-PAGES                 PIC S9(5) COMP-3 VALUE 0.
           05 WS-MAX-LINES             PIC S9(3) COMP-3 VALUE 55.
           05 WS-HOLD-GROUP            PIC X(10) VALUE SPACES.

       01  WS-RPT-HDR.
           05  FILLER     PIC X(44) VALUE
               "LENGTH OF STAY - ACTUAL VS EXPECTED - MONTH:".
           05  FILLER     PIC X(1)  VALUE SPACES.
           05  RPT-MONTH-O          PIC X(6).
           05  FILLER     PIC X(70) VALUE SPACES.
           05  FILLER     PIC X(6)  VALUE "PAGE: ".
           05  RPT-PAGE-O           PIC ZZZZ9.

       01  WS-RPT-COLS.
           05  FILLER     PIC X(44) VALUE
               "  CASE-MIX     DISCHARGES  ACTUAL DAYS  EXPE".
           05  FILLER     PIC X(44) VALUE
               "CTED DAYS  VARIANCE  AVG ACTUAL  AVG EXPECTE".
           05  FILLER     PIC X(44) VALUE
               "D  PCT OF EXP  OVER EXP  NO EXP             ".

       01  WS-RPT-DETAIL.
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  RPT-GROUP-O          PIC X(10).
           05  FILLER     PIC X(7)  VALUE SPACES.
           05  RPT-DISCH-O          PIC ZZ,ZZ9.
           05  FILLER     PIC X(6)  VALUE SPACES.
           05  RPT-ACTUAL-O         PIC ZZZ,ZZ9.
           05  FILLER     PIC X(8)  VALUE SPACES.
           05  RPT-EXPECTED-O       PIC ZZZ,ZZ9.
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  RPT-VARIANCE-O       PIC ZZZ,ZZ9-.
           05  FILLER     PIC X(7)  VALUE SPACES.
           05  RPT-AVG-ACTUAL-O     PIC ZZ9.9.
           05  FILLER     PIC X(9)  VALUE SPACES.
           05  RPT-AVG-EXPECTED-O   PIC ZZ9.9.
           05  FILLER     PIC X(6)  VALUE SPACES.
           05  RPT-PCT-O            PIC ZZZZ9.
           05  FILLER     PIC X(1)  VALUE "%".
           05  FILLER     PIC X(4)  VALUE SPACES.
           05  RPT-OVER-O           PIC ZZ,ZZ9.
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  RPT-NO-EXP-O         PIC ZZ,ZZ9.
           05  FILLER     PIC X(13) VALUE SPACES.

       01  WS-RPT-COUNT-LINE.
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  RPT-COUNT-LABEL      PIC X(30).
           05  RPT-COUNT-O          PIC ZZZ,ZZ9.
           05  FILLER     PIC X(93) VALUE SPACES.

       01  WS-BLANK-LINE.
           05  FILLER     PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           SORT LOSSRT
               ON ASCENDING KEY SR-GROUP
                                SR-DISCH-DATE
               INPUT PROCEDURE 200-SELECT-DISCHARGES THRU 200-EXIT
               OUTPUT PROCEDURE 500-PRINT-SUMMARY THRU 500-EXIT.
           IF SORT-RETURN NOT = ZERO
               DISPLAY "LOSSUMM: SORT FAILED - RC " SORT-RETURN
               MOVE 16 TO RETURN-CODE.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-YYYYMMDD.
           PERFORM 010-GET-REPORT-MONTH THRU 010-EXIT.
           OPEN OUTPUT LOSRPT.
           MOVE WS-REPORT-MONTH TO RPT-MONTH-O.
       000-EXIT.
           EXIT.

      *    THE REPORT RUNS EARLY IN THE MONTH FOR THE MONTH JUST
      *    CLOSED UNLESS A CARD ASKS FOR ANOTHER ONE
       010-GET-REPORT-MONTH.
           IF WS-TODAY-MM = 01
               COMPUTE WS-REPORT-YYYY = WS-TODAY-YYYY - 1
               MOVE 12 TO WS-REPORT-MM
           ELSE
               MOVE WS-TODAY-YYYY TO WS-REPORT-YYYY
               COMPUTE WS-REPORT-MM = WS-TODAY-MM - 1.
           OPEN INPUT LOSPARM.
           IF WS-PARM-STATUS NOT = "00"
               GO TO 010-EXIT.
           READ LOSPARM
               AT END GO TO 010-CLOSE
           END-READ.
           IF PARM-REPORT-MONTH NUMERIC
              AND PARM-REPORT-MONTH (5:2) > "00"
              AND PARM-REPORT-MONTH (5:2) < "13"
               MOVE PARM-REPORT-MONTH TO WS-REPORT-MONTH
               DISPLAY "LOSSUMM: REPORT MONTH OVERRIDE: "
                       WS-REPORT-MONTH.
       010-CLOSE.
           CLOSE LOSPARM.
       010-EXIT.
           EXIT.

      ******************************************************************
      *    SORT INPUT - ONE PASS OF LOSHIST.  EACH DISCHARGE IN THE
      *    REPORT MONTH IS RELEASED UNDER ITS CASE-MIX GROUP.
      ******************************************************************
       200-SELECT-DISCHARGES.
           OPEN INPUT LOSHIST.
           IF WS-LOSHIST-STATUS NOT = "00"
               DISPLAY "LOSSUMM: LOSHIST NOT AVAILABLE - STATUS "
                       WS-LOSHIST-STATUS
               GO TO 200-EXIT.
           PERFORM 210-SELECT-ONE-DISCHARGE THRU 210-EXIT
               UNTIL NO-MORE-HISTORY.
           CLOSE LOSHIST.
       200-EXIT.
           EXIT.

       210-SELECT-ONE-DISCHARGE.
           READ LOSHIST
               AT END MOVE "N" TO MORE-HIST-SW
               GO TO 210-EXIT
           END-READ.
           ADD +1 TO WS-HIST-READ.
           IF LOS-DISCH-MONTH NOT = WS-REPORT-MONTH
               GO TO 210-EXIT.
           MOVE SPACES TO LOS-SORT-REC.
           IF LOS-GROUP = SPACES
               MOVE "UNKNOWN"        TO SR-GROUP
           ELSE
               MOVE LOS-GROUP        TO SR-GROUP.
           MOVE LOS-DISCH-DATE       TO SR-DISCH-DATE.
           MOVE LOS-PATIENT-ID       TO SR-PATIENT-ID.
           IF LOS-ACTUAL-DAYS NUMERIC
               MOVE LOS-ACTUAL-DAYS  TO SR-ACTUAL-DAYS
           ELSE
               MOVE ZERO             TO SR-ACTUAL-DAYS.
           IF LOS-EXPECTED-DAYS NUMERIC
               MOVE LOS-EXPECTED-DAYS TO SR-EXPECTED-DAYS
           ELSE
               MOVE ZERO             TO SR-EXPECTED-DAYS.
           RELEASE LOS-SORT-REC.
       210-EXIT.
           EXIT.

      ******************************************************************
      *    SORT OUTPUT - ONE SUMMARY LINE PER CASE-MIX GROUP, THEN
      *    THE MONTH'S TOTAL LINE.
      ******************************************************************
       500-PRINT-SUMMARY.
           PERFORM 510-RETURN-SORTED THRU 510-EXIT.
           PERFORM 520-ACCUM-ONE-DISCHARGE THRU 520-EXIT
               UNTIL SORT-AT-END.
           IF WS-FIRST-RECORD-SW = "N"
               PERFORM 540-GROUP-LINE THRU 540-EXIT.
       500-EXIT.
           EXIT.

       510-RETURN-SORTED.
           RETURN LOSSRT
               AT END MOVE "Y" TO WS-SORT-EOF-SW
           END-RETURN.
       510-EXIT.
           EXIT.

       520-ACCUM-ONE-DISCHARGE.
           IF WS-FIRST-RECORD-SW = "Y"
               MOVE "N" TO WS-FIRST-RECORD-SW
               MOVE SR-GROUP TO WS-HOLD-GROUP
           ELSE
           IF SR-GROUP NOT = WS-HOLD-GROUP
               PERFORM 540-GROUP-LINE THRU 540-EXIT
               MOVE SR-GROUP TO WS-HOLD-GROUP.
           ADD +1 TO WS-GRP-DISCH.
           ADD SR-ACTUAL-DAYS TO WS-GRP-DAYS.
           IF SR-EXPECTED-DAYS > ZERO
               ADD +1 TO WS-GRP-CMP
               ADD SR-ACTUAL-DAYS   TO WS-GRP-CMP-DAYS
               ADD SR-EXPECTED-DAYS TO WS-GRP-EXP-DAYS
               IF SR-ACTUAL-DAYS > SR-EXPECTED-DAYS
                   ADD +1 TO WS-GRP-OVER.
           PERFORM 510-RETURN-SORTED THRU 510-EXIT.
       520-EXIT.
           EXIT.

       540-GROUP-LINE.
           IF WS-LINES NOT < WS-MAX-LINES
               PERFORM 550-WRITE-HEADINGS THRU 550-EXIT.
           MOVE WS-HOLD-GROUP TO RPT-GROUP-O.
           PERFORM 560-FORMAT-GROUP-LINE THRU 560-EXIT.
           WRITE LOSRPT-REC FROM WS-RPT-DETAIL.
           ADD +1 TO WS-LINES, WS-GROUPS.
           ADD WS-GRP-DISCH    TO WS-TOT-DISCH.
           ADD WS-GRP-DAYS     TO WS-TOT-DAYS.
           ADD WS-GRP-CMP      TO WS-TOT-CMP.
           ADD WS-GRP-CMP-DAYS TO WS-TOT-CMP-DAYS.
           ADD WS-GRP-EXP-DAYS TO WS-TOT-EXP-DAYS.
           ADD WS-GRP-OVER     TO WS-TOT-OVER.
           MOVE ZERO TO WS-GRP-DISCH, WS-GRP-DAYS, WS-GRP-CMP,
                        WS-GRP-CMP-DAYS, WS-GRP-EXP-DAYS, WS-GRP-OVER.
       540-EXIT.
           EXIT.

       550-WRITE-HEADINGS.
           ADD +1 TO WS-PAGES.
           MOVE WS-PAGES TO RPT-PAGE-O.
           WRITE LOSRPT-REC FROM WS-RPT-HDR
               AFTER ADVANCING NEXT-PAGE.
           WRITE LOSRPT-REC FROM WS-BLANK-LINE.
           WRITE LOSRPT-REC FROM WS-RPT-COLS.
           WRITE LOSRPT-REC FROM WS-BLANK-LINE.
           MOVE 4 TO WS-LINES.
       550-EXIT.
           EXIT.

      *    THE VARIANCE, AVERAGES AND PERCENT COMPARE ONLY THE STAYS
      *    THAT HAD AN EXPECTED LENGTH; AVG ACTUAL IS OVER ALL OF THEM
       560-FORMAT-GROUP-LINE.
           MOVE WS-GRP-DISCH    TO RPT-DISCH-O.
           MOVE WS-GRP-DAYS     TO RPT-ACTUAL-O.
           MOVE WS-GRP-EXP-DAYS TO RPT-EXPECTED-O.
           MOVE WS-GRP-OVER     TO RPT-OVER-O.
           COMPUTE WS-VARIANCE = WS-GRP-CMP-DAYS - WS-GRP-EXP-DAYS.
           MOVE WS-VARIANCE     TO RPT-VARIANCE-O.
           MOVE ZERO TO WS-AVG-ACTUAL, WS-AVG-EXPECTED,
                        WS-PCT-OF-EXPECTED.
           IF WS-GRP-DISCH > ZERO
               COMPUTE WS-AVG-ACTUAL ROUNDED =
                   WS-GRP-DAYS / WS-GRP-DISCH.
           IF WS-GRP-CMP > ZERO
               COMPUTE WS-AVG-EXPECTED ROUNDED =
                   WS-GRP-EXP-DAYS / WS-GRP-CMP.
           IF WS-GRP-EXP-DAYS > ZERO
               COMPUTE WS-PCT-OF-EXPECTED ROUNDED =
                   (WS-GRP-CMP-DAYS * 100) / WS-GRP-EXP-DAYS.
           MOVE WS-AVG-ACTUAL      TO RPT-AVG-ACTUAL-O.
           MOVE WS-AVG-EXPECTED    TO RPT-AVG-EXPECTED-O.
           MOVE WS-PCT-OF-EXPECTED TO RPT-PCT-O.
           COMPUTE RPT-NO-EXP-O = WS-GRP-DISCH - WS-GRP-CMP.
       560-EXIT.
           EXIT.

       999-CLEANUP.
           IF WS-LINES NOT < WS-MAX-LINES - 8
               PERFORM 550-WRITE-HEADINGS THRU 550-EXIT.
           WRITE LOSRPT-REC FROM WS-BLANK-LINE.
           MOVE WS-TOT-DISCH    TO WS-GRP-DISCH.
           MOVE WS-TOT-DAYS     TO WS-GRP-DAYS.
           MOVE WS-TOT-CMP      TO WS-GRP-CMP.
           MOVE WS-TOT-CMP-DAYS TO WS-GRP-CMP-DAYS.
           MOVE WS-TOT-EXP-DAYS TO WS-GRP-EXP-DAYS.
           MOVE WS-TOT-OVER     TO WS-GRP-OVER.
           MOVE "ALL GROUPS" TO RPT-GROUP-O.
           PERFORM 560-FORMAT-GROUP-LINE THRU 560-EXIT.
           WRITE LOSRPT-REC FROM WS-RPT-DETAIL.
           WRITE LOSRPT-REC FROM WS-BLANK-LINE.
           MOVE "LOSHIST RECORDS READ          " TO RPT-COUNT-LABEL.
           MOVE WS-HIST-READ TO RPT-COUNT-O.
           WRITE LOSRPT-REC FROM WS-RPT-COUNT-LINE.
           MOVE "DISCHARGES IN MONTH           " TO RPT-COUNT-LABEL.
           MOVE WS-TOT-DISCH TO RPT-COUNT-O.
           WRITE LOSRPT-REC FROM WS-RPT-COUNT-LINE.
           MOVE "CASE-MIX GROUPS               " TO RPT-COUNT-LABEL.
           MOVE WS-GROUPS TO RPT-COUNT-O.
           WRITE LOSRPT-REC FROM WS-RPT-COUNT-LINE.
           CLOSE LOSRPT.
           IF RETURN-CODE = ZERO
              AND WS-TOT-DISCH = ZERO
               MOVE 4 TO RETURN-CODE.
           DISPLAY "LOSSUMM: " WS-TOT-DISCH " DISCHARGES IN "
                   WS-REPORT-MONTH.
       999-EXIT.
           EXIT.
