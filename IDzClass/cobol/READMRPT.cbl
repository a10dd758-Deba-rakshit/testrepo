       IDENTIFICATION DIVISION.
       PROGRAM-ID.  READMRPT.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEV Center.
       DATE-WRITTEN. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *          MONTHLY 30-DAY READMISSION REPORT FOR THE PAYERS AND
      *          QUALITY REVIEW.  SANDBOX CHECKS EVERY ADMISSION
      *          AGAINST THE PATIENT'S LAST DISCHARGE (PATMSTR, OR
      *          THE ARCHCTLG CATALOG WHEN THE OLD STAY HAS BEEN
      *          ARCHIVED) AND APPENDS EACH READMISSION TO READMHST.
      *
      *          THE READMISSIONS ADMITTED IN THE REPORT MONTH ARE
      *          SORTED BY WARD, ATTENDING PHYSICIAN AND CASE-MIX
      *          GROUP (THE DIAGREF GROUP OF THE CURRENT PRIMARY
      *          DIAGNOSIS) AND LISTED WITH THE PRIOR AND CURRENT
      *          PRIMARY DIAGNOSIS AND THE DAYS BETWEEN STAYS, WITH
      *          PHYSICIAN AND WARD COUNTS AND A CLOSING SUMMARY BY
      *          CASE-MIX GROUP.
      *
      *          PARAMETER CARD (RDMPARM, OPTIONAL):
      *              COLS 1-6   REPORT MONTH YYYYMM
      *                         (DEFAULT - THE MONTH BEFORE TODAY)
      *
      *          RETURN CODES - 0 REPORT PRINTED, 4 NO READMISSIONS
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
           SELECT READMHST
           ASSIGN TO UT-S-READMHST
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-READMHST-STATUS.

           SELECT PHYSREF
           ASSIGN TO UT-S-PHYSREF
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-PHYSREF-STATUS.

           SELECT DIAGREF
           ASSIGN TO UT-S-DIAGREF
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-DIAGREF-STATUS.

           SELECT RDMPARM
           ASSIGN TO UT-S-RDMPARM
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-PARM-STATUS.

           SELECT RDMSRT
           ASSIGN TO UT-S-RDMWK.

           SELECT READMRPT
           ASSIGN TO UT-S-READMRPT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

       DATA DIVISION.
       FILE SECTION.
      *    APPENDED BY SANDBOX AT EACH ADMISSION WITHIN 30 DAYS OF
      *    THE PATIENT'S LAST DISCHARGE
       FD  READMHST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS READMIT-HIST-REC.
       01  READMIT-HIST-REC.
           05  RDM-ADMIT-DATE          PIC X(8).
           05  RDM-ADMIT-YYYYMM REDEFINES RDM-ADMIT-DATE.
               10  RDM-ADMIT-MONTH     PIC X(6).
               10  FILLER              PIC X(2).
           05  FILLER                  PIC X(1).
           05  RDM-PATIENT-ID          PIC 9(6).
           05  FILLER                  PIC X(1).
           05  RDM-WARD                PIC X(4).
           05  FILLER                  PIC X(1).
           05  RDM-ATTEND-PHYS         PIC X(8).
           05  FILLER                  PIC X(1).
           05  RDM-DIAG-PRIMARY        PIC X(5).
           05  FILLER                  PIC X(1).
           05  RDM-PRIOR-DISCH-DATE    PIC X(8).
           05  FILLER                  PIC X(1).
           05  RDM-PRIOR-DIAG          PIC X(5).
           05  FILLER                  PIC X(1).
           05  RDM-DAYS-BETWEEN        PIC 9(3).
           05  FILLER                  PIC X(1).
           05  RDM-PRIOR-SOURCE        PIC X(1).
           05  FILLER                  PIC X(24).

       FD  PHYSREF
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PHYSREF-INPUT-REC.
       01  PHYSREF-INPUT-REC  PIC X(80).

       FD  DIAGREF
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DIAGREF-INPUT-REC.
       01  DIAGREF-INPUT-REC  PIC X(80).

       FD  RDMPARM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RDMPARM-REC.
       01  RDMPARM-REC.
           05  PARM-REPORT-MONTH       PIC X(6).
           05  FILLER                  PIC X(74).

      *    ONE ENTRY PER READMISSION IN THE MONTH, IN WARD /
      *    ATTENDING / CASE-MIX GROUP / ADMIT DATE ORDER
       SD  RDMSRT
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS RDM-SORT-REC.
       01  RDM-SORT-REC.
           05  SR-WARD                PIC X(4).
           05  SR-PHYS-ID             PIC X(8).
           05  SR-GROUP               PIC X(10).
           05  SR-ADMIT-DATE          PIC X(8).
           05  SR-PATIENT-ID          PIC 9(6).
           05  SR-PHYS-NAME           PIC X(20).
           05  SR-DIAG-PRIMARY        PIC X(5).
           05  SR-PRIOR-DISCH-DATE    PIC X(8).
           05  SR-PRIOR-DIAG          PIC X(5).
           05  SR-DAYS-BETWEEN        PIC 9(3).
           05  SR-PRIOR-SOURCE        PIC X(1).
           05  FILLER                 PIC X(22).

       FD  READMRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS READMRPT-REC.
       01  READMRPT-REC  PIC X(132).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  OFCODE                    PIC X(2).
           05  WS-READMHST-STATUS        PIC X(2).
           05  WS-PHYSREF-STATUS         PIC X(2).
           05  WS-DIAGREF-STATUS         PIC X(2).
           05  WS-PARM-STATUS            PIC X(2).

       01  FLAGS-AND-SWITCHES.
           05 MORE-HIST-SW               PIC X(01) VALUE "Y".
               88 NO-MORE-HISTORY  VALUE "N".
           05 WS-PHYSREF-EOF-SW          PIC X(01) VALUE "N".
           05 WS-DIAGREF-EOF-SW          PIC X(01) VALUE "N".
           05 WS-SORT-EOF-SW             PIC X(01) VALUE "N".
               88 SORT-AT-END      VALUE "Y".
           05 WS-FIRST-RECORD-SW         PIC X(01) VALUE "Y".

       COPY PHYSREF.
       COPY DIAGCODE.

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

       01  CASE-MIX-SUMMARY-FIELDS.
           05 WS-GRP-COUNT             PIC S9(4) COMP VALUE 0.
           05 WS-GRP-SUB               PIC S9(4) COMP VALUE 0.
           05 WS-GRP-SLOT              PIC S9(4) COMP VALUE 0.
           05 WS-GRP-TABLE OCCURS 30 TIMES.
              10 GRP-NAME              PIC X(10).
              10 GRP-READMITS          PIC S9(5) COMP-3.
              10 GRP-DAYS-TOTAL        PIC S9(7) COMP-3.

       01  COUNTERS-AND-ACCUMULATORS.
           05 WS-HIST-READ             PIC S9(7) COMP-3 VALUE 0.
           05 WS-READMITS              PIC S9(7) COMP-3 VALUE 0.
           05 WS-DAYS-TOTAL            PIC S9(9) COMP-3 VALUE 0.
           05 WS-WARD-READMITS         PIC S9(5) COMP-3 VALUE 0.
           05 WS-PHYS-READMITS         PIC S9(5) COMP-3 VALUE 0.
           05 WS-AVG-DAYS              PIC S9(3)V9 COMP-3 VALUE 0.
           05 WS-LINES                 PIC S9(3) COMP-3 VALUE 99.
           05 WS-PAGES                 PIC S9(5) COMP-3 VALUE 0.
           05 WS-MAX-LINES             PIC S9(3) COMP-3 VALUE 55.
           05 WS-HOLD-WARD             PIC X(4)  VALUE SPACES.
           05 WS-HOLD-PHYS-ID          PIC X(8)  VALUE SPACES.
           05 WS-HOLD-PHYS-NAME        PIC X(20) VALUE SPACES.

       01  WS-RPT-HDR.
           05  FILLER     PIC X(36) VALUE
               "30-DAY READMISSIONS - REPORT MONTH: ".
           05  RPT-MONTH-O          PIC X(6).
           05  FILLER     PIC X(79) VALUE SPACES.
           05  FILLER     PIC X(6)  VALUE "PAGE: ".
           05  RPT-PAGE-O           PIC ZZZZ9.

       01  WS-RPT-COLS.
           05  FILLER     PIC X(44) VALUE
               "  PAT-ID  READMITTED  CASE-MIX    DIAG   PRI".
           05  FILLER     PIC X(44) VALUE
               "OR DISCH  PRIOR DIAG  DAYS BETWEEN  SOURCE  ".
           05  FILLER     PIC X(44) VALUE SPACES.

       01  WS-RPT-WARD-HDR.
           05  FILLER     PIC X(6)  VALUE "WARD: ".
           05  RPT-WARD-O           PIC X(4).
           05  FILLER     PIC X(122) VALUE SPACES.

       01  WS-RPT-PHYS-HDR.
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  FILLER     PIC X(11) VALUE "ATTENDING: ".
           05  RPT-PHYS-ID-O        PIC X(8).
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  RPT-PHYS-NAME-O      PIC X(20).
           05  FILLER     PIC X(89) VALUE SPACES.

       01  WS-RPT-DETAIL.
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  RPT-PATIENT-O        PIC 9(6).
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  RPT-ADMIT-O          PIC X(8).
           05  FILLER     PIC X(4)  VALUE SPACES.
           05  RPT-GROUP-O          PIC X(10).
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  RPT-DIAG-O           PIC X(5).
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  RPT-PRIOR-DISCH-O    PIC X(8).
           05  FILLER     PIC X(5)  VALUE SPACES.
           05  RPT-PRIOR-DIAG-O     PIC X(5).
           05  FILLER     PIC X(12) VALUE SPACES.
           05  RPT-DAYS-O           PIC ZZ9.
           05  FILLER     PIC X(6)  VALUE SPACES.
           05  RPT-SOURCE-O         PIC X(8).
           05  FILLER     PIC X(44) VALUE SPACES.

       01  WS-RPT-SUBTOTAL.
           05  FILLER     PIC X(4)  VALUE SPACES.
           05  RPT-SUBTOTAL-LABEL   PIC X(30).
           05  RPT-SUBTOTAL-O       PIC ZZZZ9.
           05  FILLER     PIC X(93) VALUE SPACES.

       01  WS-RPT-GROUP-HDR.
           05  FILLER     PIC X(44) VALUE
               "READMISSIONS BY CASE-MIX GROUP              ".
           05  FILLER     PIC X(88) VALUE SPACES.

       01  WS-RPT-GROUP-LINE.
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  RPT-GRP-NAME-O       PIC X(10).
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  FILLER     PIC X(14) VALUE "READMISSIONS: ".
           05  RPT-GRP-COUNT-O      PIC ZZZZ9.
           05  FILLER     PIC X(22) VALUE
               "   AVG DAYS BETWEEN:  ".
           05  RPT-GRP-AVG-O        PIC ZZ9.9.
           05  FILLER     PIC X(72) VALUE SPACES.

       01  WS-RPT-COUNT-LINE.
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  RPT-COUNT-LABEL      PIC X(30).
           05  RPT-COUNT-O          PIC ZZZ,ZZ9.
           05  FILLER     PIC X(93) VALUE SPACES.

       01  WS-BLANK-LINE.
           05  FILLER     PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           SORT RDMSRT
               ON ASCENDING KEY SR-WARD
                                SR-PHYS-ID
                                SR-GROUP
                                SR-ADMIT-DATE
               INPUT PROCEDURE 200-SELECT-READMISSIONS THRU 200-EXIT
               OUTPUT PROCEDURE 500-PRINT-REPORT THRU 500-EXIT.
           IF SORT-RETURN NOT = ZERO
               DISPLAY "READMRPT: SORT FAILED - RC " SORT-RETURN
               MOVE 16 TO RETURN-CODE.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-YYYYMMDD.
           PERFORM 010-GET-REPORT-MONTH THRU 010-EXIT.
           PERFORM 020-LOAD-PHYS-REFERENCE THRU 020-EXIT.
           PERFORM 030-LOAD-DIAG-REFERENCE THRU 030-EXIT.
           OPEN OUTPUT READMRPT.
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
           OPEN INPUT RDMPARM.
           IF WS-PARM-STATUS NOT = "00"
               GO TO 010-EXIT.
           READ RDMPARM
               AT END GO TO 010-CLOSE
           END-READ.
           IF PARM-REPORT-MONTH NUMERIC
              AND PARM-REPORT-MONTH (5:2) > "00"
              AND PARM-REPORT-MONTH (5:2) < "13"
               MOVE PARM-REPORT-MONTH TO WS-REPORT-MONTH
               DISPLAY "READMRPT: REPORT MONTH OVERRIDE: "
                       WS-REPORT-MONTH.
       010-CLOSE.
           CLOSE RDMPARM.
       010-EXIT.
           EXIT.

      *    PHYSREF AND DIAGREF ARE THE SAME OPERATIONS-MAINTAINED
      *    TABLES THE NIGHTLY UPDATE VALIDATES AGAINST.  WITHOUT
      *    DIAGREF EVERY READMISSION FALLS IN ONE UNGROUPED BUCKET.
       020-LOAD-PHYS-REFERENCE.
           OPEN INPUT PHYSREF.
           IF WS-PHYSREF-STATUS NOT = "00"
               DISPLAY "READMRPT: PHYSREF NOT AVAILABLE - PHYSICIAN "
                       "NAMES NOT SHOWN"
               GO TO 020-EXIT.
           PERFORM 025-READ-PHYS-REFERENCE THRU 025-EXIT
               UNTIL WS-PHYSREF-EOF-SW = "Y".
           CLOSE PHYSREF.
       020-EXIT.
           EXIT.

       025-READ-PHYS-REFERENCE.
           READ PHYSREF INTO PHYSREF-REC
               AT END MOVE "Y" TO WS-PHYSREF-EOF-SW
               GO TO 025-EXIT
           END-READ.
      *    A PHYSICIAN SINCE DEACTIVATED STILL ATTENDED THE STAY
           IF PREF-ID NOT = SPACES
              AND PHYS-REF-COUNT < 100
               ADD +1 TO PHYS-REF-COUNT
               MOVE PREF-ID   TO PHYS-REF-ID (PHYS-REF-COUNT)
               MOVE PREF-NAME TO PHYS-REF-NAME (PHYS-REF-COUNT)
               MOVE PREF-DEPT TO PHYS-REF-DEPT (PHYS-REF-COUNT).
       025-EXIT.
           EXIT.

       030-LOAD-DIAG-REFERENCE.
           OPEN INPUT DIAGREF.
           IF WS-DIAGREF-STATUS NOT = "00"
               DISPLAY "READMRPT: DIAGREF NOT AVAILABLE - CASE-MIX "
                       "GROUPS NOT SHOWN"
               GO TO 030-EXIT.
           PERFORM 035-READ-DIAG-REFERENCE THRU 035-EXIT
               UNTIL WS-DIAGREF-EOF-SW = "Y".
           CLOSE DIAGREF.
       030-EXIT.
           EXIT.

       035-READ-DIAG-REFERENCE.
           READ DIAGREF INTO DIAGREF-REC
               AT END MOVE "Y" TO WS-DIAGREF-EOF-SW
               GO TO 035-EXIT
           END-READ.
           IF DREF-CODE NOT = SPACES
              AND DIAG-REF-COUNT < 200
               ADD +1 TO DIAG-REF-COUNT
               MOVE DREF-CODE  TO DIAG-REF-CODE (DIAG-REF-COUNT)
               MOVE DREF-GROUP TO DIAG-REF-GROUP (DIAG-REF-COUNT)
               MOVE DREF-DESC  TO DIAG-REF-DESC (DIAG-REF-COUNT).
       035-EXIT.
           EXIT.

      ******************************************************************
      *    SORT INPUT - ONE PASS OF READMHST.  EACH READMISSION
      *    ADMITTED IN THE REPORT MONTH IS RELEASED WITH ITS
      *    PHYSICIAN NAME AND CASE-MIX GROUP RESOLVED.
      ******************************************************************
       200-SELECT-READMISSIONS.
           OPEN INPUT READMHST.
           IF WS-READMHST-STATUS NOT = "00"
               DISPLAY "READMRPT: READMHST NOT AVAILABLE - STATUS "
                       WS-READMHST-STATUS
               GO TO 200-EXIT.
           PERFORM 210-SELECT-ONE-READMISSION THRU 210-EXIT
               UNTIL NO-MORE-HISTORY.
           CLOSE READMHST.
       200-EXIT.
           EXIT.

       210-SELECT-ONE-READMISSION.
           READ READMHST
               AT END MOVE "N" TO MORE-HIST-SW
               GO TO 210-EXIT
           END-READ.
           ADD +1 TO WS-HIST-READ.
           IF RDM-ADMIT-MONTH NOT = WS-REPORT-MONTH
               GO TO 210-EXIT.
           MOVE SPACES TO RDM-SORT-REC.
           MOVE RDM-WARD             TO SR-WARD.
           MOVE RDM-ATTEND-PHYS      TO SR-PHYS-ID.
           MOVE RDM-ADMIT-DATE       TO SR-ADMIT-DATE.
           MOVE RDM-PATIENT-ID       TO SR-PATIENT-ID.
           MOVE RDM-DIAG-PRIMARY     TO SR-DIAG-PRIMARY.
           MOVE RDM-PRIOR-DISCH-DATE TO SR-PRIOR-DISCH-DATE.
           MOVE RDM-PRIOR-DIAG       TO SR-PRIOR-DIAG.
           MOVE RDM-DAYS-BETWEEN     TO SR-DAYS-BETWEEN.
           MOVE RDM-PRIOR-SOURCE     TO SR-PRIOR-SOURCE.
           PERFORM 300-FIND-PHYSICIAN THRU 300-EXIT.
           MOVE WS-PHYS-NAME         TO SR-PHYS-NAME.
           PERFORM 310-FIND-CASE-MIX-GROUP THRU 310-EXIT.
           RELEASE RDM-SORT-REC.
           ADD +1 TO WS-READMITS.
       210-EXIT.
           EXIT.

       300-FIND-PHYSICIAN.
           MOVE SPACES TO WS-PHYS-NAME.
           IF SR-PHYS-ID = SPACES
               MOVE "** NO ATTENDING **" TO WS-PHYS-NAME
               GO TO 300-EXIT.
           MOVE ZERO TO PHYS-REF-SLOT.
           PERFORM 305-MATCH-PHYSICIAN THRU 305-EXIT
               VARYING PHYS-REF-SUB FROM 1 BY 1
               UNTIL PHYS-REF-SUB > PHYS-REF-COUNT
                  OR PHYS-REF-SLOT > ZERO.
           IF PHYS-REF-SLOT > ZERO
               MOVE PHYS-REF-NAME (PHYS-REF-SLOT) TO WS-PHYS-NAME
           ELSE
               MOVE "** NOT ON PHYSREF **" TO WS-PHYS-NAME.
       300-EXIT.
           EXIT.

       305-MATCH-PHYSICIAN.
           IF PHYS-REF-ID (PHYS-REF-SUB) = SR-PHYS-ID
               MOVE PHYS-REF-SUB TO PHYS-REF-SLOT.
       305-EXIT.
           EXIT.

       310-FIND-CASE-MIX-GROUP.
           MOVE "UNGROUPED " TO SR-GROUP.
           MOVE ZERO TO DIAG-REF-SLOT.
           PERFORM 315-MATCH-DIAGNOSIS THRU 315-EXIT
               VARYING DIAG-REF-SUB FROM 1 BY 1
               UNTIL DIAG-REF-SUB > DIAG-REF-COUNT
                  OR DIAG-REF-SLOT > ZERO.
           IF DIAG-REF-SLOT > ZERO
              AND DIAG-REF-GROUP (DIAG-REF-SLOT) NOT = SPACES
               MOVE DIAG-REF-GROUP (DIAG-REF-SLOT) TO SR-GROUP.
       310-EXIT.
           EXIT.

       315-MATCH-DIAGNOSIS.
           IF DIAG-REF-CODE (DIAG-REF-SUB) = SR-DIAG-PRIMARY
               MOVE DIAG-REF-SUB TO DIAG-REF-SLOT.
       315-EXIT.
           EXIT.

      ******************************************************************
      *    SORT OUTPUT - A NEW PAGE PER WARD, A SUB-HEADING AND COUNT
      *    PER ATTENDING PHYSICIAN.
      ******************************************************************
       500-PRINT-REPORT.
           PERFORM 510-RETURN-SORTED THRU 510-EXIT.
           PERFORM 520-PRINT-ONE-READMISSION THRU 520-EXIT
               UNTIL SORT-AT-END.
           IF WS-FIRST-RECORD-SW = "N"
               PERFORM 540-PHYS-TOTAL THRU 540-EXIT
               PERFORM 545-WARD-TOTAL THRU 545-EXIT.
       500-EXIT.
           EXIT.

       510-RETURN-SORTED.
           RETURN RDMSRT
               AT END MOVE "Y" TO WS-SORT-EOF-SW
           END-RETURN.
       510-EXIT.
           EXIT.

       520-PRINT-ONE-READMISSION.
           IF WS-FIRST-RECORD-SW = "Y"
               MOVE "N" TO WS-FIRST-RECORD-SW
               PERFORM 530-START-WARD THRU 530-EXIT
               PERFORM 535-START-PHYSICIAN THRU 535-EXIT
           ELSE
           IF SR-WARD NOT = WS-HOLD-WARD
               PERFORM 540-PHYS-TOTAL THRU 540-EXIT
               PERFORM 545-WARD-TOTAL THRU 545-EXIT
               PERFORM 530-START-WARD THRU 530-EXIT
               PERFORM 535-START-PHYSICIAN THRU 535-EXIT
           ELSE
           IF SR-PHYS-ID NOT = WS-HOLD-PHYS-ID
               PERFORM 540-PHYS-TOTAL THRU 540-EXIT
               PERFORM 535-START-PHYSICIAN THRU 535-EXIT.
           IF WS-LINES NOT < WS-MAX-LINES
               PERFORM 550-WRITE-HEADINGS THRU 550-EXIT
               PERFORM 555-WRITE-WARD-PHYS-HDRS THRU 555-EXIT.
           MOVE SR-PATIENT-ID       TO RPT-PATIENT-O.
           MOVE SR-ADMIT-DATE       TO RPT-ADMIT-O.
           MOVE SR-GROUP            TO RPT-GROUP-O.
           MOVE SR-DIAG-PRIMARY     TO RPT-DIAG-O.
           MOVE SR-PRIOR-DISCH-DATE TO RPT-PRIOR-DISCH-O.
           MOVE SR-PRIOR-DIAG       TO RPT-PRIOR-DIAG-O.
           MOVE SR-DAYS-BETWEEN     TO RPT-DAYS-O.
           IF SR-PRIOR-SOURCE = "A"
               MOVE "ARCHIVE " TO RPT-SOURCE-O
           ELSE
               MOVE "PATMSTR " TO RPT-SOURCE-O.
           WRITE READMRPT-REC FROM WS-RPT-DETAIL.
           ADD +1 TO WS-LINES, WS-PHYS-READMITS, WS-WARD-READMITS.
           ADD SR-DAYS-BETWEEN TO WS-DAYS-TOTAL.
           PERFORM 560-ACCUM-GROUP THRU 560-EXIT.
           PERFORM 510-RETURN-SORTED THRU 510-EXIT.
       520-EXIT.
           EXIT.

       530-START-WARD.
           MOVE SR-WARD TO WS-HOLD-WARD.
           MOVE ZERO TO WS-WARD-READMITS.
           PERFORM 550-WRITE-HEADINGS THRU 550-EXIT.
           MOVE WS-HOLD-WARD TO RPT-WARD-O.
           WRITE READMRPT-REC FROM WS-RPT-WARD-HDR.
           ADD +1 TO WS-LINES.
       530-EXIT.
           EXIT.

       535-START-PHYSICIAN.
           MOVE SR-PHYS-ID   TO WS-HOLD-PHYS-ID.
           MOVE SR-PHYS-NAME TO WS-HOLD-PHYS-NAME.
           MOVE ZERO TO WS-PHYS-READMITS.
           IF WS-LINES NOT < WS-MAX-LINES - 2
               PERFORM 550-WRITE-HEADINGS THRU 550-EXIT
               MOVE WS-HOLD-WARD TO RPT-WARD-O
               WRITE READMRPT-REC FROM WS-RPT-WARD-HDR
               ADD +1 TO WS-LINES.
           MOVE WS-HOLD-PHYS-ID   TO RPT-PHYS-ID-O.
           MOVE WS-HOLD-PHYS-NAME TO RPT-PHYS-NAME-O.
           WRITE READMRPT-REC FROM WS-RPT-PHYS-HDR.
           ADD +1 TO WS-LINES.
       535-EXIT.
           EXIT.

       540-PHYS-TOTAL.
           MOVE "READMISSIONS FOR PHYSICIAN: " TO RPT-SUBTOTAL-LABEL.
           MOVE WS-PHYS-READMITS TO RPT-SUBTOTAL-O.
           WRITE READMRPT-REC FROM WS-RPT-SUBTOTAL.
           WRITE READMRPT-REC FROM WS-BLANK-LINE.
           ADD +2 TO WS-LINES.
       540-EXIT.
           EXIT.

       545-WARD-TOTAL.
           MOVE "READMISSIONS FOR WARD:      " TO RPT-SUBTOTAL-LABEL.
           MOVE WS-WARD-READMITS TO RPT-SUBTOTAL-O.
           WRITE READMRPT-REC FROM WS-RPT-SUBTOTAL.
           ADD +1 TO WS-LINES.
       545-EXIT.
           EXIT.

       550-WRITE-HEADINGS.
           ADD +1 TO WS-PAGES.
           MOVE WS-PAGES TO RPT-PAGE-O.
           WRITE READMRPT-REC FROM WS-RPT-HDR
               AFTER ADVANCING NEXT-PAGE.
           WRITE READMRPT-REC FROM WS-BLANK-LINE.
           WRITE READMRPT-REC FROM WS-RPT-COLS.
           MOVE 3 TO WS-LINES.
       550-EXIT.
           EXIT.

      *    A PAGE BREAK INSIDE A PHYSICIAN REPEATS BOTH SUB-HEADINGS
       555-WRITE-WARD-PHYS-HDRS.
           MOVE WS-HOLD-WARD TO RPT-WARD-O.
           WRITE READMRPT-REC FROM WS-RPT-WARD-HDR.
           MOVE WS-HOLD-PHYS-ID   TO RPT-PHYS-ID-O.
           MOVE WS-HOLD-PHYS-NAME TO RPT-PHYS-NAME-O.
           WRITE READMRPT-REC FROM WS-RPT-PHYS-HDR.
           ADD +2 TO WS-LINES.
       555-EXIT.
           EXIT.

       560-ACCUM-GROUP.
           MOVE ZERO TO WS-GRP-SLOT.
           PERFORM 565-MATCH-GROUP THRU 565-EXIT
               VARYING WS-GRP-SUB FROM 1 BY 1
               UNTIL WS-GRP-SUB > WS-GRP-COUNT
                  OR WS-GRP-SLOT > ZERO.
           IF WS-GRP-SLOT = ZERO
               IF WS-GRP-COUNT < 30
                   ADD +1 TO WS-GRP-COUNT
                   MOVE WS-GRP-COUNT TO WS-GRP-SLOT
                   MOVE SR-GROUP TO GRP-NAME (WS-GRP-SLOT)
                   MOVE ZERO TO GRP-READMITS (WS-GRP-SLOT),
                                GRP-DAYS-TOTAL (WS-GRP-SLOT)
               ELSE
                   GO TO 560-EXIT.
           ADD +1 TO GRP-READMITS (WS-GRP-SLOT).
           ADD SR-DAYS-BETWEEN TO GRP-DAYS-TOTAL (WS-GRP-SLOT).
       560-EXIT.
           EXIT.

       565-MATCH-GROUP.
           IF GRP-NAME (WS-GRP-SUB) = SR-GROUP
               MOVE WS-GRP-SUB TO WS-GRP-SLOT.
       565-EXIT.
           EXIT.

       700-PRINT-GROUP-LINE.
           MOVE GRP-NAME (WS-GRP-SUB)     TO RPT-GRP-NAME-O.
           MOVE GRP-READMITS (WS-GRP-SUB) TO RPT-GRP-COUNT-O.
           COMPUTE WS-AVG-DAYS ROUNDED =
               GRP-DAYS-TOTAL (WS-GRP-SUB) / GRP-READMITS (WS-GRP-SUB).
           MOVE WS-AVG-DAYS TO RPT-GRP-AVG-O.
           WRITE READMRPT-REC FROM WS-RPT-GROUP-LINE.
       700-EXIT.
           EXIT.

       999-CLEANUP.
           PERFORM 550-WRITE-HEADINGS THRU 550-EXIT.
           WRITE READMRPT-REC FROM WS-RPT-GROUP-HDR.
           WRITE READMRPT-REC FROM WS-BLANK-LINE.
           PERFORM 700-PRINT-GROUP-LINE THRU 700-EXIT
               VARYING WS-GRP-SUB FROM 1 BY 1
               UNTIL WS-GRP-SUB > WS-GRP-COUNT.
           WRITE READMRPT-REC FROM WS-BLANK-LINE.
           MOVE "READMHST RECORDS READ         " TO RPT-COUNT-LABEL.
           MOVE WS-HIST-READ TO RPT-COUNT-O.
           WRITE READMRPT-REC FROM WS-RPT-COUNT-LINE.
           MOVE "READMISSIONS IN MONTH         " TO RPT-COUNT-LABEL.
           MOVE WS-READMITS TO RPT-COUNT-O.
           WRITE READMRPT-REC FROM WS-RPT-COUNT-LINE.
           IF WS-READMITS > ZERO
               COMPUTE WS-AVG-DAYS ROUNDED =
                   WS-DAYS-TOTAL / WS-READMITS
               MOVE "ALL GROUPS" TO RPT-GRP-NAME-O
               MOVE WS-READMITS TO RPT-GRP-COUNT-O
               MOVE WS-AVG-DAYS TO RPT-GRP-AVG-O
               WRITE READMRPT-REC FROM WS-RPT-GROUP-LINE.
           CLOSE READMRPT.
           IF RETURN-CODE = ZERO
              AND WS-READMITS = ZERO
               MOVE 4 TO RETURN-CODE.
           DISPLAY "READMRPT: " WS-READMITS " READMISSIONS IN "
                   WS-REPORT-MONTH.
       999-EXIT.
           EXIT.
