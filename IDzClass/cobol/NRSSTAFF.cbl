       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NRSSTAFF.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEV Center.
       DATE-WRITTEN. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *          NURSE STAFFING-TO-CENSUS RATIO REPORT BY WARD AND
      *          SHIFT, FOR NURSING ADMINISTRATION AND THE STATE
      *          STAFFING FILING.  RUNS AFTER THE NIGHTLY PATIENT
      *          UPDATE (SANDBOX) FOR THE SAME BUSINESS DATE (BUSDATE
      *          CARD, ELSE TODAY).
      *
      *          THE CENSUS IS THE OCCUPIED-BED COUNT SANDBOX APPENDS
      *          TO CENSHIST FOR EACH WARD (THE LAST SNAPSHOT FOR THE
      *          BUSINESS DATE WINS).  THE NURSES ON DUTY COME FROM
      *          THE STAFFING CARDS (STAFFIN), ONE PER WARD AND SHIFT:
      *              COLS  1-8   DATE YYYYMMDD (BLANK = BUSINESS DATE)
      *              COLS 10-13  WARD ID
      *              COL  15     SHIFT  D=DAY  E=EVENING  N=NIGHT
      *              COLS 17-19  NURSES ON DUTY
      *              COLS 21-28  CHARGE NURSE ID (OPTIONAL)
      *
      *          THE REQUIRED RATIO COMES FROM THE NRSRATIO TABLE:
      *              "T" CARDS - ONE PER WARD TYPE (ICU, ONCOLOGY,
      *                 PEDIATRICS ...):
      *                 COLS  3-6   WARD TYPE
      *                 COLS  8-37  DESCRIPTION
      *                 COLS 39-41  MAX PATIENTS PER NURSE, DAY   99V9
      *                 COLS 43-45  MAX PATIENTS PER NURSE, EVENING
      *                 COLS 47-49  MAX PATIENTS PER NURSE, NIGHT
      *              "W" CARDS - ONE PER WARD:
      *                 COLS  3-6   WARD ID
      *                 COLS  8-11  WARD TYPE
      *
      *          A WARD/SHIFT IS FLAGGED "OVER RATIO" WHEN ITS CENSUS
      *          EXCEEDS THE REQUIRED PATIENTS PER NURSE TIMES THE
      *          NURSES ON DUTY, AND "NO NURSE ON DUTY" WHEN IT HAS
      *          PATIENTS AND NO NURSE.  A WARD WITH PATIENTS AND NO
      *          STAFFING CARD FOR A SHIFT IS LISTED AS NOT REPORTED.
      *          EVERY WARD/SHIFT REPORTED IS APPENDED TO STAFHIST
      *          (JCL SUPPLIES DISP=MOD) FOR THE QUARTERLY FILING.
      *
      *          RETURN CODES - 0 ALL WARDS WITHIN RATIO, 4 A WARD
      *          OVER RATIO, A SHIFT NOT REPORTED OR A CARD REJECTED,
      *          16 CENSHIST COULD NOT BE READ OR THE SORT FAILED.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CENSHIST
           ASSIGN TO UT-S-CENSHIST
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-CENSHIST-STATUS.

           SELECT NRSRATIO
           ASSIGN TO UT-S-NRSRATIO
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-NRSRATIO-STATUS.

           SELECT STAFFIN
           ASSIGN TO UT-S-STAFFIN
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-STAFFIN-STATUS.

           SELECT BUSDATE-FILE
           ASSIGN TO UT-S-BUSDATE
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT STAFSRT
           ASSIGN TO UT-S-STAFWK.

           SELECT STAFHIST
           ASSIGN TO UT-S-STAFHIST
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-STAFHIST-STATUS.

           SELECT STAFRPT
           ASSIGN TO UT-S-STAFRPT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

       DATA DIVISION.
       FILE SECTION.
       FD  CENSHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CENSUS-HIST-REC.
       01  CENSUS-HIST-REC.
           05  CEN-RUN-DATE            PIC 9(8).
           05  FILLER                  PIC X(1).
           05  CEN-WARD-ID             PIC X(4).
           05  FILLER                  PIC X(1).
           05  CEN-BEDS                PIC 9(4).
           05  FILLER                  PIC X(1).
           05  CEN-OCCUPIED            PIC 9(4).
           05  FILLER                  PIC X(1).
           05  CEN-XFER-IN             PIC 9(4).
           05  FILLER                  PIC X(1).
           05  CEN-XFER-OUT            PIC 9(4).
           05  FILLER                  PIC X(1).
           05  CEN-ADMITS              PIC 9(4).
           05  FILLER                  PIC X(1).
           05  CEN-DISCHARGES          PIC 9(4).
           05  FILLER                  PIC X(1).
           05  CEN-SUPERVISE-NURSE     PIC X(8).
           05  FILLER                  PIC X(28).

       FD  NRSRATIO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS NRSRATIO-REC.
       01  NRSRATIO-REC.
           05  NR-REC-TYPE             PIC X(1).
               88  NR-WARD-TYPE-REC      VALUE "T".
               88  NR-WARD-REC           VALUE "W".
           05  FILLER                  PIC X(1).
           05  NR-TYPE-DATA.
               10  NR-WARD-TYPE        PIC X(4).
               10  FILLER              PIC X(1).
               10  NR-TYPE-DESC        PIC X(30).
               10  FILLER              PIC X(1).
               10  NR-MAX-DAY          PIC 9(2)V9.
               10  FILLER              PIC X(1).
               10  NR-MAX-EVENING      PIC 9(2)V9.
               10  FILLER              PIC X(1).
               10  NR-MAX-NIGHT        PIC 9(2)V9.
               10  FILLER              PIC X(31).
           05  NR-WARD-DATA REDEFINES NR-TYPE-DATA.
               10  NR-WARD-ID          PIC X(4).
               10  FILLER              PIC X(1).
               10  NR-WARD-WARD-TYPE   PIC X(4).
               10  FILLER              PIC X(69).

       FD  STAFFIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS STAFFIN-REC.
       01  STAFFIN-REC.
           05  SI-DATE                 PIC X(8).
           05  SI-DATE-N REDEFINES SI-DATE
                                       PIC 9(8).
           05  FILLER                  PIC X(1).
           05  SI-WARD-ID              PIC X(4).
           05  FILLER                  PIC X(1).
           05  SI-SHIFT                PIC X(1).
               88  SI-SHIFT-VALID        VALUES "D", "E", "N".
           05  FILLER                  PIC X(1).
           05  SI-NURSES               PIC X(3).
           05  SI-NURSES-N REDEFINES SI-NURSES
                                       PIC 9(3).
           05  FILLER                  PIC X(1).
           05  SI-CHARGE-NURSE         PIC X(8).
           05  FILLER                  PIC X(52).

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

      *    ONE ENTRY PER STAFFING CARD FOR THE BUSINESS DATE, IN
      *    WARD / SHIFT (DAY, EVENING, NIGHT) / CARD ORDER
       SD  STAFSRT
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS STAF-SORT-REC.
       01  STAF-SORT-REC.
           05  SR-WARD-ID             PIC X(4).
           05  SR-SHIFT-SEQ           PIC 9(1).
           05  SR-CARD-SEQ            PIC 9(5).
           05  SR-SHIFT               PIC X(1).
           05  SR-NURSES              PIC 9(3).
           05  SR-CHARGE-NURSE        PIC X(8).
           05  FILLER                 PIC X(18).

      *    ONE RECORD PER WARD AND SHIFT REPORTED, APPENDED EACH RUN
       FD  STAFHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS STAFF-HIST-REC.
       01  STAFF-HIST-REC.
           05  SH-DATE                 PIC 9(8).
           05  FILLER                  PIC X(1).
           05  SH-WARD-ID              PIC X(4).
           05  FILLER                  PIC X(1).
           05  SH-WARD-TYPE            PIC X(4).
           05  FILLER                  PIC X(1).
           05  SH-SHIFT                PIC X(1).
           05  FILLER                  PIC X(1).
           05  SH-CENSUS               PIC 9(4).
           05  FILLER                  PIC X(1).
           05  SH-NURSES               PIC 9(3).
           05  FILLER                  PIC X(1).
           05  SH-PTS-PER-NURSE        PIC 9(3)V9.
           05  FILLER                  PIC X(1).
           05  SH-REQUIRED-MAX         PIC 9(2)V9.
           05  FILLER                  PIC X(1).
           05  SH-OVER-RATIO-FLAG      PIC X(1).
           05  FILLER                  PIC X(1).
           05  SH-SUPERVISE-NURSE      PIC X(8).
           05  FILLER                  PIC X(1).
           05  SH-CHARGE-NURSE         PIC X(8).
           05  FILLER                  PIC X(22).

       FD  STAFRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS STAFRPT-REC.
       01  STAFRPT-REC  PIC X(132).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  WS-CENSHIST-STATUS        PIC X(2).
           05  WS-NRSRATIO-STATUS        PIC X(2).
           05  WS-STAFFIN-STATUS         PIC X(2).
           05  WS-BUSDATE-STATUS         PIC X(2).
           05  WS-STAFHIST-STATUS        PIC X(2).
           05  OFCODE                    PIC X(2).

       01  FLAGS-AND-SWITCHES.
           05 WS-RUN-OK-SW               PIC X(01) VALUE "N".
               88 RUN-OK           VALUE "Y".
           05 WS-CENSHIST-EOF-SW         PIC X(01) VALUE "N".
           05 WS-NRSRATIO-EOF-SW         PIC X(01) VALUE "N".
           05 WS-STAFFIN-EOF-SW          PIC X(01) VALUE "N".
           05 WS-SORT-EOF-SW             PIC X(01) VALUE "N".
               88 SORT-AT-END      VALUE "Y".

       01  DATE-WORK-FIELDS.
           05 WS-TODAY-YYYYMMDD        PIC 9(8)  VALUE 0.
           05 WS-BUSINESS-YYYYMMDD     PIC 9(8)  VALUE 0.

      *    THE BUSINESS DATE'S CENSUS PER WARD, WITH A SWITCH PER
      *    SHIFT SET AS EACH STAFFING CARD IS REPORTED
       01  CENSUS-TABLE-FIELDS.
           05 WS-CENS-COUNT            PIC S9(4) COMP VALUE 0.
           05 WS-CENS-SUB              PIC S9(4) COMP VALUE 0.
           05 WS-CENS-SLOT             PIC S9(4) COMP VALUE 0.
           05 WS-CENS-TABLE OCCURS 50 TIMES.
              10 CT-WARD-ID            PIC X(4).
              10 CT-BEDS               PIC 9(4).
              10 CT-OCCUPIED           PIC 9(4).
              10 CT-SUPERVISE-NURSE    PIC X(8).
              10 CT-SHIFT-SEEN         PIC X(1) OCCURS 3 TIMES.

       01  RATIO-TABLE-FIELDS.
           05 WS-TYPE-COUNT            PIC S9(4) COMP VALUE 0.
           05 WS-TYPE-SUB              PIC S9(4) COMP VALUE 0.
           05 WS-TYPE-SLOT             PIC S9(4) COMP VALUE 0.
           05 WS-TYPE-TABLE OCCURS 20 TIMES.
              10 TT-WARD-TYPE          PIC X(4).
              10 TT-DESC               PIC X(30).
              10 TT-MAX-PER-NURSE      PIC 9(2)V9 OCCURS 3 TIMES.
           05 WS-WMAP-COUNT            PIC S9(4) COMP VALUE 0.
           05 WS-WMAP-SUB              PIC S9(4) COMP VALUE 0.
           05 WS-WMAP-SLOT             PIC S9(4) COMP VALUE 0.
           05 WS-WMAP-TABLE OCCURS 50 TIMES.
              10 WM-WARD-ID            PIC X(4).
              10 WM-WARD-TYPE          PIC X(4).

       01  RATIO-WORK-FIELDS.
           05 WS-LOOKUP-WARD           PIC X(4)  VALUE SPACES.
           05 WS-LOOKUP-TYPE           PIC X(4)  VALUE SPACES.
           05 WS-SHIFT-SUB             PIC S9(4) COMP VALUE 0.
           05 WS-CENSUS                PIC 9(4)  VALUE 0.
           05 WS-REQUIRED-MAX          PIC 9(2)V9 VALUE 0.
           05 WS-PTS-PER-NURSE         PIC 9(3)V9 VALUE 0.
           05 WS-MAX-PATIENTS          PIC 9(5)V9 VALUE 0.
           05 WS-RATIO-FLAG            PIC X(20) VALUE SPACES.
           05 WS-OVER-RATIO-SW         PIC X(1)  VALUE "N".
           05 WS-HOLD-WARD-ID          PIC X(4)  VALUE SPACES.
           05 WS-HOLD-SHIFT            PIC X(1)  VALUE SPACES.
           05 WS-SHIFT-NAME            PIC X(7)  VALUE SPACES.

       01  COUNTERS-AND-ACCUMULATORS.
           05 WS-CENSUS-READ           PIC S9(7) COMP-3 VALUE 0.
           05 WS-CARDS-READ            PIC S9(7) COMP-3 VALUE 0.
           05 WS-CARDS-OTHER-DATE      PIC S9(7) COMP-3 VALUE 0.
           05 WS-CARDS-REJECTED        PIC S9(7) COMP-3 VALUE 0.
           05 WS-CARDS-DUPLICATE       PIC S9(7) COMP-3 VALUE 0.
           05 WS-SHIFTS-REPORTED       PIC S9(7) COMP-3 VALUE 0.
           05 WS-SHIFTS-OVER-RATIO     PIC S9(7) COMP-3 VALUE 0.
           05 WS-SHIFTS-NOT-REPORTED   PIC S9(7) COMP-3 VALUE 0.
           05 WS-HIST-WRITTEN          PIC S9(7) COMP-3 VALUE 0.

       01  WS-RPT-HDR.
           05  FILLER     PIC X(46) VALUE
               "NURSE STAFFING TO CENSUS - BY WARD AND SHIFT  ".
           05  FILLER     PIC X(15) VALUE "BUSINESS DATE: ".
           05  RPT-DATE-O           PIC 9(8).
           05  FILLER     PIC X(63) VALUE SPACES.

       01  WS-RPT-COLS.
           05  FILLER     PIC X(44) VALUE
               "WARD  TYPE  SHIFT    SUPERVSR  CHARGE RN BED".
           05  FILLER     PIC X(44) VALUE
               "S  CENSUS  NURSES  PTS/RN REQUIRED  STATUS  ".
           05  FILLER     PIC X(44) VALUE SPACES.

       01  WS-RPT-DETAIL.
           05  RPT-WARD-O           PIC X(4).
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  RPT-TYPE-O           PIC X(4).
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  RPT-SHIFT-O          PIC X(7).
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  RPT-SUPERVISOR-O     PIC X(8).
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  RPT-CHARGE-O         PIC X(8).
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  RPT-BEDS-O           PIC ZZZ9.
           05  FILLER     PIC X(4)  VALUE SPACES.
           05  RPT-CENSUS-O         PIC ZZZ9.
           05  FILLER     PIC X(5)  VALUE SPACES.
           05  RPT-NURSES-O         PIC ZZ9.
           05  FILLER     PIC X(3)  VALUE SPACES.
           05  RPT-PTS-PER-RN-O     PIC ZZ9.9.
           05  FILLER     PIC X(5)  VALUE SPACES.
           05  RPT-REQUIRED-O       PIC Z9.9.
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  RPT-STATUS-O         PIC X(20).
           05  FILLER     PIC X(32) VALUE SPACES.

       01  WS-RPT-REJECT.
           05  FILLER     PIC X(17) VALUE "  CARD REJECTED: ".
           05  RPT-REJ-CARD-O       PIC X(28).
           05  FILLER     PIC X(3)  VALUE " - ".
           05  RPT-REJ-REASON-O     PIC X(30).
           05  FILLER     PIC X(54) VALUE SPACES.

       01  WS-RPT-COUNT-LINE.
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  RPT-COUNT-LABEL      PIC X(30).
           05  RPT-COUNT-O          PIC ZZZ,ZZ9.
           05  FILLER     PIC X(93) VALUE SPACES.

       01  WS-BLANK-LINE.
           05  FILLER     PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           IF RUN-OK
               SORT STAFSRT
                   ON ASCENDING KEY SR-WARD-ID
                                    SR-SHIFT-SEQ
                                    SR-CARD-SEQ
                   INPUT PROCEDURE 200-EDIT-STAFFING THRU 200-EXIT
                   OUTPUT PROCEDURE 500-PRINT-RATIOS THRU 500-EXIT
               IF SORT-RETURN NOT = ZERO
                   DISPLAY "NRSSTAFF: SORT FAILED - RC " SORT-RETURN
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM 600-LIST-NOT-REPORTED THRU 600-EXIT
               END-IF
           END-IF.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-YYYYMMDD.
           PERFORM 010-GET-BUSINESS-DATE THRU 010-EXIT.
           OPEN OUTPUT STAFRPT.
           MOVE WS-BUSINESS-YYYYMMDD TO RPT-DATE-O.
           WRITE STAFRPT-REC FROM WS-RPT-HDR
               AFTER ADVANCING PAGE.
           WRITE STAFRPT-REC FROM WS-BLANK-LINE.
           WRITE STAFRPT-REC FROM WS-RPT-COLS.
           PERFORM 020-LOAD-CENSUS THRU 020-EXIT.
           IF WS-CENSHIST-STATUS NOT = "00"
               GO TO 000-EXIT.
           PERFORM 030-LOAD-RATIO-TABLE THRU 030-EXIT.
           OPEN INPUT STAFFIN.
           IF WS-STAFFIN-STATUS NOT = "00"
               DISPLAY "NRSSTAFF: STAFFIN NOT AVAILABLE - STATUS "
                       WS-STAFFIN-STATUS " - NO SHIFTS REPORTED"
               MOVE "Y" TO WS-STAFFIN-EOF-SW.
      *    WITHOUT STAFHIST THE REPORT STILL PRINTS
           OPEN EXTEND STAFHIST.
           IF WS-STAFHIST-STATUS NOT = "00"
               DISPLAY "NRSSTAFF: STAFHIST NOT AVAILABLE - STATUS "
                       WS-STAFHIST-STATUS " - HISTORY NOT WRITTEN".
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

      *    CENSHIST IS APPENDED CHRONOLOGICALLY; A RERUN OF THE
      *    UPDATE FOR THE SAME DATE REPLACES THE EARLIER SNAPSHOT
       020-LOAD-CENSUS.
           OPEN INPUT CENSHIST.
           IF WS-CENSHIST-STATUS NOT = "00"
               DISPLAY "NRSSTAFF: CANNOT OPEN CENSHIST - STATUS "
                       WS-CENSHIST-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 020-EXIT.
           PERFORM 025-READ-CENSUS THRU 025-EXIT
               UNTIL WS-CENSHIST-EOF-SW = "Y".
           CLOSE CENSHIST.
           IF WS-CENS-COUNT = ZERO
               DISPLAY "NRSSTAFF: NO CENSUS ON CENSHIST FOR "
                       WS-BUSINESS-YYYYMMDD.
       020-EXIT.
           EXIT.

       025-READ-CENSUS.
           READ CENSHIST
               AT END MOVE "Y" TO WS-CENSHIST-EOF-SW
               GO TO 025-EXIT
           END-READ.
           ADD +1 TO WS-CENSUS-READ.
           IF CEN-RUN-DATE NOT = WS-BUSINESS-YYYYMMDD
               GO TO 025-EXIT.
           MOVE CEN-WARD-ID TO WS-LOOKUP-WARD.
           PERFORM 300-FIND-CENSUS-WARD THRU 300-EXIT.
           IF WS-CENS-SLOT = ZERO
               IF WS-CENS-COUNT < 50
                   ADD +1 TO WS-CENS-COUNT
                   MOVE WS-CENS-COUNT TO WS-CENS-SLOT
               ELSE
                   DISPLAY "NRSSTAFF: CENSUS TABLE FULL - WARD "
                           CEN-WARD-ID " SKIPPED"
                   GO TO 025-EXIT.
           MOVE CEN-WARD-ID         TO CT-WARD-ID (WS-CENS-SLOT).
           MOVE CEN-BEDS            TO CT-BEDS (WS-CENS-SLOT).
           MOVE CEN-OCCUPIED        TO CT-OCCUPIED (WS-CENS-SLOT).
           MOVE CEN-SUPERVISE-NURSE TO
                                  CT-SUPERVISE-NURSE (WS-CENS-SLOT).
           MOVE "N" TO CT-SHIFT-SEEN (WS-CENS-SLOT, 1),
                       CT-SHIFT-SEEN (WS-CENS-SLOT, 2),
                       CT-SHIFT-SEEN (WS-CENS-SLOT, 3).
       025-EXIT.
           EXIT.

      *    WITHOUT NRSRATIO EVERY SHIFT PRINTS WITH NO RATIO ON FILE
       030-LOAD-RATIO-TABLE.
           OPEN INPUT NRSRATIO.
           IF WS-NRSRATIO-STATUS NOT = "00"
               DISPLAY "NRSSTAFF: NRSRATIO NOT AVAILABLE - NO "
                       "REQUIRED RATIOS TO CHECK AGAINST"
               GO TO 030-EXIT.
           PERFORM 035-READ-RATIO-TABLE THRU 035-EXIT
               UNTIL WS-NRSRATIO-EOF-SW = "Y".
           CLOSE NRSRATIO.
       030-EXIT.
           EXIT.

       035-READ-RATIO-TABLE.
           READ NRSRATIO
               AT END MOVE "Y" TO WS-NRSRATIO-EOF-SW
               GO TO 035-EXIT
           END-READ.
           IF NR-WARD-TYPE-REC
              AND NR-WARD-TYPE NOT = SPACES
              AND WS-TYPE-COUNT < 20
               ADD +1 TO WS-TYPE-COUNT
               MOVE NR-WARD-TYPE TO TT-WARD-TYPE (WS-TYPE-COUNT)
               MOVE NR-TYPE-DESC TO TT-DESC (WS-TYPE-COUNT)
               MOVE ZERO TO TT-MAX-PER-NURSE (WS-TYPE-COUNT, 1),
                            TT-MAX-PER-NURSE (WS-TYPE-COUNT, 2),
                            TT-MAX-PER-NURSE (WS-TYPE-COUNT, 3)
               IF NR-MAX-DAY NUMERIC
                   MOVE NR-MAX-DAY
                       TO TT-MAX-PER-NURSE (WS-TYPE-COUNT, 1)
               END-IF
               IF NR-MAX-EVENING NUMERIC
                   MOVE NR-MAX-EVENING
                       TO TT-MAX-PER-NURSE (WS-TYPE-COUNT, 2)
               END-IF
               IF NR-MAX-NIGHT NUMERIC
                   MOVE NR-MAX-NIGHT
                       TO TT-MAX-PER-NURSE (WS-TYPE-COUNT, 3)
               END-IF
               GO TO 035-EXIT.
           IF NR-WARD-REC
              AND NR-WARD-ID NOT = SPACES
              AND WS-WMAP-COUNT < 50
               ADD +1 TO WS-WMAP-COUNT
               MOVE NR-WARD-ID        TO WM-WARD-ID (WS-WMAP-COUNT)
               MOVE NR-WARD-WARD-TYPE TO WM-WARD-TYPE (WS-WMAP-COUNT).
       035-EXIT.
           EXIT.

      ******************************************************************
      *    SORT INPUT - EDIT THE STAFFING CARDS.  ONLY THE BUSINESS
      *    DATE'S CARDS ARE REPORTED; A BAD CARD IS LISTED AND COUNTED.
      ******************************************************************
       200-EDIT-STAFFING.
           PERFORM 210-EDIT-ONE-CARD THRU 210-EXIT
               UNTIL WS-STAFFIN-EOF-SW = "Y".
       200-EXIT.
           EXIT.

       210-EDIT-ONE-CARD.
           READ STAFFIN
               AT END MOVE "Y" TO WS-STAFFIN-EOF-SW
               GO TO 210-EXIT
           END-READ.
           ADD +1 TO WS-CARDS-READ.
           IF SI-DATE NOT = SPACES
               IF SI-DATE NOT NUMERIC
                   MOVE "DATE NOT NUMERIC" TO RPT-REJ-REASON-O
                   GO TO 210-REJECT
               END-IF
               IF SI-DATE-N NOT = WS-BUSINESS-YYYYMMDD
                   ADD +1 TO WS-CARDS-OTHER-DATE
                   GO TO 210-EXIT.
           IF SI-WARD-ID = SPACES
               MOVE "WARD ID MISSING" TO RPT-REJ-REASON-O
               GO TO 210-REJECT.
           IF NOT SI-SHIFT-VALID
               MOVE "SHIFT NOT D, E OR N" TO RPT-REJ-REASON-O
               GO TO 210-REJECT.
           IF SI-NURSES NOT NUMERIC
               MOVE "NURSES ON DUTY NOT NUMERIC" TO RPT-REJ-REASON-O
               GO TO 210-REJECT.
           MOVE SPACES          TO STAF-SORT-REC.
           MOVE SI-WARD-ID      TO SR-WARD-ID.
           MOVE SI-SHIFT        TO SR-SHIFT.
           PERFORM 320-SHIFT-SUBSCRIPT THRU 320-EXIT.
           MOVE WS-SHIFT-SUB    TO SR-SHIFT-SEQ.
           MOVE WS-CARDS-READ   TO SR-CARD-SEQ.
           MOVE SI-NURSES-N     TO SR-NURSES.
           MOVE SI-CHARGE-NURSE TO SR-CHARGE-NURSE.
           RELEASE STAF-SORT-REC.
           GO TO 210-EXIT.
       210-REJECT.
           ADD +1 TO WS-CARDS-REJECTED.
           MOVE STAFFIN-REC (1:28) TO RPT-REJ-CARD-O.
           WRITE STAFRPT-REC FROM WS-RPT-REJECT.
       210-EXIT.
           EXIT.

       300-FIND-CENSUS-WARD.
           MOVE ZERO TO WS-CENS-SLOT.
           PERFORM 305-MATCH-CENSUS-WARD THRU 305-EXIT
               VARYING WS-CENS-SUB FROM 1 BY 1
               UNTIL WS-CENS-SUB > WS-CENS-COUNT
                  OR WS-CENS-SLOT > ZERO.
       300-EXIT.
           EXIT.

       305-MATCH-CENSUS-WARD.
           IF CT-WARD-ID (WS-CENS-SUB) = WS-LOOKUP-WARD
               MOVE WS-CENS-SUB TO WS-CENS-SLOT.
       305-EXIT.
           EXIT.

      *    WARD -> WARD TYPE -> REQUIRED PATIENTS PER NURSE FOR THE
      *    SHIFT IN WS-SHIFT-SUB.  ZERO MEANS NO RATIO ON FILE.
       310-FIND-REQUIRED-RATIO.
           MOVE SPACES TO WS-LOOKUP-TYPE.
           MOVE ZERO   TO WS-REQUIRED-MAX.
           MOVE ZERO TO WS-WMAP-SLOT.
           PERFORM 312-MATCH-WARD-MAP THRU 312-EXIT
               VARYING WS-WMAP-SUB FROM 1 BY 1
               UNTIL WS-WMAP-SUB > WS-WMAP-COUNT
                  OR WS-WMAP-SLOT > ZERO.
           IF WS-WMAP-SLOT = ZERO
               GO TO 310-EXIT.
           MOVE WM-WARD-TYPE (WS-WMAP-SLOT) TO WS-LOOKUP-TYPE.
           MOVE ZERO TO WS-TYPE-SLOT.
           PERFORM 314-MATCH-WARD-TYPE THRU 314-EXIT
               VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > WS-TYPE-COUNT
                  OR WS-TYPE-SLOT > ZERO.
           IF WS-TYPE-SLOT > ZERO
               MOVE TT-MAX-PER-NURSE (WS-TYPE-SLOT, WS-SHIFT-SUB)
                   TO WS-REQUIRED-MAX.
       310-EXIT.
           EXIT.

       312-MATCH-WARD-MAP.
           IF WM-WARD-ID (WS-WMAP-SUB) = WS-LOOKUP-WARD
               MOVE WS-WMAP-SUB TO WS-WMAP-SLOT.
       312-EXIT.
           EXIT.

       314-MATCH-WARD-TYPE.
           IF TT-WARD-TYPE (WS-TYPE-SUB) = WS-LOOKUP-TYPE
               MOVE WS-TYPE-SUB TO WS-TYPE-SLOT.
       314-EXIT.
           EXIT.

       320-SHIFT-SUBSCRIPT.
           IF SI-SHIFT = "D"
               MOVE 1 TO WS-SHIFT-SUB
           ELSE
           IF SI-SHIFT = "E"
               MOVE 2 TO WS-SHIFT-SUB
           ELSE
               MOVE 3 TO WS-SHIFT-SUB.
       320-EXIT.
           EXIT.

       330-SHIFT-NAME.
           IF WS-SHIFT-SUB = 1
               MOVE "DAY"     TO WS-SHIFT-NAME
           ELSE
           IF WS-SHIFT-SUB = 2
               MOVE "EVENING" TO WS-SHIFT-NAME
           ELSE
               MOVE "NIGHT"   TO WS-SHIFT-NAME.
       330-EXIT.
           EXIT.

      ******************************************************************
      *    SORT OUTPUT - ONE LINE PER WARD AND SHIFT.  A SECOND CARD
      *    FOR THE SAME WARD AND SHIFT IS COUNTED AND IGNORED.
      ******************************************************************
       500-PRINT-RATIOS.
           WRITE STAFRPT-REC FROM WS-BLANK-LINE.
           PERFORM 510-RETURN-SORTED THRU 510-EXIT.
           PERFORM 520-PRINT-ONE-SHIFT THRU 520-EXIT
               UNTIL SORT-AT-END.
       500-EXIT.
           EXIT.

       510-RETURN-SORTED.
           RETURN STAFSRT
               AT END MOVE "Y" TO WS-SORT-EOF-SW
           END-RETURN.
       510-EXIT.
           EXIT.

       520-PRINT-ONE-SHIFT.
           IF SR-WARD-ID = WS-HOLD-WARD-ID
              AND SR-SHIFT = WS-HOLD-SHIFT
               ADD +1 TO WS-CARDS-DUPLICATE
               DISPLAY "NRSSTAFF: DUPLICATE STAFFING CARD IGNORED - "
                       "WARD " SR-WARD-ID " SHIFT " SR-SHIFT
               GO TO 520-NEXT.
           MOVE SR-WARD-ID   TO WS-HOLD-WARD-ID, WS-LOOKUP-WARD.
           MOVE SR-SHIFT     TO WS-HOLD-SHIFT.
           MOVE SR-SHIFT-SEQ TO WS-SHIFT-SUB.
           MOVE SPACES TO WS-RPT-DETAIL.
           MOVE SPACES TO WS-RATIO-FLAG.
           MOVE "N"    TO WS-OVER-RATIO-SW.
           MOVE ZERO   TO WS-PTS-PER-NURSE, WS-CENSUS.
           PERFORM 310-FIND-REQUIRED-RATIO THRU 310-EXIT.
           PERFORM 300-FIND-CENSUS-WARD THRU 300-EXIT.
           IF WS-CENS-SLOT = ZERO
               MOVE "NO CENSUS FOR DATE" TO WS-RATIO-FLAG
           ELSE
               MOVE "Y" TO CT-SHIFT-SEEN (WS-CENS-SLOT, WS-SHIFT-SUB)
               MOVE CT-OCCUPIED (WS-CENS-SLOT) TO WS-CENSUS
               MOVE CT-BEDS (WS-CENS-SLOT)     TO RPT-BEDS-O
               MOVE CT-SUPERVISE-NURSE (WS-CENS-SLOT)
                                               TO RPT-SUPERVISOR-O
               PERFORM 530-CHECK-RATIO THRU 530-EXIT.
           PERFORM 330-SHIFT-NAME THRU 330-EXIT.
           MOVE SR-WARD-ID       TO RPT-WARD-O.
           MOVE WS-LOOKUP-TYPE   TO RPT-TYPE-O.
           MOVE WS-SHIFT-NAME    TO RPT-SHIFT-O.
           MOVE SR-CHARGE-NURSE  TO RPT-CHARGE-O.
           MOVE WS-CENSUS        TO RPT-CENSUS-O.
           MOVE SR-NURSES        TO RPT-NURSES-O.
           MOVE WS-PTS-PER-NURSE TO RPT-PTS-PER-RN-O.
           MOVE WS-REQUIRED-MAX  TO RPT-REQUIRED-O.
           MOVE WS-RATIO-FLAG    TO RPT-STATUS-O.
           WRITE STAFRPT-REC FROM WS-RPT-DETAIL.
           ADD +1 TO WS-SHIFTS-REPORTED.
           PERFORM 540-WRITE-HISTORY THRU 540-EXIT.
       520-NEXT.
           PERFORM 510-RETURN-SORTED THRU 510-EXIT.
       520-EXIT.
           EXIT.

      *    OVER RATIO IS TESTED ON THE CENSUS AGAINST REQUIRED RATIO
      *    TIMES NURSES, SO ROUNDING THE PRINTED RATIO CANNOT HIDE IT
       530-CHECK-RATIO.
           IF SR-NURSES = ZERO
               IF WS-CENSUS > ZERO
                   MOVE "NO NURSE ON DUTY" TO WS-RATIO-FLAG
                   MOVE "Y" TO WS-OVER-RATIO-SW
                   ADD +1 TO WS-SHIFTS-OVER-RATIO
               END-IF
               GO TO 530-EXIT.
           COMPUTE WS-PTS-PER-NURSE ROUNDED = WS-CENSUS / SR-NURSES.
           IF WS-REQUIRED-MAX = ZERO
               MOVE "NO RATIO ON FILE" TO WS-RATIO-FLAG
               GO TO 530-EXIT.
           COMPUTE WS-MAX-PATIENTS = WS-REQUIRED-MAX * SR-NURSES.
           IF WS-CENSUS > WS-MAX-PATIENTS
               MOVE "*** OVER RATIO ***" TO WS-RATIO-FLAG
               MOVE "Y" TO WS-OVER-RATIO-SW
               ADD +1 TO WS-SHIFTS-OVER-RATIO
           ELSE
               MOVE "WITHIN RATIO" TO WS-RATIO-FLAG.
       530-EXIT.
           EXIT.

       540-WRITE-HISTORY.
           IF WS-STAFHIST-STATUS NOT = "00"
               GO TO 540-EXIT.
           MOVE SPACES TO STAFF-HIST-REC.
           MOVE WS-BUSINESS-YYYYMMDD TO SH-DATE.
           MOVE SR-WARD-ID           TO SH-WARD-ID.
           MOVE WS-LOOKUP-TYPE       TO SH-WARD-TYPE.
           MOVE SR-SHIFT             TO SH-SHIFT.
           MOVE WS-CENSUS            TO SH-CENSUS.
           MOVE SR-NURSES            TO SH-NURSES.
           MOVE WS-PTS-PER-NURSE     TO SH-PTS-PER-NURSE.
           MOVE WS-REQUIRED-MAX      TO SH-REQUIRED-MAX.
           MOVE WS-OVER-RATIO-SW     TO SH-OVER-RATIO-FLAG.
           MOVE RPT-SUPERVISOR-O     TO SH-SUPERVISE-NURSE.
           MOVE SR-CHARGE-NURSE      TO SH-CHARGE-NURSE.
           WRITE STAFF-HIST-REC.
           ADD +1 TO WS-HIST-WRITTEN.
       540-EXIT.
           EXIT.

      ******************************************************************
      *    A WARD WITH PATIENTS AND NO STAFFING CARD FOR A SHIFT
      ******************************************************************
       600-LIST-NOT-REPORTED.
           PERFORM 610-CHECK-ONE-WARD THRU 610-EXIT
               VARYING WS-CENS-SUB FROM 1 BY 1
               UNTIL WS-CENS-SUB > WS-CENS-COUNT.
       600-EXIT.
           EXIT.

       610-CHECK-ONE-WARD.
           IF CT-OCCUPIED (WS-CENS-SUB) = ZERO
               GO TO 610-EXIT.
           PERFORM 620-CHECK-ONE-SHIFT THRU 620-EXIT
               VARYING WS-SHIFT-SUB FROM 1 BY 1
               UNTIL WS-SHIFT-SUB > 3.
       610-EXIT.
           EXIT.

       620-CHECK-ONE-SHIFT.
           IF CT-SHIFT-SEEN (WS-CENS-SUB, WS-SHIFT-SUB) = "Y"
               GO TO 620-EXIT.
           MOVE CT-WARD-ID (WS-CENS-SUB) TO WS-LOOKUP-WARD.
           PERFORM 310-FIND-REQUIRED-RATIO THRU 310-EXIT.
           PERFORM 330-SHIFT-NAME THRU 330-EXIT.
           MOVE SPACES TO WS-RPT-DETAIL.
           MOVE CT-WARD-ID (WS-CENS-SUB)  TO RPT-WARD-O.
           MOVE WS-LOOKUP-TYPE            TO RPT-TYPE-O.
           MOVE WS-SHIFT-NAME             TO RPT-SHIFT-O.
           MOVE CT-SUPERVISE-NURSE (WS-CENS-SUB) TO RPT-SUPERVISOR-O.
           MOVE CT-BEDS (WS-CENS-SUB)     TO RPT-BEDS-O.
           MOVE CT-OCCUPIED (WS-CENS-SUB) TO RPT-CENSUS-O.
           MOVE ZERO                      TO RPT-NURSES-O,
                                             RPT-PTS-PER-RN-O.
           MOVE WS-REQUIRED-MAX           TO RPT-REQUIRED-O.
           MOVE "SHIFT NOT REPORTED"      TO RPT-STATUS-O.
           WRITE STAFRPT-REC FROM WS-RPT-DETAIL.
           ADD +1 TO WS-SHIFTS-NOT-REPORTED.
       620-EXIT.
           EXIT.

       999-CLEANUP.
           WRITE STAFRPT-REC FROM WS-BLANK-LINE.
           MOVE "CENSUS SNAPSHOTS FOR DATE     " TO RPT-COUNT-LABEL.
           MOVE WS-CENS-COUNT TO RPT-COUNT-O.
           WRITE STAFRPT-REC FROM WS-RPT-COUNT-LINE.
           MOVE "STAFFING CARDS READ           " TO RPT-COUNT-LABEL.
           MOVE WS-CARDS-READ TO RPT-COUNT-O.
           WRITE STAFRPT-REC FROM WS-RPT-COUNT-LINE.
           MOVE "  FOR OTHER DATES - IGNORED   " TO RPT-COUNT-LABEL.
           MOVE WS-CARDS-OTHER-DATE TO RPT-COUNT-O.
           WRITE STAFRPT-REC FROM WS-RPT-COUNT-LINE.
           MOVE "  REJECTED                    " TO RPT-COUNT-LABEL.
           MOVE WS-CARDS-REJECTED TO RPT-COUNT-O.
           WRITE STAFRPT-REC FROM WS-RPT-COUNT-LINE.
           MOVE "  DUPLICATE - IGNORED         " TO RPT-COUNT-LABEL.
           MOVE WS-CARDS-DUPLICATE TO RPT-COUNT-O.
           WRITE STAFRPT-REC FROM WS-RPT-COUNT-LINE.
           MOVE "WARD SHIFTS REPORTED          " TO RPT-COUNT-LABEL.
           MOVE WS-SHIFTS-REPORTED TO RPT-COUNT-O.
           WRITE STAFRPT-REC FROM WS-RPT-COUNT-LINE.
           MOVE "  OVER RATIO / NO NURSE       " TO RPT-COUNT-LABEL.
           MOVE WS-SHIFTS-OVER-RATIO TO RPT-COUNT-O.
           WRITE STAFRPT-REC FROM WS-RPT-COUNT-LINE.
           MOVE "WARD SHIFTS NOT REPORTED      " TO RPT-COUNT-LABEL.
           MOVE WS-SHIFTS-NOT-REPORTED TO RPT-COUNT-O.
           WRITE STAFRPT-REC FROM WS-RPT-COUNT-LINE.
           MOVE "WRITTEN TO STAFHIST           " TO RPT-COUNT-LABEL.
           MOVE WS-HIST-WRITTEN TO RPT-COUNT-O.
           WRITE STAFRPT-REC FROM WS-RPT-COUNT-LINE.
           IF RUN-OK
               IF WS-STAFFIN-STATUS = "00"
                   CLOSE STAFFIN
               END-IF
               IF WS-STAFHIST-STATUS = "00"
                   CLOSE STAFHIST
               END-IF
               IF RETURN-CODE = ZERO
                  AND (WS-SHIFTS-OVER-RATIO > ZERO
                       OR WS-SHIFTS-NOT-REPORTED > ZERO
                       OR WS-CARDS-REJECTED > ZERO)
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           CLOSE STAFRPT.
           DISPLAY "NRSSTAFF: " WS-SHIFTS-REPORTED " WARD SHIFTS, "
                   WS-SHIFTS-OVER-RATIO " OVER RATIO, "
                   WS-SHIFTS-NOT-REPORTED " NOT REPORTED".
       999-EXIT.
           EXIT.
