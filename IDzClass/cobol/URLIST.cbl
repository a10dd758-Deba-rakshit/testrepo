       IDENTIFICATION DIVISION.
       PROGRAM-ID.  URLIST.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEV Center.
       DATE-WRITTEN. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *          UTILIZATION-REVIEW WORKLIST.  RUNS EACH MORNING AFTER
      *          THE NIGHTLY PATIENT UPDATE (SANDBOX) SO THE REVIEW
      *          NURSES SEE LONG STAYS BEFORE THE PAYER DENIES DAYS.
      *
      *          ONE SEQUENTIAL PASS OF PATMSTR TAKES EVERY CURRENT
      *          INPATIENT (NOT DISCHARGED), COUNTS THE DAYS IN HOUSE
      *          TO THE BUSINESS DATE (BUSDATE CARD, ELSE TODAY) AND
      *          COMPARES THEM WITH THE EXPECTED LENGTH OF STAY THAT
      *          DIAGREF CARRIES FOR THE PRIMARY DIAGNOSIS'S CASE-MIX
      *          GROUP.  A PATIENT AT 80% OR MORE OF THE EXPECTED STAY
      *          IS LISTED - "APPROACHING" BELOW 100%, "EXCEEDED" AT
      *          100% OR MORE.
      *
      *          THE LIST IS SORTED BY WARD AND ATTENDING PHYSICIAN,
      *          A NEW PAGE PER WARD, WITH THE LONGEST STAYS AGAINST
      *          EXPECTED FIRST UNDER EACH PHYSICIAN.  A DIAGNOSIS NOT
      *          ON DIAGREF, OR A GROUP WITH NO EXPECTED STAY SET,
      *          CANNOT BE REVIEWED AND IS ONLY COUNTED.
      *
      *          RETURN CODES - 0 LIST PRINTED, 4 NO PATIENT AT 80% OR
      *          MORE OF EXPECTED STAY, 16 PATMSTR COULD NOT BE READ
      *          OR THE SORT FAILED.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
       SPECIAL-NAMES.
           C01 IS NEXT-PAGE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATMSTR
                  ASSIGN       to PATMSTR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is PATMSTR-KEY
                  FILE STATUS  is PATMSTR-STATUS.

           SELECT PATPERSN
                  ASSIGN       to PATPERSN
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PATPERSN-KEY
                  FILE STATUS  is PATPERSN-STATUS.

           SELECT PHYSREF
           ASSIGN TO UT-S-PHYSREF
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-PHYSREF-STATUS.

           SELECT DIAGREF
           ASSIGN TO UT-S-DIAGREF
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-DIAGREF-STATUS.

           SELECT BUSDATE-FILE
           ASSIGN TO UT-S-BUSDATE
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT URSRT
           ASSIGN TO UT-S-URWK.

           SELECT URRPT
           ASSIGN TO UT-S-URRPT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

       DATA DIVISION.
       FILE SECTION.
       FD  PATMSTR
           RECORD CONTAINS 2964 CHARACTERS
           DATA RECORD IS PATMSTR-REC.
       01  PATMSTR-REC.
           05 PATMSTR-KEY      PIC X(06).
           05 FILLER           PIC X(2958).

       FD  PATPERSN
           RECORD CONTAINS 800 CHARACTERS
           DATA RECORD IS PATPERSN-REC.
       01  PATPERSN-REC.
           05 PATPERSN-KEY      PIC X(06).
           05 FILLER           PIC X(794).

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

      *    ONE ENTRY PER INPATIENT AT 80% OR MORE OF EXPECTED STAY,
      *    IN WARD / ATTENDING / PERCENT-OF-EXPECTED (HIGH FIRST) ORDER
       SD  URSRT
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS UR-SORT-REC.
       01  UR-SORT-REC.
           05  SR-WARD                PIC X(4).
           05  SR-PHYS-ID             PIC X(8).
           05  SR-PCT-OF-EXPECTED     PIC 9(5).
           05  SR-PATIENT-ID          PIC 9(6).
           05  SR-PHYS-NAME           PIC X(20).
           05  SR-BED                 PIC 9(4).
           05  SR-PATIENT-NAME        PIC X(21).
           05  SR-DATE-ADMIT          PIC X(8).
           05  SR-DAYS-IN-HOUSE       PIC 9(5).
           05  SR-EXPECTED-LOS        PIC 9(3).
           05  SR-DIAG-PRIMARY        PIC X(5).
           05  SR-GROUP               PIC X(10).
           05  SR-REVIEW-FLAG         PIC X(12).
           05  FILLER                 PIC X(9).

       FD  URRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS URRPT-REC.
       01  URRPT-REC  PIC X(132).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  PATMSTR-STATUS            PIC X(2).
               88 PATMSTR-OK       VALUE "00".
           05  PATPERSN-STATUS           PIC X(2).
               88 PATPERSN-OK      VALUE "00".
           05  OFCODE                    PIC X(2).
           05  WS-PHYSREF-STATUS         PIC X(2).
           05  WS-DIAGREF-STATUS         PIC X(2).
           05  WS-BUSDATE-STATUS         PIC X(2).

       01  FLAGS-AND-SWITCHES.
           05 WS-RUN-OK-SW               PIC X(01) VALUE "N".
               88 RUN-OK           VALUE "Y".
           05 MORE-MASTER-SW             PIC X(01) VALUE "Y".
               88 NO-MORE-MASTERS  VALUE "N".
           05 WS-PERSN-AVAIL-SW          PIC X(01) VALUE "N".
           05 WS-PHYSREF-EOF-SW          PIC X(01) VALUE "N".
           05 WS-DIAGREF-EOF-SW          PIC X(01) VALUE "N".
           05 WS-SORT-EOF-SW             PIC X(01) VALUE "N".
               88 SORT-AT-END      VALUE "Y".
           05 WS-FIRST-RECORD-SW         PIC X(01) VALUE "Y".

       COPY BNCHMSTR.
       COPY BNCHPRSN.
       COPY PHYSREF.
       COPY DIAGCODE.

       01  LOOKUP-WORK-FIELDS.
           05 WS-EXPECTED-LOS          PIC 9(3)  VALUE 0.
           05 WS-PCT-OF-EXPECTED       PIC S9(7) COMP-3 VALUE 0.

       01  DATE-WORK-FIELDS.
           05 WS-TODAY-YYYYMMDD        PIC 9(8)  VALUE 0.
           05 WS-BUSINESS-YYYYMMDD     PIC 9(8)  VALUE 0.
           05 WS-BUSINESS-INT          PIC S9(9) COMP VALUE 0.
           05 WS-ADMIT-YYYYMMDD        PIC 9(8)  VALUE 0.
           05 WS-ADMIT-INT             PIC S9(9) COMP VALUE 0.
           05 WS-DAYS-IN-HOUSE         PIC S9(9) COMP VALUE 0.

       01  COUNTERS-AND-ACCUMULATORS.
           05 WS-MASTERS-READ          PIC S9(7) COMP-3 VALUE 0.
           05 WS-INPATIENTS            PIC S9(7) COMP-3 VALUE 0.
           05 WS-NO-EXPECTED           PIC S9(7) COMP-3 VALUE 0.
           05 WS-LISTED                PIC S9(7) COMP-3 VALUE 0.
           05 WS-APPROACHING           PIC S9(7) COMP-3 VALUE 0.
           05 WS-EXCEEDED              PIC S9(7) COMP-3 VALUE 0.
           05 WS-WARD-LISTED           PIC S9(5) COMP-3 VALUE 0.
           05 WS-WARD-EXCEEDED         PIC S9(5) COMP-3 VALUE 0.
           05 WS-PHYS-LISTED           PIC S9(5) COMP-3 VALUE 0.
           05 WS-PHYS-EXCEEDED         PIC S9(5) COMP-3 VALUE 0.
           05 WS-LINES                 PIC S9(3) COMP-3 VALUE 99.
           05 WS-PAGES                 PIC S9(5) COMP-3 VALUE 0.
           05 WS-MAX-LINES             PIC S9(3) COMP-3 VALUE 55.
           05 WS-HOLD-WARD             PIC X(4)  VALUE SPACES.
           05 WS-HOLD-PHYS-ID          PIC X(8)  VALUE SPACES.
           05 WS-HOLD-PHYS-NAME        PIC X(20) VALUE SPACES.

       01  WS-RPT-HDR.
           05  FILLER     PIC X(46) VALUE
               "UTILIZATION REVIEW - STAYS AT 80% OF EXPECTED ".
           05  FILLER     PIC X(7)  VALUE "AS OF: ".
           05  RPT-DATE-O           PIC 9(8).
           05  FILLER     PIC X(60) VALUE SPACES.
           05  FILLER     PIC X(6)  VALUE "PAGE: ".
           05  RPT-PAGE-O           PIC ZZZZ9.

       01  WS-RPT-COLS.
           05  FILLER     PIC X(44) VALUE
               "   BED   PAT-ID  NAME                   ADMI".
           05  FILLER     PIC X(44) VALUE
               "TTED  DIAG   CASE-MIX    DAYS  EXPECTED   PC".
           05  FILLER     PIC X(44) VALUE
               "T  REVIEW                                   ".

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
           05  FILLER     PIC X(3)  VALUE SPACES.
           05  RPT-BED-O            PIC 9(4).
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  RPT-PATIENT-O        PIC 9(6).
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  RPT-NAME-O           PIC X(21).
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  RPT-ADMIT-O          PIC X(8).
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  RPT-DIAG-O           PIC X(5).
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  RPT-GROUP-O          PIC X(10).
           05  FILLER     PIC X(1)  VALUE SPACES.
           05  RPT-DAYS-O           PIC ZZZZ9.
           05  FILLER     PIC X(7)  VALUE SPACES.
           05  RPT-EXPECTED-O       PIC ZZ9.
           05  FILLER     PIC X(1)  VALUE SPACES.
           05  RPT-PCT-O            PIC ZZZZ9.
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  RPT-FLAG-O           PIC X(12).
           05  FILLER     PIC X(29) VALUE SPACES.

       01  WS-RPT-SUBTOTAL.
           05  FILLER     PIC X(4)  VALUE SPACES.
           05  RPT-SUBTOTAL-LABEL   PIC X(30).
           05  RPT-SUBTOTAL-O       PIC ZZZZ9.
           05  FILLER     PIC X(13) VALUE "   EXCEEDED: ".
           05  RPT-SUBTOTAL-EXC-O   PIC ZZZZ9.
           05  FILLER     PIC X(75) VALUE SPACES.

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
               SORT URSRT
                   ON ASCENDING KEY SR-WARD
                                    SR-PHYS-ID
                      DESCENDING KEY SR-PCT-OF-EXPECTED
                      ASCENDING KEY SR-PATIENT-ID
                   INPUT PROCEDURE 200-SELECT-INPATIENTS THRU 200-EXIT
                   OUTPUT PROCEDURE 500-PRINT-WORKLIST THRU 500-EXIT
               IF SORT-RETURN NOT = ZERO
                   DISPLAY "URLIST: SORT FAILED - RC " SORT-RETURN
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-YYYYMMDD.
           PERFORM 010-GET-BUSINESS-DATE THRU 010-EXIT.
           COMPUTE WS-BUSINESS-INT =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-YYYYMMDD).
           PERFORM 020-LOAD-PHYS-REFERENCE THRU 020-EXIT.
           PERFORM 030-LOAD-DIAG-REFERENCE THRU 030-EXIT.
           OPEN OUTPUT URRPT.
           OPEN INPUT PATMSTR.
           IF NOT PATMSTR-OK
               DISPLAY "URLIST: CANNOT OPEN PATMSTR - STATUS "
                       PATMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 000-EXIT.
      *    WITHOUT PATPERSN THE LIST STILL PRINTS, UNNAMED
           OPEN INPUT PATPERSN.
           IF PATPERSN-OK
               MOVE "Y" TO WS-PERSN-AVAIL-SW
           ELSE
               DISPLAY "URLIST: PATPERSN NOT AVAILABLE - STATUS "
                       PATPERSN-STATUS " - NAMES NOT SHOWN".
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

      *    PHYSREF AND DIAGREF ARE THE SAME OPERATIONS-MAINTAINED
      *    TABLES THE NIGHTLY UPDATE VALIDATES AGAINST.  WITHOUT
      *    DIAGREF THERE ARE NO EXPECTED STAYS AND NOTHING IS LISTED.
       020-LOAD-PHYS-REFERENCE.
           OPEN INPUT PHYSREF.
           IF WS-PHYSREF-STATUS NOT = "00"
               DISPLAY "URLIST: PHYSREF NOT AVAILABLE - PHYSICIAN "
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
      *    A DEACTIVATED PHYSICIAN MAY STILL HAVE PATIENTS IN HOUSE,
      *    SO EVERY ENTRY IS LOADED FOR THE NAME
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
               DISPLAY "URLIST: DIAGREF NOT AVAILABLE - NO EXPECTED "
                       "LENGTHS OF STAY TO REVIEW AGAINST"
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
               MOVE DREF-DESC  TO DIAG-REF-DESC (DIAG-REF-COUNT)
               IF DREF-EXPECTED-LOS NUMERIC
                   MOVE DREF-EXPECTED-LOS
                                TO DIAG-REF-EXP-LOS (DIAG-REF-COUNT)
               ELSE
                   MOVE ZERO    TO DIAG-REF-EXP-LOS (DIAG-REF-COUNT).
       035-EXIT.
           EXIT.

      ******************************************************************
      *    SORT INPUT - ONE PASS OF PATMSTR.  EVERY PATIENT NOT YET
      *    DISCHARGED WHOSE DAYS IN HOUSE REACH 80% OF THE EXPECTED
      *    STAY IS RELEASED WITH ITS NAMES AND PERCENTAGE RESOLVED.
      ******************************************************************
       200-SELECT-INPATIENTS.
           PERFORM 800-READ-MASTER THRU 800-EXIT.
           PERFORM 210-SELECT-ONE-PATIENT THRU 210-EXIT
               UNTIL NO-MORE-MASTERS.
       200-EXIT.
           EXIT.

       210-SELECT-ONE-PATIENT.
           IF PATIENT-DISCHARGED IN PATIENT-MASTER-REC
               GO TO 210-NEXT.
           ADD +1 TO WS-INPATIENTS.
           MOVE SPACES TO UR-SORT-REC.
           MOVE DIAGNOSTIC-CODE-PRIMARY TO SR-DIAG-PRIMARY.
           PERFORM 310-FIND-EXPECTED-STAY THRU 310-EXIT.
           IF WS-EXPECTED-LOS = ZERO
               ADD +1 TO WS-NO-EXPECTED
               GO TO 210-NEXT.
           PERFORM 330-DAYS-IN-HOUSE THRU 330-EXIT.
           COMPUTE WS-PCT-OF-EXPECTED =
               (WS-DAYS-IN-HOUSE * 100) / WS-EXPECTED-LOS.
           IF WS-PCT-OF-EXPECTED < 80
               GO TO 210-NEXT.
           IF WS-PCT-OF-EXPECTED > 99999
               MOVE 99999 TO SR-PCT-OF-EXPECTED
           ELSE
               MOVE WS-PCT-OF-EXPECTED TO SR-PCT-OF-EXPECTED.
           IF WS-PCT-OF-EXPECTED < 100
               MOVE "APPROACHING" TO SR-REVIEW-FLAG
               ADD +1 TO WS-APPROACHING
           ELSE
               MOVE "EXCEEDED"    TO SR-REVIEW-FLAG
               ADD +1 TO WS-EXCEEDED.
           MOVE WS-EXPECTED-LOS     TO SR-EXPECTED-LOS.
           MOVE WS-DAYS-IN-HOUSE    TO SR-DAYS-IN-HOUSE.
           MOVE ATTENDING-PHYSICIAN TO SR-PHYS-ID.
           PERFORM 300-FIND-PHYSICIAN THRU 300-EXIT.
           MOVE WS-PHYS-NAME        TO SR-PHYS-NAME.
           MOVE PM-CURRENT-WARD     TO SR-WARD.
           IF BED-IDENTITY-PRIMARY NUMERIC
               MOVE BED-IDENTITY-PRIMARY TO SR-BED
           ELSE
               MOVE ZERO TO SR-BED.
           MOVE PM-PATIENT-ID       TO SR-PATIENT-ID.
           MOVE DATE-ADMIT          TO SR-DATE-ADMIT.
           PERFORM 320-GET-PATIENT-NAME THRU 320-EXIT.
           RELEASE UR-SORT-REC.
           ADD +1 TO WS-LISTED.
       210-NEXT.
           PERFORM 800-READ-MASTER THRU 800-EXIT.
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

      *    THE EXPECTED STAY BELONGS TO THE CASE-MIX GROUP OF THE
      *    PRIMARY DIAGNOSIS AS DIAGREF CARRIES IT
       310-FIND-EXPECTED-STAY.
           MOVE ZERO TO WS-EXPECTED-LOS.
           MOVE "UNKNOWN" TO SR-GROUP.
           IF SR-DIAG-PRIMARY = SPACES
               GO TO 310-EXIT.
           MOVE ZERO TO DIAG-REF-SLOT.
           PERFORM 315-MATCH-DIAGNOSIS THRU 315-EXIT
               VARYING DIAG-REF-SUB FROM 1 BY 1
               UNTIL DIAG-REF-SUB > DIAG-REF-COUNT
                  OR DIAG-REF-SLOT > ZERO.
           IF DIAG-REF-SLOT > ZERO
               MOVE DIAG-REF-GROUP (DIAG-REF-SLOT)   TO SR-GROUP
               MOVE DIAG-REF-EXP-LOS (DIAG-REF-SLOT) TO WS-EXPECTED-LOS.
       310-EXIT.
           EXIT.

       315-MATCH-DIAGNOSIS.
           IF DIAG-REF-CODE (DIAG-REF-SUB) = SR-DIAG-PRIMARY
               MOVE DIAG-REF-SUB TO DIAG-REF-SLOT.
       315-EXIT.
           EXIT.

       320-GET-PATIENT-NAME.
           MOVE SPACES TO SR-PATIENT-NAME.
           IF WS-PERSN-AVAIL-SW NOT = "Y"
               GO TO 320-EXIT.
           MOVE PM-PATIENT-ID TO PATPERSN-KEY.
           READ PATPERSN.
           IF PATPERSN-OK
               MOVE PATPERSN-REC TO PATIENT-PERSONAL-MASTER-REC
               MOVE PATIENT-NAME TO SR-PATIENT-NAME
           ELSE
               MOVE "** NO PATPERSN **" TO SR-PATIENT-NAME.
       320-EXIT.
           EXIT.

      *    DAYS IN HOUSE COUNT FROM DATE-ADMIT TO THE BUSINESS DATE,
      *    THE SAME WAY THE ROUNDS LIST COUNTS THEM
       330-DAYS-IN-HOUSE.
           MOVE ZERO TO WS-DAYS-IN-HOUSE.
           IF DATE-ADMIT NOT NUMERIC
               GO TO 330-EXIT.
           MOVE DATE-ADMIT TO WS-ADMIT-YYYYMMDD.
           IF WS-ADMIT-YYYYMMDD = ZERO
               GO TO 330-EXIT.
           COMPUTE WS-ADMIT-INT =
               FUNCTION INTEGER-OF-DATE (WS-ADMIT-YYYYMMDD).
           COMPUTE WS-DAYS-IN-HOUSE = WS-BUSINESS-INT - WS-ADMIT-INT.
           IF WS-DAYS-IN-HOUSE < ZERO
               MOVE ZERO TO WS-DAYS-IN-HOUSE.
       330-EXIT.
           EXIT.

      ******************************************************************
      *    SORT OUTPUT - A NEW PAGE PER WARD, A SUB-HEADING AND COUNT
      *    PER ATTENDING PHYSICIAN.
      ******************************************************************
       500-PRINT-WORKLIST.
           PERFORM 510-RETURN-SORTED THRU 510-EXIT.
           PERFORM 520-PRINT-ONE-PATIENT THRU 520-EXIT
               UNTIL SORT-AT-END.
           IF WS-FIRST-RECORD-SW = "N"
               PERFORM 540-PHYS-TOTAL THRU 540-EXIT
               PERFORM 545-WARD-TOTAL THRU 545-EXIT.
       500-EXIT.
           EXIT.

       510-RETURN-SORTED.
           RETURN URSRT
               AT END MOVE "Y" TO WS-SORT-EOF-SW
           END-RETURN.
       510-EXIT.
           EXIT.

       520-PRINT-ONE-PATIENT.
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
           MOVE SR-BED              TO RPT-BED-O.
           MOVE SR-PATIENT-ID       TO RPT-PATIENT-O.
           MOVE SR-PATIENT-NAME     TO RPT-NAME-O.
           MOVE SR-DATE-ADMIT       TO RPT-ADMIT-O.
           MOVE SR-DIAG-PRIMARY     TO RPT-DIAG-O.
           MOVE SR-GROUP            TO RPT-GROUP-O.
           MOVE SR-DAYS-IN-HOUSE    TO RPT-DAYS-O.
           MOVE SR-EXPECTED-LOS     TO RPT-EXPECTED-O.
           MOVE SR-PCT-OF-EXPECTED  TO RPT-PCT-O.
           MOVE SR-REVIEW-FLAG      TO RPT-FLAG-O.
           WRITE URRPT-REC FROM WS-RPT-DETAIL.
           ADD +1 TO WS-LINES, WS-PHYS-LISTED, WS-WARD-LISTED.
           IF SR-PCT-OF-EXPECTED NOT < 100
               ADD +1 TO WS-PHYS-EXCEEDED, WS-WARD-EXCEEDED.
           PERFORM 510-RETURN-SORTED THRU 510-EXIT.
       520-EXIT.
           EXIT.

       530-START-WARD.
           MOVE SR-WARD TO WS-HOLD-WARD.
           MOVE ZERO TO WS-WARD-LISTED, WS-WARD-EXCEEDED.
           PERFORM 550-WRITE-HEADINGS THRU 550-EXIT.
           MOVE WS-HOLD-WARD TO RPT-WARD-O.
           WRITE URRPT-REC FROM WS-RPT-WARD-HDR.
           ADD +1 TO WS-LINES.
       530-EXIT.
           EXIT.

       535-START-PHYSICIAN.
           MOVE SR-PHYS-ID   TO WS-HOLD-PHYS-ID.
           MOVE SR-PHYS-NAME TO WS-HOLD-PHYS-NAME.
           MOVE ZERO TO WS-PHYS-LISTED, WS-PHYS-EXCEEDED.
           IF WS-LINES NOT < WS-MAX-LINES - 2
               PERFORM 550-WRITE-HEADINGS THRU 550-EXIT
               MOVE WS-HOLD-WARD TO RPT-WARD-O
               WRITE URRPT-REC FROM WS-RPT-WARD-HDR
               ADD +1 TO WS-LINES.
           MOVE WS-HOLD-PHYS-ID   TO RPT-PHYS-ID-O.
           MOVE WS-HOLD-PHYS-NAME TO RPT-PHYS-NAME-O.
           WRITE URRPT-REC FROM WS-RPT-PHYS-HDR.
           ADD +1 TO WS-LINES.
       535-EXIT.
           EXIT.

       540-PHYS-TOTAL.
           MOVE "PATIENTS FOR PHYSICIAN:     " TO RPT-SUBTOTAL-LABEL.
           MOVE WS-PHYS-LISTED   TO RPT-SUBTOTAL-O.
           MOVE WS-PHYS-EXCEEDED TO RPT-SUBTOTAL-EXC-O.
           WRITE URRPT-REC FROM WS-RPT-SUBTOTAL.
           WRITE URRPT-REC FROM WS-BLANK-LINE.
           ADD +2 TO WS-LINES.
       540-EXIT.
           EXIT.

       545-WARD-TOTAL.
           MOVE "PATIENTS FOR WARD:          " TO RPT-SUBTOTAL-LABEL.
           MOVE WS-WARD-LISTED TO RPT-SUBTOTAL-O.
           MOVE WS-WARD-EXCEEDED TO RPT-SUBTOTAL-EXC-O.
           WRITE URRPT-REC FROM WS-RPT-SUBTOTAL.
           ADD +1 TO WS-LINES.
       545-EXIT.
           EXIT.

       550-WRITE-HEADINGS.
           ADD +1 TO WS-PAGES.
           MOVE WS-PAGES TO RPT-PAGE-O.
           MOVE WS-BUSINESS-YYYYMMDD TO RPT-DATE-O.
           WRITE URRPT-REC FROM WS-RPT-HDR
               AFTER ADVANCING NEXT-PAGE.
           WRITE URRPT-REC FROM WS-BLANK-LINE.
           WRITE URRPT-REC FROM WS-RPT-COLS.
           MOVE 3 TO WS-LINES.
       550-EXIT.
           EXIT.

      *    A PAGE BREAK INSIDE A PHYSICIAN REPEATS BOTH SUB-HEADINGS
       555-WRITE-WARD-PHYS-HDRS.
           MOVE WS-HOLD-WARD TO RPT-WARD-O.
           WRITE URRPT-REC FROM WS-RPT-WARD-HDR.
           MOVE WS-HOLD-PHYS-ID   TO RPT-PHYS-ID-O.
           MOVE WS-HOLD-PHYS-NAME TO RPT-PHYS-NAME-O.
           WRITE URRPT-REC FROM WS-RPT-PHYS-HDR.
           ADD +2 TO WS-LINES.
       555-EXIT.
           EXIT.

       800-READ-MASTER.
           READ PATMSTR NEXT RECORD
               AT END MOVE "N" TO MORE-MASTER-SW
               GO TO 800-EXIT
           END-READ.
           IF PATMSTR-STATUS = "10"
               MOVE "N" TO MORE-MASTER-SW
               GO TO 800-EXIT.
           IF NOT PATMSTR-OK
               DISPLAY "URLIST: ERROR READING PATMSTR - STATUS "
                       PATMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "N" TO MORE-MASTER-SW
               GO TO 800-EXIT.
           MOVE PATMSTR-REC TO PATIENT-MASTER-REC.
           ADD +1 TO WS-MASTERS-READ.
       800-EXIT.
           EXIT.

       999-CLEANUP.
           PERFORM 550-WRITE-HEADINGS THRU 550-EXIT.
           MOVE "PATIENT MASTERS READ          " TO RPT-COUNT-LABEL.
           MOVE WS-MASTERS-READ TO RPT-COUNT-O.
           WRITE URRPT-REC FROM WS-RPT-COUNT-LINE.
           MOVE "CURRENT INPATIENTS            " TO RPT-COUNT-LABEL.
           MOVE WS-INPATIENTS TO RPT-COUNT-O.
           WRITE URRPT-REC FROM WS-RPT-COUNT-LINE.
           MOVE "NO EXPECTED STAY ON DIAGREF   " TO RPT-COUNT-LABEL.
           MOVE WS-NO-EXPECTED TO RPT-COUNT-O.
           WRITE URRPT-REC FROM WS-RPT-COUNT-LINE.
           MOVE "LISTED FOR REVIEW             " TO RPT-COUNT-LABEL.
           MOVE WS-LISTED TO RPT-COUNT-O.
           WRITE URRPT-REC FROM WS-RPT-COUNT-LINE.
           MOVE "  APPROACHING (80-99%)        " TO RPT-COUNT-LABEL.
           MOVE WS-APPROACHING TO RPT-COUNT-O.
           WRITE URRPT-REC FROM WS-RPT-COUNT-LINE.
           MOVE "  EXCEEDED (100% OR MORE)     " TO RPT-COUNT-LABEL.
           MOVE WS-EXCEEDED TO RPT-COUNT-O.
           WRITE URRPT-REC FROM WS-RPT-COUNT-LINE.
           IF RUN-OK
               CLOSE PATMSTR
               IF WS-PERSN-AVAIL-SW = "Y"
                   CLOSE PATPERSN
               END-IF
               IF WS-LISTED = ZERO
                  AND RETURN-CODE = ZERO
                   DISPLAY "URLIST: NO INPATIENT AT 80% OF EXPECTED "
                           "STAY"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           CLOSE URRPT.
           DISPLAY "URLIST: " WS-LISTED " OF " WS-INPATIENTS
                   " INPATIENTS LISTED FOR REVIEW".
       999-EXIT.
           EXIT.
