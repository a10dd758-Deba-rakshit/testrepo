       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RNDSLIST.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEV Center.
       DATE-WRITTEN. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *          PHYSICIAN ROUNDS LIST FOR THE WARD CLERKS.  RUNS EACH
      *          MORNING AFTER THE NIGHTLY PATIENT UPDATE (SANDBOX).
      *
      *          ONE SEQUENTIAL PASS OF PATMSTR PICKS UP EVERY CURRENT
      *          INPATIENT (NOT DISCHARGED) WITH THE NAME FROM PATPERSN,
      *          THE ATTENDING PHYSICIAN'S NAME AND DEPARTMENT FROM
      *          PHYSREF AND THE PRIMARY DIAGNOSIS DESCRIPTION FROM
      *          DIAGREF.  THE LIST IS SORTED BY PHYSICIAN NAME AND
      *          PRINTED ONE SECTION PER PHYSICIAN, EACH ON A NEW PAGE,
      *          IN WARD/BED ORDER, WITH THE DAYS IN HOUSE.
      *
      *          THE LIST IS AS OF THE BUSINESS DATE (BUSDATE CARD,
      *          ELSE TODAY).  A PATIENT ADMITTED OR TRANSFERRED ON
      *          THAT DATE OR THE DAY BEFORE IS FLAGGED SO THE DOCTOR
      *          SEES NEW ARRIVALS FIRST.  AN ATTENDING ID NOT ON
      *          PHYSREF, OR NONE AT ALL, STILL GETS ITS OWN SECTION.
      *
      *          RETURN CODES - 0 LIST PRINTED, 4 NO INPATIENTS FOUND,
      *          16 PATMSTR COULD NOT BE READ.
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

           SELECT RNDSSRT
           ASSIGN TO UT-S-RNDSWK.

           SELECT RNDSRPT
           ASSIGN TO UT-S-RNDSRPT
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

      *    ONE ENTRY PER CURRENT INPATIENT, IN PHYSICIAN NAME /
      *    PHYSICIAN ID / WARD / BED ORDER
       SD  RNDSSRT
           RECORD CONTAINS 150 CHARACTERS
           DATA RECORD IS RNDS-SORT-REC.
       01  RNDS-SORT-REC.
           05  SR-PHYS-NAME           PIC X(20).
           05  SR-PHYS-ID             PIC X(8).
           05  SR-WARD                PIC X(4).
           05  SR-BED                 PIC 9(4).
           05  SR-PHYS-DEPT           PIC X(10).
           05  SR-PATIENT-ID          PIC 9(6).
           05  SR-PATIENT-NAME        PIC X(21).
           05  SR-DATE-ADMIT          PIC X(8).
           05  SR-DAYS-IN-HOUSE       PIC 9(5).
           05  SR-DIAG-PRIMARY        PIC X(5).
           05  SR-DIAG-DESC           PIC X(30).
           05  SR-DIAG-SECONDARY      PIC X(5).
           05  SR-DIAG-TERTIARY       PIC X(5).
           05  SR-NEW-FLAG            PIC X(12).
           05  FILLER                 PIC X(7).

       FD  RNDSRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RNDSRPT-REC.
       01  RNDSRPT-REC  PIC X(132).

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
           05 WS-FIRST-SECTION-SW        PIC X(01) VALUE "Y".

       COPY BNCHMSTR.
       COPY BNCHPRSN.
       COPY PHYSREF.
       COPY DIAGCODE.

       01  LOOKUP-WORK-FIELDS.
           05 WS-PHYS-DEPT             PIC X(10) VALUE SPACES.
           05 WS-DIAG-DESC             PIC X(30) VALUE SPACES.

       01  DATE-WORK-FIELDS.
           05 WS-TODAY-YYYYMMDD        PIC 9(8)  VALUE 0.
           05 WS-BUSINESS-YYYYMMDD     PIC 9(8)  VALUE 0.
           05 WS-BUSINESS-INT          PIC S9(9) COMP VALUE 0.
           05 WS-YESTERDAY-INT         PIC S9(9) COMP VALUE 0.
           05 WS-ADMIT-YYYYMMDD        PIC 9(8)  VALUE 0.
           05 WS-ADMIT-INT             PIC S9(9) COMP VALUE 0.
           05 WS-XFER-YYYYMMDD         PIC 9(8)  VALUE 0.
           05 WS-XFER-INT              PIC S9(9) COMP VALUE 0.
           05 WS-DAYS-IN-HOUSE         PIC S9(9) COMP VALUE 0.

       01  COUNTERS-AND-ACCUMULATORS.
           05 WS-MASTERS-READ          PIC S9(7) COMP-3 VALUE 0.
           05 WS-INPATIENTS            PIC S9(7) COMP-3 VALUE 0.
           05 WS-INPATIENTS-NEW        PIC S9(7) COMP-3 VALUE 0.
           05 WS-PHYSICIANS            PIC S9(5) COMP-3 VALUE 0.
           05 WS-PHYS-PATIENTS         PIC S9(5) COMP-3 VALUE 0.
           05 WS-PHYS-NEW              PIC S9(5) COMP-3 VALUE 0.
           05 WS-LINES                 PIC S9(3) COMP-3 VALUE 0.
           05 WS-PAGES                 PIC S9(5) COMP-3 VALUE 0.
           05 WS-MAX-LINES             PIC S9(3) COMP-3 VALUE 55.
           05 WS-HOLD-PHYS-ID          PIC X(8)  VALUE SPACES.
           05 WS-HOLD-PHYS-NAME        PIC X(20) VALUE SPACES.
           05 WS-HOLD-PHYS-DEPT        PIC X(10) VALUE SPACES.

       01  WS-RPT-HDR.
           05  FILLER     PIC X(30) VALUE
               "PHYSICIAN ROUNDS LIST         ".
           05  FILLER     PIC X(7)  VALUE "AS OF: ".
           05  RPT-DATE-O           PIC 9(8).
           05  FILLER     PIC X(76) VALUE SPACES.
           05  FILLER     PIC X(6)  VALUE "PAGE: ".
           05  RPT-PAGE-O           PIC ZZZZ9.

       01  WS-RPT-PHYS-HDR.
           05  FILLER     PIC X(11) VALUE "PHYSICIAN: ".
           05  RPT-PHYS-ID-O        PIC X(8).
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  RPT-PHYS-NAME-O      PIC X(20).
           05  FILLER     PIC X(8)  VALUE "  DEPT: ".
           05  RPT-PHYS-DEPT-O      PIC X(10).
           05  RPT-PHYS-CONT-O      PIC X(12).
           05  FILLER     PIC X(61) VALUE SPACES.

       01  WS-RPT-COLS.
           05  FILLER     PIC X(44) VALUE
               "WARD  BED   PAT-ID   NAME                   ".
           05  FILLER     PIC X(44) VALUE
               "ADMITTED   DAYS  DIAG   PRIMARY DIAGNOSIS   ".
           05  FILLER     PIC X(44) VALUE
               "            2ND    3RD    NEW/MOVED         ".

       01  WS-RPT-DETAIL.
           05  RPT-WARD-O           PIC X(4).
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  RPT-BED-O            PIC 9(4).
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  RPT-PATIENT-O        PIC 9(6).
           05  FILLER     PIC X(3)  VALUE SPACES.
           05  RPT-NAME-O           PIC X(21).
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  RPT-ADMIT-O          PIC X(8).
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  RPT-DAYS-O           PIC ZZZZ9.
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  RPT-DIAG-O           PIC X(5).
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  RPT-DIAG-DESC-O      PIC X(30).
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  RPT-DIAG2-O          PIC X(5).
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  RPT-DIAG3-O          PIC X(5).
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  RPT-NEW-FLAG-O       PIC X(12).
           05  FILLER     PIC X(6)  VALUE SPACES.

       01  WS-RPT-PHYS-TOTAL.
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  FILLER     PIC X(10) VALUE "PATIENTS: ".
           05  RPT-PHYS-PATIENTS-O  PIC ZZZZ9.
           05  FILLER     PIC X(35) VALUE
               "   ADMITTED/MOVED SINCE YESTERDAY: ".
           05  RPT-PHYS-NEW-O       PIC ZZZZ9.
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
               SORT RNDSSRT
                   ON ASCENDING KEY SR-PHYS-NAME
                                    SR-PHYS-ID
                                    SR-WARD
                                    SR-BED
                   INPUT PROCEDURE 200-SELECT-INPATIENTS THRU 200-EXIT
                   OUTPUT PROCEDURE 500-PRINT-ROUNDS THRU 500-EXIT
               IF SORT-RETURN NOT = ZERO
                   DISPLAY "RNDSLIST: SORT FAILED - RC " SORT-RETURN
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
           COMPUTE WS-YESTERDAY-INT = WS-BUSINESS-INT - 1.
           PERFORM 020-LOAD-PHYS-REFERENCE THRU 020-EXIT.
           PERFORM 030-LOAD-DIAG-REFERENCE THRU 030-EXIT.
           OPEN OUTPUT RNDSRPT.
           OPEN INPUT PATMSTR.
           IF NOT PATMSTR-OK
               DISPLAY "RNDSLIST: CANNOT OPEN PATMSTR - STATUS "
                       PATMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 000-EXIT.
      *    WITHOUT PATPERSN THE LIST STILL PRINTS, UNNAMED
           OPEN INPUT PATPERSN.
           IF PATPERSN-OK
               MOVE "Y" TO WS-PERSN-AVAIL-SW
           ELSE
               DISPLAY "RNDSLIST: PATPERSN NOT AVAILABLE - STATUS "
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
      *    TABLES THE NIGHTLY UPDATE VALIDATES AGAINST.  EITHER ONE
      *    MISSING ONLY LEAVES NAMES OR DESCRIPTIONS OFF THE LIST.
       020-LOAD-PHYS-REFERENCE.
           OPEN INPUT PHYSREF.
           IF WS-PHYSREF-STATUS NOT = "00"
               DISPLAY "RNDSLIST: PHYSREF NOT AVAILABLE - PHYSICIAN "
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
               DISPLAY "RNDSLIST: DIAGREF NOT AVAILABLE - DIAGNOSIS "
                       "DESCRIPTIONS NOT SHOWN"
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
      *    SORT INPUT - ONE PASS OF PATMSTR.  EVERY PATIENT NOT YET
      *    DISCHARGED IS RELEASED WITH ITS NAMES, DESCRIPTION, DAYS IN
      *    HOUSE AND NEW-ARRIVAL FLAG ALREADY RESOLVED.
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
           MOVE SPACES TO RNDS-SORT-REC.
           MOVE ATTENDING-PHYSICIAN TO SR-PHYS-ID.
           PERFORM 300-FIND-PHYSICIAN THRU 300-EXIT.
           MOVE WS-PHYS-NAME        TO SR-PHYS-NAME.
           MOVE WS-PHYS-DEPT        TO SR-PHYS-DEPT.
           MOVE PM-CURRENT-WARD     TO SR-WARD.
           IF BED-IDENTITY-PRIMARY NUMERIC
               MOVE BED-IDENTITY-PRIMARY TO SR-BED
           ELSE
               MOVE ZERO TO SR-BED.
           MOVE PM-PATIENT-ID       TO SR-PATIENT-ID.
           MOVE DATE-ADMIT          TO SR-DATE-ADMIT.
           MOVE DIAGNOSTIC-CODE-PRIMARY   TO SR-DIAG-PRIMARY.
           MOVE DIAGNOSTIC-CODE-SECONDARY TO SR-DIAG-SECONDARY.
           MOVE DIAGNOSTIC-CODE-TERTIARY  TO SR-DIAG-TERTIARY.
           PERFORM 310-FIND-DIAGNOSIS THRU 310-EXIT.
           MOVE WS-DIAG-DESC        TO SR-DIAG-DESC.
           PERFORM 320-GET-PATIENT-NAME THRU 320-EXIT.
           PERFORM 330-DAYS-AND-FLAG THRU 330-EXIT.
           RELEASE RNDS-SORT-REC.
           ADD +1 TO WS-INPATIENTS.
       210-NEXT.
           PERFORM 800-READ-MASTER THRU 800-EXIT.
       210-EXIT.
           EXIT.

       300-FIND-PHYSICIAN.
           MOVE SPACES TO WS-PHYS-NAME, WS-PHYS-DEPT.
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
               MOVE PHYS-REF-DEPT (PHYS-REF-SLOT) TO WS-PHYS-DEPT
           ELSE
               MOVE "** NOT ON PHYSREF **" TO WS-PHYS-NAME.
       300-EXIT.
           EXIT.

       305-MATCH-PHYSICIAN.
           IF PHYS-REF-ID (PHYS-REF-SUB) = SR-PHYS-ID
               MOVE PHYS-REF-SUB TO PHYS-REF-SLOT.
       305-EXIT.
           EXIT.

       310-FIND-DIAGNOSIS.
           MOVE SPACES TO WS-DIAG-DESC.
           IF SR-DIAG-PRIMARY = SPACES
               GO TO 310-EXIT.
           MOVE ZERO TO DIAG-REF-SLOT.
           PERFORM 315-MATCH-DIAGNOSIS THRU 315-EXIT
               VARYING DIAG-REF-SUB FROM 1 BY 1
               UNTIL DIAG-REF-SUB > DIAG-REF-COUNT
                  OR DIAG-REF-SLOT > ZERO.
           IF DIAG-REF-SLOT > ZERO
               MOVE DIAG-REF-DESC (DIAG-REF-SLOT) TO WS-DIAG-DESC
           ELSE
               MOVE "** NOT ON DIAGREF **" TO WS-DIAG-DESC.
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

      *    DAYS IN HOUSE COUNT FROM DATE-ADMIT TO THE BUSINESS DATE.
      *    ADMITTED OR TRANSFERRED ON THE BUSINESS DATE OR THE DAY
      *    BEFORE IS FLAGGED - AN ADMISSION TAKES PRIORITY.
       330-DAYS-AND-FLAG.
           MOVE ZERO TO SR-DAYS-IN-HOUSE.
           IF DATE-ADMIT NOT NUMERIC
               GO TO 330-TRANSFER.
           MOVE DATE-ADMIT TO WS-ADMIT-YYYYMMDD.
           IF WS-ADMIT-YYYYMMDD = ZERO
               GO TO 330-TRANSFER.
           COMPUTE WS-ADMIT-INT =
               FUNCTION INTEGER-OF-DATE (WS-ADMIT-YYYYMMDD).
           COMPUTE WS-DAYS-IN-HOUSE = WS-BUSINESS-INT - WS-ADMIT-INT.
           IF WS-DAYS-IN-HOUSE > ZERO
               MOVE WS-DAYS-IN-HOUSE TO SR-DAYS-IN-HOUSE.
           IF WS-ADMIT-INT NOT < WS-YESTERDAY-INT
               MOVE "NEW ADMIT" TO SR-NEW-FLAG
               ADD +1 TO WS-INPATIENTS-NEW
               GO TO 330-EXIT.
       330-TRANSFER.
           IF PM-LAST-TRANSFER-DATE NOT NUMERIC
               GO TO 330-EXIT.
           MOVE PM-LAST-TRANSFER-DATE TO WS-XFER-YYYYMMDD.
           IF WS-XFER-YYYYMMDD = ZERO
               GO TO 330-EXIT.
           COMPUTE WS-XFER-INT =
               FUNCTION INTEGER-OF-DATE (WS-XFER-YYYYMMDD).
           IF WS-XFER-INT NOT < WS-YESTERDAY-INT
               MOVE "TRANSFERRED" TO SR-NEW-FLAG
               ADD +1 TO WS-INPATIENTS-NEW.
       330-EXIT.
           EXIT.

      ******************************************************************
      *    SORT OUTPUT - EACH PHYSICIAN STARTS A NEW PAGE UNDER A
      *    HEADING WITH NAME AND DEPARTMENT; A SECTION RUNNING PAST
      *    THE PAGE REPEATS THE HEADING MARKED CONTINUED.
      ******************************************************************
       500-PRINT-ROUNDS.
           PERFORM 510-RETURN-ONE THRU 510-EXIT.
           PERFORM 520-PRINT-ONE-PATIENT THRU 520-EXIT
               UNTIL SORT-AT-END.
           IF WS-FIRST-SECTION-SW = "N"
               PERFORM 540-PHYSICIAN-TOTAL THRU 540-EXIT.
       500-EXIT.
           EXIT.

       510-RETURN-ONE.
           RETURN RNDSSRT
               AT END MOVE "Y" TO WS-SORT-EOF-SW
           END-RETURN.
       510-EXIT.
           EXIT.

       520-PRINT-ONE-PATIENT.
           IF WS-FIRST-SECTION-SW = "Y"
              OR SR-PHYS-ID NOT = WS-HOLD-PHYS-ID
               IF WS-FIRST-SECTION-SW = "N"
                   PERFORM 540-PHYSICIAN-TOTAL THRU 540-EXIT
               END-IF
               MOVE "N" TO WS-FIRST-SECTION-SW
               MOVE SR-PHYS-ID   TO WS-HOLD-PHYS-ID
               MOVE SR-PHYS-NAME TO WS-HOLD-PHYS-NAME
               MOVE SR-PHYS-DEPT TO WS-HOLD-PHYS-DEPT
               MOVE ZERO TO WS-PHYS-PATIENTS, WS-PHYS-NEW
               ADD +1 TO WS-PHYSICIANS
               MOVE SPACES TO RPT-PHYS-CONT-O
               PERFORM 530-PAGE-HEADINGS THRU 530-EXIT
           ELSE
           IF WS-LINES > WS-MAX-LINES
               MOVE "  CONTINUED" TO RPT-PHYS-CONT-O
               PERFORM 530-PAGE-HEADINGS THRU 530-EXIT.
           MOVE SR-WARD           TO RPT-WARD-O.
           MOVE SR-BED            TO RPT-BED-O.
           MOVE SR-PATIENT-ID     TO RPT-PATIENT-O.
           MOVE SR-PATIENT-NAME   TO RPT-NAME-O.
           MOVE SR-DATE-ADMIT     TO RPT-ADMIT-O.
           MOVE SR-DAYS-IN-HOUSE  TO RPT-DAYS-O.
           MOVE SR-DIAG-PRIMARY   TO RPT-DIAG-O.
           MOVE SR-DIAG-DESC      TO RPT-DIAG-DESC-O.
           MOVE SR-DIAG-SECONDARY TO RPT-DIAG2-O.
           MOVE SR-DIAG-TERTIARY  TO RPT-DIAG3-O.
           MOVE SR-NEW-FLAG       TO RPT-NEW-FLAG-O.
           WRITE RNDSRPT-REC FROM WS-RPT-DETAIL.
           ADD +1 TO WS-LINES, WS-PHYS-PATIENTS.
           IF SR-NEW-FLAG NOT = SPACES
               ADD +1 TO WS-PHYS-NEW.
           PERFORM 510-RETURN-ONE THRU 510-EXIT.
       520-EXIT.
           EXIT.

       530-PAGE-HEADINGS.
           ADD +1 TO WS-PAGES.
           MOVE WS-PAGES TO RPT-PAGE-O.
           MOVE WS-BUSINESS-YYYYMMDD TO RPT-DATE-O.
           WRITE RNDSRPT-REC FROM WS-RPT-HDR
               AFTER ADVANCING NEXT-PAGE.
           MOVE WS-HOLD-PHYS-ID   TO RPT-PHYS-ID-O.
           MOVE WS-HOLD-PHYS-NAME TO RPT-PHYS-NAME-O.
           MOVE WS-HOLD-PHYS-DEPT TO RPT-PHYS-DEPT-O.
           WRITE RNDSRPT-REC FROM WS-RPT-PHYS-HDR
               AFTER ADVANCING 2.
           WRITE RNDSRPT-REC FROM WS-RPT-COLS
               AFTER ADVANCING 2.
           WRITE RNDSRPT-REC FROM WS-BLANK-LINE.
           MOVE +7 TO WS-LINES.
       530-EXIT.
           EXIT.

       540-PHYSICIAN-TOTAL.
           MOVE WS-PHYS-PATIENTS TO RPT-PHYS-PATIENTS-O.
           MOVE WS-PHYS-NEW      TO RPT-PHYS-NEW-O.
           WRITE RNDSRPT-REC FROM WS-RPT-PHYS-TOTAL
               AFTER ADVANCING 2.
           ADD +2 TO WS-LINES.
       540-EXIT.
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
               DISPLAY "RNDSLIST: ERROR READING PATMSTR - STATUS "
                       PATMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "N" TO MORE-MASTER-SW
               GO TO 800-EXIT.
           MOVE PATMSTR-REC TO PATIENT-MASTER-REC.
           ADD +1 TO WS-MASTERS-READ.
       800-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE WS-BUSINESS-YYYYMMDD TO RPT-DATE-O.
           ADD +1 TO WS-PAGES.
           MOVE WS-PAGES TO RPT-PAGE-O.
           WRITE RNDSRPT-REC FROM WS-RPT-HDR
               AFTER ADVANCING NEXT-PAGE.
           WRITE RNDSRPT-REC FROM WS-BLANK-LINE.
           MOVE "PATIENT MASTERS READ          " TO RPT-COUNT-LABEL.
           MOVE WS-MASTERS-READ TO RPT-COUNT-O.
           WRITE RNDSRPT-REC FROM WS-RPT-COUNT-LINE.
           MOVE "CURRENT INPATIENTS LISTED     " TO RPT-COUNT-LABEL.
           MOVE WS-INPATIENTS TO RPT-COUNT-O.
           WRITE RNDSRPT-REC FROM WS-RPT-COUNT-LINE.
           MOVE "ADMITTED/MOVED SINCE YESTERDAY" TO RPT-COUNT-LABEL.
           MOVE WS-INPATIENTS-NEW TO RPT-COUNT-O.
           WRITE RNDSRPT-REC FROM WS-RPT-COUNT-LINE.
           MOVE "PHYSICIAN SECTIONS PRINTED    " TO RPT-COUNT-LABEL.
           MOVE WS-PHYSICIANS TO RPT-COUNT-O.
           WRITE RNDSRPT-REC FROM WS-RPT-COUNT-LINE.
           IF RUN-OK
               CLOSE PATMSTR
               IF WS-PERSN-AVAIL-SW = "Y"
                   CLOSE PATPERSN
               END-IF
               IF WS-INPATIENTS = ZERO
                  AND RETURN-CODE = ZERO
                   DISPLAY "RNDSLIST: NO CURRENT INPATIENTS ON PATMSTR"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           CLOSE RNDSRPT.
           DISPLAY "RNDSLIST: " WS-INPATIENTS " INPATIENTS FOR "
                   WS-PHYSICIANS " PHYSICIANS".
       999-EXIT.
           EXIT.
