       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EQPMDUE.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEV Center.
       DATE-WRITTEN. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *          WEEKLY PREVENTIVE-MAINTENANCE DUE LIST FOR BIOMED.
      *
      *          ONE SEQUENTIAL PASS OF THE EQUIPMENT ASSET MASTER
      *          (EQUIPMST) TAKES EVERY IN-SERVICE ASSET WHOSE NEXT PM
      *          DATE FALLS ON OR BEFORE THE BUSINESS DATE (BUSDATE
      *          CARD, ELSE TODAY) PLUS SEVEN DAYS:
      *              "OVERDUE"       - NEXT PM BEFORE THE BUSINESS
      *                                DATE.  SANDBOX IS ALREADY
      *                                FLAGGING ITS CHARGES ON BILLEXC
      *              "DUE THIS WEEK" - NEXT PM WITHIN THE COMING WEEK
      *              "NO PM DATE"    - NO NEXT PM ON FILE
      *          OUT-OF-SERVICE ASSETS ARE ALREADY WITH BIOMED AND ARE
      *          ONLY COUNTED.
      *
      *          THE LIST IS SORTED BY ASSIGNED WARD, A NEW PAGE PER
      *          WARD, OLDEST NEXT PM FIRST.
      *
      *          RETURN CODES - 0 LIST PRINTED, 4 NOTHING DUE,
      *          16 EQUIPMST COULD NOT BE READ OR THE SORT FAILED.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
       SPECIAL-NAMES.
           C01 IS NEXT-PAGE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EQUIPMST
                  ASSIGN       to EQUIPMST
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is EQ-EQUIPMENT-ID
                  FILE STATUS  is EQUIPMST-STATUS.

           SELECT BUSDATE-FILE
           ASSIGN TO UT-S-BUSDATE
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT PMSRT
           ASSIGN TO UT-S-PMWK.

           SELECT PMDUERPT
           ASSIGN TO UT-S-PMDUERPT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

       DATA DIVISION.
       FILE SECTION.
       FD  EQUIPMST
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS EQUIPMENT-ASSET-REC.
       COPY EQUIPMST.

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

      *    ONE ENTRY PER ASSET DUE, IN WARD / NEXT PM / ID ORDER.
      *    AN ASSET WITH NO PM DATE SORTS FIRST IN ITS WARD.
       SD  PMSRT
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS PM-SORT-REC.
       01  PM-SORT-REC.
           05  SR-WARD                PIC X(4).
           05  SR-NEXT-PM             PIC 9(8).
           05  SR-EQUIP-ID            PIC X(8).
           05  SR-CATEGORY            PIC X(4).
           05  SR-DESCRIPTION         PIC X(30).
           05  SR-LAST-PM             PIC X(8).
           05  SR-INTERVAL            PIC 9(3).
           05  SR-DAYS-OVERDUE        PIC 9(5).
           05  SR-DUE-FLAG            PIC X(13).
           05  FILLER                 PIC X(7).

       FD  PMDUERPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PMDUERPT-REC.
       01  PMDUERPT-REC  PIC X(132).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  EQUIPMST-STATUS           PIC X(2).
               88 EQUIPMST-OK       VALUE "00".
           05  OFCODE                    PIC X(2).
           05  WS-BUSDATE-STATUS         PIC X(2).

       01  FLAGS-AND-SWITCHES.
           05 WS-RUN-OK-SW               PIC X(01) VALUE "N".
               88 RUN-OK           VALUE "Y".
           05 MORE-ASSET-SW              PIC X(01) VALUE "Y".
               88 NO-MORE-ASSETS   VALUE "N".
           05 WS-SORT-EOF-SW             PIC X(01) VALUE "N".
               88 SORT-AT-END      VALUE "Y".
           05 WS-FIRST-RECORD-SW         PIC X(01) VALUE "Y".

       01  DATE-WORK-FIELDS.
           05 WS-TODAY-YYYYMMDD        PIC 9(8)  VALUE 0.
           05 WS-BUSINESS-YYYYMMDD     PIC 9(8)  VALUE 0.
           05 WS-BUSINESS-INT          PIC S9(9) COMP VALUE 0.
           05 WS-WEEK-END-YYYYMMDD     PIC 9(8)  VALUE 0.
           05 WS-NEXT-PM-INT           PIC S9(9) COMP VALUE 0.
           05 WS-DAYS-AHEAD            PIC S9(3) COMP-3 VALUE 7.

       01  COUNTERS-AND-ACCUMULATORS.
           05 WS-ASSETS-READ           PIC S9(7) COMP-3 VALUE 0.
           05 WS-OUT-OF-SERVICE        PIC S9(7) COMP-3 VALUE 0.
           05 WS-LISTED                PIC S9(7) COMP-3 VALUE 0.
           05 WS-OVERDUE               PIC S9(7) COMP-3 VALUE 0.
           05 WS-DUE-THIS-WEEK         PIC S9(7) COMP-3 VALUE 0.
           05 WS-NO-PM-DATE            PIC S9(7) COMP-3 VALUE 0.
           05 WS-WARD-LISTED           PIC S9(5) COMP-3 VALUE 0.
           05 WS-WARD-OVERDUE          PIC S9(5) COMP-3 VALUE 0.
           05 WS-LINES                 PIC S9(3) COMP-3 VALUE 99.
           05 WS-PAGES                 PIC S9(5) COMP-3 VALUE 0.
           05 WS-MAX-LINES             PIC S9(3) COMP-3 VALUE 55.
           05 WS-HOLD-WARD             PIC X(4)  VALUE SPACES.

       01  WS-RPT-HDR.
           05  FILLER     PIC X(44) VALUE
               "PREVENTIVE MAINTENANCE DUE - BIOMED   AS OF ".
           05  RPT-DATE-O           PIC 9(8).
           05  FILLER     PIC X(10) VALUE "  THROUGH ".
           05  RPT-THRU-DATE-O      PIC 9(8).
           05  FILLER     PIC X(51) VALUE SPACES.
           05  FILLER     PIC X(6)  VALUE "PAGE: ".
           05  RPT-PAGE-O           PIC ZZZZ9.

       01  WS-RPT-COLS.
           05  FILLER     PIC X(44) VALUE
               "   EQUIP-ID  CAT   DESCRIPTION              ".
           05  FILLER     PIC X(44) VALUE
               "        LAST PM  INTERVAL NEXT PM  DAYS OVER".
           05  FILLER     PIC X(44) VALUE
               " STATUS                                     ".

       01  WS-RPT-WARD-HDR.
           05  FILLER     PIC X(6)  VALUE "WARD: ".
           05  RPT-WARD-O           PIC X(10).
           05  FILLER     PIC X(116) VALUE SPACES.

       01  WS-RPT-DETAIL.
           05  FILLER     PIC X(3)  VALUE SPACES.
           05  RPT-EQUIP-ID-O       PIC X(8).
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  RPT-CATEGORY-O       PIC X(4).
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  RPT-DESC-O           PIC X(30).
           05  FILLER     PIC X(3)  VALUE SPACES.
           05  RPT-LAST-PM-O        PIC X(8).
           05  FILLER     PIC X(5)  VALUE SPACES.
           05  RPT-INTERVAL-O       PIC ZZ9.
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  RPT-NEXT-PM-O        PIC X(8).
           05  FILLER     PIC X(4)  VALUE SPACES.
           05  RPT-DAYS-OVER-O      PIC ZZZZ9.
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  RPT-FLAG-O           PIC X(13).
           05  FILLER     PIC X(30) VALUE SPACES.

       01  WS-RPT-SUBTOTAL.
           05  FILLER     PIC X(4)  VALUE SPACES.
           05  RPT-SUBTOTAL-LABEL   PIC X(30).
           05  RPT-SUBTOTAL-O       PIC ZZZZ9.
           05  FILLER     PIC X(12) VALUE "   OVERDUE: ".
           05  RPT-SUBTOTAL-OVR-O   PIC ZZZZ9.
           05  FILLER     PIC X(76) VALUE SPACES.

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
               SORT PMSRT
                   ON ASCENDING KEY SR-WARD
                                    SR-NEXT-PM
                                    SR-EQUIP-ID
                   INPUT PROCEDURE 200-SELECT-DUE-ASSETS THRU 200-EXIT
                   OUTPUT PROCEDURE 500-PRINT-DUE-LIST THRU 500-EXIT
               IF SORT-RETURN NOT = ZERO
                   DISPLAY "EQPMDUE: SORT FAILED - RC " SORT-RETURN
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
           COMPUTE WS-WEEK-END-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER
                   (WS-BUSINESS-INT + WS-DAYS-AHEAD).
           OPEN OUTPUT PMDUERPT.
           OPEN INPUT EQUIPMST.
           IF NOT EQUIPMST-OK
               DISPLAY "EQPMDUE: CANNOT OPEN EQUIPMST - STATUS "
                       EQUIPMST-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 000-EXIT.
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

      ******************************************************************
      *    SORT INPUT - ONE PASS OF EQUIPMST.  EVERY IN-SERVICE ASSET
      *    WITH NO NEXT PM, OR ONE DUE BY THE END OF THE COMING WEEK,
      *    IS RELEASED WITH ITS DAYS OVERDUE.
      ******************************************************************
       200-SELECT-DUE-ASSETS.
           PERFORM 800-READ-ASSET THRU 800-EXIT.
           PERFORM 210-SELECT-ONE-ASSET THRU 210-EXIT
               UNTIL NO-MORE-ASSETS.
       200-EXIT.
           EXIT.

       210-SELECT-ONE-ASSET.
           IF EQ-OUT-OF-SERVICE
               ADD +1 TO WS-OUT-OF-SERVICE
               GO TO 210-NEXT.
           MOVE SPACES TO PM-SORT-REC.
           MOVE ZERO   TO SR-DAYS-OVERDUE.
           IF EQ-NEXT-PM-DATE NOT NUMERIC
              OR EQ-NEXT-PM-YYYYMMDD = ZERO
               MOVE ZERO         TO SR-NEXT-PM
               MOVE "NO PM DATE" TO SR-DUE-FLAG
               ADD +1 TO WS-NO-PM-DATE
               GO TO 210-RELEASE.
           IF EQ-NEXT-PM-YYYYMMDD > WS-WEEK-END-YYYYMMDD
               GO TO 210-NEXT.
           MOVE EQ-NEXT-PM-YYYYMMDD TO SR-NEXT-PM.
           IF EQ-NEXT-PM-YYYYMMDD < WS-BUSINESS-YYYYMMDD
               COMPUTE WS-NEXT-PM-INT =
                   FUNCTION INTEGER-OF-DATE (EQ-NEXT-PM-YYYYMMDD)
               COMPUTE SR-DAYS-OVERDUE =
                   WS-BUSINESS-INT - WS-NEXT-PM-INT
               MOVE "OVERDUE" TO SR-DUE-FLAG
               ADD +1 TO WS-OVERDUE
           ELSE
               MOVE "DUE THIS WEEK" TO SR-DUE-FLAG
               ADD +1 TO WS-DUE-THIS-WEEK.
       210-RELEASE.
           MOVE EQ-ASSIGNED-WARD    TO SR-WARD.
           MOVE EQ-EQUIPMENT-ID     TO SR-EQUIP-ID.
           MOVE EQ-CATEGORY         TO SR-CATEGORY.
           MOVE EQ-DESCRIPTION      TO SR-DESCRIPTION.
           MOVE EQ-LAST-PM-DATE     TO SR-LAST-PM.
           MOVE EQ-PM-INTERVAL-DAYS TO SR-INTERVAL.
           RELEASE PM-SORT-REC.
           ADD +1 TO WS-LISTED.
       210-NEXT.
           PERFORM 800-READ-ASSET THRU 800-EXIT.
       210-EXIT.
           EXIT.

      ******************************************************************
      *    SORT OUTPUT - A NEW PAGE AND A COUNT PER WARD.
      ******************************************************************
       500-PRINT-DUE-LIST.
           PERFORM 510-RETURN-SORTED THRU 510-EXIT.
           PERFORM 520-PRINT-ONE-ASSET THRU 520-EXIT
               UNTIL SORT-AT-END.
           IF WS-FIRST-RECORD-SW = "N"
               PERFORM 545-WARD-TOTAL THRU 545-EXIT.
       500-EXIT.
           EXIT.

       510-RETURN-SORTED.
           RETURN PMSRT
               AT END MOVE "Y" TO WS-SORT-EOF-SW
           END-RETURN.
       510-EXIT.
           EXIT.

       520-PRINT-ONE-ASSET.
           IF WS-FIRST-RECORD-SW = "Y"
               MOVE "N" TO WS-FIRST-RECORD-SW
               PERFORM 530-START-WARD THRU 530-EXIT
           ELSE
           IF SR-WARD NOT = WS-HOLD-WARD
               PERFORM 545-WARD-TOTAL THRU 545-EXIT
               PERFORM 530-START-WARD THRU 530-EXIT.
           IF WS-LINES NOT < WS-MAX-LINES
               PERFORM 550-WRITE-HEADINGS THRU 550-EXIT
               PERFORM 555-WRITE-WARD-HDR THRU 555-EXIT.
           MOVE SR-EQUIP-ID         TO RPT-EQUIP-ID-O.
           MOVE SR-CATEGORY         TO RPT-CATEGORY-O.
           MOVE SR-DESCRIPTION      TO RPT-DESC-O.
           MOVE SR-LAST-PM          TO RPT-LAST-PM-O.
           MOVE SR-INTERVAL         TO RPT-INTERVAL-O.
           IF SR-NEXT-PM = ZERO
               MOVE SPACES          TO RPT-NEXT-PM-O
           ELSE
               MOVE SR-NEXT-PM      TO RPT-NEXT-PM-O.
           MOVE SR-DAYS-OVERDUE     TO RPT-DAYS-OVER-O.
           MOVE SR-DUE-FLAG         TO RPT-FLAG-O.
           WRITE PMDUERPT-REC FROM WS-RPT-DETAIL.
           ADD +1 TO WS-LINES, WS-WARD-LISTED.
           IF SR-DAYS-OVERDUE > ZERO
               ADD +1 TO WS-WARD-OVERDUE.
           PERFORM 510-RETURN-SORTED THRU 510-EXIT.
       520-EXIT.
           EXIT.

       530-START-WARD.
           MOVE SR-WARD TO WS-HOLD-WARD.
           MOVE ZERO TO WS-WARD-LISTED, WS-WARD-OVERDUE.
           PERFORM 550-WRITE-HEADINGS THRU 550-EXIT.
           PERFORM 555-WRITE-WARD-HDR THRU 555-EXIT.
       530-EXIT.
           EXIT.

       545-WARD-TOTAL.
           WRITE PMDUERPT-REC FROM WS-BLANK-LINE.
           MOVE "ASSETS DUE FOR WARD:          " TO RPT-SUBTOTAL-LABEL.
           MOVE WS-WARD-LISTED  TO RPT-SUBTOTAL-O.
           MOVE WS-WARD-OVERDUE TO RPT-SUBTOTAL-OVR-O.
           WRITE PMDUERPT-REC FROM WS-RPT-SUBTOTAL.
           ADD +2 TO WS-LINES.
       545-EXIT.
           EXIT.

       550-WRITE-HEADINGS.
           ADD +1 TO WS-PAGES.
           MOVE WS-PAGES TO RPT-PAGE-O.
           MOVE WS-BUSINESS-YYYYMMDD TO RPT-DATE-O.
           MOVE WS-WEEK-END-YYYYMMDD TO RPT-THRU-DATE-O.
           WRITE PMDUERPT-REC FROM WS-RPT-HDR
               AFTER ADVANCING NEXT-PAGE.
           WRITE PMDUERPT-REC FROM WS-BLANK-LINE.
           WRITE PMDUERPT-REC FROM WS-RPT-COLS.
           MOVE 3 TO WS-LINES.
       550-EXIT.
           EXIT.

      *    EQUIPMENT WITH NO WARD IS POOL EQUIPMENT KEPT BY BIOMED
       555-WRITE-WARD-HDR.
           IF WS-HOLD-WARD = SPACES
               MOVE "POOL" TO RPT-WARD-O
           ELSE
               MOVE WS-HOLD-WARD TO RPT-WARD-O.
           WRITE PMDUERPT-REC FROM WS-RPT-WARD-HDR.
           ADD +1 TO WS-LINES.
       555-EXIT.
           EXIT.

       800-READ-ASSET.
           READ EQUIPMST NEXT RECORD
               AT END MOVE "N" TO MORE-ASSET-SW
               GO TO 800-EXIT
           END-READ.
           IF EQUIPMST-STATUS = "10"
               MOVE "N" TO MORE-ASSET-SW
               GO TO 800-EXIT.
           IF NOT EQUIPMST-OK
               DISPLAY "EQPMDUE: ERROR READING EQUIPMST - STATUS "
                       EQUIPMST-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "N" TO MORE-ASSET-SW
               GO TO 800-EXIT.
           ADD +1 TO WS-ASSETS-READ.
       800-EXIT.
           EXIT.

       999-CLEANUP.
           PERFORM 550-WRITE-HEADINGS THRU 550-EXIT.
           MOVE "EQUIPMENT ASSETS READ         " TO RPT-COUNT-LABEL.
           MOVE WS-ASSETS-READ TO RPT-COUNT-O.
           WRITE PMDUERPT-REC FROM WS-RPT-COUNT-LINE.
           MOVE "OUT OF SERVICE (NOT LISTED)   " TO RPT-COUNT-LABEL.
           MOVE WS-OUT-OF-SERVICE TO RPT-COUNT-O.
           WRITE PMDUERPT-REC FROM WS-RPT-COUNT-LINE.
           MOVE "LISTED FOR PM                 " TO RPT-COUNT-LABEL.
           MOVE WS-LISTED TO RPT-COUNT-O.
           WRITE PMDUERPT-REC FROM WS-RPT-COUNT-LINE.
           MOVE "  OVERDUE                     " TO RPT-COUNT-LABEL.
           MOVE WS-OVERDUE TO RPT-COUNT-O.
           WRITE PMDUERPT-REC FROM WS-RPT-COUNT-LINE.
           MOVE "  DUE THIS WEEK               " TO RPT-COUNT-LABEL.
           MOVE WS-DUE-THIS-WEEK TO RPT-COUNT-O.
           WRITE PMDUERPT-REC FROM WS-RPT-COUNT-LINE.
           MOVE "  NO PM DATE ON FILE          " TO RPT-COUNT-LABEL.
           MOVE WS-NO-PM-DATE TO RPT-COUNT-O.
           WRITE PMDUERPT-REC FROM WS-RPT-COUNT-LINE.
           IF RUN-OK
               CLOSE EQUIPMST
               IF WS-LISTED = ZERO
                  AND RETURN-CODE = ZERO
                   DISPLAY "EQPMDUE: NO EQUIPMENT DUE FOR PM"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           CLOSE PMDUERPT.
           DISPLAY "EQPMDUE: " WS-LISTED " OF " WS-ASSETS-READ
                   " ASSETS DUE FOR PM".
       999-EXIT.
           EXIT.
