       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RPTBURST.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEV Center.
       DATE-WRITTEN. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *          BURSTS THE NIGHT'S CAPTURED REPORTS (RPTCAPT) INTO ONE
      *          PACKAGE PER RECEIVING DEPARTMENT.  RUNS AFTER THE LAST
      *          CAPTURE STEP.  THE DISTRIBUTION TABLE RPTDIST IS
      *          MAINTAINED BY OPERATIONS, ONE CARD PER LINE:
      *              0    1    1    2    2    3    3    4
      *          ....5....0....5....0....5....0....5....0..
      *          D WARDRPT  WARD0010 0010
      *          D WARDRPT  NURSEADM
      *          S WARDRPT  002 WARD-ID:             011 04
      *          S WARDRPT  003 HOSPITAL-WIDE        000 00
      *          D CARD - COLS 3-10 REPORT, 12-19 DEPARTMENT, 21-28
      *                   SECTION KEY (BLANK = THE WHOLE REPORT).
      *          S CARD - HOW A REPORT SPLITS INTO SECTIONS: COLS 3-10
      *                   REPORT, 12-14 PRINT COLUMN AND 16-35 TEXT OF
      *                   A LINE THAT STARTS A SECTION, 37-39 COLUMN
      *                   AND 41-42 LENGTH OF THE SECTION KEY ON THAT
      *                   LINE.  KEY LENGTH 00 ENDS THE SECTION WITHOUT
      *                   STARTING ANOTHER (REPORT TOTALS THAT BELONG
      *                   TO NO SINGLE WARD).  COLUMNS COUNT FROM THE
      *                   FIRST PRINT POSITION, NOT THE CONTROL BYTE.
      *          '*' IN COL 1 IS A COMMENT.  ABOVE, WARD 0010 GETS ITS
      *          OWN PAGES OF WARDRPT AND NURSING ADMINISTRATION GETS
      *          THE WHOLE REPORT.
      *
      *          THE LATEST CAPTURE OF EACH REPORT FOR THE BUSINESS
      *          DATE (BUSDATE CARD, ELSE TODAY) IS FOUND ON RPTINDX
      *          AND ITS LINES READ FROM RPTREPO.  THE SELECTED LINES
      *          ARE SORTED BY DEPARTMENT AND CARD ORDER ONTO BURSTOUT
      *          - A BANNER PAGE PER DEPARTMENT, EACH REPORT OR SECTION
      *          ON A NEW PAGE - FOR THE PRINT ROOM TO SEPARATE.
      *          BURSTRPT LISTS WHAT WENT TO WHOM AND THE EXCEPTIONS.
      *
      *          RETURN CODES - 0 ALL DISTRIBUTED, 4 A REPORT NOT
      *          CAPTURED, A SECTION NOT FOUND OR A BAD CARD, 12 THE
      *          REPOSITORY DOES NOT MATCH THE INDEX, 16 NOTHING DONE.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPTDIST
           ASSIGN TO UT-S-RPTDIST
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-DIST-STATUS.

           SELECT RPTREPO
           ASSIGN TO UT-S-RPTREPO
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-REPO-STATUS.

           SELECT RPTINDX
                  ASSIGN       to RPTINDX
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is RI-KEY
                  FILE STATUS  is WS-INDEX-STATUS.

           SELECT BURSTSRT
           ASSIGN TO UT-S-BURSTWK.

           SELECT BURSTOUT
           ASSIGN TO UT-S-BURSTOUT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT BURSTRPT
           ASSIGN TO UT-S-BURSTRPT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT BUSDATE-FILE
           ASSIGN TO UT-S-BUSDATE
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RPTDIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RPTDIST-REC.
       01  RPTDIST-REC.
           05  DIST-CARD-TYPE         PIC X(1).
               88 DIST-SECTION-CARD    VALUE "S".
               88 DIST-RECIPIENT-CARD  VALUE "D".
               88 DIST-COMMENT-CARD    VALUE "*".
           05  FILLER                 PIC X(1).
           05  DIST-REPORT-NAME       PIC X(8).
           05  FILLER                 PIC X(1).
           05  DIST-DETAIL            PIC X(69).
           05  DIST-SECTION-DETAIL REDEFINES DIST-DETAIL.
               10  DIST-MARKER-COL    PIC 9(3).
               10  FILLER             PIC X(1).
               10  DIST-MARKER-TEXT   PIC X(20).
               10  FILLER             PIC X(1).
               10  DIST-KEY-COL       PIC 9(3).
               10  FILLER             PIC X(1).
               10  DIST-KEY-LEN       PIC 9(2).
               10  FILLER             PIC X(38).
           05  DIST-RECIPIENT-DETAIL REDEFINES DIST-DETAIL.
               10  DIST-DEPARTMENT    PIC X(8).
               10  FILLER             PIC X(1).
               10  DIST-SECTION-KEY   PIC X(8).
               10  FILLER             PIC X(52).

       FD  RPTREPO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 180 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RPTREPO-REC.
       01  RPTREPO-REC  PIC X(180).

       FD  RPTINDX
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REPORT-INDEX-REC.
       COPY RPTINDX.

       SD  BURSTSRT
           RECORD CONTAINS 183 CHARACTERS
           DATA RECORD IS BURST-SORT-REC.
       01  BURST-SORT-REC.
           05  SR-DEPARTMENT          PIC X(8).
           05  SR-DIST-SEQ            PIC 9(4).
           05  SR-POSITION            PIC 9(9).
           05  SR-REPORT-NAME         PIC X(8).
           05  SR-VERSION             PIC 9(3).
           05  SR-SECTION-KEY         PIC X(8).
           05  SR-PRINT-LINE.
               10  SR-CARRIAGE-CTL    PIC X(1).
                   88 SR-NEW-PAGE      VALUE "1".
               10  SR-PRINT-TEXT      PIC X(132).
           05  FILLER                 PIC X(10).

       FD  BURSTOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BURSTOUT-REC.
       01  BURSTOUT-REC  PIC X(133).

       FD  BURSTRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BURSTRPT-REC.
       01  BURSTRPT-REC  PIC X(132).

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
           05  OFCODE                    PIC X(2).
           05  WS-DIST-STATUS            PIC X(2).
               88 DIST-OK          VALUE "00".
           05  WS-REPO-STATUS            PIC X(2).
               88 REPO-OK          VALUE "00".
           05  WS-INDEX-STATUS           PIC X(2).
               88 INDEX-OK         VALUE "00".
           05  WS-BUSDATE-STATUS         PIC X(2).

       01  FLAGS-AND-SWITCHES.
           05 WS-RUN-OK-SW               PIC X(01) VALUE "N".
               88 RUN-OK           VALUE "Y".
           05 MORE-DIST-SW               PIC X(01) VALUE "Y".
               88 NO-MORE-DIST     VALUE "N".
           05 MORE-REPO-SW               PIC X(01) VALUE "Y".
               88 NO-MORE-REPO     VALUE "N".
           05 MORE-SORTED-SW             PIC X(01) VALUE "Y".
               88 NO-MORE-SORTED   VALUE "N".
           05 WS-VERSION-FOUND-SW        PIC X(01) VALUE "N".
           05 WS-CARD-OK-SW              PIC X(01) VALUE "Y".

       01  BURST-WORK-FIELDS.
           05 WS-TODAY-YYYYMMDD        PIC 9(8)  VALUE 0.
           05 WS-BUSINESS-YYYYMMDD     PIC 9(8)  VALUE 0.
           05 WS-TRY-VERSION           PIC 9(3)  VALUE 0.
           05 WS-START-POSITION        PIC 9(9)  VALUE 0.
           05 WS-SCAN-POSITION         PIC 9(9)  VALUE 0.
           05 WS-REPORTS-OPEN          PIC S9(4) COMP VALUE 0.
           05 WS-MARKER-LEN            PIC S9(4) COMP VALUE 0.
           05 WS-LAST-COL              PIC S9(4) COMP VALUE 0.
           05 WS-PREV-DEPARTMENT       PIC X(8)  VALUE SPACES.
           05 WS-PREV-DIST-SEQ         PIC 9(4)  VALUE 0.
           05 WS-GROUP-PAGES           PIC 9(5)  VALUE 0.
           05 WS-GROUP-LINES           PIC 9(7)  VALUE 0.
           05 WS-EXCEPTION-MSG         PIC X(60) VALUE SPACES.
           05 WS-EXCEPTION-ID          PIC X(40) VALUE SPACES.

      *    EVERY REPORT NAMED ON A D CARD, ITS LATEST CAPTURE FOR THE
      *    BUSINESS DATE AND THE SECTION CURRENTLY BEING READ.
       01  REPORT-TABLE-FIELDS.
           05 WS-RPT-COUNT             PIC S9(4) COMP VALUE 0.
           05 WS-RPT-MAX               PIC S9(4) COMP VALUE 50.
           05 WS-RPT-SUB               PIC S9(4) COMP VALUE 0.
           05 WS-RPT-FOUND             PIC S9(4) COMP VALUE 0.
           05 REPORT-TABLE OCCURS 50 TIMES.
               10 RT-REPORT-NAME       PIC X(8).
               10 RT-AVAILABLE-SW      PIC X(1).
                   88 RT-AVAILABLE     VALUE "Y".
               10 RT-VERSION           PIC 9(3).
               10 RT-FIRST-POSITION    PIC 9(9).
               10 RT-LINE-COUNT        PIC 9(7).
               10 RT-LINES-SEEN        PIC 9(7).
               10 RT-CURRENT-SECTION   PIC X(8).

      *    S CARDS - THE LINES THAT START (OR END) A SECTION.
       01  SECTION-TABLE-FIELDS.
           05 WS-SECT-COUNT            PIC S9(4) COMP VALUE 0.
           05 WS-SECT-MAX              PIC S9(4) COMP VALUE 100.
           05 WS-SECT-SUB              PIC S9(4) COMP VALUE 0.
           05 SECTION-TABLE OCCURS 100 TIMES.
               10 ST-REPORT-NAME       PIC X(8).
               10 ST-MARKER-COL        PIC 9(3).
               10 ST-MARKER-LEN        PIC 9(2).
               10 ST-MARKER-TEXT       PIC X(20).
               10 ST-KEY-COL           PIC 9(3).
               10 ST-KEY-LEN           PIC 9(2).

      *    D CARDS IN CARD ORDER - THE ORDER A DEPARTMENT'S PACKAGE
      *    IS PUT TOGETHER IN.
       01  DIST-TABLE-FIELDS.
           05 WS-DIST-COUNT            PIC S9(4) COMP VALUE 0.
           05 WS-DIST-MAX              PIC S9(4) COMP VALUE 200.
           05 WS-DIST-SUB              PIC S9(4) COMP VALUE 0.
           05 DIST-TABLE OCCURS 200 TIMES.
               10 DT-REPORT-NAME       PIC X(8).
               10 DT-DEPARTMENT        PIC X(8).
               10 DT-SECTION-KEY       PIC X(8).
               10 DT-RPT-SUB           PIC S9(4) COMP.
               10 DT-LINES-SENT        PIC 9(7).

       01  COUNTERS-AND-ACCUMULATORS.
           05 WS-CARDS-READ            PIC S9(7) COMP-3 VALUE 0.
           05 WS-CARDS-REJECTED        PIC S9(7) COMP-3 VALUE 0.
           05 WS-LINES-SCANNED         PIC S9(9) COMP-3 VALUE 0.
           05 WS-LINES-RELEASED        PIC S9(9) COMP-3 VALUE 0.
           05 WS-LINES-WRITTEN         PIC S9(9) COMP-3 VALUE 0.
           05 WS-DEPARTMENTS           PIC S9(7) COMP-3 VALUE 0.
           05 WS-EXCEPTIONS            PIC S9(7) COMP-3 VALUE 0.

       COPY RPTREPO.

       01  WS-BANNER-LINE.
           05  FILLER     PIC X(1)  VALUE "1".
           05  FILLER     PIC X(32) VALUE
               "*** DISTRIBUTION FOR DEPARTMENT ".
           05  BAN-DEPARTMENT-O     PIC X(8).
           05  FILLER     PIC X(18) VALUE "   BUSINESS DATE: ".
           05  BAN-DATE-O           PIC 9(8).
           05  FILLER     PIC X(4)  VALUE " ***".
           05  FILLER     PIC X(62) VALUE SPACES.

       01  WS-GROUP-HDR-LINE.
           05  FILLER     PIC X(1)  VALUE "1".
           05  FILLER     PIC X(8)  VALUE "REPORT: ".
           05  GRP-REPORT-O         PIC X(8).
           05  FILLER     PIC X(11) VALUE "  VERSION: ".
           05  GRP-VERSION-O        PIC 9(3).
           05  FILLER     PIC X(11) VALUE "  SECTION: ".
           05  GRP-SECTION-O        PIC X(8).
           05  FILLER     PIC X(6)  VALUE "  FOR ".
           05  GRP-DEPARTMENT-O     PIC X(8).
           05  FILLER     PIC X(18) VALUE "   BUSINESS DATE: ".
           05  GRP-DATE-O           PIC 9(8).
           05  FILLER     PIC X(44) VALUE SPACES.

       01  WS-RPT-HDR.
           05  FILLER     PIC X(40) VALUE
               "REPORT DISTRIBUTION RUN  BUSINESS DATE: ".
           05  RPT-DATE-O           PIC 9(8).
           05  FILLER     PIC X(84) VALUE SPACES.

       01  WS-RPT-COL-HDR.
           05  FILLER     PIC X(33) VALUE
               "  DEPARTMENT  REPORT    VERSION  ".
           05  FILLER     PIC X(30) VALUE
               "SECTION      PAGES       LINES".
           05  FILLER     PIC X(69) VALUE SPACES.

       01  WS-RPT-DETAIL.
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  RPT-DEPARTMENT-O     PIC X(8).
           05  FILLER     PIC X(4)  VALUE SPACES.
           05  RPT-REPORT-O         PIC X(8).
           05  FILLER     PIC X(4)  VALUE SPACES.
           05  RPT-VERSION-O        PIC ZZ9.
           05  FILLER     PIC X(4)  VALUE SPACES.
           05  RPT-SECTION-O        PIC X(8).
           05  FILLER     PIC X(4)  VALUE SPACES.
           05  RPT-PAGES-O          PIC ZZ,ZZ9.
           05  FILLER     PIC X(3)  VALUE SPACES.
           05  RPT-LINES-O          PIC Z,ZZZ,ZZ9.
           05  FILLER     PIC X(69) VALUE SPACES.

       01  WS-RPT-EXCEPTION.
           05  FILLER     PIC X(5)  VALUE "  ** ".
           05  RPT-EXCEPTION-MSG-O  PIC X(60).
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  RPT-EXCEPTION-ID-O   PIC X(40).
           05  FILLER     PIC X(25) VALUE SPACES.

       01  WS-RPT-COUNT-LINE.
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  RPT-COUNT-LABEL      PIC X(30).
           05  RPT-COUNT-O          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER     PIC X(89) VALUE SPACES.

       01  WS-BLANK-LINE.
           05  FILLER     PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           IF RUN-OK
               SORT BURSTSRT
                   ON ASCENDING KEY SR-DEPARTMENT
                                    SR-DIST-SEQ
                                    SR-POSITION
                   INPUT PROCEDURE 200-SELECT-LINES THRU 200-EXIT
                   OUTPUT PROCEDURE 500-WRITE-PACKAGES THRU 500-EXIT
               IF SORT-RETURN NOT = ZERO
                   DISPLAY "RPTBURST: SORT FAILED - RC " SORT-RETURN
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-YYYYMMDD.
           PERFORM 010-GET-BUSINESS-DATE THRU 010-EXIT.
           OPEN OUTPUT BURSTRPT.
           MOVE WS-BUSINESS-YYYYMMDD TO RPT-DATE-O.
           WRITE BURSTRPT-REC FROM WS-RPT-HDR.
           WRITE BURSTRPT-REC FROM WS-BLANK-LINE.
           OPEN INPUT RPTDIST.
           IF NOT DIST-OK
               DISPLAY "RPTBURST: CANNOT OPEN RPTDIST - STATUS "
                       WS-DIST-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 000-EXIT.
           PERFORM 100-LOAD-ONE-CARD THRU 100-EXIT
                   UNTIL NO-MORE-DIST.
           CLOSE RPTDIST.
           IF WS-DIST-COUNT = 0
               DISPLAY "RPTBURST: NO DISTRIBUTION CARDS - NOTHING TO "
                       "DISTRIBUTE"
               MOVE 16 TO RETURN-CODE
               GO TO 000-EXIT.
           OPEN INPUT RPTINDX.
           IF NOT INDEX-OK
               DISPLAY "RPTBURST: CANNOT OPEN RPTINDX - STATUS "
                       WS-INDEX-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 000-EXIT.
           PERFORM 150-FIND-LATEST-CAPTURE THRU 150-EXIT
                   VARYING WS-RPT-SUB FROM 1 BY 1
                   UNTIL WS-RPT-SUB > WS-RPT-COUNT.
           CLOSE RPTINDX.
           IF WS-REPORTS-OPEN = 0
               DISPLAY "RPTBURST: NO DISTRIBUTED REPORT CAPTURED FOR "
                       WS-BUSINESS-YYYYMMDD
               MOVE 16 TO RETURN-CODE
               GO TO 000-EXIT.
           OPEN OUTPUT BURSTOUT.
           WRITE BURSTRPT-REC FROM WS-BLANK-LINE.
           WRITE BURSTRPT-REC FROM WS-RPT-COL-HDR.
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

      *    A BAD CARD IS LISTED AND SKIPPED - THE REST OF THE TABLE
      *    STILL DISTRIBUTES.
       100-LOAD-ONE-CARD.
           READ RPTDIST
               AT END MOVE "N" TO MORE-DIST-SW
               GO TO 100-EXIT
           END-READ.
           IF DIST-COMMENT-CARD OR RPTDIST-REC = SPACES
               GO TO 100-EXIT.
           ADD +1 TO WS-CARDS-READ.
           MOVE "Y" TO WS-CARD-OK-SW.
           IF DIST-REPORT-NAME = SPACES
               MOVE "N" TO WS-CARD-OK-SW.
           EVALUATE TRUE
               WHEN WS-CARD-OK-SW = "N"
                   CONTINUE
               WHEN DIST-SECTION-CARD
                   PERFORM 110-LOAD-SECTION-CARD THRU 110-EXIT
               WHEN DIST-RECIPIENT-CARD
                   PERFORM 120-LOAD-RECIPIENT-CARD THRU 120-EXIT
               WHEN OTHER
                   MOVE "N" TO WS-CARD-OK-SW
           END-EVALUATE.
           IF WS-CARD-OK-SW = "N"
               ADD +1 TO WS-CARDS-REJECTED
               MOVE "RPTDIST CARD REJECTED" TO WS-EXCEPTION-MSG
               MOVE RPTDIST-REC (1:40) TO WS-EXCEPTION-ID
               PERFORM 880-WRITE-EXCEPTION THRU 880-EXIT.
       100-EXIT.
           EXIT.

       110-LOAD-SECTION-CARD.
           IF DIST-MARKER-COL NOT NUMERIC
              OR DIST-MARKER-COL = 0
              OR DIST-MARKER-TEXT = SPACES
              OR DIST-KEY-COL NOT NUMERIC
              OR DIST-KEY-LEN NOT NUMERIC
              OR DIST-KEY-LEN > 8
              OR WS-SECT-COUNT NOT < WS-SECT-MAX
               MOVE "N" TO WS-CARD-OK-SW
               GO TO 110-EXIT.
           MOVE 20 TO WS-MARKER-LEN.
           PERFORM 115-TRIM-MARKER THRU 115-EXIT
                   UNTIL DIST-MARKER-TEXT (WS-MARKER-LEN:1) NOT = SPACE.
           COMPUTE WS-LAST-COL = DIST-MARKER-COL + WS-MARKER-LEN - 1.
           IF WS-LAST-COL > 132
               MOVE "N" TO WS-CARD-OK-SW
               GO TO 110-EXIT.
           IF DIST-KEY-LEN > 0
               COMPUTE WS-LAST-COL = DIST-KEY-COL + DIST-KEY-LEN - 1
               IF DIST-KEY-COL = 0
                  OR WS-LAST-COL > 132
                   MOVE "N" TO WS-CARD-OK-SW
                   GO TO 110-EXIT.
           ADD +1 TO WS-SECT-COUNT.
           MOVE DIST-REPORT-NAME TO ST-REPORT-NAME (WS-SECT-COUNT).
           MOVE DIST-MARKER-COL  TO ST-MARKER-COL (WS-SECT-COUNT).
           MOVE WS-MARKER-LEN    TO ST-MARKER-LEN (WS-SECT-COUNT).
           MOVE DIST-MARKER-TEXT TO ST-MARKER-TEXT (WS-SECT-COUNT).
           MOVE DIST-KEY-COL     TO ST-KEY-COL (WS-SECT-COUNT).
           MOVE DIST-KEY-LEN     TO ST-KEY-LEN (WS-SECT-COUNT).
       110-EXIT.
           EXIT.

       115-TRIM-MARKER.
           SUBTRACT 1 FROM WS-MARKER-LEN.
       115-EXIT.
           EXIT.

       120-LOAD-RECIPIENT-CARD.
           IF DIST-DEPARTMENT = SPACES
              OR WS-DIST-COUNT NOT < WS-DIST-MAX
               MOVE "N" TO WS-CARD-OK-SW
               GO TO 120-EXIT.
           MOVE 0 TO WS-RPT-FOUND.
           PERFORM 125-MATCH-REPORT-NAME THRU 125-EXIT
                   VARYING WS-RPT-SUB FROM 1 BY 1
                   UNTIL WS-RPT-SUB > WS-RPT-COUNT
                      OR WS-RPT-FOUND > 0.
           IF WS-RPT-FOUND = 0
               IF WS-RPT-COUNT NOT < WS-RPT-MAX
                   MOVE "N" TO WS-CARD-OK-SW
                   GO TO 120-EXIT
               ELSE
                   ADD +1 TO WS-RPT-COUNT
                   MOVE WS-RPT-COUNT TO WS-RPT-FOUND
                   MOVE DIST-REPORT-NAME
                       TO RT-REPORT-NAME (WS-RPT-FOUND)
                   MOVE "N" TO RT-AVAILABLE-SW (WS-RPT-FOUND)
                   MOVE 0 TO RT-VERSION (WS-RPT-FOUND),
                             RT-FIRST-POSITION (WS-RPT-FOUND),
                             RT-LINE-COUNT (WS-RPT-FOUND),
                             RT-LINES-SEEN (WS-RPT-FOUND)
                   MOVE SPACES TO RT-CURRENT-SECTION (WS-RPT-FOUND).
           ADD +1 TO WS-DIST-COUNT.
           MOVE DIST-REPORT-NAME TO DT-REPORT-NAME (WS-DIST-COUNT).
           MOVE DIST-DEPARTMENT  TO DT-DEPARTMENT (WS-DIST-COUNT).
           MOVE DIST-SECTION-KEY TO DT-SECTION-KEY (WS-DIST-COUNT).
           MOVE WS-RPT-FOUND     TO DT-RPT-SUB (WS-DIST-COUNT).
           MOVE 0                TO DT-LINES-SENT (WS-DIST-COUNT).
       120-EXIT.
           EXIT.

       125-MATCH-REPORT-NAME.
           IF RT-REPORT-NAME (WS-RPT-SUB) = DIST-REPORT-NAME
               MOVE WS-RPT-SUB TO WS-RPT-FOUND.
       125-EXIT.
           EXIT.

      *    THE HIGHEST VERSION ON THE INDEX IS THE CURRENT CAPTURE -
      *    A RERUN'S REPORT REPLACES THE FIRST ONE IN DISTRIBUTION.
       150-FIND-LATEST-CAPTURE.
           MOVE 0 TO WS-TRY-VERSION.
           MOVE "Y" TO WS-VERSION-FOUND-SW.
           PERFORM 155-TRY-VERSION THRU 155-EXIT
                   UNTIL WS-VERSION-FOUND-SW = "N"
                      OR WS-TRY-VERSION = 999.
           IF NOT RT-AVAILABLE (WS-RPT-SUB)
               MOVE "REPORT EMPTY OR NOT CAPTURED FOR THE BUSINESS DATE"
                   TO WS-EXCEPTION-MSG
               MOVE RT-REPORT-NAME (WS-RPT-SUB) TO WS-EXCEPTION-ID
               PERFORM 880-WRITE-EXCEPTION THRU 880-EXIT
               GO TO 150-EXIT.
           ADD +1 TO WS-REPORTS-OPEN.
           IF WS-START-POSITION = 0
              OR RT-FIRST-POSITION (WS-RPT-SUB) < WS-START-POSITION
               MOVE RT-FIRST-POSITION (WS-RPT-SUB)
                   TO WS-START-POSITION.
       150-EXIT.
           EXIT.

       155-TRY-VERSION.
           ADD 1 TO WS-TRY-VERSION.
           MOVE RT-REPORT-NAME (WS-RPT-SUB) TO RI-REPORT-NAME.
           MOVE WS-BUSINESS-YYYYMMDD TO RI-BUSINESS-DATE.
           MOVE WS-TRY-VERSION TO RI-VERSION.
           READ RPTINDX.
           IF NOT INDEX-OK
               MOVE "N" TO WS-VERSION-FOUND-SW
               GO TO 155-EXIT.
      *    AN EMPTY REPORT IS INDEXED BUT HAS NOTHING TO SEND
           IF RI-LINE-COUNT = 0
               MOVE "N" TO RT-AVAILABLE-SW (WS-RPT-SUB)
           ELSE
               MOVE "Y" TO RT-AVAILABLE-SW (WS-RPT-SUB)
               MOVE RI-VERSION TO RT-VERSION (WS-RPT-SUB)
               MOVE RI-REPO-POSITION TO RT-FIRST-POSITION (WS-RPT-SUB)
               MOVE RI-LINE-COUNT TO RT-LINE-COUNT (WS-RPT-SUB).
       155-EXIT.
           EXIT.

      ******************************************************************
      *    SORT INPUT - ONE PASS OF RPTREPO FROM THE FIRST LINE OF THE
      *    EARLIEST REPORT WANTED.  EACH LINE OF A WANTED CAPTURE IS
      *    RELEASED ONCE FOR EVERY D CARD IT SATISFIES.
      ******************************************************************
       200-SELECT-LINES.
           OPEN INPUT RPTREPO.
           IF NOT REPO-OK
               DISPLAY "RPTBURST: CANNOT OPEN RPTREPO - STATUS "
                       WS-REPO-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 200-EXIT.
           MOVE "Y" TO MORE-REPO-SW.
           PERFORM 800-READ-RPTREPO THRU 800-EXIT.
           PERFORM 210-SELECT-ONE-LINE THRU 210-EXIT
                   UNTIL NO-MORE-REPO.
           CLOSE RPTREPO.
       200-EXIT.
           EXIT.

       210-SELECT-ONE-LINE.
           IF WS-SCAN-POSITION < WS-START-POSITION
               GO TO 210-READ-NEXT.
           MOVE 0 TO WS-RPT-FOUND.
           PERFORM 215-MATCH-REPO-LINE THRU 215-EXIT
                   VARYING WS-RPT-SUB FROM 1 BY 1
                   UNTIL WS-RPT-SUB > WS-RPT-COUNT
                      OR WS-RPT-FOUND > 0.
           IF WS-RPT-FOUND = 0
               GO TO 210-READ-NEXT.
           ADD 1 TO RT-LINES-SEEN (WS-RPT-FOUND).
           PERFORM 220-CHECK-ONE-MARKER THRU 220-EXIT
                   VARYING WS-SECT-SUB FROM 1 BY 1
                   UNTIL WS-SECT-SUB > WS-SECT-COUNT.
           PERFORM 230-RELEASE-FOR-RECIPIENT THRU 230-EXIT
                   VARYING WS-DIST-SUB FROM 1 BY 1
                   UNTIL WS-DIST-SUB > WS-DIST-COUNT.
      *    ONCE EVERY WANTED REPORT HAS BEEN READ IN FULL THE REST OF
      *    THE REPOSITORY HOLDS NOTHING FOR THIS RUN
           IF RT-LINES-SEEN (WS-RPT-FOUND)
              = RT-LINE-COUNT (WS-RPT-FOUND)
               SUBTRACT 1 FROM WS-REPORTS-OPEN
               IF WS-REPORTS-OPEN = 0
                   MOVE "N" TO MORE-REPO-SW
                   GO TO 210-EXIT.
       210-READ-NEXT.
           PERFORM 800-READ-RPTREPO THRU 800-EXIT.
       210-EXIT.
           EXIT.

       215-MATCH-REPO-LINE.
           IF RT-AVAILABLE (WS-RPT-SUB)
              AND RR-REPORT-NAME = RT-REPORT-NAME (WS-RPT-SUB)
              AND RR-BUSINESS-DATE = WS-BUSINESS-YYYYMMDD
              AND RR-VERSION = RT-VERSION (WS-RPT-SUB)
               MOVE WS-RPT-SUB TO WS-RPT-FOUND.
       215-EXIT.
           EXIT.

       220-CHECK-ONE-MARKER.
           IF ST-REPORT-NAME (WS-SECT-SUB) NOT = RR-REPORT-NAME
               GO TO 220-EXIT.
           IF RR-PRINT-TEXT (ST-MARKER-COL (WS-SECT-SUB):
                             ST-MARKER-LEN (WS-SECT-SUB))
              NOT = ST-MARKER-TEXT (WS-SECT-SUB)
                             (1:ST-MARKER-LEN (WS-SECT-SUB))
               GO TO 220-EXIT.
           MOVE SPACES TO RT-CURRENT-SECTION (WS-RPT-FOUND).
           IF ST-KEY-LEN (WS-SECT-SUB) > 0
               MOVE RR-PRINT-TEXT (ST-KEY-COL (WS-SECT-SUB):
                                   ST-KEY-LEN (WS-SECT-SUB))
                 TO RT-CURRENT-SECTION (WS-RPT-FOUND)
                                   (1:ST-KEY-LEN (WS-SECT-SUB)).
       220-EXIT.
           EXIT.

       230-RELEASE-FOR-RECIPIENT.
           IF DT-RPT-SUB (WS-DIST-SUB) NOT = WS-RPT-FOUND
               GO TO 230-EXIT.
           IF DT-SECTION-KEY (WS-DIST-SUB) NOT = SPACES
              AND DT-SECTION-KEY (WS-DIST-SUB)
                  NOT = RT-CURRENT-SECTION (WS-RPT-FOUND)
               GO TO 230-EXIT.
           MOVE SPACES TO BURST-SORT-REC.
           MOVE DT-DEPARTMENT (WS-DIST-SUB) TO SR-DEPARTMENT.
           MOVE WS-DIST-SUB TO SR-DIST-SEQ.
           MOVE WS-SCAN-POSITION TO SR-POSITION.
           MOVE RR-REPORT-NAME TO SR-REPORT-NAME.
           MOVE RR-VERSION TO SR-VERSION.
           MOVE DT-SECTION-KEY (WS-DIST-SUB) TO SR-SECTION-KEY.
           MOVE RR-PRINT-LINE TO SR-PRINT-LINE.
           RELEASE BURST-SORT-REC.
           ADD 1 TO DT-LINES-SENT (WS-DIST-SUB).
           ADD +1 TO WS-LINES-RELEASED.
       230-EXIT.
           EXIT.

       800-READ-RPTREPO.
           READ RPTREPO INTO REPORT-REPOSITORY-REC
               AT END MOVE "N" TO MORE-REPO-SW
               GO TO 800-EXIT
           END-READ.
           IF NOT REPO-OK
               DISPLAY "RPTBURST: ERROR READING RPTREPO - STATUS "
                       WS-REPO-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "N" TO MORE-REPO-SW
               GO TO 800-EXIT.
           ADD 1 TO WS-SCAN-POSITION.
           ADD +1 TO WS-LINES-SCANNED.
       800-EXIT.
           EXIT.

      ******************************************************************
      *    SORT OUTPUT - A BANNER PAGE AT EACH NEW DEPARTMENT, AND EACH
      *    D CARD'S REPORT OR SECTION STARTS ON A NEW PAGE UNDER ITS
      *    OWN HEADING.  THE LINE THAT TOPPED THE ORIGINAL PAGE DROPS
      *    TO DOUBLE SPACING SO THE HEADING SHARES ITS PAGE.
      ******************************************************************
       500-WRITE-PACKAGES.
           MOVE "Y" TO MORE-SORTED-SW.
           PERFORM 810-RETURN-SORTED THRU 810-EXIT.
           PERFORM 510-WRITE-ONE-LINE THRU 510-EXIT
                   UNTIL NO-MORE-SORTED.
           IF WS-PREV-DEPARTMENT NOT = SPACES
               PERFORM 530-LIST-GROUP THRU 530-EXIT.
       500-EXIT.
           EXIT.

       510-WRITE-ONE-LINE.
           IF SR-DEPARTMENT NOT = WS-PREV-DEPARTMENT
              OR SR-DIST-SEQ NOT = WS-PREV-DIST-SEQ
               PERFORM 520-START-GROUP THRU 520-EXIT
               IF SR-NEW-PAGE
                   MOVE "0" TO SR-CARRIAGE-CTL.
           IF SR-NEW-PAGE
               ADD 1 TO WS-GROUP-PAGES.
           WRITE BURSTOUT-REC FROM SR-PRINT-LINE.
           ADD 1 TO WS-GROUP-LINES.
           ADD +1 TO WS-LINES-WRITTEN.
           PERFORM 810-RETURN-SORTED THRU 810-EXIT.
       510-EXIT.
           EXIT.

       520-START-GROUP.
           IF WS-PREV-DEPARTMENT NOT = SPACES
               PERFORM 530-LIST-GROUP THRU 530-EXIT.
           IF SR-DEPARTMENT NOT = WS-PREV-DEPARTMENT
               MOVE SR-DEPARTMENT TO BAN-DEPARTMENT-O
               MOVE WS-BUSINESS-YYYYMMDD TO BAN-DATE-O
               WRITE BURSTOUT-REC FROM WS-BANNER-LINE
               ADD +1 TO WS-DEPARTMENTS.
           MOVE SR-DEPARTMENT TO WS-PREV-DEPARTMENT.
           MOVE SR-DIST-SEQ TO WS-PREV-DIST-SEQ.
           MOVE SR-REPORT-NAME TO GRP-REPORT-O.
           MOVE SR-VERSION TO GRP-VERSION-O.
           IF SR-SECTION-KEY = SPACES
               MOVE "ALL" TO GRP-SECTION-O
           ELSE
               MOVE SR-SECTION-KEY TO GRP-SECTION-O.
           MOVE SR-DEPARTMENT TO GRP-DEPARTMENT-O.
           MOVE WS-BUSINESS-YYYYMMDD TO GRP-DATE-O.
           WRITE BURSTOUT-REC FROM WS-GROUP-HDR-LINE.
           MOVE 1 TO WS-GROUP-PAGES.
           MOVE 0 TO WS-GROUP-LINES.
       520-EXIT.
           EXIT.

       530-LIST-GROUP.
           MOVE WS-PREV-DEPARTMENT TO RPT-DEPARTMENT-O.
           MOVE GRP-REPORT-O TO RPT-REPORT-O.
           MOVE GRP-VERSION-O TO RPT-VERSION-O.
           MOVE GRP-SECTION-O TO RPT-SECTION-O.
           MOVE WS-GROUP-PAGES TO RPT-PAGES-O.
           MOVE WS-GROUP-LINES TO RPT-LINES-O.
           WRITE BURSTRPT-REC FROM WS-RPT-DETAIL.
       530-EXIT.
           EXIT.

       810-RETURN-SORTED.
           RETURN BURSTSRT
               AT END MOVE "N" TO MORE-SORTED-SW.
       810-EXIT.
           EXIT.

       880-WRITE-EXCEPTION.
           MOVE WS-EXCEPTION-MSG TO RPT-EXCEPTION-MSG-O.
           MOVE WS-EXCEPTION-ID TO RPT-EXCEPTION-ID-O.
           WRITE BURSTRPT-REC FROM WS-RPT-EXCEPTION.
           ADD +1 TO WS-EXCEPTIONS.
       880-EXIT.
           EXIT.

      *    A CAPTURED REPORT NOT READ IN FULL MEANS RPTREPO AND
      *    RPTINDX DISAGREE; A D CARD THAT RECEIVED NOTHING NAMES A
      *    SECTION THE REPORT DID NOT HAVE TONIGHT.
       999-CLEANUP.
           IF RUN-OK
               CLOSE BURSTOUT
               WRITE BURSTRPT-REC FROM WS-BLANK-LINE
               PERFORM 910-CHECK-ONE-REPORT THRU 910-EXIT
                       VARYING WS-RPT-SUB FROM 1 BY 1
                       UNTIL WS-RPT-SUB > WS-RPT-COUNT
               PERFORM 920-CHECK-ONE-RECIPIENT THRU 920-EXIT
                       VARYING WS-DIST-SUB FROM 1 BY 1
                       UNTIL WS-DIST-SUB > WS-DIST-COUNT.
           WRITE BURSTRPT-REC FROM WS-BLANK-LINE.
           MOVE "DISTRIBUTION CARDS READ       " TO RPT-COUNT-LABEL.
           MOVE WS-CARDS-READ TO RPT-COUNT-O.
           WRITE BURSTRPT-REC FROM WS-RPT-COUNT-LINE.
           MOVE "DISTRIBUTION CARDS REJECTED   " TO RPT-COUNT-LABEL.
           MOVE WS-CARDS-REJECTED TO RPT-COUNT-O.
           WRITE BURSTRPT-REC FROM WS-RPT-COUNT-LINE.
           MOVE "REPOSITORY LINES SCANNED      " TO RPT-COUNT-LABEL.
           MOVE WS-LINES-SCANNED TO RPT-COUNT-O.
           WRITE BURSTRPT-REC FROM WS-RPT-COUNT-LINE.
           MOVE "DEPARTMENTS SENT REPORTS      " TO RPT-COUNT-LABEL.
           MOVE WS-DEPARTMENTS TO RPT-COUNT-O.
           WRITE BURSTRPT-REC FROM WS-RPT-COUNT-LINE.
           MOVE "REPORT LINES DISTRIBUTED      " TO RPT-COUNT-LABEL.
           MOVE WS-LINES-WRITTEN TO RPT-COUNT-O.
           WRITE BURSTRPT-REC FROM WS-RPT-COUNT-LINE.
           MOVE "EXCEPTIONS                    " TO RPT-COUNT-LABEL.
           MOVE WS-EXCEPTIONS TO RPT-COUNT-O.
           WRITE BURSTRPT-REC FROM WS-RPT-COUNT-LINE.
           CLOSE BURSTRPT.
           IF WS-EXCEPTIONS > 0
              AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE.
           DISPLAY "RPTBURST: " WS-LINES-WRITTEN " LINES TO "
                   WS-DEPARTMENTS " DEPARTMENTS, " WS-EXCEPTIONS
                   " EXCEPTIONS".
       999-EXIT.
           EXIT.

       910-CHECK-ONE-REPORT.
           IF RT-AVAILABLE (WS-RPT-SUB)
              AND RT-LINES-SEEN (WS-RPT-SUB)
                  NOT = RT-LINE-COUNT (WS-RPT-SUB)
               MOVE "REPOSITORY DOES NOT MATCH INDEX - LINES MISSING"
                   TO WS-EXCEPTION-MSG
               MOVE RT-REPORT-NAME (WS-RPT-SUB) TO WS-EXCEPTION-ID
               PERFORM 880-WRITE-EXCEPTION THRU 880-EXIT
               IF RETURN-CODE < 12
                   MOVE 12 TO RETURN-CODE.
       910-EXIT.
           EXIT.

       920-CHECK-ONE-RECIPIENT.
           MOVE DT-RPT-SUB (WS-DIST-SUB) TO WS-RPT-SUB.
           IF RT-AVAILABLE (WS-RPT-SUB)
              AND DT-LINES-SENT (WS-DIST-SUB) = 0
               MOVE "SECTION NOT FOUND IN REPORT - NOTHING SENT"
                   TO WS-EXCEPTION-MSG
               MOVE SPACES TO WS-EXCEPTION-ID
               STRING DT-REPORT-NAME (WS-DIST-SUB) " "
                      DT-DEPARTMENT (WS-DIST-SUB) " "
                      DT-SECTION-KEY (WS-DIST-SUB)
                      DELIMITED BY SIZE INTO WS-EXCEPTION-ID
               PERFORM 880-WRITE-EXCEPTION THRU 880-EXIT.
       920-EXIT.
           EXIT.
