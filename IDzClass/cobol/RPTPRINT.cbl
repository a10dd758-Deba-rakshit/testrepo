       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RPTPRINT.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEV Center.
       DATE-WRITTEN. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *          ON-DEMAND LOOKUP AND REPRINT FROM THE REPORT
      *          REPOSITORY THAT RPTCAPT BUILDS.  ONE PRNTPARM CARD PER
      *          REQUEST, AS MANY AS NEEDED IN ONE RUN:
      *              0    1    1    2    2    3    3
      *          ....5....0....5....0....5....0....5...
      *          LIST  WARDRPT  20261001 20261031
      *          PRINT WARDRPT  20261013
      *          PRINT CASHREG  20261013          002
      *          LIST  - COLS 7-14 REPORT (BLANK = EVERY REPORT),
      *                  16-23 FROM DATE AND 25-32 TO DATE (EITHER
      *                  BLANK = NO LIMIT).  EVERY CAPTURE IN RANGE IS
      *                  LISTED WITH ITS PROGRAM, PAGES AND LINES.
      *          PRINT - COLS 7-14 REPORT, 16-23 BUSINESS DATE, 34-36
      *                  VERSION (BLANK = THE LATEST, I.E. THE ONE
      *                  DISTRIBUTED).  THE REPORT IS COPIED FROM
      *                  RPTREPO TO REPRINT EXACTLY AS CAPTURED, WITH
      *                  ITS CARRIAGE CONTROL, STARTING ON A NEW PAGE.
      *          PRNTLIST CARRIES THE LISTINGS AND THE OUTCOME OF EACH
      *          CARD.
      *
      *          RETURN CODES - 0 EVERY CARD SATISFIED, 4 A REPORT NOT
      *          ON THE INDEX OR A BAD CARD, 12 RPTREPO DOES NOT MATCH
      *          THE INDEX, 16 THE INDEX OR REPOSITORY UNAVAILABLE.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRNTPARM
           ASSIGN TO UT-S-PRNTPARM
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-PARM-STATUS.

           SELECT RPTINDX
                  ASSIGN       to RPTINDX
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is DYNAMIC
                  RECORD KEY   is RI-KEY
                  FILE STATUS  is WS-INDEX-STATUS.

           SELECT RPTREPO
           ASSIGN TO UT-S-RPTREPO
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-REPO-STATUS.

           SELECT REPRINT
           ASSIGN TO UT-S-REPRINT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT PRNTLIST
           ASSIGN TO UT-S-PRNTLIST
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

       DATA DIVISION.
       FILE SECTION.
       FD  PRNTPARM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRNTPARM-REC.
       01  PRNTPARM-REC.
           05  PARM-FUNCTION          PIC X(5).
               88 PARM-LIST        VALUE "LIST ".
               88 PARM-PRINT       VALUE "PRINT".
           05  FILLER                 PIC X(1).
           05  PARM-REPORT-NAME       PIC X(8).
           05  FILLER                 PIC X(1).
           05  PARM-DATE              PIC X(8).
           05  PARM-DATE-N REDEFINES PARM-DATE
                                      PIC 9(8).
           05  FILLER                 PIC X(1).
           05  PARM-TO-DATE           PIC X(8).
           05  PARM-TO-DATE-N REDEFINES PARM-TO-DATE
                                      PIC 9(8).
           05  FILLER                 PIC X(1).
           05  PARM-VERSION           PIC X(3).
           05  PARM-VERSION-N REDEFINES PARM-VERSION
                                      PIC 9(3).
           05  FILLER                 PIC X(44).

       FD  RPTINDX
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REPORT-INDEX-REC.
       COPY RPTINDX.

       FD  RPTREPO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 180 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RPTREPO-REC.
       01  RPTREPO-REC  PIC X(180).

       FD  REPRINT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REPRINT-REC.
       01  REPRINT-REC  PIC X(133).

       FD  PRNTLIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRNTLIST-REC.
       01  PRNTLIST-REC  PIC X(132).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  OFCODE                    PIC X(2).
           05  WS-PARM-STATUS            PIC X(2).
               88 PARM-OK          VALUE "00".
           05  WS-INDEX-STATUS           PIC X(2).
               88 INDEX-OK         VALUE "00".
           05  WS-REPO-STATUS            PIC X(2).
               88 REPO-OK          VALUE "00".

       01  FLAGS-AND-SWITCHES.
           05 MORE-PARM-SW               PIC X(01) VALUE "Y".
               88 NO-MORE-PARMS    VALUE "N".
           05 MORE-INDEX-SW              PIC X(01) VALUE "Y".
               88 NO-MORE-INDEX    VALUE "N".
           05 MORE-REPO-SW               PIC X(01) VALUE "Y".
               88 NO-MORE-REPO     VALUE "N".
           05 WS-ENTRY-FOUND-SW          PIC X(01) VALUE "N".
               88 ENTRY-FOUND      VALUE "Y".
           05 WS-FILES-OPEN-SW           PIC X(01) VALUE "N".

       01  PRINT-WORK-FIELDS.
           05 WS-FROM-DATE             PIC 9(8)  VALUE 0.
           05 WS-TO-DATE               PIC 9(8)  VALUE 0.
           05 WS-SCAN-POSITION         PIC 9(9)  VALUE 0.
           05 WS-LINES-COPIED          PIC 9(7)  VALUE 0.
           05 WS-LIST-COUNT            PIC 9(7)  VALUE 0.
           05 WS-MESSAGE               PIC X(60) VALUE SPACES.
      *    THE INDEX ENTRY BEING REPRINTED, HELD WHILE RPTREPO IS READ
       01  WS-HELD-INDEX-ENTRY.
           05 HELD-KEY.
               10 HELD-REPORT-NAME     PIC X(8).
               10 HELD-BUSINESS-DATE   PIC 9(8).
               10 HELD-VERSION         PIC 9(3).
           05 HELD-PAGE-COUNT          PIC 9(5).
           05 HELD-LINE-COUNT          PIC 9(7).
           05 HELD-REPO-POSITION       PIC 9(9).

       01  COUNTERS-AND-ACCUMULATORS.
           05 WS-CARDS-READ            PIC S9(7) COMP-3 VALUE 0.
           05 WS-CARDS-FAILED          PIC S9(7) COMP-3 VALUE 0.
           05 WS-REPORTS-REPRINTED     PIC S9(7) COMP-3 VALUE 0.

       COPY RPTREPO.

       01  WS-LIST-HDR.
           05  FILLER     PIC X(40) VALUE
               "REPORT REPOSITORY LOOKUP AND REPRINT    ".
           05  FILLER     PIC X(92) VALUE SPACES.

       01  WS-CARD-LINE.
           05  FILLER     PIC X(8)  VALUE "CARD:   ".
           05  CARD-IMAGE-O         PIC X(40).
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  CARD-MESSAGE-O       PIC X(60).
           05  FILLER     PIC X(22) VALUE SPACES.

       01  WS-LIST-COL-HDR.
           05  FILLER     PIC X(30) VALUE
               "  REPORT    BUSINESS   VER    ".
           05  FILLER     PIC X(37) VALUE
               "PROGRAM     PAGES     LINES  CAPTURED".
           05  FILLER     PIC X(65) VALUE SPACES.

       01  WS-LIST-DETAIL.
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  LST-REPORT-O         PIC X(8).
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  LST-DATE-O           PIC 9(8).
           05  FILLER     PIC X(3)  VALUE SPACES.
           05  LST-VERSION-O        PIC ZZ9.
           05  FILLER     PIC X(4)  VALUE SPACES.
           05  LST-PROGRAM-O        PIC X(8).
           05  FILLER     PIC X(3)  VALUE SPACES.
           05  LST-PAGES-O          PIC ZZ,ZZ9.
           05  FILLER     PIC X(1)  VALUE SPACES.
           05  LST-LINES-O          PIC Z,ZZZ,ZZ9.
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  LST-CAPT-DATE-O      PIC 9(8).
           05  FILLER     PIC X(1)  VALUE SPACES.
           05  LST-CAPT-TIME-O      PIC 9(6).
           05  FILLER     PIC X(58) VALUE SPACES.

       01  WS-RPT-COUNT-LINE.
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  RPT-COUNT-LABEL      PIC X(30).
           05  RPT-COUNT-O          PIC ZZZ,ZZ9.
           05  FILLER     PIC X(93) VALUE SPACES.

       01  WS-BLANK-LINE.
           05  FILLER     PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-PROCESS-ONE-CARD THRU 100-EXIT
                   UNTIL NO-MORE-PARMS.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           GOBACK.

       000-HOUSEKEEPING.
           OPEN OUTPUT PRNTLIST, REPRINT.
           WRITE PRNTLIST-REC FROM WS-LIST-HDR.
           OPEN INPUT PRNTPARM.
           IF NOT PARM-OK
               DISPLAY "RPTPRINT: NO PRNTPARM CARDS - NOTHING TO DO"
               MOVE 16 TO RETURN-CODE
               MOVE "N" TO MORE-PARM-SW
               GO TO 000-EXIT.
           OPEN INPUT RPTINDX.
           IF NOT INDEX-OK
               DISPLAY "RPTPRINT: CANNOT OPEN RPTINDX - STATUS "
                       WS-INDEX-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "N" TO MORE-PARM-SW
               CLOSE PRNTPARM
               GO TO 000-EXIT.
           MOVE "Y" TO WS-FILES-OPEN-SW.
           PERFORM 800-READ-PARM THRU 800-EXIT.
       000-EXIT.
           EXIT.

       100-PROCESS-ONE-CARD.
           WRITE PRNTLIST-REC FROM WS-BLANK-LINE.
           MOVE PRNTPARM-REC (1:40) TO CARD-IMAGE-O.
           MOVE SPACES TO WS-MESSAGE.
           EVALUATE TRUE
               WHEN PARM-LIST
                   PERFORM 200-LIST-CAPTURES THRU 200-EXIT
               WHEN PARM-PRINT
                   PERFORM 300-REPRINT-REPORT THRU 300-EXIT
               WHEN OTHER
                   MOVE "UNKNOWN FUNCTION - USE LIST OR PRINT"
                       TO WS-MESSAGE
           END-EVALUATE.
           IF WS-MESSAGE NOT = SPACES
               MOVE WS-MESSAGE TO CARD-MESSAGE-O
               WRITE PRNTLIST-REC FROM WS-CARD-LINE
               ADD +1 TO WS-CARDS-FAILED
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE.
           PERFORM 800-READ-PARM THRU 800-EXIT.
       100-EXIT.
           EXIT.

      ******************************************************************
      *    LIST - EVERY CAPTURE OF THE REPORT (OR OF ALL REPORTS) IN
      *    THE DATE RANGE, IN KEY ORDER.
      ******************************************************************
       200-LIST-CAPTURES.
           MOVE ZERO TO WS-FROM-DATE.
           MOVE 99999999 TO WS-TO-DATE.
           IF PARM-DATE NOT = SPACES
               IF PARM-DATE-N NUMERIC
                   MOVE PARM-DATE-N TO WS-FROM-DATE
               ELSE
                   MOVE "FROM DATE NOT NUMERIC" TO WS-MESSAGE
                   GO TO 200-EXIT.
           IF PARM-TO-DATE NOT = SPACES
               IF PARM-TO-DATE-N NUMERIC
                   MOVE PARM-TO-DATE-N TO WS-TO-DATE
               ELSE
                   MOVE "TO DATE NOT NUMERIC" TO WS-MESSAGE
                   GO TO 200-EXIT.
           MOVE "LISTING" TO CARD-MESSAGE-O.
           WRITE PRNTLIST-REC FROM WS-CARD-LINE.
           WRITE PRNTLIST-REC FROM WS-LIST-COL-HDR.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE LOW-VALUES TO RI-KEY.
           IF PARM-REPORT-NAME NOT = SPACES
               MOVE PARM-REPORT-NAME TO RI-REPORT-NAME
               MOVE WS-FROM-DATE TO RI-BUSINESS-DATE
               MOVE ZERO TO RI-VERSION.
           MOVE "Y" TO MORE-INDEX-SW.
           START RPTINDX KEY IS NOT LESS THAN RI-KEY
               INVALID KEY MOVE "N" TO MORE-INDEX-SW
           END-START.
           IF MORE-INDEX-SW = "Y"
               PERFORM 810-READ-NEXT-INDEX THRU 810-EXIT.
           PERFORM 210-LIST-ONE-ENTRY THRU 210-EXIT
                   UNTIL NO-MORE-INDEX.
           IF WS-LIST-COUNT = 0
               MOVE "NO CAPTURES ON THE INDEX FOR THIS CARD"
                   TO WS-MESSAGE.
       200-EXIT.
           EXIT.

       210-LIST-ONE-ENTRY.
           IF PARM-REPORT-NAME NOT = SPACES
              AND RI-REPORT-NAME NOT = PARM-REPORT-NAME
               MOVE "N" TO MORE-INDEX-SW
               GO TO 210-EXIT.
           IF NOT RI-CONTROL-RECORD
              AND RI-BUSINESS-DATE NOT < WS-FROM-DATE
              AND RI-BUSINESS-DATE NOT > WS-TO-DATE
               MOVE RI-REPORT-NAME TO LST-REPORT-O
               MOVE RI-BUSINESS-DATE TO LST-DATE-O
               MOVE RI-VERSION TO LST-VERSION-O
               MOVE RI-PROGRAM-ID TO LST-PROGRAM-O
               MOVE RI-PAGE-COUNT TO LST-PAGES-O
               MOVE RI-LINE-COUNT TO LST-LINES-O
               MOVE RI-CAPTURE-DATE TO LST-CAPT-DATE-O
               MOVE RI-CAPTURE-TIME TO LST-CAPT-TIME-O
               WRITE PRNTLIST-REC FROM WS-LIST-DETAIL
               ADD 1 TO WS-LIST-COUNT.
           PERFORM 810-READ-NEXT-INDEX THRU 810-EXIT.
       210-EXIT.
           EXIT.

      ******************************************************************
      *    PRINT - FIND THE INDEX ENTRY, THEN COPY ITS LINES FROM THE
      *    RECORDED RPTREPO POSITION.  EVERY LINE MUST CARRY THE
      *    ENTRY'S KEY AND RUN IN SEQUENCE, OR THE REPOSITORY AND THE
      *    INDEX DISAGREE AND THE REPRINT IS CUT SHORT.
      ******************************************************************
       300-REPRINT-REPORT.
           IF PARM-REPORT-NAME = SPACES
              OR PARM-DATE-N NOT NUMERIC
               MOVE "REPORT NAME AND BUSINESS DATE ARE REQUIRED"
                   TO WS-MESSAGE
               GO TO 300-EXIT.
           IF PARM-VERSION NOT = SPACES
              AND PARM-VERSION-N NOT NUMERIC
               MOVE "VERSION NOT NUMERIC" TO WS-MESSAGE
               GO TO 300-EXIT.
           MOVE "N" TO WS-ENTRY-FOUND-SW.
           IF PARM-VERSION = SPACES
               PERFORM 310-FIND-LATEST-VERSION THRU 310-EXIT
           ELSE
               MOVE PARM-REPORT-NAME TO RI-REPORT-NAME
               MOVE PARM-DATE-N TO RI-BUSINESS-DATE
               MOVE PARM-VERSION-N TO RI-VERSION
               READ RPTINDX
                   INVALID KEY CONTINUE
               END-READ
               IF INDEX-OK
                   PERFORM 320-HOLD-ENTRY THRU 320-EXIT.
           IF NOT ENTRY-FOUND
               MOVE "REPORT NOT ON THE INDEX FOR THAT DATE/VERSION"
                   TO WS-MESSAGE
               GO TO 300-EXIT.
           IF HELD-LINE-COUNT = 0
               MOVE "REPORT WAS CAPTURED EMPTY - NOTHING TO PRINT"
                   TO WS-MESSAGE
               GO TO 300-EXIT.
           OPEN INPUT RPTREPO.
           IF NOT REPO-OK
               DISPLAY "RPTPRINT: CANNOT OPEN RPTREPO - STATUS "
                       WS-REPO-STATUS
               MOVE "RPTREPO NOT AVAILABLE" TO WS-MESSAGE
               MOVE 16 TO RETURN-CODE
               GO TO 300-EXIT.
           MOVE 0 TO WS-SCAN-POSITION, WS-LINES-COPIED.
           MOVE "Y" TO MORE-REPO-SW.
           PERFORM 820-READ-RPTREPO THRU 820-EXIT.
           PERFORM 330-COPY-ONE-LINE THRU 330-EXIT
                   UNTIL NO-MORE-REPO.
           CLOSE RPTREPO.
           IF WS-LINES-COPIED NOT = HELD-LINE-COUNT
               MOVE "RPTREPO DOES NOT MATCH INDEX - REPRINT INCOMPLETE"
                   TO WS-MESSAGE
               MOVE 12 TO RETURN-CODE
               GO TO 300-EXIT.
           MOVE SPACES TO CARD-MESSAGE-O.
           STRING "REPRINTED " HELD-REPORT-NAME " "
                  HELD-BUSINESS-DATE " VERSION " HELD-VERSION " - "
                  HELD-PAGE-COUNT " PAGES"
                  DELIMITED BY SIZE INTO CARD-MESSAGE-O.
           WRITE PRNTLIST-REC FROM WS-CARD-LINE.
           ADD +1 TO WS-REPORTS-REPRINTED.
       300-EXIT.
           EXIT.

      *    THE HIGHEST VERSION FOR THE DATE IS THE CURRENT CAPTURE
       310-FIND-LATEST-VERSION.
           MOVE PARM-REPORT-NAME TO RI-REPORT-NAME.
           MOVE PARM-DATE-N TO RI-BUSINESS-DATE.
           MOVE ZERO TO RI-VERSION.
           MOVE "Y" TO MORE-INDEX-SW.
           START RPTINDX KEY IS NOT LESS THAN RI-KEY
               INVALID KEY MOVE "N" TO MORE-INDEX-SW
           END-START.
           IF MORE-INDEX-SW = "Y"
               PERFORM 810-READ-NEXT-INDEX THRU 810-EXIT.
           PERFORM 315-CHECK-ONE-VERSION THRU 315-EXIT
                   UNTIL NO-MORE-INDEX.
       310-EXIT.
           EXIT.

       315-CHECK-ONE-VERSION.
           IF RI-REPORT-NAME NOT = PARM-REPORT-NAME
              OR RI-BUSINESS-DATE NOT = PARM-DATE-N
               MOVE "N" TO MORE-INDEX-SW
               GO TO 315-EXIT.
           PERFORM 320-HOLD-ENTRY THRU 320-EXIT.
           PERFORM 810-READ-NEXT-INDEX THRU 810-EXIT.
       315-EXIT.
           EXIT.

       320-HOLD-ENTRY.
           MOVE "Y" TO WS-ENTRY-FOUND-SW.
           MOVE RI-KEY TO HELD-KEY.
           MOVE RI-PAGE-COUNT TO HELD-PAGE-COUNT.
           MOVE RI-LINE-COUNT TO HELD-LINE-COUNT.
           MOVE RI-REPO-POSITION TO HELD-REPO-POSITION.
       320-EXIT.
           EXIT.

       330-COPY-ONE-LINE.
           IF WS-SCAN-POSITION < HELD-REPO-POSITION
               GO TO 330-READ-NEXT.
           IF RR-KEY NOT = HELD-KEY
              OR RR-LINE-NO NOT = WS-LINES-COPIED + 1
               DISPLAY "RPTPRINT: RPTREPO POSITION " WS-SCAN-POSITION
                       " IS NOT LINE " WS-LINES-COPIED " + 1 OF "
                       HELD-KEY
               MOVE "N" TO MORE-REPO-SW
               GO TO 330-EXIT.
      *    THE REPRINT ALWAYS STARTS ON A FRESH PAGE
           IF WS-LINES-COPIED = 0
               MOVE "1" TO RR-CARRIAGE-CTL.
           WRITE REPRINT-REC FROM RR-PRINT-LINE.
           ADD 1 TO WS-LINES-COPIED.
           IF WS-LINES-COPIED = HELD-LINE-COUNT
               MOVE "N" TO MORE-REPO-SW
               GO TO 330-EXIT.
       330-READ-NEXT.
           PERFORM 820-READ-RPTREPO THRU 820-EXIT.
       330-EXIT.
           EXIT.

       800-READ-PARM.
           READ PRNTPARM
               AT END MOVE "N" TO MORE-PARM-SW
               GO TO 800-EXIT
           END-READ.
           ADD +1 TO WS-CARDS-READ.
       800-EXIT.
           EXIT.

       810-READ-NEXT-INDEX.
           READ RPTINDX NEXT RECORD
               AT END MOVE "N" TO MORE-INDEX-SW
               GO TO 810-EXIT
           END-READ.
           IF NOT INDEX-OK
               DISPLAY "RPTPRINT: ERROR READING RPTINDX - STATUS "
                       WS-INDEX-STATUS
               MOVE "N" TO MORE-INDEX-SW.
       810-EXIT.
           EXIT.

       820-READ-RPTREPO.
           READ RPTREPO INTO REPORT-REPOSITORY-REC
               AT END MOVE "N" TO MORE-REPO-SW
               GO TO 820-EXIT
           END-READ.
           IF NOT REPO-OK
               DISPLAY "RPTPRINT: ERROR READING RPTREPO - STATUS "
                       WS-REPO-STATUS
               MOVE "N" TO MORE-REPO-SW
               GO TO 820-EXIT.
           ADD 1 TO WS-SCAN-POSITION.
       820-EXIT.
           EXIT.

       999-CLEANUP.
           WRITE PRNTLIST-REC FROM WS-BLANK-LINE.
           MOVE "REQUEST CARDS READ            " TO RPT-COUNT-LABEL.
           MOVE WS-CARDS-READ TO RPT-COUNT-O.
           WRITE PRNTLIST-REC FROM WS-RPT-COUNT-LINE.
           MOVE "REQUEST CARDS NOT SATISFIED   " TO RPT-COUNT-LABEL.
           MOVE WS-CARDS-FAILED TO RPT-COUNT-O.
           WRITE PRNTLIST-REC FROM WS-RPT-COUNT-LINE.
           MOVE "REPORTS REPRINTED             " TO RPT-COUNT-LABEL.
           MOVE WS-REPORTS-REPRINTED TO RPT-COUNT-O.
           WRITE PRNTLIST-REC FROM WS-RPT-COUNT-LINE.
           IF WS-FILES-OPEN-SW = "Y"
               CLOSE RPTINDX, PRNTPARM.
           CLOSE PRNTLIST, REPRINT.
           DISPLAY "RPTPRINT: " WS-REPORTS-REPRINTED " REPORTS "
                   "REPRINTED, " WS-CARDS-FAILED " CARDS NOT SATISFIED".
       999-EXIT.
           EXIT.
