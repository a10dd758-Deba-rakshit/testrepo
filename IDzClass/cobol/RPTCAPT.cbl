       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RPTCAPT.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEV Center.
       DATE-WRITTEN. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *          CAPTURES ONE PRINT FILE FROM THE NIGHTLY RUN INTO THE
      *          DATED REPORT REPOSITORY.  THE JOB RUNS ONE RPTCAPT
      *          STEP BEHIND EACH REPORT STEP (CUSTRPT, WARDRPT,
      *          CASHREG, COLLRPT, EQUIPRPT, CTLRECRP, ABENDRPT ...)
      *          WITH THE PRINT DATASET AS RPTIN AND A CAPTPARM CARD:
      *              0    1    1    2    2
      *          ....5....0....5....0....5
      *          SANDBOX  WARDRPT  A
      *          COLS 1-8   PROGRAM THAT PRODUCED THE REPORT
      *          COLS 10-17 REPORT NAME (THE DD NAME IT WAS PRINTED TO)
      *          COL  19    A = ASA CARRIAGE CONTROL IN COL 1 (DEFAULT,
      *                     133-BYTE LINES) / N = NO CARRIAGE CONTROL
      *                     (132-BYTE LINES)
      *          COLS 21-22 LINES PER PAGE FOR AN 'N' REPORT (DEF 60)
      *
      *          EVERY LINE IS APPENDED TO THE PERMANENT RPTREPO
      *          DATASET (COPY RPTREPO, DISP=MOD) UNDER THE REPORT
      *          NAME, BUSINESS DATE AND CAPTURE VERSION, AND ONE
      *          ENTRY GOES ON THE RPTINDX INDEX (COPY RPTINDX) WITH
      *          THE PROGRAM, PAGE AND LINE COUNT AND THE RPTREPO
      *          POSITION OF THE FIRST LINE.  A REPORT CAPTURED AGAIN
      *          FOR THE SAME DATE (A RERUN) IS KEPT AS THE NEXT
      *          VERSION.  THE BUSINESS DATE IS TODAY UNLESS THE
      *          BUSDATE CARD OVERRIDES IT.  RPTBURST DISTRIBUTES THE
      *          NIGHT'S REPORTS; RPTPRINT LISTS AND REPRINTS THEM.
      *
      *          RETURN CODES - 0 CAPTURED, 4 THE REPORT WAS EMPTY
      *          (INDEXED WITH NO PAGES), 16 NOTHING USABLE CAPTURED.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPTIN
           ASSIGN TO UT-S-RPTIN
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

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

           SELECT CAPTPARM
           ASSIGN TO UT-S-CAPTPARM
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-PARM-STATUS.

           SELECT BUSDATE-FILE
           ASSIGN TO UT-S-BUSDATE
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    THE PRINT DATASET AS THE REPORT STEP WROTE IT.  THE LENGTH
      *    COMES FROM THE DATASET LABEL - 133 WITH ASA CONTROL, 132
      *    WITHOUT.
       FD  RPTIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 0 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RPTIN-REC.
       01  RPTIN-REC  PIC X(133).

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

       FD  CAPTPARM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CAPTPARM-REC.
       01  CAPTPARM-REC.
           05  PARM-PROGRAM-ID        PIC X(8).
           05  FILLER                 PIC X(1).
           05  PARM-REPORT-NAME       PIC X(8).
           05  FILLER                 PIC X(1).
           05  PARM-CARRIAGE-CTL      PIC X(1).
               88 PARM-ASA-CTL     VALUE "A" " ".
               88 PARM-NO-CTL      VALUE "N".
           05  FILLER                 PIC X(1).
           05  PARM-LINES-PER-PAGE    PIC 9(2).
           05  FILLER                 PIC X(58).

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
               88 RPTIN-OK         VALUE "00".
           05  WS-REPO-STATUS            PIC X(2).
               88 REPO-OK          VALUE "00".
           05  WS-INDEX-STATUS           PIC X(2).
               88 INDEX-OK         VALUE "00".
               88 INDEX-DUP        VALUE "22".
               88 INDEX-NOTFND     VALUE "23".
               88 INDEX-NOFILE     VALUE "35".
           05  WS-PARM-STATUS            PIC X(2).
           05  WS-BUSDATE-STATUS         PIC X(2).

       01  FLAGS-AND-SWITCHES.
           05 MORE-LINES-SW              PIC X(01) VALUE "N".
               88 NO-MORE-LINES    VALUE "N".
           05 WS-CAPTURE-OPEN-SW         PIC X(01) VALUE "N".
           05 WS-WRITE-FAILED-SW         PIC X(01) VALUE "N".
           05 WS-VERSION-TAKEN-SW        PIC X(01) VALUE "N".
           05 WS-REPOCNT-EOF-SW          PIC X(01) VALUE "N".

       01  CAPTURE-WORK-FIELDS.
           05 WS-TODAY-YYYYMMDD        PIC 9(8)  VALUE 0.
           05 WS-TODAY-HHMMSS          PIC 9(6)  VALUE 0.
           05 WS-BUSINESS-YYYYMMDD     PIC 9(8)  VALUE 0.
           05 WS-CAPTURE-VERSION       PIC 9(3)  VALUE 0.
           05 WS-LINES-PER-PAGE        PIC 9(2)  VALUE 60.
           05 WS-LINES-ON-PAGE         PIC 9(3)  VALUE 0.
           05 WS-PAGE-COUNT            PIC 9(5)  VALUE 0.
           05 WS-LINE-COUNT            PIC 9(7)  VALUE 0.
           05 WS-REPO-POSITION         PIC 9(9)  VALUE 0.
           05 WS-FIRST-POSITION        PIC 9(9)  VALUE 0.
           05 WS-INDX-CONTROL-NAME     PIC X(8)  VALUE "*CONTROL".

       COPY RPTREPO.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-CAPTURE-ONE-LINE THRU 100-EXIT
                   UNTIL NO-MORE-LINES.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-YYYYMMDD.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-TODAY-HHMMSS.
           PERFORM 010-GET-BUSINESS-DATE THRU 010-EXIT.
           MOVE SPACES TO CAPTPARM-REC.
           OPEN INPUT CAPTPARM.
           IF WS-PARM-STATUS = "00"
               READ CAPTPARM
                   AT END MOVE SPACES TO CAPTPARM-REC
               END-READ
               CLOSE CAPTPARM.
           IF PARM-PROGRAM-ID = SPACES
              OR PARM-REPORT-NAME = SPACES
              OR NOT (PARM-ASA-CTL OR PARM-NO-CTL)
               DISPLAY "RPTCAPT: CAPTPARM CARD MISSING OR INVALID - "
                       "NOTHING CAPTURED"
               MOVE 16 TO RETURN-CODE
               GO TO 000-EXIT.
           IF PARM-NO-CTL
              AND PARM-LINES-PER-PAGE NUMERIC
              AND PARM-LINES-PER-PAGE > 0
               MOVE PARM-LINES-PER-PAGE TO WS-LINES-PER-PAGE.
           OPEN INPUT RPTIN.
           IF NOT RPTIN-OK
               DISPLAY "RPTCAPT: CANNOT OPEN RPTIN FOR "
                       PARM-REPORT-NAME " - STATUS " OFCODE
               MOVE 16 TO RETURN-CODE
               GO TO 000-EXIT.
      *    THE REPOSITORY IS PERMANENT AND CUMULATIVE - EVERY CAPTURE
      *    APPENDS (JCL SUPPLIES DISP=MOD), NEVER REPLACES
           OPEN EXTEND RPTREPO.
           IF NOT REPO-OK
               DISPLAY "RPTCAPT: CANNOT OPEN RPTREPO - STATUS "
                       WS-REPO-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE RPTIN
               GO TO 000-EXIT.
      *    A REPORT THAT CANNOT BE INDEXED CANNOT BE FOUND AGAIN, SO
      *    NOTHING IS APPENDED WITHOUT THE INDEX
           PERFORM 050-OPEN-INDEX THRU 050-EXIT.
           IF NOT INDEX-OK
               MOVE 16 TO RETURN-CODE
               CLOSE RPTIN, RPTREPO
               GO TO 000-EXIT.
           PERFORM 070-NEXT-VERSION THRU 070-EXIT.
           IF WS-VERSION-TAKEN-SW = "Y"
               DISPLAY "RPTCAPT: NO FREE VERSION FOR "
                       PARM-REPORT-NAME " " WS-BUSINESS-YYYYMMDD
               MOVE 16 TO RETURN-CODE
               CLOSE RPTIN, RPTREPO, RPTINDX
               GO TO 000-EXIT.
           COMPUTE WS-FIRST-POSITION = WS-REPO-POSITION + 1.
           MOVE "Y" TO WS-CAPTURE-OPEN-SW.
           MOVE "Y" TO MORE-LINES-SW.
           PERFORM 800-READ-RPTIN THRU 800-EXIT.
       000-EXIT.
           EXIT.

      *    A CATCH-UP RUN SUPPLIES THE MISSED DATE ON THE BUSDATE
      *    CARD SO THE REPORT IS FILED UNDER THE DATE IT REPORTS ON.
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

      *    A BRAND-NEW INDEX IS PRIMED WITH THE CONTROL RECORD; AN
      *    EXISTING ONE SUPPLIES THE CUMULATIVE RPTREPO POSITION.
       050-OPEN-INDEX.
           OPEN I-O RPTINDX.
           IF INDEX-NOFILE
               OPEN OUTPUT RPTINDX
               CLOSE RPTINDX
               OPEN I-O RPTINDX.
           IF NOT INDEX-OK
               DISPLAY "RPTCAPT: RPTINDX NOT AVAILABLE - STATUS "
                       WS-INDEX-STATUS " - NOTHING CAPTURED"
               GO TO 050-EXIT.
           MOVE SPACES TO REPORT-INDEX-REC.
           MOVE WS-INDX-CONTROL-NAME TO RI-REPORT-NAME.
           MOVE ZERO TO RI-BUSINESS-DATE, RI-VERSION.
           READ RPTINDX.
           IF INDEX-OK
               MOVE RI-REPO-POSITION TO WS-REPO-POSITION
               GO TO 050-EXIT.
      *    FIRST CAPTURE WITH THIS INDEX - RPTREPO MAY ALREADY HOLD
      *    RECORDS (AN INDEX REBUILT EMPTY), SO THE CONTROL COUNT IS
      *    SEEDED FROM A COUNTING PASS OR EVERY POSITION INDEXED FROM
      *    HERE ON WOULD POINT SHORT OF ITS REPORT
           PERFORM 060-COUNT-EXISTING-REPO THRU 060-EXIT.
           MOVE SPACES TO REPORT-INDEX-REC.
           MOVE WS-INDX-CONTROL-NAME TO RI-REPORT-NAME.
           MOVE ZERO TO RI-BUSINESS-DATE, RI-VERSION,
                        RI-PAGE-COUNT, RI-LINE-COUNT.
           MOVE WS-REPO-POSITION TO RI-REPO-POSITION.
           MOVE WS-TODAY-YYYYMMDD TO RI-CAPTURE-DATE.
           MOVE WS-TODAY-HHMMSS TO RI-CAPTURE-TIME.
           WRITE REPORT-INDEX-REC.
           IF NOT INDEX-OK
               DISPLAY "RPTCAPT: CANNOT PRIME RPTINDX - STATUS "
                       WS-INDEX-STATUS
               CLOSE RPTINDX.
       050-EXIT.
           EXIT.

       060-COUNT-EXISTING-REPO.
           MOVE 0 TO WS-REPO-POSITION.
           CLOSE RPTREPO.
           OPEN INPUT RPTREPO.
           IF NOT REPO-OK
      *        NOTHING CAPTURED YET - THE COUNT STAYS ZERO
               MOVE "Y" TO WS-REPOCNT-EOF-SW
           ELSE
               MOVE "N" TO WS-REPOCNT-EOF-SW
               PERFORM 065-COUNT-ONE-LINE THRU 065-EXIT
                   UNTIL WS-REPOCNT-EOF-SW = "Y"
               CLOSE RPTREPO.
           OPEN EXTEND RPTREPO.
           IF NOT REPO-OK
               DISPLAY "RPTCAPT: CANNOT REOPEN RPTREPO - STATUS "
                       WS-REPO-STATUS
               MOVE "99" TO WS-INDEX-STATUS
               CLOSE RPTINDX.
       060-EXIT.
           EXIT.

       065-COUNT-ONE-LINE.
           READ RPTREPO
               AT END MOVE "Y" TO WS-REPOCNT-EOF-SW
               GO TO 065-EXIT
           END-READ.
           ADD 1 TO WS-REPO-POSITION.
       065-EXIT.
           EXIT.

      *    THE FIRST VERSION NOT YET ON THE INDEX FOR THIS REPORT AND
      *    DATE - A RERUN'S REPORT IS KEPT ALONGSIDE THE FIRST ONE.
       070-NEXT-VERSION.
           MOVE 0 TO WS-CAPTURE-VERSION.
           MOVE "Y" TO WS-VERSION-TAKEN-SW.
           PERFORM 075-TRY-VERSION THRU 075-EXIT
                   UNTIL WS-VERSION-TAKEN-SW = "N"
                      OR WS-CAPTURE-VERSION = 999.
       070-EXIT.
           EXIT.

       075-TRY-VERSION.
           ADD 1 TO WS-CAPTURE-VERSION.
           MOVE PARM-REPORT-NAME TO RI-REPORT-NAME.
           MOVE WS-BUSINESS-YYYYMMDD TO RI-BUSINESS-DATE.
           MOVE WS-CAPTURE-VERSION TO RI-VERSION.
           READ RPTINDX.
           IF NOT INDEX-OK
               MOVE "N" TO WS-VERSION-TAKEN-SW.
       075-EXIT.
           EXIT.

      *    PAGES ARE COUNTED OFF THE CARRIAGE CONTROL - EACH '1' IS A
      *    NEW PAGE, AND THE FIRST LINE ALWAYS STARTS PAGE 1.  A
      *    REPORT WITHOUT CARRIAGE CONTROL IS CUT INTO PAGES OF THE
      *    CARD'S LINES-PER-PAGE AND GIVEN A '1' AT EACH PAGE TOP, SO
      *    EVERYTHING IN THE REPOSITORY REPRINTS THE SAME WAY.
       100-CAPTURE-ONE-LINE.
           MOVE SPACES TO REPORT-REPOSITORY-REC.
           MOVE PARM-REPORT-NAME TO RR-REPORT-NAME.
           MOVE WS-BUSINESS-YYYYMMDD TO RR-BUSINESS-DATE.
           MOVE WS-CAPTURE-VERSION TO RR-VERSION.
           IF PARM-NO-CTL
               MOVE RPTIN-REC (1:132) TO RR-PRINT-TEXT
               IF WS-LINE-COUNT = 0
                  OR WS-LINES-ON-PAGE NOT < WS-LINES-PER-PAGE
                   MOVE "1" TO RR-CARRIAGE-CTL
                   MOVE 0 TO WS-LINES-ON-PAGE
               ELSE
                   MOVE SPACE TO RR-CARRIAGE-CTL
               END-IF
               ADD 1 TO WS-LINES-ON-PAGE
           ELSE
               MOVE RPTIN-REC TO RR-PRINT-LINE.
           IF RR-NEW-PAGE OR WS-LINE-COUNT = 0
               ADD 1 TO WS-PAGE-COUNT.
           ADD 1 TO WS-LINE-COUNT.
           MOVE WS-PAGE-COUNT TO RR-PAGE-NO.
           MOVE WS-LINE-COUNT TO RR-LINE-NO.
           WRITE RPTREPO-REC FROM REPORT-REPOSITORY-REC.
           IF NOT REPO-OK
               DISPLAY "RPTCAPT: ERROR WRITING RPTREPO - STATUS "
                       WS-REPO-STATUS
               MOVE "Y" TO WS-WRITE-FAILED-SW
               MOVE "N" TO MORE-LINES-SW
               GO TO 100-EXIT.
           ADD 1 TO WS-REPO-POSITION.
           PERFORM 800-READ-RPTIN THRU 800-EXIT.
       100-EXIT.
           EXIT.

       800-READ-RPTIN.
           MOVE SPACES TO RPTIN-REC.
           READ RPTIN
               AT END MOVE "N" TO MORE-LINES-SW
               GO TO 800-EXIT
           END-READ.
           IF NOT RPTIN-OK
               DISPLAY "RPTCAPT: ERROR READING RPTIN - STATUS "
                       OFCODE
               MOVE "Y" TO WS-WRITE-FAILED-SW
               MOVE "N" TO MORE-LINES-SW.
       800-EXIT.
           EXIT.

      *    THE CONTROL RECORD IS UPDATED EVEN AFTER A FAILED CAPTURE -
      *    WHATEVER WAS APPENDED IS ON RPTREPO AND MUST BE COUNTED.
      *    ONLY A COMPLETE CAPTURE IS INDEXED.
       999-CLEANUP.
           IF WS-CAPTURE-OPEN-SW NOT = "Y"
               GO TO 999-EXIT.
           IF WS-WRITE-FAILED-SW = "N"
               PERFORM 900-WRITE-INDEX-ENTRY THRU 900-EXIT.
           MOVE SPACES TO REPORT-INDEX-REC.
           MOVE WS-INDX-CONTROL-NAME TO RI-REPORT-NAME.
           MOVE ZERO TO RI-BUSINESS-DATE, RI-VERSION.
           READ RPTINDX.
           IF INDEX-OK
               MOVE WS-REPO-POSITION TO RI-REPO-POSITION
               MOVE WS-TODAY-YYYYMMDD TO RI-CAPTURE-DATE
               MOVE WS-TODAY-HHMMSS TO RI-CAPTURE-TIME
               REWRITE REPORT-INDEX-REC.
           IF NOT INDEX-OK
               DISPLAY "RPTCAPT: RPTINDX CONTROL RECORD NOT UPDATED - "
                       "STATUS " WS-INDEX-STATUS
               MOVE 16 TO RETURN-CODE.
           CLOSE RPTIN, RPTREPO, RPTINDX.
           IF WS-WRITE-FAILED-SW = "Y"
               DISPLAY "RPTCAPT: " PARM-REPORT-NAME " "
                       WS-BUSINESS-YYYYMMDD " NOT INDEXED - RERUN "
                       "THE CAPTURE"
               MOVE 16 TO RETURN-CODE
               GO TO 999-EXIT.
           DISPLAY "RPTCAPT: " PARM-PROGRAM-ID " " PARM-REPORT-NAME
                   " " WS-BUSINESS-YYYYMMDD " VERSION "
                   WS-CAPTURE-VERSION " - " WS-PAGE-COUNT " PAGES, "
                   WS-LINE-COUNT " LINES".
           IF WS-LINE-COUNT = 0
              AND RETURN-CODE < 4
               DISPLAY "RPTCAPT: REPORT WAS EMPTY"
               MOVE 4 TO RETURN-CODE.
       999-EXIT.
           EXIT.

       900-WRITE-INDEX-ENTRY.
           MOVE SPACES TO REPORT-INDEX-REC.
           MOVE PARM-REPORT-NAME TO RI-REPORT-NAME.
           MOVE WS-BUSINESS-YYYYMMDD TO RI-BUSINESS-DATE.
           MOVE WS-CAPTURE-VERSION TO RI-VERSION.
           MOVE PARM-PROGRAM-ID TO RI-PROGRAM-ID.
           MOVE WS-PAGE-COUNT TO RI-PAGE-COUNT.
           MOVE WS-LINE-COUNT TO RI-LINE-COUNT.
           MOVE WS-FIRST-POSITION TO RI-REPO-POSITION.
           MOVE WS-TODAY-YYYYMMDD TO RI-CAPTURE-DATE.
           MOVE WS-TODAY-HHMMSS TO RI-CAPTURE-TIME.
           WRITE REPORT-INDEX-REC.
           IF NOT INDEX-OK
               DISPLAY "RPTCAPT: CANNOT INDEX " PARM-REPORT-NAME
                       " - STATUS " WS-INDEX-STATUS
               MOVE "Y" TO WS-WRITE-FAILED-SW.
       900-EXIT.
           EXIT.
