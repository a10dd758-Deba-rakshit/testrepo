       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EQUPMNT.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEV Center.
       DATE-WRITTEN. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *          EQUIPMENT ASSET MASTER MAINTENANCE FOR BIOMED.  ONE
      *          TRANSACTION CARD PER CHANGE TO EQUIPMST, THE ASSET
      *          FILE SANDBOX CHECKS EVERY EQUIPMENT CHARGE AGAINST.
      *
      *          TRANSACTION RECORD (EQUPTRN, 80 BYTES):
      *              COL   1     ACTION: A=ADD ASSET
      *                                  C=CHANGE CATEGORY/WARD/
      *                                    INTERVAL/DESCRIPTION
      *                                  O=TAKE OUT OF SERVICE
      *                                  I=RETURN TO SERVICE
      *                                  P=PREVENTIVE MAINTENANCE DONE
      *                                  D=DELETE (RETIRED) ASSET
      *              COLS  3-10  EQUIPMENT ID
      *              COLS 12-15  CATEGORY (HEAT AUTO SCOP DRIP MON
      *                          SHNT MISC)           - A, C
      *              COLS 17-20  ASSIGNED WARD        - A, C
      *              COLS 22-29  DATE YYYYMMDD        - A: FIRST PM
      *                          DUE, O: OUT OF SERVICE, P: PM DONE
      *              COLS 31-33  PM INTERVAL DAYS     - A, C
      *              COLS 35-64  DESCRIPTION          - A, C
      *                          (O: OUT-OF-SERVICE REASON, 35-54)
      *
      *          ON A CHANGE ONLY THE NON-BLANK FIELDS ARE REPLACED; A
      *          NEW INTERVAL RESETS THE NEXT PM FROM THE LAST ONE.  A
      *          BLANK DATE ON A, O OR P MEANS THE BUSINESS DATE
      *          (BUSDATE CARD, ELSE TODAY); AN ADD WITH NO DATE IS
      *          DUE ONE INTERVAL FROM THE BUSINESS DATE.  A PM DONE
      *          SETS THE NEXT PM ONE INTERVAL LATER.  AN ASSET MUST
      *          BE OUT OF SERVICE BEFORE IT IS DELETED.
      *
      *          CARDS THAT CANNOT BE APPLIED ARE COPIED AS-IS TO
      *          EQUPERR FOR CORRECTION AND RE-ENTRY, AS PATPOST DOES.
      *
      *          RETURN CODES - 0 ALL APPLIED, 4 CARDS REJECTED,
      *          16 EQUIPMST COULD NOT BE OPENED.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EQUIPMST
                  ASSIGN       to EQUIPMST
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is EQ-EQUIPMENT-ID
                  FILE STATUS  is EQUIPMST-STATUS.

           SELECT EQUPTRN
           ASSIGN TO UT-S-EQUPTRN
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT EQUPERR
           ASSIGN TO UT-S-EQUPERR
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT EQUPRPT
           ASSIGN TO UT-S-EQUPRPT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT BUSDATE-FILE
           ASSIGN TO UT-S-BUSDATE
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EQUIPMST
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS EQUIPMENT-ASSET-REC.
       COPY EQUIPMST.

       FD  EQUPTRN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EQUP-TRAN-REC.
       01  EQUP-TRAN-REC.
           05  ET-ACTION               PIC X(1).
               88  ET-ADD                VALUE "A".
               88  ET-CHANGE             VALUE "C".
               88  ET-OUT-OF-SERVICE     VALUE "O".
               88  ET-IN-SERVICE         VALUE "I".
               88  ET-PM-DONE            VALUE "P".
               88  ET-DELETE             VALUE "D".
               88  ET-ACTION-VALID       VALUES "A", "C", "O", "I",
                                                "P", "D".
           05  FILLER                  PIC X(1).
           05  ET-EQUIPMENT-ID         PIC X(8).
           05  FILLER                  PIC X(1).
           05  ET-CATEGORY             PIC X(4).
               88  ET-CATEGORY-VALID     VALUES "HEAT", "AUTO",
                   "SCOP", "DRIP", "MON ", "SHNT", "MISC".
           05  FILLER                  PIC X(1).
           05  ET-WARD                 PIC X(4).
               88  ET-WARD-VALID         VALUES "0010", "2010",
                   "1010", "0011", "0110", "0000".
           05  FILLER                  PIC X(1).
           05  ET-DATE                 PIC X(8).
           05  ET-DATE-PARTS REDEFINES ET-DATE.
               10  ET-DATE-YYYY        PIC 9(4).
               10  ET-DATE-MM          PIC 9(2).
               10  ET-DATE-DD          PIC 9(2).
           05  FILLER                  PIC X(1).
           05  ET-INTERVAL             PIC X(3).
           05  ET-INTERVAL-N REDEFINES ET-INTERVAL
                                       PIC 9(3).
           05  FILLER                  PIC X(1).
           05  ET-DESCRIPTION          PIC X(30).
           05  ET-OOS-REASON REDEFINES ET-DESCRIPTION
                                       PIC X(20).
           05  FILLER                  PIC X(16).

       FD  EQUPERR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EQUPERR-REC.
       01  EQUPERR-REC  PIC X(80).

       FD  EQUPRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EQUPRPT-REC.
       01  EQUPRPT-REC  PIC X(132).

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
           05  EQUIPMST-STATUS           PIC X(2).
               88 EQUIPMST-OK       VALUE "00".
               88 EQUIPMST-DUPLICATE VALUE "22".
               88 EQUIPMST-NOT-FOUND VALUE "23".
           05  OFCODE                    PIC X(2).
           05  WS-BUSDATE-STATUS         PIC X(2).

       01  FLAGS-AND-SWITCHES.
           05 WS-RUN-OK-SW               PIC X(01) VALUE "N".
               88 RUN-OK           VALUE "Y".
           05 MORE-TRAN-SW               PIC X(01) VALUE "Y".
               88 NO-MORE-TRANS    VALUE "N".

       01  DATE-WORK-FIELDS.
           05 WS-TODAY-YYYYMMDD        PIC 9(8)  VALUE 0.
           05 WS-BUSINESS-YYYYMMDD     PIC 9(8)  VALUE 0.
           05 WS-TRAN-YYYYMMDD         PIC 9(8)  VALUE 0.
           05 WS-FROM-YYYYMMDD         PIC 9(8)  VALUE 0.
           05 WS-NEXT-PM-YYYYMMDD      PIC 9(8)  VALUE 0.

       01  MAINT-WORK-FIELDS.
           05 WS-REJECT-REASON         PIC X(30) VALUE SPACES.
           05 WS-RESULT                PIC X(30) VALUE SPACES.

       01  COUNTERS-AND-ACCUMULATORS.
           05 WS-TRANS-READ            PIC S9(7) COMP-3 VALUE 0.
           05 WS-ADDED                 PIC S9(7) COMP-3 VALUE 0.
           05 WS-CHANGED               PIC S9(7) COMP-3 VALUE 0.
           05 WS-OUT-OF-SERVICE        PIC S9(7) COMP-3 VALUE 0.
           05 WS-RETURNED              PIC S9(7) COMP-3 VALUE 0.
           05 WS-PM-RECORDED           PIC S9(7) COMP-3 VALUE 0.
           05 WS-DELETED               PIC S9(7) COMP-3 VALUE 0.
           05 WS-TRANS-REJECTED        PIC S9(7) COMP-3 VALUE 0.

       01  WS-RPT-HDR.
           05  FILLER     PIC X(46) VALUE
               "EQUIPMENT ASSET MASTER - MAINTENANCE REGISTER".
           05  FILLER     PIC X(8)  VALUE "  DATE: ".
           05  RPT-DATE-O           PIC 9(8).
           05  FILLER     PIC X(70) VALUE SPACES.

       01  WS-RPT-COLS.
           05  FILLER     PIC X(44) VALUE
               "A EQUIP-ID CAT  WARD  S INT LAST PM  NEXT PM".
           05  FILLER     PIC X(44) VALUE
               "   DESCRIPTION                    RESULT    ".
           05  FILLER     PIC X(44) VALUE SPACES.

       01  WS-RPT-DETAIL.
           05  RPT-ACTION-O         PIC X(1).
           05  FILLER     PIC X(1)  VALUE SPACES.
           05  RPT-EQUIP-ID-O       PIC X(8).
           05  FILLER     PIC X(1)  VALUE SPACES.
           05  RPT-CATEGORY-O       PIC X(4).
           05  FILLER     PIC X(1)  VALUE SPACES.
           05  RPT-WARD-O           PIC X(4).
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  RPT-SERVICE-O        PIC X(1).
           05  FILLER     PIC X(1)  VALUE SPACES.
           05  RPT-INTERVAL-O       PIC ZZ9.
           05  FILLER     PIC X(1)  VALUE SPACES.
           05  RPT-LAST-PM-O        PIC X(8).
           05  FILLER     PIC X(1)  VALUE SPACES.
           05  RPT-NEXT-PM-O        PIC X(8).
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  RPT-DESC-O           PIC X(30).
           05  FILLER     PIC X(1)  VALUE SPACES.
           05  RPT-RESULT-O         PIC X(30).
           05  FILLER     PIC X(24) VALUE SPACES.

       01  WS-RPT-COUNT-LINE.
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  RPT-COUNT-LABEL      PIC X(32).
           05  RPT-COUNT-O          PIC ZZZ,ZZ9.
           05  FILLER     PIC X(91) VALUE SPACES.

       01  WS-BLANK-LINE.
           05  FILLER     PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           IF RUN-OK
               PERFORM 100-APPLY-ONE-TRAN THRU 100-EXIT
                       UNTIL NO-MORE-TRANS.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-YYYYMMDD.
           PERFORM 010-GET-BUSINESS-DATE THRU 010-EXIT.
           OPEN I-O EQUIPMST.
           IF NOT EQUIPMST-OK
               DISPLAY "EQUPMNT: EQUIPMST OPEN FAILED - STATUS "
                       EQUIPMST-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 000-EXIT.
           OPEN INPUT EQUPTRN.
           OPEN OUTPUT EQUPERR, EQUPRPT.
           MOVE WS-BUSINESS-YYYYMMDD TO RPT-DATE-O.
           WRITE EQUPRPT-REC FROM WS-RPT-HDR.
           WRITE EQUPRPT-REC FROM WS-RPT-COLS.
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

       100-APPLY-ONE-TRAN.
           READ EQUPTRN
               AT END MOVE "N" TO MORE-TRAN-SW
               GO TO 100-EXIT
           END-READ.
           ADD +1 TO WS-TRANS-READ.
           PERFORM 110-EDIT-TRAN THRU 110-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 190-REJECT-TRAN THRU 190-EXIT
               GO TO 100-EXIT.
           MOVE ET-EQUIPMENT-ID TO EQ-EQUIPMENT-ID.
           READ EQUIPMST.
           IF ET-ADD
               IF EQUIPMST-OK
                   MOVE "ASSET ALREADY ON FILE" TO WS-REJECT-REASON
                   PERFORM 190-REJECT-TRAN THRU 190-EXIT
                   GO TO 100-EXIT
               END-IF
               PERFORM 200-ADD-ASSET THRU 200-EXIT
               GO TO 100-EXIT.
           IF EQUIPMST-NOT-FOUND
               MOVE "ASSET NOT ON FILE" TO WS-REJECT-REASON
               PERFORM 190-REJECT-TRAN THRU 190-EXIT
               GO TO 100-EXIT.
           IF NOT EQUIPMST-OK
               DISPLAY "EQUPMNT: EQUIPMST READ FAILED - STATUS "
                       EQUIPMST-STATUS " ID " ET-EQUIPMENT-ID
               MOVE "ASSET READ ERROR" TO WS-REJECT-REASON
               PERFORM 190-REJECT-TRAN THRU 190-EXIT
               GO TO 100-EXIT.
           IF ET-CHANGE
               PERFORM 300-CHANGE-ASSET THRU 300-EXIT
           ELSE
           IF ET-OUT-OF-SERVICE
               PERFORM 400-TAKE-OUT-OF-SERVICE THRU 400-EXIT
           ELSE
           IF ET-IN-SERVICE
               PERFORM 450-RETURN-TO-SERVICE THRU 450-EXIT
           ELSE
           IF ET-PM-DONE
               PERFORM 500-RECORD-PM THRU 500-EXIT
           ELSE
               PERFORM 600-DELETE-ASSET THRU 600-EXIT.
       100-EXIT.
           EXIT.

      *    ONLY THE FIELDS THE ACTION USES ARE EDITED.  A DATE THAT
      *    IS PRESENT MUST BE A PLAUSIBLE YYYYMMDD; BLANK MEANS THE
      *    BUSINESS DATE AND IS RESOLVED HERE INTO WS-TRAN-YYYYMMDD.
       110-EDIT-TRAN.
           MOVE SPACES TO WS-REJECT-REASON.
           IF NOT ET-ACTION-VALID
               MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
               GO TO 110-EXIT.
           IF ET-EQUIPMENT-ID = SPACES
               MOVE "EQUIPMENT ID MISSING" TO WS-REJECT-REASON
               GO TO 110-EXIT.
           MOVE WS-BUSINESS-YYYYMMDD TO WS-TRAN-YYYYMMDD.
           IF ET-DATE NOT = SPACES
               IF ET-DATE NOT NUMERIC
                  OR ET-DATE-MM < 01 OR ET-DATE-MM > 12
                  OR ET-DATE-DD < 01 OR ET-DATE-DD > 31
                   MOVE "INVALID DATE" TO WS-REJECT-REASON
                   GO TO 110-EXIT
               ELSE
                   MOVE ET-DATE TO WS-TRAN-YYYYMMDD.
           IF ET-ADD
               IF NOT ET-CATEGORY-VALID
                   MOVE "INVALID CATEGORY" TO WS-REJECT-REASON
                   GO TO 110-EXIT
               END-IF
               IF ET-WARD NOT = SPACES
                  AND NOT ET-WARD-VALID
                   MOVE "INVALID WARD" TO WS-REJECT-REASON
                   GO TO 110-EXIT
               END-IF
               IF ET-INTERVAL NOT NUMERIC
                  OR ET-INTERVAL-N = ZERO
                   MOVE "PM INTERVAL MISSING/INVALID"
                                       TO WS-REJECT-REASON
                   GO TO 110-EXIT
               END-IF
               IF ET-DESCRIPTION = SPACES
                   MOVE "DESCRIPTION MISSING" TO WS-REJECT-REASON
               END-IF
               GO TO 110-EXIT.
           IF ET-CHANGE
               IF ET-CATEGORY NOT = SPACES
                  AND NOT ET-CATEGORY-VALID
                   MOVE "INVALID CATEGORY" TO WS-REJECT-REASON
                   GO TO 110-EXIT
               END-IF
               IF ET-WARD NOT = SPACES
                  AND NOT ET-WARD-VALID
                   MOVE "INVALID WARD" TO WS-REJECT-REASON
                   GO TO 110-EXIT
               END-IF
               IF ET-INTERVAL NOT = SPACES
                  AND (ET-INTERVAL NOT NUMERIC
                       OR ET-INTERVAL-N = ZERO)
                   MOVE "PM INTERVAL INVALID" TO WS-REJECT-REASON
                   GO TO 110-EXIT
               END-IF
               IF ET-CATEGORY = SPACES AND ET-WARD = SPACES
                  AND ET-INTERVAL = SPACES
                  AND ET-DESCRIPTION = SPACES
                   MOVE "NOTHING TO CHANGE" TO WS-REJECT-REASON
               END-IF
               GO TO 110-EXIT.
           IF ET-OUT-OF-SERVICE
              AND ET-OOS-REASON = SPACES
               MOVE "OUT-OF-SERVICE REASON MISSING"
                                       TO WS-REJECT-REASON.
       110-EXIT.
           EXIT.

       190-REJECT-TRAN.
           ADD +1 TO WS-TRANS-REJECTED.
           WRITE EQUPERR-REC FROM EQUP-TRAN-REC.
           MOVE SPACES TO WS-RPT-DETAIL.
           MOVE ET-ACTION        TO RPT-ACTION-O.
           MOVE ET-EQUIPMENT-ID  TO RPT-EQUIP-ID-O.
           MOVE ET-CATEGORY      TO RPT-CATEGORY-O.
           MOVE ET-WARD          TO RPT-WARD-O.
           MOVE ET-DESCRIPTION   TO RPT-DESC-O.
           MOVE WS-REJECT-REASON TO RPT-RESULT-O.
           WRITE EQUPRPT-REC FROM WS-RPT-DETAIL.
       190-EXIT.
           EXIT.

      *    A NEW ASSET IS IN SERVICE.  ITS FIRST PM IS THE DATE ON
      *    THE CARD, ELSE ONE INTERVAL FROM THE BUSINESS DATE.
       200-ADD-ASSET.
           MOVE SPACES TO EQUIPMENT-ASSET-REC.
           MOVE ET-EQUIPMENT-ID  TO EQ-EQUIPMENT-ID.
           MOVE ET-CATEGORY      TO EQ-CATEGORY.
           MOVE ET-DESCRIPTION   TO EQ-DESCRIPTION.
           MOVE ET-WARD          TO EQ-ASSIGNED-WARD.
           MOVE "Y"              TO EQ-SERVICE-FLAG.
           MOVE ET-INTERVAL-N    TO EQ-PM-INTERVAL-DAYS.
           IF ET-DATE = SPACES
               MOVE WS-BUSINESS-YYYYMMDD TO WS-FROM-YYYYMMDD
               PERFORM 700-CALC-NEXT-PM THRU 700-EXIT
           ELSE
               MOVE WS-TRAN-YYYYMMDD TO EQ-NEXT-PM-YYYYMMDD.
           MOVE WS-BUSINESS-YYYYMMDD TO EQ-LAST-UPDATE-DATE.
           WRITE EQUIPMENT-ASSET-REC.
           IF NOT EQUIPMST-OK
               DISPLAY "EQUPMNT: EQUIPMST WRITE FAILED - STATUS "
                       EQUIPMST-STATUS " ID " EQ-EQUIPMENT-ID
               MOVE "ASSET NOT ADDED" TO WS-RESULT
           ELSE
               ADD +1 TO WS-ADDED
               MOVE "ADDED" TO WS-RESULT.
           PERFORM 800-REPORT-ASSET THRU 800-EXIT.
       200-EXIT.
           EXIT.

      *    A NEW INTERVAL RESCHEDULES THE NEXT PM FROM THE LAST ONE
      *    (OR, WITH NO PM YET ON RECORD, LEAVES THE KEYED DUE DATE)
       300-CHANGE-ASSET.
           IF ET-CATEGORY NOT = SPACES
               MOVE ET-CATEGORY    TO EQ-CATEGORY.
           IF ET-WARD NOT = SPACES
               MOVE ET-WARD        TO EQ-ASSIGNED-WARD.
           IF ET-DESCRIPTION NOT = SPACES
               MOVE ET-DESCRIPTION TO EQ-DESCRIPTION.
           IF ET-INTERVAL NOT = SPACES
               MOVE ET-INTERVAL-N  TO EQ-PM-INTERVAL-DAYS
               IF EQ-LAST-PM-DATE NUMERIC
                   MOVE EQ-LAST-PM-DATE TO WS-FROM-YYYYMMDD
                   PERFORM 700-CALC-NEXT-PM THRU 700-EXIT
               END-IF
           END-IF.
           ADD +1 TO WS-CHANGED.
           MOVE "CHANGED" TO WS-RESULT.
           PERFORM 650-REWRITE-ASSET THRU 650-EXIT.
       300-EXIT.
           EXIT.

       400-TAKE-OUT-OF-SERVICE.
           IF EQ-OUT-OF-SERVICE
               MOVE "ALREADY OUT OF SERVICE" TO WS-REJECT-REASON
               PERFORM 190-REJECT-TRAN THRU 190-EXIT
               GO TO 400-EXIT.
           MOVE "N"              TO EQ-SERVICE-FLAG.
           MOVE WS-TRAN-YYYYMMDD TO EQ-OOS-DATE.
           MOVE ET-OOS-REASON    TO EQ-OOS-REASON.
           ADD +1 TO WS-OUT-OF-SERVICE.
           MOVE "OUT OF SERVICE" TO WS-RESULT.
           PERFORM 650-REWRITE-ASSET THRU 650-EXIT.
       400-EXIT.
           EXIT.

       450-RETURN-TO-SERVICE.
           IF EQ-IN-SERVICE
               MOVE "ALREADY IN SERVICE" TO WS-REJECT-REASON
               PERFORM 190-REJECT-TRAN THRU 190-EXIT
               GO TO 450-EXIT.
           MOVE "Y"    TO EQ-SERVICE-FLAG.
           MOVE SPACES TO EQ-OOS-DATE, EQ-OOS-REASON.
           ADD +1 TO WS-RETURNED.
           MOVE "RETURNED TO SERVICE" TO WS-RESULT.
           PERFORM 650-REWRITE-ASSET THRU 650-EXIT.
       450-EXIT.
           EXIT.

      *    A PM CANNOT BE DATED AFTER THE BUSINESS DATE OR BEFORE
      *    THE ONE ALREADY ON RECORD
       500-RECORD-PM.
           IF WS-TRAN-YYYYMMDD > WS-BUSINESS-YYYYMMDD
               MOVE "PM DATE IN THE FUTURE" TO WS-REJECT-REASON
               PERFORM 190-REJECT-TRAN THRU 190-EXIT
               GO TO 500-EXIT.
           IF EQ-LAST-PM-DATE NUMERIC
              AND WS-TRAN-YYYYMMDD < EQ-LAST-PM-DATE
               MOVE "PM DATE BEFORE LAST PM" TO WS-REJECT-REASON
               PERFORM 190-REJECT-TRAN THRU 190-EXIT
               GO TO 500-EXIT.
           MOVE WS-TRAN-YYYYMMDD TO EQ-LAST-PM-DATE.
           MOVE WS-TRAN-YYYYMMDD TO WS-FROM-YYYYMMDD.
           PERFORM 700-CALC-NEXT-PM THRU 700-EXIT.
           ADD +1 TO WS-PM-RECORDED.
           MOVE "PM RECORDED" TO WS-RESULT.
           PERFORM 650-REWRITE-ASSET THRU 650-EXIT.
       500-EXIT.
           EXIT.

       600-DELETE-ASSET.
           IF NOT EQ-OUT-OF-SERVICE
               MOVE "TAKE OUT OF SERVICE FIRST" TO WS-REJECT-REASON
               PERFORM 190-REJECT-TRAN THRU 190-EXIT
               GO TO 600-EXIT.
           DELETE EQUIPMST.
           IF NOT EQUIPMST-OK
               DISPLAY "EQUPMNT: EQUIPMST DELETE FAILED - STATUS "
                       EQUIPMST-STATUS " ID " EQ-EQUIPMENT-ID
               MOVE "ASSET NOT DELETED" TO WS-RESULT
           ELSE
               ADD +1 TO WS-DELETED
               MOVE "DELETED" TO WS-RESULT.
           PERFORM 800-REPORT-ASSET THRU 800-EXIT.
       600-EXIT.
           EXIT.

       650-REWRITE-ASSET.
           MOVE WS-BUSINESS-YYYYMMDD TO EQ-LAST-UPDATE-DATE.
           REWRITE EQUIPMENT-ASSET-REC.
           IF NOT EQUIPMST-OK
               DISPLAY "EQUPMNT: EQUIPMST REWRITE FAILED - STATUS "
                       EQUIPMST-STATUS " ID " EQ-EQUIPMENT-ID
               MOVE "ASSET NOT UPDATED" TO WS-RESULT.
           PERFORM 800-REPORT-ASSET THRU 800-EXIT.
       650-EXIT.
           EXIT.

      *    NEXT PM = WS-FROM-YYYYMMDD PLUS THE ASSET'S INTERVAL
       700-CALC-NEXT-PM.
           COMPUTE WS-NEXT-PM-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-FROM-YYYYMMDD)
                    + EQ-PM-INTERVAL-DAYS).
           MOVE WS-NEXT-PM-YYYYMMDD TO EQ-NEXT-PM-YYYYMMDD.
       700-EXIT.
           EXIT.

       800-REPORT-ASSET.
           MOVE SPACES TO WS-RPT-DETAIL.
           MOVE ET-ACTION           TO RPT-ACTION-O.
           MOVE EQ-EQUIPMENT-ID     TO RPT-EQUIP-ID-O.
           MOVE EQ-CATEGORY         TO RPT-CATEGORY-O.
           MOVE EQ-ASSIGNED-WARD    TO RPT-WARD-O.
           MOVE EQ-SERVICE-FLAG     TO RPT-SERVICE-O.
           MOVE EQ-PM-INTERVAL-DAYS TO RPT-INTERVAL-O.
           MOVE EQ-LAST-PM-DATE     TO RPT-LAST-PM-O.
           MOVE EQ-NEXT-PM-DATE     TO RPT-NEXT-PM-O.
           IF EQ-OUT-OF-SERVICE
               MOVE EQ-OOS-REASON   TO RPT-DESC-O
           ELSE
               MOVE EQ-DESCRIPTION  TO RPT-DESC-O.
           MOVE WS-RESULT           TO RPT-RESULT-O.
           WRITE EQUPRPT-REC FROM WS-RPT-DETAIL.
       800-EXIT.
           EXIT.

       999-CLEANUP.
           IF NOT RUN-OK
               GO TO 999-EXIT.
           WRITE EQUPRPT-REC FROM WS-BLANK-LINE.
           MOVE "TRANSACTIONS READ               " TO RPT-COUNT-LABEL.
           MOVE WS-TRANS-READ TO RPT-COUNT-O.
           WRITE EQUPRPT-REC FROM WS-RPT-COUNT-LINE.
           MOVE "ASSETS ADDED                    " TO RPT-COUNT-LABEL.
           MOVE WS-ADDED TO RPT-COUNT-O.
           WRITE EQUPRPT-REC FROM WS-RPT-COUNT-LINE.
           MOVE "ASSETS CHANGED                  " TO RPT-COUNT-LABEL.
           MOVE WS-CHANGED TO RPT-COUNT-O.
           WRITE EQUPRPT-REC FROM WS-RPT-COUNT-LINE.
           MOVE "TAKEN OUT OF SERVICE            " TO RPT-COUNT-LABEL.
           MOVE WS-OUT-OF-SERVICE TO RPT-COUNT-O.
           WRITE EQUPRPT-REC FROM WS-RPT-COUNT-LINE.
           MOVE "RETURNED TO SERVICE             " TO RPT-COUNT-LABEL.
           MOVE WS-RETURNED TO RPT-COUNT-O.
           WRITE EQUPRPT-REC FROM WS-RPT-COUNT-LINE.
           MOVE "PREVENTIVE MAINTENANCE RECORDED " TO RPT-COUNT-LABEL.
           MOVE WS-PM-RECORDED TO RPT-COUNT-O.
           WRITE EQUPRPT-REC FROM WS-RPT-COUNT-LINE.
           MOVE "ASSETS DELETED                  " TO RPT-COUNT-LABEL.
           MOVE WS-DELETED TO RPT-COUNT-O.
           WRITE EQUPRPT-REC FROM WS-RPT-COUNT-LINE.
           MOVE "REJECTED - TO EQUPERR           " TO RPT-COUNT-LABEL.
           MOVE WS-TRANS-REJECTED TO RPT-COUNT-O.
           WRITE EQUPRPT-REC FROM WS-RPT-COUNT-LINE.
           CLOSE EQUIPMST, EQUPTRN, EQUPERR, EQUPRPT.
           IF WS-TRANS-REJECTED > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE.
           DISPLAY "EQUPMNT: " WS-TRANS-READ " TRANSACTIONS "
                   WS-TRANS-REJECTED " REJECTED".
       999-EXIT.
           EXIT.
