       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CLMFIX.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEV Center.
       DATE-WRITTEN. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *          CORRECTED-CLAIM RESUBMISSION.  CLMRESP WRITES EVERY
      *          CLAIM THE CLEARINGHOUSE REJECTS TO CLMRESUB; BILLING
      *          FIXES THE CAUSE ON PATMSTR OR COVGMSTR AND SAYS SO
      *          WITH A CORRECTION CARD (CLMFIXC).  THIS RUN - THE
      *          REPAIR FLOW SUSPFIX GIVES THE INVOICE SUSPENSE FILE -
      *          REBUILDS EACH CARDED CLAIM FROM THE CORRECTED
      *          MASTERS THE WAY THE NIGHTLY UPDATE (SANDBOX) BUILT IT
      *          AND APPENDS IT TO CLAIMEXT (DISP=MOD) FOR THE NEXT
      *          TRANSMISSION, MARKED AS A RESUBMISSION WITH THE
      *          ORIGINAL CLAIM'S PATIENT ID AND DISCHARGE DATE AND
      *          THE NEXT SUBMISSION NUMBER.
      *
      *          CORRECTION CARD (CLMFIXC, 80 BYTES):
      *              COLS  1-6   PATIENT ID      (AS ON THE REJECTED
      *              COLS  8-15  DISCHARGE DATE   CLAIM - MATCH KEY)
      *              COL  17     ACTION: R=REBUILD AND RESUBMIT
      *                                  W=WITHDRAW - DO NOT RESEND
      *              COLS 19-26  CORRECTED BY
      *              COLS 28-57  NOTE
      *
      *          A REJECTED CLAIM WITH NO CARD, OR ONE THAT CANNOT BE
      *          REBUILT (PATIENT GONE FROM PATMSTR OR BACK IN HOUSE
      *          AND THE STAY NOT ON THE ARCHIVE, NO COVERAGE ON
      *          COVGMSTR), IS HELD ON CLMHOLD; THE
      *          JOB CONCATENATES CLMHOLD BEHIND THE NEXT CLMRESUB SO
      *          NOTHING IS LOST.  RESUBMISSIONS, WITHDRAWALS AND
      *          FAILED REBUILDS ARE LOGGED TO THE CLMTRACK CLAIM
      *          HISTORY, AND A CLAIM REJECTED ON A RESUBMISSION IS
      *          FLAGGED "REPEAT REJECTION" ON THE REPORT.
      *
      *          RUNS AFTER SANDBOX AND CLMRESP, BEFORE CLAIMEXT IS
      *          TRANSMITTED.  THE SUBMISSION DATE IS THE BUSINESS
      *          DATE (BUSDATE CARD, ELSE TODAY).
      *
      *          RETURN CODES - 0 ALL CLAIMS RESUBMITTED OR WITHDRAWN,
      *          4 CLAIMS HELD OR CARDS REJECTED OR UNMATCHED,
      *          16 PATMSTR OR COVGMSTR COULD NOT BE OPENED.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLMRESUB
           ASSIGN TO UT-S-CLMRESUB
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT CLMFIXC
           ASSIGN TO UT-S-CLMFIXC
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT PATMSTR
                  ASSIGN       to PATMSTR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PATMSTR-KEY
                  FILE STATUS  is PATMSTR-STATUS.

           SELECT PATPERSN
                  ASSIGN       to PATPERSN
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PATPERSN-KEY
                  FILE STATUS  is PATPERSN-STATUS.

           SELECT COVGMSTR
                  ASSIGN       to COVGMSTR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is COVG-PATIENT-ID
                  FILE STATUS  is WS-COVGMSTR-STATUS.

           SELECT ARCHCTLG
                  ASSIGN       to ARCHCTLG
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is CAT-PATIENT-ID
                  FILE STATUS  is WS-ARCHCTLG-STATUS.

           SELECT ARCHMSTR
           ASSIGN TO UT-S-ARCHMSTR
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-ARCHMSTR-STATUS.

           SELECT OVFLCHG
           ASSIGN TO UT-S-OVFLCHG
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-OVFLCHG-STATUS.

           SELECT CLAIMEXT
           ASSIGN TO UT-S-CLAIMEXT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT CLMHOLD
           ASSIGN TO UT-S-CLMHOLD
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT CLMTRACK
           ASSIGN TO UT-S-CLMTRACK
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-CLMTRACK-STATUS.

           SELECT BUSDATE-FILE
           ASSIGN TO UT-S-BUSDATE
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT CLMFIXRP
           ASSIGN TO UT-S-CLMFIXRP
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

       DATA DIVISION.
       FILE SECTION.
       FD  CLMRESUB
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CLMRESUB-REC.
       01  CLMRESUB-REC  PIC X(130).

       FD  CLMFIXC
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CLMFIX-CARD-REC.
       01  CLMFIX-CARD-REC.
           05  FC-PATIENT-ID           PIC X(6).
           05  FC-PATIENT-ID-N  REDEFINES FC-PATIENT-ID
                                       PIC 9(6).
           05  FILLER                  PIC X(1).
           05  FC-DISCH-DATE           PIC X(8).
           05  FC-DISCH-DATE-N  REDEFINES FC-DISCH-DATE
                                       PIC 9(8).
           05  FILLER                  PIC X(1).
           05  FC-ACTION               PIC X(1).
               88  FC-REBUILD            VALUE "R".
               88  FC-WITHDRAW           VALUE "W".
               88  FC-ACTION-VALID       VALUES "R", "W".
           05  FILLER                  PIC X(1).
           05  FC-CORRECTED-BY         PIC X(8).
           05  FILLER                  PIC X(1).
           05  FC-NOTE                 PIC X(30).
           05  FILLER                  PIC X(23).

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

       FD  COVGMSTR
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS COVGMSTR-REC.
       01  COVGMSTR-REC.
           05  COVG-PATIENT-ID         PIC 9(6).
           05  COVG-CARRIER-CODE       PIC X(4).
           05  COVG-PLAN-CODE          PIC X(8).
           05  COVG-POLICY-NO          PIC X(12).
           05  COVG-DATE-FROM          PIC X(8).
           05  COVG-DATE-TO            PIC X(8).
           05  FILLER                  PIC X(34).

      *    PATARCH'S ARCHIVE CATALOG AND CUMULATIVE MASTER ARCHIVE - A
      *    STAY A READMISSION REPLACED ON PATMSTR IS REBUILT FROM ITS
      *    NEWEST ARCHIVED COPY (SANDBOX ARCHIVES IT AT READMISSION)
       FD  ARCHCTLG
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS ARCHCTLG-REC.
       01  ARCHCTLG-REC.
           05  CAT-PATIENT-ID         PIC X(6).
           05  CAT-ARCHIVE-DATE       PIC 9(8).
           05  CAT-DISCH-DATE         PIC X(8).
           05  CAT-MSTR-POSITION      PIC 9(9).
           05  CAT-TIMES-ARCHIVED     PIC 9(3).
           05  CAT-DIAG-PRIMARY       PIC X(5).
           05  FILLER                 PIC X(41).

       FD  ARCHMSTR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 2964 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ARCHMSTR-REC.
       01  ARCHMSTR-REC  PIC X(2964).

      *    SLOT-OVERFLOW LAB AND EQUIPMENT CHARGES (SANDBOX, DISP=MOD)
      *    - THE EQUIPMENT CONTINUATIONS BELONG ON THE CLAIM
       FD  OVFLCHG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OVFL-CHARGE-REC.
       01  OVFL-CHARGE-REC.
           05  OV-PATIENT-ID           PIC 9(6).
           05  FILLER                  PIC X(1).
           05  OV-CHARGE-TYPE          PIC X(1).
           05  FILLER                  PIC X(1).
           05  OV-CHARGE-DATE          PIC X(8).
           05  FILLER                  PIC X(1).
           05  OV-CATEGORY             PIC X(4).
           05  FILLER                  PIC X(1).
           05  OV-CHARGE-AMT           PIC 9(7)V99.
           05  FILLER                  PIC X(48).

      *    SAME LAYOUT SANDBOX WRITES - RESUBMISSIONS ARE APPENDED
       FD  CLAIMEXT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CLAIM-EXT-REC.
       01  CLAIM-EXT-REC.
           05  CLM-PATIENT-ID          PIC 9(6).
           05  CLM-PATIENT-NAME        PIC X(21).
           05  CLM-DATE-ADMIT          PIC X(8).
           05  CLM-DATE-DISCHARGE      PIC X(8).
           05  CLM-DIAG-PRIMARY        PIC X(5).
           05  CLM-DIAG-SECONDARY      PIC X(5).
           05  CLM-DIAG-TERTIARY       PIC X(5).
           05  CLM-ATTEND-PHYS         PIC X(8).
           05  CLM-ROOM-CHARGES        PIC 9(7)V99.
           05  CLM-EQUIP-CHARGES       PIC 9(7)V99.
           05  CLM-CARRIER-CODE        PIC X(4).
           05  CLM-POLICY-NO           PIC X(12).
           05  CLM-SUBMIT-TYPE         PIC X(1).
           05  CLM-ORIG-CLAIM-REF.
               10  CLM-ORIG-PATIENT-ID PIC X(6).
               10  CLM-ORIG-DISCH-DATE PIC X(8).
           05  CLM-SUBMIT-COUNT        PIC 9(2).
           05  CLM-SUBMIT-DATE         PIC X(8).
           05  CLM-LATE-CHARGES        PIC S9(7)V99 COMP-3.

      *    REJECTED CLAIMS STILL AWAITING CORRECTION - NEXT RUN'S
      *    CLMRESUB CONCATENATION
       FD  CLMHOLD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CLMHOLD-REC.
       01  CLMHOLD-REC  PIC X(130).

       FD  CLMTRACK
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CLAIM-TRACK-REC.
       COPY CLMTRACK.

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

       FD  CLMFIXRP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CLMFIXRP-REC.
       01  CLMFIXRP-REC  PIC X(132).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  OFCODE                    PIC X(2).
           05  PATMSTR-STATUS            PIC X(2).
               88 PATMSTR-OK       VALUE "00".
           05  PATPERSN-STATUS           PIC X(2).
               88 PATPERSN-OK      VALUE "00".
           05  WS-COVGMSTR-STATUS        PIC X(2).
               88 COVGMSTR-OK      VALUE "00".
           05  WS-ARCHCTLG-STATUS        PIC X(2).
               88 ARCHCTLG-OK      VALUE "00".
           05  WS-ARCHMSTR-STATUS        PIC X(2).
           05  WS-OVFLCHG-STATUS         PIC X(2).
           05  WS-CLMTRACK-STATUS        PIC X(2).
           05  WS-BUSDATE-STATUS         PIC X(2).

       01  FLAGS-AND-SWITCHES.
           05 WS-RUN-OK-SW               PIC X(01) VALUE "N".
               88 RUN-OK           VALUE "Y".
           05 MORE-CLAIMS-SW             PIC X(01) VALUE "Y".
               88 NO-MORE-CLAIMS   VALUE "N".
           05 WS-CARD-EOF-SW             PIC X(01) VALUE "N".
           05 WS-OVFL-EOF-SW             PIC X(01) VALUE "N".
           05 WS-PERSN-AVAIL-SW          PIC X(01) VALUE "N".
           05 WS-TRACK-AVAIL-SW          PIC X(01) VALUE "N".
           05 WS-ARCHCTLG-AVAIL-SW       PIC X(01) VALUE "N".
           05 MORE-ARCH-SW               PIC X(01) VALUE "Y".
               88 NO-MORE-ARCHIVE  VALUE "N".
           05 WS-ARCH-FOUND-SW           PIC X(01) VALUE "N".
           05 WS-REBUILD-OK-SW           PIC X(01) VALUE "N".
               88 REBUILD-OK       VALUE "Y".

       COPY BNCHMSTR.
       COPY BNCHPRSN.

      *    THE REJECTED CLAIM AS CLMRESP WROTE IT
       01  REJECTED-CLAIM-REC.
           05  RJ-PATIENT-ID           PIC 9(6).
           05  RJ-PATIENT-ID-X  REDEFINES RJ-PATIENT-ID
                                       PIC X(6).
           05  RJ-PATIENT-NAME         PIC X(21).
           05  RJ-DATE-ADMIT           PIC X(8).
           05  RJ-DATE-DISCHARGE       PIC X(8).
           05  FILLER                  PIC X(57).
           05  RJ-SUBMIT-TYPE          PIC X(1).
               88  RJ-RESUBMISSION       VALUE "R".
           05  RJ-ORIG-PATIENT-ID      PIC X(6).
           05  RJ-ORIG-DISCH-DATE      PIC X(8).
           05  RJ-SUBMIT-COUNT         PIC 9(2).
           05  RJ-SUBMIT-DATE          PIC X(8).
           05  FILLER                  PIC X(5).

       01  DATE-WORK-FIELDS.
           05 WS-TODAY-YYYYMMDD        PIC 9(8)  VALUE 0.
           05 WS-BUSINESS-YYYYMMDD     PIC 9(8)  VALUE 0.

       01  CLAIM-WORK-FIELDS.
           05 WS-ORIG-PATIENT-ID       PIC X(6)  VALUE SPACES.
           05 WS-ORIG-DISCH-DATE       PIC X(8)  VALUE SPACES.
           05 WS-PRIOR-SUBMITS         PIC 9(2)  VALUE 0.
           05 WS-HOLD-REASON           PIC X(30) VALUE SPACES.
           05 WS-EVENT-STATUS          PIC X(1)  VALUE SPACES.
           05 WS-EVENT-SUBMITS         PIC 9(2)  VALUE 0.
           05 WS-EQUIP-TOTAL           PIC S9(7)V99 COMP-3 VALUE 0.
           05 WS-EQUIP-SUB             PIC S9(4) COMP VALUE 0.

      *    THE NEWEST ARCHIVED COPY UP TO THE CATALOGED POSITION
       01  ARCHIVE-WORK-FIELDS.
           05 WS-TARGET-POSITION       PIC 9(9)  VALUE 0.
           05 WS-SCAN-POSITION         PIC 9(9)  VALUE 0.
       01  WS-HELD-MASTER              PIC X(2964).

       01  CARD-TABLE-FIELDS.
           05 WS-CARD-COUNT            PIC S9(4) COMP VALUE 0.
           05 WS-CARD-SUB              PIC S9(4) COMP VALUE 0.
           05 WS-CARD-SLOT             PIC S9(4) COMP VALUE 0.
           05 WS-CARD-TABLE OCCURS 100 TIMES.
              10 CD-PATIENT-ID         PIC X(6).
              10 CD-DISCH-DATE         PIC X(8).
              10 CD-ACTION             PIC X(1).
              10 CD-CORRECTED-BY       PIC X(8).
              10 CD-NOTE               PIC X(30).
              10 CD-USED-SW            PIC X(1).

       01  OVERFLOW-TABLE-FIELDS.
           05 WS-OVFL-COUNT            PIC S9(4) COMP VALUE 0.
           05 WS-OVFL-SUB              PIC S9(4) COMP VALUE 0.
           05 WS-OVFL-TABLE OCCURS 200 TIMES.
              10 OT-PATIENT-ID         PIC 9(6).
              10 OT-CHARGE-DATE        PIC X(8).
              10 OT-CHARGE-AMT         PIC 9(7)V99.

       01  COUNTERS-AND-ACCUMULATORS.
           05 WS-CLAIMS-READ           PIC S9(7) COMP-3 VALUE 0.
           05 WS-CARDS-READ            PIC S9(7) COMP-3 VALUE 0.
           05 WS-BAD-CARD-CTR          PIC S9(7) COMP-3 VALUE 0.
           05 WS-RESUB-CTR             PIC S9(7) COMP-3 VALUE 0.
           05 WS-WITHDRAWN-CTR         PIC S9(7) COMP-3 VALUE 0.
           05 WS-NO-CARD-CTR           PIC S9(7) COMP-3 VALUE 0.
           05 WS-REBUILD-FAIL-CTR      PIC S9(7) COMP-3 VALUE 0.
           05 WS-REPEAT-REJ-CTR        PIC S9(7) COMP-3 VALUE 0.
           05 WS-UNUSED-CARD-CTR       PIC S9(7) COMP-3 VALUE 0.

       01  WS-RPT-HDR.
           05  FILLER     PIC X(46) VALUE
               "CORRECTED-CLAIM RESUBMISSION - CLMRESUB REPAIR".
           05  FILLER     PIC X(9)  VALUE "  AS OF: ".
           05  RPT-DATE-O           PIC 9(8).
           05  FILLER     PIC X(69) VALUE SPACES.

       01  WS-RPT-COLS.
           05  FILLER     PIC X(44) VALUE
               "  PAT-ID  DISCH     ORIGINAL CLAIM   SB  DIS".
           05  FILLER     PIC X(44) VALUE
               "POSITION   REASON / NOTE                   B".
           05  FILLER     PIC X(44) VALUE
               "Y        FLAG                               ".

       01  WS-RPT-DETAIL.
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  RPT-PATIENT-O        PIC X(6).
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  RPT-DISCH-O          PIC X(8).
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  RPT-ORIG-PATIENT-O   PIC X(6).
           05  FILLER     PIC X(1)  VALUE SPACES.
           05  RPT-ORIG-DISCH-O     PIC X(8).
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  RPT-SUBMIT-O         PIC Z9.
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  RPT-DISP-O           PIC X(12).
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  RPT-REASON-O         PIC X(30).
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  RPT-BY-O             PIC X(8).
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  RPT-FLAG-O           PIC X(16).
           05  FILLER     PIC X(19) VALUE SPACES.

       01  WS-RPT-SECTION.
           05  RPT-SECTION-TEXT     PIC X(50).
           05  FILLER     PIC X(82) VALUE SPACES.

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
               PERFORM 200-PROCESS-ONE-CLAIM THRU 200-EXIT
                       UNTIL NO-MORE-CLAIMS
               PERFORM 600-LIST-UNUSED-CARDS THRU 600-EXIT.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-YYYYMMDD.
           PERFORM 010-GET-BUSINESS-DATE THRU 010-EXIT.
           OPEN OUTPUT CLMFIXRP.
           MOVE WS-BUSINESS-YYYYMMDD TO RPT-DATE-O.
           WRITE CLMFIXRP-REC FROM WS-RPT-HDR.
           WRITE CLMFIXRP-REC FROM WS-BLANK-LINE.
           WRITE CLMFIXRP-REC FROM WS-RPT-COLS.
      *    THE CLAIM IS REBUILT FROM THE PATIENT AND COVERAGE
      *    MASTERS - WITHOUT EITHER ONE NOTHING CAN BE RESENT
           OPEN INPUT PATMSTR.
           IF NOT PATMSTR-OK
               DISPLAY "CLMFIX: CANNOT OPEN PATMSTR - STATUS "
                       PATMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 000-EXIT.
           OPEN INPUT COVGMSTR.
           IF NOT COVGMSTR-OK
               DISPLAY "CLMFIX: CANNOT OPEN COVGMSTR - STATUS "
                       WS-COVGMSTR-STATUS
               CLOSE PATMSTR
               MOVE 16 TO RETURN-CODE
               GO TO 000-EXIT.
      *    WITHOUT PATPERSN THE NAME STAYS AS THE REJECTED CLAIM HAD IT
           OPEN INPUT PATPERSN.
           IF PATPERSN-OK
               MOVE "Y" TO WS-PERSN-AVAIL-SW
           ELSE
               DISPLAY "CLMFIX: PATPERSN NOT AVAILABLE - STATUS "
                       PATPERSN-STATUS " - CLAIM NAMES NOT REFRESHED".
      *    WITHOUT THE CATALOG A STAY REPLACED BY A READMISSION CANNOT
      *    BE FOUND ON THE ARCHIVE AND ITS CLAIM IS HELD
           OPEN INPUT ARCHCTLG.
           IF ARCHCTLG-OK
               MOVE "Y" TO WS-ARCHCTLG-AVAIL-SW
           ELSE
               DISPLAY "CLMFIX: ARCHCTLG NOT AVAILABLE - STATUS "
                       WS-ARCHCTLG-STATUS " - NO ARCHIVED STAYS".
           PERFORM 020-LOAD-OVERFLOW-CHARGES THRU 020-EXIT.
           OPEN EXTEND CLMTRACK.
           IF WS-CLMTRACK-STATUS = "00"
               MOVE "Y" TO WS-TRACK-AVAIL-SW
           ELSE
               DISPLAY "CLMFIX: CLMTRACK NOT AVAILABLE - STATUS "
                       WS-CLMTRACK-STATUS " - CLAIM HISTORY NOT LOGGED".
           OPEN INPUT CLMRESUB, CLMFIXC.
           OPEN EXTEND CLAIMEXT.
           OPEN OUTPUT CLMHOLD.
           PERFORM 100-LOAD-ONE-CARD THRU 100-EXIT
                   UNTIL WS-CARD-EOF-SW = "Y".
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

      *    ONLY THE EQUIPMENT (E) CONTINUATIONS ARE KEPT - LAB
      *    CHARGES HAVE NEVER BEEN A CLAIM FIELD
       020-LOAD-OVERFLOW-CHARGES.
           OPEN INPUT OVFLCHG.
           IF WS-OVFLCHG-STATUS NOT = "00"
               DISPLAY "CLMFIX: OVFLCHG NOT AVAILABLE - SLOT "
                       "OVERFLOW EQUIPMENT NOT ADDED TO CLAIMS"
               GO TO 020-EXIT.
           PERFORM 025-READ-ONE-OVERFLOW THRU 025-EXIT
               UNTIL WS-OVFL-EOF-SW = "Y".
           CLOSE OVFLCHG.
       020-EXIT.
           EXIT.

       025-READ-ONE-OVERFLOW.
           READ OVFLCHG
               AT END MOVE "Y" TO WS-OVFL-EOF-SW
               GO TO 025-EXIT
           END-READ.
           IF OV-CHARGE-TYPE = "E"
              AND OV-PATIENT-ID NUMERIC
              AND OV-CHARGE-AMT NUMERIC
              AND WS-OVFL-COUNT < 200
               ADD +1 TO WS-OVFL-COUNT
               MOVE OV-PATIENT-ID  TO OT-PATIENT-ID (WS-OVFL-COUNT)
               MOVE OV-CHARGE-DATE TO OT-CHARGE-DATE (WS-OVFL-COUNT)
               MOVE OV-CHARGE-AMT  TO OT-CHARGE-AMT (WS-OVFL-COUNT).
       025-EXIT.
           EXIT.

      ******************************************************************
      *    CORRECTION CARDS ARE EDITED AND TABLED BEFORE THE FIRST
      *    REJECTED CLAIM IS READ.  A CARD THAT FAILS THE EDIT IS
      *    LISTED AND DROPPED - ITS CLAIM STAYS HELD.
      ******************************************************************
       100-LOAD-ONE-CARD.
           READ CLMFIXC
               AT END MOVE "Y" TO WS-CARD-EOF-SW
               GO TO 100-EXIT
           END-READ.
           ADD +1 TO WS-CARDS-READ.
           MOVE SPACES TO WS-HOLD-REASON.
           IF FC-PATIENT-ID-N NOT NUMERIC
               MOVE "PATIENT ID NOT NUMERIC" TO WS-HOLD-REASON
           ELSE
           IF FC-DISCH-DATE-N NOT NUMERIC
               MOVE "DISCHARGE DATE NOT NUMERIC" TO WS-HOLD-REASON
           ELSE
           IF NOT FC-ACTION-VALID
               MOVE "ACTION NOT R OR W" TO WS-HOLD-REASON
           ELSE
           IF WS-CARD-COUNT NOT < 100
               MOVE "CARD TABLE FULL - RESUBMIT" TO WS-HOLD-REASON.
           IF WS-HOLD-REASON NOT = SPACES
               ADD +1 TO WS-BAD-CARD-CTR
               MOVE SPACES TO WS-RPT-DETAIL
               MOVE FC-PATIENT-ID   TO RPT-PATIENT-O
               MOVE FC-DISCH-DATE   TO RPT-DISCH-O
               MOVE "BAD CARD    "  TO RPT-DISP-O
               MOVE WS-HOLD-REASON  TO RPT-REASON-O
               MOVE FC-CORRECTED-BY TO RPT-BY-O
               WRITE CLMFIXRP-REC FROM WS-RPT-DETAIL
               GO TO 100-EXIT.
           ADD +1 TO WS-CARD-COUNT.
           MOVE FC-PATIENT-ID   TO CD-PATIENT-ID (WS-CARD-COUNT).
           MOVE FC-DISCH-DATE   TO CD-DISCH-DATE (WS-CARD-COUNT).
           MOVE FC-ACTION       TO CD-ACTION (WS-CARD-COUNT).
           MOVE FC-CORRECTED-BY TO CD-CORRECTED-BY (WS-CARD-COUNT).
           MOVE FC-NOTE         TO CD-NOTE (WS-CARD-COUNT).
           MOVE "N"             TO CD-USED-SW (WS-CARD-COUNT).
       100-EXIT.
           EXIT.

      ******************************************************************
      *    ONE REJECTED CLAIM.  NO CARD - HELD FOR BILLING.  W CARD -
      *    WITHDRAWN.  R CARD - REBUILT FROM THE MASTERS AND APPENDED
      *    TO CLAIMEXT, OR HELD WITH THE REASON IT COULD NOT BE.
      ******************************************************************
       200-PROCESS-ONE-CLAIM.
           READ CLMRESUB INTO REJECTED-CLAIM-REC
               AT END MOVE "N" TO MORE-CLAIMS-SW
               GO TO 200-EXIT
           END-READ.
           ADD +1 TO WS-CLAIMS-READ.
      *    EVERY SUBMISSION OF A CLAIM CARRIES THE FIRST ONE'S KEY
           IF RJ-RESUBMISSION
               MOVE RJ-ORIG-PATIENT-ID TO WS-ORIG-PATIENT-ID
               MOVE RJ-ORIG-DISCH-DATE TO WS-ORIG-DISCH-DATE
           ELSE
               MOVE RJ-PATIENT-ID-X    TO WS-ORIG-PATIENT-ID
               MOVE RJ-DATE-DISCHARGE  TO WS-ORIG-DISCH-DATE.
           IF RJ-SUBMIT-COUNT NUMERIC
              AND RJ-SUBMIT-COUNT > ZERO
               MOVE RJ-SUBMIT-COUNT TO WS-PRIOR-SUBMITS
           ELSE
               MOVE 1 TO WS-PRIOR-SUBMITS.
           MOVE SPACES TO WS-RPT-DETAIL.
           MOVE RJ-PATIENT-ID-X    TO RPT-PATIENT-O.
           MOVE RJ-DATE-DISCHARGE  TO RPT-DISCH-O.
           MOVE WS-ORIG-PATIENT-ID TO RPT-ORIG-PATIENT-O.
           MOVE WS-ORIG-DISCH-DATE TO RPT-ORIG-DISCH-O.
           MOVE WS-PRIOR-SUBMITS   TO RPT-SUBMIT-O.
           IF WS-PRIOR-SUBMITS > 1
               ADD +1 TO WS-REPEAT-REJ-CTR
               MOVE "REPEAT REJECTION" TO RPT-FLAG-O.
           PERFORM 210-FIND-CARD THRU 210-EXIT.
           IF WS-CARD-SLOT = ZERO
               ADD +1 TO WS-NO-CARD-CTR
               MOVE "HELD        " TO RPT-DISP-O
               MOVE "AWAITING CORRECTION CARD" TO RPT-REASON-O
               WRITE CLMHOLD-REC FROM REJECTED-CLAIM-REC
               WRITE CLMFIXRP-REC FROM WS-RPT-DETAIL
               GO TO 200-EXIT.
           MOVE "Y" TO CD-USED-SW (WS-CARD-SLOT).
           MOVE CD-CORRECTED-BY (WS-CARD-SLOT) TO RPT-BY-O.
           IF CD-ACTION (WS-CARD-SLOT) = "W"
               ADD +1 TO WS-WITHDRAWN-CTR
               MOVE "WITHDRAWN   " TO RPT-DISP-O
               IF CD-NOTE (WS-CARD-SLOT) = SPACES
                   MOVE "WITHDRAWN BY BILLING" TO WS-HOLD-REASON
               ELSE
                   MOVE CD-NOTE (WS-CARD-SLOT) TO WS-HOLD-REASON
               END-IF
               MOVE WS-HOLD-REASON TO RPT-REASON-O
               WRITE CLMFIXRP-REC FROM WS-RPT-DETAIL
               MOVE "W" TO WS-EVENT-STATUS
               MOVE WS-PRIOR-SUBMITS TO WS-EVENT-SUBMITS
               PERFORM 400-LOG-CLAIM-EVENT THRU 400-EXIT
               GO TO 200-EXIT.
           PERFORM 300-REBUILD-CLAIM THRU 300-EXIT.
           IF NOT REBUILD-OK
               ADD +1 TO WS-REBUILD-FAIL-CTR
               MOVE "HELD        " TO RPT-DISP-O
               MOVE WS-HOLD-REASON TO RPT-REASON-O
               WRITE CLMHOLD-REC FROM REJECTED-CLAIM-REC
               WRITE CLMFIXRP-REC FROM WS-RPT-DETAIL
               MOVE "H" TO WS-EVENT-STATUS
               MOVE WS-PRIOR-SUBMITS TO WS-EVENT-SUBMITS
               PERFORM 400-LOG-CLAIM-EVENT THRU 400-EXIT
               GO TO 200-EXIT.
           WRITE CLAIM-EXT-REC.
           ADD +1 TO WS-RESUB-CTR.
           MOVE "RESUBMITTED " TO RPT-DISP-O.
           MOVE CLM-SUBMIT-COUNT TO RPT-SUBMIT-O.
           IF CD-NOTE (WS-CARD-SLOT) = SPACES
               MOVE "CORRECTED CLAIM RESUBMITTED" TO WS-HOLD-REASON
           ELSE
               MOVE CD-NOTE (WS-CARD-SLOT) TO WS-HOLD-REASON.
           MOVE WS-HOLD-REASON TO RPT-REASON-O.
           WRITE CLMFIXRP-REC FROM WS-RPT-DETAIL.
           MOVE "C" TO WS-EVENT-STATUS.
           MOVE CLM-SUBMIT-COUNT TO WS-EVENT-SUBMITS.
           PERFORM 400-LOG-CLAIM-EVENT THRU 400-EXIT.
       200-EXIT.
           EXIT.

       210-FIND-CARD.
           MOVE ZERO TO WS-CARD-SLOT.
           PERFORM 215-MATCH-CARD THRU 215-EXIT
               VARYING WS-CARD-SUB FROM 1 BY 1
               UNTIL WS-CARD-SUB > WS-CARD-COUNT
                  OR WS-CARD-SLOT > ZERO.
       210-EXIT.
           EXIT.

       215-MATCH-CARD.
           IF CD-PATIENT-ID (WS-CARD-SUB) = RJ-PATIENT-ID-X
              AND CD-DISCH-DATE (WS-CARD-SUB) = RJ-DATE-DISCHARGE
              AND CD-USED-SW (WS-CARD-SUB) = "N"
               MOVE WS-CARD-SUB TO WS-CARD-SLOT.
       215-EXIT.
           EXIT.

      ******************************************************************
      *    REBUILD THE CLAIM FROM THE CORRECTED MASTERS, FIELD FOR
      *    FIELD AS SANDBOX 493-WRITE-CLAIM-EXTRACT BUILDS IT.  THE
      *    MASTER MUST STILL HOLD THIS STAY.  A PATIENT READMITTED
      *    SINCE (IN HOUSE, OR ADMITTED AFTER THE CLAIM'S DISCHARGE),
      *    OR GONE FROM PATMSTR, IS REBUILT FROM THE STAY'S ARCHIVED
      *    COPY WHEN THE CATALOG SHOWS IT.
      ******************************************************************
       300-REBUILD-CLAIM.
           MOVE "N" TO WS-REBUILD-OK-SW.
           MOVE SPACES TO WS-HOLD-REASON.
           IF WS-PRIOR-SUBMITS NOT < 99
               MOVE "SUBMISSION COUNT AT LIMIT (99)" TO WS-HOLD-REASON
               GO TO 300-EXIT.
           MOVE RJ-PATIENT-ID-X TO PATMSTR-KEY.
           READ PATMSTR.
           IF NOT PATMSTR-OK
               MOVE "PATIENT NOT ON PATMSTR" TO WS-HOLD-REASON
               GO TO 300-ARCHIVE.
           MOVE PATMSTR-REC TO PATIENT-MASTER-REC.
           IF NOT PATIENT-DISCHARGED
               MOVE "PATMSTR SHOWS PATIENT IN HOUSE" TO WS-HOLD-REASON
               GO TO 300-ARCHIVE.
           IF DATE-ADMIT > RJ-DATE-DISCHARGE
               MOVE "PATMSTR HOLDS A LATER STAY" TO WS-HOLD-REASON
               GO TO 300-ARCHIVE.
           GO TO 300-COVERAGE.
       300-ARCHIVE.
           PERFORM 330-FIND-ARCHIVED-STAY THRU 330-EXIT.
           IF WS-ARCH-FOUND-SW NOT = "Y"
               GO TO 300-EXIT.
           MOVE SPACES TO WS-HOLD-REASON.
       300-COVERAGE.
           MOVE RJ-PATIENT-ID TO COVG-PATIENT-ID.
           READ COVGMSTR.
           IF NOT COVGMSTR-OK
               MOVE "NO COVERAGE ON COVGMSTR" TO WS-HOLD-REASON
               GO TO 300-EXIT.
           PERFORM 310-TOTAL-EQUIPMENT THRU 310-EXIT.
           MOVE SPACES TO CLAIM-EXT-REC.
           MOVE PM-PATIENT-ID             TO CLM-PATIENT-ID.
           MOVE RJ-PATIENT-NAME           TO CLM-PATIENT-NAME.
           PERFORM 320-GET-PATIENT-NAME THRU 320-EXIT.
           MOVE DATE-ADMIT                TO CLM-DATE-ADMIT.
           MOVE DATE-DISCHARGE            TO CLM-DATE-DISCHARGE.
           MOVE DIAGNOSTIC-CODE-PRIMARY   TO CLM-DIAG-PRIMARY.
           MOVE DIAGNOSTIC-CODE-SECONDARY TO CLM-DIAG-SECONDARY.
           MOVE DIAGNOSTIC-CODE-TERTIARY  TO CLM-DIAG-TERTIARY.
           MOVE ATTENDING-PHYSICIAN       TO CLM-ATTEND-PHYS.
           IF PM-ROOM-CHARGE-TOTAL NUMERIC
               MOVE PM-ROOM-CHARGE-TOTAL  TO CLM-ROOM-CHARGES
           ELSE
               MOVE ZERO                  TO CLM-ROOM-CHARGES.
           MOVE WS-EQUIP-TOTAL            TO CLM-EQUIP-CHARGES.
           MOVE COVG-CARRIER-CODE         TO CLM-CARRIER-CODE.
           MOVE COVG-POLICY-NO            TO CLM-POLICY-NO.
           MOVE "R"                       TO CLM-SUBMIT-TYPE.
           MOVE WS-ORIG-PATIENT-ID        TO CLM-ORIG-PATIENT-ID.
           MOVE WS-ORIG-DISCH-DATE        TO CLM-ORIG-DISCH-DATE.
           COMPUTE CLM-SUBMIT-COUNT = WS-PRIOR-SUBMITS + 1.
           MOVE WS-BUSINESS-YYYYMMDD      TO CLM-SUBMIT-DATE.
      *    CHARGES LATECHRG BILLED AFTER DISCHARGE STAY ON THE CLAIM
           IF PM-LATE-CHARGE-TOTAL NUMERIC
               MOVE PM-LATE-CHARGE-TOTAL  TO CLM-LATE-CHARGES
           ELSE
               MOVE ZERO                  TO CLM-LATE-CHARGES.
           MOVE "Y" TO WS-REBUILD-OK-SW.
       300-EXIT.
           EXIT.

      *    EQUIPMENT SLOTS ON THE MASTER PLUS THE STAY'S OVERFLOW
      *    CONTINUATIONS (CHARGE DATE ON OR AFTER ADMISSION)
       310-TOTAL-EQUIPMENT.
           MOVE ZERO TO WS-EQUIP-TOTAL.
           PERFORM 315-ADD-EQUIPMENT-SLOT THRU 315-EXIT
               VARYING WS-EQUIP-SUB FROM 1 BY 1
               UNTIL WS-EQUIP-SUB > 20.
           PERFORM 318-ADD-OVERFLOW-CHARGE THRU 318-EXIT
               VARYING WS-OVFL-SUB FROM 1 BY 1
               UNTIL WS-OVFL-SUB > WS-OVFL-COUNT.
       310-EXIT.
           EXIT.

       315-ADD-EQUIPMENT-SLOT.
           IF EQUIP-CHARGE-CATEGORY (WS-EQUIP-SUB) NOT = SPACES
              AND EQUIP-CHARGE-CATEGORY (WS-EQUIP-SUB)
                  NOT = LOW-VALUES
              AND EQUIP-CHARGE-AMT (WS-EQUIP-SUB) NUMERIC
               ADD EQUIP-CHARGE-AMT (WS-EQUIP-SUB) TO WS-EQUIP-TOTAL.
       315-EXIT.
           EXIT.

       318-ADD-OVERFLOW-CHARGE.
           IF OT-PATIENT-ID (WS-OVFL-SUB) = PM-PATIENT-ID
              AND OT-CHARGE-DATE (WS-OVFL-SUB) NOT < DATE-ADMIT
              AND OT-CHARGE-DATE (WS-OVFL-SUB) NOT > DATE-DISCHARGE
               ADD OT-CHARGE-AMT (WS-OVFL-SUB) TO WS-EQUIP-TOTAL.
       318-EXIT.
           EXIT.

       320-GET-PATIENT-NAME.
           IF WS-PERSN-AVAIL-SW NOT = "Y"
               GO TO 320-EXIT.
           MOVE PM-PATIENT-ID TO PATPERSN-KEY.
           READ PATPERSN.
           IF PATPERSN-OK
               MOVE PATPERSN-REC TO PATIENT-PERSONAL-MASTER-REC
               MOVE PATIENT-NAME TO CLM-PATIENT-NAME.
       320-EXIT.
           EXIT.

      *    THE CATALOG MUST SHOW THE CLAIM'S STAY AS THE ONE ARCHIVED.
      *    THE NEWEST COPY UP TO ITS POSITION (ZERO - THE WHOLE
      *    ARCHIVE) BECOMES THE MASTER; WS-ARCH-FOUND-SW STAYS N AND
      *    THE CALLER'S HOLD REASON STANDS WHEN IT CANNOT BE FOUND.
       330-FIND-ARCHIVED-STAY.
           MOVE "N" TO WS-ARCH-FOUND-SW.
           IF WS-ARCHCTLG-AVAIL-SW NOT = "Y"
               GO TO 330-EXIT.
           MOVE RJ-PATIENT-ID-X TO CAT-PATIENT-ID.
           READ ARCHCTLG.
           IF NOT ARCHCTLG-OK
               GO TO 330-EXIT.
           IF CAT-DISCH-DATE NOT = RJ-DATE-DISCHARGE
               GO TO 330-EXIT.
           MOVE CAT-MSTR-POSITION TO WS-TARGET-POSITION.
           MOVE ZERO TO WS-SCAN-POSITION.
           MOVE "Y" TO MORE-ARCH-SW.
           OPEN INPUT ARCHMSTR.
           IF WS-ARCHMSTR-STATUS NOT = "00"
               DISPLAY "CLMFIX: ARCHMSTR NOT AVAILABLE - STATUS "
                       WS-ARCHMSTR-STATUS " PATIENT " RJ-PATIENT-ID
               GO TO 330-EXIT.
           PERFORM 335-SCAN-ARCHIVE-MASTER THRU 335-EXIT
               UNTIL NO-MORE-ARCHIVE.
           CLOSE ARCHMSTR.
           IF WS-ARCH-FOUND-SW NOT = "Y"
               GO TO 330-EXIT.
           MOVE WS-HELD-MASTER TO PATIENT-MASTER-REC.
           IF DATE-DISCHARGE NOT = RJ-DATE-DISCHARGE
               MOVE "N" TO WS-ARCH-FOUND-SW.
       330-EXIT.
           EXIT.

       335-SCAN-ARCHIVE-MASTER.
           READ ARCHMSTR
               AT END MOVE "N" TO MORE-ARCH-SW
               GO TO 335-EXIT
           END-READ.
           ADD 1 TO WS-SCAN-POSITION.
           MOVE ARCHMSTR-REC TO PATIENT-MASTER-REC.
           IF PM-PATIENT-ID = RJ-PATIENT-ID
               MOVE "Y" TO WS-ARCH-FOUND-SW
               MOVE ARCHMSTR-REC TO WS-HELD-MASTER.
           IF WS-TARGET-POSITION > 0
              AND WS-SCAN-POSITION NOT < WS-TARGET-POSITION
               MOVE "N" TO MORE-ARCH-SW.
       335-EXIT.
           EXIT.

      *    CLMTRACK EVENT FOR THIS CLAIM - THE CALLER HAS SET THE
      *    EVENT STATUS AND SUBMISSION NUMBER; WS-HOLD-REASON IS THE
      *    TEXT
       400-LOG-CLAIM-EVENT.
           IF WS-TRACK-AVAIL-SW NOT = "Y"
               GO TO 400-EXIT.
           MOVE SPACES               TO CLAIM-TRACK-REC.
           MOVE WS-ORIG-PATIENT-ID   TO TRK-ORIG-PATIENT-ID.
           MOVE WS-ORIG-DISCH-DATE   TO TRK-ORIG-DISCH-DATE.
           MOVE WS-EVENT-SUBMITS     TO TRK-SUBMIT-COUNT.
           MOVE WS-EVENT-STATUS      TO TRK-STATUS.
           IF TRK-RESUBMITTED
               MOVE CLM-DATE-DISCHARGE TO TRK-DISCH-DATE-SENT
           ELSE
               MOVE RJ-DATE-DISCHARGE  TO TRK-DISCH-DATE-SENT.
           MOVE WS-BUSINESS-YYYYMMDD TO TRK-EVENT-DATE.
           MOVE WS-HOLD-REASON       TO TRK-REASON.
           MOVE "CLMFIX"             TO TRK-PROGRAM-ID.
           WRITE CLAIM-TRACK-REC.
       400-EXIT.
           EXIT.

      *    CARDS THAT NAMED NO CLAIM ON THIS RUN'S CLMRESUB - KEYED
      *    WRONG, OR THE CLAIM WAS ALREADY RESENT OR WITHDRAWN
       600-LIST-UNUSED-CARDS.
           WRITE CLMFIXRP-REC FROM WS-BLANK-LINE.
           MOVE "CORRECTION CARDS WITH NO REJECTED CLAIM" TO
                RPT-SECTION-TEXT.
           WRITE CLMFIXRP-REC FROM WS-RPT-SECTION.
           PERFORM 610-LIST-ONE-CARD THRU 610-EXIT
               VARYING WS-CARD-SUB FROM 1 BY 1
               UNTIL WS-CARD-SUB > WS-CARD-COUNT.
       600-EXIT.
           EXIT.

       610-LIST-ONE-CARD.
           IF CD-USED-SW (WS-CARD-SUB) NOT = "N"
               GO TO 610-EXIT.
           ADD +1 TO WS-UNUSED-CARD-CTR.
           MOVE SPACES TO WS-RPT-DETAIL.
           MOVE CD-PATIENT-ID (WS-CARD-SUB)   TO RPT-PATIENT-O.
           MOVE CD-DISCH-DATE (WS-CARD-SUB)   TO RPT-DISCH-O.
           MOVE "NO CLAIM    "                TO RPT-DISP-O.
           MOVE CD-NOTE (WS-CARD-SUB)         TO RPT-REASON-O.
           MOVE CD-CORRECTED-BY (WS-CARD-SUB) TO RPT-BY-O.
           WRITE CLMFIXRP-REC FROM WS-RPT-DETAIL.
       610-EXIT.
           EXIT.

       999-CLEANUP.
           WRITE CLMFIXRP-REC FROM WS-BLANK-LINE.
           MOVE "REJECTED CLAIMS READ            " TO RPT-COUNT-LABEL.
           MOVE WS-CLAIMS-READ TO RPT-COUNT-O.
           WRITE CLMFIXRP-REC FROM WS-RPT-COUNT-LINE.
           MOVE "CORRECTION CARDS READ           " TO RPT-COUNT-LABEL.
           MOVE WS-CARDS-READ TO RPT-COUNT-O.
           WRITE CLMFIXRP-REC FROM WS-RPT-COUNT-LINE.
           MOVE "CARDS REJECTED                  " TO RPT-COUNT-LABEL.
           MOVE WS-BAD-CARD-CTR TO RPT-COUNT-O.
           WRITE CLMFIXRP-REC FROM WS-RPT-COUNT-LINE.
           MOVE "CLAIMS RESUBMITTED - TO CLAIMEXT" TO RPT-COUNT-LABEL.
           MOVE WS-RESUB-CTR TO RPT-COUNT-O.
           WRITE CLMFIXRP-REC FROM WS-RPT-COUNT-LINE.
           MOVE "CLAIMS WITHDRAWN                " TO RPT-COUNT-LABEL.
           MOVE WS-WITHDRAWN-CTR TO RPT-COUNT-O.
           WRITE CLMFIXRP-REC FROM WS-RPT-COUNT-LINE.
           MOVE "HELD - NO CORRECTION CARD       " TO RPT-COUNT-LABEL.
           MOVE WS-NO-CARD-CTR TO RPT-COUNT-O.
           WRITE CLMFIXRP-REC FROM WS-RPT-COUNT-LINE.
           MOVE "HELD - COULD NOT BE REBUILT     " TO RPT-COUNT-LABEL.
           MOVE WS-REBUILD-FAIL-CTR TO RPT-COUNT-O.
           WRITE CLMFIXRP-REC FROM WS-RPT-COUNT-LINE.
           MOVE "REPEAT REJECTIONS               " TO RPT-COUNT-LABEL.
           MOVE WS-REPEAT-REJ-CTR TO RPT-COUNT-O.
           WRITE CLMFIXRP-REC FROM WS-RPT-COUNT-LINE.
           MOVE "CARDS WITH NO REJECTED CLAIM    " TO RPT-COUNT-LABEL.
           MOVE WS-UNUSED-CARD-CTR TO RPT-COUNT-O.
           WRITE CLMFIXRP-REC FROM WS-RPT-COUNT-LINE.
           IF RUN-OK
               CLOSE CLMRESUB, CLMFIXC, CLAIMEXT, CLMHOLD,
                     PATMSTR, COVGMSTR
               IF WS-PERSN-AVAIL-SW = "Y"
                   CLOSE PATPERSN
               END-IF
               IF WS-ARCHCTLG-AVAIL-SW = "Y"
                   CLOSE ARCHCTLG
               END-IF
               IF WS-TRACK-AVAIL-SW = "Y"
                   CLOSE CLMTRACK
               END-IF
               IF WS-NO-CARD-CTR > ZERO
                  OR WS-REBUILD-FAIL-CTR > ZERO
                  OR WS-BAD-CARD-CTR > ZERO
                  OR WS-UNUSED-CARD-CTR > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF.
           CLOSE CLMFIXRP.
           DISPLAY "CLMFIX: " WS-RESUB-CTR " RESUBMITTED "
                   WS-WITHDRAWN-CTR " WITHDRAWN "
                   WS-NO-CARD-CTR " AWAITING CORRECTION".
       999-EXIT.
           EXIT.
