                  RECORD KEY   is COVG-PATIENT-ID
                  FILE STATUS  is WS-COVGMSTR-STATUS.

           SELECT PATACCT
                  ASSIGN       to PATACCT
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PA-ACCOUNT-KEY
                  FILE STATUS  is WS-PATACCT-STATUS.

           SELECT EQUIPMST
                  ASSIGN       to EQUIPMST
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is EQ-EQUIPMENT-ID
                  FILE STATUS  is WS-EQUIPMST-STATUS.

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

           SELECT ARCHPRSN
           ASSIGN TO UT-S-ARCHPRSN
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-ARCHPRSN-STATUS.

           SELECT READMHST
           ASSIGN TO UT-S-READMHST
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-READMHST-STATUS.

           SELECT LOSHIST
           ASSIGN TO UT-S-LOSHIST
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-LOSHIST-STATUS.

           SELECT LATECHG
           ASSIGN TO UT-S-LATECHG
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-LATECHG-STATUS.

           SELECT BILLEXC
           ASSIGN TO UT-S-BILLEXC
             ACCESS MODE IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-CALFILE-STATUS.

           SELECT WARDPREF
           ASSIGN TO UT-S-WARDPREF
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-WARDPREF-STATUS.

           SELECT PENDADMI
           ASSIGN TO UT-S-PENDADMI
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-PENDADMI-STATUS.

           SELECT PENDADMO
           ASSIGN TO UT-S-PENDADMO
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-PENDADMO-STATUS.

           SELECT PENDRPT
           ASSIGN TO UT-S-PENDRPT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-PENDRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSOUT
       01  STMT-REC  PIC X(132).

      ****** FIXED-FORMAT CLAIM EXTRACT FOR THE CLAIMS CLEARINGHOUSE -
      ****** ONE RECORD PER DISCHARGED PATIENT.  THE SUBMISSION FIELDS
      ****** MARK THIS AS THE ORIGINAL CLAIM (SUBMISSION 1); CLMFIX
      ****** APPENDS CORRECTED RESUBMISSIONS CARRYING THE ORIGINAL
      ****** CLAIM'S PATIENT ID AND DISCHARGE DATE AS THEIR REFERENCE.
       FD  CLAIMEXT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CLAIM-EXT-REC.
       01  CLAIM-EXT-REC.
           05  CLM-EQUIP-CHARGES       PIC 9(7)V99.
           05  CLM-CARRIER-CODE        PIC X(4).
           05  CLM-POLICY-NO           PIC X(12).
           05  CLM-SUBMIT-TYPE         PIC X(1).
               88  CLM-ORIGINAL          VALUE "O".
               88  CLM-RESUBMISSION      VALUE "R".
               88  CLM-LATE-REPLACEMENT  VALUE "L".
           05  CLM-ORIG-CLAIM-REF.
               10  CLM-ORIG-PATIENT-ID PIC X(6).
               10  CLM-ORIG-DISCH-DATE PIC X(8).
           05  CLM-SUBMIT-COUNT        PIC 9(2).
           05  CLM-SUBMIT-DATE         PIC X(8).
           05  CLM-LATE-CHARGES        PIC S9(7)V99 COMP-3.

       FD  DIAGREF
           RECORDING MODE IS F
           05  CEN-ADMITS              PIC 9(4).
           05  FILLER                  PIC X(1).
           05  CEN-DISCHARGES          PIC 9(4).
           05  FILLER                  PIC X(1).
           05  CEN-SUPERVISE-NURSE     PIC X(8).
           05  FILLER                  PIC X(28).

      ****** INSURANCE COVERAGE MASTER (VSAM, KEYED BY PATIENT ID).
      ****** CAPTURED AT ADMISSION AND CARRIED ONTO THE CLAIM
           05  COVG-DATE-TO            PIC X(8).
           05  FILLER                  PIC X(34).

      ****** PATIENT ACCOUNTS RECEIVABLE (VSAM, KEYED BY PATIENT ID
      ****** AND DISCHARGE DATE).  AN ACCOUNT IS OPENED HERE AT
      ****** DISCHARGE; PATPOST POSTS THE MONEY AGAINST IT.
       FD  PATACCT
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS PATIENT-ACCOUNT-REC.
       COPY PATACCT.

      ****** EQUIPMENT ASSET MASTER (VSAM, KEYED BY EQUIPMENT ID),
      ****** MAINTAINED BY BIOMED THROUGH EQUPMNT - READ ONLY HERE
       FD  EQUIPMST
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS EQUIPMENT-ASSET-REC.
       COPY EQUIPMST.

      ****** PATARCH'S ARCHIVE CATALOG - THE LAST DISCHARGE OF A
      ****** PATIENT WHOSE MASTER HAS BEEN ARCHIVED.  A READMISSION
      ****** OVER A DISCHARGED MASTER ARCHIVES AND CATALOGS THE PRIOR
      ****** STAY HERE AS PATARCH WOULD; KEY 000000 IS PATARCH'S
      ****** CONTROL RECORD (CUMULATIVE ARCHMSTR RECORD COUNT).
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

      ****** PATARCH'S CUMULATIVE ARCHIVE DATASETS - APPENDED (JCL
      ****** SUPPLIES DISP=MOD) WITH THE PRIOR STAY'S MASTERS WHEN A
      ****** READMISSION REPLACES THEM.
       FD  ARCHMSTR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 2964 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ARCHMSTR-REC.
       01  ARCHMSTR-REC  PIC X(2964).

       FD  ARCHPRSN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 800 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ARCHPRSN-REC.
       01  ARCHPRSN-REC  PIC X(800).

      ****** ONE RECORD PER ADMISSION WITHIN 30 DAYS OF THE PATIENT'S
      ****** LAST DISCHARGE, APPENDED AS IT IS ADMITTED (JCL SUPPLIES
      ****** DISP=MOD) FOR THE MONTHLY READMRPT REPORT.
       FD  READMHST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS READMIT-HIST-REC.
       01  READMIT-HIST-REC.
           05  RDM-ADMIT-DATE          PIC X(8).
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

      ****** ONE RECORD PER DISCHARGE WITH THE ACTUAL AND THE CASE-MIX
      ****** GROUP'S EXPECTED LENGTH OF STAY, APPENDED AS THE PATIENT
      ****** IS DISCHARGED (JCL SUPPLIES DISP=MOD) FOR THE MONTHLY
      ****** LOSSUMM ACTUAL-VERSUS-EXPECTED SUMMARY.
       FD  LOSHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LOS-HIST-REC.
       01  LOS-HIST-REC.
           05  LOS-DISCH-DATE          PIC X(8).
           05  FILLER                  PIC X(1).
           05  LOS-PATIENT-ID          PIC 9(6).
           05  FILLER                  PIC X(1).
           05  LOS-ADMIT-DATE          PIC X(8).
           05  FILLER                  PIC X(1).
           05  LOS-WARD                PIC X(4).
           05  FILLER                  PIC X(1).
           05  LOS-ATTEND-PHYS         PIC X(8).
           05  FILLER                  PIC X(1).
           05  LOS-DIAG-PRIMARY        PIC X(5).
           05  FILLER                  PIC X(1).
           05  LOS-GROUP               PIC X(10).
           05  FILLER                  PIC X(1).
           05  LOS-ACTUAL-DAYS         PIC 9(5).
           05  FILLER                  PIC X(1).
           05  LOS-EXPECTED-DAYS       PIC 9(3).
           05  FILLER                  PIC X(15).

      ****** TREATMENT CHARGES DATED DURING A STAY THAT ARRIVE AFTER
      ****** THE STAY WAS DISCHARGED (OR THE PATIENT ARCHIVED) - NOT
      ****** POSTED TO THE CLOSED MASTER BUT WRITTEN HERE FOR LATECHRG
      ****** TO BILL ON A SUPPLEMENTAL STATEMENT AND REPLACEMENT CLAIM.
       FD  LATECHG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LATE-CHARGE-REC.
       COPY LATECHG.

      ****** BILLING-EXCEPTION REPORT - DAYS BILLED AT A BASE ROOM
      ****** CHARGE THAT DISAGREES WITH THE WARD_CODES DB2 RATE, AND
      ****** EQUIPMENT BILLED PAST ITS PM DATE OR UNDER ANOTHER
      ****** CATEGORY
       FD  BILLEXC
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           05  CAL-QTR-END-FLAG    PIC X.
           05  FILLER              PIC X(66).

      ****** OPERATIONS-MAINTAINED WARD PREFERENCES FOR AUTOMATIC BED
      ****** ASSIGNMENT.  WHEN AN ADMISSION'S REQUESTED WARD HAS NO
      ****** VACANT BED THE ALTERNATES ARE TRIED IN THE ORDER GIVEN:
      ******     COLS  1-4   REQUESTED WARD
      ******     COLS  6-9, 11-14, 16-19, 21-24, 26-29  ALTERNATES
       FD  WARDPREF
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS WARDPREF-REC.
       01  WARDPREF-REC.
           05  WPR-WARD            PIC X(4).
           05  WPR-ALT-ENTRY OCCURS 5 TIMES.
               10  FILLER          PIC X(1).
               10  WPR-ALT-WARD    PIC X(4).
           05  FILLER              PIC X(51).

      ****** ADMISSIONS AWAITING A BED.  PENDADMI IS THE PREVIOUS
      ****** RUN'S PENDADMO - EACH IS RETRIED AHEAD OF THE DAY'S
      ****** PATIENT FILE AND, IF STILL NOT PLACED, CARRIED FORWARD
      ****** WITH ITS FIRST-QUEUED DATE AND ATTEMPT COUNT.
       FD  PENDADMI
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1004 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PENDADMI-REC.
       01  PENDADMI-REC.
           05  PI-QUEUED-DATE      PIC 9(8).
           05  PI-ATTEMPTS         PIC 9(3).
           05  PI-ADMIT-IMAGE      PIC X(993).

       FD  PENDADMO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1004 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PENDADMO-REC.
       01  PENDADMO-REC.
           05  PO-QUEUED-DATE      PIC 9(8).
           05  PO-ATTEMPTS         PIC 9(3).
           05  PO-ADMIT-IMAGE      PIC X(993).

      ****** BED ASSIGNMENT AND PENDING-ADMISSIONS LISTING
       FD  PENDRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PENDRPT-REC.
       01  PENDRPT-REC  PIC X(132).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05 WS-ADMIT-YYYYMMDD              PIC 9(8)  VALUE 0.
           05 WS-DISCHARGE-YYYYMMDD          PIC 9(8)  VALUE 0.
           05 WS-LOS-DAYS                    PIC S9(7) VALUE 0.
           05 WS-LOSHIST-STATUS              PIC X(2)  VALUE SPACES.
           05 WS-LOSHIST-CTR                 PIC S9(7) COMP-3 VALUE 0.
           05 WS-DISCH-REPEAT-SW             PIC X(1)  VALUE "N".
              88 WS-DISCH-REPEATED           VALUE "Y".

      *    EQUIPMENT COST ATTRIBUTION BY PRESCRIBING PHYSICIAN.  THE
      *    WARD-LEVEL TABLE (WITH A REASON-CODE BREAKDOWN PER
           05 WS-CYCLE-TYPE                  PIC X(9)
                                             VALUE "DAILY    ".

      *    AUTOMATIC BED ASSIGNMENT AND THE PENDING-ADMISSIONS QUEUE
       01  BED-ASSIGNMENT-FIELDS.
           05 WS-WARDPREF-STATUS       PIC X(2)  VALUE SPACES.
           05 WS-WARDPREF-EOF-SW       PIC X(1)  VALUE "N".
           05 WS-PENDADMI-STATUS       PIC X(2)  VALUE SPACES.
           05 WS-PENDADMI-EOF-SW       PIC X(1)  VALUE "N".
           05 WS-PENDADMO-STATUS       PIC X(2)  VALUE SPACES.
           05 WS-PENDADMO-OPEN-SW      PIC X(1)  VALUE "N".
           05 WS-PENDRPT-STATUS        PIC X(2)  VALUE SPACES.
           05 WS-PENDRPT-OPEN-SW       PIC X(1)  VALUE "N".
           05 WS-PEND-RETRY-SW         PIC X(1)  VALUE "N".
           05 WS-BED-FOUND-SW          PIC X(1)  VALUE "N".
           05 WS-BED-REASSIGNED-SW     PIC X(1)  VALUE "N".
           05 WS-REQ-WARD-NBR          PIC X(4)  VALUE SPACES.
           05 WS-REQ-BED-IDENTITY      PIC 9(4)  VALUE 0.
           05 WS-PEND-QUEUED-DATE      PIC 9(8)  VALUE 0.
           05 WS-PEND-ATTEMPTS         PIC 9(3)  VALUE 0.
           05 WS-PEND-DAYS-WAITING     PIC S9(5) COMP-3 VALUE 0.
           05 WS-PEND-LONGEST-WAIT     PIC S9(5) COMP-3 VALUE 0.
           05 WS-PEND-RETRIED-CTR      PIC S9(5) COMP-3 VALUE 0.
           05 WS-PEND-PLACED-CTR       PIC S9(5) COMP-3 VALUE 0.
           05 WS-PEND-WAITING-CTR      PIC S9(5) COMP-3 VALUE 0.
           05 WS-BED-ASSIGNED-CTR      PIC S9(5) COMP-3 VALUE 0.
           05 WS-WPREF-COUNT           PIC S9(4) COMP VALUE 0.
           05 WS-WPREF-SUB             PIC S9(4) COMP VALUE 0.
           05 WS-WPREF-ROW             PIC S9(4) COMP VALUE 0.
           05 WS-WPREF-ALT-SUB         PIC S9(4) COMP VALUE 0.
           05 WS-WPREF-TABLE OCCURS 10 TIMES.
              10 WPREF-WARD            PIC X(4).
              10 WPREF-ALT-WARD        PIC X(4) OCCURS 5 TIMES.

       01  WS-PEND-RPT-HDR.
           05  FILLER     PIC X(44) VALUE
               "BED ASSIGNMENT AND PENDING ADMISSIONS  FOR: ".
           05  PEND-HDR-DATE-O      PIC 9(8).
           05  FILLER     PIC X(80) VALUE SPACES.

       01  WS-PEND-RPT-COLS.
           05  FILLER     PIC X(44) VALUE
               "PATIENT  NAME                   REQUESTED   ".
           05  FILLER     PIC X(44) VALUE
               "ASSIGNED    SINCE     DAYS  TRIES  STATUS   ".
           05  FILLER     PIC X(44) VALUE SPACES.

       01  WS-PEND-RPT-DETAIL.
           05  PEND-PATIENT-O       PIC 9(6).
           05  FILLER     PIC X(3)  VALUE SPACES.
           05  PEND-NAME-O          PIC X(21).
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  PEND-REQ-WARD-O      PIC X(4).
           05  FILLER     PIC X(1)  VALUE "/".
           05  PEND-REQ-BED-O       PIC 9(4).
           05  FILLER     PIC X(3)  VALUE SPACES.
           05  PEND-ASG-WARD-O      PIC X(4).
           05  PEND-ASG-SLASH-O     PIC X(1)  VALUE "/".
           05  PEND-ASG-BED-O       PIC X(4).
           05  FILLER     PIC X(3)  VALUE SPACES.
           05  PEND-QUEUED-O        PIC 9(8).
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  PEND-DAYS-O          PIC ZZZ9.
           05  FILLER     PIC X(4)  VALUE SPACES.
           05  PEND-TRIES-O         PIC ZZ9.
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  PEND-STATUS-O        PIC X(20).
           05  FILLER     PIC X(33) VALUE SPACES.

       01  WS-PEND-RPT-TOTALS.
           05  FILLER     PIC X(20) VALUE "BEDS AUTO-ASSIGNED: ".
           05  PEND-TOT-ASSIGNED-O  PIC ZZZZ9.
           05  FILLER     PIC X(22) VALUE "  RETRIED FROM QUEUE: ".
           05  PEND-TOT-RETRIED-O   PIC ZZZZ9.
           05  FILLER     PIC X(10) VALUE "  PLACED: ".
           05  PEND-TOT-PLACED-O    PIC ZZZZ9.
           05  FILLER     PIC X(17) VALUE "  STILL WAITING: ".
           05  PEND-TOT-WAITING-O   PIC ZZZZ9.
           05  FILLER     PIC X(16) VALUE "  LONGEST DAYS: ".
           05  PEND-TOT-LONGEST-O   PIC ZZZZ9.
           05  FILLER     PIC X(22) VALUE SPACES.

       01  CHECKPOINT-FIELDS.
           05 WS-CHKPTFILE-STATUS            PIC X(2) VALUE SPACES.
           05 WS-RESTART-WARD-NBR            PIC X(4) VALUE SPACES.
      ** CONSOLE OPERATORS GET A STANDARD RECORD ON ABENDDS AS WELL
      ** AS THE SYSOUT ABEND-REC LINE
       COPY ABENDWS.
      ** PARAMETER AREA FOR THE JOB PREREQUISITE CHECK (PREQCHK)
       COPY PREQWS.
       EXEC SQL INCLUDE SQLCA END-EXEC.
      ** QSAM FILE

              88 COVGMSTR-NOT-FOUND      VALUE "23".
           05 WS-COVG-AVAIL-SW         PIC X(1)  VALUE "N".

       01  PATIENT-ACCOUNT-FIELDS.
           05 WS-PATACCT-STATUS        PIC X(2)  VALUE SPACES.
              88 PATACCT-OK              VALUE "00".
              88 PATACCT-DUPLICATE       VALUE "22".
           05 WS-PATACCT-AVAIL-SW      PIC X(1)  VALUE "N".
           05 WS-ACCTS-OPENED          PIC S9(7) COMP-3 VALUE 0.

      *    EQUIPMENT CHARGES AGAINST THE ASSET MASTER.  WITHOUT
      *    EQUIPMST NO CHARGE IS CHECKED (WS-EQUIPMST-AVAIL-SW = N).
       01  EQUIPMENT-ASSET-FIELDS.
           05 WS-EQUIPMST-STATUS       PIC X(2)  VALUE SPACES.
              88 EQUIPMST-OK             VALUE "00".
           05 WS-EQUIPMST-AVAIL-SW     PIC X(1)  VALUE "N".
           05 WS-EQUIP-ASSET-OK-SW     PIC X(1)  VALUE "Y".
           05 WS-EQUIP-ASSET-MSG       PIC X(40) VALUE SPACES.
           05 WS-EQUIP-REJ-CTR         PIC S9(7) COMP-3 VALUE 0.
           05 WS-EQUIP-FLAG-CTR        PIC S9(7) COMP-3 VALUE 0.

       01  WS-EQUIP-EXC-RPT.
           05  FILLER     PIC X(1)  VALUE SPACES.
           05  FILLER     PIC X(9)  VALUE "PATIENT: ".
           05  EEXC-PATIENT-O       PIC 9(6).
           05  FILLER     PIC X(8)  VALUE "  WARD: ".
           05  EEXC-WARD-O          PIC X(4).
           05  FILLER     PIC X(13) VALUE "  EQUIPMENT: ".
           05  EEXC-EQUIP-ID-O      PIC X(8).
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  EEXC-CATEGORY-O      PIC X(4).
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  EEXC-MSG-O           PIC X(36).
           05  EEXC-DATE-O          PIC X(8).
           05  FILLER     PIC X(31) VALUE SPACES.

      *    30-DAY READMISSION CHECK AT ADMISSION.  WS-PRIOR-STAY-SW:
      *    N = NO MASTER ON FILE, D = DISCHARGED MASTER (ARCHIVED,
      *    THEN REPLACED BY THE NEW STAY), A = STILL ADMITTED.
      *    WS-PRIOR-SOURCE IS M (PATMSTR) OR A (ARCHIVE CATALOG).
       01  READMISSION-FIELDS.
           05 WS-ARCHCTLG-STATUS       PIC X(2)  VALUE SPACES.
              88 ARCHCTLG-OK             VALUE "00".
           05 WS-ARCHCTLG-AVAIL-SW     PIC X(1)  VALUE "N".
           05 WS-ARCHMSTR-STATUS       PIC X(2)  VALUE SPACES.
           05 WS-ARCHPRSN-STATUS       PIC X(2)  VALUE SPACES.
           05 WS-ARCHIVE-OPEN-SW       PIC X(1)  VALUE "N".
           05 WS-PRIOR-ARCHIVED-SW     PIC X(1)  VALUE "N".
           05 WS-CTLG-CONTROL-KEY      PIC X(6)  VALUE "000000".
           05 WS-ARCH-POSITION         PIC 9(9)  VALUE 0.
           05 WS-PRIOR-ARCHIVED-CTR    PIC S9(7) COMP-3 VALUE 0.
           05 WS-READMHST-STATUS       PIC X(2)  VALUE SPACES.
           05 WS-PRIOR-STAY-SW         PIC X(1)  VALUE "N".
           05 WS-READMIT-SW            PIC X(1)  VALUE "N".
           05 WS-PRIOR-SOURCE          PIC X(1)  VALUE SPACES.
           05 WS-PRIOR-DISCH-DATE      PIC X(8)  VALUE SPACES.
           05 WS-PRIOR-DISCH-YYYYMMDD REDEFINES WS-PRIOR-DISCH-DATE
                                       PIC 9(8).
           05 WS-PRIOR-DIAG            PIC X(5)  VALUE SPACES.
           05 WS-READMIT-ADMIT-YYYYMMDD PIC 9(8) VALUE 0.
           05 WS-READMIT-DAYS          PIC S9(7) COMP-3 VALUE 0.
           05 WS-READMIT-CTR           PIC S9(7) COMP-3 VALUE 0.

      *    LATE CHARGES - A TREATMENT FOR A STAY ALREADY DISCHARGED.
      *    WS-LATE-SOURCE IS M (DISCHARGED MASTER ON PATMSTR) OR A
      *    (ARCHIVED - FOUND ON THE ARCHIVE CATALOG); SPACE = NOT LATE.
       01  LATE-CHARGE-FIELDS.
           05 WS-LATECHG-STATUS        PIC X(2)  VALUE SPACES.
           05 WS-LATECHG-OPEN-SW       PIC X(1)  VALUE "N".
           05 WS-LATE-SOURCE           PIC X(1)  VALUE SPACE.
           05 WS-LATE-CHG-CTR          PIC S9(7) COMP-3 VALUE 0.
           05 WS-LATE-CHG-AMT          PIC S9(9)V99 COMP-3 VALUE 0.

      *    PER-CARRIER CLAIMS ROLLUP FOR THE END-OF-JOB SUMMARY
      *    PATIENT ACCOUNTING BALANCES AGAINST EACH PAYER.
       01  CARRIER-SUMMARY-FIELDS.
       092-EXIT.
           EXIT.

      ***** NIGHTLY RUN-ORDER AND DUPLICATE-RUN CHECK (PREQCHK) -
      ***** BEFORE ANY MASTER FILE IS OPENED.  SYSOUT IS NOT OPEN
      ***** YET, SO A REFUSAL GOES TO ABENDDS AND THE CONSOLE ONLY
      ***** AND ENDS THE RUN WITH RC 16.  A CTLOVRD CARD LETS IT GO ON.
       093-CHECK-PREREQUISITES.
           MOVE "093-CHECK-PREREQUISITES" TO PARA-NAME.
           MOVE SPACES TO PREQ-CHECK-AREA.
           MOVE "SANDBOX " TO PQ-PROGRAM-ID.
           CALL "PREQCHK" USING PREQ-CHECK-AREA.
           IF PQ-OVERRIDDEN
               DISPLAY "PREREQUISITE CHECK OVERRIDDEN - " PQ-REASON.
           IF NOT PQ-FAILED
               GO TO 093-EXIT.
           DISPLAY "RUN REFUSED - " PQ-REASON.
           MOVE "SANDBOX "         TO AD-PROGRAM-ID.
           MOVE PARA-NAME          TO AD-PARA-NAME.
           MOVE PQ-REASON          TO AD-ABEND-REASON.
           MOVE PQ-FILE-STATUS     TO AD-FILE-STATUS-1.
           MOVE SPACES             TO AD-FILE-STATUS-2.
           MOVE ZERO               TO AD-RECORDS-READ.
           MOVE ZERO               TO AD-RECORDS-WRITTEN.
           MOVE SPACES             TO AD-CHECKPOINT-POS.
           CALL "ABENDRTN" USING ABEND-DIAG-AREA.
           DISPLAY "*** RUN REFUSED BY PREQCHK - SANDBOX ***"
               UPON CONSOLE.
           MOVE +16 TO RETURN-CODE.
           GOBACK.
       093-EXIT.
           EXIT.

      ***** ADMISSIONS LEFT WAITING FOR A BED BY EARLIER RUNS ARE
      ***** RETRIED AHEAD OF THE DAY'S PATIENT FILE, LONGEST-WAITING
      ***** FIRST, SO THEY ARE PLACED BEFORE TODAY'S NEW ADMISSIONS.
      ***** THEY ARE NOT PART OF PATSRCH AND ARE NOT COUNTED IN THE
      ***** TRAILER BALANCE.  ONE NOT PLACED AGAIN GOES BACK ON
      ***** PENDADMO WITH ITS FIRST-QUEUED DATE.
       097-RETRY-PENDING-ADMISSIONS.
           MOVE "097-RETRY-PENDING-ADMISSIONS" TO PARA-NAME.
           OPEN INPUT PENDADMI.
           IF WS-PENDADMI-STATUS NOT = "00"
               DISPLAY "PENDADMI NOT AVAILABLE - NO WAITING "
                       "ADMISSIONS RETRIED"
               GO TO 097-EXIT.
           MOVE "Y" TO WS-PEND-RETRY-SW.
           PERFORM 098-RETRY-ONE-PENDING THRU 098-EXIT
               UNTIL WS-PENDADMI-EOF-SW = "Y".
           MOVE "N" TO WS-PEND-RETRY-SW.
           CLOSE PENDADMI.
           DISPLAY "WAITING ADMISSIONS RETRIED: " WS-PEND-RETRIED-CTR
                   "  PLACED: " WS-PEND-PLACED-CTR.
       097-EXIT.
           EXIT.

       098-RETRY-ONE-PENDING.
           READ PENDADMI
               AT END MOVE "Y" TO WS-PENDADMI-EOF-SW
               GO TO 098-EXIT
           END-READ.
           MOVE PI-ADMIT-IMAGE TO INPATIENT-DAILY-REC.
           IF NOT ADMIT-REC-D IN INPATIENT-DAILY-REC
               GO TO 098-EXIT.
           MOVE PI-QUEUED-DATE TO WS-PEND-QUEUED-DATE.
           MOVE PI-ATTEMPTS    TO WS-PEND-ATTEMPTS.
           ADD +1 TO WS-PEND-RETRIED-CTR.
           PERFORM 495-PROCESS-ADMISSION THRU 495-EXIT.
       098-EXIT.
           EXIT.

      ***** LOAD THE DIAGNOSIS REFERENCE TABLE.  AN UNAVAILABLE OR
      ***** EMPTY DIAGREF SKIPS CODE VALIDATION (WITH A WARNING)
      ***** RATHER THAN STOPPING THE NIGHTLY RUN.
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

       085-EXIT.
           EXIT.
              AND PHYS-REF-COUNT < 100
               ADD +1 TO PHYS-REF-COUNT
               MOVE PREF-ID   TO PHYS-REF-ID (PHYS-REF-COUNT)
               MOVE PREF-NAME TO PHYS-REF-NAME (PHYS-REF-COUNT)
               MOVE PREF-DEPT TO PHYS-REF-DEPT (PHYS-REF-COUNT).

       087-EXIT.
           EXIT.

      ***** LOAD THE WARD PREFERENCE TABLE FOR BED ASSIGNMENT.  AN
      ***** UNAVAILABLE OR EMPTY WARDPREF ONLY SEARCHES THE WARD THE
      ***** ADMISSION ASKED FOR.
       081-LOAD-WARD-PREFERENCES.
           MOVE "081-LOAD-WARD-PREFERENCES" TO PARA-NAME.
           OPEN INPUT WARDPREF.
           IF WS-WARDPREF-STATUS NOT = "00"
               DISPLAY "WARDPREF NOT AVAILABLE - BEDS ASSIGNED "
                       "IN THE REQUESTED WARD ONLY"
               GO TO 081-EXIT.
           PERFORM 086-READ-WARD-PREFERENCE THRU 086-EXIT
               UNTIL WS-WARDPREF-EOF-SW = "Y".
           CLOSE WARDPREF.
           IF WS-WPREF-COUNT = ZERO
               DISPLAY "WARDPREF EMPTY - BEDS ASSIGNED "
                       "IN THE REQUESTED WARD ONLY".

       081-EXIT.
           EXIT.

       086-READ-WARD-PREFERENCE.
           READ WARDPREF
               AT END MOVE "Y" TO WS-WARDPREF-EOF-SW
               GO TO 086-EXIT
           END-READ.
           IF WPR-WARD NOT = SPACES
              AND WS-WPREF-COUNT < 10
               ADD +1 TO WS-WPREF-COUNT
               MOVE WPR-WARD TO WPREF-WARD (WS-WPREF-COUNT)
               MOVE WPR-ALT-WARD (1)
                   TO WPREF-ALT-WARD (WS-WPREF-COUNT 1)
               MOVE WPR-ALT-WARD (2)
                   TO WPREF-ALT-WARD (WS-WPREF-COUNT 2)
               MOVE WPR-ALT-WARD (3)
                   TO WPREF-ALT-WARD (WS-WPREF-COUNT 3)
               MOVE WPR-ALT-WARD (4)
                   TO WPREF-ALT-WARD (WS-WPREF-COUNT 4)
               MOVE WPR-ALT-WARD (5)
                   TO WPREF-ALT-WARD (WS-WPREF-COUNT 5).

       086-EXIT.
           EXIT.

      ***** LOAD THE CHARGE-RANGE REFERENCE TABLE.  AN UNAVAILABLE
      ***** OR EMPTY CHGRANGE SKIPS RANGE VALIDATION (WITH A
      ***** WARNING) RATHER THAN STOPPING THE NIGHTLY RUN.
       436-EXIT.
           EXIT.

      ***** CHECKS EVERY EQUIPMENT ID CHARGED ON THE DAILY RECORD
      ***** AGAINST THE ASSET MASTER.  AN ID NOT ON EQUIPMST, OR ONE
      ***** BIOMED HAS TAKEN OUT OF SERVICE, FAILS THE RECORD TO
      ***** PATERR WITH THE FIRST FAILURE'S MESSAGE.
       436B-CHECK-EQUIP-ASSETS.
           MOVE "436B-CHECK-EQUIP-ASSETS" TO PARA-NAME.
           MOVE "Y" TO WS-EQUIP-ASSET-OK-SW.
           MOVE SPACES TO WS-EQUIP-ASSET-MSG.
           IF WS-EQUIPMST-AVAIL-SW NOT = "Y"
               GO TO 436B-EXIT.
           PERFORM 436C-CHECK-ONE-ASSET THRU 436C-EXIT
               VARYING EQUIP-SUB FROM 1 BY 1
               UNTIL EQUIP-SUB > 12
                  OR WS-EQUIP-ASSET-OK-SW = "N".
       436B-EXIT.
           EXIT.

       436C-CHECK-ONE-ASSET.
           IF EQUIPMENT-ID (EQUIP-SUB) = SPACES
               GO TO 436C-EXIT.
           MOVE EQUIPMENT-ID (EQUIP-SUB) TO EQ-EQUIPMENT-ID.
           READ EQUIPMST.
           IF NOT EQUIPMST-OK
               MOVE "N" TO WS-EQUIP-ASSET-OK-SW
               MOVE "*** UNKNOWN EQUIPMENT ID - SEE EQUIPMST"
                    TO WS-EQUIP-ASSET-MSG
               GO TO 436C-EXIT.
           IF NOT EQ-IN-SERVICE
               MOVE "N" TO WS-EQUIP-ASSET-OK-SW
               MOVE "*** EQUIPMENT OUT OF SERVICE - EQUIPMST"
                    TO WS-EQUIP-ASSET-MSG.
       436C-EXIT.
           EXIT.

      ***** A RECORD THAT PASSED IS BILLED, BUT EQUIPMENT PAST ITS
      ***** NEXT PREVENTIVE-MAINTENANCE DATE (AS OF THE BUSINESS
      ***** DATE), OR CHARGED UNDER A CATEGORY OTHER THAN THE ASSET'S,
      ***** IS LISTED ON THE BILLING-EXCEPTION REPORT FOR BIOMED.
       436D-FLAG-EQUIP-ASSETS.
           MOVE "436D-FLAG-EQUIP-ASSETS" TO PARA-NAME.
           IF WS-EQUIPMST-AVAIL-SW NOT = "Y"
               GO TO 436D-EXIT.
           PERFORM 436E-FLAG-ONE-ASSET THRU 436E-EXIT
               VARYING EQUIP-SUB FROM 1 BY 1
               UNTIL EQUIP-SUB > 12.
       436D-EXIT.
           EXIT.

       436E-FLAG-ONE-ASSET.
           IF EQUIPMENT-ID (EQUIP-SUB) = SPACES
               GO TO 436E-EXIT.
           MOVE EQUIPMENT-ID (EQUIP-SUB) TO EQ-EQUIPMENT-ID.
           READ EQUIPMST.
           IF NOT EQUIPMST-OK
               GO TO 436E-EXIT.
           MOVE PATIENT-ID IN INPATIENT-DAILY-REC TO EEXC-PATIENT-O.
           MOVE WARD-NBR IN INPATIENT-DAILY-REC   TO EEXC-WARD-O.
           MOVE EQ-EQUIPMENT-ID                   TO EEXC-EQUIP-ID-O.
           MOVE EQUIPMENT-CATEGORY (EQUIP-SUB)    TO EEXC-CATEGORY-O.
           IF EQ-NEXT-PM-DATE NUMERIC
              AND EQ-NEXT-PM-YYYYMMDD > ZERO
              AND EQ-NEXT-PM-YYYYMMDD < WS-BUSINESS-YYYYMMDD
               MOVE "PREVENTIVE MAINTENANCE OVERDUE SINCE"
                                                  TO EEXC-MSG-O
               MOVE EQ-NEXT-PM-DATE               TO EEXC-DATE-O
               WRITE BILLEXC-REC FROM WS-EQUIP-EXC-RPT
               ADD +1 TO WS-EQUIP-FLAG-CTR.
           IF EQ-CATEGORY NOT = EQUIPMENT-CATEGORY (EQUIP-SUB)
               MOVE "CHARGED CATEGORY - ASSET MASTER HAS "
                                                  TO EEXC-MSG-O
               MOVE EQ-CATEGORY                   TO EEXC-DATE-O
               WRITE BILLEXC-REC FROM WS-EQUIP-EXC-RPT
               ADD +1 TO WS-EQUIP-FLAG-CTR.
       436E-EXIT.
           EXIT.

      ***** VALIDATES THE DAILY RECORD'S PRIMARY DIAGNOSTIC CODE
      ***** AGAINST THE REFERENCE TABLE AND RETURNS ITS CASE-MIX
      ***** GROUP.  WITH NO TABLE LOADED EVERY CODE PASSES AND THE

       058-POST-TREATMENT-CHARGES.
           MOVE "058-POST-TREATMENT-CHARGES" TO PARA-NAME.
           MOVE SPACE TO WS-LATE-SOURCE.
           MOVE TRMT-PATIENT-ID TO PATMSTR-KEY.
           READ PATMSTR.
      *    A PATIENT GONE FROM PATMSTR MAY HAVE BEEN ARCHIVED BY
      *    PATARCH - A CHARGE DATED BY THAT DISCHARGE IS A LATE CHARGE
           IF NOT PATMSTR-FOUND
               PERFORM 057-CHECK-ARCHIVED-STAY THRU 057-EXIT
               IF WS-LATE-SOURCE = "A"
                   PERFORM 057B-WRITE-LATE-CHARGE THRU 057B-EXIT
                   GO TO 058-EXIT
               ELSE
                   MOVE "*** TREATMENT PATIENT NOT IN PATMSTR" TO
                        ERR-MSG IN INPATIENT-TREATMENT-REC-ERR
                   PERFORM 710-WRITE-TRMTERR THRU 710-EXIT
                   GO TO 058-EXIT.
           MOVE PATMSTR-REC TO PATIENT-MASTER-REC.
      *    A CHARGE DATED BEFORE THE STAY ON THE MASTER BELONGS TO AN
      *    EARLIER STAY.  A READMISSION ARCHIVES THE STAY IT REPLACES
      *    (495A), SO ONE THE ARCHIVE CATALOG STILL COVERS IS A LATE
      *    CHARGE FOR THAT STAY; ANY OTHER GOES TO THE ERROR LIST.
           IF TRMT-DATE < DATE-ADMIT IN PATIENT-MASTER-REC
               PERFORM 057-CHECK-ARCHIVED-STAY THRU 057-EXIT
               IF WS-LATE-SOURCE = "A"
                   PERFORM 057B-WRITE-LATE-CHARGE THRU 057B-EXIT
                   GO TO 058-EXIT
               ELSE
                   IF PM-READMIT-FLAG = "Y"
                      AND TRMT-DATE NOT > PM-PRIOR-DISCH-DATE
                       MOVE "*** TREATMENT DATED IN PRIOR STAY" TO
                            ERR-MSG IN INPATIENT-TREATMENT-REC-ERR
                   ELSE
                       MOVE "*** TREATMENT DATE BEFORE ADMISSION" TO
                            ERR-MSG IN INPATIENT-TREATMENT-REC-ERR
                   END-IF
                   PERFORM 710-WRITE-TRMTERR THRU 710-EXIT
                   GO TO 058-EXIT.
      *    THE STAY WAS CLOSED ON AN EARLIER RUN (THIS PASS RUNS AHEAD
      *    OF THE DISCHARGES).  ITS STATEMENT AND CLAIM ARE OUT, SO
      *    THE CHARGE GOES TO LATECHG RATHER THAN ONTO THE MASTER.
           IF PATIENT-DISCHARGED IN PATIENT-MASTER-REC
               IF TRMT-DATE > DATE-DISCHARGE IN PATIENT-MASTER-REC
                   MOVE "*** TREATMENT DATE OUTSIDE DISCHARGED STAY"
                       TO ERR-MSG IN INPATIENT-TREATMENT-REC-ERR
                   PERFORM 710-WRITE-TRMTERR THRU 710-EXIT
                   GO TO 058-EXIT
               ELSE
                   MOVE "M" TO WS-LATE-SOURCE
                   PERFORM 057B-WRITE-LATE-CHARGE THRU 057B-EXIT
                   GO TO 058-EXIT.
           COMPUTE WS-TRMT-TOTAL-AMT = MEDICATION-COST +
               PHARMACY-COST IN INPATIENT-TREATMENT-REC +
               ANCILLARY-CHARGE.
       058-EXIT.
           EXIT.

      ***** STAY NOT ON PATMSTR (PATIENT ARCHIVED, OR READMITTED OVER
      ***** THE STAY) - LOOK FOR AN ARCHIVED STAY.  A TREATMENT DATED
      ***** ON OR BEFORE THE CATALOGUED DISCHARGE IS A LATE CHARGE FOR
      ***** THAT STAY (LATECHRG BILLS IT FROM THE ARCHIVED MASTER AND
      ***** CHECKS THE ADMISSION DATE).
       057-CHECK-ARCHIVED-STAY.
           MOVE "057-CHECK-ARCHIVED-STAY" TO PARA-NAME.
           IF WS-ARCHCTLG-AVAIL-SW NOT = "Y"
               GO TO 057-EXIT.
           MOVE TRMT-PATIENT-ID TO CAT-PATIENT-ID.
           READ ARCHCTLG.
           IF NOT ARCHCTLG-OK
               GO TO 057-EXIT.
           IF CAT-DISCH-DATE = SPACES
              OR TRMT-DATE > CAT-DISCH-DATE
               GO TO 057-EXIT.
           MOVE "A" TO WS-LATE-SOURCE.
       057-EXIT.
           EXIT.

      ***** ONE LATE CHARGE TO LATECHG.  THE CHARGE IS CAPTURED THIS
      ***** RUN, SO IT TALLIES AND REACHES THE GL FEED LIKE ANY POSTED
      ***** TREATMENT; LATECHRG BILLS IT.  WITHOUT LATECHG IT FALLS
      ***** TO TRMTERR AS BEFORE.
       057B-WRITE-LATE-CHARGE.
           MOVE "057B-WRITE-LATE-CHARGE" TO PARA-NAME.
           IF WS-LATECHG-OPEN-SW NOT = "Y"
               MOVE "*** PATIENT DISCHARGED - LATECHG NOT OPEN" TO
                    ERR-MSG IN INPATIENT-TREATMENT-REC-ERR
               PERFORM 710-WRITE-TRMTERR THRU 710-EXIT
               GO TO 057B-EXIT.
           MOVE SPACES TO LATE-CHARGE-REC.
           MOVE TRMT-PATIENT-ID      TO LC-PATIENT-ID.
           MOVE TRMT-DATE            TO LC-TRMT-DATE.
           MOVE PROCEDURE-TYPE       TO LC-PROCEDURE-TYPE.
           MOVE MEDICATION-COST      TO LC-MEDICATION-COST.
           MOVE PHARMACY-COST IN INPATIENT-TREATMENT-REC
                                     TO LC-PHARMACY-COST.
           MOVE ANCILLARY-CHARGE     TO LC-ANCILLARY-CHARGE.
           MOVE ATTENDING-PHYSICIAN IN INPATIENT-TREATMENT-REC
                                     TO LC-ATTENDING-PHYS.
           MOVE WS-LATE-SOURCE       TO LC-STAY-SOURCE.
           IF LC-ARCHIVED
               MOVE CAT-DISCH-DATE   TO LC-DATE-DISCHARGE
           ELSE
               MOVE DATE-ADMIT IN PATIENT-MASTER-REC
                                     TO LC-DATE-ADMIT
               MOVE DATE-DISCHARGE IN PATIENT-MASTER-REC
                                     TO LC-DATE-DISCHARGE
               MOVE PM-CURRENT-WARD  TO LC-WARD.
           MOVE WS-BUSINESS-YYYYMMDD TO LC-RECEIVED-DATE.
           WRITE LATE-CHARGE-REC.
           ADD +1 TO WS-LATE-CHG-CTR.
           ADD MEDICATION-COST, ANCILLARY-CHARGE,
               PHARMACY-COST IN INPATIENT-TREATMENT-REC
               TO WS-LATE-CHG-AMT.
           ADD MEDICATION-COST  TO WS-MEDICATION-CHARGES.
           ADD PHARMACY-COST IN INPATIENT-TREATMENT-REC
                                TO WS-PHARMACY-CHARGES.
           ADD ANCILLARY-CHARGE TO WS-ANCILLARY-CHARGES.
           PERFORM 438-ACCUM-GL-PROC THRU 438-EXIT.
       057B-EXIT.
           EXIT.

      ***** ONE OVERFLOW RECORD - LAB CHARGES FROM THE TREATMENT
      ***** PASS CARRY TYPE L WITH THE PROCEDURE TYPE AS CATEGORY.
      ***** (TYPE E IS RESERVED FOR EQUIPMENT CONTINUATIONS.)  THE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           PERFORM 090-GET-BUSINESS-DATE THRU 090-EXIT.
           PERFORM 091-READ-CALENDAR THRU 091-EXIT.
           PERFORM 093-CHECK-PREREQUISITES THRU 093-EXIT.
           MOVE WS-BUSINESS-YYYYMMDD TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-YEAR  TO HDR-YY.
           MOVE WS-CURRENT-MONTH  TO HDR-MM.
           PERFORM 082-LOAD-PHYS-REFERENCE THRU 082-EXIT.
           PERFORM 083-LOAD-CHARGE-RANGES THRU 083-EXIT.
           PERFORM 084-LOAD-GL-MAP THRU 084-EXIT.
           PERFORM 081-LOAD-WARD-PREFERENCES THRU 081-EXIT.
           PERFORM 050-PROCESS-TREATMENTS THRU 050-EXIT.
           PERFORM 095-LOAD-OVERFLOW-CHARGES THRU 095-EXIT.
           PERFORM 097-RETRY-PENDING-ADMISSIONS THRU 097-EXIT.
           PERFORM 895-CHECK-RESTART THRU 895-EXIT.
           PERFORM 900-READ-WARD-DATA THRU 900-EXIT.

               PERFORM 900-READ-WARD-DATA THRU 900-EXIT
               GO TO 100-EXIT.

           PERFORM 436B-CHECK-EQUIP-ASSETS THRU 436B-EXIT.
           IF WS-EQUIP-ASSET-OK-SW = "N"
               MOVE WS-EQUIP-ASSET-MSG TO
                    ERR-MSG IN INPATIENT-DAILY-REC-ERR
               PERFORM 795-WRITE-PATERR THRU 795-EXIT
               ADD +1 TO WS-EQUIP-REJ-CTR
               PERFORM 900-READ-WARD-DATA THRU 900-EXIT
               GO TO 100-EXIT.
           PERFORM 436D-FLAG-EQUIP-ASSETS THRU 436D-EXIT.

           IF WARD-NBR IN INPATIENT-DAILY-REC NOT = HOLD-WARD-ID
               PERFORM 200-NEW-WARD THRU 200-EXIT
               PERFORM 300-NEW-ROOM THRU 300-EXIT
           READ PATMSTR.
           IF PATMSTR-FOUND
               MOVE PATMSTR-REC TO PATIENT-MASTER-REC
      *        A RESTART REPLAYS DISCHARGES ALREADY APPLIED
               IF PATIENT-DISCHARGED
                  AND DATE-DISCHARGE IN PATIENT-MASTER-REC =
                      CURR-DTE IN INPATIENT-DAILY-REC
                   MOVE "Y" TO WS-DISCH-REPEAT-SW
               ELSE
                   MOVE "N" TO WS-DISCH-REPEAT-SW
               END-IF
               SET PATIENT-DISCHARGED TO TRUE
               MOVE CURR-DTE IN INPATIENT-DAILY-REC TO DATE-DISCHARGE
               PERFORM 460-UPDATE-BED-STATUS THRU 460-EXIT
               REWRITE PATMSTR-REC
               PERFORM 492-WRITE-PATIENT-STATEMENT THRU 492-EXIT
               PERFORM 493-WRITE-CLAIM-EXTRACT THRU 493-EXIT
               PERFORM 493B-OPEN-PATIENT-ACCOUNT THRU 493B-EXIT
               PERFORM 494L-LOG-LENGTH-OF-STAY THRU 494L-EXIT
      *        COUNT THE DISCHARGE INTO ITS WARD FOR THE CENSUS
               IF PM-CURRENT-WARD NOT = SPACES
                   MOVE PM-CURRENT-WARD TO WS-ADCNT-LOOKUP-WARD
               TO CLM-ATTEND-PHYS.
           MOVE PM-ROOM-CHARGE-TOTAL TO CLM-ROOM-CHARGES.
           MOVE WS-CLAIM-EQUIP-TOTAL TO CLM-EQUIP-CHARGES.
           MOVE "O"                  TO CLM-SUBMIT-TYPE.
           MOVE 1                    TO CLM-SUBMIT-COUNT.
           MOVE WS-BUSINESS-YYYYMMDD TO CLM-SUBMIT-DATE.
           MOVE ZERO                 TO CLM-LATE-CHARGES.
      *    THE COVERAGE MASTER SUPPLIES THE CARRIER AND POLICY SO
      *    THE CLEARINGHOUSE STOPS MATCHING BY PATIENT NAME.
           IF WS-COVG-AVAIL-SW = "Y"
       494-EXIT.
           EXIT.

      ***** OPENS THE PATIENT'S RECEIVABLE FOR THE STAY.  RUNS AFTER
      ***** 493 SO THE NAME AND THE CARRIER/POLICY ARE ALREADY ON THE
      ***** CLAIM RECORD.  THE PATIENT PORTION IS PATIENT-TOT-AMT
      ***** (NEVER BELOW ZERO) AND THE CARRIER IS EXPECTED TO PAY THE
      ***** REST.  WITH NO CARRIER ON FILE THE WHOLE STAY IS SELF-PAY.
       493B-OPEN-PATIENT-ACCOUNT.
           MOVE "493B-OPEN-PATIENT-ACCOUNT" TO PARA-NAME.
           IF WS-PATACCT-AVAIL-SW NOT = "Y"
               GO TO 493B-EXIT.
           MOVE SPACES TO PATIENT-ACCOUNT-REC.
           MOVE PM-PATIENT-ID        TO PA-PATIENT-ID.
           MOVE DATE-DISCHARGE       TO PA-DISCH-DATE.
           MOVE DATE-ADMIT           TO PA-DATE-ADMIT.
           MOVE STMT-PAT-NAME        TO PA-PATIENT-NAME.
           MOVE STMT-RESP-PARTY      TO PA-RESP-PARTY.
           MOVE CLM-CARRIER-CODE     TO PA-CARRIER-CODE.
           MOVE CLM-POLICY-NO        TO PA-POLICY-NO.
           MOVE "O"                  TO PA-ACCT-STATUS.
           MOVE WS-STAY-TOTAL-CHARGES TO PA-TOTAL-CHARGES.
           COMPUTE PA-COPAY-AMT ROUNDED =
               WS-STAY-TOTAL-CHARGES * COPAY.
           MOVE REMAINING-DEDUCTIBLE TO PA-DEDUCTIBLE-AMT.
           MOVE ZERO TO PA-INS-PAID, PA-CONTRACT-ADJ,
                        PA-PAT-RESP-XFER, PA-PATIENT-PAID,
                        PA-STMT-COUNT.
           IF CLM-CARRIER-CODE = SPACES
               MOVE "Y" TO PA-SELF-PAY-FLAG
               MOVE WS-STAY-TOTAL-CHARGES TO PA-PATIENT-PORTION
           ELSE
               MOVE "N" TO PA-SELF-PAY-FLAG
               IF PATIENT-TOT-AMT > ZERO
                   MOVE PATIENT-TOT-AMT TO PA-PATIENT-PORTION
               ELSE
                   MOVE ZERO TO PA-PATIENT-PORTION.
           IF PA-PATIENT-PORTION > WS-STAY-TOTAL-CHARGES
               MOVE WS-STAY-TOTAL-CHARGES TO PA-PATIENT-PORTION.
           COMPUTE PA-INSURANCE-PORTION =
               WS-STAY-TOTAL-CHARGES - PA-PATIENT-PORTION.
           MOVE PA-INSURANCE-PORTION TO PA-INSURANCE-BALANCE.
           MOVE PA-PATIENT-PORTION   TO PA-PATIENT-BALANCE.
      *    THE DISCHARGE STATEMENT COUNTS AS THE FIRST BILL
           MOVE CURR-DTE IN INPATIENT-DAILY-REC TO PA-LAST-STMT-DATE.
           WRITE PATIENT-ACCOUNT-REC.
           IF PATACCT-DUPLICATE
               DISPLAY "PATACCT ACCOUNT ALREADY OPEN - PATIENT "
                       PA-PATIENT-ID " DISCHARGED " PA-DISCH-DATE
               GO TO 493B-EXIT.
           IF NOT PATACCT-OK
               DISPLAY "PATACCT WRITE FAILED - STATUS "
                       WS-PATACCT-STATUS " PATIENT " PA-PATIENT-ID
               GO TO 493B-EXIT.
           ADD +1 TO WS-ACCTS-OPENED.

       493B-EXIT.
           EXIT.

      ***** WARD TRANSFER (ICU STEP-DOWN AND THE LIKE).  RELEASES THE
      ***** BED RECORDED ON THE MASTER, OCCUPIES THE BED/WARD ON THE
      ***** TRANSFER RECORD, AND UPDATES THE MASTER - DATE-ADMIT IS
           MOVE WARD-NBR IN INPATIENT-DAILY-REC TO PM-CURRENT-WARD.
           MOVE BED-IDENTITY IN INPATIENT-DAILY-REC
               TO BED-IDENTITY-PRIMARY.
           MOVE CURR-DTE IN INPATIENT-DAILY-REC
               TO PM-LAST-TRANSFER-DATE.
           MOVE PATIENT-MASTER-REC TO PATMSTR-REC.
           REWRITE PATMSTR-REC.
           MOVE WS-XFER-OLD-WARD TO WS-XFER-LOOKUP-WARD.
                    ERR-MSG IN INPATIENT-DAILY-REC-ERR
               PERFORM 795-WRITE-PATERR THRU 795-EXIT
               GO TO 495-EXIT.
      *    A PATIENT STILL ADMITTED (OR AN ADMISSION ALREADY APPLIED
      *    BEFORE A RESTART) IS A DUPLICATE - REJECTED BEFORE ANY BED
      *    IS LOOKED FOR, SINCE ITS OWN BED MAKES THE WARD LOOK FULL.
      *    A PATIENT BACK WITHIN 30 DAYS OF THE LAST DISCHARGE IS
      *    FLAGGED AS A READMISSION ON THE NEW STAY'S MASTER.  A
      *    WAITING ADMISSION IS ADMITTED ON THE DAY IT GETS ITS BED,
      *    SO THE READMISSION WINDOW RUNS TO THE BUSINESS DATE.
           IF WS-PEND-RETRY-SW = "Y"
               MOVE WS-BUSINESS-YYYYMMDD
                   TO CURR-DTE IN INPATIENT-DAILY-REC.
           MOVE PATIENT-ID IN INPATIENT-DAILY-REC TO
                PATMSTR-KEY, PATPERSN-KEY.
           PERFORM 495R-CHECK-PRIOR-STAY THRU 495R-EXIT.
           IF WS-PRIOR-STAY-SW = "A"
               MOVE "*** DUPLICATE ADMISSION - ALREADY ON FILE" TO
                    ERR-MSG IN INPATIENT-DAILY-REC-ERR
               PERFORM 795-WRITE-PATERR THRU 795-EXIT
               GO TO 495-EXIT.
      *    PLACE THE PATIENT IN A VACANT BED - THE ONE THE DESK KEYED
      *    IF IT IS FREE, OTHERWISE THE FIRST FREE BED IN THE WARD OR
      *    ITS WARDPREF ALTERNATES.  NOT PLACED, IT WAITS ON PENDADMO.
           PERFORM 496-ASSIGN-BED THRU 496-EXIT.
           IF WS-BED-FOUND-SW = "N"
               PERFORM 496D-QUEUE-ADMISSION THRU 496D-EXIT
               GO TO 495-EXIT.
      *    THE DISCHARGED STAY GOES TO THE ARCHIVE, AS PATARCH WOULD
      *    PUT IT, BEFORE THE NEW STAY REPLACES IT - ITS LATE CHARGES
      *    AND CORRECTED CLAIMS ARE BILLED FROM THERE
           IF WS-PRIOR-STAY-SW = "D"
               PERFORM 495A-ARCHIVE-PRIOR-STAY THRU 495A-EXIT
               IF WS-PRIOR-ARCHIVED-SW NOT = "Y"
                   MOVE "*** PRIOR STAY COULD NOT BE ARCHIVED"
                       TO ERR-MSG IN INPATIENT-DAILY-REC-ERR
                   PERFORM 795-WRITE-PATERR THRU 795-EXIT
                   GO TO 495-EXIT.
           INITIALIZE PATIENT-MASTER-REC.
           MOVE PATIENT-ID IN INPATIENT-DAILY-REC TO PM-PATIENT-ID.
           MOVE CURR-DTE IN INPATIENT-DAILY-REC TO DATE-ADMIT.
           ELSE
               MOVE ZERO TO REMAINING-DEDUCTIBLE.
           MOVE ZERO TO PATIENT-TOT-AMT.
           IF WS-READMIT-SW = "Y"
               MOVE "Y"                 TO PM-READMIT-FLAG
               MOVE WS-PRIOR-DISCH-DATE TO PM-PRIOR-DISCH-DATE
               MOVE WS-PRIOR-DIAG       TO PM-PRIOR-DIAG-PRIMARY
               MOVE WS-READMIT-DAYS     TO PM-DAYS-SINCE-PRIOR
           ELSE
               MOVE "N" TO PM-READMIT-FLAG.
           MOVE PATIENT-MASTER-REC TO PATMSTR-REC.
      *    A DISCHARGED PATIENT'S MASTER IS REPLACED BY THE NEW STAY
           IF WS-PRIOR-STAY-SW = "D"
               REWRITE PATMSTR-REC
           ELSE
               WRITE PATMSTR-REC.
           IF NOT PATMSTR-FOUND
               MOVE "*** DUPLICATE ADMISSION - ALREADY ON FILE" TO
                    ERR-MSG IN INPATIENT-DAILY-REC-ERR
           MOVE ADMIT-RESP-PARTY   TO FAMILY-CONTACT-PRIMARY,
                                      RESPONSIBLE-PARTY.
           MOVE PATIENT-PERSONAL-MASTER-REC TO PATPERSN-REC.
           IF WS-PRIOR-STAY-SW = "D"
               REWRITE PATPERSN-REC
               IF PATPERSN-STATUS = "23"
                   WRITE PATPERSN-REC
               END-IF
           ELSE
               WRITE PATPERSN-REC.
           IF NOT PATPERSN-FOUND
               MOVE "*** DUPLICATE ADMISSION ON PATPERSN" TO
                    ERR-MSG IN INPATIENT-DAILY-REC-ERR
                           " PATIENT " COVG-PATIENT-ID
               END-IF
           END-IF.
           IF WS-READMIT-SW = "Y"
               PERFORM 495S-LOG-READMISSION THRU 495S-EXIT.
      *    COUNT THE ADMISSION INTO ITS WARD FOR THE CENSUS SNAPSHOT
           MOVE WARD-NBR IN INPATIENT-DAILY-REC
               TO WS-ADCNT-LOOKUP-WARD.
               ADD +1 TO ADCNT-ADMIT-CNT (WS-ADCNT-SLOT).
      *    OCCUPY THE ADMITTING BED
           PERFORM 460-UPDATE-BED-STATUS THRU 460-EXIT.
           IF WS-BED-REASSIGNED-SW = "Y"
               ADD +1 TO WS-BED-ASSIGNED-CTR.
           IF WS-PEND-RETRY-SW = "Y"
               ADD +1 TO WS-PEND-PLACED-CTR
               MOVE "PLACED FROM QUEUE" TO PEND-STATUS-O
               PERFORM 496E-WRITE-PEND-LINE THRU 496E-EXIT
           ELSE
           IF WS-BED-REASSIGNED-SW = "Y"
               MOVE "BED ASSIGNED" TO PEND-STATUS-O
               PERFORM 496E-WRITE-PEND-LINE THRU 496E-EXIT.

       495-EXIT.
           EXIT.

      ***** LOOKS FOR THE PATIENT'S LAST STAY - THE MASTER STILL ON
      ***** PATMSTR, OR FAILING THAT THE ARCHIVE CATALOG ENTRY - AND
      ***** SETS WS-READMIT-SW WHEN THIS ADMISSION IS WITHIN 30 DAYS
      ***** OF THAT STAY'S DISCHARGE.
       495R-CHECK-PRIOR-STAY.
           MOVE "495R-CHECK-PRIOR-STAY" TO PARA-NAME.
           MOVE "N" TO WS-PRIOR-STAY-SW, WS-READMIT-SW.
           MOVE SPACES TO WS-PRIOR-SOURCE, WS-PRIOR-DISCH-DATE,
                          WS-PRIOR-DIAG.
           MOVE ZERO TO WS-READMIT-DAYS.
           READ PATMSTR.
           IF PATMSTR-FOUND
               MOVE PATMSTR-REC TO PATIENT-MASTER-REC
               IF NOT PATIENT-DISCHARGED IN PATIENT-MASTER-REC
                   MOVE "A" TO WS-PRIOR-STAY-SW
                   GO TO 495R-EXIT
               END-IF
               MOVE "D" TO WS-PRIOR-STAY-SW
               MOVE "M" TO WS-PRIOR-SOURCE
               MOVE DATE-DISCHARGE IN PATIENT-MASTER-REC
                   TO WS-PRIOR-DISCH-DATE
               MOVE DIAGNOSTIC-CODE-PRIMARY IN PATIENT-MASTER-REC
                   TO WS-PRIOR-DIAG
           ELSE
               IF WS-ARCHCTLG-AVAIL-SW = "Y"
                   MOVE PATIENT-ID IN INPATIENT-DAILY-REC
                       TO CAT-PATIENT-ID
                   READ ARCHCTLG
                   IF ARCHCTLG-OK
                       MOVE "A" TO WS-PRIOR-SOURCE
                       MOVE CAT-DISCH-DATE   TO WS-PRIOR-DISCH-DATE
                       MOVE CAT-DIAG-PRIMARY TO WS-PRIOR-DIAG
                   END-IF
               END-IF
           END-IF.
           IF WS-PRIOR-DISCH-DATE NOT NUMERIC
              OR CURR-DTE IN INPATIENT-DAILY-REC NOT NUMERIC
               GO TO 495R-EXIT.
           MOVE CURR-DTE IN INPATIENT-DAILY-REC
               TO WS-READMIT-ADMIT-YYYYMMDD.
           COMPUTE WS-READMIT-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-READMIT-ADMIT-YYYYMMDD)
             - FUNCTION INTEGER-OF-DATE(WS-PRIOR-DISCH-YYYYMMDD).
           IF WS-READMIT-DAYS NOT < ZERO
              AND WS-READMIT-DAYS NOT > 30
               MOVE "Y" TO WS-READMIT-SW.
       495R-EXIT.
           EXIT.

       495S-LOG-READMISSION.
           MOVE "495S-LOG-READMISSION" TO PARA-NAME.
           ADD +1 TO WS-READMIT-CTR.
           IF WS-READMHST-STATUS NOT = "00"
               GO TO 495S-EXIT.
           MOVE SPACES TO READMIT-HIST-REC.
           MOVE DATE-ADMIT IN PATIENT-MASTER-REC TO RDM-ADMIT-DATE.
           MOVE PM-PATIENT-ID            TO RDM-PATIENT-ID.
           MOVE PM-CURRENT-WARD          TO RDM-WARD.
           MOVE ATTENDING-PHYSICIAN IN PATIENT-MASTER-REC
               TO RDM-ATTEND-PHYS.
           MOVE DIAGNOSTIC-CODE-PRIMARY IN PATIENT-MASTER-REC
               TO RDM-DIAG-PRIMARY.
           MOVE WS-PRIOR-DISCH-DATE      TO RDM-PRIOR-DISCH-DATE.
           MOVE WS-PRIOR-DIAG            TO RDM-PRIOR-DIAG.
           MOVE WS-READMIT-DAYS          TO RDM-DAYS-BETWEEN.
           MOVE WS-PRIOR-SOURCE          TO RDM-PRIOR-SOURCE.
           WRITE READMIT-HIST-REC.
       495S-EXIT.
           EXIT.

      ***** ARCHIVES THE DISCHARGED STAY A READMISSION IS ABOUT TO
      ***** REPLACE - BOTH MASTERS APPENDED TO ARCHMSTR/ARCHPRSN AND
      ***** THE CATALOG POINTED AT THE NEW COPY, AS PATARCH DOES.
      ***** THE MASTER MUST BE SAFELY ON THE ARCHIVE OR THE STAY IS
      ***** NOT REPLACED (WS-PRIOR-ARCHIVED-SW STAYS N).
       495A-ARCHIVE-PRIOR-STAY.
           MOVE "495A-ARCHIVE-PRIOR-STAY" TO PARA-NAME.
           MOVE "N" TO WS-PRIOR-ARCHIVED-SW.
           IF WS-ARCHIVE-OPEN-SW NOT = "Y"
               GO TO 495A-EXIT.
           MOVE PATIENT-ID IN INPATIENT-DAILY-REC TO PATMSTR-KEY.
           READ PATMSTR.
           IF NOT PATMSTR-FOUND
               GO TO 495A-EXIT.
           MOVE PATMSTR-REC TO PATIENT-MASTER-REC.
           MOVE PATMSTR-REC TO ARCHMSTR-REC.
           WRITE ARCHMSTR-REC.
           IF WS-ARCHMSTR-STATUS NOT = "00"
               DISPLAY "ARCHMSTR WRITE FAILED - STATUS "
                       WS-ARCHMSTR-STATUS " PATIENT " PM-PATIENT-ID
               GO TO 495A-EXIT.
      *    THE PERSONAL MASTER FOLLOWS ITS PATIENT
           MOVE PATIENT-ID IN INPATIENT-DAILY-REC TO PATPERSN-KEY.
           READ PATPERSN.
           IF PATPERSN-FOUND
               MOVE PATPERSN-REC TO ARCHPRSN-REC
               WRITE ARCHPRSN-REC
               IF WS-ARCHPRSN-STATUS NOT = "00"
                   DISPLAY "ARCHPRSN WRITE FAILED - STATUS "
                           WS-ARCHPRSN-STATUS " PATIENT " PM-PATIENT-ID
               END-IF
           END-IF.
           MOVE "Y" TO WS-PRIOR-ARCHIVED-SW.
           ADD +1 TO WS-PRIOR-ARCHIVED-CTR.
           PERFORM 495B-CATALOG-PRIOR-STAY THRU 495B-EXIT.
           MOVE PATIENT-ID IN INPATIENT-DAILY-REC TO
                PATMSTR-KEY, PATPERSN-KEY.
       495A-EXIT.
           EXIT.

      ***** ONE CATALOG ROW PER PATIENT, NEWEST ARCHIVE COPY WINS.  THE
      ***** COPY'S POSITION COMES FROM THE CONTROL RECORD; WITHOUT ONE
      ***** IT IS LEFT ZERO AND PATRESTR/LATECHRG SCAN THE WHOLE
      ***** ARCHIVE FOR THE NEWEST COPY.
       495B-CATALOG-PRIOR-STAY.
           MOVE "495B-CATALOG-PRIOR-STAY" TO PARA-NAME.
           IF WS-ARCHCTLG-AVAIL-SW NOT = "Y"
               GO TO 495B-EXIT.
           MOVE ZERO TO WS-ARCH-POSITION.
           MOVE WS-CTLG-CONTROL-KEY TO CAT-PATIENT-ID.
           READ ARCHCTLG.
           IF ARCHCTLG-OK
               ADD 1 TO CAT-MSTR-POSITION
               MOVE CAT-MSTR-POSITION TO WS-ARCH-POSITION
               REWRITE ARCHCTLG-REC.
           MOVE PM-PATIENT-ID TO CAT-PATIENT-ID.
           READ ARCHCTLG.
           IF ARCHCTLG-OK
               MOVE WS-BUSINESS-YYYYMMDD TO CAT-ARCHIVE-DATE
               MOVE DATE-DISCHARGE IN PATIENT-MASTER-REC
                   TO CAT-DISCH-DATE
               MOVE DIAGNOSTIC-CODE-PRIMARY IN PATIENT-MASTER-REC
                   TO CAT-DIAG-PRIMARY
               MOVE WS-ARCH-POSITION TO CAT-MSTR-POSITION
               ADD 1 TO CAT-TIMES-ARCHIVED
               REWRITE ARCHCTLG-REC
           ELSE
               MOVE SPACES TO ARCHCTLG-REC
               MOVE PM-PATIENT-ID TO CAT-PATIENT-ID
               MOVE WS-BUSINESS-YYYYMMDD TO CAT-ARCHIVE-DATE
               MOVE DATE-DISCHARGE IN PATIENT-MASTER-REC
                   TO CAT-DISCH-DATE
               MOVE DIAGNOSTIC-CODE-PRIMARY IN PATIENT-MASTER-REC
                   TO CAT-DIAG-PRIMARY
               MOVE WS-ARCH-POSITION TO CAT-MSTR-POSITION
               MOVE 1 TO CAT-TIMES-ARCHIVED
               WRITE ARCHCTLG-REC.
           IF NOT ARCHCTLG-OK
               DISPLAY "ARCHCTLG UPDATE FAILED - STATUS "
                       WS-ARCHCTLG-STATUS " PATIENT " PM-PATIENT-ID.
       495B-EXIT.
           EXIT.

      ***** LENGTH-OF-STAY HISTORY FOR THE DISCHARGE.  THE MASTER'S
      ***** PRIMARY DIAGNOSIS GIVES THE CASE-MIX GROUP AND ITS
      ***** EXPECTED STAY FROM DIAGREF (UNKNOWN / ZERO WHEN THE CODE
      ***** IS NOT ON THE REFERENCE).  A DISCHARGE REPLAYED ON A
      ***** RESTART WAS LOGGED BY THE FAILED RUN (LOSHIST IS DISP=MOD).
       494L-LOG-LENGTH-OF-STAY.
           MOVE "494L-LOG-LENGTH-OF-STAY" TO PARA-NAME.
           IF WS-LOSHIST-STATUS NOT = "00"
               GO TO 494L-EXIT.
           IF WS-DISCH-REPEATED
               GO TO 494L-EXIT.
           MOVE SPACES TO LOS-HIST-REC.
           MOVE DATE-DISCHARGE IN PATIENT-MASTER-REC TO LOS-DISCH-DATE.
           MOVE PM-PATIENT-ID            TO LOS-PATIENT-ID.
           MOVE DATE-ADMIT IN PATIENT-MASTER-REC TO LOS-ADMIT-DATE.
           MOVE PM-CURRENT-WARD          TO LOS-WARD.
           MOVE ATTENDING-PHYSICIAN IN PATIENT-MASTER-REC
               TO LOS-ATTEND-PHYS.
           MOVE DIAGNOSTIC-CODE-PRIMARY IN PATIENT-MASTER-REC
               TO LOS-DIAG-PRIMARY.
           MOVE "UNKNOWN"                TO LOS-GROUP.
           MOVE ZERO                     TO LOS-EXPECTED-DAYS.
           IF WS-LOS-DAYS < ZERO
               MOVE ZERO TO LOS-ACTUAL-DAYS
           ELSE
               MOVE WS-LOS-DAYS TO LOS-ACTUAL-DAYS.
           MOVE ZERO TO DIAG-REF-SLOT.
           PERFORM 494M-MATCH-DIAG-REF THRU 494M-EXIT
               VARYING DIAG-REF-SUB FROM 1 BY 1
               UNTIL DIAG-REF-SUB > DIAG-REF-COUNT
                  OR DIAG-REF-SLOT > 0.
           IF DIAG-REF-SLOT > ZERO
               MOVE DIAG-REF-GROUP (DIAG-REF-SLOT)   TO LOS-GROUP
               MOVE DIAG-REF-EXP-LOS (DIAG-REF-SLOT)
                                               TO LOS-EXPECTED-DAYS.
           WRITE LOS-HIST-REC.
           ADD +1 TO WS-LOSHIST-CTR.
       494L-EXIT.
           EXIT.

       494M-MATCH-DIAG-REF.
           IF DIAG-REF-CODE (DIAG-REF-SUB) = LOS-DIAG-PRIMARY
               MOVE DIAG-REF-SUB TO DIAG-REF-SLOT.
       494M-EXIT.
           EXIT.

      ***** BED ASSIGNMENT FOR AN ADMISSION.  THE KEYED BED IS KEPT
      ***** WHEN IT EXISTS IN THE KEYED WARD AND IS VACANT.  A BLANK
      ***** OR ZERO BED, OR ONE THAT IS OCCUPIED OR NOT ON HOSP_BED,
      ***** TAKES THE FIRST VACANT BED (ROOM/BED ORDER) IN THE
      ***** REQUESTED WARD, THEN IN EACH WARDPREF ALTERNATE IN TURN.
      ***** THE ASSIGNED WARD/ROOM/BED REPLACE THE KEYED ONES ON THE
      ***** ADMISSION RECORD.  WS-BED-FOUND-SW RETURNS "N" WHEN NO
      ***** BED IS FREE ANYWHERE ALLOWED.
       496-ASSIGN-BED.
           MOVE "496-ASSIGN-BED" TO PARA-NAME.
           MOVE "N" TO WS-BED-FOUND-SW, WS-BED-REASSIGNED-SW.
           IF WS-PEND-RETRY-SW NOT = "Y"
               MOVE WS-BUSINESS-YYYYMMDD TO WS-PEND-QUEUED-DATE
               MOVE ZERO TO WS-PEND-ATTEMPTS.
           MOVE WARD-NBR IN INPATIENT-DAILY-REC TO WS-REQ-WARD-NBR.
           IF BED-IDENTITY IN INPATIENT-DAILY-REC NUMERIC
               MOVE BED-IDENTITY IN INPATIENT-DAILY-REC
                   TO WS-REQ-BED-IDENTITY
           ELSE
               MOVE ZERO TO WS-REQ-BED-IDENTITY.
           IF WS-REQ-BED-IDENTITY = ZERO
               GO TO 496-SEARCH.
           MOVE WS-REQ-BED-IDENTITY TO BED-ID IN DCLHOSP-BED.
           MOVE WS-REQ-WARD-NBR     TO WARD-ID IN DCLHOSP-BED.
           EXEC SQL
             SELECT OCCUPIED_FLAG
             INTO   :DCLHOSP-BED.OCCUPIED-FLAG
             FROM   DDS0001.HOSP_BED
             WHERE  BED_ID  = :DCLHOSP-BED.BED-ID
             AND    WARD_ID = :DCLHOSP-BED.WARD-ID
           END-EXEC.
           IF SQLCODE < 0 AND SQLCODE NOT = -811
               MOVE "*** FATAL DB2 ERROR" TO
               ERR-MSG IN INPATIENT-DAILY-REC-ERR IN PATERR
               MOVE SQLCODE TO EXPECTED-VAL
               MOVE PATIENT-ID IN INPATIENT-DAILY-REC
                               TO ACTUAL-VAL
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 1000-DB2-ERROR-RTN.
           IF SQLCODE = 0 AND BED-VACANT
               MOVE "Y" TO WS-BED-FOUND-SW
               GO TO 496-EXIT.

       496-SEARCH.
           MOVE WS-REQ-WARD-NBR TO WARD-ID IN DCLHOSP-BED.
           PERFORM 496C-FIND-VACANT-BED THRU 496C-EXIT.
           IF WS-BED-FOUND-SW = "N"
               MOVE ZERO TO WS-WPREF-ROW
               PERFORM 496A-FIND-PREF-ROW THRU 496A-EXIT
                   VARYING WS-WPREF-SUB FROM 1 BY 1
                   UNTIL WS-WPREF-SUB > WS-WPREF-COUNT
                      OR WS-WPREF-ROW > ZERO
               IF WS-WPREF-ROW > ZERO
                   PERFORM 496B-TRY-ALTERNATE THRU 496B-EXIT
                       VARYING WS-WPREF-ALT-SUB FROM 1 BY 1
                       UNTIL WS-WPREF-ALT-SUB > 5
                          OR WS-BED-FOUND-SW = "Y"
               END-IF
           END-IF.
           IF WS-BED-FOUND-SW = "N"
               GO TO 496-EXIT.
           MOVE "Y" TO WS-BED-REASSIGNED-SW.
           MOVE BED-ID IN DCLHOSP-BED
               TO BED-IDENTITY IN INPATIENT-DAILY-REC.
           MOVE ROOM-IDB (1:4) TO ROOM-IDENTITY IN INPATIENT-DAILY-REC.
           MOVE WARD-ID IN DCLHOSP-BED
               TO WARD-NBR IN INPATIENT-DAILY-REC.
       496-EXIT.
           EXIT.

       496A-FIND-PREF-ROW.
           IF WPREF-WARD (WS-WPREF-SUB) = WS-REQ-WARD-NBR
               MOVE WS-WPREF-SUB TO WS-WPREF-ROW.
       496A-EXIT.
           EXIT.

       496B-TRY-ALTERNATE.
           IF WPREF-ALT-WARD (WS-WPREF-ROW WS-WPREF-ALT-SUB) = SPACES
              OR WPREF-ALT-WARD (WS-WPREF-ROW WS-WPREF-ALT-SUB)
                                 = WS-REQ-WARD-NBR
               GO TO 496B-EXIT.
           MOVE WPREF-ALT-WARD (WS-WPREF-ROW WS-WPREF-ALT-SUB)
               TO WARD-ID IN DCLHOSP-BED.
           PERFORM 496C-FIND-VACANT-BED THRU 496C-EXIT.
       496B-EXIT.
           EXIT.

      *    FIRST VACANT BED IN THE WARD IN WARD-ID OF DCLHOSP-BED
       496C-FIND-VACANT-BED.
           SET BED-VACANT TO TRUE.
           EXEC SQL
             SELECT BED_ID,
                    ROOM_ID
             INTO
                    :DCLHOSP-BED.BED-ID,
                    :DCLHOSP-BED.ROOM-IDB
             FROM   DDS0001.HOSP_BED
             WHERE  WARD_ID       = :DCLHOSP-BED.WARD-ID
             AND    OCCUPIED_FLAG = :DCLHOSP-BED.OCCUPIED-FLAG
             ORDER BY ROOM_ID, BED_ID
             FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE = 0
               MOVE "Y" TO WS-BED-FOUND-SW
           ELSE
           IF SQLCODE < 0
               MOVE "*** FATAL DB2 ERROR" TO
               ERR-MSG IN INPATIENT-DAILY-REC-ERR IN PATERR
               MOVE SQLCODE TO EXPECTED-VAL
               MOVE PATIENT-ID IN INPATIENT-DAILY-REC
                               TO ACTUAL-VAL
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 1000-DB2-ERROR-RTN.
       496C-EXIT.
           EXIT.

      *    NO BED FREE - THE ADMISSION (AS KEYED) GOES ON PENDADMO
      *    FOR THE NEXT RUN.  WITHOUT PENDADMO IT ERRORS TO PATERR.
       496D-QUEUE-ADMISSION.
           MOVE "496D-QUEUE-ADMISSION" TO PARA-NAME.
           IF WS-PENDADMO-OPEN-SW NOT = "Y"
               MOVE "*** NO VACANT BED - PENDADMO NOT OPEN" TO
                    ERR-MSG IN INPATIENT-DAILY-REC-ERR
               PERFORM 795-WRITE-PATERR THRU 795-EXIT
               GO TO 496D-EXIT.
           ADD +1 TO WS-PEND-ATTEMPTS.
           MOVE WS-PEND-QUEUED-DATE TO PO-QUEUED-DATE.
           MOVE WS-PEND-ATTEMPTS    TO PO-ATTEMPTS.
           MOVE INPATIENT-DAILY-REC TO PO-ADMIT-IMAGE.
           WRITE PENDADMO-REC.
           ADD +1 TO WS-PEND-WAITING-CTR.
           IF WS-PEND-RETRY-SW = "Y"
               MOVE "STILL WAITING" TO PEND-STATUS-O
           ELSE
               MOVE "QUEUED - NO BED" TO PEND-STATUS-O.
           PERFORM 496E-WRITE-PEND-LINE THRU 496E-EXIT.
           IF WS-PEND-DAYS-WAITING > WS-PEND-LONGEST-WAIT
               MOVE WS-PEND-DAYS-WAITING TO WS-PEND-LONGEST-WAIT.
       496D-EXIT.
           EXIT.

      *    ONE LINE ON THE BED ASSIGNMENT / PENDING LISTING.  DAYS
      *    WAITING RUN FROM THE FIRST-QUEUED DATE TO THE BUSINESS DATE.
       496E-WRITE-PEND-LINE.
           IF WS-PEND-QUEUED-DATE NUMERIC
              AND WS-PEND-QUEUED-DATE > ZERO
               COMPUTE WS-PEND-DAYS-WAITING =
                   FUNCTION INTEGER-OF-DATE(WS-BUSINESS-YYYYMMDD)
                 - FUNCTION INTEGER-OF-DATE(WS-PEND-QUEUED-DATE)
           ELSE
               MOVE ZERO TO WS-PEND-DAYS-WAITING.
           IF WS-PENDRPT-OPEN-SW NOT = "Y"
               GO TO 496E-EXIT.
           MOVE PATIENT-ID IN INPATIENT-DAILY-REC TO PEND-PATIENT-O.
           MOVE ADMIT-PATIENT-NAME    TO PEND-NAME-O.
           MOVE WS-REQ-WARD-NBR       TO PEND-REQ-WARD-O.
           MOVE WS-REQ-BED-IDENTITY   TO PEND-REQ-BED-O.
           IF WS-BED-FOUND-SW = "Y"
               MOVE WARD-NBR IN INPATIENT-DAILY-REC TO PEND-ASG-WARD-O
               MOVE "/" TO PEND-ASG-SLASH-O
               MOVE BED-IDENTITY IN INPATIENT-DAILY-REC
                   TO PEND-ASG-BED-O
           ELSE
               MOVE SPACES TO PEND-ASG-WARD-O, PEND-ASG-SLASH-O,
                              PEND-ASG-BED-O.
           MOVE WS-PEND-QUEUED-DATE   TO PEND-QUEUED-O.
           MOVE WS-PEND-DAYS-WAITING  TO PEND-DAYS-O.
           MOVE WS-PEND-ATTEMPTS      TO PEND-TRIES-O.
           WRITE PENDRPT-REC FROM WS-PEND-RPT-DETAIL.
       496E-EXIT.
           EXIT.

       700-WRITE-PAGE-HDR.
           MOVE "700-WRITE-PAGE-HDR" TO PARA-NAME.
           MOVE WS-PAGES TO PAGE-NBR-O.
           EXIT.

      ***** ONE DATED CENSUS RECORD PER WARD PER RUN, APPENDED AT
      ***** THE WARD BREAK: BEDS, OCCUPANCY, TRANSFERS IN/OUT, THE
      ***** DAY'S ADMISSIONS AND DISCHARGES AND THE WARD_DATA
      ***** SUPERVISING NURSE (FOR THE NRSSTAFF STAFFING REPORT).
       726-WRITE-CENSUS-SNAPSHOT.
           MOVE "726-WRITE-CENSUS-SNAPSHOT" TO PARA-NAME.
           IF WS-CENSHIST-STATUS NOT = "00"
                   TO CEN-DISCHARGES
           ELSE
               MOVE ZERO TO CEN-ADMITS, CEN-DISCHARGES.
           MOVE SUPERVISE-NURSE-ID TO CEN-SUPERVISE-NURSE.
           WRITE CENSUS-HIST-REC.
       726-EXIT.
           EXIT.
       737-EXIT.
           EXIT.

      ***** TOTALS FOR THE BED ASSIGNMENT / PENDING LISTING
       738-WRITE-PENDING-SUMMARY.
           MOVE "738-WRITE-PENDING-SUMMARY" TO PARA-NAME.
           DISPLAY "BEDS AUTO-ASSIGNED: " WS-BED-ASSIGNED-CTR
                   "  ADMISSIONS WAITING FOR A BED: "
                   WS-PEND-WAITING-CTR.
           IF WS-PENDRPT-OPEN-SW NOT = "Y"
               GO TO 738-EXIT.
           MOVE WS-BED-ASSIGNED-CTR  TO PEND-TOT-ASSIGNED-O.
           MOVE WS-PEND-RETRIED-CTR  TO PEND-TOT-RETRIED-O.
           MOVE WS-PEND-PLACED-CTR   TO PEND-TOT-PLACED-O.
           MOVE WS-PEND-WAITING-CTR  TO PEND-TOT-WAITING-O.
           MOVE WS-PEND-LONGEST-WAIT TO PEND-TOT-LONGEST-O.
           MOVE SPACES TO PENDRPT-REC.
           WRITE PENDRPT-REC.
           WRITE PENDRPT-REC FROM WS-PEND-RPT-TOTALS.
       738-EXIT.
           EXIT.

       730-WRITE-CHECKPOINT.
           MOVE "730-WRITE-CHECKPOINT" TO PARA-NAME.
           MOVE HOLD-WARD-ID            TO CKPT-LAST-WARD-NBR.
               DISPLAY "COVGMSTR NOT AVAILABLE - STATUS "
                       WS-COVGMSTR-STATUS
               DISPLAY "CLAIMS CARRY NO CARRIER/POLICY THIS RUN".
           OPEN I-O ARCHCTLG.
           IF ARCHCTLG-OK
               MOVE "Y" TO WS-ARCHCTLG-AVAIL-SW
           ELSE
               DISPLAY "ARCHCTLG NOT AVAILABLE - READMISSIONS CHECKED "
                       "AGAINST PATMSTR ONLY - STATUS "
                       WS-ARCHCTLG-STATUS.
      *    A DISCHARGED STAY IS NEVER REPLACED UNLESS IT CAN BE
      *    ARCHIVED FIRST - WITHOUT THE ARCHIVE DATASETS SUCH A
      *    READMISSION GOES TO PATERR
           OPEN EXTEND ARCHMSTR, ARCHPRSN.
           IF WS-ARCHMSTR-STATUS = "00"
              AND WS-ARCHPRSN-STATUS = "00"
               MOVE "Y" TO WS-ARCHIVE-OPEN-SW
           ELSE
               DISPLAY "ARCHMSTR/ARCHPRSN NOT AVAILABLE - READMISSIONS "
                       "OVER A DISCHARGED MASTER GO TO PATERR - STATUS "
                       WS-ARCHMSTR-STATUS " " WS-ARCHPRSN-STATUS
               IF WS-ARCHMSTR-STATUS = "00"
                   CLOSE ARCHMSTR
               END-IF
               IF WS-ARCHPRSN-STATUS = "00"
                   CLOSE ARCHPRSN
               END-IF.
           OPEN EXTEND READMHST.
           IF WS-READMHST-STATUS NOT = "00"
               DISPLAY "READMHST NOT AVAILABLE - READMISSIONS FLAGGED "
                       "BUT NOT LOGGED - STATUS " WS-READMHST-STATUS.
           OPEN EXTEND LOSHIST.
           IF WS-LOSHIST-STATUS NOT = "00"
               DISPLAY "LOSHIST NOT AVAILABLE - LENGTH OF STAY NOT "
                       "LOGGED - STATUS " WS-LOSHIST-STATUS.
           OPEN OUTPUT LATECHG.
           IF WS-LATECHG-STATUS = "00"
               MOVE "Y" TO WS-LATECHG-OPEN-SW
           ELSE
               DISPLAY "LATECHG NOT AVAILABLE - POST-DISCHARGE CHARGES "
                       "GO TO TRMTERR - STATUS " WS-LATECHG-STATUS.
           OPEN I-O PATACCT.
           IF PATACCT-OK
               MOVE "Y" TO WS-PATACCT-AVAIL-SW
           ELSE
               DISPLAY "PATACCT NOT AVAILABLE - STATUS "
                       WS-PATACCT-STATUS
               DISPLAY "NO PATIENT ACCOUNTS OPENED THIS RUN".
           OPEN INPUT EQUIPMST.
           IF EQUIPMST-OK
               MOVE "Y" TO WS-EQUIPMST-AVAIL-SW
           ELSE
               DISPLAY "EQUIPMST NOT AVAILABLE - EQUIPMENT CHARGES NOT "
                       "CHECKED - STATUS " WS-EQUIPMST-STATUS.
           OPEN OUTPUT PENDADMO.
           IF WS-PENDADMO-STATUS = "00"
               MOVE "Y" TO WS-PENDADMO-OPEN-SW
           ELSE
               DISPLAY "PENDADMO NOT AVAILABLE - UNPLACED ADMISSIONS "
                       "GO TO PATERR - STATUS " WS-PENDADMO-STATUS.
           OPEN OUTPUT PENDRPT.
           IF WS-PENDRPT-STATUS = "00"
               MOVE "Y" TO WS-PENDRPT-OPEN-SW
               MOVE WS-BUSINESS-YYYYMMDD TO PEND-HDR-DATE-O
               WRITE PENDRPT-REC FROM WS-PEND-RPT-HDR
               WRITE PENDRPT-REC FROM WS-PEND-RPT-COLS
           ELSE
               DISPLAY "PENDRPT NOT AVAILABLE - STATUS "
                       WS-PENDRPT-STATUS.
           WRITE BILLEXC-REC FROM WS-RATE-EXC-HDR.
           DISPLAY PATMSTR-STATUS, PATPERSN-STATUS.
      *     GOBACK.
                 BILLEXC.
           IF WS-COVG-AVAIL-SW = "Y"
               CLOSE COVGMSTR.
           IF WS-PATACCT-AVAIL-SW = "Y"
               CLOSE PATACCT.
           IF WS-EQUIPMST-AVAIL-SW = "Y"
               CLOSE EQUIPMST.
           IF WS-ARCHCTLG-AVAIL-SW = "Y"
               CLOSE ARCHCTLG.
           IF WS-ARCHIVE-OPEN-SW = "Y"
               CLOSE ARCHMSTR, ARCHPRSN.
           IF WS-READMHST-STATUS = "00"
               CLOSE READMHST.
           IF WS-LOSHIST-STATUS = "00"
               CLOSE LOSHIST.
           IF WS-LATECHG-OPEN-SW = "Y"
               CLOSE LATECHG.
           IF WS-CENSHIST-STATUS = "00"
               CLOSE CENSHIST.
           IF WS-OVFL-OPEN-SW = "Y"
               CLOSE OVFLCHG.
           IF WS-PENDADMO-OPEN-SW = "Y"
               CLOSE PENDADMO.
           IF WS-PENDRPT-OPEN-SW = "Y"
               CLOSE PENDRPT.
           DISPLAY PATMSTR-STATUS, PATPERSN-STATUS.
      *     GOBACK.
       850-EXIT.
           PERFORM 731-WRITE-TOP-PRESCRIBERS THRU 731-EXIT.
           PERFORM 732-WRITE-CARRIER-SUMMARY THRU 732-EXIT.
           PERFORM 737-WRITE-OVERFLOW-REPORT THRU 737-EXIT.
           PERFORM 738-WRITE-PENDING-SUMMARY THRU 738-EXIT.
           PERFORM 733-WRITE-GL-INTERFACE THRU 733-EXIT.
           PERFORM 735-CLEAR-CHECKPOINT THRU 735-EXIT.
           PERFORM 865-WRITE-CONTROL-TOTALS THRU 865-EXIT.
      *  Code the statement to Display a successful end-of-job msg
           DISPLAY "TREATMENTS REJECTED FOR CHARGE RANGE: "
                   WS-RANGE-REJ-CTR.
           DISPLAY "PATIENT ACCOUNTS OPENED: " WS-ACCTS-OPENED.
           DISPLAY "READMISSIONS WITHIN 30 DAYS: " WS-READMIT-CTR.
           DISPLAY "PRIOR STAYS ARCHIVED AT READMISSION: "
                   WS-PRIOR-ARCHIVED-CTR.
           DISPLAY "DISCHARGES LOGGED TO LOSHIST: " WS-LOSHIST-CTR.
           DISPLAY "POST-DISCHARGE CHARGES TO LATECHG: "
                   WS-LATE-CHG-CTR " AMOUNT: " WS-LATE-CHG-AMT.
           DISPLAY "RECORDS REJECTED FOR EQUIPMENT: " WS-EQUIP-REJ-CTR.
           DISPLAY "EQUIPMENT CHARGES FLAGGED: " WS-EQUIP-FLAG-CTR.
           DISPLAY "NORMAL END OF JOB".
       999-EXIT.
           EXIT.
