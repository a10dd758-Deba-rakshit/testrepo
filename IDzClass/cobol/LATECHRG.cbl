       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LATECHRG.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEV Center.
       DATE-WRITTEN. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *          LATE-CHARGE BILLING.  TRMTDATA REGULARLY CARRIES LAB
      *          AND PROCEDURE CHARGES DATED DURING A STAY THAT REACH
      *          US AFTER 490-PROCESS-DISCHARGE HAS CLOSED THE STAY,
      *          WRITTEN THE STATEMENT AND SENT THE CLAIM - SOMETIMES
      *          AFTER PATARCH HAS ARCHIVED THE PATIENT.  SANDBOX NO
      *          LONGER POSTS THEM TO THE CLOSED MASTER; IT WRITES
      *          THEM TO LATECHG AND THIS RUN BILLS THEM.
      *
      *          THE LATE CHARGES ARE SORTED BY PATIENT, DISCHARGE
      *          DATE AND TREATMENT DATE AND BILLED ONE STAY AT A
      *          TIME:
      *            - A PATIENT NO LONGER ON PATMSTR IS RESTORED FROM
      *              ARCHMSTR/ARCHPRSN (THE ARCHCTLG CATALOG GIVES
      *              THE STAY AND THE NEWEST COPY'S POSITION), AS
      *              PATRESTR DOES ON DEMAND.
      *            - A STAY A READMISSION HAS SINCE REPLACED ON
      *              PATMSTR (SANDBOX ARCHIVES IT FIRST) IS BILLED
      *              FROM ITS ARCHIVED COPY; THE UPDATED COPY IS
      *              APPENDED TO ARCHMSTR AND CATALOGED AS THE NEWEST.
      *            - A SUPPLEMENTAL STATEMENT (STMTSUPP) LISTS THE
      *              LATE CHARGES AND THE ADDITIONAL AMOUNT DUE - THE
      *              PATIENT'S COPAY SHARE, OR ALL OF IT WHEN THE STAY
      *              IS SELF-PAY (NO COVERAGE ON COVGMSTR).  THE
      *              DEDUCTIBLE WAS TAKEN ON THE DISCHARGE STATEMENT.
      *            - A REPLACEMENT CLAIM IS APPENDED TO CLAIMEXT
      *              (DISP=MOD) FOR A COVERED STAY, BUILT FROM THE
      *              MASTER AS CLMFIX BUILDS A RESUBMISSION, WITH THE
      *              STAY'S LATE CHARGES TO DATE, SUBMISSION TYPE L
      *              AND THE ORIGINAL CLAIM'S PATIENT ID AND DISCHARGE
      *              DATE AS ITS REFERENCE.  IT IS LOGGED TO CLMTRACK.
      *            - THE MASTER CARRIES THE LATE-CHARGE TOTALS AND
      *              THE PATIENT AMOUNT; THE PATACCT ACCOUNT FOR THE
      *              STAY TAKES THE NEW CHARGES INTO ITS BALANCES AND
      *              IS REOPENED IF IT HAD CLOSED.
      *
      *          A CHARGE THAT CAN NEVER BE BILLED (NOT ON PATMSTR
      *          OR THE ARCHIVE, DATED BEFORE THE ADMISSION, PATMSTR
      *          OR THE ARCHIVE HOLDS ANOTHER STAY, REPLACEMENT CLAIM
      *          LIMIT REACHED) IS LISTED ON THE EXCEPTION REPORT
      *          (LATEEXCP) FOR BILLING TO RESOLVE BY HAND.  ONE THAT
      *          MAY BILL ON A LATER RUN (PATIENT READMITTED AND IN
      *          HOUSE, ARCHIVE OR CATALOG NOT AVAILABLE, RESTORE
      *          FAILED) IS HELD ON LATEHOLD; THE JOB CONCATENATES
      *          LATEHOLD BEHIND THE NEXT LATECHG.  A HELD CHARGE
      *          RECEIVED MORE THAN 30 DAYS BEFORE THE BUSINESS DATE
      *          IS NO LONGER CARRIED - IT GOES TO LATEEXCP AS WELL.
      *
      *          THE DAILY LATE-CHARGE REPORT (LATERPT) LISTS EVERY
      *          CHARGE WITH ITS DAYS LATE - DAYS FROM THE DISCHARGE
      *          TO THE DAY SANDBOX RECEIVED IT - AND SUMMARIZES THE
      *          CHARGES AND DAYS LATE BY DEPARTMENT (PROCEDURE TYPE).
      *
      *          RUNS AFTER SANDBOX, BEFORE CLAIMEXT IS TRANSMITTED.
      *          THE BILLING DATE IS THE BUSINESS DATE (BUSDATE CARD,
      *          ELSE TODAY).
      *
      *          RETURN CODES - 0 ALL LATE CHARGES BILLED,
      *          4 CHARGES HELD, REJECTED OR EXCEPTED, OR A MASTER OR
      *          ACCOUNT
      *          COULD NOT BE UPDATED, 16 PATMSTR OR COVGMSTR COULD
      *          NOT BE OPENED OR THE SORT FAILED.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LATECHG
           ASSIGN TO UT-S-LATECHG
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-LATECHG-STATUS.

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

           SELECT PATACCT
                  ASSIGN       to PATACCT
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PA-ACCOUNT-KEY
                  FILE STATUS  is WS-PATACCT-STATUS.

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

           SELECT OVFLCHG
           ASSIGN TO UT-S-OVFLCHG
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-OVFLCHG-STATUS.

           SELECT CLAIMEXT
           ASSIGN TO UT-S-CLAIMEXT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT CLMTRACK
           ASSIGN TO UT-S-CLMTRACK
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-CLMTRACK-STATUS.

           SELECT STMTSUPP
           ASSIGN TO UT-S-STMTSUPP
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT LATEHOLD
           ASSIGN TO UT-S-LATEHOLD
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT LATEEXCP
           ASSIGN TO UT-S-LATEEXCP
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT BUSDATE-FILE
           ASSIGN TO UT-S-BUSDATE
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT LATERPT
           ASSIGN TO UT-S-LATERPT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT LATESRT
           ASSIGN TO UT-S-SORTWK01.

       DATA DIVISION.
       FILE SECTION.
      *    LATE CHARGES FROM SANDBOX'S TREATMENT PASS, WITH THE LAST
      *    RUN'S LATEHOLD CONCATENATED BEHIND THEM
       FD  LATECHG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LATECHG-IN-REC.
       01  LATECHG-IN-REC  PIC X(80).

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

       FD  PATACCT
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS PATIENT-ACCOUNT-REC.
       COPY PATACCT.

      *    PATARCH'S ARCHIVE CATALOG - THE ARCHIVED STAY'S DISCHARGE
      *    DATE AND THE POSITION OF THE NEWEST COPY ON ARCHMSTR
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

       FD  ARCHPRSN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 800 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ARCHPRSN-REC.
       01  ARCHPRSN-REC  PIC X(800).

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

      *    SAME LAYOUT SANDBOX WRITES - REPLACEMENTS ARE APPENDED
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
               88  CLM-LATE-REPLACEMENT  VALUE "L".
           05  CLM-ORIG-CLAIM-REF.
               10  CLM-ORIG-PATIENT-ID PIC X(6).
               10  CLM-ORIG-DISCH-DATE PIC X(8).
           05  CLM-SUBMIT-COUNT        PIC 9(2).
           05  CLM-SUBMIT-DATE         PIC X(8).
           05  CLM-LATE-CHARGES        PIC S9(7)V99 COMP-3.

       FD  CLMTRACK
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CLAIM-TRACK-REC.
       COPY CLMTRACK.

      *    SUPPLEMENTAL STATEMENTS - ONE PER STAY BILLED
       FD  STMTSUPP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS STMT-REC.
       01  STMT-REC  PIC X(132).

      *    LATE CHARGES NOT YET BILLABLE - NEXT RUN'S LATECHG
      *    CONCATENATION
       FD  LATEHOLD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LATEHOLD-REC.
       01  LATEHOLD-REC  PIC X(80).

      *    LATE CHARGES THAT CANNOT BE BILLED OR CARRIED ANY LONGER -
      *    SAME DETAIL LINE AS LATERPT
       FD  LATEEXCP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LATEEXCP-REC.
       01  LATEEXCP-REC  PIC X(132).

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

       FD  LATERPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LATERPT-REC.
       01  LATERPT-REC  PIC X(132).

      *    ONE ENTRY PER LATE CHARGE, IN PATIENT / DISCHARGE DATE /
      *    TREATMENT DATE ORDER - ONE STAY AT A TIME
       SD  LATESRT
           RECORD CONTAINS 102 CHARACTERS
           DATA RECORD IS LATE-SORT-REC.
       01  LATE-SORT-REC.
           05  SR-PATIENT-ID          PIC 9(6).
           05  SR-DISCH-DATE          PIC X(8).
           05  SR-TRMT-DATE           PIC X(8).
           05  SR-CHARGE-IMAGE        PIC X(80).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  OFCODE                    PIC X(2).
           05  PATMSTR-STATUS            PIC X(2).
               88 PATMSTR-OK       VALUE "00".
               88 PATMSTR-DUPLICATE VALUE "22".
           05  PATPERSN-STATUS           PIC X(2).
               88 PATPERSN-OK      VALUE "00".
           05  WS-COVGMSTR-STATUS        PIC X(2).
               88 COVGMSTR-OK      VALUE "00".
           05  WS-PATACCT-STATUS         PIC X(2).
               88 PATACCT-OK       VALUE "00".
           05  WS-ARCHCTLG-STATUS        PIC X(2).
               88 ARCHCTLG-OK      VALUE "00".
           05  WS-ARCHMSTR-STATUS        PIC X(2).
           05  WS-ARCHPRSN-STATUS        PIC X(2).
           05  WS-LATECHG-STATUS         PIC X(2).
           05  WS-OVFLCHG-STATUS         PIC X(2).
           05  WS-CLMTRACK-STATUS        PIC X(2).
           05  WS-BUSDATE-STATUS         PIC X(2).

       01  FLAGS-AND-SWITCHES.
           05 WS-RUN-OK-SW               PIC X(01) VALUE "N".
               88 RUN-OK           VALUE "Y".
           05 MORE-CHARGES-SW            PIC X(01) VALUE "Y".
               88 NO-MORE-CHARGES  VALUE "N".
           05 WS-SORT-EOF-SW             PIC X(01) VALUE "N".
               88 SORT-AT-END      VALUE "Y".
           05 MORE-ARCH-SW               PIC X(01) VALUE "Y".
               88 NO-MORE-ARCHIVE  VALUE "N".
           05 WS-OVFL-EOF-SW             PIC X(01) VALUE "N".
           05 WS-PERSN-AVAIL-SW          PIC X(01) VALUE "N".
           05 WS-PATACCT-AVAIL-SW        PIC X(01) VALUE "N".
           05 WS-ARCHCTLG-AVAIL-SW       PIC X(01) VALUE "N".
           05 WS-TRACK-AVAIL-SW          PIC X(01) VALUE "N".
           05 WS-STAY-OK-SW              PIC X(01) VALUE "N".
               88 STAY-OK          VALUE "Y".
           05 WS-SELF-PAY-SW             PIC X(01) VALUE "N".
               88 STAY-SELF-PAY    VALUE "Y".
           05 WS-ARCH-FOUND-SW           PIC X(01) VALUE "N".
           05 WS-ARCH-STAY-SW            PIC X(01) VALUE "N".
               88 STAY-FROM-ARCHIVE VALUE "Y".
           05 WS-STAY-PERM-SW            PIC X(01) VALUE "N".
               88 STAY-NEVER-BILLABLE VALUE "Y".
           05 WS-CHARGE-PERM-SW          PIC X(01) VALUE "N".
               88 CHARGE-NEVER-BILLABLE VALUE "Y".

       COPY BNCHMSTR.
       COPY BNCHPRSN.
       COPY LATECHG.

       01  DATE-WORK-FIELDS.
           05 WS-TODAY-YYYYMMDD        PIC 9(8)  VALUE 0.
           05 WS-BUSINESS-YYYYMMDD     PIC 9(8)  VALUE 0.
           05 WS-RECEIVED-YYYYMMDD     PIC 9(8)  VALUE 0.
           05 WS-DISCH-DATE-X          PIC X(8)  VALUE SPACES.
           05 WS-DISCH-YYYYMMDD REDEFINES WS-DISCH-DATE-X
                                       PIC 9(8).
           05 WS-DAYS-LATE             PIC S9(5) COMP-3 VALUE 0.
      *    A HELD CHARGE IS CARRIED ON LATEHOLD FOR AT MOST THIS MANY
      *    DAYS FROM THE DAY SANDBOX RECEIVED IT
           05 WS-DAYS-HELD             PIC S9(5) COMP-3 VALUE 0.
           05 WS-HOLD-LIMIT-DAYS       PIC S9(5) COMP-3 VALUE 30.

      *    THE STAY BEING BILLED.  WS-STAY-SOURCE IS THE REPORT TEXT:
      *    PATMSTR, ARCHIVE (RESTORE FAILED) OR RESTORED.
       01  STAY-WORK-FIELDS.
           05 WS-HOLD-PATIENT-ID       PIC 9(6)  VALUE 0.
           05 WS-HOLD-PATIENT-ID-X REDEFINES WS-HOLD-PATIENT-ID
                                       PIC X(6).
           05 WS-HOLD-DISCH-DATE       PIC X(8)  VALUE SPACES.
           05 WS-STAY-SOURCE           PIC X(8)  VALUE SPACES.
           05 WS-STAY-REASON           PIC X(30) VALUE SPACES.
           05 WS-CHARGE-REASON         PIC X(30) VALUE SPACES.
           05 WS-STAY-CHG-CNT          PIC S9(4) COMP VALUE 0.
           05 WS-STAY-LATE-TOTAL       PIC S9(7)V99 COMP-3 VALUE 0.
           05 WS-STAY-PATIENT-SHARE    PIC S9(7)V99 COMP-3 VALUE 0.
           05 WS-STAY-INS-SHARE        PIC S9(7)V99 COMP-3 VALUE 0.
           05 WS-CHARGE-AMT            PIC S9(7)V99 COMP-3 VALUE 0.
           05 WS-PAT-NAME              PIC X(21) VALUE SPACES.
           05 WS-RESP-PARTY            PIC X(21) VALUE SPACES.

       01  CLAIM-WORK-FIELDS.
           05 WS-EQUIP-TOTAL           PIC S9(7)V99 COMP-3 VALUE 0.
           05 WS-EQUIP-SUB             PIC S9(4) COMP VALUE 0.
           05 WS-EVENT-REASON          PIC X(30) VALUE SPACES.

      *    THE ARCHIVE DATASETS ARE CUMULATIVE - THE NEWEST (LAST)
      *    COPY UP TO THE CATALOGED POSITION IS THE ONE RESTORED.
      *    KEY 000000 IS PATARCH'S CATALOG CONTROL RECORD, THE
      *    CUMULATIVE ARCHMSTR RECORD COUNT.
       01  ARCHIVE-WORK-FIELDS.
           05 WS-TARGET-POSITION       PIC 9(9)  VALUE 0.
           05 WS-SCAN-POSITION         PIC 9(9)  VALUE 0.
           05 WS-ARCH-POSITION         PIC 9(9)  VALUE 0.
           05 WS-CTLG-CONTROL-KEY      PIC X(6)  VALUE "000000".
       01  WS-HELD-MASTER              PIC X(2964).
       01  WS-HELD-PERSONAL            PIC X(800).

       01  OVERFLOW-TABLE-FIELDS.
           05 WS-OVFL-COUNT            PIC S9(4) COMP VALUE 0.
           05 WS-OVFL-SUB              PIC S9(4) COMP VALUE 0.
           05 WS-OVFL-TABLE OCCURS 200 TIMES.
              10 OT-PATIENT-ID         PIC 9(6).
              10 OT-CHARGE-DATE        PIC X(8).
              10 OT-CHARGE-AMT         PIC 9(7)V99.

      *    DEPARTMENT = THE TREATMENT'S PROCEDURE TYPE.  THE LAST
      *    ENTRY TAKES ANY CODE NOT IN THE TABLE.
       01  DEPARTMENT-NAMES.
           05  FILLER  PIC X(21) VALUE "MRI MRI              ".
           05  FILLER  PIC X(21) VALUE "CAT CAT SCAN         ".
           05  FILLER  PIC X(21) VALUE "CHEMCHEMOTHERAPY     ".
           05  FILLER  PIC X(21) VALUE "RAD RADIATION THERAPY".
           05  FILLER  PIC X(21) VALUE "SURGSURGERY          ".
           05  FILLER  PIC X(21) VALUE "LAB LABORATORY       ".
           05  FILLER  PIC X(21) VALUE "    OTHER            ".
       01  DEPARTMENT-NAME-TABLE REDEFINES DEPARTMENT-NAMES.
           05  DEPT-NAME-ENTRY OCCURS 7 TIMES.
               10  DEPT-CODE           PIC X(4).
               10  DEPT-NAME           PIC X(17).

       01  DEPARTMENT-TOTALS.
           05 WS-DEPT-SUB              PIC S9(4) COMP VALUE 0.
           05 WS-DEPT-SLOT             PIC S9(4) COMP VALUE 0.
           05 DEPT-TOTAL-ENTRY OCCURS 7 TIMES.
              10 DEPT-CHG-CNT          PIC S9(7) COMP-3.
              10 DEPT-BILLED-CNT       PIC S9(7) COMP-3.
              10 DEPT-HELD-CNT         PIC S9(7) COMP-3.
              10 DEPT-EXCP-CNT         PIC S9(7) COMP-3.
              10 DEPT-AMT              PIC S9(9)V99 COMP-3.
              10 DEPT-DAYS-TOTAL       PIC S9(9) COMP-3.
              10 DEPT-DAYS-MAX         PIC S9(5) COMP-3.
           05 WS-AVG-DAYS              PIC S9(5)V9 COMP-3 VALUE 0.

       01  COUNTERS-AND-ACCUMULATORS.
           05 WS-CHARGES-READ          PIC S9(7) COMP-3 VALUE 0.
           05 WS-BAD-CHARGE-CTR        PIC S9(7) COMP-3 VALUE 0.
           05 WS-CHARGES-BILLED        PIC S9(7) COMP-3 VALUE 0.
           05 WS-CHARGES-HELD          PIC S9(7) COMP-3 VALUE 0.
           05 WS-CHARGES-EXCEPTED      PIC S9(7) COMP-3 VALUE 0.
           05 WS-STAYS-BILLED          PIC S9(7) COMP-3 VALUE 0.
           05 WS-CLAIMS-WRITTEN        PIC S9(7) COMP-3 VALUE 0.
           05 WS-PATIENTS-RESTORED     PIC S9(7) COMP-3 VALUE 0.
           05 WS-NO-ACCOUNT-CTR        PIC S9(7) COMP-3 VALUE 0.
           05 WS-UPDATE-FAIL-CTR       PIC S9(7) COMP-3 VALUE 0.
           05 WS-BILLED-AMT            PIC S9(9)V99 COMP-3 VALUE 0.
           05 WS-HELD-AMT              PIC S9(9)V99 COMP-3 VALUE 0.
           05 WS-EXCP-AMT              PIC S9(9)V99 COMP-3 VALUE 0.

       01  WS-RPT-HDR.
           05  FILLER     PIC X(50) VALUE
               "LATE-CHARGE REPORT - CHARGES RECEIVED AFTER DISCHA".
           05  FILLER     PIC X(3)  VALUE "RGE".
           05  FILLER     PIC X(9)  VALUE "  AS OF: ".
           05  RPT-DATE-O           PIC 9(8).
           05  FILLER     PIC X(62) VALUE SPACES.

       01  WS-EXCP-HDR.
           05  FILLER     PIC X(50) VALUE
               "LATE-CHARGE EXCEPTIONS - NOT BILLED, NOT HELD     ".
           05  FILLER     PIC X(3)  VALUE SPACES.
           05  FILLER     PIC X(9)  VALUE "  AS OF: ".
           05  EXCP-DATE-O          PIC 9(8).
           05  FILLER     PIC X(62) VALUE SPACES.

       01  WS-RPT-COLS.
           05  FILLER     PIC X(44) VALUE
               "  PAT-ID  DISCHRGD  TRMT-DT   DEPARTMENT    ".
           05  FILLER     PIC X(44) VALUE
               "          AMOUNT  RECEIVED  DAYS  SOURCE    ".
           05  FILLER     PIC X(44) VALUE
               "DISPOSN   REASON                            ".

       01  WS-RPT-DETAIL.
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  RPT-PATIENT-O        PIC 9(6).
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  RPT-DISCH-O          PIC X(8).
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  RPT-TRMT-O           PIC X(8).
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  RPT-DEPT-O           PIC X(17).
           05  FILLER     PIC X(1)  VALUE SPACES.
           05  RPT-AMOUNT-O         PIC ZZ,ZZ9.99.
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  RPT-RECEIVED-O       PIC 9(8).
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  RPT-DAYS-O           PIC ZZZ9.
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  RPT-SOURCE-O         PIC X(8).
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  RPT-DISP-O           PIC X(8).
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  RPT-REASON-O         PIC X(30).
           05  FILLER     PIC X(5)  VALUE SPACES.

       01  WS-RPT-SECTION.
           05  RPT-SECTION-TEXT     PIC X(50).
           05  FILLER     PIC X(82) VALUE SPACES.

       01  WS-RPT-DEPT-COLS.
           05  FILLER     PIC X(44) VALUE
               "  DEPARTMENT          CHARGES   BILLED     H".
           05  FILLER     PIC X(44) VALUE
               "ELD          AMOUNT  AVG DAYS LATE  MAX DAYS".
           05  FILLER     PIC X(44) VALUE
               "  EXCEPTNS                                  ".

       01  WS-RPT-DEPT-LINE.
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  RPT-DEPT-NAME-O      PIC X(17).
           05  FILLER     PIC X(1)  VALUE SPACES.
           05  RPT-DEPT-CHG-O       PIC ZZZ,ZZ9.
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  RPT-DEPT-BILLED-O    PIC ZZZ,ZZ9.
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  RPT-DEPT-HELD-O      PIC ZZZ,ZZ9.
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  RPT-DEPT-AMT-O       PIC Z,ZZZ,ZZ9.99.
           05  FILLER     PIC X(5)  VALUE SPACES.
           05  RPT-DEPT-AVG-O       PIC ZZZ9.9.
           05  FILLER     PIC X(6)  VALUE SPACES.
           05  RPT-DEPT-MAX-O       PIC ZZZ9.
           05  FILLER     PIC X(11) VALUE SPACES.
           05  RPT-DEPT-EXCP-O      PIC ZZZ,ZZ9.
           05  FILLER     PIC X(34) VALUE SPACES.

       01  WS-RPT-COUNT-LINE.
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  RPT-COUNT-LABEL      PIC X(32).
           05  RPT-COUNT-O          PIC ZZZ,ZZ9.
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  RPT-COUNT-AMT-O      PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER     PIC X(76) VALUE SPACES.

       01  WS-BLANK-LINE.
           05  FILLER     PIC X(132) VALUE SPACES.

       01  SUPPLEMENTAL-STATEMENT-LINES.
           05  STMT-HDR-LINE.
               10  FILLER     PIC X(50) VALUE
                   "SUPPLEMENTAL PATIENT STATEMENT - LATE CHARGES  -  ".
               10  FILLER     PIC X(6)  VALUE "DATE: ".
               10  STMT-HDR-DATE        PIC 9(8).
               10  FILLER     PIC X(68) VALUE SPACES.
           05  STMT-PATIENT-LINE.
               10  FILLER     PIC X(9)  VALUE "PATIENT: ".
               10  STMT-PAT-NAME        PIC X(21).
               10  FILLER     PIC X(6)  VALUE "  ID: ".
               10  STMT-PAT-ID          PIC 9(6).
               10  FILLER     PIC X(21) VALUE "  RESPONSIBLE PARTY: ".
               10  STMT-RESP-PARTY      PIC X(21).
               10  FILLER     PIC X(48) VALUE SPACES.
           05  STMT-STAY-LINE.
               10  FILLER     PIC X(10) VALUE "ADMITTED: ".
               10  STMT-ADMIT-DATE      PIC X(8).
               10  FILLER     PIC X(14) VALUE "  DISCHARGED: ".
               10  STMT-DISCH-DATE      PIC X(8).
               10  FILLER     PIC X(92) VALUE SPACES.
           05  STMT-SECTION-LINE.
               10  STMT-SECTION-TEXT    PIC X(50).
               10  FILLER     PIC X(82) VALUE SPACES.
           05  STMT-CHARGE-LINE.
               10  FILLER     PIC X(2)  VALUE SPACES.
               10  STMT-CHG-DATE        PIC X(8).
               10  FILLER     PIC X(2)  VALUE SPACES.
               10  STMT-CHG-DEPT        PIC X(17).
               10  FILLER     PIC X(2)  VALUE SPACES.
               10  STMT-CHG-AMT         PIC ZZ,ZZ9.99.
               10  FILLER     PIC X(92) VALUE SPACES.
           05  STMT-TOTAL-LINE.
               10  STMT-TOTAL-TEXT      PIC X(24).
               10  STMT-TOTAL-AMT       PIC Z,ZZZ,ZZ9.99-.
               10  FILLER     PIC X(95) VALUE SPACES.
           05  STMT-COPAY-LINE.
               10  FILLER     PIC X(12) VALUE "COPAY RATE: ".
               10  STMT-COPAY-RATE      PIC 9.999.
               10  FILLER     PIC X(115) VALUE SPACES.
           05  STMT-SELF-PAY-LINE.
               10  FILLER     PIC X(40) VALUE
                   "NO INSURANCE ON FILE - SELF-PAY ACCOUNT ".
               10  FILLER     PIC X(92) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           IF RUN-OK
               SORT LATESRT
                   ON ASCENDING KEY SR-PATIENT-ID
                                    SR-DISCH-DATE
                                    SR-TRMT-DATE
                   INPUT PROCEDURE 100-SELECT-LATE-CHARGES THRU 100-EXIT
                   OUTPUT PROCEDURE 200-BILL-LATE-CHARGES THRU 200-EXIT
               IF SORT-RETURN NOT = ZERO
                   DISPLAY "LATECHRG: SORT FAILED - RC " SORT-RETURN
                   MOVE 16 TO RETURN-CODE
               END-IF
               PERFORM 700-WRITE-DEPARTMENT-SUMMARY THRU 700-EXIT.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-YYYYMMDD.
           PERFORM 010-GET-BUSINESS-DATE THRU 010-EXIT.
           OPEN OUTPUT LATERPT.
           MOVE WS-BUSINESS-YYYYMMDD TO RPT-DATE-O.
           WRITE LATERPT-REC FROM WS-RPT-HDR.
           WRITE LATERPT-REC FROM WS-BLANK-LINE.
           WRITE LATERPT-REC FROM WS-RPT-COLS.
           PERFORM 030-CLEAR-DEPARTMENT-TOTALS THRU 030-EXIT
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > 7.
      *    THE STAY IS BILLED FROM THE PATIENT MASTER AND THE CLAIM
      *    NEEDS THE COVERAGE MASTER - WITHOUT EITHER NOTHING IS BILLED
           OPEN I-O PATMSTR.
           IF NOT PATMSTR-OK
               DISPLAY "LATECHRG: CANNOT OPEN PATMSTR - STATUS "
                       PATMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 000-EXIT.
           OPEN INPUT COVGMSTR.
           IF NOT COVGMSTR-OK
               DISPLAY "LATECHRG: CANNOT OPEN COVGMSTR - STATUS "
                       WS-COVGMSTR-STATUS
               CLOSE PATMSTR
               MOVE 16 TO RETURN-CODE
               GO TO 000-EXIT.
      *    WITHOUT PATPERSN THE STATEMENT CARRIES NO NAME AND AN
      *    ARCHIVED PATIENT'S PERSONAL RECORD IS NOT RESTORED
           OPEN I-O PATPERSN.
           IF PATPERSN-OK
               MOVE "Y" TO WS-PERSN-AVAIL-SW
           ELSE
               DISPLAY "LATECHRG: PATPERSN NOT AVAILABLE - STATUS "
                       PATPERSN-STATUS " - NAMES NOT ON STATEMENTS".
           OPEN I-O PATACCT.
           IF PATACCT-OK
               MOVE "Y" TO WS-PATACCT-AVAIL-SW
           ELSE
               DISPLAY "LATECHRG: PATACCT NOT AVAILABLE - STATUS "
                       WS-PATACCT-STATUS " - ACCOUNTS NOT UPDATED".
      *    WITHOUT THE CATALOG AN ARCHIVED PATIENT CANNOT BE RESTORED
      *    AND THE CHARGE IS HELD.  IT IS UPDATED WHEN AN ARCHIVED
      *    STAY IS BILLED (660).
           OPEN I-O ARCHCTLG.
           IF ARCHCTLG-OK
               MOVE "Y" TO WS-ARCHCTLG-AVAIL-SW
           ELSE
               DISPLAY "LATECHRG: ARCHCTLG NOT AVAILABLE - STATUS "
                       WS-ARCHCTLG-STATUS " - NO ARCHIVE RESTORES".
           PERFORM 020-LOAD-OVERFLOW-CHARGES THRU 020-EXIT.
           OPEN EXTEND CLMTRACK.
           IF WS-CLMTRACK-STATUS = "00"
               MOVE "Y" TO WS-TRACK-AVAIL-SW
           ELSE
               DISPLAY "LATECHRG: CLMTRACK NOT AVAILABLE - STATUS "
                       WS-CLMTRACK-STATUS " - CLAIM HISTORY NOT LOGGED".
           OPEN EXTEND CLAIMEXT.
           OPEN OUTPUT STMTSUPP, LATEHOLD, LATEEXCP.
           MOVE WS-BUSINESS-YYYYMMDD TO EXCP-DATE-O.
           WRITE LATEEXCP-REC FROM WS-EXCP-HDR.
           WRITE LATEEXCP-REC FROM WS-BLANK-LINE.
           WRITE LATEEXCP-REC FROM WS-RPT-COLS.
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
               DISPLAY "LATECHRG: OVFLCHG NOT AVAILABLE - SLOT "
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

       030-CLEAR-DEPARTMENT-TOTALS.
           MOVE ZERO TO DEPT-CHG-CNT (WS-DEPT-SUB),
                        DEPT-BILLED-CNT (WS-DEPT-SUB),
                        DEPT-HELD-CNT (WS-DEPT-SUB),
                        DEPT-EXCP-CNT (WS-DEPT-SUB),
                        DEPT-AMT (WS-DEPT-SUB),
                        DEPT-DAYS-TOTAL (WS-DEPT-SUB),
                        DEPT-DAYS-MAX (WS-DEPT-SUB).
       030-EXIT.
           EXIT.

      ******************************************************************
      *    SORT INPUT - ONE PASS OF LATECHG.  A RECORD THAT FAILS THE
      *    EDIT IS LISTED AND DROPPED; THE REST ARE RELEASED KEYED BY
      *    PATIENT, DISCHARGE DATE AND TREATMENT DATE.
      ******************************************************************
       100-SELECT-LATE-CHARGES.
           OPEN INPUT LATECHG.
           IF WS-LATECHG-STATUS NOT = "00"
               DISPLAY "LATECHRG: LATECHG NOT AVAILABLE - STATUS "
                       WS-LATECHG-STATUS " - NO LATE CHARGES BILLED"
               GO TO 100-EXIT.
           PERFORM 110-SELECT-ONE-CHARGE THRU 110-EXIT
               UNTIL NO-MORE-CHARGES.
           CLOSE LATECHG.
       100-EXIT.
           EXIT.

       110-SELECT-ONE-CHARGE.
           READ LATECHG INTO LATE-CHARGE-REC
               AT END MOVE "N" TO MORE-CHARGES-SW
               GO TO 110-EXIT
           END-READ.
           ADD +1 TO WS-CHARGES-READ.
           MOVE SPACES TO WS-CHARGE-REASON.
           IF LC-PATIENT-ID NOT NUMERIC
               MOVE "PATIENT ID NOT NUMERIC" TO WS-CHARGE-REASON
           ELSE
           IF LC-MEDICATION-COST NOT NUMERIC
              OR LC-PHARMACY-COST NOT NUMERIC
              OR LC-ANCILLARY-CHARGE NOT NUMERIC
               MOVE "CHARGE AMOUNTS NOT NUMERIC" TO WS-CHARGE-REASON
           ELSE
           IF LC-DATE-DISCHARGE = SPACES
              OR LC-TRMT-DATE = SPACES
               MOVE "DISCHARGE/TREATMENT DATE MISSING"
                   TO WS-CHARGE-REASON.
           IF WS-CHARGE-REASON NOT = SPACES
               ADD +1 TO WS-BAD-CHARGE-CTR
               MOVE SPACES TO WS-RPT-DETAIL
               MOVE LATECHG-IN-REC (1:6) TO RPT-PATIENT-O
               MOVE LC-DATE-DISCHARGE  TO RPT-DISCH-O
               MOVE LC-TRMT-DATE       TO RPT-TRMT-O
               MOVE "REJECTED"         TO RPT-DISP-O
               MOVE WS-CHARGE-REASON   TO RPT-REASON-O
               WRITE LATERPT-REC FROM WS-RPT-DETAIL
               GO TO 110-EXIT.
           MOVE LC-PATIENT-ID     TO SR-PATIENT-ID.
           MOVE LC-DATE-DISCHARGE TO SR-DISCH-DATE.
           MOVE LC-TRMT-DATE      TO SR-TRMT-DATE.
           MOVE LATE-CHARGE-REC   TO SR-CHARGE-IMAGE.
           RELEASE LATE-SORT-REC.
       110-EXIT.
           EXIT.

      ******************************************************************
      *    SORT OUTPUT - ONE STAY (PATIENT + DISCHARGE DATE) AT A
      *    TIME: FIND OR RESTORE THE MASTER, LIST AND BILL EACH
      *    CHARGE, THEN THE STATEMENT TOTALS, REPLACEMENT CLAIM AND
      *    ACCOUNT UPDATE.
      ******************************************************************
       200-BILL-LATE-CHARGES.
           PERFORM 210-RETURN-SORTED THRU 210-EXIT.
           PERFORM 220-PROCESS-ONE-STAY THRU 220-EXIT
               UNTIL SORT-AT-END.
       200-EXIT.
           EXIT.

       210-RETURN-SORTED.
           RETURN LATESRT
               AT END MOVE "Y" TO WS-SORT-EOF-SW
           END-RETURN.
       210-EXIT.
           EXIT.

       220-PROCESS-ONE-STAY.
           MOVE SR-PATIENT-ID TO WS-HOLD-PATIENT-ID.
           MOVE SR-DISCH-DATE TO WS-HOLD-DISCH-DATE.
           MOVE ZERO TO WS-STAY-CHG-CNT, WS-STAY-LATE-TOTAL.
           PERFORM 300-ESTABLISH-STAY THRU 300-EXIT.
           PERFORM 400-PROCESS-ONE-CHARGE THRU 400-EXIT
               UNTIL SORT-AT-END
                  OR SR-PATIENT-ID NOT = WS-HOLD-PATIENT-ID
                  OR SR-DISCH-DATE NOT = WS-HOLD-DISCH-DATE.
           IF STAY-OK
              AND WS-STAY-CHG-CNT > ZERO
               PERFORM 500-BILL-STAY THRU 500-EXIT.
       220-EXIT.
           EXIT.

      ******************************************************************
      *    THE MASTER MUST STILL HOLD THIS STAY, DISCHARGED.  A PATIENT
      *    GONE FROM PATMSTR IS RESTORED FROM THE ARCHIVE FIRST.  A
      *    PATIENT READMITTED SINCE (IN HOUSE, OR A LATER DISCHARGE ON
      *    THE MASTER) CANNOT BE BILLED FROM IT - THE CHARGES ARE HELD.
      ******************************************************************
       300-ESTABLISH-STAY.
           MOVE "N" TO WS-STAY-OK-SW, WS-STAY-PERM-SW, WS-ARCH-STAY-SW.
           MOVE SPACES TO WS-STAY-REASON.
           MOVE "PATMSTR " TO WS-STAY-SOURCE.
           MOVE WS-HOLD-PATIENT-ID-X TO PATMSTR-KEY.
           READ PATMSTR.
           IF NOT PATMSTR-OK
               MOVE "ARCHIVE " TO WS-STAY-SOURCE
               PERFORM 600-RESTORE-FROM-ARCHIVE THRU 600-EXIT
               IF WS-STAY-REASON NOT = SPACES
                   GO TO 300-EXIT
               END-IF
               MOVE WS-HOLD-PATIENT-ID-X TO PATMSTR-KEY
               READ PATMSTR
               IF NOT PATMSTR-OK
                   MOVE "RESTORED MASTER NOT READABLE" TO
                        WS-STAY-REASON
                   GO TO 300-EXIT.
           MOVE PATMSTR-REC TO PATIENT-MASTER-REC.
           IF PATIENT-DISCHARGED
              AND DATE-DISCHARGE = WS-HOLD-DISCH-DATE
               GO TO 300-STAY-FOUND.
      *    THE PATIENT HAS BEEN READMITTED SINCE.  SANDBOX ARCHIVED
      *    THE STAY THE READMISSION REPLACED, SO IT IS BILLED FROM
      *    ITS ARCHIVED COPY WHEN THE CATALOG STILL SHOWS IT.
           PERFORM 650-FIND-ARCHIVED-STAY THRU 650-EXIT.
           IF STAY-FROM-ARCHIVE
               GO TO 300-STAY-FOUND.
           IF WS-STAY-REASON NOT = SPACES
               GO TO 300-EXIT.
           MOVE PATMSTR-REC TO PATIENT-MASTER-REC.
           IF NOT PATIENT-DISCHARGED
               MOVE "PATIENT READMITTED - IN HOUSE" TO WS-STAY-REASON
               GO TO 300-EXIT.
           IF DATE-DISCHARGE NOT = WS-HOLD-DISCH-DATE
               MOVE "PATMSTR HOLDS ANOTHER STAY" TO WS-STAY-REASON
               MOVE "Y" TO WS-STAY-PERM-SW
               GO TO 300-EXIT.
       300-STAY-FOUND.
      *    MASTERS WRITTEN BEFORE THE LATE-CHARGE FIELDS CARRY SPACES
           IF PM-LATE-CHARGE-TOTAL NOT NUMERIC
               MOVE ZERO TO PM-LATE-CHARGE-TOTAL.
           IF PM-LATE-CHARGE-CNT NOT NUMERIC
               MOVE ZERO TO PM-LATE-CHARGE-CNT.
           IF PM-LATE-CLAIM-CNT NOT NUMERIC
               MOVE ZERO TO PM-LATE-CLAIM-CNT.
           IF PM-LATE-CLAIM-CNT NOT < 98
               MOVE "REPLACEMENT CLAIM LIMIT (98)" TO WS-STAY-REASON
               MOVE "Y" TO WS-STAY-PERM-SW
               GO TO 300-EXIT.
           MOVE WS-HOLD-PATIENT-ID TO COVG-PATIENT-ID.
           READ COVGMSTR.
           IF COVGMSTR-OK
               MOVE "N" TO WS-SELF-PAY-SW
           ELSE
               MOVE "Y" TO WS-SELF-PAY-SW.
           MOVE SPACES TO WS-PAT-NAME, WS-RESP-PARTY.
           IF WS-PERSN-AVAIL-SW = "Y"
               MOVE WS-HOLD-PATIENT-ID-X TO PATPERSN-KEY
               READ PATPERSN
               IF PATPERSN-OK
                   MOVE PATPERSN-REC TO PATIENT-PERSONAL-MASTER-REC
                   MOVE PATIENT-NAME      TO WS-PAT-NAME
                   MOVE RESPONSIBLE-PARTY TO WS-RESP-PARTY.
           MOVE "Y" TO WS-STAY-OK-SW.
       300-EXIT.
           EXIT.

      ******************************************************************
      *    ONE LATE CHARGE - BILLED ON THE STAY'S SUPPLEMENTAL
      *    STATEMENT, HELD ON LATEHOLD WITH THE REASON, OR LISTED ON
      *    LATEEXCP WHEN IT CAN NEVER BILL OR HAS BEEN HELD PAST THE
      *    LIMIT.  EVERY WAY IT IS LISTED WITH ITS DAYS LATE AND
      *    COUNTED INTO ITS DEPARTMENT.
      ******************************************************************
       400-PROCESS-ONE-CHARGE.
           MOVE SR-CHARGE-IMAGE TO LATE-CHARGE-REC.
           COMPUTE WS-CHARGE-AMT = LC-MEDICATION-COST +
               LC-PHARMACY-COST + LC-ANCILLARY-CHARGE.
           PERFORM 410-FIND-DEPARTMENT THRU 410-EXIT.
           PERFORM 420-CALC-DAYS-LATE THRU 420-EXIT.
           MOVE SPACES TO WS-RPT-DETAIL.
           MOVE LC-PATIENT-ID           TO RPT-PATIENT-O.
           MOVE LC-DATE-DISCHARGE       TO RPT-DISCH-O.
           MOVE LC-TRMT-DATE            TO RPT-TRMT-O.
           MOVE DEPT-NAME (WS-DEPT-SLOT) TO RPT-DEPT-O.
           MOVE WS-CHARGE-AMT           TO RPT-AMOUNT-O.
           MOVE WS-RECEIVED-YYYYMMDD    TO RPT-RECEIVED-O.
           MOVE WS-DAYS-LATE            TO RPT-DAYS-O.
           MOVE WS-STAY-SOURCE          TO RPT-SOURCE-O.
           ADD +1 TO DEPT-CHG-CNT (WS-DEPT-SLOT).
           ADD WS-CHARGE-AMT TO DEPT-AMT (WS-DEPT-SLOT).
           ADD WS-DAYS-LATE  TO DEPT-DAYS-TOTAL (WS-DEPT-SLOT).
           IF WS-DAYS-LATE > DEPT-DAYS-MAX (WS-DEPT-SLOT)
               MOVE WS-DAYS-LATE TO DEPT-DAYS-MAX (WS-DEPT-SLOT).
           MOVE SPACES TO WS-CHARGE-REASON.
           MOVE "N" TO WS-CHARGE-PERM-SW.
           IF NOT STAY-OK
               MOVE WS-STAY-REASON  TO WS-CHARGE-REASON
               MOVE WS-STAY-PERM-SW TO WS-CHARGE-PERM-SW
           ELSE
           IF LC-TRMT-DATE < DATE-ADMIT
               MOVE "TREATMENT BEFORE ADMISSION" TO WS-CHARGE-REASON
               MOVE "Y" TO WS-CHARGE-PERM-SW.
           IF WS-CHARGE-REASON = SPACES
               GO TO 400-BILL.
           IF NOT CHARGE-NEVER-BILLABLE
               PERFORM 430-CALC-DAYS-HELD THRU 430-EXIT
               IF WS-DAYS-HELD > WS-HOLD-LIMIT-DAYS
                   MOVE "Y" TO WS-CHARGE-PERM-SW
                   MOVE "HELD OVER 30 DAYS" TO WS-CHARGE-REASON.
           IF CHARGE-NEVER-BILLABLE
               ADD +1 TO WS-CHARGES-EXCEPTED,
                         DEPT-EXCP-CNT (WS-DEPT-SLOT)
               ADD WS-CHARGE-AMT TO WS-EXCP-AMT
               MOVE "EXCEPTN "       TO RPT-DISP-O
               MOVE WS-CHARGE-REASON TO RPT-REASON-O
               WRITE LATEEXCP-REC FROM WS-RPT-DETAIL
               WRITE LATERPT-REC FROM WS-RPT-DETAIL
               GO TO 400-NEXT.
           WRITE LATEHOLD-REC FROM LATE-CHARGE-REC.
           ADD +1 TO WS-CHARGES-HELD, DEPT-HELD-CNT (WS-DEPT-SLOT).
           ADD WS-CHARGE-AMT TO WS-HELD-AMT.
           MOVE "HELD    "       TO RPT-DISP-O.
           MOVE WS-CHARGE-REASON TO RPT-REASON-O.
           WRITE LATERPT-REC FROM WS-RPT-DETAIL.
           GO TO 400-NEXT.
       400-BILL.
           IF WS-STAY-CHG-CNT = ZERO
               PERFORM 450-WRITE-STMT-HEADING THRU 450-EXIT.
           ADD +1 TO WS-STAY-CHG-CNT.
           ADD WS-CHARGE-AMT TO WS-STAY-LATE-TOTAL.
           ADD +1 TO WS-CHARGES-BILLED, DEPT-BILLED-CNT (WS-DEPT-SLOT).
           ADD WS-CHARGE-AMT TO WS-BILLED-AMT.
           MOVE LC-TRMT-DATE             TO STMT-CHG-DATE.
           MOVE DEPT-NAME (WS-DEPT-SLOT) TO STMT-CHG-DEPT.
           MOVE WS-CHARGE-AMT            TO STMT-CHG-AMT.
           WRITE STMT-REC FROM STMT-CHARGE-LINE.
           MOVE "BILLED  " TO RPT-DISP-O.
           WRITE LATERPT-REC FROM WS-RPT-DETAIL.
       400-NEXT.
           PERFORM 210-RETURN-SORTED THRU 210-EXIT.
       400-EXIT.
           EXIT.

       410-FIND-DEPARTMENT.
           MOVE ZERO TO WS-DEPT-SLOT.
           PERFORM 415-MATCH-DEPARTMENT THRU 415-EXIT
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > 6
                  OR WS-DEPT-SLOT > ZERO.
           IF WS-DEPT-SLOT = ZERO
               MOVE 7 TO WS-DEPT-SLOT.
       410-EXIT.
           EXIT.

       415-MATCH-DEPARTMENT.
           IF DEPT-CODE (WS-DEPT-SUB) = LC-PROCEDURE-TYPE
               MOVE WS-DEPT-SUB TO WS-DEPT-SLOT.
       415-EXIT.
           EXIT.

      *    DAYS FROM THE DISCHARGE TO THE DAY THE CHARGE REACHED
      *    SANDBOX (A CARRIED-FORWARD CHARGE KEEPS ITS FIRST DATE)
       420-CALC-DAYS-LATE.
           MOVE ZERO TO WS-DAYS-LATE.
           IF LC-RECEIVED-DATE NUMERIC
              AND LC-RECEIVED-DATE > ZERO
               MOVE LC-RECEIVED-DATE TO WS-RECEIVED-YYYYMMDD
           ELSE
               MOVE WS-BUSINESS-YYYYMMDD TO WS-RECEIVED-YYYYMMDD.
           MOVE LC-DATE-DISCHARGE TO WS-DISCH-DATE-X.
           IF WS-DISCH-YYYYMMDD NOT NUMERIC
               GO TO 420-EXIT.
           COMPUTE WS-DAYS-LATE =
               FUNCTION INTEGER-OF-DATE(WS-RECEIVED-YYYYMMDD)
             - FUNCTION INTEGER-OF-DATE(WS-DISCH-YYYYMMDD).
           IF WS-DAYS-LATE < ZERO
               MOVE ZERO TO WS-DAYS-LATE.
       420-EXIT.
           EXIT.

      *    DAYS FROM THE DAY THE CHARGE REACHED SANDBOX TO THE
      *    BUSINESS DATE - HOW LONG IT HAS BEEN WAITING TO BILL
       430-CALC-DAYS-HELD.
           COMPUTE WS-DAYS-HELD =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-YYYYMMDD)
             - FUNCTION INTEGER-OF-DATE(WS-RECEIVED-YYYYMMDD).
       430-EXIT.
           EXIT.

      *    FIRST BILLABLE CHARGE OF THE STAY STARTS ITS STATEMENT
       450-WRITE-STMT-HEADING.
           MOVE WS-BUSINESS-YYYYMMDD TO STMT-HDR-DATE.
           WRITE STMT-REC FROM WS-BLANK-LINE.
           WRITE STMT-REC FROM STMT-HDR-LINE.
           MOVE WS-PAT-NAME        TO STMT-PAT-NAME.
           MOVE WS-HOLD-PATIENT-ID TO STMT-PAT-ID.
           MOVE WS-RESP-PARTY      TO STMT-RESP-PARTY.
           WRITE STMT-REC FROM STMT-PATIENT-LINE.
           MOVE DATE-ADMIT     TO STMT-ADMIT-DATE.
           MOVE DATE-DISCHARGE TO STMT-DISCH-DATE.
           WRITE STMT-REC FROM STMT-STAY-LINE.
           MOVE "CHARGES RECEIVED AFTER YOUR DISCHARGE STATEMENT"
               TO STMT-SECTION-TEXT.
           WRITE STMT-REC FROM STMT-SECTION-LINE.
       450-EXIT.
           EXIT.

      ******************************************************************
      *    BILL THE STAY'S LATE CHARGES.  THE PATIENT OWES THE COPAY
      *    SHARE (ALL OF IT WHEN SELF-PAY) AND THE CARRIER IS SENT A
      *    REPLACEMENT CLAIM FOR THE REST.
      ******************************************************************
       500-BILL-STAY.
           IF STAY-SELF-PAY
               MOVE WS-STAY-LATE-TOTAL TO WS-STAY-PATIENT-SHARE
           ELSE
               COMPUTE WS-STAY-PATIENT-SHARE ROUNDED =
                   WS-STAY-LATE-TOTAL * COPAY.
           IF WS-STAY-PATIENT-SHARE > WS-STAY-LATE-TOTAL
               MOVE WS-STAY-LATE-TOTAL TO WS-STAY-PATIENT-SHARE.
           COMPUTE WS-STAY-INS-SHARE =
               WS-STAY-LATE-TOTAL - WS-STAY-PATIENT-SHARE.
           ADD WS-STAY-LATE-TOTAL TO PM-LATE-CHARGE-TOTAL.
           IF PM-LATE-CHARGE-CNT + WS-STAY-CHG-CNT > 999
               MOVE 999 TO PM-LATE-CHARGE-CNT
           ELSE
               ADD WS-STAY-CHG-CNT TO PM-LATE-CHARGE-CNT.
           IF NOT STAY-SELF-PAY
               ADD +1 TO PM-LATE-CLAIM-CNT.
           MOVE WS-BUSINESS-YYYYMMDD TO PM-LATE-LAST-DATE.
           ADD WS-STAY-PATIENT-SHARE TO PATIENT-TOT-AMT.
      *    PATMSTR HOLDS THE LATER STAY - AN ARCHIVED STAY'S TOTALS GO
      *    ONTO A NEW ARCHIVE COPY INSTEAD
           IF STAY-FROM-ARCHIVE
               PERFORM 660-ARCHIVE-BILLED-STAY THRU 660-EXIT
               GO TO 500-STATEMENT.
           MOVE PATIENT-MASTER-REC TO PATMSTR-REC.
           REWRITE PATMSTR-REC.
           IF NOT PATMSTR-OK
               ADD +1 TO WS-UPDATE-FAIL-CTR
               DISPLAY "LATECHRG: PATMSTR REWRITE FAILED - STATUS "
                       PATMSTR-STATUS " PATIENT " WS-HOLD-PATIENT-ID.
       500-STATEMENT.
           PERFORM 510-WRITE-STMT-TOTALS THRU 510-EXIT.
           IF NOT STAY-SELF-PAY
               PERFORM 520-WRITE-REPLACEMENT-CLAIM THRU 520-EXIT
               PERFORM 530-LOG-CLAIM-EVENT THRU 530-EXIT.
           PERFORM 540-UPDATE-ACCOUNT THRU 540-EXIT.
           ADD +1 TO WS-STAYS-BILLED.
       500-EXIT.
           EXIT.

       510-WRITE-STMT-TOTALS.
           MOVE "TOTAL LATE CHARGES      " TO STMT-TOTAL-TEXT.
           MOVE WS-STAY-LATE-TOTAL        TO STMT-TOTAL-AMT.
           WRITE STMT-REC FROM STMT-TOTAL-LINE.
           IF STAY-SELF-PAY
               WRITE STMT-REC FROM STMT-SELF-PAY-LINE
           ELSE
               MOVE COPAY TO STMT-COPAY-RATE
               WRITE STMT-REC FROM STMT-COPAY-LINE
               MOVE "BILLED TO INSURANCE     " TO STMT-TOTAL-TEXT
               MOVE WS-STAY-INS-SHARE         TO STMT-TOTAL-AMT
               WRITE STMT-REC FROM STMT-TOTAL-LINE.
           MOVE "ADDITIONAL AMOUNT DUE   " TO STMT-TOTAL-TEXT.
           MOVE WS-STAY-PATIENT-SHARE     TO STMT-TOTAL-AMT.
           WRITE STMT-REC FROM STMT-TOTAL-LINE.
       510-EXIT.
           EXIT.

      *    FIELD FOR FIELD AS SANDBOX 493-WRITE-CLAIM-EXTRACT BUILDS
      *    THE ORIGINAL, PLUS THE STAY'S LATE CHARGES TO DATE.  THE
      *    SUBMISSION NUMBER IS 1 + THE REPLACEMENTS SENT FOR THE STAY.
       520-WRITE-REPLACEMENT-CLAIM.
           PERFORM 525-TOTAL-EQUIPMENT THRU 525-EXIT.
           MOVE SPACES TO CLAIM-EXT-REC.
           MOVE PM-PATIENT-ID             TO CLM-PATIENT-ID.
           MOVE WS-PAT-NAME               TO CLM-PATIENT-NAME.
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
           MOVE "L"                       TO CLM-SUBMIT-TYPE.
           MOVE WS-HOLD-PATIENT-ID-X      TO CLM-ORIG-PATIENT-ID.
           MOVE WS-HOLD-DISCH-DATE        TO CLM-ORIG-DISCH-DATE.
           COMPUTE CLM-SUBMIT-COUNT = PM-LATE-CLAIM-CNT + 1.
           MOVE WS-BUSINESS-YYYYMMDD      TO CLM-SUBMIT-DATE.
           MOVE PM-LATE-CHARGE-TOTAL      TO CLM-LATE-CHARGES.
           WRITE CLAIM-EXT-REC.
           ADD +1 TO WS-CLAIMS-WRITTEN.
       520-EXIT.
           EXIT.

      *    EQUIPMENT SLOTS ON THE MASTER PLUS THE STAY'S OVERFLOW
      *    CONTINUATIONS (CHARGE DATE ON OR AFTER ADMISSION)
       525-TOTAL-EQUIPMENT.
           MOVE ZERO TO WS-EQUIP-TOTAL.
           PERFORM 526-ADD-EQUIPMENT-SLOT THRU 526-EXIT
               VARYING WS-EQUIP-SUB FROM 1 BY 1
               UNTIL WS-EQUIP-SUB > 20.
           PERFORM 527-ADD-OVERFLOW-CHARGE THRU 527-EXIT
               VARYING WS-OVFL-SUB FROM 1 BY 1
               UNTIL WS-OVFL-SUB > WS-OVFL-COUNT.
       525-EXIT.
           EXIT.

       526-ADD-EQUIPMENT-SLOT.
           IF EQUIP-CHARGE-CATEGORY (WS-EQUIP-SUB) NOT = SPACES
              AND EQUIP-CHARGE-CATEGORY (WS-EQUIP-SUB)
                  NOT = LOW-VALUES
              AND EQUIP-CHARGE-AMT (WS-EQUIP-SUB) NUMERIC
               ADD EQUIP-CHARGE-AMT (WS-EQUIP-SUB) TO WS-EQUIP-TOTAL.
       526-EXIT.
           EXIT.

       527-ADD-OVERFLOW-CHARGE.
           IF OT-PATIENT-ID (WS-OVFL-SUB) = PM-PATIENT-ID
              AND OT-CHARGE-DATE (WS-OVFL-SUB) NOT < DATE-ADMIT
              AND OT-CHARGE-DATE (WS-OVFL-SUB) NOT > DATE-DISCHARGE
               ADD OT-CHARGE-AMT (WS-OVFL-SUB) TO WS-EQUIP-TOTAL.
       527-EXIT.
           EXIT.

       530-LOG-CLAIM-EVENT.
           IF WS-TRACK-AVAIL-SW NOT = "Y"
               GO TO 530-EXIT.
           MOVE SPACES               TO CLAIM-TRACK-REC.
           MOVE WS-HOLD-PATIENT-ID-X TO TRK-ORIG-PATIENT-ID.
           MOVE WS-HOLD-DISCH-DATE   TO TRK-ORIG-DISCH-DATE.
           MOVE CLM-DATE-DISCHARGE   TO TRK-DISCH-DATE-SENT.
           MOVE CLM-SUBMIT-COUNT     TO TRK-SUBMIT-COUNT.
           MOVE "L"                  TO TRK-STATUS.
           MOVE WS-BUSINESS-YYYYMMDD TO TRK-EVENT-DATE.
           MOVE "LATE CHARGES - REPLACEMENT SENT" TO WS-EVENT-REASON.
           MOVE WS-EVENT-REASON      TO TRK-REASON.
           MOVE "LATECHRG"           TO TRK-PROGRAM-ID.
           WRITE CLAIM-TRACK-REC.
       530-EXIT.
           EXIT.

      *    THE STAY'S RECEIVABLE TAKES THE LATE CHARGES - PATIENT
      *    SHARE TO THE PATIENT BALANCE, THE REST TO THE INSURANCE
      *    BALANCE.  A CLOSED ACCOUNT IS OPEN AGAIN.
       540-UPDATE-ACCOUNT.
           IF WS-PATACCT-AVAIL-SW NOT = "Y"
               GO TO 540-EXIT.
           MOVE WS-HOLD-PATIENT-ID TO PA-PATIENT-ID.
           MOVE WS-HOLD-DISCH-DATE TO PA-DISCH-DATE.
           READ PATACCT.
           IF NOT PATACCT-OK
               ADD +1 TO WS-NO-ACCOUNT-CTR
               DISPLAY "LATECHRG: NO PATACCT ACCOUNT - PATIENT "
                       WS-HOLD-PATIENT-ID " DISCHARGED "
                       WS-HOLD-DISCH-DATE
               GO TO 540-EXIT.
           ADD WS-STAY-LATE-TOTAL    TO PA-TOTAL-CHARGES.
           ADD WS-STAY-PATIENT-SHARE TO PA-PATIENT-PORTION,
                                        PA-PATIENT-BALANCE.
           ADD WS-STAY-INS-SHARE     TO PA-INSURANCE-PORTION,
                                        PA-INSURANCE-BALANCE.
           IF PA-ACCT-CLOSED
               MOVE "O" TO PA-ACCT-STATUS.
      *    THE SUPPLEMENTAL STATEMENT COUNTS AS THE LATEST BILL
           MOVE WS-BUSINESS-YYYYMMDD TO PA-LAST-STMT-DATE.
           REWRITE PATIENT-ACCOUNT-REC.
           IF NOT PATACCT-OK
               ADD +1 TO WS-UPDATE-FAIL-CTR
               DISPLAY "LATECHRG: PATACCT REWRITE FAILED - STATUS "
                       WS-PATACCT-STATUS " PATIENT " WS-HOLD-PATIENT-ID.
       540-EXIT.
           EXIT.

      ******************************************************************
      *    RESTORE AN ARCHIVED PATIENT, AS PATRESTR DOES ON DEMAND.
      *    THE CATALOG MUST SHOW THIS STAY AS THE ONE ARCHIVED; THE
      *    SCAN STOPS AT ITS POSITION.  ANY FAILURE LEAVES THE REASON
      *    IN WS-STAY-REASON AND THE STAY'S CHARGES ARE HELD.
      ******************************************************************
       600-RESTORE-FROM-ARCHIVE.
           IF WS-ARCHCTLG-AVAIL-SW NOT = "Y"
               MOVE "NOT ON PATMSTR - NO ARCHCTLG" TO WS-STAY-REASON
               GO TO 600-EXIT.
           MOVE WS-HOLD-PATIENT-ID-X TO CAT-PATIENT-ID.
           READ ARCHCTLG.
           IF NOT ARCHCTLG-OK
               MOVE "NOT ON PATMSTR OR THE ARCHIVE" TO WS-STAY-REASON
               MOVE "Y" TO WS-STAY-PERM-SW
               GO TO 600-EXIT.
           IF CAT-DISCH-DATE NOT = WS-HOLD-DISCH-DATE
               MOVE "ARCHIVE HOLDS ANOTHER STAY" TO WS-STAY-REASON
               MOVE "Y" TO WS-STAY-PERM-SW
               GO TO 600-EXIT.
           MOVE CAT-MSTR-POSITION TO WS-TARGET-POSITION.
           MOVE ZERO TO WS-SCAN-POSITION.
           MOVE "N" TO WS-ARCH-FOUND-SW.
           MOVE "Y" TO MORE-ARCH-SW.
           OPEN INPUT ARCHMSTR.
           IF WS-ARCHMSTR-STATUS NOT = "00"
               MOVE "ARCHMSTR NOT AVAILABLE" TO WS-STAY-REASON
               GO TO 600-EXIT.
           PERFORM 610-SCAN-ARCHIVE-MASTER THRU 610-EXIT
               UNTIL NO-MORE-ARCHIVE.
           CLOSE ARCHMSTR.
           IF WS-ARCH-FOUND-SW NOT = "Y"
               MOVE "NOT FOUND ON ARCHMSTR" TO WS-STAY-REASON
               GO TO 600-EXIT.
           MOVE WS-HELD-MASTER TO PATMSTR-REC.
           WRITE PATMSTR-REC.
           IF NOT PATMSTR-OK
              AND NOT PATMSTR-DUPLICATE
               MOVE "PATMSTR RESTORE FAILED" TO WS-STAY-REASON
               DISPLAY "LATECHRG: PATMSTR RESTORE FAILED - STATUS "
                       PATMSTR-STATUS " PATIENT " WS-HOLD-PATIENT-ID
               GO TO 600-EXIT.
           ADD +1 TO WS-PATIENTS-RESTORED.
           MOVE "RESTORED" TO WS-STAY-SOURCE.
           DISPLAY "LATECHRG: PATIENT " WS-HOLD-PATIENT-ID
                   " RESTORED FROM ARCHIVE FOR LATE CHARGES".
           IF WS-PERSN-AVAIL-SW = "Y"
               PERFORM 620-RESTORE-PERSONAL THRU 620-EXIT.
       600-EXIT.
           EXIT.

      *    THE CATALOGED POSITION IS THE NEWEST COPY - NOTHING PAST
      *    IT CAN BE NEWER, SO THE SCAN STOPS THERE
       610-SCAN-ARCHIVE-MASTER.
           READ ARCHMSTR
               AT END MOVE "N" TO MORE-ARCH-SW
               GO TO 610-EXIT
           END-READ.
           ADD 1 TO WS-SCAN-POSITION.
           MOVE ARCHMSTR-REC TO PATIENT-MASTER-REC.
           IF PM-PATIENT-ID = WS-HOLD-PATIENT-ID
               MOVE "Y" TO WS-ARCH-FOUND-SW
               MOVE ARCHMSTR-REC TO WS-HELD-MASTER.
           IF WS-TARGET-POSITION > 0
              AND WS-SCAN-POSITION NOT < WS-TARGET-POSITION
               MOVE "N" TO MORE-ARCH-SW.
       610-EXIT.
           EXIT.

       620-RESTORE-PERSONAL.
           MOVE "N" TO WS-ARCH-FOUND-SW.
           MOVE "Y" TO MORE-ARCH-SW.
           OPEN INPUT ARCHPRSN.
           IF WS-ARCHPRSN-STATUS NOT = "00"
               DISPLAY "LATECHRG: ARCHPRSN NOT AVAILABLE - PATPERSN "
                       "NOT RESTORED FOR PATIENT " WS-HOLD-PATIENT-ID
               GO TO 620-EXIT.
           PERFORM 625-SCAN-ARCHIVE-PERSONAL THRU 625-EXIT
               UNTIL NO-MORE-ARCHIVE.
           CLOSE ARCHPRSN.
           IF WS-ARCH-FOUND-SW NOT = "Y"
               DISPLAY "LATECHRG: NO ARCHIVED PATPERSN FOR PATIENT "
                       WS-HOLD-PATIENT-ID
               GO TO 620-EXIT.
           MOVE WS-HELD-PERSONAL TO PATPERSN-REC.
           WRITE PATPERSN-REC.
           IF NOT PATPERSN-OK
              AND PATPERSN-STATUS NOT = "22"
               DISPLAY "LATECHRG: PATPERSN RESTORE FAILED - STATUS "
                       PATPERSN-STATUS " PATIENT " WS-HOLD-PATIENT-ID.
       620-EXIT.
           EXIT.

       625-SCAN-ARCHIVE-PERSONAL.
           READ ARCHPRSN
               AT END MOVE "N" TO MORE-ARCH-SW
               GO TO 625-EXIT
           END-READ.
           MOVE ARCHPRSN-REC TO PATIENT-PERSONAL-MASTER-REC.
           IF PP-PATIENT-ID = WS-HOLD-PATIENT-ID
               MOVE "Y" TO WS-ARCH-FOUND-SW
               MOVE ARCHPRSN-REC TO WS-HELD-PERSONAL.
       625-EXIT.
           EXIT.

      ******************************************************************
      *    A STAY REPLACED ON PATMSTR BY A READMISSION.  THE CATALOG
      *    MUST SHOW THIS STAY AS THE ONE ARCHIVED; ITS NEWEST COPY
      *    BECOMES THE MASTER BILLED (PATMSTR IS LEFT ALONE).  NOT
      *    CATALOGED, THE CALLER'S OWN REASON STANDS; AN ARCHIVE THAT
      *    CANNOT BE READ HOLDS THE CHARGES WITH THE REASON.
      ******************************************************************
       650-FIND-ARCHIVED-STAY.
           IF WS-ARCHCTLG-AVAIL-SW NOT = "Y"
               MOVE "LATER STAY ON FILE-NO ARCHCTLG" TO WS-STAY-REASON
               GO TO 650-EXIT.
           MOVE WS-HOLD-PATIENT-ID-X TO CAT-PATIENT-ID.
           READ ARCHCTLG.
           IF NOT ARCHCTLG-OK
               GO TO 650-EXIT.
           IF CAT-DISCH-DATE NOT = WS-HOLD-DISCH-DATE
               GO TO 650-EXIT.
           MOVE CAT-MSTR-POSITION TO WS-TARGET-POSITION.
           MOVE ZERO TO WS-SCAN-POSITION.
           MOVE "N" TO WS-ARCH-FOUND-SW.
           MOVE "Y" TO MORE-ARCH-SW.
           OPEN INPUT ARCHMSTR.
           IF WS-ARCHMSTR-STATUS NOT = "00"
               MOVE "ARCHMSTR NOT AVAILABLE" TO WS-STAY-REASON
               GO TO 650-EXIT.
           PERFORM 610-SCAN-ARCHIVE-MASTER THRU 610-EXIT
               UNTIL NO-MORE-ARCHIVE.
           CLOSE ARCHMSTR.
           IF WS-ARCH-FOUND-SW NOT = "Y"
               MOVE "NOT FOUND ON ARCHMSTR" TO WS-STAY-REASON
               GO TO 650-EXIT.
           MOVE WS-HELD-MASTER TO PATIENT-MASTER-REC.
           IF DATE-DISCHARGE NOT = WS-HOLD-DISCH-DATE
               MOVE "ARCHIVE HOLDS ANOTHER STAY" TO WS-STAY-REASON
               MOVE "Y" TO WS-STAY-PERM-SW
               GO TO 650-EXIT.
           MOVE "Y" TO WS-ARCH-STAY-SW.
           MOVE "ARCHIVED" TO WS-STAY-SOURCE.
       650-EXIT.
           EXIT.

      ******************************************************************
      *    THE BILLED ARCHIVED STAY - ITS UPDATED MASTER IS APPENDED TO
      *    ARCHMSTR (DISP=MOD) AND THE CATALOG POINTED AT THE NEW COPY,
      *    SO THE NEXT LATE CHARGE OR CLAIM FOR THE STAY SEES THE
      *    TOTALS.  POSITION ZERO (NO CONTROL RECORD) MAKES READERS
      *    SCAN THE WHOLE ARCHIVE FOR THE NEWEST COPY.
      ******************************************************************
       660-ARCHIVE-BILLED-STAY.
           OPEN EXTEND ARCHMSTR.
           IF WS-ARCHMSTR-STATUS NOT = "00"
               GO TO 660-FAILED.
           MOVE PATIENT-MASTER-REC TO ARCHMSTR-REC.
           WRITE ARCHMSTR-REC.
           IF WS-ARCHMSTR-STATUS NOT = "00"
               CLOSE ARCHMSTR
               GO TO 660-FAILED.
           CLOSE ARCHMSTR.
           MOVE ZERO TO WS-ARCH-POSITION.
           MOVE WS-CTLG-CONTROL-KEY TO CAT-PATIENT-ID.
           READ ARCHCTLG.
           IF ARCHCTLG-OK
               ADD 1 TO CAT-MSTR-POSITION
               MOVE CAT-MSTR-POSITION TO WS-ARCH-POSITION
               REWRITE ARCHCTLG-REC.
           MOVE WS-HOLD-PATIENT-ID-X TO CAT-PATIENT-ID.
           READ ARCHCTLG.
           IF ARCHCTLG-OK
               MOVE WS-ARCH-POSITION TO CAT-MSTR-POSITION
               REWRITE ARCHCTLG-REC.
           IF NOT ARCHCTLG-OK
               DISPLAY "LATECHRG: CATALOG UPDATE FAILED - STATUS "
                       WS-ARCHCTLG-STATUS " PATIENT "
                       WS-HOLD-PATIENT-ID.
           GO TO 660-EXIT.
       660-FAILED.
           ADD +1 TO WS-UPDATE-FAIL-CTR.
           DISPLAY "LATECHRG: ARCHMSTR UPDATE FAILED - STATUS "
                   WS-ARCHMSTR-STATUS " PATIENT " WS-HOLD-PATIENT-ID.
       660-EXIT.
           EXIT.

      ******************************************************************
      *    DAYS LATE BY DEPARTMENT - EVERY CHARGE LISTED TODAY, BILLED,
      *    HELD OR EXCEPTED
      ******************************************************************
       700-WRITE-DEPARTMENT-SUMMARY.
           WRITE LATERPT-REC FROM WS-BLANK-LINE.
           MOVE "DAYS LATE BY DEPARTMENT" TO RPT-SECTION-TEXT.
           WRITE LATERPT-REC FROM WS-RPT-SECTION.
           WRITE LATERPT-REC FROM WS-RPT-DEPT-COLS.
           PERFORM 710-WRITE-ONE-DEPARTMENT THRU 710-EXIT
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > 7.
       700-EXIT.
           EXIT.

       710-WRITE-ONE-DEPARTMENT.
           IF DEPT-CHG-CNT (WS-DEPT-SUB) = ZERO
               GO TO 710-EXIT.
           MOVE DEPT-NAME (WS-DEPT-SUB)       TO RPT-DEPT-NAME-O.
           MOVE DEPT-CHG-CNT (WS-DEPT-SUB)    TO RPT-DEPT-CHG-O.
           MOVE DEPT-BILLED-CNT (WS-DEPT-SUB) TO RPT-DEPT-BILLED-O.
           MOVE DEPT-HELD-CNT (WS-DEPT-SUB)   TO RPT-DEPT-HELD-O.
           MOVE DEPT-EXCP-CNT (WS-DEPT-SUB)   TO RPT-DEPT-EXCP-O.
           MOVE DEPT-AMT (WS-DEPT-SUB)        TO RPT-DEPT-AMT-O.
           COMPUTE WS-AVG-DAYS ROUNDED =
               DEPT-DAYS-TOTAL (WS-DEPT-SUB) /
               DEPT-CHG-CNT (WS-DEPT-SUB).
           MOVE WS-AVG-DAYS                   TO RPT-DEPT-AVG-O.
           MOVE DEPT-DAYS-MAX (WS-DEPT-SUB)   TO RPT-DEPT-MAX-O.
           WRITE LATERPT-REC FROM WS-RPT-DEPT-LINE.
       710-EXIT.
           EXIT.

       999-CLEANUP.
           WRITE LATERPT-REC FROM WS-BLANK-LINE.
           MOVE ZERO TO RPT-COUNT-AMT-O.
           MOVE "LATE CHARGES READ               " TO RPT-COUNT-LABEL.
           MOVE WS-CHARGES-READ TO RPT-COUNT-O.
           WRITE LATERPT-REC FROM WS-RPT-COUNT-LINE.
           MOVE "LATE CHARGES REJECTED           " TO RPT-COUNT-LABEL.
           MOVE WS-BAD-CHARGE-CTR TO RPT-COUNT-O.
           WRITE LATERPT-REC FROM WS-RPT-COUNT-LINE.
           MOVE "LATE CHARGES BILLED             " TO RPT-COUNT-LABEL.
           MOVE WS-CHARGES-BILLED TO RPT-COUNT-O.
           MOVE WS-BILLED-AMT TO RPT-COUNT-AMT-O.
           WRITE LATERPT-REC FROM WS-RPT-COUNT-LINE.
           MOVE "LATE CHARGES HELD - TO LATEHOLD " TO RPT-COUNT-LABEL.
           MOVE WS-CHARGES-HELD TO RPT-COUNT-O.
           MOVE WS-HELD-AMT TO RPT-COUNT-AMT-O.
           WRITE LATERPT-REC FROM WS-RPT-COUNT-LINE.
           MOVE "LATE CHARGES TO LATEEXCP        " TO RPT-COUNT-LABEL.
           MOVE WS-CHARGES-EXCEPTED TO RPT-COUNT-O.
           MOVE WS-EXCP-AMT TO RPT-COUNT-AMT-O.
           WRITE LATERPT-REC FROM WS-RPT-COUNT-LINE.
           MOVE ZERO TO RPT-COUNT-AMT-O.
           MOVE "SUPPLEMENTAL STATEMENTS         " TO RPT-COUNT-LABEL.
           MOVE WS-STAYS-BILLED TO RPT-COUNT-O.
           WRITE LATERPT-REC FROM WS-RPT-COUNT-LINE.
           MOVE "REPLACEMENT CLAIMS - TO CLAIMEXT" TO RPT-COUNT-LABEL.
           MOVE WS-CLAIMS-WRITTEN TO RPT-COUNT-O.
           WRITE LATERPT-REC FROM WS-RPT-COUNT-LINE.
           MOVE "PATIENTS RESTORED FROM ARCHIVE  " TO RPT-COUNT-LABEL.
           MOVE WS-PATIENTS-RESTORED TO RPT-COUNT-O.
           WRITE LATERPT-REC FROM WS-RPT-COUNT-LINE.
           MOVE "STAYS WITH NO PATACCT ACCOUNT   " TO RPT-COUNT-LABEL.
           MOVE WS-NO-ACCOUNT-CTR TO RPT-COUNT-O.
           WRITE LATERPT-REC FROM WS-RPT-COUNT-LINE.
           IF RUN-OK
               CLOSE CLAIMEXT, STMTSUPP, LATEHOLD, LATEEXCP,
                     PATMSTR, COVGMSTR
               IF WS-PERSN-AVAIL-SW = "Y"
                   CLOSE PATPERSN
               END-IF
               IF WS-PATACCT-AVAIL-SW = "Y"
                   CLOSE PATACCT
               END-IF
               IF WS-ARCHCTLG-AVAIL-SW = "Y"
                   CLOSE ARCHCTLG
               END-IF
               IF WS-TRACK-AVAIL-SW = "Y"
                   CLOSE CLMTRACK
               END-IF
               IF RETURN-CODE = ZERO
                   IF WS-CHARGES-HELD > ZERO
                      OR WS-CHARGES-EXCEPTED > ZERO
                      OR WS-BAD-CHARGE-CTR > ZERO
                      OR WS-UPDATE-FAIL-CTR > ZERO
                      OR WS-NO-ACCOUNT-CTR > ZERO
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           CLOSE LATERPT.
           DISPLAY "LATECHRG: " WS-CHARGES-BILLED " BILLED "
                   WS-CHARGES-HELD " HELD "
                   WS-CHARGES-EXCEPTED " EXCEPTED "
                   WS-CLAIMS-WRITTEN " REPLACEMENT CLAIMS".
       999-EXIT.
           EXIT.
