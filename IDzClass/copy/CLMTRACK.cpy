      *****************************************************************
      *  CLMTRACK.CPY
      *  CLAIM SUBMISSION HISTORY (CLMTRACK - SEQUENTIAL, 80 BYTES,
      *  DISP=MOD).  ONE RECORD PER EVENT IN A CLAIM'S LIFE:
      *  CLMRESP LOGS EACH CLEARINGHOUSE RESPONSE AND CLMFIX LOGS
      *  EACH CORRECTED RESUBMISSION, HOLD OR WITHDRAWAL, AND
      *  LATECHRG EACH LATE-CHARGE REPLACEMENT CLAIM.  EVERY
      *  EVENT CARRIES THE ORIGINAL CLAIM'S PATIENT ID AND DISCHARGE
      *  DATE, SO ALL SUBMISSIONS OF ONE CLAIM SORT TOGETHER AND A
      *  CLAIM REJECTED AGAIN AND AGAIN STANDS OUT.
      *****************************************************************
       01  CLAIM-TRACK-REC.
           05  TRK-ORIG-PATIENT-ID          PIC X(6).
           05  TRK-ORIG-DISCH-DATE          PIC X(8).
           05  TRK-DISCH-DATE-SENT          PIC X(8).
           05  TRK-SUBMIT-COUNT             PIC 9(2).
           05  TRK-STATUS                   PIC X(1).
               88  TRK-ACCEPTED                 VALUE 'A'.
               88  TRK-REJECTED                 VALUE 'R'.
               88  TRK-PENDED                   VALUE 'P'.
               88  TRK-RESUBMITTED              VALUE 'C'.
               88  TRK-HELD                     VALUE 'H'.
               88  TRK-WITHDRAWN                VALUE 'W'.
               88  TRK-LATE-REPLACED            VALUE 'L'.
           05  TRK-EVENT-DATE               PIC X(8).
           05  TRK-REASON                   PIC X(30).
           05  TRK-PROGRAM-ID               PIC X(8).
           05  FILLER                       PIC X(9).
