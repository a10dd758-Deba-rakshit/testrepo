
      *    ARCHIVE CATALOG (VSAM, KEYED BY PATIENT ID).  ONE RECORD
      *    PER ARCHIVED PATIENT CARRYING THE ARCHIVE DATE, THE
      *    DISCHARGE DATE AND PRIMARY DIAGNOSIS OF THE LAST STAY
      *    (SANDBOX CHECKS THEM AT ADMISSION FOR READMISSIONS),
      *    THE RECORD POSITION OF THE NEWEST COPY
      *    ON THE SEQUENTIAL ARCHMSTR DATASET, AND HOW MANY TIMES
      *    THE PATIENT HAS BEEN ARCHIVED.  THE CONTROL RECORD UNDER
      *    KEY 000000 HOLDS THE CUMULATIVE ARCHMSTR RECORD COUNT SO
           05  CAT-DISCH-DATE         PIC X(8).
           05  CAT-MSTR-POSITION      PIC 9(9).
           05  CAT-TIMES-ARCHIVED     PIC 9(3).
           05  CAT-DIAG-PRIMARY       PIC X(5).
           05  FILLER                 PIC X(41).

       FD  ARCHPARM
           RECORDING MODE IS F
               MOVE WS-TODAY-YYYYMMDD TO CAT-ARCHIVE-DATE
               MOVE DATE-DISCHARGE IN PATIENT-MASTER-REC
                   TO CAT-DISCH-DATE
               MOVE DIAGNOSTIC-CODE-PRIMARY IN PATIENT-MASTER-REC
                   TO CAT-DIAG-PRIMARY
               MOVE WS-ARCH-POSITION TO CAT-MSTR-POSITION
               ADD 1 TO CAT-TIMES-ARCHIVED
               REWRITE ARCHCTLG-REC
               MOVE WS-TODAY-YYYYMMDD TO CAT-ARCHIVE-DATE
               MOVE DATE-DISCHARGE IN PATIENT-MASTER-REC
                   TO CAT-DISCH-DATE
               MOVE DIAGNOSTIC-CODE-PRIMARY IN PATIENT-MASTER-REC
                   TO CAT-DIAG-PRIMARY
               MOVE WS-ARCH-POSITION TO CAT-MSTR-POSITION
               MOVE 1 TO CAT-TIMES-ARCHIVED
               WRITE ARCHCTLG-REC.
